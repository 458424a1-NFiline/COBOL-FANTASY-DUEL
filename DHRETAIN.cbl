  1250*
  1260* Modification History
  1270*   02 Sept 2026  NF  Initial version.
  1271*   15 Oct 2026  NF  Runs under the business-date run calendar
  1272*                     (RUNCAL): will not start (RC=12, OPSLOG
  1273*                     entry) until SEASNCLS has finished clean or
  1274*                     been bypassed for the open business date,
  1275*                     and records its own start, end and return
  1276*                     code there. Writes to the common operations
  1277*                     log (OPSLOG).
  1280******************************************************************
  1290 IDENTIFICATION DIVISION.
  1300 PROGRAM-ID. DHRETAIN.
  1540         ORGANIZATION IS LINE SEQUENTIAL
  1550         FILE STATUS IS WS-RPT-STATUS.

  1551     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1552         ORGANIZATION IS INDEXED
  1553         ACCESS MODE IS RANDOM
  1554         RECORD KEY IS RCAL-KEY
  1555         FILE STATUS IS WS-RCAL-STATUS.

  1556     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1557         ORGANIZATION IS LINE SEQUENTIAL
  1558         FILE STATUS IS WS-OPS-STATUS.

  1560 DATA DIVISION.
  1570 FILE SECTION.
  1580 FD  RET-CTL-FILE.
  1710 FD  RET-RPT-FILE.
  1720 01  RET-RPT-LINE                PIC X(80).

  1722 FD  RUN-CAL-FILE.
  1724     COPY RCALREC.

  1726 FD  OPS-LOG-FILE.
  1728     COPY OPSREC.

  1730 WORKING-STORAGE SECTION.
  1740 01  WS-FILE-STATUSES.
  1750     05  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
  1840         88  WS-HSTN-OK          VALUE "00".
  1850     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1860         88  WS-RPT-OK           VALUE "00".
  1862     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1864         88  WS-RCAL-OK          VALUE "00".
  1866     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1868         88  WS-OPS-OK           VALUE "00".

  1870 01  WS-SWITCHES.
  1880     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  2100         10  WS-CUTOFF-MM        PIC 9(02).
  2110         10  WS-CUTOFF-DD        PIC 9(02).

 2110A******************************************************************
 2110B* WS-OPS-WORK - one operations-log entry in the making, plus
 2110C*               the worst condition seen so far: 0 clean, 4
 2110D*               warnings, 12 fatal. The highest value becomes
 2110E*               the job's return code.
 2110F******************************************************************
 2110G 01  WS-OPS-WORK.
 2110H     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
 2110I     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
 2110J     05  WS-OPS-TIME-RAW.
 2110K         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
 2110L         10  FILLER              PIC 9(02).
 2110M     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 2110N******************************************************************
 2110O* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
 2110P*                   open there, and the jobs that must have
 2110Q*                   finished clean (or been bypassed) for that
 2110R*                   date before this one may run.
 2110S******************************************************************
 2110T 01  WS-RUN-CALENDAR.
 2110U     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "DHRETAIN".
 2110V     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
 2110W     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
 2110X         88  WS-RCAL-FOUND       VALUE "Y".
 2110Y     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
 2110Z         88  WS-RCAL-DONE        VALUE "Y".
2110AA     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
2110AB     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
2110AC     05  WS-RCAL-PREREQ-LIST.
2110AD         10  FILLER              PIC X(08) VALUE "SEASNCLS".
2110AE     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
2110AF         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
2110AG     05  WS-RCAL-TIME-RAW.
2110AH         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
2110AI         10  FILLER              PIC 9(02).

  2120 01  WS-HEADING-1.
  2130     05  FILLER                  PIC X(20)
  2140         VALUE "FANTASY DUEL - DUELH".

  2450 PROCEDURE DIVISION.
  2460 0000-MAIN-PROCEDURE.
  2465     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2480     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
  2490         UNTIL WS-END-OF-HIST.
  2500     PERFORM 8000-PROVE-TOTALS THRU 8000-EXIT.
  2510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2520     IF NOT WS-BALANCED
 2520A         MOVE 12 TO WS-HIGHEST-RC
 2520B     END-IF
 2520C     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
 2520D     MOVE WS-HIGHEST-RC TO RETURN-CODE.
 2520E     STOP RUN.

 2520F******************************************************************
 2520G* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 2520H*                  up the business date open on RUNCAL and make
 2520I*                  sure every job this one follows has finished
 2520J*                  clean (or been bypassed) for it. Anything
 2520K*                  short of that stops the job RC=12 with nothing
 2520L*                  touched; otherwise this job is recorded as
 2520M*                  started.
 2520N******************************************************************
 2520O 0500-CHECK-RUN-CALENDAR.
 2520P     OPEN I-O RUN-CAL-FILE.
 2520Q     IF NOT WS-RCAL-OK
 2520R         DISPLAY "DHRETAIN: UNABLE TO OPEN RUNCAL, STATUS = "
 2520S             WS-RCAL-STATUS
 2520T         MOVE "E" TO WS-OPS-SEVERITY
 2520U         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 2520V         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2530         MOVE 12 TO RETURN-CODE
  2535         STOP RUN
  2540     END-IF

 2540A     MOVE ZERO TO RCAL-BUS-DATE
 2540B     MOVE SPACES TO RCAL-JOB-NAME
 2540C     READ RUN-CAL-FILE
 2540D         INVALID KEY
 2540E             DISPLAY "DHRETAIN: NO BUSINESS DATE OPEN ON RUNCAL"
 2540F             MOVE "E" TO WS-OPS-SEVERITY
 2540G             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
 2540H             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 2540I             CLOSE RUN-CAL-FILE
 2540J             MOVE 12 TO RETURN-CODE
 2540K             STOP RUN
 2540L     END-READ
 2540M     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

 2540N     MOVE ZERO TO WS-RCAL-IDX
 2540O     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
 2540P         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

 2540Q     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
 2540R     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
 2540S     MOVE "Y" TO WS-RCAL-FOUND-SW
 2540T     READ RUN-CAL-FILE
 2540U         INVALID KEY
 2540V             MOVE "N" TO WS-RCAL-FOUND-SW
 2540W     END-READ
 2540X     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
 2540Y     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
 2540Z     MOVE SPACES TO RCAL-JOB-DATA
2540AA     SET RCAL-STARTED TO TRUE
2540AB     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
2540AC     ACCEPT WS-RCAL-TIME-RAW FROM TIME
2540AD     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
2540AE     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
2540AF     IF WS-RCAL-FOUND
2540AG         REWRITE RCAL-RECORD
2540AH     ELSE
2540AI         WRITE RCAL-RECORD
2540AJ     END-IF
2540AK     IF NOT WS-RCAL-OK
2540AL         DISPLAY "DHRETAIN: UNABLE TO RECORD START ON RUNCAL, "
2540AM             "STATUS = " WS-RCAL-STATUS
2540AN         MOVE "E" TO WS-OPS-SEVERITY
2540AO         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
2540AP         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2540AQ         CLOSE RUN-CAL-FILE
2540AR         MOVE 12 TO RETURN-CODE
2540AS         STOP RUN
2540AT     END-IF
2540AU     CLOSE RUN-CAL-FILE.
2540AV 0500-EXIT.
2540AW     EXIT.

2540AX 0510-CHECK-ONE-PREREQ.
2540AY     ADD 1 TO WS-RCAL-IDX
2540AZ     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2540BA     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
2540BB     MOVE "N" TO WS-RCAL-DONE-SW
2540BC     READ RUN-CAL-FILE
2540BD         INVALID KEY
2540BE             CONTINUE
2540BF         NOT INVALID KEY
2540BG             IF RCAL-DONE
2540BH                 SET WS-RCAL-DONE TO TRUE
2540BI             END-IF
2540BJ     END-READ
2540BK     IF WS-RCAL-DONE
2540BL         GO TO 0510-EXIT
2540BM     END-IF

2540BN     DISPLAY "DHRETAIN: " WS-RCAL-PREREQ (WS-RCAL-IDX)
2540BO         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
2540BP     MOVE "E" TO WS-OPS-SEVERITY
2540BQ     MOVE SPACES TO WS-OPS-TEXT
2540BR     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
2540BS         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
2540BT         DELIMITED BY SIZE INTO WS-OPS-TEXT
2540BU     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2540BV     CLOSE RUN-CAL-FILE
2540BW     MOVE 12 TO RETURN-CODE
  2550     STOP RUN.
  2553 0510-EXIT.
  2556     EXIT.

  2560******************************************************************
  2570* 1000-INITIALIZE - read the retention card and the season
  2930         WRITE RET-RPT-LINE FROM WS-HEADING-1
  2940         WRITE RET-RPT-LINE FROM WS-NO-CLOSE-LINE
  2950         CLOSE RET-RPT-FILE
  2952         MOVE 4 TO WS-HIGHEST-RC
  2954         PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT
  2955         MOVE WS-HIGHEST-RC TO RETURN-CODE
  2960         STOP RUN
  2970     END-IF
  2980     READ SEASN-BDY-FILE
  3000             DISPLAY "DHRETAIN: SEASNBDY IS EMPTY - NOTHING "
  3010                 "TO CUT"
  3020             CLOSE SEASN-BDY-FILE
  3022             MOVE 4 TO WS-HIGHEST-RC
  3024             PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT
  3025             MOVE WS-HIGHEST-RC TO RETURN-CODE
  3030             STOP RUN
  3040     END-READ
  3050     MOVE SBDY-CLOSE-DATE TO WS-CLOSE-DATE
  4440     END-IF.
  4450 9000-EXIT.
  4460     EXIT.

  4470******************************************************************
  4480* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  4490*                  end and return code: complete at RC 4 or
  4500*                  less, failed above, so the jobs that follow
  4510*                  know whether they may run. A calendar that
  4520*                  cannot be updated is logged and the job ends
  4530*                  RC=4 - its work is done, but the jobs after
  4540*                  it stay held until the operator bypasses it.
  4550******************************************************************
  4560 9800-RECORD-RUN-END.
  4570     OPEN I-O RUN-CAL-FILE.
  4580     IF NOT WS-RCAL-OK
  4590         DISPLAY "DHRETAIN: UNABLE TO OPEN RUNCAL, STATUS = "
  4600             WS-RCAL-STATUS
  4610         GO TO 9800-NOT-RECORDED
  4620     END-IF
  4630     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  4640     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  4650     READ RUN-CAL-FILE
  4660         INVALID KEY
  4670             CLOSE RUN-CAL-FILE
  4680             GO TO 9800-NOT-RECORDED
  4690     END-READ
  4700     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  4710     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  4720     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  4730     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  4740     IF WS-HIGHEST-RC > 4
  4750         SET RCAL-FAILED TO TRUE
  4760     ELSE
  4770         SET RCAL-COMPLETE TO TRUE
  4780     END-IF
  4790     REWRITE RCAL-RECORD
  4800     IF NOT WS-RCAL-OK
  4810         CLOSE RUN-CAL-FILE
  4820         GO TO 9800-NOT-RECORDED
  4830     END-IF
  4840     CLOSE RUN-CAL-FILE
  4850     GO TO 9800-EXIT.
  4860 9800-NOT-RECORDED.
  4870     MOVE "W" TO WS-OPS-SEVERITY
  4880     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  4890         TO WS-OPS-TEXT
  4900     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4910     IF WS-HIGHEST-RC < 4
  4920         MOVE 4 TO WS-HIGHEST-RC
  4930     END-IF.
  4940 9800-EXIT.
  4950     EXIT.

  4960******************************************************************
  4970* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  4980*                  the common operations log. Open-write-close
  4990*                  per entry, so the log never blocks another
  5000*                  program in the suite; a log that will not
  5010*                  open is shouted to SYSOUT and skipped - it
  5020*                  must never take the job down itself.
  5030******************************************************************
  5040 9900-WRITE-OPS-LOG.
  5050     OPEN EXTEND OPS-LOG-FILE.
  5060     IF NOT WS-OPS-OK
  5070         DISPLAY "DHRETAIN: UNABLE TO OPEN OPSLOG, STATUS = "
  5080             WS-OPS-STATUS
  5090         GO TO 9900-EXIT
  5100     END-IF
  5110     MOVE SPACES TO OPS-LOG-RECORD
  5120     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  5130     ACCEPT WS-OPS-TIME-RAW FROM TIME
  5140     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  5150     MOVE "DHRETAIN" TO OPS-PROGRAM
  5160     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  5170     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  5180     WRITE OPS-LOG-RECORD
  5190     CLOSE OPS-LOG-FILE.
  5200 9900-EXIT.
  5210     EXIT.
