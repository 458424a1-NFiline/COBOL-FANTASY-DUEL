  1215*                     there, and the job ends RC=0 clean, RC=4
  1216*                     with exceptions, RC=12 fatal, so the
  1217*                     scheduler can COND on it.
 1217A*   15 Oct 2026  NF  Runs under the business-date run calendar
 1217B*                     (RUNCAL): will not start (RC=12, OPSLOG
 1217C*                     entry) until FDBATCH has finished clean or
 1217D*                     been bypassed for the open business date,
 1217E*                     and records its own start, end and return
 1217F*                     code there for the jobs that follow.
  1218******************************************************************
  1219 IDENTIFICATION DIVISION.
  1220 PROGRAM-ID. LBRDRCN.
  1404         ORGANIZATION IS LINE SEQUENTIAL
  1406         FILE STATUS IS WS-BDY-STATUS.

 1406A     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
 1406B         ORGANIZATION IS INDEXED
 1406C         ACCESS MODE IS RANDOM
 1406D         RECORD KEY IS RCAL-KEY
 1406E         FILE STATUS IS WS-RCAL-STATUS.

  1407     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1408         ORGANIZATION IS LINE SEQUENTIAL
  1409         FILE STATUS IS WS-OPS-STATUS.
  1482 FD  SEASN-BDY-FILE.
  1484     COPY SBDYREC.

 1484A FD  RUN-CAL-FILE.
 1484B     COPY RCALREC.

  1486 FD  OPS-LOG-FILE.
  1488     COPY OPSREC.

  1564         88  WS-BDY-OK           VALUE "00".
  1566     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1568         88  WS-OPS-OK           VALUE "00".
 1568A     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
 1568B         88  WS-RCAL-OK          VALUE "00".

  1570 01  WS-SWITCHES.
  1580     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1697         10  FILLER              PIC 9(02).
  1698     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 1698A******************************************************************
 1698B* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
 1698C*                   open there, and the jobs that must have
 1698D*                   finished clean (or been bypassed) for that
 1698E*                   date before this one may run.
 1698F******************************************************************
 1698G 01  WS-RUN-CALENDAR.
 1698H     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "LBRDRCN".
 1698I     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
 1698J     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
 1698K         88  WS-RCAL-FOUND       VALUE "Y".
 1698L     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
 1698M         88  WS-RCAL-DONE        VALUE "Y".
 1698N     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
 1698O     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
 1698P     05  WS-RCAL-PREREQ-LIST.
 1698Q         10  FILLER              PIC X(08) VALUE "FDBATCH".
 1698R     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
 1698S         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
 1698T     05  WS-RCAL-TIME-RAW.
 1698U         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
 1698V         10  FILLER              PIC 9(02).

  1699 01  WS-DIFF                     PIC S9(07) VALUE ZERO.
  1700 01  WS-SEARCH-PLAYER-ID         PIC X(08) VALUE SPACES.
  1701 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.

  2260 PROCEDURE DIVISION.
  2270 0000-MAIN-PROCEDURE.
  2275     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2290     PERFORM 2000-RECOUNT-ONE-DUEL THRU 2000-EXIT
  2300         UNTIL WS-END-OF-HIST.
  2340     PERFORM 4000-SWEEP-UNMATCHED THRU 4000-EXIT.
  2350     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2362     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2365     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2370     STOP RUN.

 2370A******************************************************************
 2370B* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 2370C*                  up the business date open on RUNCAL and make
 2370D*                  sure every job this one follows has finished
 2370E*                  clean (or been bypassed) for it. Anything
 2370F*                  short of that stops the job RC=12 with nothing
 2370G*                  touched; otherwise this job is recorded as
 2370H*                  started.
 2370I******************************************************************
 2370J 0500-CHECK-RUN-CALENDAR.
 2370K     OPEN I-O RUN-CAL-FILE.
 2370L     IF NOT WS-RCAL-OK
 2370M         DISPLAY "LBRDRCN: UNABLE TO OPEN RUNCAL, STATUS = "
 2370N             WS-RCAL-STATUS
 2370O         MOVE "E" TO WS-OPS-SEVERITY
 2370P         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 2370Q         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 2370R         MOVE 12 TO RETURN-CODE
 2370S         STOP RUN
 2370T     END-IF

 2370U     MOVE ZERO TO RCAL-BUS-DATE
 2370V     MOVE SPACES TO RCAL-JOB-NAME
 2370W     READ RUN-CAL-FILE
 2370X         INVALID KEY
 2370Y             DISPLAY "LBRDRCN: NO BUSINESS DATE OPEN ON RUNCAL"
 2370Z             MOVE "E" TO WS-OPS-SEVERITY
2370AA             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
2370AB             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2370AC             CLOSE RUN-CAL-FILE
2370AD             MOVE 12 TO RETURN-CODE
2370AE             STOP RUN
2370AF     END-READ
2370AG     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

2370AH     MOVE ZERO TO WS-RCAL-IDX
2370AI     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
2370AJ         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

2370AK     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2370AL     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2370AM     MOVE "Y" TO WS-RCAL-FOUND-SW
2370AN     READ RUN-CAL-FILE
2370AO         INVALID KEY
2370AP             MOVE "N" TO WS-RCAL-FOUND-SW
2370AQ     END-READ
2370AR     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2370AS     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2370AT     MOVE SPACES TO RCAL-JOB-DATA
2370AU     SET RCAL-STARTED TO TRUE
2370AV     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
2370AW     ACCEPT WS-RCAL-TIME-RAW FROM TIME
2370AX     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
2370AY     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
2370AZ     IF WS-RCAL-FOUND
2370BA         REWRITE RCAL-RECORD
2370BB     ELSE
2370BC         WRITE RCAL-RECORD
2370BD     END-IF
2370BE     IF NOT WS-RCAL-OK
2370BF         DISPLAY "LBRDRCN: UNABLE TO RECORD START ON RUNCAL, "
2370BG             "STATUS = " WS-RCAL-STATUS
2370BH         MOVE "E" TO WS-OPS-SEVERITY
2370BI         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
2370BJ         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2370BK         CLOSE RUN-CAL-FILE
2370BL         MOVE 12 TO RETURN-CODE
2370BM         STOP RUN
2370BN     END-IF
2370BO     CLOSE RUN-CAL-FILE.
2370BP 0500-EXIT.
2370BQ     EXIT.

2370BR 0510-CHECK-ONE-PREREQ.
2370BS     ADD 1 TO WS-RCAL-IDX
2370BT     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2370BU     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
2370BV     MOVE "N" TO WS-RCAL-DONE-SW
2370BW     READ RUN-CAL-FILE
2370BX         INVALID KEY
2370BY             CONTINUE
2370BZ         NOT INVALID KEY
2370CA             IF RCAL-DONE
2370CB                 SET WS-RCAL-DONE TO TRUE
2370CC             END-IF
2370CD     END-READ
2370CE     IF WS-RCAL-DONE
2370CF         GO TO 0510-EXIT
2370CG     END-IF

2370CH     DISPLAY "LBRDRCN: " WS-RCAL-PREREQ (WS-RCAL-IDX)
2370CI         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
2370CJ     MOVE "E" TO WS-OPS-SEVERITY
2370CK     MOVE SPACES TO WS-OPS-TEXT
2370CL     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
2370CM         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
2370CN         DELIMITED BY SIZE INTO WS-OPS-TEXT
2370CO     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2370CP     CLOSE RUN-CAL-FILE
2370CQ     MOVE 12 TO RETURN-CODE
2370CR     STOP RUN.
2370CS 0510-EXIT.
2370CT     EXIT.

  2380 1000-INITIALIZE.
  2390     OPEN INPUT DUEL-HIST-FILE.
  2400     IF NOT WS-HIST-OK
  4150     EXIT.

  4151******************************************************************
 4151A* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
 4151B*                  end and return code: complete at RC 4 or
 4151C*                  less, failed above, so the jobs that follow
 4151D*                  know whether they may run. A calendar that
 4151E*                  cannot be updated is logged and the job ends
 4151F*                  RC=4 - its work is done, but the jobs after
 4151G*                  it stay held until the operator bypasses it.
 4151H******************************************************************
 4151I 9800-RECORD-RUN-END.
 4151J     OPEN I-O RUN-CAL-FILE.
 4151K     IF NOT WS-RCAL-OK
 4151L         DISPLAY "LBRDRCN: UNABLE TO OPEN RUNCAL, STATUS = "
 4151M             WS-RCAL-STATUS
 4151N         GO TO 9800-NOT-RECORDED
 4151O     END-IF
 4151P     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
 4151Q     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
 4151R     READ RUN-CAL-FILE
 4151S         INVALID KEY
 4151T             CLOSE RUN-CAL-FILE
 4151U             GO TO 9800-NOT-RECORDED
 4151V     END-READ
 4151W     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
 4151X     ACCEPT WS-RCAL-TIME-RAW FROM TIME
 4151Y     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
 4151Z     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
4151AA     IF WS-HIGHEST-RC > 4
4151AB         SET RCAL-FAILED TO TRUE
4151AC     ELSE
4151AD         SET RCAL-COMPLETE TO TRUE
4151AE     END-IF
4151AF     REWRITE RCAL-RECORD
4151AG     IF NOT WS-RCAL-OK
4151AH         CLOSE RUN-CAL-FILE
4151AI         GO TO 9800-NOT-RECORDED
4151AJ     END-IF
4151AK     CLOSE RUN-CAL-FILE
4151AL     GO TO 9800-EXIT.
4151AM 9800-NOT-RECORDED.
4151AN     MOVE "W" TO WS-OPS-SEVERITY
4151AO     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
4151AP         TO WS-OPS-TEXT
4151AQ     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
4151AR     IF WS-HIGHEST-RC < 4
4151AS         MOVE 4 TO WS-HIGHEST-RC
4151AT     END-IF.
4151AU 9800-EXIT.
4151AV     EXIT.

4151AW******************************************************************
  4152* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  4153*                  the common operations log. Open-write-close
  4154*                  per entry, so the log never blocks another
