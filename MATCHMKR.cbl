  1210*
  1220* Modification History
  1230*   02 Sept 2026  NF  Initial version.
  1231*   15 Oct 2026  NF  Runs under the business-date run calendar
  1232*                     (RUNCAL): will not start (RC=12, OPSLOG
  1233*                     entry) unless a business date is open, and
  1234*                     records its own start, end and return code
  1235*                     there so FDBATCH knows the roster is ready.
  1236*                     Writes to the common operations log
  1237*                     (OPSLOG).
  1240******************************************************************
  1250 IDENTIFICATION DIVISION.
  1260 PROGRAM-ID. MATCHMKR.
  1520         ORGANIZATION IS LINE SEQUENTIAL
  1530         FILE STATUS IS WS-RPT-STATUS.

  1531     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1532         ORGANIZATION IS INDEXED
  1533         ACCESS MODE IS RANDOM
  1534         RECORD KEY IS RCAL-KEY
  1535         FILE STATUS IS WS-RCAL-STATUS.

  1536     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1537         ORGANIZATION IS LINE SEQUENTIAL
  1538         FILE STATUS IS WS-OPS-STATUS.

  1540 DATA DIVISION.
  1550 FILE SECTION.
  1560 FD  PLAYER-MST-FILE.
  1800 FD  SEED-RPT-FILE.
  1810 01  SEED-RPT-LINE               PIC X(80).

  1812 FD  RUN-CAL-FILE.
  1814     COPY RCALREC.

  1816 FD  OPS-LOG-FILE.
  1818     COPY OPSREC.

  1820 WORKING-STORAGE SECTION.
  1830 01  WS-FILE-STATUSES.
  1840     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1910         88  WS-ROSTER-OK        VALUE "00".
  1920     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1930         88  WS-RPT-OK           VALUE "00".
  1932     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1934         88  WS-RCAL-OK          VALUE "00".
  1936     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1938         88  WS-OPS-OK           VALUE "00".

  1940 01  WS-SWITCHES.
  1950     05  WS-PLAY-EOF-SW          PIC X(01) VALUE "N".
  2273     05  FILLER                  PIC X(02) VALUE SPACES.
  2274     05  FILLER                  PIC X(02) VALUE SPACES.

 2274A******************************************************************
 2274B* WS-OPS-WORK - one operations-log entry in the making, plus
 2274C*               the worst condition seen so far: 0 clean, 4
 2274D*               warnings, 12 fatal. The highest value becomes
 2274E*               the job's return code.
 2274F******************************************************************
 2274G 01  WS-OPS-WORK.
 2274H     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
 2274I     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
 2274J     05  WS-OPS-TIME-RAW.
 2274K         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
 2274L         10  FILLER              PIC 9(02).
 2274M     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 2274N******************************************************************
 2274O* WS-RUN-CALENDAR - this job's name on RUNCAL and the business
 2274P*                   date open there. It heads the schedule, so
 2274Q*                   there is nothing it must wait for.
 2274R******************************************************************
 2274S 01  WS-RUN-CALENDAR.
 2274T     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "MATCHMKR".
 2274U     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
 2274V     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
 2274W         88  WS-RCAL-FOUND       VALUE "Y".
 2274X     05  WS-RCAL-TIME-RAW.
 2274Y         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
 2274Z         10  FILLER              PIC 9(02).

  2275 01  WS-HEADING-1.
  2280     05  FILLER                  PIC X(20)
  2290         VALUE "FANTASY DUEL - ROSTE".

  2700 PROCEDURE DIVISION.
  2710 0000-MAIN-PROCEDURE.
  2715     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2730     SORT SEED-SORT-FILE
  2740         ON DESCENDING KEY SS-BAND-DESC
  2770         INPUT PROCEDURE IS 2000-RELEASE-PLAYERS
  2780         OUTPUT PROCEDURE IS 8000-WRITE-ROSTER.
  2790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2792     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2794     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2800     STOP RUN.

 2800A******************************************************************
 2800B* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 2800C*                  up the business date open on RUNCAL. No
 2800D*                  date open stops the job RC=12 with nothing
 2800E*                  touched; otherwise this job is recorded as
 2800F*                  started.
 2800G******************************************************************
 2800H 0500-CHECK-RUN-CALENDAR.
 2800I     OPEN I-O RUN-CAL-FILE.
 2800J     IF NOT WS-RCAL-OK
 2800K         DISPLAY "MATCHMKR: UNABLE TO OPEN RUNCAL, STATUS = "
 2800L             WS-RCAL-STATUS
 2800M         MOVE "E" TO WS-OPS-SEVERITY
 2800N         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 2800O         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 2800P         MOVE 12 TO RETURN-CODE
 2800Q         STOP RUN
 2800R     END-IF

 2800S     MOVE ZERO TO RCAL-BUS-DATE
 2800T     MOVE SPACES TO RCAL-JOB-NAME
 2800U     READ RUN-CAL-FILE
 2800V         INVALID KEY
 2800W             DISPLAY "MATCHMKR: NO BUSINESS DATE OPEN ON RUNCAL"
 2800X             MOVE "E" TO WS-OPS-SEVERITY
 2800Y             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
 2800Z             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2800AA             CLOSE RUN-CAL-FILE
2800AB             MOVE 12 TO RETURN-CODE
2800AC             STOP RUN
2800AD     END-READ
2800AE     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

2800AF     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2800AG     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2800AH     MOVE "Y" TO WS-RCAL-FOUND-SW
2800AI     READ RUN-CAL-FILE
2800AJ         INVALID KEY
2800AK             MOVE "N" TO WS-RCAL-FOUND-SW
2800AL     END-READ
2800AM     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2800AN     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2800AO     MOVE SPACES TO RCAL-JOB-DATA
2800AP     SET RCAL-STARTED TO TRUE
2800AQ     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
2800AR     ACCEPT WS-RCAL-TIME-RAW FROM TIME
2800AS     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
2800AT     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
2800AU     IF WS-RCAL-FOUND
2800AV         REWRITE RCAL-RECORD
2800AW     ELSE
2800AX         WRITE RCAL-RECORD
2800AY     END-IF
2800AZ     IF NOT WS-RCAL-OK
2800BA         DISPLAY "MATCHMKR: UNABLE TO RECORD START ON RUNCAL, "
2800BB             "STATUS = " WS-RCAL-STATUS
2800BC         MOVE "E" TO WS-OPS-SEVERITY
2800BD         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
2800BE         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2800BF         CLOSE RUN-CAL-FILE
2800BG         MOVE 12 TO RETURN-CODE
2800BH         STOP RUN
2800BI     END-IF
2800BJ     CLOSE RUN-CAL-FILE.
2800BK 0500-EXIT.
2800BL     EXIT.

  2810******************************************************************
  2820* 1000-INITIALIZE - open the masters and the outputs, and load
  2830*                   the default-script table off STRATDFT. A
  4920         " ROSTER ENTRIES WRITTEN".
  4930 9000-EXIT.
  4940     EXIT.

  4950******************************************************************
  4960* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  4970*                  end and return code: complete at RC 4 or
  4980*                  less, failed above, so the jobs that follow
  4990*                  know whether they may run. A calendar that
  5000*                  cannot be updated is logged and the job ends
  5010*                  RC=4 - its work is done, but the jobs after
  5020*                  it stay held until the operator bypasses it.
  5030******************************************************************
  5040 9800-RECORD-RUN-END.
  5050     OPEN I-O RUN-CAL-FILE.
  5060     IF NOT WS-RCAL-OK
  5070         DISPLAY "MATCHMKR: UNABLE TO OPEN RUNCAL, STATUS = "
  5080             WS-RCAL-STATUS
  5090         GO TO 9800-NOT-RECORDED
  5100     END-IF
  5110     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  5120     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  5130     READ RUN-CAL-FILE
  5140         INVALID KEY
  5150             CLOSE RUN-CAL-FILE
  5160             GO TO 9800-NOT-RECORDED
  5170     END-READ
  5180     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  5190     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  5200     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  5210     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  5220     IF WS-HIGHEST-RC > 4
  5230         SET RCAL-FAILED TO TRUE
  5240     ELSE
  5250         SET RCAL-COMPLETE TO TRUE
  5260     END-IF
  5270     REWRITE RCAL-RECORD
  5280     IF NOT WS-RCAL-OK
  5290         CLOSE RUN-CAL-FILE
  5300         GO TO 9800-NOT-RECORDED
  5310     END-IF
  5320     CLOSE RUN-CAL-FILE
  5330     GO TO 9800-EXIT.
  5340 9800-NOT-RECORDED.
  5350     MOVE "W" TO WS-OPS-SEVERITY
  5360     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  5370         TO WS-OPS-TEXT
  5380     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5390     IF WS-HIGHEST-RC < 4
  5400         MOVE 4 TO WS-HIGHEST-RC
  5410     END-IF.
  5420 9800-EXIT.
  5430     EXIT.

  5440******************************************************************
  5450* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  5460*                  the common operations log. Open-write-close
  5470*                  per entry, so the log never blocks another
  5480*                  program in the suite; a log that will not
  5490*                  open is shouted to SYSOUT and skipped - it
  5500*                  must never take the job down itself.
  5510******************************************************************
  5520 9900-WRITE-OPS-LOG.
  5530     OPEN EXTEND OPS-LOG-FILE.
  5540     IF NOT WS-OPS-OK
  5550         DISPLAY "MATCHMKR: UNABLE TO OPEN OPSLOG, STATUS = "
  5560             WS-OPS-STATUS
  5570         GO TO 9900-EXIT
  5580     END-IF
  5590     MOVE SPACES TO OPS-LOG-RECORD
  5600     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  5610     ACCEPT WS-OPS-TIME-RAW FROM TIME
  5620     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  5630     MOVE "MATCHMKR" TO OPS-PROGRAM
  5640     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  5650     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  5660     WRITE OPS-LOG-RECORD
  5670     CLOSE OPS-LOG-FILE.
  5680 9900-EXIT.
  5690     EXIT.
