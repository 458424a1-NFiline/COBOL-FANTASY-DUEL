  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Run-calendar maintenance for the overnight schedule.
  1050*          The scheduled jobs each check RUNCAL at startup and
  1060*          refuse to run until the jobs ahead of them have
  1070*          finished clean for the open business date:
  1080*            MATCHMKR
  1090*            FDBATCH            after MATCHMKR
  1100*            LBRDRCN, FDAUDIT,  after FDBATCH
  1110*            STNDXTR, ACHVUPD,
  1112*            GOLDRCN, RATEUPD,
  1114*            DUELSCAN
  1120*            SEASNCLS (monthly) after LBRDRCN and FDAUDIT
  1130*            DHRETAIN (monthly) after SEASNCLS
  1140*          This program applies the operator's RCALTRAN cards
  1150*          to RUNCAL: "O" opens a new business date, "B" marks
  1160*          a job bypassed for the open date with the reason
  1170*          given (so the jobs after it may run), and "P"
  1180*          prints the calendar for a date on RCALRPT for the
  1190*          shift handover. A new date will not open while the
  1200*          open one still has a nightly job - or, once the
  1210*          monthly close has started, a monthly job - that
  1220*          has neither finished clean nor been bypassed.
  1230*          RUNCAL starts empty - the first run against a
  1240*          status-35 open loads it, and its first "O" card
  1250*          opens the first date.
  1260* Tectonics: cobc -x RCALMNT.cbl -I copybooks
  1270*
  1280* Modification History
  1290*   15 Oct 2026  NF  Initial version.
  1300******************************************************************
  1310 IDENTIFICATION DIVISION.
  1320 PROGRAM-ID. RCALMNT.
  1330 AUTHOR. NICOLAS FILINE.
  1340 INSTALLATION. FANTASY DUEL GAMES.
  1350 DATE-WRITTEN. 15 OCT 2026.
  1360 DATE-COMPILED.

  1370 ENVIRONMENT DIVISION.
  1380 INPUT-OUTPUT SECTION.
  1390 FILE-CONTROL.
  1400     SELECT RCAL-TRAN-FILE ASSIGN TO "RCALTRAN"
  1410         ORGANIZATION IS LINE SEQUENTIAL
  1420         FILE STATUS IS WS-TRAN-STATUS.

  1430     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1440         ORGANIZATION IS INDEXED
  1450         ACCESS MODE IS RANDOM
  1460         RECORD KEY IS RCAL-KEY
  1470         FILE STATUS IS WS-RCAL-STATUS.

  1480     SELECT RCAL-RPT-FILE ASSIGN TO "RCALRPT"
  1490         ORGANIZATION IS LINE SEQUENTIAL
  1500         FILE STATUS IS WS-RPT-STATUS.

  1510     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1520         ORGANIZATION IS LINE SEQUENTIAL
  1530         FILE STATUS IS WS-OPS-STATUS.

  1540 DATA DIVISION.
  1550 FILE SECTION.
  1560 FD  RCAL-TRAN-FILE.
  1570 01  RTRN-RECORD.
  1580     05  RTRN-ACTION-CODE        PIC X(01).
  1590         88  RTRN-OPEN           VALUE "O".
  1600         88  RTRN-BYPASS         VALUE "B".
  1610         88  RTRN-PRINT          VALUE "P".
  1620     05  FILLER                  PIC X(01).
  1630     05  RTRN-BUS-DATE           PIC X(08).
  1640     05  RTRN-BUS-DATE-N REDEFINES RTRN-BUS-DATE
  1650                                 PIC 9(08).
  1660     05  FILLER                  PIC X(01).
  1670     05  RTRN-JOB-NAME           PIC X(08).
  1680     05  FILLER                  PIC X(01).
  1690     05  RTRN-REASON             PIC X(40).

  1700 FD  RUN-CAL-FILE.
  1710     COPY RCALREC.

  1720 FD  RCAL-RPT-FILE.
  1730 01  RCAL-RPT-LINE               PIC X(80).

  1740 FD  OPS-LOG-FILE.
  1750     COPY OPSREC.

  1760 WORKING-STORAGE SECTION.
  1770 01  WS-FILE-STATUSES.
  1780     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
  1790         88  WS-TRAN-OK          VALUE "00".
  1800     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1810         88  WS-RCAL-OK          VALUE "00", "02".
  1820         88  WS-RCAL-NOT-FOUND   VALUE "35".
  1830     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1840         88  WS-RPT-OK           VALUE "00".
  1850     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1860         88  WS-OPS-OK           VALUE "00".

  1870 01  WS-SWITCHES.
  1880     05  WS-EOF-SW               PIC X(01) VALUE "N".
  1890         88  WS-END-OF-TRAN      VALUE "Y".
  1900     05  WS-CTL-FOUND-SW         PIC X(01) VALUE "N".
  1910         88  WS-CTL-FOUND        VALUE "Y".
  1920     05  WS-JOB-FOUND-SW         PIC X(01) VALUE "N".
  1930         88  WS-JOB-FOUND        VALUE "Y".
  1940     05  WS-MONTHLY-STARTED-SW   PIC X(01) VALUE "N".
  1950         88  WS-MONTHLY-STARTED  VALUE "Y".

  1960 01  WS-COUNTERS.
  1970     05  WS-TRANS-READ           PIC 9(05) VALUE ZERO.
  1980     05  WS-DATES-OPENED         PIC 9(05) VALUE ZERO.
  1990     05  WS-JOBS-BYPASSED        PIC 9(05) VALUE ZERO.
  2000     05  WS-DATES-PRINTED        PIC 9(05) VALUE ZERO.
  2010     05  WS-TRANS-REJECTED       PIC 9(05) VALUE ZERO.
  2020     05  WS-SCH-IDX              PIC 9(02) VALUE ZERO.
  2030     05  WS-OUTSTANDING          PIC 9(02) VALUE ZERO.

  2040 01  WS-WORK-FIELDS.
  2050     05  WS-OPEN-DATE            PIC 9(08) VALUE ZERO.
  2060     05  WS-NEW-DATE             PIC 9(08) VALUE ZERO.
  2070     05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
  2080     05  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
  2090         10  WS-CHECK-YYYY       PIC 9(04).
  2100         10  WS-CHECK-MM         PIC 9(02).
  2110         10  WS-CHECK-DD         PIC 9(02).
  2120     05  WS-FIRST-OUTSTANDING    PIC X(08) VALUE SPACES.
  2130     05  WS-REJ-REASON           PIC X(40) VALUE SPACES.
  2140     05  WS-RESULT-TEXT          PIC X(50) VALUE SPACES.
  2150     05  WS-RC-EDIT              PIC Z9.
  2160     05  WS-TIME-RAW.
  2170         10  WS-TIME-HHMMSS      PIC 9(06).
  2180         10  FILLER              PIC 9(02).

  2190******************************************************************
  2200* WS-SCHEDULE-TABLE - the jobs that run under the calendar, in
  2210*                     schedule order, N nightly or M monthly.
  2220*                     Each job's own prerequisites are coded in
  2230*                     that job; this list is what a business
  2240*                     date must have done (or bypassed) before
  2250*                     the next one opens, and what the status
  2260*                     print shows. SCH-STATUS holds each job's
  2270*                     RUNCAL status for the date being looked
  2280*                     at (space = not run).
  2290******************************************************************
  2300 01  WS-SCHEDULE-LIST.
  2310     05  FILLER                  PIC X(09) VALUE "MATCHMKRN".
  2320     05  FILLER                  PIC X(09) VALUE "FDBATCH N".
  2330     05  FILLER                  PIC X(09) VALUE "LBRDRCN N".
  2340     05  FILLER                  PIC X(09) VALUE "FDAUDIT N".
  2350     05  FILLER                  PIC X(09) VALUE "STNDXTR N".
  2352     05  FILLER                  PIC X(09) VALUE "ACHVUPD N".
  2354     05  FILLER                  PIC X(09) VALUE "GOLDRCN N".
  2356     05  FILLER                  PIC X(09) VALUE "RATEUPD N".
  2358     05  FILLER                  PIC X(09) VALUE "DUELSCANN".
  2360     05  FILLER                  PIC X(09) VALUE "SEASNCLSM".
  2370     05  FILLER                  PIC X(09) VALUE "DHRETAINM".
  2380 01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-LIST.
  2390     05  WS-SCHED-ENTRY OCCURS 11 TIMES.
  2400         10  SCH-JOB-NAME        PIC X(08).
  2410         10  SCH-FREQ            PIC X(01).
  2420             88  SCH-NIGHTLY     VALUE "N".
  2430             88  SCH-MONTHLY     VALUE "M".
  2440 01  WS-SCHED-STATUS-TABLE.
  2450     05  SCH-STATUS              PIC X(01) OCCURS 11 TIMES.
  2460 01  WS-SCHED-COUNT              PIC 9(02) VALUE 11.

  2470******************************************************************
  2480* WS-OPS-WORK - one operations-log entry in the making, plus
  2490*               the worst condition seen so far: 0 clean, 4
  2500*               warnings, 12 fatal. The highest value becomes
  2510*               the job's return code.
  2520******************************************************************
  2530 01  WS-OPS-WORK.
  2540     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2550     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2560     05  WS-OPS-TIME-RAW.
  2570         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2580         10  FILLER              PIC 9(02).
  2590     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2600 01  WS-HEADING-1.
  2610     05  FILLER                  PIC X(20)
  2620         VALUE "FANTASY DUEL - RUN C".
  2630     05  FILLER                  PIC X(20)
  2640         VALUE "ALENDAR MAINTENANCE ".

  2650 01  WS-TRAN-LINE.
  2660     05  TRL-CARD                PIC X(19).
  2670     05  FILLER                  PIC X(02) VALUE SPACES.
  2680     05  TRL-RESULT              PIC X(50).

  2690 01  WS-DATE-LINE.
  2700     05  FILLER                  PIC X(31)
  2710         VALUE "RUN CALENDAR FOR BUSINESS DATE ".
  2720     05  DL-DATE                 PIC 9(08).
  2730     05  FILLER                  PIC X(03) VALUE " - ".
  2740     05  DL-STATE                PIC X(10).

  2750 01  WS-COLHDR.
  2760     05  FILLER                  PIC X(10) VALUE "JOB       ".
  2770     05  FILLER                  PIC X(09) VALUE "FREQ     ".
  2780     05  FILLER                  PIC X(10) VALUE "STATUS    ".
  2790     05  FILLER                  PIC X(16)
  2800         VALUE "STARTED         ".
  2810     05  FILLER                  PIC X(17)
  2820         VALUE "ENDED            ".
  2830     05  FILLER                  PIC X(02) VALUE "RC".

  2840 01  WS-JOB-LINE.
  2850     05  JL-JOB-NAME             PIC X(08).
  2860     05  FILLER                  PIC X(02) VALUE SPACES.
  2870     05  JL-FREQ                 PIC X(07).
  2880     05  FILLER                  PIC X(02) VALUE SPACES.
  2890     05  JL-STATUS               PIC X(09).
  2900     05  FILLER                  PIC X(01) VALUE SPACES.
  2910     05  JL-START-DATE           PIC X(08).
  2920     05  FILLER                  PIC X(01) VALUE SPACES.
  2930     05  JL-START-TIME           PIC X(06).
  2940     05  FILLER                  PIC X(01) VALUE SPACES.
  2950     05  JL-END-DATE             PIC X(08).
  2960     05  FILLER                  PIC X(01) VALUE SPACES.
  2970     05  JL-END-TIME             PIC X(06).
  2980     05  FILLER                  PIC X(02) VALUE SPACES.
  2990     05  JL-RC                   PIC X(02).

  3000 01  WS-REASON-LINE.
  3010     05  FILLER                  PIC X(18)
  3020         VALUE "          REASON: ".
  3030     05  RL-REASON               PIC X(40).

  3040 01  WS-OUTSTANDING-LINE.
  3050     05  FILLER                  PIC X(20)
  3060         VALUE "JOBS STILL TO RUN : ".
  3070     05  OSL-COUNT               PIC Z9.

  3080 01  WS-ALL-DONE-LINE.
  3090     05  FILLER                  PIC X(20)
  3100         VALUE "ALL SCHEDULED JOBS D".
  3110     05  FILLER                  PIC X(20)
  3120         VALUE "ONE - NEXT DATE MAY ".
  3130     05  FILLER                  PIC X(09) VALUE "BE OPENED".

  3140 PROCEDURE DIVISION.
  3150 0000-MAIN-PROCEDURE.
  3160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3170     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
  3180         UNTIL WS-END-OF-TRAN.
  3190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  3200     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  3210     STOP RUN.

  3220******************************************************************
  3230* 1000-INITIALIZE - open the cards, the calendar and the report.
  3240*                   A status-35 open of RUNCAL means it has
  3250*                   never been loaded - create it empty and
  3260*                   carry on, so the first run can open the
  3270*                   first business date.
  3280******************************************************************
  3290 1000-INITIALIZE.
  3300     OPEN INPUT RCAL-TRAN-FILE.
  3310     IF NOT WS-TRAN-OK
  3320         DISPLAY "RCALMNT: UNABLE TO OPEN RCALTRAN, STATUS = "
  3330             WS-TRAN-STATUS
  3340         MOVE "E" TO WS-OPS-SEVERITY
  3350         MOVE "RCALTRAN OPEN FAILED" TO WS-OPS-TEXT
  3360         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3370         MOVE 12 TO RETURN-CODE
  3380         STOP RUN
  3390     END-IF

  3400     OPEN I-O RUN-CAL-FILE.
  3410     IF WS-RCAL-NOT-FOUND
  3420         DISPLAY "RCALMNT: RUNCAL NOT LOADED YET - "
  3430             "RUNNING AS INITIAL LOAD"
  3440         OPEN OUTPUT RUN-CAL-FILE
  3450         CLOSE RUN-CAL-FILE
  3460         OPEN I-O RUN-CAL-FILE
  3470     END-IF
  3480     IF NOT WS-RCAL-OK
  3490         DISPLAY "RCALMNT: UNABLE TO OPEN RUNCAL, STATUS = "
  3500             WS-RCAL-STATUS
  3510         MOVE "E" TO WS-OPS-SEVERITY
  3520         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  3530         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3540         MOVE 12 TO RETURN-CODE
  3550         STOP RUN
  3560     END-IF

  3570     OPEN OUTPUT RCAL-RPT-FILE.
  3580     IF NOT WS-RPT-OK
  3590         DISPLAY "RCALMNT: UNABLE TO OPEN RCALRPT, STATUS = "
  3600             WS-RPT-STATUS
  3610         MOVE "E" TO WS-OPS-SEVERITY
  3620         MOVE "RCALRPT OPEN FAILED" TO WS-OPS-TEXT
  3630         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3640         MOVE 12 TO RETURN-CODE
  3650         STOP RUN
  3660     END-IF

  3670     WRITE RCAL-RPT-LINE FROM WS-HEADING-1
  3680     MOVE SPACES TO RCAL-RPT-LINE
  3690     WRITE RCAL-RPT-LINE.
  3700 1000-EXIT.
  3710     EXIT.

  3720******************************************************************
  3730* 2000-APPLY-TRANSACTION - read one RCALTRAN card and apply it
  3740*                  by action code. Every card is echoed to
  3750*                  RCALRPT with what became of it; anything
  3760*                  that cannot be applied is counted as a
  3770*                  reject, never silently dropped.
  3780******************************************************************
  3790 2000-APPLY-TRANSACTION.
  3800     READ RCAL-TRAN-FILE
  3810         AT END
  3820             SET WS-END-OF-TRAN TO TRUE
  3830             GO TO 2000-EXIT
  3840     END-READ

  3850     IF RTRN-RECORD = SPACES
  3860         GO TO 2000-EXIT
  3870     END-IF
  3880     ADD 1 TO WS-TRANS-READ

  3890     PERFORM 2800-READ-CONTROL THRU 2800-EXIT

  3900     EVALUATE TRUE
  3910         WHEN RTRN-OPEN
  3920             PERFORM 2100-OPEN-BUSINESS-DATE THRU 2100-EXIT
  3930         WHEN RTRN-BYPASS
  3940             PERFORM 2200-BYPASS-JOB THRU 2200-EXIT
  3950         WHEN RTRN-PRINT
  3960             PERFORM 2300-PRINT-CALENDAR THRU 2300-EXIT
  3970         WHEN OTHER
  3980             MOVE "UNKNOWN ACTION CODE" TO WS-REJ-REASON
  3990             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4000     END-EVALUATE.
  4010 2000-EXIT.
  4020     EXIT.

  4030******************************************************************
  4040* 2100-OPEN-BUSINESS-DATE - open the date on the card (blank =
  4050*                  today). It must be later than the date open
  4060*                  now, and every job the open date still owes
  4070*                  must have finished clean or been bypassed.
  4080******************************************************************
  4090 2100-OPEN-BUSINESS-DATE.
  4100     IF RTRN-BUS-DATE = SPACES
  4110         ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
  4120     ELSE
  4130         PERFORM 2700-EDIT-CARD-DATE THRU 2700-EXIT
  4140         IF WS-REJ-REASON NOT = SPACES
  4150             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4160             GO TO 2100-EXIT
  4170         END-IF
  4180     END-IF

  4190     IF WS-CTL-FOUND
  4200         IF WS-CHECK-DATE NOT GREATER THAN WS-OPEN-DATE
  4210             MOVE SPACES TO WS-REJ-REASON
  4220             STRING "NOT AFTER OPEN DATE " WS-OPEN-DATE
  4230                 DELIMITED BY SIZE INTO WS-REJ-REASON
  4240             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4250             GO TO 2100-EXIT
  4260         END-IF
  4270         MOVE WS-CHECK-DATE TO WS-NEW-DATE
  4280         MOVE WS-OPEN-DATE TO WS-CHECK-DATE
  4290         PERFORM 2500-COUNT-OUTSTANDING THRU 2500-EXIT
  4300         MOVE WS-NEW-DATE TO WS-CHECK-DATE
  4310         IF WS-OUTSTANDING NOT = ZERO
  4320             MOVE SPACES TO WS-REJ-REASON
  4330             STRING WS-FIRST-OUTSTANDING DELIMITED BY SPACE
  4340                 " NOT DONE FOR " WS-OPEN-DATE
  4350                 DELIMITED BY SIZE INTO WS-REJ-REASON
  4360             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4370             GO TO 2100-EXIT
  4380         END-IF
  4390     END-IF

  4400     MOVE ZERO TO RCAL-BUS-DATE
  4410     MOVE SPACES TO RCAL-JOB-NAME
  4420     MOVE SPACES TO RCAL-CTL-DATA
  4430     MOVE WS-CHECK-DATE TO RCAL-CTL-OPEN-DATE
  4440     ACCEPT RCAL-CTL-OPENED-ON FROM DATE YYYYMMDD
  4450     ACCEPT WS-TIME-RAW FROM TIME
  4460     MOVE WS-TIME-HHMMSS TO RCAL-CTL-OPENED-AT
  4470     IF WS-CTL-FOUND
  4480         REWRITE RCAL-RECORD
  4490     ELSE
  4500         WRITE RCAL-RECORD
  4510     END-IF
  4520     IF NOT WS-RCAL-OK
  4530         MOVE SPACES TO WS-REJ-REASON
  4540         STRING "RUNCAL UPDATE FAILED, STATUS " WS-RCAL-STATUS
  4550             DELIMITED BY SIZE INTO WS-REJ-REASON
  4560         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4570         GO TO 2100-EXIT
  4580     END-IF

  4590     ADD 1 TO WS-DATES-OPENED
  4600     MOVE SPACES TO WS-RESULT-TEXT
  4610     STRING "BUSINESS DATE " WS-CHECK-DATE " OPENED"
  4620         DELIMITED BY SIZE INTO WS-RESULT-TEXT
  4630     PERFORM 2950-ECHO-TRANSACTION THRU 2950-EXIT
  4640     MOVE "I" TO WS-OPS-SEVERITY
  4650     MOVE WS-RESULT-TEXT TO WS-OPS-TEXT
  4660     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  4670 2100-EXIT.
  4680     EXIT.

  4690******************************************************************
  4700* 2200-BYPASS-JOB - mark a scheduled job bypassed for the open
  4710*                  date, with the operator's reason, so the jobs
  4720*                  after it may run. Only the open date can be
  4730*                  touched (a date on the card must be it), and
  4740*                  a job that already finished clean stands.
  4750*                  The bypass is logged with its reason.
  4760******************************************************************
  4770 2200-BYPASS-JOB.
  4780     IF NOT WS-CTL-FOUND
  4790         MOVE "NO BUSINESS DATE OPEN" TO WS-REJ-REASON
  4800         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4810         GO TO 2200-EXIT
  4820     END-IF
  4830     IF RTRN-BUS-DATE NOT = SPACES
  4840         IF RTRN-BUS-DATE NOT NUMERIC
  4850             OR RTRN-BUS-DATE-N NOT = WS-OPEN-DATE
  4860             MOVE SPACES TO WS-REJ-REASON
  4870             STRING "ONLY OPEN DATE " WS-OPEN-DATE
  4880                 " MAY BE CHANGED"
  4890                 DELIMITED BY SIZE INTO WS-REJ-REASON
  4900             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4910             GO TO 2200-EXIT
  4920         END-IF
  4930     END-IF
  4940     IF RTRN-REASON = SPACES
  4950         MOVE "NO BYPASS REASON GIVEN" TO WS-REJ-REASON
  4960         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4970         GO TO 2200-EXIT
  4980     END-IF

  4990     MOVE "N" TO WS-JOB-FOUND-SW
  5000     MOVE ZERO TO WS-SCH-IDX
  5010     PERFORM 2250-FIND-SCHEDULED-JOB THRU 2250-EXIT
  5020         UNTIL WS-JOB-FOUND
  5030             OR WS-SCH-IDX NOT LESS THAN WS-SCHED-COUNT
  5040     IF NOT WS-JOB-FOUND
  5050         MOVE "JOB NOT ON THE SCHEDULE" TO WS-REJ-REASON
  5060         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5070         GO TO 2200-EXIT
  5080     END-IF

  5090     MOVE WS-OPEN-DATE TO RCAL-BUS-DATE
  5100     MOVE RTRN-JOB-NAME TO RCAL-JOB-NAME
  5110     MOVE "Y" TO WS-JOB-FOUND-SW
  5120     READ RUN-CAL-FILE
  5130         INVALID KEY
  5140             MOVE "N" TO WS-JOB-FOUND-SW
  5150     END-READ
  5160     IF WS-JOB-FOUND AND RCAL-COMPLETE
  5170         MOVE "JOB ALREADY COMPLETE" TO WS-REJ-REASON
  5180         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5190         GO TO 2200-EXIT
  5200     END-IF
  5210     IF NOT WS-JOB-FOUND
  5220         MOVE WS-OPEN-DATE TO RCAL-BUS-DATE
  5230         MOVE RTRN-JOB-NAME TO RCAL-JOB-NAME
  5240         MOVE SPACES TO RCAL-JOB-DATA
  5250         MOVE ZERO TO RCAL-START-DATE RCAL-START-TIME
  5260         MOVE ZERO TO RCAL-RETURN-CODE
  5270     END-IF
  5280     SET RCAL-BYPASSED TO TRUE
  5290     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  5300     ACCEPT WS-TIME-RAW FROM TIME
  5310     MOVE WS-TIME-HHMMSS TO RCAL-END-TIME
  5320     MOVE RTRN-REASON TO RCAL-REASON
  5330     IF WS-JOB-FOUND
  5340         REWRITE RCAL-RECORD
  5350     ELSE
  5360         WRITE RCAL-RECORD
  5370     END-IF
  5380     IF NOT WS-RCAL-OK
  5390         MOVE SPACES TO WS-REJ-REASON
  5400         STRING "RUNCAL UPDATE FAILED, STATUS " WS-RCAL-STATUS
  5410             DELIMITED BY SIZE INTO WS-REJ-REASON
  5420         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5430         GO TO 2200-EXIT
  5440     END-IF

  5450     ADD 1 TO WS-JOBS-BYPASSED
  5460     MOVE SPACES TO WS-RESULT-TEXT
  5470     STRING "BYPASSED FOR " WS-OPEN-DATE " - " RTRN-REASON
  5480         DELIMITED BY SIZE INTO WS-RESULT-TEXT
  5490     PERFORM 2950-ECHO-TRANSACTION THRU 2950-EXIT
  5500     MOVE "I" TO WS-OPS-SEVERITY
  5510     MOVE SPACES TO WS-OPS-TEXT
  5520     STRING RTRN-JOB-NAME DELIMITED BY SPACE
  5530         " BYPASSED: " RTRN-REASON
  5540         DELIMITED BY SIZE INTO WS-OPS-TEXT
  5550     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  5560 2200-EXIT.
  5570     EXIT.

  5580 2250-FIND-SCHEDULED-JOB.
  5590     ADD 1 TO WS-SCH-IDX
  5600     IF SCH-JOB-NAME (WS-SCH-IDX) = RTRN-JOB-NAME
  5610         SET WS-JOB-FOUND TO TRUE
  5620     END-IF.
  5630 2250-EXIT.
  5640     EXIT.

  5650******************************************************************
  5660* 2300-PRINT-CALENDAR - print every scheduled job's standing for
  5670*                  the date on the card (blank = the open date):
  5680*                  status, start, end and return code, the
  5690*                  reason under any bypass, and how many jobs
  5700*                  the date still owes.
  5710******************************************************************
  5720 2300-PRINT-CALENDAR.
  5730     IF RTRN-BUS-DATE = SPACES
  5740         IF NOT WS-CTL-FOUND
  5750             MOVE "NO BUSINESS DATE OPEN" TO WS-REJ-REASON
  5760             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5770             GO TO 2300-EXIT
  5780         END-IF
  5790         MOVE WS-OPEN-DATE TO WS-CHECK-DATE
  5800     ELSE
  5810         PERFORM 2700-EDIT-CARD-DATE THRU 2700-EXIT
  5820         IF WS-REJ-REASON NOT = SPACES
  5830             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5840             GO TO 2300-EXIT
  5850         END-IF
  5860     END-IF

  5870     ADD 1 TO WS-DATES-PRINTED
  5880     MOVE "CALENDAR PRINTED" TO WS-RESULT-TEXT
  5890     PERFORM 2950-ECHO-TRANSACTION THRU 2950-EXIT

  5900     PERFORM 2500-COUNT-OUTSTANDING THRU 2500-EXIT
  5910     MOVE SPACES TO RCAL-RPT-LINE
  5920     WRITE RCAL-RPT-LINE
  5930     MOVE WS-CHECK-DATE TO DL-DATE
  5940     EVALUATE TRUE
  5950         WHEN NOT WS-CTL-FOUND
  5960             MOVE "NOT OPENED" TO DL-STATE
  5970         WHEN WS-CHECK-DATE = WS-OPEN-DATE
  5980             MOVE "OPEN" TO DL-STATE
  5990         WHEN WS-CHECK-DATE LESS THAN WS-OPEN-DATE
  6000             MOVE "CLOSED" TO DL-STATE
  6010         WHEN OTHER
  6020             MOVE "NOT OPENED" TO DL-STATE
  6030     END-EVALUATE
  6040     WRITE RCAL-RPT-LINE FROM WS-DATE-LINE
  6050     WRITE RCAL-RPT-LINE FROM WS-COLHDR

  6060     MOVE ZERO TO WS-SCH-IDX
  6070     PERFORM 2350-PRINT-ONE-JOB THRU 2350-EXIT
  6080         UNTIL WS-SCH-IDX NOT LESS THAN WS-SCHED-COUNT

  6090     IF WS-OUTSTANDING = ZERO
  6100         WRITE RCAL-RPT-LINE FROM WS-ALL-DONE-LINE
  6110     ELSE
  6120         MOVE WS-OUTSTANDING TO OSL-COUNT
  6130         WRITE RCAL-RPT-LINE FROM WS-OUTSTANDING-LINE
  6140     END-IF
  6150     MOVE SPACES TO RCAL-RPT-LINE
  6160     WRITE RCAL-RPT-LINE.
  6170 2300-EXIT.
  6180     EXIT.

  6190 2350-PRINT-ONE-JOB.
  6200     ADD 1 TO WS-SCH-IDX
  6210     MOVE SPACES TO WS-JOB-LINE
  6220     MOVE SCH-JOB-NAME (WS-SCH-IDX) TO JL-JOB-NAME
  6230     IF SCH-NIGHTLY (WS-SCH-IDX)
  6240         MOVE "NIGHTLY" TO JL-FREQ
  6250     ELSE
  6260         MOVE "MONTHLY" TO JL-FREQ
  6270     END-IF
  6280     IF SCH-STATUS (WS-SCH-IDX) = SPACE
  6290         MOVE "NOT RUN" TO JL-STATUS
  6300         WRITE RCAL-RPT-LINE FROM WS-JOB-LINE
  6310         GO TO 2350-EXIT
  6320     END-IF

  6330     MOVE WS-CHECK-DATE TO RCAL-BUS-DATE
  6340     MOVE SCH-JOB-NAME (WS-SCH-IDX) TO RCAL-JOB-NAME
  6350     READ RUN-CAL-FILE
  6360         INVALID KEY
  6370             MOVE "NOT RUN" TO JL-STATUS
  6380             WRITE RCAL-RPT-LINE FROM WS-JOB-LINE
  6390             GO TO 2350-EXIT
  6400     END-READ
  6410     EVALUATE TRUE
  6420         WHEN RCAL-COMPLETE
  6430             MOVE "COMPLETE" TO JL-STATUS
  6440         WHEN RCAL-FAILED
  6450             MOVE "FAILED" TO JL-STATUS
  6460         WHEN RCAL-BYPASSED
  6470             MOVE "BYPASSED" TO JL-STATUS
  6480         WHEN OTHER
  6490             MOVE "STARTED" TO JL-STATUS
  6500     END-EVALUATE
  6510     IF RCAL-START-DATE NOT = ZERO
  6520         MOVE RCAL-START-DATE TO JL-START-DATE
  6530         MOVE RCAL-START-TIME TO JL-START-TIME
  6540     END-IF
  6550     IF RCAL-END-DATE NOT = ZERO
  6560         MOVE RCAL-END-DATE TO JL-END-DATE
  6570         MOVE RCAL-END-TIME TO JL-END-TIME
  6580     END-IF
  6590     IF RCAL-COMPLETE OR RCAL-FAILED
  6600         MOVE RCAL-RETURN-CODE TO WS-RC-EDIT
  6610         MOVE WS-RC-EDIT TO JL-RC
  6620     END-IF
  6630     WRITE RCAL-RPT-LINE FROM WS-JOB-LINE
  6640     IF RCAL-REASON NOT = SPACES
  6650         MOVE RCAL-REASON TO RL-REASON
  6660         WRITE RCAL-RPT-LINE FROM WS-REASON-LINE
  6670     END-IF.
  6680 2350-EXIT.
  6690     EXIT.

  6700******************************************************************
  6710* 2500-COUNT-OUTSTANDING - load every scheduled job's RUNCAL
  6720*                  status for WS-CHECK-DATE and count the jobs
  6730*                  the date still owes: every nightly job, any
  6740*                  job that has started at all, and - once any
  6750*                  monthly job has a record for the date - every
  6760*                  monthly job, that has neither finished clean
  6770*                  nor been bypassed. The first one owed is kept
  6780*                  for the reject message.
  6790******************************************************************
  6800 2500-COUNT-OUTSTANDING.
  6810     MOVE ZERO TO WS-OUTSTANDING
  6820     MOVE SPACES TO WS-FIRST-OUTSTANDING
  6830     MOVE "N" TO WS-MONTHLY-STARTED-SW
  6840     MOVE ZERO TO WS-SCH-IDX
  6850     PERFORM 2510-LOAD-ONE-STATUS THRU 2510-EXIT
  6860         UNTIL WS-SCH-IDX NOT LESS THAN WS-SCHED-COUNT
  6870     MOVE ZERO TO WS-SCH-IDX
  6880     PERFORM 2520-TEST-ONE-JOB THRU 2520-EXIT
  6890         UNTIL WS-SCH-IDX NOT LESS THAN WS-SCHED-COUNT.
  6900 2500-EXIT.
  6910     EXIT.

  6920 2510-LOAD-ONE-STATUS.
  6930     ADD 1 TO WS-SCH-IDX
  6940     MOVE SPACE TO SCH-STATUS (WS-SCH-IDX)
  6950     MOVE WS-CHECK-DATE TO RCAL-BUS-DATE
  6960     MOVE SCH-JOB-NAME (WS-SCH-IDX) TO RCAL-JOB-NAME
  6970     READ RUN-CAL-FILE
  6980         INVALID KEY
  6990             GO TO 2510-EXIT
  7000     END-READ
  7010     MOVE RCAL-STATUS TO SCH-STATUS (WS-SCH-IDX)
  7020     IF SCH-MONTHLY (WS-SCH-IDX)
  7030         SET WS-MONTHLY-STARTED TO TRUE
  7040     END-IF.
  7050 2510-EXIT.
  7060     EXIT.

  7070 2520-TEST-ONE-JOB.
  7080     ADD 1 TO WS-SCH-IDX
  7090     IF SCH-STATUS (WS-SCH-IDX) = "C" OR "B"
  7100         GO TO 2520-EXIT
  7110     END-IF
  7120     IF SCH-MONTHLY (WS-SCH-IDX)
  7130         AND NOT WS-MONTHLY-STARTED
  7140         GO TO 2520-EXIT
  7150     END-IF
  7160     ADD 1 TO WS-OUTSTANDING
  7170     IF WS-FIRST-OUTSTANDING = SPACES
  7180         MOVE SCH-JOB-NAME (WS-SCH-IDX) TO WS-FIRST-OUTSTANDING
  7190     END-IF.
  7200 2520-EXIT.
  7210     EXIT.

  7220******************************************************************
  7230* 2700-EDIT-CARD-DATE - the card date must be a plausible
  7240*                  YYYYMMDD. Sets WS-CHECK-DATE, or
  7250*                  WS-REJ-REASON when it is not.
  7260******************************************************************
  7270 2700-EDIT-CARD-DATE.
  7280     MOVE SPACES TO WS-REJ-REASON
  7290     IF RTRN-BUS-DATE NOT NUMERIC
  7300         MOVE "BUSINESS DATE NOT NUMERIC" TO WS-REJ-REASON
  7310         GO TO 2700-EXIT
  7320     END-IF
  7330     MOVE RTRN-BUS-DATE-N TO WS-CHECK-DATE
  7340     IF WS-CHECK-YYYY < 2000
  7350         OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
  7360         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
  7370         MOVE "BUSINESS DATE NOT A VALID YYYYMMDD"
  7380             TO WS-REJ-REASON
  7390     END-IF.
  7400 2700-EXIT.
  7410     EXIT.

  7420******************************************************************
  7430* 2800-READ-CONTROL - pick up the business date open now, if
  7440*                  any. Sets WS-CTL-FOUND and WS-OPEN-DATE.
  7450******************************************************************
  7460 2800-READ-CONTROL.
  7470     MOVE "N" TO WS-CTL-FOUND-SW
  7480     MOVE ZERO TO WS-OPEN-DATE
  7490     MOVE ZERO TO RCAL-BUS-DATE
  7500     MOVE SPACES TO RCAL-JOB-NAME
  7510     READ RUN-CAL-FILE
  7520         INVALID KEY
  7530             GO TO 2800-EXIT
  7540     END-READ
  7550     SET WS-CTL-FOUND TO TRUE
  7560     MOVE RCAL-CTL-OPEN-DATE TO WS-OPEN-DATE.
  7570 2800-EXIT.
  7580     EXIT.

  7590 2900-REJECT-TRANSACTION.
  7600     DISPLAY "RCALMNT: " RTRN-RECORD (1:19)
  7610         " REJECTED - " WS-REJ-REASON
  7620     MOVE SPACES TO WS-RESULT-TEXT
  7630     STRING "REJECTED - " WS-REJ-REASON
  7640         DELIMITED BY SIZE INTO WS-RESULT-TEXT
  7650     PERFORM 2950-ECHO-TRANSACTION THRU 2950-EXIT
  7660     ADD 1 TO WS-TRANS-REJECTED.
  7670 2900-EXIT.
  7680     EXIT.

  7690 2950-ECHO-TRANSACTION.
  7700     MOVE RTRN-RECORD (1:19) TO TRL-CARD
  7710     MOVE WS-RESULT-TEXT TO TRL-RESULT
  7720     WRITE RCAL-RPT-LINE FROM WS-TRAN-LINE.
  7730 2950-EXIT.
  7740     EXIT.

  7750 9000-TERMINATE.
  7760     CLOSE RCAL-TRAN-FILE RUN-CAL-FILE RCAL-RPT-FILE.
  7770     DISPLAY "RCALMNT: " WS-TRANS-READ " CARD(S) READ, "
  7780         WS-DATES-OPENED " OPENED, "
  7790         WS-JOBS-BYPASSED " BYPASSED, "
  7800         WS-DATES-PRINTED " PRINTED, "
  7810         WS-TRANS-REJECTED " REJECTED".

  7820     IF WS-TRANS-REJECTED NOT = ZERO
  7830         MOVE "W" TO WS-OPS-SEVERITY
  7840         MOVE SPACES TO WS-OPS-TEXT
  7850         STRING WS-TRANS-REJECTED " CALENDAR CARD(S) REJECTED"
  7860             DELIMITED BY SIZE INTO WS-OPS-TEXT
  7870         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  7880         IF WS-HIGHEST-RC < 4
  7890             MOVE 4 TO WS-HIGHEST-RC
  7900         END-IF
  7910     END-IF.
  7920 9000-EXIT.
  7930     EXIT.

  7940******************************************************************
  7950* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  7960*                  the common operations log. Open-write-close
  7970*                  per entry, so the log never blocks another
  7980*                  program in the suite; a log that will not
  7990*                  open is shouted to SYSOUT and skipped - it
  8000*                  must never take the job down itself.
  8010******************************************************************
  8020 9900-WRITE-OPS-LOG.
  8030     OPEN EXTEND OPS-LOG-FILE.
  8040     IF NOT WS-OPS-OK
  8050         DISPLAY "RCALMNT: UNABLE TO OPEN OPSLOG, STATUS = "
  8060             WS-OPS-STATUS
  8070         GO TO 9900-EXIT
  8080     END-IF
  8090     MOVE SPACES TO OPS-LOG-RECORD
  8100     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  8110     ACCEPT WS-OPS-TIME-RAW FROM TIME
  8120     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  8130     MOVE "RCALMNT" TO OPS-PROGRAM
  8140     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  8150     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  8160     WRITE OPS-LOG-RECORD
  8170     CLOSE OPS-LOG-FILE.
  8180 9900-EXIT.
  8190     EXIT.
