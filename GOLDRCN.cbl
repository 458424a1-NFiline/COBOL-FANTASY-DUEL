  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Gold purse reconciliation control job. Proves every
  1050*          player's PLAY-GOLD on PLAYMST against the gold
  1060*          ledger: the last proven balance (GOLDBAL) plus the
  1070*          credits less the debits journaled since (GOLDJRNL -
  1080*          FANTASY-DUEL duel awards, FDBATCH tournament
  1084*          entry fees and prizes, ACHVUPD achievement
  1086*          bonuses, WPNSTORE purchases and refunds,
  1090*          and DUELVOID reversals) must equal the live
  1100*          purse. Every player who does not balance is printed
  1110*          on GOLDRPT with the difference, the same way LBRDRCN
  1120*          reports the leaderboard. A journal record whose own
  1130*          before/after balances disagree with its amount is
  1140*          reported too. The new proven balances go to
  1150*          GOLDBALN; the JCL swaps GOLDBALN over GOLDBAL and
  1160*          starts a fresh journal when this step ends RC=0 or
  1170*          RC=4. No GOLDBAL yet (file status 35, or an empty
  1180*          file) is the opening run: the live purses are
  1190*          adopted as the first proven balances.
  1200* Tectonics: cobc -x GOLDRCN.cbl -I copybooks
  1210*
  1220* Modification History
  1230*   15 Oct 2026  NF  Initial version.
  1240*   15 Oct 2026  NF  Runs under the business-date run calendar
  1250*                     (RUNCAL): will not start (RC=12, OPSLOG
  1260*                     entry) until FDBATCH has finished clean
  1270*                     or been bypassed for the open business
  1280*                     date, and records its own start, end and
  1290*                     return code there.
  1300******************************************************************
  1310 IDENTIFICATION DIVISION.
  1320 PROGRAM-ID. GOLDRCN.
  1330 AUTHOR. NICOLAS FILINE.
  1340 INSTALLATION. FANTASY DUEL GAMES.
  1350 DATE-WRITTEN. 15 OCT 2026.
  1360 DATE-COMPILED.

  1370 ENVIRONMENT DIVISION.
  1380 INPUT-OUTPUT SECTION.
  1390 FILE-CONTROL.
  1400     SELECT PLAYER-MST-FILE ASSIGN TO "PLAYMST"
  1410         ORGANIZATION IS INDEXED
  1420         ACCESS MODE IS SEQUENTIAL
  1430         RECORD KEY IS PLAY-PLAYER-ID
  1440         FILE STATUS IS WS-PLAY-STATUS.

  1450     SELECT GOLD-BAL-FILE ASSIGN TO "GOLDBAL"
  1460         ORGANIZATION IS LINE SEQUENTIAL
  1470         FILE STATUS IS WS-GBAL-STATUS.

  1480     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
  1490         ORGANIZATION IS LINE SEQUENTIAL
  1500         FILE STATUS IS WS-GOLD-STATUS.

  1510     SELECT GOLD-BAL-NEW-FILE ASSIGN TO "GOLDBALN"
  1520         ORGANIZATION IS LINE SEQUENTIAL
  1530         FILE STATUS IS WS-GBLN-STATUS.

  1540     SELECT GOLD-RPT-FILE ASSIGN TO "GOLDRPT"
  1550         ORGANIZATION IS LINE SEQUENTIAL
  1560         FILE STATUS IS WS-RPT-STATUS.

  1570     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1580         ORGANIZATION IS INDEXED
  1590         ACCESS MODE IS RANDOM
  1600         RECORD KEY IS RCAL-KEY
  1610         FILE STATUS IS WS-RCAL-STATUS.

  1620     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1630         ORGANIZATION IS LINE SEQUENTIAL
  1640         FILE STATUS IS WS-OPS-STATUS.

  1650 DATA DIVISION.
  1660 FILE SECTION.
  1670 FD  PLAYER-MST-FILE.
  1680     COPY PLAYREC.

  1690 FD  GOLD-BAL-FILE.
  1700     COPY GBALREC.

  1710 FD  GOLD-JRNL-FILE.
  1720     COPY GOLDREC.

  1730 FD  GOLD-BAL-NEW-FILE.
  1740     COPY GBALREC
  1750         REPLACING LEADING ==GB== BY ==GBN==.

  1760 FD  GOLD-RPT-FILE.
  1770 01  GOLD-RPT-LINE               PIC X(80).

  1780 FD  RUN-CAL-FILE.
  1790     COPY RCALREC.

  1800 FD  OPS-LOG-FILE.
  1810     COPY OPSREC.

  1820 WORKING-STORAGE SECTION.
  1830 01  WS-FILE-STATUSES.
  1840     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1850         88  WS-PLAY-OK          VALUE "00".
  1860     05  WS-GBAL-STATUS          PIC X(02) VALUE SPACES.
  1870         88  WS-GBAL-OK          VALUE "00".
  1880         88  WS-GBAL-NOT-FOUND   VALUE "35".
  1890     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  1900         88  WS-GOLD-OK          VALUE "00".
  1910         88  WS-GOLD-NOT-FOUND   VALUE "35".
  1920     05  WS-GBLN-STATUS          PIC X(02) VALUE SPACES.
  1930         88  WS-GBLN-OK          VALUE "00".
  1940     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1950         88  WS-RPT-OK           VALUE "00".
  1960     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1970         88  WS-OPS-OK           VALUE "00".
  1980     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1990         88  WS-RCAL-OK          VALUE "00".

  2000 01  WS-SWITCHES.
  2010     05  WS-GBAL-EOF-SW          PIC X(01) VALUE "N".
  2020         88  WS-END-OF-GBAL      VALUE "Y".
  2030     05  WS-GOLD-EOF-SW          PIC X(01) VALUE "N".
  2040         88  WS-END-OF-GOLD      VALUE "Y".
  2050     05  WS-PLAY-EOF-SW          PIC X(01) VALUE "N".
  2060         88  WS-END-OF-PLAY      VALUE "Y".
  2070     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  2080         88  WS-ENTRY-FOUND      VALUE "Y".
  2090     05  WS-OPENING-SW           PIC X(01) VALUE "N".
  2100         88  WS-OPENING-RUN      VALUE "Y".

  2110 01  WS-COUNTERS.
  2120     05  WS-GBAL-RECS-READ       PIC 9(05) VALUE ZERO.
  2130     05  WS-JRNL-RECS-READ       PIC 9(05) VALUE ZERO.
  2140     05  WS-PLAY-RECS-READ       PIC 9(05) VALUE ZERO.
  2150     05  WS-GBLN-RECS-WRITTEN    PIC 9(05) VALUE ZERO.
  2160     05  WS-EXCEPTIONS           PIC 9(05) VALUE ZERO.
  2170     05  WS-GRC-IDX              PIC 9(03) VALUE ZERO.

  2180 01  WS-CONTROL-TOTALS.
  2190     05  WS-TOTAL-CREDITS        PIC 9(09) VALUE ZERO.
  2200     05  WS-TOTAL-DEBITS         PIC 9(09) VALUE ZERO.

  2210******************************************************************
  2220* WS-OPS-WORK - one operations-log entry in the making, plus
  2230*               the worst condition seen so far: 0 clean, 4
  2240*               warnings, 12 fatal. The highest value becomes
  2250*               the job's return code.
  2260******************************************************************
  2270 01  WS-OPS-WORK.
  2280     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2290     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2300     05  WS-OPS-TIME-RAW.
  2310         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2320         10  FILLER              PIC 9(02).
  2330     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2340******************************************************************
  2350* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
  2360*                   open there, and the jobs that must have
  2370*                   finished clean (or been bypassed) for that
  2380*                   date before this one may run.
  2390******************************************************************
  2400 01  WS-RUN-CALENDAR.
  2410     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "GOLDRCN".
  2420     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
  2430     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
  2440         88  WS-RCAL-FOUND       VALUE "Y".
  2450     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
  2460         88  WS-RCAL-DONE        VALUE "Y".
  2470     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
  2480     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
  2490     05  WS-RCAL-PREREQ-LIST.
  2500         10  FILLER              PIC X(08) VALUE "FDBATCH".
  2510     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
  2520         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
  2530     05  WS-RCAL-TIME-RAW.
  2540         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
  2550         10  FILLER              PIC 9(02).

  2560 01  WS-EXPECTED                 PIC S9(08) VALUE ZERO.
  2570 01  WS-DIFF                     PIC S9(08) VALUE ZERO.
  2580 01  WS-JRNL-CHECK               PIC S9(08) VALUE ZERO.
  2590 01  WS-SEARCH-PLAYER-ID         PIC X(08) VALUE SPACES.
  2600 01  WS-TODAY                    PIC 9(08) VALUE ZERO.

  2610******************************************************************
  2620* WS-LEDGER-TABLE - one slot per player seen on GOLDBAL or the
  2630*                   journal: the proven opening balance and the
  2640*                   period's credits and debits. 500 matches the
  2650*                   PLAYMST cluster allocation; the job fails
  2660*                   loudly rather than prove the purses
  2670*                   partially if the shop ever outgrows it.
  2680******************************************************************
  2690 01  WS-LEDGER-TABLE.
  2700     05  WS-LEDGER-COUNT         PIC 9(03) VALUE ZERO.
  2710     05  WS-LEDGER-ENTRY OCCURS 500 TIMES.
  2720         10  GRC-PLAYER-ID       PIC X(08).
  2730         10  GRC-PROVEN-BAL      PIC 9(07).
  2740         10  GRC-CREDITS         PIC 9(07).
  2750         10  GRC-DEBITS          PIC 9(07).
  2760         10  GRC-MATCHED-SW      PIC X(01).
  2770             88  GRC-MATCHED     VALUE "Y".

  2780 01  WS-HEADING-1.
  2790     05  FILLER                  PIC X(20)
  2800         VALUE "FANTASY DUEL - GOLD ".
  2810     05  FILLER                  PIC X(20)
  2820         VALUE "PURSE RECONCILIATION".

  2830 01  WS-EXCP-LINE.
  2840     05  FILLER                  PIC X(08) VALUE "PLAYER: ".
  2850     05  XL-PLAYER-ID            PIC X(08).
  2860     05  FILLER                  PIC X(08) VALUE " PROVEN ".
  2870     05  XL-PROVEN               PIC ZZZZZZ9.
  2880     05  FILLER                  PIC X(05) VALUE " NET ".
  2890     05  XL-NET                  PIC ZZZZZZ9-.
  2900     05  FILLER                  PIC X(07) VALUE " PURSE ".
  2910     05  XL-PURSE                PIC ZZZZZZ9.
  2920     05  FILLER                  PIC X(06) VALUE " DIFF ".
  2930     05  XL-DIFF                 PIC ZZZZZZ9-.

  2940 01  WS-ORPHAN-LINE.
  2950     05  FILLER                  PIC X(08) VALUE "PLAYER: ".
  2960     05  OL-PLAYER-ID            PIC X(08).
  2970     05  FILLER                  PIC X(35)
  2980         VALUE "  ON GOLD LEDGER BUT NOT ON PLAYMST".

  2990 01  WS-BAD-JRNL-LINE.
  3000     05  FILLER                  PIC X(09) VALUE "JOURNAL: ".
  3010     05  BJ-PLAYER-ID            PIC X(08).
  3020     05  FILLER                  PIC X(01) VALUE SPACE.
  3030     05  BJ-POST-DATE            PIC 9(08).
  3040     05  FILLER                  PIC X(01) VALUE SPACE.
  3050     05  BJ-POST-TIME            PIC 9(06).
  3060     05  FILLER                  PIC X(01) VALUE SPACE.
  3070     05  BJ-SOURCE-PGM           PIC X(08).
  3080     05  FILLER                  PIC X(01) VALUE SPACE.
  3090     05  BJ-REASON-CODE          PIC X(02).
  3100     05  FILLER                  PIC X(28)
  3110         VALUE "  AMOUNT DISAGREES WITH BAL.".

  3120 01  WS-CLEAN-LINE.
  3130     05  FILLER                  PIC X(36) VALUE
  3140         "PURSES BALANCE WITH THE GOLD JOURNAL".

  3150 01  WS-OPENING-LINE.
  3160     05  FILLER                  PIC X(40) VALUE
  3170         "NO PROVEN BALANCES ON FILE - OPENING RUN".
  3180     05  FILLER                  PIC X(30) VALUE
  3190         ", LIVE PURSES ADOPTED".

  3200 01  WS-TOTAL-LINE-1.
  3210     05  FILLER                  PIC X(16)
  3220         VALUE "JOURNAL RECS   :".
  3230     05  TL-JRNL-RECS            PIC ZZZZ9.
  3240     05  FILLER                  PIC X(16)
  3250         VALUE "   PLAYMST RECS:".
  3260     05  TL-PLAY-RECS            PIC ZZZZ9.
  3270     05  FILLER                  PIC X(16)
  3280         VALUE "   EXCEPTIONS  :".
  3290     05  TL-EXCEPTIONS           PIC ZZZZ9.

  3300 01  WS-TOTAL-LINE-2.
  3310     05  FILLER                  PIC X(16)
  3320         VALUE "GOLD CREDITED  :".
  3330     05  TL-CREDITS              PIC ZZZZZZZZ9.
  3340     05  FILLER                  PIC X(16)
  3350         VALUE "   GOLD DEBITED:".
  3360     05  TL-DEBITS               PIC ZZZZZZZZ9.

  3370 01  WS-TOTAL-LINE-3.
  3380     05  FILLER                  PIC X(16)
  3390         VALUE "PROVEN BAL READ:".
  3400     05  TL-GBAL-RECS            PIC ZZZZ9.
  3410     05  FILLER                  PIC X(16)
  3420         VALUE "   WRITTEN     :".
  3430     05  TL-GBLN-RECS            PIC ZZZZ9.

  3440 PROCEDURE DIVISION.
  3450 0000-MAIN-PROCEDURE.
  3460     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  3470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3480     PERFORM 2000-LOAD-ONE-BALANCE THRU 2000-EXIT
  3490         UNTIL WS-END-OF-GBAL.
  3500     PERFORM 2500-POST-ONE-JOURNAL THRU 2500-EXIT
  3510         UNTIL WS-END-OF-GOLD.
  3520     PERFORM 3000-PROVE-ONE-PURSE THRU 3000-EXIT
  3530         UNTIL WS-END-OF-PLAY.
  3540     PERFORM 4000-SWEEP-UNMATCHED THRU 4000-EXIT.
  3550     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  3560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  3570     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  3580     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  3590     STOP RUN.

  3600******************************************************************
  3610* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
  3620*                  up the business date open on RUNCAL and make
  3630*                  sure every job this one follows has finished
  3640*                  clean (or been bypassed) for it. Anything
  3650*                  short of that stops the job RC=12 with nothing
  3660*                  touched; otherwise this job is recorded as
  3670*                  started.
  3680******************************************************************
  3690 0500-CHECK-RUN-CALENDAR.
  3700     OPEN I-O RUN-CAL-FILE.
  3710     IF NOT WS-RCAL-OK
  3720         DISPLAY "GOLDRCN: UNABLE TO OPEN RUNCAL, STATUS = "
  3730             WS-RCAL-STATUS
  3740         MOVE "E" TO WS-OPS-SEVERITY
  3750         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  3760         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3770         MOVE 12 TO RETURN-CODE
  3780         STOP RUN
  3790     END-IF

  3800     MOVE ZERO TO RCAL-BUS-DATE
  3810     MOVE SPACES TO RCAL-JOB-NAME
  3820     READ RUN-CAL-FILE
  3830         INVALID KEY
  3840             DISPLAY "GOLDRCN: NO BUSINESS DATE OPEN ON RUNCAL"
  3850             MOVE "E" TO WS-OPS-SEVERITY
  3860             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
  3870             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3880             CLOSE RUN-CAL-FILE
  3890             MOVE 12 TO RETURN-CODE
  3900             STOP RUN
  3910     END-READ
  3920     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

  3930     MOVE ZERO TO WS-RCAL-IDX
  3940     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
  3950         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

  3960     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  3970     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  3980     MOVE "Y" TO WS-RCAL-FOUND-SW
  3990     READ RUN-CAL-FILE
  4000         INVALID KEY
  4010             MOVE "N" TO WS-RCAL-FOUND-SW
  4020     END-READ
  4030     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  4040     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  4050     MOVE SPACES TO RCAL-JOB-DATA
  4060     SET RCAL-STARTED TO TRUE
  4070     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
  4080     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  4090     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
  4100     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
  4110     IF WS-RCAL-FOUND
  4120         REWRITE RCAL-RECORD
  4130     ELSE
  4140         WRITE RCAL-RECORD
  4150     END-IF
  4160     IF NOT WS-RCAL-OK
  4170         DISPLAY "GOLDRCN: UNABLE TO RECORD START ON RUNCAL, "
  4180             "STATUS = " WS-RCAL-STATUS
  4190         MOVE "E" TO WS-OPS-SEVERITY
  4200         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
  4210         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4220         CLOSE RUN-CAL-FILE
  4230         MOVE 12 TO RETURN-CODE
  4240         STOP RUN
  4250     END-IF
  4260     CLOSE RUN-CAL-FILE.
  4270 0500-EXIT.
  4280     EXIT.

  4290 0510-CHECK-ONE-PREREQ.
  4300     ADD 1 TO WS-RCAL-IDX
  4310     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  4320     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
  4330     MOVE "N" TO WS-RCAL-DONE-SW
  4340     READ RUN-CAL-FILE
  4350         INVALID KEY
  4360             CONTINUE
  4370         NOT INVALID KEY
  4380             IF RCAL-DONE
  4390                 SET WS-RCAL-DONE TO TRUE
  4400             END-IF
  4410     END-READ
  4420     IF WS-RCAL-DONE
  4430         GO TO 0510-EXIT
  4440     END-IF

  4450     DISPLAY "GOLDRCN:" WS-RCAL-PREREQ (WS-RCAL-IDX)
  4460         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
  4470     MOVE "E" TO WS-OPS-SEVERITY
  4480     MOVE SPACES TO WS-OPS-TEXT
  4490     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
  4500         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
  4510         DELIMITED BY SIZE INTO WS-OPS-TEXT
  4520     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4530     CLOSE RUN-CAL-FILE
  4540     MOVE 12 TO RETURN-CODE
  4550     STOP RUN.
  4560 0510-EXIT.
  4570     EXIT.

  4580******************************************************************
  4590* 1000-INITIALIZE - open everything. A GOLDBAL that is not there
  4600*                   yet, or is there but empty, makes this the
  4610*                   opening run; a journal that is not there
  4620*                   yet means nothing has moved any gold since
  4630*                   the ledger began. Either way the run goes
  4640*                   on - only PLAYMST, the new balance file and
  4650*                   the report are fatal.
  4660******************************************************************
  4670 1000-INITIALIZE.
  4680     ACCEPT WS-TODAY FROM DATE YYYYMMDD

  4690     OPEN INPUT PLAYER-MST-FILE.
  4700     IF NOT WS-PLAY-OK
  4710         DISPLAY "GOLDRCN: UNABLE TO OPEN PLAYMST, STATUS = "
  4720             WS-PLAY-STATUS
  4730         MOVE "E" TO WS-OPS-SEVERITY
  4740         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  4750         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4760         MOVE 12 TO RETURN-CODE
  4770         STOP RUN
  4780     END-IF

  4790     OPEN INPUT GOLD-BAL-FILE.
  4800     IF WS-GBAL-NOT-FOUND
  4810         SET WS-OPENING-RUN TO TRUE
  4820         SET WS-END-OF-GBAL TO TRUE
  4830     ELSE
  4840         IF NOT WS-GBAL-OK
  4850             DISPLAY "GOLDRCN: UNABLE TO OPEN GOLDBAL, STATUS = "
  4860                 WS-GBAL-STATUS
  4870             MOVE "E" TO WS-OPS-SEVERITY
  4880             MOVE "GOLDBAL OPEN FAILED" TO WS-OPS-TEXT
  4890             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4900             MOVE 12 TO RETURN-CODE
  4910             STOP RUN
  4920         END-IF
  4930     END-IF

  4940     OPEN INPUT GOLD-JRNL-FILE.
  4950     IF WS-GOLD-NOT-FOUND
  4960         SET WS-END-OF-GOLD TO TRUE
  4970     ELSE
  4980         IF NOT WS-GOLD-OK
  4990             DISPLAY "GOLDRCN: UNABLE TO OPEN GOLDJRNL, STATUS = "
  5000                 WS-GOLD-STATUS
  5010             MOVE "E" TO WS-OPS-SEVERITY
  5020             MOVE "GOLDJRNL OPEN FAILED" TO WS-OPS-TEXT
  5030             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5040             MOVE 12 TO RETURN-CODE
  5050             STOP RUN
  5060         END-IF
  5070     END-IF

  5080     OPEN OUTPUT GOLD-BAL-NEW-FILE.
  5090     IF NOT WS-GBLN-OK
  5100         DISPLAY "GOLDRCN: UNABLE TO OPEN GOLDBALN, STATUS = "
  5110             WS-GBLN-STATUS
  5120         MOVE "E" TO WS-OPS-SEVERITY
  5130         MOVE "GOLDBALN OPEN FAILED" TO WS-OPS-TEXT
  5140         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5150         MOVE 12 TO RETURN-CODE
  5160         STOP RUN
  5170     END-IF

  5180     OPEN OUTPUT GOLD-RPT-FILE.
  5190     IF NOT WS-RPT-OK
  5200         DISPLAY "GOLDRCN: UNABLE TO OPEN GOLDRPT, STATUS = "
  5210             WS-RPT-STATUS
  5220         MOVE "E" TO WS-OPS-SEVERITY
  5230         MOVE "GOLDRPT OPEN FAILED" TO WS-OPS-TEXT
  5240         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5250         MOVE 12 TO RETURN-CODE
  5260         STOP RUN
  5270     END-IF

  5280     WRITE GOLD-RPT-LINE FROM WS-HEADING-1
  5290     MOVE SPACES TO GOLD-RPT-LINE
  5300     WRITE GOLD-RPT-LINE.
  5310 1000-EXIT.
  5320     EXIT.

  5330******************************************************************
  5340* 2000-LOAD-ONE-BALANCE - seed the ledger table with one last
  5350*                  proven balance. Hitting end of file on the
  5360*                  very first read means an empty GOLDBAL - the
  5370*                  opening run, same as no file at all.
  5380******************************************************************
  5390 2000-LOAD-ONE-BALANCE.
  5400     READ GOLD-BAL-FILE
  5410         AT END
  5420             SET WS-END-OF-GBAL TO TRUE
  5430             IF WS-GBAL-RECS-READ = ZERO
  5440                 SET WS-OPENING-RUN TO TRUE
  5450             END-IF
  5460             GO TO 2000-EXIT
  5470     END-READ

  5480     ADD 1 TO WS-GBAL-RECS-READ
  5490     MOVE GB-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  5500     PERFORM 2100-FIND-LEDGER-ENTRY THRU 2100-EXIT
  5510     MOVE GB-PROVEN-BAL TO GRC-PROVEN-BAL (WS-GRC-IDX).
  5520 2000-EXIT.
  5530     EXIT.

  5540******************************************************************
  5550* 2100-FIND-LEDGER-ENTRY - locate the table slot for the player
  5560*                  id held in WS-SEARCH-PLAYER-ID, creating a
  5570*                  zeroed slot on first sight. Sets WS-GRC-IDX.
  5580******************************************************************
  5590 2100-FIND-LEDGER-ENTRY.
  5600     MOVE "N" TO WS-ENTRY-FOUND-SW
  5610     MOVE ZERO TO WS-GRC-IDX
  5620     PERFORM 2110-CHECK-NEXT-ENTRY THRU 2110-EXIT
  5630         UNTIL WS-ENTRY-FOUND
  5640             OR WS-GRC-IDX NOT LESS THAN WS-LEDGER-COUNT

  5650     IF WS-ENTRY-FOUND
  5660         GO TO 2100-EXIT
  5670     END-IF

  5680     IF WS-LEDGER-COUNT = 500
  5690         DISPLAY "GOLDRCN: MORE THAN 500 PLAYERS ON THE GOLD "
  5700             "LEDGER - LEDGER TABLE FULL"
  5710         MOVE "E" TO WS-OPS-SEVERITY
  5720         MOVE "LEDGER TABLE FULL - RECONCILIATION ABANDONED"
  5730             TO WS-OPS-TEXT
  5740         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5750         MOVE 12 TO RETURN-CODE
  5760         STOP RUN
  5770     END-IF

  5780     ADD 1 TO WS-LEDGER-COUNT
  5790     MOVE WS-LEDGER-COUNT TO WS-GRC-IDX
  5800     MOVE WS-SEARCH-PLAYER-ID TO GRC-PLAYER-ID (WS-GRC-IDX)
  5810     MOVE ZERO TO GRC-PROVEN-BAL (WS-GRC-IDX)
  5820     MOVE ZERO TO GRC-CREDITS (WS-GRC-IDX)
  5830     MOVE ZERO TO GRC-DEBITS (WS-GRC-IDX)
  5840     MOVE "N" TO GRC-MATCHED-SW (WS-GRC-IDX).
  5850 2100-EXIT.
  5860     EXIT.

  5870 2110-CHECK-NEXT-ENTRY.
  5880     ADD 1 TO WS-GRC-IDX
  5890     IF GRC-PLAYER-ID (WS-GRC-IDX) = WS-SEARCH-PLAYER-ID
  5900         SET WS-ENTRY-FOUND TO TRUE
  5910     END-IF.
  5920 2110-EXIT.
  5930     EXIT.

  5940******************************************************************
  5950* 2500-POST-ONE-JOURNAL - add one journal record's credit or
  5960*                  debit into the player's slot, after checking
  5970*                  the record against itself: before plus a
  5980*                  credit (or less a debit) must be the after
  5990*                  balance. On the opening run the journal is
  6000*                  only counted - the purses it moved are the
  6010*                  ones being adopted.
  6020******************************************************************
  6030 2500-POST-ONE-JOURNAL.
  6040     READ GOLD-JRNL-FILE
  6050         AT END
  6060             SET WS-END-OF-GOLD TO TRUE
  6070             GO TO 2500-EXIT
  6080     END-READ

  6090     ADD 1 TO WS-JRNL-RECS-READ
  6100     IF WS-OPENING-RUN
  6110         GO TO 2500-EXIT
  6120     END-IF

  6130     IF GJ-CREDIT
  6140         COMPUTE WS-JRNL-CHECK = GJ-BEFORE-BAL + GJ-AMOUNT
  6150     ELSE
  6160         COMPUTE WS-JRNL-CHECK = GJ-BEFORE-BAL - GJ-AMOUNT
  6170     END-IF
  6180     IF WS-JRNL-CHECK NOT = GJ-AFTER-BAL
  6190         MOVE GJ-PLAYER-ID TO BJ-PLAYER-ID
  6200         MOVE GJ-POST-DATE TO BJ-POST-DATE
  6210         MOVE GJ-POST-TIME TO BJ-POST-TIME
  6220         MOVE GJ-SOURCE-PGM TO BJ-SOURCE-PGM
  6230         MOVE GJ-REASON-CODE TO BJ-REASON-CODE
  6240         WRITE GOLD-RPT-LINE FROM WS-BAD-JRNL-LINE
  6250         ADD 1 TO WS-EXCEPTIONS
  6260     END-IF

  6270     MOVE GJ-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  6280     PERFORM 2100-FIND-LEDGER-ENTRY THRU 2100-EXIT
  6290     IF GJ-CREDIT
  6300         ADD GJ-AMOUNT TO GRC-CREDITS (WS-GRC-IDX)
  6310         ADD GJ-AMOUNT TO WS-TOTAL-CREDITS
  6320     ELSE
  6330         ADD GJ-AMOUNT TO GRC-DEBITS (WS-GRC-IDX)
  6340         ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
  6350     END-IF.
  6360 2500-EXIT.
  6370     EXIT.

  6380******************************************************************
  6390* 3000-PROVE-ONE-PURSE - read the next player master record and
  6400*                  prove its purse: proven balance + credits -
  6410*                  debits must equal PLAY-GOLD. A player the
  6420*                  ledger has never seen proves from zero (a
  6430*                  new registration starts with an empty purse).
  6440*                  The new proven balance is written either way
  6450*                  - the live purse when it balances, the
  6460*                  journal's figure when it does not.
  6470******************************************************************
  6480 3000-PROVE-ONE-PURSE.
  6490     READ PLAYER-MST-FILE
  6500         AT END
  6510             SET WS-END-OF-PLAY TO TRUE
  6520             GO TO 3000-EXIT
  6530     END-READ

  6540     ADD 1 TO WS-PLAY-RECS-READ
  6550     IF PLAY-GOLD NOT NUMERIC
  6560         MOVE ZERO TO PLAY-GOLD
  6570     END-IF

  6580     MOVE SPACES TO GBN-RECORD
  6590     MOVE PLAY-PLAYER-ID TO GBN-PLAYER-ID
  6600     MOVE WS-TODAY TO GBN-PROVEN-DATE
  6610     MOVE PLAY-GOLD TO GBN-PROVEN-BAL

  6620     IF WS-OPENING-RUN
  6630         GO TO 3000-WRITE-BALANCE
  6640     END-IF

  6650     MOVE PLAY-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  6660     MOVE "N" TO WS-ENTRY-FOUND-SW
  6670     MOVE ZERO TO WS-GRC-IDX
  6680     PERFORM 2110-CHECK-NEXT-ENTRY THRU 2110-EXIT
  6690         UNTIL WS-ENTRY-FOUND
  6700             OR WS-GRC-IDX NOT LESS THAN WS-LEDGER-COUNT

  6710     IF WS-ENTRY-FOUND
  6720         MOVE "Y" TO GRC-MATCHED-SW (WS-GRC-IDX)
  6730         COMPUTE WS-EXPECTED = GRC-PROVEN-BAL (WS-GRC-IDX)
  6740             + GRC-CREDITS (WS-GRC-IDX)
  6750             - GRC-DEBITS (WS-GRC-IDX)
  6760         MOVE GRC-PROVEN-BAL (WS-GRC-IDX) TO XL-PROVEN
  6770         COMPUTE XL-NET = GRC-CREDITS (WS-GRC-IDX)
  6780             - GRC-DEBITS (WS-GRC-IDX)
  6790     ELSE
  6800         MOVE ZERO TO WS-EXPECTED
  6810         MOVE ZERO TO XL-PROVEN
  6820         MOVE ZERO TO XL-NET
  6830     END-IF

  6840     COMPUTE WS-DIFF = PLAY-GOLD - WS-EXPECTED
  6850     IF WS-DIFF NOT = ZERO
  6860         MOVE PLAY-PLAYER-ID TO XL-PLAYER-ID
  6870         MOVE PLAY-GOLD TO XL-PURSE
  6880         MOVE WS-DIFF TO XL-DIFF
  6890         WRITE GOLD-RPT-LINE FROM WS-EXCP-LINE
  6900         ADD 1 TO WS-EXCEPTIONS
  6910         IF WS-EXPECTED < ZERO
  6920             MOVE ZERO TO GBN-PROVEN-BAL
  6930         ELSE
  6940             MOVE WS-EXPECTED TO GBN-PROVEN-BAL
  6950         END-IF
  6960     END-IF.
  6970 3000-WRITE-BALANCE.
  6980     WRITE GBN-RECORD
  6990     ADD 1 TO WS-GBLN-RECS-WRITTEN.
  7000 3000-EXIT.
  7010     EXIT.

  7020******************************************************************
  7030* 4000-SWEEP-UNMATCHED - any ledger slot never claimed by a
  7040*                  PLAYMST record is gold proven or journaled
  7050*                  for a player the master no longer holds.
  7060******************************************************************
  7070 4000-SWEEP-UNMATCHED.
  7080     MOVE ZERO TO WS-GRC-IDX
  7090     PERFORM 4100-CHECK-ONE-SLOT THRU 4100-EXIT
  7100         UNTIL WS-GRC-IDX NOT LESS THAN WS-LEDGER-COUNT.
  7110 4000-EXIT.
  7120     EXIT.

  7130 4100-CHECK-ONE-SLOT.
  7140     ADD 1 TO WS-GRC-IDX
  7150     IF NOT GRC-MATCHED (WS-GRC-IDX)
  7160         MOVE GRC-PLAYER-ID (WS-GRC-IDX) TO OL-PLAYER-ID
  7170         WRITE GOLD-RPT-LINE FROM WS-ORPHAN-LINE
  7180         ADD 1 TO WS-EXCEPTIONS
  7190     END-IF.
  7200 4100-EXIT.
  7210     EXIT.

  7220 8000-WRITE-TOTALS.
  7230     IF WS-OPENING-RUN
  7240         WRITE GOLD-RPT-LINE FROM WS-OPENING-LINE
  7250     ELSE
  7260         IF WS-EXCEPTIONS = ZERO
  7270             WRITE GOLD-RPT-LINE FROM WS-CLEAN-LINE
  7280         END-IF
  7290     END-IF
  7300     MOVE SPACES TO GOLD-RPT-LINE
  7310     WRITE GOLD-RPT-LINE
  7320     MOVE WS-JRNL-RECS-READ TO TL-JRNL-RECS
  7330     MOVE WS-PLAY-RECS-READ TO TL-PLAY-RECS
  7340     MOVE WS-EXCEPTIONS TO TL-EXCEPTIONS
  7350     WRITE GOLD-RPT-LINE FROM WS-TOTAL-LINE-1
  7360     MOVE WS-TOTAL-CREDITS TO TL-CREDITS
  7370     MOVE WS-TOTAL-DEBITS TO TL-DEBITS
  7380     WRITE GOLD-RPT-LINE FROM WS-TOTAL-LINE-2
  7390     MOVE WS-GBAL-RECS-READ TO TL-GBAL-RECS
  7400     MOVE WS-GBLN-RECS-WRITTEN TO TL-GBLN-RECS
  7410     WRITE GOLD-RPT-LINE FROM WS-TOTAL-LINE-3.
  7420 8000-EXIT.
  7430     EXIT.

  7440 9000-TERMINATE.
  7450     CLOSE PLAYER-MST-FILE.
  7460     IF NOT WS-GBAL-NOT-FOUND
  7470         CLOSE GOLD-BAL-FILE
  7480     END-IF
  7490     IF NOT WS-GOLD-NOT-FOUND
  7500         CLOSE GOLD-JRNL-FILE
  7510     END-IF
  7520     CLOSE GOLD-BAL-NEW-FILE.
  7530     CLOSE GOLD-RPT-FILE.

  7540     IF WS-OPENING-RUN
  7550         MOVE "W" TO WS-OPS-SEVERITY
  7560         MOVE "NO PROVEN BALANCES - OPENING RUN, PURSES ADOPTED"
  7570             TO WS-OPS-TEXT
  7580         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  7590         IF WS-HIGHEST-RC < 4
  7600             MOVE 4 TO WS-HIGHEST-RC
  7610         END-IF
  7620     END-IF
  7630     IF WS-EXCEPTIONS NOT = ZERO
  7640         MOVE "W" TO WS-OPS-SEVERITY
  7650         MOVE SPACES TO WS-OPS-TEXT
  7660         STRING WS-EXCEPTIONS " PURSE RECONCILIATION EXCEPTION(S)"
  7670             DELIMITED BY SIZE INTO WS-OPS-TEXT
  7680         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  7690         IF WS-HIGHEST-RC < 4
  7700             MOVE 4 TO WS-HIGHEST-RC
  7710         END-IF
  7720     END-IF
  7730     MOVE "I" TO WS-OPS-SEVERITY
  7740     MOVE SPACES TO WS-OPS-TEXT
  7750     STRING "TOTALS JRNL " WS-JRNL-RECS-READ
  7760         " PLAY " WS-PLAY-RECS-READ
  7770         " EXCP " WS-EXCEPTIONS
  7780         DELIMITED BY SIZE INTO WS-OPS-TEXT
  7790     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  7800 9000-EXIT.
  7810     EXIT.

  7820******************************************************************
  7830* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  7840*                  end and return code: complete at RC 4 or
  7850*                  less, failed above, so the jobs that follow
  7860*                  know whether they may run. A calendar that
  7870*                  cannot be updated is logged and the job ends
  7880*                  RC=4 - its work is done, but the jobs after
  7890*                  it stay held until the operator bypasses it.
  7900******************************************************************
  7910 9800-RECORD-RUN-END.
  7920     OPEN I-O RUN-CAL-FILE.
  7930     IF NOT WS-RCAL-OK
  7940         DISPLAY "GOLDRCN: UNABLE TO OPEN RUNCAL, STATUS = "
  7950             WS-RCAL-STATUS
  7960         GO TO 9800-NOT-RECORDED
  7970     END-IF
  7980     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  7990     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  8000     READ RUN-CAL-FILE
  8010         INVALID KEY
  8020             CLOSE RUN-CAL-FILE
  8030             GO TO 9800-NOT-RECORDED
  8040     END-READ
  8050     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  8060     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  8070     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  8080     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  8090     IF WS-HIGHEST-RC > 4
  8100         SET RCAL-FAILED TO TRUE
  8110     ELSE
  8120         SET RCAL-COMPLETE TO TRUE
  8130     END-IF
  8140     REWRITE RCAL-RECORD
  8150     IF NOT WS-RCAL-OK
  8160         CLOSE RUN-CAL-FILE
  8170         GO TO 9800-NOT-RECORDED
  8180     END-IF
  8190     CLOSE RUN-CAL-FILE
  8200     GO TO 9800-EXIT.
  8210 9800-NOT-RECORDED.
  8220     MOVE "W" TO WS-OPS-SEVERITY
  8230     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  8240         TO WS-OPS-TEXT
  8250     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  8260     IF WS-HIGHEST-RC < 4
  8270         MOVE 4 TO WS-HIGHEST-RC
  8280     END-IF.
  8290 9800-EXIT.
  8300     EXIT.

  8310******************************************************************
  8320* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  8330*                  the common operations log. Open-write-close
  8340*                  per entry, so the log never blocks another
  8350*                  program in the suite; a log that will not
  8360*                  open is shouted to SYSOUT and skipped - it
  8370*                  must never take the job down itself.
  8380******************************************************************
  8390 9900-WRITE-OPS-LOG.
  8400     OPEN EXTEND OPS-LOG-FILE.
  8410     IF NOT WS-OPS-OK
  8420         DISPLAY "GOLDRCN: UNABLE TO OPEN OPSLOG, STATUS = "
  8430             WS-OPS-STATUS
  8440         GO TO 9900-EXIT
  8450     END-IF
  8460     MOVE SPACES TO OPS-LOG-RECORD
  8470     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  8480     ACCEPT WS-OPS-TIME-RAW FROM TIME
  8490     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  8500     MOVE "GOLDRCN" TO OPS-PROGRAM
  8510     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  8520     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  8530     WRITE OPS-LOG-RECORD
  8540     CLOSE OPS-LOG-FILE.
  8550 9900-EXIT.
  8560     EXIT.
