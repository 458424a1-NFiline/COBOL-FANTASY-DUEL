  1473*                     RC=0 clean, RC=4 with rejects or a
  1474*                     restart, RC=12 fatal, so downstream JCL
  1475*                     steps can COND on it.
 1475A*   15 Oct 2026  NF  Bracket nights ("B"/"P") may carry an entry
 1475B*                     fee on the FDTRNCTL card (cols 3-7). The
 1475C*                     edit pass takes it from each accepted
 1475D*                     entrant's PLAY-GOLD (reason 10 to ROSTREJ
 1475E*                     if the purse will not cover it); the pool
 1475F*                     is paid to the champion, runner-up and
 1475G*                     semi-finalists off the payout table, and
 1475H*                     the new PRIZERPT shows fees, prizes and
 1475I*                     house retention. Fees and prizes go to
 1475J*                     GOLDJRNL; FDRUNCTL records who has paid and
 1475K*                     who has been paid, so a restart never
 1475L*                     charges or pays anyone twice.
 1475M*   15 Oct 2026  NF  A roster race CMBTMNT has retired is
 1475N*                     rejected (reason 07, RACE RETIRED).
 1475O*   15 Oct 2026  NF  Runs under the business-date run calendar
 1475P*                     (RUNCAL): will not start (RC=12, OPSLOG
 1475Q*                     entry) until MATCHMKR has finished clean or
 1475R*                     been bypassed for the open business date,
 1475S*                     and records its own start, end and return
 1475T*                     code there for the jobs that follow.
 1475U*   15 Oct 2026  NF  A night already complete on RUNCAL is
 1475V*                     refused before its record is touched, so
 1475W*                     the jobs that follow are not held. The
 1475X*                     PRIZERPT pool check now balances the fees
 1475Y*                     actually debited and the prizes actually
 1475Z*                     credited rather than figures derived from
1475AA*                     each other.
  1476******************************************************************
  1477 IDENTIFICATION DIVISION.
  1478 PROGRAM-ID. FDBATCH.
  1690         ORGANIZATION IS LINE SEQUENTIAL
  1700         FILE STATUS IS WS-SUMRPT-STATUS.

 1700A     SELECT PRIZE-RPT-FILE ASSIGN TO "PRIZERPT"
 1700B         ORGANIZATION IS LINE SEQUENTIAL
 1700C         FILE STATUS IS WS-PRZRPT-STATUS.

 1700D     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
 1700E         ORGANIZATION IS LINE SEQUENTIAL
 1700F         FILE STATUS IS WS-GOLD-STATUS.

 1700G     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
 1700H         ORGANIZATION IS INDEXED
 1700I         ACCESS MODE IS RANDOM
 1700J         RECORD KEY IS RCAL-KEY
 1700K         FILE STATUS IS WS-RCAL-STATUS.

  1702     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1704         ORGANIZATION IS LINE SEQUENTIAL
  1706         FILE STATUS IS WS-OPS-STATUS.
  1860     05  CTL-RUN-FORMAT          PIC X(01).
  1870         88  CTL-BRACKET-FORMAT  VALUE "B".
  1872         88  CTL-PVP-FORMAT      VALUE "P".
 1872A     05  FILLER                  PIC X(01).
 1872B     05  CTL-ENTRY-FEE           PIC 9(05).

  1873 FD  RUN-CTL-FILE.
  1874     COPY RUNCTREC.
  1880 FD  SUMMARY-RPT-FILE.
  1890 01  SUMMARY-RPT-LINE            PIC X(80).

 1890A FD  PRIZE-RPT-FILE.
 1890B 01  PRIZE-RPT-LINE              PIC X(80).

 1890C FD  GOLD-JRNL-FILE.
 1890D     COPY GOLDREC.

 1890E FD  RUN-CAL-FILE.
 1890F     COPY RCALREC.

  1892 FD  OPS-LOG-FILE.
  1894     COPY OPSREC.

  2140         88  WS-SUMRPT-OK        VALUE "00".
  2141     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  2142         88  WS-OPS-OK           VALUE "00".
  2143     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  2144         88  WS-RCAL-OK          VALUE "00".
  2145     05  WS-PRZRPT-STATUS        PIC X(02) VALUE SPACES.
  2146         88  WS-PRZRPT-OK        VALUE "00".
  2147     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  2148         88  WS-GOLD-OK          VALUE "00".

  2150 01  WS-SWITCHES.
  2160     05  WS-EOF-SW               PIC X(01) VALUE "N".
  2238         88  WS-END-OF-RUNCTL    VALUE "Y".
  2239     05  WS-ARM-AVAIL-SW         PIC X(01) VALUE "N".
  2240         88  WS-ARM-AVAIL        VALUE "Y".
 2240A     05  WS-FEE-SW               PIC X(01) VALUE "N".
 2240B         88  WS-FEES-IN-PLAY     VALUE "Y".
 2240C     05  WS-FEE-DUE-SW           PIC X(01) VALUE "N".
 2240D         88  WS-FEE-DUE          VALUE "Y".

  2241******************************************************************
  2250* WS-ROSTER-TABLE - the roster entries that survived the edit
  2390             88  ENT-ACTIVE      VALUE "Y".
  2400         10  ENT-RESULT-CODE     PIC X(01).
  2410         10  ENT-TURNS           PIC 9(04).
  2411         10  ENT-FEE-PAID-SW     PIC X(01).
  2412             88  ENT-FEE-PAID    VALUE "Y".
  2413         10  ENT-PRIZE-PAID-SW   PIC X(01).
  2414             88  ENT-PRIZE-PAID  VALUE "Y".
  2415         10  ENT-ELIM-ROUND      PIC 9(02).

  2420 01  WS-EDIT-COUNTERS.
  2430     05  WS-ENTRIES-READ         PIC 9(05) VALUE ZERO.
  2502         10  FILLER              PIC 9(02).
  2503     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 2503A******************************************************************
 2503B* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
 2503C*                   open there, and the jobs that must have
 2503D*                   finished clean (or been bypassed) for that
 2503E*                   date before this one may run.
 2503F******************************************************************
 2503G 01  WS-RUN-CALENDAR.
 2503H     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "FDBATCH".
 2503I     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
 2503J     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
 2503K         88  WS-RCAL-FOUND       VALUE "Y".
 2503L     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
 2503M         88  WS-RCAL-DONE        VALUE "Y".
 2503N     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
 2503O     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
 2503P     05  WS-RCAL-PREREQ-LIST.
 2503Q         10  FILLER              PIC X(08) VALUE "MATCHMKR".
 2503R     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
 2503S         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
 2503T     05  WS-RCAL-TIME-RAW.
 2503U         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
 2503V         10  FILLER              PIC 9(02).

  2504 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
  2505 01  WS-FORMAT-CODE              PIC X(01) VALUE "S".
  2506 01  WS-RUN-STATUS-OUT           PIC X(01) VALUE "A".
  2507 01  WS-RC-ENTRY-COUNT           PIC 9(03) VALUE ZERO.

 2507A******************************************************************
 2507B* Tournament purse - the night's entry fee, the fee phase
 2507C* written to FDRUNCTL ("E" while the edit pass is still taking
 2507D* fees), and the running fee/prize figures for PRIZERPT.
 2507E******************************************************************
 2507F 01  WS-PURSE-WORK.
 2507G     05  WS-ENTRY-FEE            PIC 9(05) VALUE ZERO.
 2507H     05  WS-FEE-PHASE            PIC X(01) VALUE SPACE.
 2507I         88  WS-FEES-COLLECTING  VALUE "E".
 2507J     05  WS-FEES-COLLECTED       PIC 9(07) VALUE ZERO.
 2507K     05  WS-FEES-POSTED          PIC 9(07) VALUE ZERO.
 2507L     05  WS-FEES-CHARGED         PIC 9(05) VALUE ZERO.
 2507M     05  WS-PRIZES-PAID          PIC 9(07) VALUE ZERO.
 2507N     05  WS-PRIZES-CREDITED      PIC 9(07) VALUE ZERO.
 2507O     05  WS-POOL-BAL-SW          PIC X(01) VALUE "N".
 2507P         88  WS-POOL-OUT-OF-BAL  VALUE "Y".
 2507Q     05  WS-PRIZES-UNPAID        PIC 9(07) VALUE ZERO.
 2507R     05  WS-HOUSE-RETAINED       PIC 9(07) VALUE ZERO.
 2507S     05  WS-PRIZE-IDX            PIC 9(03) VALUE ZERO.
 2507T     05  WS-PRIZE-PLACE          PIC 9(01) VALUE ZERO.
 2507U     05  WS-PRIZE-AMOUNT         PIC 9(07) VALUE ZERO.
 2507V     05  WS-GOLD-BEFORE          PIC 9(07) VALUE ZERO.
 2507W     05  WS-JRNL-REASON          PIC X(02) VALUE SPACES.
 2507X     05  WS-JRNL-AMOUNT          PIC 9(07) VALUE ZERO.
 2507Y     05  WS-JRNL-SEQ             PIC 9(03) VALUE ZERO.
 2507Z     05  WS-JRNL-TIME-RAW.
2507AA         10  WS-JRNL-TIME-HHMMSS PIC 9(06).
2507AB         10  FILLER              PIC 9(02).

2507AC******************************************************************
2507AD* WS-PAYOUT-TABLE - share of the fee pool, in percent, by
2507AE* finishing place: 1 champion, 2 runner-up, 3 each semi-
2507AF* finalist. Whatever the table does not pay out - the
2507AG* remainder, the rounding, and the share of any place the
2507AH* bracket was too small to have - is the house's.
2507AI******************************************************************
2507AJ 01  WS-PAYOUT-VALUES.
2507AK     05  FILLER                  PIC X(20)
2507AL         VALUE "050CHAMPION         ".
2507AM     05  FILLER                  PIC X(20)
2507AN         VALUE "025RUNNER-UP        ".
2507AO     05  FILLER                  PIC X(20)
2507AP         VALUE "010SEMI-FINALIST    ".
2507AQ 01  WS-PAYOUT-TABLE REDEFINES WS-PAYOUT-VALUES.
2507AR     05  WS-PAYOUT-ENTRY OCCURS 3 TIMES.
2507AS         10  WS-PAYOUT-PCT       PIC 9(03).
2507AT         10  WS-PAYOUT-PLACE     PIC X(17).

2507AU******************************************************************
2507AV* WS-PRIOR-RUN - on a restart, the abended run's entries as
2507AW* FDRUNCTL left them, loaded before the edit pass so it knows
2507AX* which entrants have already paid their fee. WS-PRIOR-PHASE
2507AY* "E" = the run died while the edit pass was still taking fees.
2507AZ******************************************************************
2507BA 01  WS-PRIOR-RUN.
2507BB     05  WS-PRIOR-PHASE          PIC X(01) VALUE SPACE.
2507BC         88  WS-PRIOR-COLLECTING VALUE "E".
2507BD     05  WS-PRIOR-COUNT          PIC 9(03) VALUE ZERO.
2507BE     05  WS-PRIOR-IDX            PIC 9(03) VALUE ZERO.
2507BF     05  WS-PRIOR-ENTRY OCCURS 100 TIMES.
2507BG         10  PRI-PLAYER-ID       PIC X(08).
2507BH         10  PRI-FEE-PAID        PIC X(01).

  2508******************************************************************
  2510* Bracket bookkeeping - pair indexes, the live-entry count the
  2520* round loop runs down, and where the last match's winner sits.
  3430         VALUE "REJECTED IDS   :".
  3440     05  TL-REJECTED             PIC ZZZZ9.

 3440A 01  WS-PRIZE-HEADING.
 3440B     05  FILLER                  PIC X(20)
 3440C         VALUE "FANTASY DUEL - TOURN".
 3440D     05  FILLER                  PIC X(20)
 3440E         VALUE "AMENT PRIZE REPORT  ".
 3440F     05  FILLER                  PIC X(06) VALUE "DATE: ".
 3440G     05  PH-RUN-DATE             PIC 9(08).
 3440H     05  FILLER                  PIC X(10) VALUE "  FORMAT: ".
 3440I     05  PH-FORMAT               PIC X(01).

 3440J 01  WS-PRIZE-FEE-HEAD.
 3440K     05  FILLER                  PIC X(12) VALUE "ENTRY FEE : ".
 3440L     05  PFH-FEE                 PIC ZZZZ9.

 3440M 01  WS-NO-FEE-LINE.
 3440N     05  FILLER                  PIC X(40) VALUE
 3440O         "NO ENTRY FEE ON FDTRNCTL - NO PRIZE POOL".

 3440P 01  WS-FEE-LINE.
 3440Q     05  FILLER                  PIC X(10) VALUE "FEE       ".
 3440R     05  FL-PLAYER-ID            PIC X(08).
 3440S     05  FILLER                  PIC X(02) VALUE SPACES.
 3440T     05  FL-AMOUNT               PIC Z(06)9.

 3440U 01  WS-PRIZE-LINE.
 3440V     05  FILLER                  PIC X(10) VALUE "PRIZE     ".
 3440W     05  PL-PLAYER-ID            PIC X(08).
 3440X     05  FILLER                  PIC X(02) VALUE SPACES.
 3440Y     05  PL-AMOUNT               PIC Z(06)9.
 3440Z     05  FILLER                  PIC X(02) VALUE SPACES.
3440AA     05  PL-PLACE                PIC X(17).
3440AB     05  FILLER                  PIC X(01) VALUE SPACES.
3440AC     05  PL-STATUS               PIC X(08).

3440AD 01  WS-PRIZE-TOTAL-LINE.
3440AE     05  PTL-LABEL               PIC X(22).
3440AF     05  PTL-AMOUNT              PIC Z(06)9.

3440AG 01  WS-PRIZE-BALANCE-LINE.
3440AH     05  FILLER                  PIC X(22)
3440AI         VALUE "POOL CHECK          : ".
3440AJ     05  PBL-TEXT                PIC X(40).

  3450 PROCEDURE DIVISION.
  3460 0000-MAIN-PROCEDURE.
  3465     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  3470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3480     PERFORM 1500-EDIT-ONE-ENTRY THRU 1500-EXIT
  3490         UNTIL WS-END-OF-ROSTER.
  3500     PERFORM 1600-CLOSE-EDIT-FILES THRU 1600-EXIT.
  3505     PERFORM 1650-END-FEE-PHASE THRU 1650-EXIT.
  3510     PERFORM 1700-WRITE-CONTROL-TOTALS THRU 1700-EXIT.
  3512     PERFORM 1800-APPLY-RESTART THRU 1800-EXIT.
  3520     IF WS-BRACKET-FORMAT
  3550         PERFORM 2000-RUN-ROSTER THRU 2000-EXIT
  3560             UNTIL WS-ENTRY-IDX NOT LESS THAN WS-ENTRY-COUNT
  3570     END-IF.
  3575     PERFORM 5000-PAY-PRIZES THRU 5000-EXIT.
  3580     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
  3581     PERFORM 8500-WRITE-PRIZE-REPORT THRU 8500-EXIT.
  3582     PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT.
  3590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  3592     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  3595     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  3600     STOP RUN.

 3600A******************************************************************
 3600B* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 3600C*                  up the business date open on RUNCAL and make
 3600D*                  sure every job this one follows has finished
 3600E*                  clean (or been bypassed) for it. Anything
 3600F*                  short of that stops the job RC=12 with nothing
 3600G*                  touched; otherwise this job is recorded as
 3600H*                  started. A night already complete on RUNCAL
 3600I*                  is refused the same way and its record left
 3600J*                  "C" - the prizes and the leaderboard are
 3600K*                  posted, and the jobs that follow stay free.
 3600L******************************************************************
 3600M 0500-CHECK-RUN-CALENDAR.
 3600N     OPEN I-O RUN-CAL-FILE.
 3600O     IF NOT WS-RCAL-OK
 3600P         DISPLAY "FDBATCH: UNABLE TO OPEN RUNCAL, STATUS = "
 3600Q             WS-RCAL-STATUS
 3600R         MOVE "E" TO WS-OPS-SEVERITY
 3600S         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 3600T         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 3600U         MOVE 12 TO RETURN-CODE
 3600V         STOP RUN
 3600W     END-IF

 3600X     MOVE ZERO TO RCAL-BUS-DATE
 3600Y     MOVE SPACES TO RCAL-JOB-NAME
 3600Z     READ RUN-CAL-FILE
3600AA         INVALID KEY
3600AB             DISPLAY "FDBATCH: NO BUSINESS DATE OPEN ON RUNCAL"
3600AC             MOVE "E" TO WS-OPS-SEVERITY
3600AD             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
3600AE             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
3600AF             CLOSE RUN-CAL-FILE
3600AG             MOVE 12 TO RETURN-CODE
3600AH             STOP RUN
3600AI     END-READ
3600AJ     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

3600AK     MOVE ZERO TO WS-RCAL-IDX
3600AL     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
3600AM         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

3600AN     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
3600AO     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
3600AP     MOVE "Y" TO WS-RCAL-FOUND-SW
3600AQ     READ RUN-CAL-FILE
3600AR         INVALID KEY
3600AS             MOVE "N" TO WS-RCAL-FOUND-SW
3600AT     END-READ
3600AU     IF WS-RCAL-FOUND AND RCAL-COMPLETE
3600AV         DISPLAY "FDBATCH: ALREADY COMPLETE FOR BUSINESS DATE "
3600AW             WS-BUSINESS-DATE " - RERUN REFUSED"
3600AX         MOVE "E" TO WS-OPS-SEVERITY
3600AY         MOVE SPACES TO WS-OPS-TEXT
3600AZ         STRING "ALREADY COMPLETE FOR " WS-BUSINESS-DATE
3600BA             " - RERUN REFUSED" DELIMITED BY SIZE INTO WS-OPS-TEXT
3600BB         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
3600BC         CLOSE RUN-CAL-FILE
3600BD         MOVE 12 TO RETURN-CODE
3600BE         STOP RUN
3600BF     END-IF
3600BG     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
3600BH     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
3600BI     MOVE SPACES TO RCAL-JOB-DATA
3600BJ     SET RCAL-STARTED TO TRUE
3600BK     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
3600BL     ACCEPT WS-RCAL-TIME-RAW FROM TIME
3600BM     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
3600BN     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
3600BO     IF WS-RCAL-FOUND
3600BP         REWRITE RCAL-RECORD
3600BQ     ELSE
3600BR         WRITE RCAL-RECORD
3600BS     END-IF
3600BT     IF NOT WS-RCAL-OK
3600BU         DISPLAY "FDBATCH: UNABLE TO RECORD START ON RUNCAL, "
3600BV             "STATUS = " WS-RCAL-STATUS
3600BW         MOVE "E" TO WS-OPS-SEVERITY
3600BX         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
3600BY         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
3600BZ         CLOSE RUN-CAL-FILE
3600CA         MOVE 12 TO RETURN-CODE
3600CB         STOP RUN
3600CC     END-IF
3600CD     CLOSE RUN-CAL-FILE.
3600CE 0500-EXIT.
3600CF     EXIT.

3600CG 0510-CHECK-ONE-PREREQ.
3600CH     ADD 1 TO WS-RCAL-IDX
3600CI     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
3600CJ     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
3600CK     MOVE "N" TO WS-RCAL-DONE-SW
3600CL     READ RUN-CAL-FILE
3600CM         INVALID KEY
3600CN             CONTINUE
3600CO         NOT INVALID KEY
3600CP             IF RCAL-DONE
3600CQ                 SET WS-RCAL-DONE TO TRUE
3600CR             END-IF
3600CS     END-READ
3600CT     IF WS-RCAL-DONE
3600CU         GO TO 0510-EXIT
3600CV     END-IF

3600CW     DISPLAY "FDBATCH: " WS-RCAL-PREREQ (WS-RCAL-IDX)
3600CX         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
3600CY     MOVE "E" TO WS-OPS-SEVERITY
3600CZ     MOVE SPACES TO WS-OPS-TEXT
3600DA     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
3600DB         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
3600DC         DELIMITED BY SIZE INTO WS-OPS-TEXT
3600DD     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
3600DE     CLOSE RUN-CAL-FILE
3600DF     MOVE 12 TO RETURN-CODE
3600DG     STOP RUN.
3600DH 0510-EXIT.
3600DI     EXIT.

  3610******************************************************************
  3620* 1000-INITIALIZE - open the batch files and pick up the run
  3630*                   format from FDTRNCTL. No card (or anything
  3640*                   but "B") runs the classic side-by-side
  3650*                   format, so existing overnight JCL keeps
  3660*                   working unchanged. A bracket card may
  3662*                   carry an entry fee in cols 3-7; PLAYMST is
  3664*                   opened for update so the edit pass can take
  3666*                   it.
  3670******************************************************************
  3680 1000-INITIALIZE.
  3690     OPEN INPUT ROSTER-FILE.
  3734         STOP RUN
  3740     END-IF

  3750     OPEN I-O PLAYER-MST-FILE.
  3760     IF NOT WS-PLAY-OK
  3770         DISPLAY "FDBATCH: UNABLE TO OPEN PLAYMST, STATUS = "
  3780             WS-PLAY-STATUS
  3914         STOP RUN
  3920     END-IF

 3920A     OPEN OUTPUT PRIZE-RPT-FILE.
 3920B     IF NOT WS-PRZRPT-OK
 3920C         DISPLAY "FDBATCH: UNABLE TO OPEN PRIZERPT, STATUS = "
 3920D             WS-PRZRPT-STATUS
 3920E         MOVE "E" TO WS-OPS-SEVERITY
 3920F         MOVE "PRIZERPT OPEN FAILED" TO WS-OPS-TEXT
 3920G         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 3920H         MOVE 12 TO RETURN-CODE
 3920I         STOP RUN
 3920J     END-IF

  3930     OPEN INPUT TRN-CTL-FILE.
  3940     IF NOT WS-TRNCTL-OK
  3950         DISPLAY "FDBATCH: NO FDTRNCTL CARD - STANDARD FORMAT"
  4043             MOVE "Y" TO WS-PVP-SW
  4044             MOVE "P" TO WS-FORMAT-CODE
  4045         END-IF
 4045A         IF CTL-ENTRY-FEE NUMERIC
 4045B             AND CTL-ENTRY-FEE > ZERO
 4045C             IF WS-BRACKET-FORMAT
 4045D                 MOVE CTL-ENTRY-FEE TO WS-ENTRY-FEE
 4045E                 MOVE "Y" TO WS-FEE-SW
 4045F             ELSE
 4045G                 DISPLAY "FDBATCH: ENTRY FEE IGNORED - STANDARD "
 4045H                     "FORMAT HAS NO PRIZE POOL"
 4045I             END-IF
 4045J         END-IF
  4046         CLOSE TRN-CTL-FILE
  4050     END-IF

  4055     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT.

 4055A*    Fees are taken in the edit pass on a fresh run, or on a
 4055B*    restart of a run that died before its edit pass finished.
 4055C     IF WS-FEES-IN-PLAY
 4055D         IF NOT WS-RESTARTING OR WS-PRIOR-COLLECTING
 4055E             SET WS-FEES-COLLECTING TO TRUE
 4055F         END-IF
 4055G     END-IF.
  4060 1000-EXIT.
  4070     EXIT.

  4130*                  table entry past the count unused (zero).
  4140*                  Clean records are stowed in WS-ROSTER-TABLE;
  4150*                  failures go to ROSTREJ with a reason code and
  4160*                  never fight. On a fee night an entrant
  4162*                  who cannot pay is rejected (reason 10); one
  4164*                  who can is charged before being stowed, and
  4166*                  FDRUNCTL is rewritten so a restart knows.
  4170******************************************************************
  4180 1500-EDIT-ONE-ENTRY.
  4190     READ ROSTER-FILE
  4680         GO TO 1500-EXIT
  4690     END-IF

 4690A     IF WS-FEES-IN-PLAY
 4690B         MOVE "Y" TO WS-ENTRY-GOOD-SW
 4690C         PERFORM 1560-CHECK-ENTRY-FEE THRU 1560-EXIT
 4690D         IF WS-ENTRY-GOOD AND WS-FEE-DUE
 4690E             PERFORM 1570-TAKE-ENTRY-FEE THRU 1570-EXIT
 4690F         END-IF
 4690G         IF NOT WS-ENTRY-GOOD
 4690H             PERFORM 1550-REJECT-ENTRY THRU 1550-EXIT
 4690I             GO TO 1500-EXIT
 4690J         END-IF
 4690K     END-IF

  4700     ADD 1 TO WS-ENTRIES-ACCEPTED
  4710     ADD 1 TO WS-ENTRY-COUNT
  4720     MOVE STRAT-RECORD TO ENT-STRAT-DATA (WS-ENTRY-COUNT)
  4730     SET ENT-ACTIVE (WS-ENTRY-COUNT) TO TRUE
  4740     MOVE SPACE TO ENT-RESULT-CODE (WS-ENTRY-COUNT)
  4750     MOVE ZERO TO ENT-TURNS (WS-ENTRY-COUNT)
 4750A     MOVE "N" TO ENT-FEE-PAID-SW (WS-ENTRY-COUNT)
 4750B     MOVE "N" TO ENT-PRIZE-PAID-SW (WS-ENTRY-COUNT)
 4750C     MOVE ZERO TO ENT-ELIM-ROUND (WS-ENTRY-COUNT)
 4750D     IF WS-FEES-IN-PLAY
 4750E         SET ENT-FEE-PAID (WS-ENTRY-COUNT) TO TRUE
 4750F     END-IF
 4750G     IF WS-FEE-DUE
 4750H         MOVE "N" TO WS-FEE-DUE-SW
 4750I         PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
 4750J     END-IF.
  4760 1500-EXIT.
  4770     EXIT.

  5140 1550-EXIT.
  5150     EXIT.

 5150A******************************************************************
 5150B* 1560-CHECK-ENTRY-FEE - can this entrant be charged tonight's
 5150C*                  entry fee? On a restart, the entry that sat
 5150D*                  in the same seat in the abended run with the
 5150E*                  same player and its fee paid goes through
 5150F*                  free. If that run had finished its edit pass
 5150G*                  nobody else got in then, so nobody else gets
 5150H*                  in now. Otherwise the purse must cover the
 5150I*                  fee, and WS-FEE-DUE says it is to be taken.
 5150J******************************************************************
 5150K 1560-CHECK-ENTRY-FEE.
 5150L     MOVE "N" TO WS-FEE-DUE-SW
 5150M     IF WS-RESTARTING
 5150N         COMPUTE WS-PRIOR-IDX = WS-ENTRY-COUNT + 1
 5150O         IF WS-PRIOR-IDX NOT GREATER THAN WS-PRIOR-COUNT
 5150P             IF PRI-PLAYER-ID (WS-PRIOR-IDX) = STRAT-PLAYER-ID
 5150Q                 AND PRI-FEE-PAID (WS-PRIOR-IDX) = "Y"
 5150R                 ADD WS-ENTRY-FEE TO WS-FEES-POSTED
 5150S                 GO TO 1560-EXIT
 5150T             END-IF
 5150U         END-IF
 5150V         IF NOT WS-PRIOR-COLLECTING
 5150W             MOVE "N" TO WS-ENTRY-GOOD-SW
 5150X             MOVE "10" TO WS-REJ-REASON-CODE
 5150Y             MOVE "FEE UNPAID IN ABENDED RUN"
 5150Z                 TO WS-REJ-REASON-TEXT
5150AA             GO TO 1560-EXIT
5150AB         END-IF
5150AC     END-IF

5150AD     IF PLAY-GOLD NOT NUMERIC
5150AE         MOVE ZERO TO PLAY-GOLD
5150AF     END-IF
5150AG     IF PLAY-GOLD < WS-ENTRY-FEE
5150AH         MOVE "N" TO WS-ENTRY-GOOD-SW
5150AI         MOVE "10" TO WS-REJ-REASON-CODE
5150AJ         MOVE "GOLD WILL NOT COVER ENTRY FEE"
5150AK             TO WS-REJ-REASON-TEXT
5150AL         GO TO 1560-EXIT
5150AM     END-IF
5150AN     SET WS-FEE-DUE TO TRUE.
5150AO 1560-EXIT.
5150AP     EXIT.

5150AQ******************************************************************
5150AR* 1570-TAKE-ENTRY-FEE - debit the fee from the purse 1500 just
5150AS*                  read and journal it ("TF"). A purse that
5150AT*                  will not rewrite is a reject - the entrant
5150AU*                  does not fight for nothing.
5150AV******************************************************************
5150AW 1570-TAKE-ENTRY-FEE.
5150AX     MOVE PLAY-GOLD TO WS-GOLD-BEFORE
5150AY     SUBTRACT WS-ENTRY-FEE FROM PLAY-GOLD
5150AZ     REWRITE PLAY-RECORD
5150BA         INVALID KEY
5150BB             MOVE "N" TO WS-ENTRY-GOOD-SW
5150BC             MOVE "N" TO WS-FEE-DUE-SW
5150BD             MOVE "10" TO WS-REJ-REASON-CODE
5150BE             MOVE "ENTRY FEE NOT POSTED"
5150BF                 TO WS-REJ-REASON-TEXT
5150BG             GO TO 1570-EXIT
5150BH     END-REWRITE
5150BI     COMPUTE WS-FEES-POSTED =
5150BJ         WS-FEES-POSTED + WS-GOLD-BEFORE - PLAY-GOLD

5150BK     MOVE "TF" TO WS-JRNL-REASON
5150BL     MOVE WS-ENTRY-FEE TO WS-JRNL-AMOUNT
5150BM     COMPUTE WS-JRNL-SEQ = WS-ENTRY-COUNT + 1
5150BN     PERFORM 5900-WRITE-GOLD-JOURNAL THRU 5900-EXIT.
5150BO 1570-EXIT.
5150BP     EXIT.

  5160 1600-CLOSE-EDIT-FILES.
  5170     CLOSE ROSTER-FILE.
  5180     CLOSE PLAYER-MST-FILE.
  5189     END-IF
  5190     CLOSE ROSTER-REJ-FILE.
  5200 1600-EXIT.
 5200A     EXIT.

 5200B******************************************************************
 5200C* 1650-END-FEE-PHASE - the edit pass has taken every fee it is
 5200D*                  going to take. Say so on FDRUNCTL before the
 5200E*                  first duel, so a restart from here on lets
 5200F*                  in exactly the entrants who paid.
 5200G******************************************************************
 5200H 1650-END-FEE-PHASE.
 5200I     IF NOT WS-FEES-COLLECTING
 5200J         GO TO 1650-EXIT
 5200K     END-IF
 5200L     MOVE SPACE TO WS-FEE-PHASE
 5200M     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT.
 5200N 1650-EXIT.
  5210     EXIT.

  5220******************************************************************
  6860         MOVE WS-PAIR-A TO WS-LOSER-IDX
  6870     END-IF
  6880     MOVE "N" TO ENT-ACTIVE-SW (WS-LOSER-IDX)
  6885     MOVE WS-ROUND-NO TO ENT-ELIM-ROUND (WS-LOSER-IDX)
  6890     SUBTRACT 1 FROM WS-ACTIVE-COUNT

  6900     MOVE WS-ROUND-NO TO ML-ROUND
  7180 3710-EXIT.
  7190     EXIT.

 7190A******************************************************************
 7190B* 5000-PAY-PRIZES - fee nights only: once the bracket is down
 7190C*                  to its champion, pay the pool out by the
 7190D*                  payout table. Each prize is posted to
 7190E*                  PLAYMST, journaled ("TP") and marked paid on
 7190F*                  FDRUNCTL before the next, so a restart after
 7190G*                  the payouts began pays only what is owed.
 7190H******************************************************************
 7190I 5000-PAY-PRIZES.
 7190J     IF NOT WS-FEES-IN-PLAY
 7190K         OR WS-ENTRY-COUNT = ZERO
 7190L         GO TO 5000-EXIT
 7190M     END-IF

 7190N     PERFORM 5050-TOTAL-FEES THRU 5050-EXIT
 7190O     IF WS-FEES-COLLECTED = ZERO
 7190P         GO TO 5000-EXIT
 7190Q     END-IF

 7190R     OPEN I-O PLAYER-MST-FILE.
 7190S     IF NOT WS-PLAY-OK
 7190T         DISPLAY "FDBATCH: UNABLE TO REOPEN PLAYMST, STATUS = "
 7190U             WS-PLAY-STATUS " - PRIZES NOT PAID"
 7190V         MOVE "E" TO WS-OPS-SEVERITY
 7190W         MOVE "PLAYMST REOPEN FAILED - PRIZES NOT PAID"
 7190X             TO WS-OPS-TEXT
 7190Y         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 7190Z         MOVE 12 TO RETURN-CODE
7190AA         STOP RUN
7190AB     END-IF

7190AC     MOVE ZERO TO WS-PRIZE-IDX
7190AD     PERFORM 5100-PAY-ONE-ENTRY THRU 5100-EXIT
7190AE         UNTIL WS-PRIZE-IDX NOT LESS THAN WS-ENTRY-COUNT
7190AF     CLOSE PLAYER-MST-FILE.
7190AG 5000-EXIT.
7190AH     EXIT.

7190AI******************************************************************
7190AJ* 5050-TOTAL-FEES - the pool: one fee for every entry marked
7190AK*                  paid, whether it paid tonight or in the run
7190AL*                  being restarted.
7190AM******************************************************************
7190AN 5050-TOTAL-FEES.
7190AO     MOVE ZERO TO WS-FEES-CHARGED
7190AP     MOVE ZERO TO WS-PRIZE-IDX
7190AQ     PERFORM 5060-COUNT-ONE-FEE THRU 5060-EXIT
7190AR         UNTIL WS-PRIZE-IDX NOT LESS THAN WS-ENTRY-COUNT
7190AS     COMPUTE WS-FEES-COLLECTED = WS-FEES-CHARGED * WS-ENTRY-FEE.
7190AT 5050-EXIT.
7190AU     EXIT.

7190AV 5060-COUNT-ONE-FEE.
7190AW     ADD 1 TO WS-PRIZE-IDX
7190AX     IF ENT-FEE-PAID (WS-PRIZE-IDX)
7190AY         ADD 1 TO WS-FEES-CHARGED
7190AZ     END-IF.
7190BA 5060-EXIT.
7190BB     EXIT.

7190BC 5100-PAY-ONE-ENTRY.
7190BD     ADD 1 TO WS-PRIZE-IDX
7190BE     PERFORM 5200-FIND-PLACE THRU 5200-EXIT
7190BF     IF WS-PRIZE-PLACE = ZERO
7190BG         GO TO 5100-EXIT
7190BH     END-IF
7190BI     COMPUTE WS-PRIZE-AMOUNT = WS-FEES-COLLECTED
7190BJ         * WS-PAYOUT-PCT (WS-PRIZE-PLACE) / 100
7190BK     IF WS-PRIZE-AMOUNT = ZERO
7190BL         GO TO 5100-EXIT
7190BM     END-IF
7190BN     IF ENT-PRIZE-PAID (WS-PRIZE-IDX)
7190BO         ADD WS-PRIZE-AMOUNT TO WS-PRIZES-CREDITED
7190BP         GO TO 5100-EXIT
7190BQ     END-IF

7190BR     MOVE ENT-PLAYER-ID (WS-PRIZE-IDX) TO PLAY-PLAYER-ID
7190BS     READ PLAYER-MST-FILE
7190BT         INVALID KEY
7190BU             MOVE "W" TO WS-OPS-SEVERITY
7190BV             MOVE SPACES TO WS-OPS-TEXT
7190BW             STRING "PRIZE NOT PAID - " PLAY-PLAYER-ID
7190BX                 " NOT ON PLAYMST"
7190BY                 DELIMITED BY SIZE INTO WS-OPS-TEXT
7190BZ             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7190CA             IF WS-HIGHEST-RC < 4
7190CB                 MOVE 4 TO WS-HIGHEST-RC
7190CC             END-IF
7190CD             GO TO 5100-EXIT
7190CE     END-READ

7190CF     IF PLAY-GOLD NOT NUMERIC
7190CG         MOVE ZERO TO PLAY-GOLD
7190CH     END-IF
7190CI     MOVE PLAY-GOLD TO WS-GOLD-BEFORE
7190CJ     ADD WS-PRIZE-AMOUNT TO PLAY-GOLD
7190CK     REWRITE PLAY-RECORD
7190CL         INVALID KEY
7190CM             MOVE "W" TO WS-OPS-SEVERITY
7190CN             MOVE SPACES TO WS-OPS-TEXT
7190CO             STRING "PRIZE NOT PAID - " PLAY-PLAYER-ID
7190CP                 " REWRITE FAILED"
7190CQ                 DELIMITED BY SIZE INTO WS-OPS-TEXT
7190CR             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7190CS             IF WS-HIGHEST-RC < 4
7190CT                 MOVE 4 TO WS-HIGHEST-RC
7190CU             END-IF
7190CV             GO TO 5100-EXIT
7190CW     END-REWRITE
7190CX     COMPUTE WS-PRIZES-CREDITED =
7190CY         WS-PRIZES-CREDITED + PLAY-GOLD - WS-GOLD-BEFORE

7190CZ     MOVE "TP" TO WS-JRNL-REASON
7190DA     MOVE WS-PRIZE-AMOUNT TO WS-JRNL-AMOUNT
7190DB     MOVE WS-PRIZE-IDX TO WS-JRNL-SEQ
7190DC     PERFORM 5900-WRITE-GOLD-JOURNAL THRU 5900-EXIT
7190DD     SET ENT-PRIZE-PAID (WS-PRIZE-IDX) TO TRUE
7190DE     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT.
7190DF 5100-EXIT.
7190DG     EXIT.

7190DH******************************************************************
7190DI* 5200-FIND-PLACE - where the entry at WS-PRIZE-IDX finished:
7190DJ*                  1 the champion (the one entry still active),
7190DK*                  2 the loser of the final round, 3 a loser of
7190DL*                  the round before it, zero out of the money.
7190DM*                  The final is always one match; a bye in the
7190DN*                  round before leaves only one semi-finalist.
7190DO******************************************************************
7190DP 5200-FIND-PLACE.
7190DQ     MOVE ZERO TO WS-PRIZE-PLACE
7190DR     IF ENT-ACTIVE (WS-PRIZE-IDX)
7190DS         MOVE 1 TO WS-PRIZE-PLACE
7190DT         GO TO 5200-EXIT
7190DU     END-IF
7190DV     IF WS-ROUND-NO = ZERO
7190DW         GO TO 5200-EXIT
7190DX     END-IF
7190DY     IF ENT-ELIM-ROUND (WS-PRIZE-IDX) = WS-ROUND-NO
7190DZ         MOVE 2 TO WS-PRIZE-PLACE
7190EA         GO TO 5200-EXIT
7190EB     END-IF
7190EC     IF WS-ROUND-NO > 1
7190ED         AND ENT-ELIM-ROUND (WS-PRIZE-IDX) + 1 = WS-ROUND-NO
7190EE         MOVE 3 TO WS-PRIZE-PLACE
7190EF     END-IF.
7190EG 5200-EXIT.
7190EH     EXIT.

7190EI******************************************************************
7190EJ* 5900-WRITE-GOLD-JOURNAL - append the fee or prize just posted
7190EK*                  to the purse in PLAY-RECORD to GOLDJRNL: the
7190EL*                  night's run date, format and entry seat as
7190EM*                  the reference. Open-write-close per entry,
7190EN*                  as FANTASY-DUEL extends the same file between
7190EO*                  our postings. A journal that will not open is
7190EP*                  a warning - GOLDRCN reports the difference.
7190EQ******************************************************************
7190ER 5900-WRITE-GOLD-JOURNAL.
7190ES     OPEN EXTEND GOLD-JRNL-FILE.
7190ET     IF NOT WS-GOLD-OK
7190EU         DISPLAY "FDBATCH: UNABLE TO OPEN GOLDJRNL, STATUS = "
7190EV             WS-GOLD-STATUS
7190EW         MOVE "W" TO WS-OPS-SEVERITY
7190EX         MOVE "GOLDJRNL OPEN FAILED - FEE/PRIZE NOT JOURNALED"
7190EY             TO WS-OPS-TEXT
7190EZ         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7190FA         IF WS-HIGHEST-RC < 4
7190FB             MOVE 4 TO WS-HIGHEST-RC
7190FC         END-IF
7190FD         GO TO 5900-EXIT
7190FE     END-IF
7190FF     MOVE SPACES TO GOLD-JRNL-RECORD
7190FG     MOVE PLAY-PLAYER-ID TO GJ-PLAYER-ID
7190FH     ACCEPT GJ-POST-DATE FROM DATE YYYYMMDD
7190FI     ACCEPT WS-JRNL-TIME-RAW FROM TIME
7190FJ     MOVE WS-JRNL-TIME-HHMMSS TO GJ-POST-TIME
7190FK     MOVE "FDBATCH" TO GJ-SOURCE-PGM
7190FL     MOVE WS-JRNL-REASON TO GJ-REASON-CODE
7190FM     MOVE WS-TODAY TO GJ-REF-RUN-DATE
7190FN     MOVE WS-FORMAT-CODE TO GJ-REF-RUN-FORMAT
7190FO     MOVE WS-JRNL-SEQ TO GJ-REF-ENTRY-SEQ
7190FP     IF GJ-TOURNAMENT-FEE
7190FQ         SET GJ-DEBIT TO TRUE
7190FR     ELSE
7190FS         SET GJ-CREDIT TO TRUE
7190FT     END-IF
7190FU     MOVE WS-JRNL-AMOUNT TO GJ-AMOUNT
7190FV     MOVE WS-GOLD-BEFORE TO GJ-BEFORE-BAL
7190FW     MOVE PLAY-GOLD TO GJ-AFTER-BAL
7190FX     WRITE GOLD-JRNL-RECORD
7190FY     CLOSE GOLD-JRNL-FILE.
7190FZ 5900-EXIT.
7190GA     EXIT.

  7200 2900-WRITE-DETAIL.
  7210     MOVE WS-STRAT-PLAYER-ID TO DL-PLAYER-ID
  7220     IF DR-ELF-WON
  7530 8000-EXIT.
  7540     EXIT.

 7540A******************************************************************
 7540B* 8500-WRITE-PRIZE-REPORT - PRIZERPT: every fee taken, every
 7540C*                  prize owed (paid or not), and the totals.
 7540D*                  The fees actually debited from the purses
 7540E*                  (1570, plus the seats paid in a run being
 7540F*                  restarted) must equal the entries charged
 7540G*                  times the fee, and must equal the prizes
 7540H*                  actually credited (5100, plus those paid
 7540I*                  before a restart) plus house retention;
 7540J*                  anything else is printed OUT OF BALANCE and
 7540K*                  raises the return code. A prize that could
 7540L*                  not be posted stays in the house figure.
 7540M******************************************************************
 7540N 8500-WRITE-PRIZE-REPORT.
 7540O     MOVE WS-TODAY TO PH-RUN-DATE
 7540P     MOVE WS-FORMAT-CODE TO PH-FORMAT
 7540Q     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-HEADING
 7540R     MOVE SPACES TO PRIZE-RPT-LINE
 7540S     WRITE PRIZE-RPT-LINE
 7540T     IF NOT WS-FEES-IN-PLAY
 7540U         WRITE PRIZE-RPT-LINE FROM WS-NO-FEE-LINE
 7540V         GO TO 8500-EXIT
 7540W     END-IF

 7540X     MOVE WS-ENTRY-FEE TO PFH-FEE
 7540Y     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-FEE-HEAD
 7540Z     MOVE SPACES TO PRIZE-RPT-LINE
7540AA     WRITE PRIZE-RPT-LINE

7540AB     PERFORM 5050-TOTAL-FEES THRU 5050-EXIT
7540AC     MOVE ZERO TO WS-PRIZE-IDX
7540AD     PERFORM 8510-WRITE-FEE-LINE THRU 8510-EXIT
7540AE         UNTIL WS-PRIZE-IDX NOT LESS THAN WS-ENTRY-COUNT
7540AF     MOVE SPACES TO PRIZE-RPT-LINE
7540AG     WRITE PRIZE-RPT-LINE

7540AH     MOVE ZERO TO WS-PRIZES-PAID
7540AI     MOVE ZERO TO WS-PRIZES-UNPAID
7540AJ     MOVE ZERO TO WS-PRIZE-IDX
7540AK     PERFORM 8520-WRITE-PRIZE-LINE THRU 8520-EXIT
7540AL         UNTIL WS-PRIZE-IDX NOT LESS THAN WS-ENTRY-COUNT
7540AM     MOVE SPACES TO PRIZE-RPT-LINE
7540AN     WRITE PRIZE-RPT-LINE

7540AO     MOVE "ENTRIES CHARGED     : " TO PTL-LABEL
7540AP     MOVE WS-FEES-CHARGED TO PTL-AMOUNT
7540AQ     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540AR     MOVE "ENTRY FEES COLLECTED: " TO PTL-LABEL
7540AS     MOVE WS-FEES-COLLECTED TO PTL-AMOUNT
7540AT     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540AU     MOVE "PRIZES PAID         : " TO PTL-LABEL
7540AV     MOVE WS-PRIZES-PAID TO PTL-AMOUNT
7540AW     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540AX     MOVE "ENTRY FEES DEBITED  : " TO PTL-LABEL
7540AY     MOVE WS-FEES-POSTED TO PTL-AMOUNT
7540AZ     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540BA     MOVE "PRIZES CREDITED     : " TO PTL-LABEL
7540BB     MOVE WS-PRIZES-CREDITED TO PTL-AMOUNT
7540BC     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE

7540BD     IF WS-PRIZES-PAID > WS-FEES-COLLECTED
7540BE         MOVE ZERO TO WS-HOUSE-RETAINED
7540BF     ELSE
7540BG         COMPUTE WS-HOUSE-RETAINED =
7540BH             WS-FEES-COLLECTED - WS-PRIZES-PAID
7540BI     END-IF
7540BJ     MOVE "HOUSE RETENTION     : " TO PTL-LABEL
7540BK     MOVE WS-HOUSE-RETAINED TO PTL-AMOUNT
7540BL     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540BM     IF WS-PRIZES-UNPAID > ZERO
7540BN         MOVE "  INCL. PRIZES UNPAID: " TO PTL-LABEL
7540BO         MOVE WS-PRIZES-UNPAID TO PTL-AMOUNT
7540BP         WRITE PRIZE-RPT-LINE FROM WS-PRIZE-TOTAL-LINE
7540BQ     END-IF

7540BR     MOVE "N" TO WS-POOL-BAL-SW
7540BS     IF WS-FEES-POSTED NOT = WS-FEES-CHARGED * WS-ENTRY-FEE
7540BT         MOVE "*** FEES DEBITED NOT = ENTRIES X FEE ***"
7540BU             TO PBL-TEXT
7540BV         SET WS-POOL-OUT-OF-BAL TO TRUE
7540BW     END-IF
7540BX     IF NOT WS-POOL-OUT-OF-BAL
7540BY         AND WS-FEES-POSTED NOT =
7540BZ             WS-PRIZES-CREDITED + WS-HOUSE-RETAINED
7540CA         MOVE "*** FEES NOT = PRIZES + HOUSE ***" TO PBL-TEXT
7540CB         SET WS-POOL-OUT-OF-BAL TO TRUE
7540CC     END-IF
7540CD     IF NOT WS-POOL-OUT-OF-BAL
7540CE         MOVE "FEES = PRIZES PAID + HOUSE RETENTION"
7540CF             TO PBL-TEXT
7540CG     ELSE
7540CH         MOVE "W" TO WS-OPS-SEVERITY
7540CI         MOVE "PRIZE POOL OUT OF BALANCE - SEE PRIZERPT"
7540CJ             TO WS-OPS-TEXT
7540CK         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7540CL         IF WS-HIGHEST-RC < 4
7540CM             MOVE 4 TO WS-HIGHEST-RC
7540CN         END-IF
7540CO     END-IF
7540CP     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-BALANCE-LINE.
7540CQ 8500-EXIT.
7540CR     EXIT.

7540CS 8510-WRITE-FEE-LINE.
7540CT     ADD 1 TO WS-PRIZE-IDX
7540CU     IF ENT-FEE-PAID (WS-PRIZE-IDX)
7540CV         MOVE ENT-PLAYER-ID (WS-PRIZE-IDX) TO FL-PLAYER-ID
7540CW         MOVE WS-ENTRY-FEE TO FL-AMOUNT
7540CX         WRITE PRIZE-RPT-LINE FROM WS-FEE-LINE
7540CY     END-IF.
7540CZ 8510-EXIT.
7540DA     EXIT.

7540DB 8520-WRITE-PRIZE-LINE.
7540DC     ADD 1 TO WS-PRIZE-IDX
7540DD     PERFORM 5200-FIND-PLACE THRU 5200-EXIT
7540DE     IF WS-PRIZE-PLACE = ZERO
7540DF         GO TO 8520-EXIT
7540DG     END-IF
7540DH     COMPUTE WS-PRIZE-AMOUNT = WS-FEES-COLLECTED
7540DI         * WS-PAYOUT-PCT (WS-PRIZE-PLACE) / 100
7540DJ     IF WS-PRIZE-AMOUNT = ZERO
7540DK         GO TO 8520-EXIT
7540DL     END-IF
7540DM     MOVE ENT-PLAYER-ID (WS-PRIZE-IDX) TO PL-PLAYER-ID
7540DN     MOVE WS-PRIZE-AMOUNT TO PL-AMOUNT
7540DO     MOVE WS-PAYOUT-PLACE (WS-PRIZE-PLACE) TO PL-PLACE
7540DP     IF ENT-PRIZE-PAID (WS-PRIZE-IDX)
7540DQ         MOVE "PAID" TO PL-STATUS
7540DR         ADD WS-PRIZE-AMOUNT TO WS-PRIZES-PAID
7540DS     ELSE
7540DT         MOVE "NOT PAID" TO PL-STATUS
7540DU         ADD WS-PRIZE-AMOUNT TO WS-PRIZES-UNPAID
7540DV     END-IF
7540DW     WRITE PRIZE-RPT-LINE FROM WS-PRIZE-LINE.
7540DX 8520-EXIT.
7540DY     EXIT.

  7550 9000-TERMINATE.
  7560     CLOSE SUMMARY-RPT-FILE.
 7560A     CLOSE PRIZE-RPT-FILE.
 7560B     IF WS-FEES-IN-PLAY
 7560C         MOVE "I" TO WS-OPS-SEVERITY
 7560D         MOVE SPACES TO WS-OPS-TEXT
 7560E         STRING "FEES " WS-FEES-COLLECTED
 7560F             " PRIZES " WS-PRIZES-PAID
 7560G             " HOUSE " WS-HOUSE-RETAINED
 7560H             DELIMITED BY SIZE INTO WS-OPS-TEXT
 7560I         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 7560J     END-IF
  7562     MOVE "I" TO WS-OPS-SEVERITY
  7563     MOVE SPACES TO WS-OPS-TEXT
  7564     STRING "RUN COMPLETE - DUELS " WS-DUELS-FOUGHT
  7567         DELIMITED BY SIZE INTO WS-OPS-TEXT
  7568     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  7570 9000-EXIT.
 7570A     EXIT.

 7570B******************************************************************
 7570C* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
 7570D*                  end and return code: complete at RC 4 or
 7570E*                  less, failed above, so the jobs that follow
 7570F*                  know whether they may run. A calendar that
 7570G*                  cannot be updated is logged and the job ends
 7570H*                  RC=4 - its work is done, but the jobs after
 7570I*                  it stay held until the operator bypasses it.
 7570J******************************************************************
 7570K 9800-RECORD-RUN-END.
 7570L     OPEN I-O RUN-CAL-FILE.
 7570M     IF NOT WS-RCAL-OK
 7570N         DISPLAY "FDBATCH: UNABLE TO OPEN RUNCAL, STATUS = "
 7570O             WS-RCAL-STATUS
 7570P         GO TO 9800-NOT-RECORDED
 7570Q     END-IF
 7570R     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
 7570S     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
 7570T     READ RUN-CAL-FILE
 7570U         INVALID KEY
 7570V             CLOSE RUN-CAL-FILE
 7570W             GO TO 9800-NOT-RECORDED
 7570X     END-READ
 7570Y     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
 7570Z     ACCEPT WS-RCAL-TIME-RAW FROM TIME
7570AA     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
7570AB     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
7570AC     IF WS-HIGHEST-RC > 4
7570AD         SET RCAL-FAILED TO TRUE
7570AE     ELSE
7570AF         SET RCAL-COMPLETE TO TRUE
7570AG     END-IF
7570AH     REWRITE RCAL-RECORD
7570AI     IF NOT WS-RCAL-OK
7570AJ         CLOSE RUN-CAL-FILE
7570AK         GO TO 9800-NOT-RECORDED
7570AL     END-IF
7570AM     CLOSE RUN-CAL-FILE
7570AN     GO TO 9800-EXIT.
7570AO 9800-NOT-RECORDED.
7570AP     MOVE "W" TO WS-OPS-SEVERITY
7570AQ     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
7570AR         TO WS-OPS-TEXT
7570AS     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7570AT     IF WS-HIGHEST-RC < 4
7570AU         MOVE 4 TO WS-HIGHEST-RC
7570AV     END-IF.
7570AW 9800-EXIT.
  7580     EXIT.

  7581******************************************************************
  8030         STOP RUN
  8040     END-IF

 8040A     IF RC-ENTRY-FEE NOT NUMERIC
 8040B         MOVE ZERO TO RC-ENTRY-FEE
 8040C     END-IF
 8040D     IF RC-ENTRY-FEE NOT = WS-ENTRY-FEE
 8040E         DISPLAY "FDBATCH: FDRUNCTL ENTRY FEE " RC-ENTRY-FEE
 8040F             " DOES NOT MATCH FDTRNCTL " WS-ENTRY-FEE
 8040G             " - FIX THE CARD AND RERUN"
 8040H         CLOSE RUN-CTL-FILE
 8040I         MOVE "E" TO WS-OPS-SEVERITY
 8040J         MOVE "FDRUNCTL/FDTRNCTL ENTRY FEE MISMATCH"
 8040K             TO WS-OPS-TEXT
 8040L         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 8040M         MOVE 12 TO RETURN-CODE
 8040N         STOP RUN
 8040O     END-IF

 8040P     IF WS-FEES-IN-PLAY
 8040Q         MOVE RC-FEE-PHASE TO WS-PRIOR-PHASE
 8040R         MOVE "N" TO WS-RUNCTL-EOF-SW
 8040S         PERFORM 1910-LOAD-PRIOR-ENTRY THRU 1910-EXIT
 8040T             UNTIL WS-END-OF-RUNCTL
 8040U     END-IF

  8050     MOVE "Y" TO WS-RESTART-SW
  8060     DISPLAY "FDBATCH: RESTARTING ABENDED RUN OF " RC-RUN-DATE
  8070     MOVE RC-RUN-DATE TO WS-TODAY
  8100     EXIT.

  8110******************************************************************
 8110A* 1910-LOAD-PRIOR-ENTRY - note one of the abended run's entries
 8110B*                  (seat, player, fee paid) for 1560.
 8110C******************************************************************
 8110D 1910-LOAD-PRIOR-ENTRY.
 8110E     READ RUN-CTL-FILE
 8110F         AT END
 8110G             SET WS-END-OF-RUNCTL TO TRUE
 8110H             GO TO 1910-EXIT
 8110I     END-READ

 8110J     IF NOT RC-ENTRY-REC
 8110K         GO TO 1910-EXIT
 8110L     END-IF
 8110M     IF RC-ENTRY-SEQ NOT NUMERIC
 8110N         OR RC-ENTRY-SEQ < 1
 8110O         OR RC-ENTRY-SEQ > 100
 8110P         GO TO 1910-EXIT
 8110Q     END-IF
 8110R     IF RC-ENTRY-SEQ > WS-PRIOR-COUNT
 8110S         MOVE RC-ENTRY-SEQ TO WS-PRIOR-COUNT
 8110T     END-IF
 8110U     MOVE RC-ENT-PLAYER-ID TO PRI-PLAYER-ID (RC-ENTRY-SEQ)
 8110V     MOVE RC-ENT-FEE-PAID TO PRI-FEE-PAID (RC-ENTRY-SEQ).
 8110W 1910-EXIT.
 8110X     EXIT.

 8110Y******************************************************************
  8120* 1800-APPLY-RESTART - with the roster table rebuilt by the
  8130*                  edit pass, lay the abended run's state back
  8140*                  over it: progress indexes, the running
  8160*                  roster that no longer matches the control
  8170*                  file stops the job - restarting over a
  8180*                  changed roster would fight the wrong entries.
  8182*                  A run that died while its edit pass was
  8184*                  still taking fees never fought a duel: this
  8186*                  edit pass has settled the fees, and the
  8188*                  bracket simply starts from the top.
  8190******************************************************************
  8200 1800-APPLY-RESTART.
  8210     IF NOT WS-RESTARTING
  8212         GO TO 1800-EXIT
  8214     END-IF
  8216     IF WS-PRIOR-COLLECTING
  8218         MOVE "N" TO WS-RESTART-SW
  8220         GO TO 1800-EXIT
  8230     END-IF

  8763     END-IF
  8764     MOVE RC-ENT-ACTIVE TO ENT-ACTIVE-SW (RC-ENTRY-SEQ)
  8770     MOVE RC-ENT-RESULT TO ENT-RESULT-CODE (RC-ENTRY-SEQ)
  8780     MOVE RC-ENT-TURNS TO ENT-TURNS (RC-ENTRY-SEQ)
  8781     MOVE RC-ENT-FEE-PAID TO ENT-FEE-PAID-SW (RC-ENTRY-SEQ)
  8782     MOVE RC-ENT-PRIZE-PAID TO ENT-PRIZE-PAID-SW (RC-ENTRY-SEQ)
  8783     IF RC-ENT-ELIM-ROUND NUMERIC
  8784         MOVE RC-ENT-ELIM-ROUND TO ENT-ELIM-ROUND (RC-ENTRY-SEQ)
  8785     ELSE
  8786         MOVE ZERO TO ENT-ELIM-ROUND (RC-ENTRY-SEQ)
  8787     END-IF.
  8790 1810-EXIT.
  8800     EXIT.

  9310     MOVE WS-OPPONENT-WINS TO RC-OPP-WINS
  9320     MOVE WS-ABANDONED-DUELS TO RC-ABANDONED
  9330     MOVE WS-REJECTED-ENTRIES TO RC-REJECTED
  9333     MOVE WS-FEE-PHASE TO RC-FEE-PHASE
  9336     MOVE WS-ENTRY-FEE TO RC-ENTRY-FEE
  9340     WRITE RUN-CTL-RECORD

  9350     MOVE ZERO TO WS-RC-ENTRY-COUNT
  9480     MOVE ENT-TURNS (WS-RC-ENTRY-COUNT) TO RC-ENT-TURNS
  9485     MOVE ENT-PLAYER-ID (WS-RC-ENTRY-COUNT)
  9486         TO RC-ENT-PLAYER-ID
 9486A     MOVE ENT-FEE-PAID-SW (WS-RC-ENTRY-COUNT) TO RC-ENT-FEE-PAID
 9486B     MOVE ENT-PRIZE-PAID-SW (WS-RC-ENTRY-COUNT)
 9486C         TO RC-ENT-PRIZE-PAID
 9486D     MOVE ENT-ELIM-ROUND (WS-RC-ENTRY-COUNT)
 9486E         TO RC-ENT-ELIM-ROUND
  9490     WRITE RUN-CTL-RECORD.
  9500 7010-EXIT.
  9510     EXIT.
  9800         MOVE "N" TO WS-ENTRY-GOOD-SW
  9810         MOVE "07" TO WS-REJ-REASON-CODE
  9820         MOVE "RACE NOT PLAYABLE" TO WS-REJ-REASON-TEXT
  9821         GO TO 1530-EXIT
  9822     END-IF
  9823     IF CMBT-RETIRED
  9824         MOVE "N" TO WS-ENTRY-GOOD-SW
  9825         MOVE "07" TO WS-REJ-REASON-CODE
  9826         MOVE "RACE RETIRED" TO WS-REJ-REASON-TEXT
  9830     END-IF.
  9840 1530-EXIT.
  9850     EXIT.
