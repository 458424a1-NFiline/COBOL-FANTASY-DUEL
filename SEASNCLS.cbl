  1110*          live records so the new season's race to the top
  1120*          starts from zero. Ties go to the first player in id
  1130*          order, same as LBRDRPT's tie-break.
  1131*          The report also names the guild champion: the
  1132*          active guild whose members won the most duels in
  1133*          the season while they belonged to it (GMBRMST) -
  1134*          a whole-season member's LDRBRD wins, a part-season
  1135*          member's wins recounted off DUELHIST for the days
  1136*          in the guild - the same credit GULDRPT gives.
  1140* Tectonics: cobc -x SEASNCLS.cbl -I copybooks
  1150*
  1160* Modification History
  1184*                     append there, and the job ends RC=0
  1185*                     clean, RC=4 with warnings, RC=12 fatal,
  1186*                     so the scheduler can COND on it.
 1186A*   15 Oct 2026  NF  SEASHIST rows now carry the dates the
 1186B*                     season ran (previous SEASNBDY close up
 1186C*                     to today's), and the awards name a
 1186D*                     guild champion off GULDMST/GMBRMST,
 1186E*                     crediting members only for their time
 1186F*                     in the guild. A guild file or DUELHIST
 1186G*                     that will not open skips the guild
 1186H*                     award with a warning - the close still
 1186I*                     runs.
 1186J*   15 Oct 2026  NF  Runs under the business-date run calendar
 1186K*                     (RUNCAL): will not close the season (RC=12,
 1186L*                     OPSLOG entry) until the night's LBRDRCN and
 1186M*                     FDAUDIT have both finished clean or been
 1186N*                     bypassed for the open business date, and
 1186O*                     records its own start, end and return code
 1186P*                     there, so DHRETAIN runs only after it.
  1187******************************************************************
  1190 IDENTIFICATION DIVISION.
  1200 PROGRAM-ID. SEASNCLS.
  1414         ORGANIZATION IS LINE SEQUENTIAL
  1416         FILE STATUS IS WS-BDY-STATUS.

  1417     SELECT GULD-MASTER-FILE ASSIGN TO "GULDMST"
  1418         ORGANIZATION IS INDEXED
  1419         ACCESS MODE IS SEQUENTIAL
  1420         RECORD KEY IS GULD-GUILD-ID
  1421         FILE STATUS IS WS-GULD-STATUS.

  1422     SELECT GMBR-FILE ASSIGN TO "GMBRMST"
  1423         ORGANIZATION IS INDEXED
  1424         ACCESS MODE IS SEQUENTIAL
  1425         RECORD KEY IS GMBR-KEY
  1426         FILE STATUS IS WS-GMBR-STATUS.

  1427     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1428         ORGANIZATION IS LINE SEQUENTIAL
  1429         FILE STATUS IS WS-DUEL-STATUS.

  1430     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1431         ORGANIZATION IS INDEXED
  1432         ACCESS MODE IS RANDOM
  1433         RECORD KEY IS RCAL-KEY
  1434         FILE STATUS IS WS-RCAL-STATUS.

  1436     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1437         ORGANIZATION IS LINE SEQUENTIAL
  1438         FILE STATUS IS WS-OPS-STATUS.
  1522 FD  SEASN-BDY-FILE.
  1524     COPY SBDYREC.

 1524A FD  GULD-MASTER-FILE.
 1524B     COPY GULDREC.

 1524C FD  GMBR-FILE.
 1524D     COPY GMBRREC.

 1524E FD  DUEL-HIST-FILE.
 1524F     COPY HISTREC.

 1524G FD  RUN-CAL-FILE.
 1524H     COPY RCALREC.

  1526 FD  OPS-LOG-FILE.
  1528     COPY OPSREC.

  1624         88  WS-BDY-OK           VALUE "00".
  1626     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1628         88  WS-OPS-OK           VALUE "00".
 1628A     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
 1628B         88  WS-RCAL-OK          VALUE "00".
 1628C     05  WS-GULD-STATUS          PIC X(02) VALUE SPACES.
 1628D         88  WS-GULD-OK          VALUE "00".
 1628E         88  WS-GULD-NOT-FOUND   VALUE "35".
 1628F     05  WS-GMBR-STATUS          PIC X(02) VALUE SPACES.
 1628G         88  WS-GMBR-OK          VALUE "00".
 1628H     05  WS-DUEL-STATUS          PIC X(02) VALUE SPACES.
 1628I         88  WS-DUEL-OK          VALUE "00".

  1630 01  WS-SWITCHES.
  1640     05  WS-LBRD-EOF-SW          PIC X(01) VALUE "N".
  1650         88  WS-END-OF-LBRD      VALUE "Y".
 1650A     05  WS-GUILDS-AVAIL-SW      PIC X(01) VALUE "N".
 1650B         88  WS-GUILDS-AVAIL     VALUE "Y".
 1650C     05  WS-GULD-EOF-SW          PIC X(01) VALUE "N".
 1650D         88  WS-END-OF-GULD      VALUE "Y".
 1650E     05  WS-GMBR-EOF-SW          PIC X(01) VALUE "N".
 1650F         88  WS-END-OF-GMBR      VALUE "Y".
 1650G     05  WS-DUEL-EOF-SW          PIC X(01) VALUE "N".
 1650H         88  WS-END-OF-DUEL      VALUE "Y".
 1650I     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
 1650J         88  WS-ENTRY-FOUND      VALUE "Y".
 1650K     05  WS-MBR-FOUND-SW         PIC X(01) VALUE "N".
 1650L         88  WS-MBR-FOUND        VALUE "Y".

  1660 01  WS-COUNTERS.
  1670     05  WS-RECS-ARCHIVED        PIC 9(05) VALUE ZERO.
  1672     05  WS-GT-IDX               PIC 9(03) VALUE ZERO.
  1674     05  WS-MT-IDX               PIC 9(04) VALUE ZERO.
  1676     05  WS-MBR-IDX              PIC 9(04) VALUE ZERO.
  1678     05  WS-GCHAMP-IDX           PIC 9(03) VALUE ZERO.

  1680 01  WS-SEASON-ID                PIC X(06) VALUE SPACES.
  1690 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
  1700 01  WS-TODAY-X REDEFINES WS-TODAY.
  1710     05  WS-TODAY-YYYYMM         PIC X(06).
  1720     05  FILLER                  PIC X(02).
 1720A 01  WS-SEASON-START             PIC 9(08) VALUE ZERO.
 1720B 01  WS-OPEN-END                 PIC 9(08) VALUE 99999999.
 1720C 01  WS-SEARCH-PLAYER-ID         PIC X(08) VALUE SPACES.
 1720D 01  WS-SEARCH-DATE              PIC 9(08) VALUE ZERO.

  1722******************************************************************
  1723* WS-OPS-WORK - one operations-log entry in the making, plus
  1733         10  FILLER              PIC 9(02).
  1734     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 1734A******************************************************************
 1734B* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
 1734C*                   open there, and the jobs that must have
 1734D*                   finished clean (or been bypassed) for that
 1734E*                   date before this one may run.
 1734F******************************************************************
 1734G 01  WS-RUN-CALENDAR.
 1734H     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "SEASNCLS".
 1734I     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
 1734J     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
 1734K         88  WS-RCAL-FOUND       VALUE "Y".
 1734L     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
 1734M         88  WS-RCAL-DONE        VALUE "Y".
 1734N     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
 1734O     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 2.
 1734P     05  WS-RCAL-PREREQ-LIST.
 1734Q         10  FILLER              PIC X(08) VALUE "LBRDRCN".
 1734R         10  FILLER              PIC X(08) VALUE "FDAUDIT".
 1734S     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
 1734T         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 2 TIMES.
 1734U     05  WS-RCAL-TIME-RAW.
 1734V         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
 1734W         10  FILLER              PIC 9(02).

  1735 01  WS-DECIDED-DUELS            PIC 9(06) VALUE ZERO.
  1740 01  WS-RATIO                    PIC 9(03)V9(01) VALUE ZERO.

  1870     05  WS-RATIO-SET-SW         PIC X(01) VALUE "N".
  1880         88  WS-RATIO-SET        VALUE "Y".

 1880A******************************************************************
 1880B* WS-GUILD-TABLE - every guild on GULDMST, in guild-id order,
 1880C*               with the season wins its members are credited.
 1880D* WS-MEMBER-TABLE - every GMBRMST membership; MT-END-DATE is the
 1880E*               leave date, or all nines while still in.
 1880F******************************************************************
 1880G 01  WS-GUILD-TABLE.
 1880H     05  WS-GUILD-COUNT          PIC 9(03) VALUE ZERO.
 1880I     05  WS-GUILD-ENTRY OCCURS 200 TIMES.
 1880J         10  GT-GUILD-ID         PIC X(06).
 1880K         10  GT-GUILD-NAME       PIC X(20).
 1880L         10  GT-STATUS           PIC X(01).
 1880M             88  GT-DISBANDED    VALUE "D".
 1880N         10  GT-WINS             PIC 9(05).

 1880O 01  WS-MEMBER-TABLE.
 1880P     05  WS-MEMBER-COUNT         PIC 9(04) VALUE ZERO.
 1880Q     05  WS-MEMBER-ENTRY OCCURS 2000 TIMES.
 1880R         10  MT-PLAYER-ID        PIC X(08).
 1880S         10  MT-JOIN-DATE        PIC 9(08).
 1880T         10  MT-END-DATE         PIC 9(08).
 1880U         10  MT-GT-IDX           PIC 9(03).

  1890 01  WS-HEADING-1.
  1900     05  FILLER                  PIC X(20)
  1910         VALUE "FANTASY DUEL - SEASO".
  2190     05  FILLER                  PIC X(38) VALUE
  2200         "NO PLAYERS ON THE LEADERBOARD TO CLOSE".

 2200A 01  WS-GCHAMP-LINE.
 2200B     05  FILLER                  PIC X(24)
 2200C         VALUE "GUILD CHAMPION        : ".
 2200D     05  GCL-GUILD-ID            PIC X(06).
 2200E     05  FILLER                  PIC X(02) VALUE SPACES.
 2200F     05  GCL-GUILD-NAME          PIC X(20).
 2200G     05  FILLER                  PIC X(08) VALUE "  WINS: ".
 2200H     05  GCL-WINS                PIC ZZZZ9.

 2200I 01  WS-NO-GCHAMP-LINE.
 2200J     05  FILLER                  PIC X(24)
 2200K         VALUE "GUILD CHAMPION        : ".
 2200L     05  FILLER                  PIC X(31)
 2200M         VALUE "NONE - NO GUILD WON THIS SEASON".

  2210 01  WS-RESET-LINE.
  2220     05  FILLER                  PIC X(32) VALUE
  2230         "LEADERBOARD RESET FOR NEW SEASON".

  2240 PROCEDURE DIVISION.
  2250 0000-MAIN-PROCEDURE.
  2255     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2265     PERFORM 1200-LOAD-GUILDS THRU 1200-EXIT.
  2270     PERFORM 2000-CLOSE-ONE-PLAYER THRU 2000-EXIT
  2280         UNTIL WS-END-OF-LBRD.
  2281     IF WS-GUILDS-AVAIL
  2282         PERFORM 3000-CREDIT-ONE-DUEL THRU 3000-EXIT
  2283             UNTIL WS-END-OF-DUEL
  2284         CLOSE DUEL-HIST-FILE
  2285     END-IF
  2290     PERFORM 8000-WRITE-AWARDS THRU 8000-EXIT.
  2295     PERFORM 8500-WRITE-SEASON-BOUNDARY THRU 8500-EXIT.
  2300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2302     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2305     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2310     STOP RUN.

 2310A******************************************************************
 2310B* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 2310C*                  up the business date open on RUNCAL and make
 2310D*                  sure every job this one follows has finished
 2310E*                  clean (or been bypassed) for it. Anything
 2310F*                  short of that stops the job RC=12 with nothing
 2310G*                  touched; otherwise this job is recorded as
 2310H*                  started.
 2310I******************************************************************
 2310J 0500-CHECK-RUN-CALENDAR.
 2310K     OPEN I-O RUN-CAL-FILE.
 2310L     IF NOT WS-RCAL-OK
 2310M         DISPLAY "SEASNCLS: UNABLE TO OPEN RUNCAL, STATUS = "
 2310N             WS-RCAL-STATUS
 2310O         MOVE "E" TO WS-OPS-SEVERITY
 2310P         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 2310Q         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 2310R         MOVE 12 TO RETURN-CODE
 2310S         STOP RUN
 2310T     END-IF

 2310U     MOVE ZERO TO RCAL-BUS-DATE
 2310V     MOVE SPACES TO RCAL-JOB-NAME
 2310W     READ RUN-CAL-FILE
 2310X         INVALID KEY
 2310Y             DISPLAY "SEASNCLS: NO BUSINESS DATE OPEN ON RUNCAL"
 2310Z             MOVE "E" TO WS-OPS-SEVERITY
2310AA             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
2310AB             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2310AC             CLOSE RUN-CAL-FILE
2310AD             MOVE 12 TO RETURN-CODE
2310AE             STOP RUN
2310AF     END-READ
2310AG     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

2310AH     MOVE ZERO TO WS-RCAL-IDX
2310AI     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
2310AJ         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

2310AK     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2310AL     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2310AM     MOVE "Y" TO WS-RCAL-FOUND-SW
2310AN     READ RUN-CAL-FILE
2310AO         INVALID KEY
2310AP             MOVE "N" TO WS-RCAL-FOUND-SW
2310AQ     END-READ
2310AR     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2310AS     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2310AT     MOVE SPACES TO RCAL-JOB-DATA
2310AU     SET RCAL-STARTED TO TRUE
2310AV     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
2310AW     ACCEPT WS-RCAL-TIME-RAW FROM TIME
2310AX     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
2310AY     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
2310AZ     IF WS-RCAL-FOUND
2310BA         REWRITE RCAL-RECORD
2310BB     ELSE
2310BC         WRITE RCAL-RECORD
2310BD     END-IF
2310BE     IF NOT WS-RCAL-OK
2310BF         DISPLAY "SEASNCLS: UNABLE TO RECORD START ON RUNCAL, "
2310BG             "STATUS = " WS-RCAL-STATUS
2310BH         MOVE "E" TO WS-OPS-SEVERITY
2310BI         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
2310BJ         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2310BK         CLOSE RUN-CAL-FILE
2310BL         MOVE 12 TO RETURN-CODE
2310BM         STOP RUN
2310BN     END-IF
2310BO     CLOSE RUN-CAL-FILE.
2310BP 0500-EXIT.
2310BQ     EXIT.

2310BR 0510-CHECK-ONE-PREREQ.
2310BS     ADD 1 TO WS-RCAL-IDX
2310BT     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2310BU     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
2310BV     MOVE "N" TO WS-RCAL-DONE-SW
2310BW     READ RUN-CAL-FILE
2310BX         INVALID KEY
2310BY             CONTINUE
2310BZ         NOT INVALID KEY
2310CA             IF RCAL-DONE
2310CB                 SET WS-RCAL-DONE TO TRUE
2310CC             END-IF
2310CD     END-READ
2310CE     IF WS-RCAL-DONE
2310CF         GO TO 0510-EXIT
2310CG     END-IF

2310CH     DISPLAY "SEASNCLS: " WS-RCAL-PREREQ (WS-RCAL-IDX)
2310CI         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
2310CJ     MOVE "E" TO WS-OPS-SEVERITY
2310CK     MOVE SPACES TO WS-OPS-TEXT
2310CL     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
2310CM         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
2310CN         DELIMITED BY SIZE INTO WS-OPS-TEXT
2310CO     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2310CP     CLOSE RUN-CAL-FILE
2310CQ     MOVE 12 TO RETURN-CODE
2310CR     STOP RUN.
2310CS 0510-EXIT.
2310CT     EXIT.

  2320******************************************************************
  2330* 1000-INITIALIZE - pick up the season id (blank control card
  2340*                   defaults to the current year/month), then
  2485     MOVE CTL-SEASON-ID TO WS-SEASON-ID
  2490     CLOSE SEASN-CTL-FILE

  2495     ACCEPT WS-TODAY FROM DATE YYYYMMDD
  2500     IF WS-SEASON-ID = SPACES
  2520         MOVE WS-TODAY-YYYYMM TO WS-SEASON-ID
  2550     END-IF
  2555     PERFORM 1100-READ-SEASON-BOUNDARY THRU 1100-EXIT

  2560     OPEN I-O LBRD-FILE.
  2570     IF NOT WS-LBRD-OK
  2750     EXIT.

  2760******************************************************************
 2760A* 1100-READ-SEASON-BOUNDARY - the close SEASNBDY holds from last
 2760B*                  time is the day the season now closing began;
 2760C*                  it goes on every SEASHIST row with today, the
 2760D*                  day it ends. Missing or empty file = this is
 2760E*                  the first close - it ran from the start.
 2760F******************************************************************
 2760G 1100-READ-SEASON-BOUNDARY.
 2760H     OPEN INPUT SEASN-BDY-FILE.
 2760I     IF NOT WS-BDY-OK
 2760J         GO TO 1100-EXIT
 2760K     END-IF
      
 2760L     READ SEASN-BDY-FILE
 2760M         AT END
 2760N             CLOSE SEASN-BDY-FILE
 2760O             GO TO 1100-EXIT
 2760P     END-READ
 2760Q     MOVE SBDY-CLOSE-DATE TO WS-SEASON-START
 2760R     CLOSE SEASN-BDY-FILE.
 2760S 1100-EXIT.
 2760T     EXIT.
      
 2760U******************************************************************
 2760V* 1200-LOAD-GUILDS - table the guilds and their memberships for
 2760W*                  the guild champion, and open DUELHIST for the
 2760X*                  part-season recount. No GULDMST yet means no
 2760Y*                  guilds to judge; any other open failure skips
 2760Z*                  the guild award with a warning - never the
2760AA*                  close itself.
2760AB******************************************************************
2760AC 1200-LOAD-GUILDS.
2760AD     OPEN INPUT GULD-MASTER-FILE.
2760AE     IF WS-GULD-NOT-FOUND
2760AF         GO TO 1200-EXIT
2760AG     END-IF
2760AH     IF NOT WS-GULD-OK
2760AI         DISPLAY "SEASNCLS: UNABLE TO OPEN GULDMST, STATUS = "
2760AJ             WS-GULD-STATUS
2760AK         MOVE "GULDMST OPEN FAILED - NO GUILD CHAMPION"
2760AL             TO WS-OPS-TEXT
2760AM         PERFORM 1290-GUILD-AWARD-SKIPPED THRU 1290-EXIT
2760AN         GO TO 1200-EXIT
2760AO     END-IF
      
2760AP     OPEN INPUT GMBR-FILE.
2760AQ     IF NOT WS-GMBR-OK
2760AR         DISPLAY "SEASNCLS: UNABLE TO OPEN GMBRMST, STATUS = "
2760AS             WS-GMBR-STATUS
2760AT         CLOSE GULD-MASTER-FILE
2760AU         MOVE "GMBRMST OPEN FAILED - NO GUILD CHAMPION"
2760AV             TO WS-OPS-TEXT
2760AW         PERFORM 1290-GUILD-AWARD-SKIPPED THRU 1290-EXIT
2760AX         GO TO 1200-EXIT
2760AY     END-IF
      
2760AZ     OPEN INPUT DUEL-HIST-FILE.
2760BA     IF NOT WS-DUEL-OK
2760BB         DISPLAY "SEASNCLS: UNABLE TO OPEN DUELHIST, STATUS = "
2760BC             WS-DUEL-STATUS
2760BD         CLOSE GULD-MASTER-FILE GMBR-FILE
2760BE         MOVE "DUELHIST OPEN FAILED - NO GUILD CHAMPION"
2760BF             TO WS-OPS-TEXT
2760BG         PERFORM 1290-GUILD-AWARD-SKIPPED THRU 1290-EXIT
2760BH         GO TO 1200-EXIT
2760BI     END-IF
      
2760BJ     PERFORM 1210-LOAD-ONE-GUILD THRU 1210-EXIT
2760BK         UNTIL WS-END-OF-GULD
2760BL     PERFORM 1220-LOAD-ONE-MEMBERSHIP THRU 1220-EXIT
2760BM         UNTIL WS-END-OF-GMBR
2760BN     CLOSE GULD-MASTER-FILE GMBR-FILE
2760BO     MOVE "Y" TO WS-GUILDS-AVAIL-SW.
2760BP 1200-EXIT.
2760BQ     EXIT.
      
2760BR 1210-LOAD-ONE-GUILD.
2760BS     READ GULD-MASTER-FILE
2760BT         AT END
2760BU             SET WS-END-OF-GULD TO TRUE
2760BV             GO TO 1210-EXIT
2760BW     END-READ
      
2760BX     IF WS-GUILD-COUNT = 200
2760BY         DISPLAY "SEASNCLS: MORE THAN 200 GUILDS ON GULDMST - "
2760BZ             "GUILD " GULD-GUILD-ID " LEFT OUT"
2760CA         GO TO 1210-EXIT
2760CB     END-IF
2760CC     ADD 1 TO WS-GUILD-COUNT
2760CD     MOVE WS-GUILD-COUNT TO WS-GT-IDX
2760CE     MOVE GULD-GUILD-ID TO GT-GUILD-ID (WS-GT-IDX)
2760CF     MOVE GULD-GUILD-NAME TO GT-GUILD-NAME (WS-GT-IDX)
2760CG     MOVE GULD-STATUS TO GT-STATUS (WS-GT-IDX)
2760CH     MOVE ZERO TO GT-WINS (WS-GT-IDX).
2760CI 1210-EXIT.
2760CJ     EXIT.
      
2760CK 1220-LOAD-ONE-MEMBERSHIP.
2760CL     READ GMBR-FILE
2760CM         AT END
2760CN             SET WS-END-OF-GMBR TO TRUE
2760CO             GO TO 1220-EXIT
2760CP     END-READ
      
2760CQ     MOVE "N" TO WS-ENTRY-FOUND-SW
2760CR     MOVE ZERO TO WS-GT-IDX
2760CS     PERFORM 1230-CHECK-ONE-GUILD THRU 1230-EXIT
2760CT         UNTIL WS-ENTRY-FOUND
2760CU             OR WS-GT-IDX NOT LESS THAN WS-GUILD-COUNT
2760CV     IF NOT WS-ENTRY-FOUND
2760CW         GO TO 1220-EXIT
2760CX     END-IF
2760CY     IF WS-MEMBER-COUNT = 2000
2760CZ         DISPLAY "SEASNCLS: MORE THAN 2000 GUILD MEMBERSHIPS - "
2760DA             "PLAYER " GMBR-PLAYER-ID " LEFT OUT"
2760DB         GO TO 1220-EXIT
2760DC     END-IF
      
2760DD     ADD 1 TO WS-MEMBER-COUNT
2760DE     MOVE WS-MEMBER-COUNT TO WS-MT-IDX
2760DF     MOVE GMBR-PLAYER-ID TO MT-PLAYER-ID (WS-MT-IDX)
2760DG     MOVE GMBR-JOIN-DATE TO MT-JOIN-DATE (WS-MT-IDX)
2760DH     MOVE WS-GT-IDX TO MT-GT-IDX (WS-MT-IDX)
2760DI     IF GMBR-CURRENT
2760DJ         MOVE WS-OPEN-END TO MT-END-DATE (WS-MT-IDX)
2760DK     ELSE
2760DL         MOVE GMBR-LEAVE-DATE TO MT-END-DATE (WS-MT-IDX)
2760DM     END-IF.
2760DN 1220-EXIT.
2760DO     EXIT.
      
2760DP 1230-CHECK-ONE-GUILD.
2760DQ     ADD 1 TO WS-GT-IDX
2760DR     IF GT-GUILD-ID (WS-GT-IDX) = GMBR-GUILD-ID
2760DS         SET WS-ENTRY-FOUND TO TRUE
2760DT     END-IF.
2760DU 1230-EXIT.
2760DV     EXIT.
      
2760DW 1290-GUILD-AWARD-SKIPPED.
2760DX     MOVE "W" TO WS-OPS-SEVERITY
2760DY     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2760DZ     IF WS-HIGHEST-RC < 4
2760EA         MOVE 4 TO WS-HIGHEST-RC
2760EB     END-IF.
2760EC 1290-EXIT.
2760ED     EXIT.

2760EE******************************************************************
  2770* 2000-CLOSE-ONE-PLAYER - archive the next live leaderboard
  2780*                  record to SEASHIST under this season's id,
  2790*                  fold it into the award trackers, then delete
  2910     MOVE LBRD-WINS TO SH-WINS
  2920     MOVE LBRD-LOSSES TO SH-LOSSES
  2930     MOVE LBRD-TOTAL-DMG TO SH-TOTAL-DMG
  2933     MOVE WS-SEASON-START TO SH-SEASON-START
  2936     MOVE WS-TODAY TO SH-SEASON-END
  2940     WRITE SEAS-HIST-RECORD

  2950     PERFORM 2100-TRACK-AWARDS THRU 2100-EXIT
  2952     IF WS-GUILDS-AVAIL
  2954         PERFORM 2200-CREDIT-GUILD-SEASON THRU 2200-EXIT
  2956     END-IF

  2960     DELETE LBRD-FILE
  2970     ADD 1 TO WS-RECS-ARCHIVED.
  3220     EXIT.

  3230******************************************************************
 3230A* 2200-CREDIT-GUILD-SEASON - a player who was in one guild from
 3230B*                  the season's first day to its close brings the
 3230C*                  whole season's LDRBRD wins to that guild. A
 3230D*                  part-season member is credited duel by duel in
 3230E*                  3000 instead.
 3230F******************************************************************
 3230G 2200-CREDIT-GUILD-SEASON.
 3230H     MOVE LBRD-PLAYER-ID TO WS-SEARCH-PLAYER-ID
 3230I     MOVE WS-SEASON-START TO WS-SEARCH-DATE
 3230J     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
 3230K     IF NOT WS-MBR-FOUND
 3230L         GO TO 2200-EXIT
 3230M     END-IF
 3230N     IF MT-END-DATE (WS-MBR-IDX) < WS-TODAY
 3230O         GO TO 2200-EXIT
 3230P     END-IF
 3230Q     MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-GT-IDX
 3230R     ADD LBRD-WINS TO GT-WINS (WS-GT-IDX).
 3230S 2200-EXIT.
 3230T     EXIT.
      
 3230U******************************************************************
 3230V* 2900-FIND-MEMBERSHIP - the membership of WS-SEARCH-PLAYER-ID
 3230W*                  in force on WS-SEARCH-DATE: joined on or
 3230X*                  before it, not yet left. Sets WS-MBR-FOUND
 3230Y*                  and WS-MBR-IDX.
 3230Z******************************************************************
3230AA 2900-FIND-MEMBERSHIP.
3230AB     MOVE "N" TO WS-MBR-FOUND-SW
3230AC     MOVE ZERO TO WS-MT-IDX
3230AD     PERFORM 2950-CHECK-ONE-MEMBERSHIP THRU 2950-EXIT
3230AE         UNTIL WS-MBR-FOUND
3230AF             OR WS-MT-IDX NOT LESS THAN WS-MEMBER-COUNT.
3230AG 2900-EXIT.
3230AH     EXIT.
      
3230AI 2950-CHECK-ONE-MEMBERSHIP.
3230AJ     ADD 1 TO WS-MT-IDX
3230AK     IF MT-PLAYER-ID (WS-MT-IDX) = WS-SEARCH-PLAYER-ID
3230AL         AND MT-JOIN-DATE (WS-MT-IDX) NOT > WS-SEARCH-DATE
3230AM         AND MT-END-DATE (WS-MT-IDX) > WS-SEARCH-DATE
3230AN         SET WS-MBR-FOUND TO TRUE
3230AO         MOVE WS-MT-IDX TO WS-MBR-IDX
3230AP     END-IF.
3230AQ 2950-EXIT.
3230AR     EXIT.
      
3230AS******************************************************************
3230AT* 3000-CREDIT-ONE-DUEL - recount the closing season's wins for
3230AU*                  part-season members off the DUELHIST headers
3230AV*                  (season start up to today; voided duels left
3230AW*                  out): each side's win goes to the guild it was
3230AX*                  in on the duel date, unless that membership ran
3230AY*                  the whole season and 2200 already counted it.
3230AZ******************************************************************
3230BA 3000-CREDIT-ONE-DUEL.
3230BB     READ DUEL-HIST-FILE
3230BC         AT END
3230BD             SET WS-END-OF-DUEL TO TRUE
3230BE             GO TO 3000-EXIT
3230BF     END-READ
      
3230BG     IF NOT HIST-HEADER-REC
3230BH         OR HIST-VOIDED
3230BI         OR HIST-DUEL-DATE < WS-SEASON-START
3230BJ         OR HIST-DUEL-DATE NOT < WS-TODAY
3230BK         GO TO 3000-EXIT
3230BL     END-IF
      
3230BM     MOVE HIST-DUEL-DATE TO WS-SEARCH-DATE
3230BN     EVALUATE HIST-WINNER-CODE
3230BO         WHEN "E"
3230BP             MOVE HIST-PLAYER-ID TO WS-SEARCH-PLAYER-ID
3230BQ         WHEN "O"
3230BR             MOVE HIST-OPP-PLAYER-ID TO WS-SEARCH-PLAYER-ID
3230BS         WHEN OTHER
3230BT             GO TO 3000-EXIT
3230BU     END-EVALUATE
3230BV     IF WS-SEARCH-PLAYER-ID = SPACES
3230BW         GO TO 3000-EXIT
3230BX     END-IF
      
3230BY     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
3230BZ     IF NOT WS-MBR-FOUND
3230CA         GO TO 3000-EXIT
3230CB     END-IF
3230CC     IF MT-JOIN-DATE (WS-MBR-IDX) NOT > WS-SEASON-START
3230CD         AND MT-END-DATE (WS-MBR-IDX) NOT < WS-TODAY
3230CE         GO TO 3000-EXIT
3230CF     END-IF
3230CG     MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-GT-IDX
3230CH     ADD 1 TO GT-WINS (WS-GT-IDX).
3230CI 3000-EXIT.
3230CJ     EXIT.

3230CK******************************************************************
  3240* 8000-WRITE-AWARDS - the season awards block. A season with no
  3250*                  players (already-reset leaderboard) says so
  3260*                  instead of printing blank awards.
  3480         WRITE SEASN-RPT-LINE FROM WS-RATIO-LINE
  3490     END-IF

  3491     IF WS-GUILDS-AVAIL
  3492         PERFORM 8100-WRITE-GUILD-CHAMPION THRU 8100-EXIT
  3493     END-IF
  3500     MOVE SPACES TO SEASN-RPT-LINE
  3510     WRITE SEASN-RPT-LINE
  3520     WRITE SEASN-RPT-LINE FROM WS-RESET-LINE.
  3530 8000-EXIT.
 3530A     EXIT.

 3530B******************************************************************
 3530C* 8100-WRITE-GUILD-CHAMPION - most credited wins among the guilds
 3530D*                  still active; a tie goes to the lower guild id
 3530E*                  (the table is in id order and only a strictly
 3530F*                  greater count takes the lead). No wins at all,
 3530G*                  no champion.
 3530H******************************************************************
 3530I 8100-WRITE-GUILD-CHAMPION.
 3530J     MOVE ZERO TO WS-GCHAMP-IDX
 3530K     MOVE ZERO TO WS-GT-IDX
 3530L     PERFORM 8150-CHECK-ONE-GUILD THRU 8150-EXIT
 3530M         UNTIL WS-GT-IDX NOT LESS THAN WS-GUILD-COUNT
      
 3530N     IF WS-GCHAMP-IDX = ZERO
 3530O         WRITE SEASN-RPT-LINE FROM WS-NO-GCHAMP-LINE
 3530P         GO TO 8100-EXIT
 3530Q     END-IF
 3530R     MOVE GT-GUILD-ID (WS-GCHAMP-IDX) TO GCL-GUILD-ID
 3530S     MOVE GT-GUILD-NAME (WS-GCHAMP-IDX) TO GCL-GUILD-NAME
 3530T     MOVE GT-WINS (WS-GCHAMP-IDX) TO GCL-WINS
 3530U     WRITE SEASN-RPT-LINE FROM WS-GCHAMP-LINE.
 3530V 8100-EXIT.
 3530W     EXIT.
      
 3530X 8150-CHECK-ONE-GUILD.
 3530Y     ADD 1 TO WS-GT-IDX
 3530Z     IF GT-DISBANDED (WS-GT-IDX)
3530AA         OR GT-WINS (WS-GT-IDX) = ZERO
3530AB         GO TO 8150-EXIT
3530AC     END-IF
3530AD     IF WS-GCHAMP-IDX = ZERO
3530AE         MOVE WS-GT-IDX TO WS-GCHAMP-IDX
3530AF         GO TO 8150-EXIT
3530AG     END-IF
3530AH     IF GT-WINS (WS-GT-IDX) > GT-WINS (WS-GCHAMP-IDX)
3530AI         MOVE WS-GT-IDX TO WS-GCHAMP-IDX
3530AJ     END-IF.
3530AK 8150-EXIT.
  3540     EXIT.

  3550 9000-TERMINATE.
  3586         DELIMITED BY SIZE INTO WS-OPS-TEXT
  3587     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  3590 9000-EXIT.
 3590A     EXIT.

 3590B******************************************************************
 3590C* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
 3590D*                  end and return code: complete at RC 4 or
 3590E*                  less, failed above, so the jobs that follow
 3590F*                  know whether they may run. A calendar that
 3590G*                  cannot be updated is logged and the job ends
 3590H*                  RC=4 - its work is done, but the jobs after
 3590I*                  it stay held until the operator bypasses it.
 3590J******************************************************************
 3590K 9800-RECORD-RUN-END.
 3590L     OPEN I-O RUN-CAL-FILE.
 3590M     IF NOT WS-RCAL-OK
 3590N         DISPLAY "SEASNCLS: UNABLE TO OPEN RUNCAL, STATUS = "
 3590O             WS-RCAL-STATUS
 3590P         GO TO 9800-NOT-RECORDED
 3590Q     END-IF
 3590R     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
 3590S     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
 3590T     READ RUN-CAL-FILE
 3590U         INVALID KEY
 3590V             CLOSE RUN-CAL-FILE
 3590W             GO TO 9800-NOT-RECORDED
 3590X     END-READ
 3590Y     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
 3590Z     ACCEPT WS-RCAL-TIME-RAW FROM TIME
3590AA     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
3590AB     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
3590AC     IF WS-HIGHEST-RC > 4
3590AD         SET RCAL-FAILED TO TRUE
3590AE     ELSE
3590AF         SET RCAL-COMPLETE TO TRUE
3590AG     END-IF
3590AH     REWRITE RCAL-RECORD
3590AI     IF NOT WS-RCAL-OK
3590AJ         CLOSE RUN-CAL-FILE
3590AK         GO TO 9800-NOT-RECORDED
3590AL     END-IF
3590AM     CLOSE RUN-CAL-FILE
3590AN     GO TO 9800-EXIT.
3590AO 9800-NOT-RECORDED.
3590AP     MOVE "W" TO WS-OPS-SEVERITY
3590AQ     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
3590AR         TO WS-OPS-TEXT
3590AS     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
3590AT     IF WS-HIGHEST-RC < 4
3590AU         MOVE 4 TO WS-HIGHEST-RC
3590AV     END-IF.
3590AW 9800-EXIT.
  3600     EXIT.

  3601******************************************************************
