  1110*          blind. Abandoned duels count toward volumes, turns
  1120*          and damage but not the win rate. With opponents
  1130*          picked at random per duel, volumes per monster are
  1133*          comparable. A monster CMBTMNT has rebalanced is
  1136*          also split by stat version off CMBTHIST: one line
  1139*          per set of stats it has fought under, dated from
  1142*          the change that brought them in, so old and new
  1145*          numbers are not mixed in one average.
  1150* Tectonics: cobc -x MONBAL.cbl -I copybooks
  1160*
  1170* Modification History
  1196*                     VOIDED) are skipped and counted - a
  1197*                     voided result must not tilt the balance
  1198*                     numbers.
 1198A*   15 Oct 2026  NF  Each monster's figures are split by stat
 1198B*                     version under its line, off the CMBTHIST
 1198C*                     change history CMBTMNT keeps - a duel
 1198D*                     counts toward the stats in force on its
 1198E*                     date and time. Retired monsters stay on
 1198F*                     the report, marked, so their past duels
 1198G*                     are still accounted for.
  1199******************************************************************
  1200 IDENTIFICATION DIVISION.
  1210 PROGRAM-ID. MONBAL.
  1350         ORGANIZATION IS LINE SEQUENTIAL
  1360         FILE STATUS IS WS-HIST-STATUS.

  1361     SELECT CMBT-HIST-FILE ASSIGN TO "CMBTHIST"
  1362         ORGANIZATION IS INDEXED
  1363         ACCESS MODE IS DYNAMIC
  1364         RECORD KEY IS CSTH-KEY
  1365         FILE STATUS IS WS-CSTH-STATUS.

  1370     SELECT MONBAL-RPT-FILE ASSIGN TO "MONBLRPT"
  1380         ORGANIZATION IS LINE SEQUENTIAL
  1390         FILE STATUS IS WS-RPT-STATUS.
  1440 FD  DUEL-HIST-FILE.
  1450     COPY HISTREC.

  1453 FD  CMBT-HIST-FILE.
  1456     COPY CSTHREC.

  1460 FD  MONBAL-RPT-FILE.
  1470 01  MONBAL-RPT-LINE             PIC X(80).

  1530         88  WS-HIST-OK          VALUE "00".
  1540     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1550         88  WS-RPT-OK           VALUE "00".
  1552     05  WS-CSTH-STATUS          PIC X(02) VALUE SPACES.
  1554         88  WS-CSTH-OK          VALUE "00".
  1556         88  WS-CSTH-NOT-FOUND   VALUE "35".

  1560 01  WS-SWITCHES.
  1570     05  WS-CMBT-EOF-SW          PIC X(01) VALUE "N".
  1600         88  WS-END-OF-HIST      VALUE "Y".
  1610     05  WS-RACE-FOUND-SW        PIC X(01) VALUE "N".
  1620         88  WS-RACE-FOUND       VALUE "Y".
  1623     05  WS-CSTH-EOF-SW          PIC X(01) VALUE "N".
  1626         88  WS-END-OF-CSTH-SCAN VALUE "Y".

  1630 01  WS-COUNTERS.
  1640     05  WS-MON-COUNT            PIC 9(02) VALUE ZERO.
  1670     05  WS-UNKNOWN-RACES        PIC 9(05) VALUE ZERO.
  1672     05  WS-PVP-SKIPPED          PIC 9(05) VALUE ZERO.
  1674     05  WS-VOIDED-SKIPPED       PIC 9(05) VALUE ZERO.
 1674A     05  WS-VER-COUNT            PIC 9(03) VALUE ZERO.
 1674B     05  WS-VER-IDX              PIC 9(03) VALUE ZERO.
 1674C     05  WS-VER-LAST             PIC 9(03) VALUE ZERO.
 1674D     05  WS-VER-HIT              PIC 9(03) VALUE ZERO.

 1674E 01  WS-MATCH-RACE               PIC X(02) VALUE SPACES.

 1674F******************************************************************
 1674G* WS-DUEL-STAMP - the date and time of the duel being tallied,
 1674H*                 laid out like VER-FROM-STAMP so the two
 1674I*                 compare directly.
 1674J******************************************************************
 1674K 01  WS-DUEL-STAMP.
 1674L     05  WS-STAMP-DATE           PIC 9(08).
 1674M     05  WS-STAMP-TIME           PIC 9(06).

  1680******************************************************************
  1690* WS-MONSTER-TABLE - one slot per CMBT-IS-MONSTER record, in
  1770         10  MON-RACE-CODE       PIC X(02).
  1780         10  MON-RACE-NAME       PIC A(10).
  1785         10  MON-TACTIC          PIC X(01).
  1786         10  MON-STATUS          PIC X(01).
  1787         10  MON-VER-FIRST       PIC 9(03).
  1788         10  MON-VER-COUNT       PIC 9(03).
  1790         10  MON-DUELS           PIC 9(05).
  1800         10  MON-WINS            PIC 9(05).
  1810         10  MON-DECIDED         PIC 9(05).
  1830         10  MON-DMG-DEALT       PIC 9(07).
  1840         10  MON-DMG-TAKEN       PIC 9(07).

 1840A******************************************************************
 1840B* WS-VERSION-TABLE - the stat versions of every monster with a
 1840C*                    CMBTHIST history, each monster's versions
 1840D*                    together and oldest first (MON-VER-FIRST/
 1840E*                    MON-VER-COUNT point at them). A version
 1840F*                    runs from its VER-FROM-STAMP (zero for the
 1840G*                    stats the monster had before its first
 1840H*                    recorded change) until the next version's.
 1840I******************************************************************
 1840J 01  WS-VERSION-TABLE.
 1840K     05  WS-VERSION-ENTRY OCCURS 200 TIMES.
 1840L         10  VER-FROM-STAMP.
 1840M             15  VER-FROM-DATE   PIC 9(08).
 1840N             15  VER-FROM-TIME   PIC 9(06).
 1840O         10  VER-BASE-HP         PIC 9(03).
 1840P         10  VER-BASE-DMG        PIC 9(02).
 1840Q         10  VER-TACTIC          PIC X(01).
 1840R         10  VER-DUELS           PIC 9(05).
 1840S         10  VER-WINS            PIC 9(05).
 1840T         10  VER-DECIDED         PIC 9(05).
 1840U         10  VER-TURNS           PIC 9(07).
 1840V         10  VER-DMG-DEALT       PIC 9(07).
 1840W         10  VER-DMG-TAKEN       PIC 9(07).

 1840X******************************************************************
 1840Y* WS-RATE-BASIS - the accumulators one report line is worked
 1840Z*                 out from, a monster's or one of its versions'.
1840AA******************************************************************
1840AB 01  WS-RATE-BASIS.
1840AC     05  RB-DUELS                PIC 9(05).
1840AD     05  RB-WINS                 PIC 9(05).
1840AE     05  RB-DECIDED              PIC 9(05).
1840AF     05  RB-TURNS                PIC 9(07).
1840AG     05  RB-DMG-DEALT            PIC 9(07).
1840AH     05  RB-DMG-TAKEN            PIC 9(07).

  1850 01  WS-AVERAGES.
  1860     05  WS-WIN-PCT              PIC 9(03)V9(01) VALUE ZERO.
  1870     05  WS-AVG-TURNS            PIC 9(03)V9(01) VALUE ZERO.
  2180     05  BL-AVG-TAKEN            PIC ZZ9.9.
  2182     05  FILLER                  PIC X(03) VALUE SPACES.
  2184     05  BL-TACTIC               PIC X(01).
 2184A     05  FILLER                  PIC X(02) VALUE SPACES.
 2184B     05  BL-RETIRED              PIC X(07).

 2184C 01  WS-VER-LINE.
 2184D     05  FILLER                  PIC X(03) VALUE "  >".
 2184E     05  VL-FROM                 PIC X(08).
 2184F     05  FILLER                  PIC X(03) VALUE SPACES.
 2184G     05  VL-DUELS                PIC ZZZZ9.
 2184H     05  FILLER                  PIC X(02) VALUE SPACES.
 2184I     05  VL-WINS                 PIC ZZZZ9.
 2184J     05  FILLER                  PIC X(02) VALUE SPACES.
 2184K     05  VL-WIN-PCT              PIC ZZ9.9.
 2184L     05  FILLER                  PIC X(03) VALUE SPACES.
 2184M     05  VL-AVG-TURNS            PIC ZZ9.9.
 2184N     05  FILLER                  PIC X(03) VALUE SPACES.
 2184O     05  VL-AVG-DEALT            PIC ZZ9.9.
 2184P     05  FILLER                  PIC X(03) VALUE SPACES.
 2184Q     05  VL-AVG-TAKEN            PIC ZZ9.9.
 2184R     05  FILLER                  PIC X(03) VALUE SPACES.
 2184S     05  VL-TACTIC               PIC X(01).
 2184T     05  FILLER                  PIC X(05) VALUE "  HP ".
 2184U     05  VL-BASE-HP              PIC ZZ9.
 2184V     05  FILLER                  PIC X(05) VALUE " DMG ".
 2184W     05  VL-BASE-DMG             PIC Z9.

 2184X 01  WS-VER-NOTE-LINE.
 2184Y     05  FILLER                  PIC X(40) VALUE
 2184Z         ">DATE LINES SPLIT A MONSTER BY STAT VERS".
2184AA     05  FILLER                  PIC X(40) VALUE
2184AB         "ION - THE STATS IN FORCE FROM THAT DATE ".

  2185 01  WS-PVP-LINE.
  2186     05  FILLER                  PIC X(36) VALUE
  2690     IF WS-MON-COUNT = ZERO
  2700         DISPLAY "MONBAL: NO CMBT-IS-MONSTER RECORDS ON CMBTMST"
  2710         STOP RUN
  2720     END-IF

 2720A     OPEN INPUT CMBT-HIST-FILE.
 2720B     IF WS-CSTH-NOT-FOUND
 2720C         GO TO 1000-EXIT
 2720D     END-IF
 2720E     IF NOT WS-CSTH-OK
 2720F         DISPLAY "MONBAL: UNABLE TO OPEN CMBTHIST, STATUS = "
 2720G             WS-CSTH-STATUS
 2720H         STOP RUN
 2720I     END-IF
 2720J     MOVE LOW-VALUES TO CSTH-KEY
 2720K     START CMBT-HIST-FILE KEY IS NOT LESS THAN CSTH-KEY
 2720L         INVALID KEY
 2720M             SET WS-END-OF-CSTH-SCAN TO TRUE
 2720N     END-START
 2720O     PERFORM 1200-LOAD-ONE-CHANGE THRU 1200-EXIT
 2720P         UNTIL WS-END-OF-CSTH-SCAN
 2720Q     CLOSE CMBT-HIST-FILE.
  2730 1000-EXIT.
  2740     EXIT.

  2900     MOVE CMBT-RACE-CODE TO MON-RACE-CODE (WS-MON-COUNT)
  2910     MOVE CMBT-RACE-NAME TO MON-RACE-NAME (WS-MON-COUNT)
  2915     MOVE CMBT-TACTIC-CODE TO MON-TACTIC (WS-MON-COUNT)
  2916     MOVE CMBT-STATUS TO MON-STATUS (WS-MON-COUNT)
  2917     MOVE ZERO TO MON-VER-FIRST (WS-MON-COUNT)
  2918     MOVE ZERO TO MON-VER-COUNT (WS-MON-COUNT)
  2920     MOVE ZERO TO MON-DUELS (WS-MON-COUNT)
  2930     MOVE ZERO TO MON-WINS (WS-MON-COUNT)
  2940     MOVE ZERO TO MON-DECIDED (WS-MON-COUNT)
  2960     MOVE ZERO TO MON-DMG-DEALT (WS-MON-COUNT)
  2970     MOVE ZERO TO MON-DMG-TAKEN (WS-MON-COUNT).
  2980 1100-EXIT.
 2980A     EXIT.

 2980B******************************************************************
 2980C* 1200-LOAD-ONE-CHANGE - turn the next CMBTHIST change into a
 2980D*                  stat version of its monster. The first change
 2980E*                  of a monster CMBTLOAD built also opens the
 2980F*                  version it replaced, off its before image; a
 2980G*                  retirement moves no stat and opens nothing.
 2980H******************************************************************
 2980I 1200-LOAD-ONE-CHANGE.
 2980J     READ CMBT-HIST-FILE NEXT RECORD
 2980K         AT END
 2980L             SET WS-END-OF-CSTH-SCAN TO TRUE
 2980M             GO TO 1200-EXIT
 2980N     END-READ

 2980O     IF CSTH-RETIRED
 2980P         GO TO 1200-EXIT
 2980Q     END-IF

 2980R     MOVE CSTH-RACE-CODE TO WS-MATCH-RACE
 2980S     MOVE "N" TO WS-RACE-FOUND-SW
 2980T     MOVE ZERO TO WS-MON-IDX
 2980U     PERFORM 2100-MATCH-ONE-RACE THRU 2100-EXIT
 2980V         UNTIL WS-RACE-FOUND
 2980W             OR WS-MON-IDX NOT LESS THAN WS-MON-COUNT
 2980X     IF NOT WS-RACE-FOUND
 2980Y         GO TO 1200-EXIT
 2980Z     END-IF

2980AA     IF MON-VER-COUNT (WS-MON-IDX) = ZERO
2980AB         COMPUTE MON-VER-FIRST (WS-MON-IDX) = WS-VER-COUNT + 1
2980AC         IF CSTH-CHANGED
2980AD             PERFORM 1250-ADD-VERSION THRU 1250-EXIT
2980AE             MOVE ZERO TO VER-FROM-DATE (WS-VER-COUNT)
2980AF             MOVE ZERO TO VER-FROM-TIME (WS-VER-COUNT)
2980AG             MOVE CSTH-BEF-BASE-HP TO VER-BASE-HP (WS-VER-COUNT)
2980AH             MOVE CSTH-BEF-BASE-DMG
2980AI                 TO VER-BASE-DMG (WS-VER-COUNT)
2980AJ             MOVE CSTH-BEF-TACTIC-CODE
2980AK                 TO VER-TACTIC (WS-VER-COUNT)
2980AL         END-IF
2980AM     END-IF

2980AN     PERFORM 1250-ADD-VERSION THRU 1250-EXIT
2980AO     MOVE CSTH-EFF-DATE TO VER-FROM-DATE (WS-VER-COUNT)
2980AP     MOVE CSTH-CHANGE-TIME TO VER-FROM-TIME (WS-VER-COUNT)
2980AQ     MOVE CSTH-AFT-BASE-HP TO VER-BASE-HP (WS-VER-COUNT)
2980AR     MOVE CSTH-AFT-BASE-DMG TO VER-BASE-DMG (WS-VER-COUNT)
2980AS     MOVE CSTH-AFT-TACTIC-CODE TO VER-TACTIC (WS-VER-COUNT).
2980AT 1200-EXIT.
2980AU     EXIT.

2980AV 1250-ADD-VERSION.
2980AW     IF WS-VER-COUNT = 200
2980AX         DISPLAY "MONBAL: MORE THAN 200 STAT VERSIONS - "
2980AY             "TABLE FULL"
2980AZ         STOP RUN
2980BA     END-IF

2980BB     ADD 1 TO WS-VER-COUNT
2980BC     ADD 1 TO MON-VER-COUNT (WS-MON-IDX)
2980BD     MOVE ZERO TO VER-DUELS (WS-VER-COUNT)
2980BE     MOVE ZERO TO VER-WINS (WS-VER-COUNT)
2980BF     MOVE ZERO TO VER-DECIDED (WS-VER-COUNT)
2980BG     MOVE ZERO TO VER-TURNS (WS-VER-COUNT)
2980BH     MOVE ZERO TO VER-DMG-DEALT (WS-VER-COUNT)
2980BI     MOVE ZERO TO VER-DMG-TAKEN (WS-VER-COUNT).
2980BJ 1250-EXIT.
  2990     EXIT.

  3000******************************************************************
  3148     END-IF

  3150     ADD 1 TO WS-DUELS-READ
  3155     MOVE HIST-OPP-RACE-CODE TO WS-MATCH-RACE
  3160     MOVE "N" TO WS-RACE-FOUND-SW
  3170     MOVE ZERO TO WS-MON-IDX
  3180     PERFORM 2100-MATCH-ONE-RACE THRU 2100-EXIT
  3310     END-IF
  3320     IF HIST-WINNER-CODE = "E" OR HIST-WINNER-CODE = "O"
  3330         ADD 1 TO MON-DECIDED (WS-MON-IDX)
  3332     END-IF

  3334     IF MON-VER-COUNT (WS-MON-IDX) NOT = ZERO
  3336         PERFORM 2200-TALLY-VERSION THRU 2200-EXIT
  3340     END-IF.
  3350 2000-EXIT.
  3360     EXIT.

  3370 2100-MATCH-ONE-RACE.
  3380     ADD 1 TO WS-MON-IDX
  3390     IF MON-RACE-CODE (WS-MON-IDX) = WS-MATCH-RACE
  3400         SET WS-RACE-FOUND TO TRUE
  3410     END-IF.
  3420 2100-EXIT.
 3420A     EXIT.

 3420B******************************************************************
 3420C* 2200-TALLY-VERSION - fold the duel into the monster's stat
 3420D*                  version in force when it was fought: the
 3420E*                  latest one starting at or before the duel's
 3420F*                  date and time (the oldest, should a duel
 3420G*                  somehow predate them all).
 3420H******************************************************************
 3420I 2200-TALLY-VERSION.
 3420J     MOVE HIST-DUEL-DATE TO WS-STAMP-DATE
 3420K     MOVE HIST-DUEL-TIME TO WS-STAMP-TIME
 3420L     MOVE MON-VER-FIRST (WS-MON-IDX) TO WS-VER-HIT
 3420M     COMPUTE WS-VER-IDX = MON-VER-FIRST (WS-MON-IDX) - 1
 3420N     COMPUTE WS-VER-LAST = MON-VER-FIRST (WS-MON-IDX)
 3420O         + MON-VER-COUNT (WS-MON-IDX) - 1
 3420P     PERFORM 2250-CHECK-ONE-VERSION THRU 2250-EXIT
 3420Q         UNTIL WS-VER-IDX NOT LESS THAN WS-VER-LAST

 3420R     ADD 1 TO VER-DUELS (WS-VER-HIT)
 3420S     ADD HIST-TURNS-FOUGHT TO VER-TURNS (WS-VER-HIT)
 3420T     ADD HIST-OPP-DMG-DEALT TO VER-DMG-DEALT (WS-VER-HIT)
 3420U     ADD HIST-ELF-DMG-DEALT TO VER-DMG-TAKEN (WS-VER-HIT)
 3420V     IF HIST-WINNER-CODE = "O"
 3420W         ADD 1 TO VER-WINS (WS-VER-HIT)
 3420X     END-IF
 3420Y     IF HIST-WINNER-CODE = "E" OR HIST-WINNER-CODE = "O"
 3420Z         ADD 1 TO VER-DECIDED (WS-VER-HIT)
3420AA     END-IF.
3420AB 2200-EXIT.
3420AC     EXIT.

3420AD 2250-CHECK-ONE-VERSION.
3420AE     ADD 1 TO WS-VER-IDX
3420AF     IF VER-FROM-STAMP (WS-VER-IDX) NOT > WS-DUEL-STAMP
3420AG         MOVE WS-VER-IDX TO WS-VER-HIT
3420AH     END-IF.
3420AI 2250-EXIT.
  3430     EXIT.

  3440******************************************************************
  3652         MOVE WS-VOIDED-SKIPPED TO VDL-COUNT
  3654         WRITE MONBAL-RPT-LINE FROM WS-VOIDED-LINE
  3656     END-IF
 3656A     IF WS-VER-COUNT NOT = ZERO
 3656B         WRITE MONBAL-RPT-LINE FROM WS-VER-NOTE-LINE
 3656C     END-IF
  3657     MOVE WS-DUELS-READ TO TL-DUELS
  3660     WRITE MONBAL-RPT-LINE FROM WS-TOTAL-LINE.
  3670 8000-EXIT.
  3690 8100-WRITE-ONE-MONSTER.
  3700     ADD 1 TO WS-MON-IDX

  3710     MOVE MON-DUELS (WS-MON-IDX) TO RB-DUELS
  3720     MOVE MON-WINS (WS-MON-IDX) TO RB-WINS
  3750     MOVE MON-DECIDED (WS-MON-IDX) TO RB-DECIDED
  3770     MOVE MON-TURNS (WS-MON-IDX) TO RB-TURNS
  3800     MOVE MON-DMG-DEALT (WS-MON-IDX) TO RB-DMG-DEALT
  3860     MOVE MON-DMG-TAKEN (WS-MON-IDX) TO RB-DMG-TAKEN
  3889     PERFORM 8150-COMPUTE-AVERAGES THRU 8150-EXIT

  3920     MOVE MON-RACE-CODE (WS-MON-IDX) TO BL-RACE-CODE
  3930     MOVE MON-RACE-NAME (WS-MON-IDX) TO BL-RACE-NAME
  3980     MOVE WS-AVG-DEALT TO BL-AVG-DEALT
  3990     MOVE WS-AVG-TAKEN TO BL-AVG-TAKEN
  3995     MOVE MON-TACTIC (WS-MON-IDX) TO BL-TACTIC
 3995A     IF MON-STATUS (WS-MON-IDX) = "R"
 3995B         MOVE "RETIRED" TO BL-RETIRED
 3995C     ELSE
 3995D         MOVE SPACES TO BL-RETIRED
 3995E     END-IF
  4000     WRITE MONBAL-RPT-LINE FROM WS-BAL-LINE

  4002     IF MON-VER-COUNT (WS-MON-IDX) NOT = ZERO
  4003         COMPUTE WS-VER-IDX = MON-VER-FIRST (WS-MON-IDX) - 1
  4004         COMPUTE WS-VER-LAST = MON-VER-FIRST (WS-MON-IDX)
  4005             + MON-VER-COUNT (WS-MON-IDX) - 1
  4006         PERFORM 8200-WRITE-ONE-VERSION THRU 8200-EXIT
  4007             UNTIL WS-VER-IDX NOT LESS THAN WS-VER-LAST
  4008     END-IF.
  4010 8100-EXIT.
 4010A     EXIT.

 4010B******************************************************************
 4010C* 8150-COMPUTE-AVERAGES - win rate over decided duels and the
 4010D*                  per-duel/per-turn averages off WS-RATE-BASIS.
 4010E*                  Nothing to divide by leaves a zero.
 4010F******************************************************************
 4010G 8150-COMPUTE-AVERAGES.
 4010H     MOVE ZERO TO WS-WIN-PCT
 4010I     MOVE ZERO TO WS-AVG-TURNS
 4010J     MOVE ZERO TO WS-AVG-DEALT
 4010K     MOVE ZERO TO WS-AVG-TAKEN

 4010L     IF RB-DECIDED NOT = ZERO
 4010M         COMPUTE WS-WIN-PCT ROUNDED =
 4010N             (RB-WINS * 100) / RB-DECIDED
 4010O     END-IF
 4010P     IF RB-DUELS NOT = ZERO
 4010Q         COMPUTE WS-AVG-TURNS ROUNDED = RB-TURNS / RB-DUELS
 4010R     END-IF
 4010S     IF RB-TURNS NOT = ZERO
 4010T         COMPUTE WS-AVG-DEALT ROUNDED = RB-DMG-DEALT / RB-TURNS
 4010U         COMPUTE WS-AVG-TAKEN ROUNDED = RB-DMG-TAKEN / RB-TURNS
 4010V     END-IF.
 4010W 8150-EXIT.
 4010X     EXIT.

 4010Y******************************************************************
 4010Z* 8200-WRITE-ONE-VERSION - one line per stat version under its
4010AA*                  monster, dated from the change that brought
4010AB*                  the stats in ("ORIGINAL" for the stats it
4010AC*                  had before its first recorded change).
4010AD******************************************************************
4010AE 8200-WRITE-ONE-VERSION.
4010AF     ADD 1 TO WS-VER-IDX

4010AG     MOVE VER-DUELS (WS-VER-IDX) TO RB-DUELS
4010AH     MOVE VER-WINS (WS-VER-IDX) TO RB-WINS
4010AI     MOVE VER-DECIDED (WS-VER-IDX) TO RB-DECIDED
4010AJ     MOVE VER-TURNS (WS-VER-IDX) TO RB-TURNS
4010AK     MOVE VER-DMG-DEALT (WS-VER-IDX) TO RB-DMG-DEALT
4010AL     MOVE VER-DMG-TAKEN (WS-VER-IDX) TO RB-DMG-TAKEN
4010AM     PERFORM 8150-COMPUTE-AVERAGES THRU 8150-EXIT

4010AN     IF VER-FROM-DATE (WS-VER-IDX) = ZERO
4010AO         MOVE "ORIGINAL" TO VL-FROM
4010AP     ELSE
4010AQ         MOVE VER-FROM-DATE (WS-VER-IDX) TO VL-FROM
4010AR     END-IF
4010AS     MOVE VER-DUELS (WS-VER-IDX) TO VL-DUELS
4010AT     MOVE VER-WINS (WS-VER-IDX) TO VL-WINS
4010AU     MOVE WS-WIN-PCT TO VL-WIN-PCT
4010AV     MOVE WS-AVG-TURNS TO VL-AVG-TURNS
4010AW     MOVE WS-AVG-DEALT TO VL-AVG-DEALT
4010AX     MOVE WS-AVG-TAKEN TO VL-AVG-TAKEN
4010AY     MOVE VER-TACTIC (WS-VER-IDX) TO VL-TACTIC
4010AZ     MOVE VER-BASE-HP (WS-VER-IDX) TO VL-BASE-HP
4010BA     MOVE VER-BASE-DMG (WS-VER-IDX) TO VL-BASE-DMG
4010BB     WRITE MONBAL-RPT-LINE FROM WS-VER-LINE.
4010BC 8200-EXIT.
  4020     EXIT.

  4030 9000-TERMINATE.
