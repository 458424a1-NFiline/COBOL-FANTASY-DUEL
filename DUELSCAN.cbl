  1000******************************************************************
  1005* Author: Nicolas Filine
  1010* Installation: Fantasy Duel Games
  1015* Date-Written: 15 Oct 2026
  1020* Purpose: Duel integrity scan. Searches the DUELHIST archive
  1025*          for duels that should not have been possible,
  1030*          instead of waiting for a player to complain. Every
  1035*          duel archived since the last scan (DSCANMRK) has its
  1040*          turn detail checked:
  1045*            - a turn whose damage roll is over what the side
  1050*              could deal - (1 + CMBT-BASE-DMG + the best
  1055*              EQUIPMST bonus it could have swung + the level
  1060*              boost) x 1.5 for the power strike;
  1065*            - hit points rising by more than one potion (15)
  1070*              from one turn to the next;
  1075*            - more than the two potions a side is issued;
  1080*            - header damage totals that disagree with the
  1085*              turn records they were added up from.
  1090*          Across the whole archive it looks for PvP farming:
  1095*          the same two players meeting again and again, one
  1100*          of them never winning. Every candidate duel id goes
  1105*          out on DSCANOUT laid out as a DVOIDCTL card, so a
  1110*          duel upheld on review can be fed straight to
  1115*          DUELVOID; DSCANRPT says why each was flagged.
  1120* Tectonics: cobc -x DUELSCAN.cbl -I copybooks
  1125*
  1130* Modification History
  1135*   15 Oct 2026  NF  Initial version.
  1140*   15 Oct 2026  NF  Runs under the business-date run calendar
  1145*                     (RUNCAL): will not start (RC=12, OPSLOG
  1150*                     entry) until FDBATCH has finished clean
  1155*                     or been bypassed for the open business
  1160*                     date, and records its own start, end and
  1165*                     return code there.
  1170******************************************************************
  1175 IDENTIFICATION DIVISION.
  1180 PROGRAM-ID. DUELSCAN.
  1185 AUTHOR. NICOLAS FILINE.
  1190 INSTALLATION. FANTASY DUEL GAMES.
  1195 DATE-WRITTEN. 15 OCT 2026.
  1200 DATE-COMPILED.

  1205 ENVIRONMENT DIVISION.
  1210 INPUT-OUTPUT SECTION.
  1215 FILE-CONTROL.
  1220     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1225         ORGANIZATION IS LINE SEQUENTIAL
  1230         FILE STATUS IS WS-HIST-STATUS.

  1235     SELECT CMBT-FILE ASSIGN TO "CMBTMST"
  1240         ORGANIZATION IS INDEXED
  1245         ACCESS MODE IS RANDOM
  1250         RECORD KEY IS CMBT-RACE-CODE
  1255         FILE STATUS IS WS-CMBT-STATUS.

  1260     SELECT EQUIP-FILE ASSIGN TO "EQUIPMST"
  1265         ORGANIZATION IS INDEXED
  1270         ACCESS MODE IS RANDOM
  1275         RECORD KEY IS EQUIP-WEAPON-CODE
  1280         FILE STATUS IS WS-EQUIP-STATUS.

  1285     SELECT PLAYER-MST-FILE ASSIGN TO "PLAYMST"
  1290         ORGANIZATION IS INDEXED
  1295         ACCESS MODE IS RANDOM
  1300         RECORD KEY IS PLAY-PLAYER-ID
  1305         FILE STATUS IS WS-PLAY-STATUS.

  1310     SELECT ARMORY-FILE ASSIGN TO "ARMORY"
  1315         ORGANIZATION IS INDEXED
  1320         ACCESS MODE IS DYNAMIC
  1325         RECORD KEY IS ARM-OWNER-KEY
  1330         FILE STATUS IS WS-ARM-STATUS.

  1335     SELECT SCAN-MARK-FILE ASSIGN TO "DSCANMRK"
  1340         ORGANIZATION IS LINE SEQUENTIAL
  1345         FILE STATUS IS WS-MARK-STATUS.

  1350     SELECT SCAN-CARD-FILE ASSIGN TO "DSCANOUT"
  1355         ORGANIZATION IS LINE SEQUENTIAL
  1360         FILE STATUS IS WS-CARD-STATUS.

  1365     SELECT SCAN-RPT-FILE ASSIGN TO "DSCANRPT"
  1370         ORGANIZATION IS LINE SEQUENTIAL
  1375         FILE STATUS IS WS-RPT-STATUS.

  1380     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1385         ORGANIZATION IS INDEXED
  1390         ACCESS MODE IS RANDOM
  1395         RECORD KEY IS RCAL-KEY
  1400         FILE STATUS IS WS-RCAL-STATUS.

  1405     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1410         ORGANIZATION IS LINE SEQUENTIAL
  1415         FILE STATUS IS WS-OPS-STATUS.

  1420 DATA DIVISION.
  1425 FILE SECTION.
  1430 FD  DUEL-HIST-FILE.
  1435     COPY HISTREC.

  1440 FD  CMBT-FILE.
  1445     COPY CMBTREC.

  1450 FD  EQUIP-FILE.
  1455     COPY EQUIPREC.

  1460 FD  PLAYER-MST-FILE.
  1465     COPY PLAYREC.

  1470 FD  ARMORY-FILE.
  1475     COPY ARMREC.

  1480 FD  SCAN-MARK-FILE.
  1485     COPY DSCNREC.

  1490*    Laid out exactly as DUELVOID's DVOIDCTL card.
  1495 FD  SCAN-CARD-FILE.
  1500 01  SCAN-CARD-RECORD.
  1505     05  CARD-DUEL-DATE          PIC 9(08).
  1510     05  FILLER                  PIC X(01).
  1515     05  CARD-DUEL-TIME          PIC 9(06).
  1520     05  FILLER                  PIC X(01).
  1525     05  CARD-DUEL-SEQ           PIC 9(03).

  1530 FD  SCAN-RPT-FILE.
  1535 01  SCAN-RPT-LINE               PIC X(80).

  1540 FD  RUN-CAL-FILE.
  1545     COPY RCALREC.

  1550 FD  OPS-LOG-FILE.
  1555     COPY OPSREC.

  1560 WORKING-STORAGE SECTION.
  1565 01  WS-FILE-STATUSES.
  1570     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
  1575         88  WS-HIST-OK          VALUE "00".
  1580     05  WS-CMBT-STATUS          PIC X(02) VALUE SPACES.
  1585         88  WS-CMBT-OK          VALUE "00".
  1590     05  WS-EQUIP-STATUS         PIC X(02) VALUE SPACES.
  1595         88  WS-EQUIP-OK         VALUE "00".
  1600     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1605         88  WS-PLAY-OK          VALUE "00".
  1610     05  WS-ARM-STATUS           PIC X(02) VALUE SPACES.
  1615         88  WS-ARM-OK           VALUE "00".
  1620         88  WS-ARM-NOT-FOUND    VALUE "35".
  1625     05  WS-MARK-STATUS          PIC X(02) VALUE SPACES.
  1630         88  WS-MARK-OK          VALUE "00".
  1635     05  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
  1640         88  WS-CARD-OK          VALUE "00".
  1645     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1650         88  WS-RPT-OK           VALUE "00".
  1655     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1660         88  WS-OPS-OK           VALUE "00".
  1665     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1670         88  WS-RCAL-OK          VALUE "00".

  1675 01  WS-SWITCHES.
  1680     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1685         88  WS-END-OF-HIST      VALUE "Y".
  1690     05  WS-ARM-EOF-SW           PIC X(01) VALUE "N".
  1695         88  WS-END-OF-ARMORY    VALUE "Y".
  1700     05  WS-ARMORY-SW            PIC X(01) VALUE "N".
  1705         88  WS-ARMORY-OPEN      VALUE "Y".
  1710     05  WS-IN-DUEL-SW           PIC X(01) VALUE "N".
  1715         88  WS-IN-DUEL          VALUE "Y".
  1720     05  WS-CHECK-DUEL-SW        PIC X(01) VALUE "N".
  1725         88  WS-CHECK-DUEL       VALUE "Y".
  1730     05  WS-PREV-TURN-SW         PIC X(01) VALUE "N".
  1735         88  WS-HAVE-PREV-TURN   VALUE "Y".
  1740     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  1745         88  WS-ENTRY-FOUND      VALUE "Y".
  1750     05  WS-CEIL-KNOWN-SW        PIC X(01) VALUE "N".
  1755         88  WS-CEIL-KNOWN       VALUE "Y".

  1760 01  WS-COUNTERS.
  1765     05  WS-HEADERS-READ         PIC 9(05) VALUE ZERO.
  1770     05  WS-DUELS-CHECKED        PIC 9(05) VALUE ZERO.
  1775     05  WS-TURNS-CHECKED        PIC 9(07) VALUE ZERO.
  1780     05  WS-VOIDED-SKIPPED       PIC 9(05) VALUE ZERO.
  1785     05  WS-NO-DETAIL            PIC 9(05) VALUE ZERO.
  1790     05  WS-FLAGS-RAISED         PIC 9(05) VALUE ZERO.
  1795     05  WS-CARDS-WRITTEN        PIC 9(05) VALUE ZERO.
  1800     05  WS-FARM-PAIRS           PIC 9(05) VALUE ZERO.
  1805     05  WS-PAIR-IDX             PIC 9(03) VALUE ZERO.
  1810     05  WS-FLAGGED-IDX          PIC 9(03) VALUE ZERO.

  1815******************************************************************
  1820* WS-OPS-WORK - one operations-log entry in the making, plus
  1825*               the worst condition seen so far: 0 clean, 4
  1830*               warnings, 12 fatal. The highest value becomes
  1835*               the job's return code.
  1840******************************************************************
  1845 01  WS-OPS-WORK.
  1850     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  1855     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  1860     05  WS-OPS-TIME-RAW.
  1865         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  1870         10  FILLER              PIC 9(02).
  1875     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  1880******************************************************************
  1885* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
  1890*                   open there, and the jobs that must have
  1895*                   finished clean (or been bypassed) for that
  1900*                   date before this one may run.
  1905******************************************************************
  1910 01  WS-RUN-CALENDAR.
  1915     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "DUELSCAN".
  1920     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
  1925     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
  1930         88  WS-RCAL-FOUND       VALUE "Y".
  1935     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
  1940         88  WS-RCAL-DONE        VALUE "Y".
  1945     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
  1950     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
  1955     05  WS-RCAL-PREREQ-LIST.
  1960         10  FILLER              PIC X(08) VALUE "FDBATCH".
  1965     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
  1970         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
  1975     05  WS-RCAL-TIME-RAW.
  1980         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
  1985         10  FILLER              PIC 9(02).

  1990******************************************************************
  1995* WS-SCAN-RULES - the limits the game itself enforces: a potion
  2000*               heals 15, a side carries two, a power strike
  2005*               hits for half again its roll. A pair of players
  2010*               is farming once they have this many decided
  2015*               duels between them and one has won them all.
  2020******************************************************************
  2025 01  WS-SCAN-RULES.
  2030     05  WS-POTION-HEAL          PIC 9(02) VALUE 15.
  2035     05  WS-POTION-ISSUE         PIC 9(01) VALUE 2.
  2040     05  WS-POWER-FACTOR         PIC 9V9(01) VALUE 1.5.
  2045     05  WS-FARM-MIN-DUELS       PIC 9(03) VALUE 5.

  2050 01  WS-SCAN-MARK.
  2055     05  WS-MARK-DUEL-ID         PIC X(17) VALUE ZEROES.
  2060     05  WS-NEWEST-DUEL-ID       PIC X(17) VALUE ZEROES.
  2065     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.

  2070******************************************************************
  2075* WS-CUR-DUEL - the header in hand while its turn records go by,
  2080*               the damage ceiling worked out for each side, and
  2085*               what the turns have added up to so far.
  2090******************************************************************
  2095 01  WS-CUR-DUEL.
  2100     05  WS-CUR-DUEL-ID.
  2105         10  WS-CUR-DATE         PIC 9(08).
  2110         10  WS-CUR-TIME         PIC 9(06).
  2115         10  WS-CUR-SEQ          PIC 9(03).
  2120     05  WS-CUR-ELF-DMG          PIC 9(05).
  2125     05  WS-CUR-OPP-DMG          PIC 9(05).
  2130     05  WS-CUR-FLAGS            PIC 9(03).
  2135     05  WS-ELF-CEILING          PIC 9(03)V9(02).
  2140     05  WS-OPP-CEILING          PIC 9(03)V9(02).
  2145     05  WS-ELF-CEIL-SW          PIC X(01).
  2150         88  WS-ELF-CEIL-KNOWN   VALUE "Y".
  2155     05  WS-OPP-CEIL-SW          PIC X(01).
  2160         88  WS-OPP-CEIL-KNOWN   VALUE "Y".
  2165     05  WS-TURN-RECS            PIC 9(04).
  2170     05  WS-ELF-POTIONS          PIC 9(03).
  2175     05  WS-OPP-POTIONS          PIC 9(03).
  2180     05  WS-ELF-DMG-SUM          PIC 9(05).
  2185     05  WS-OPP-DMG-SUM          PIC 9(05).
  2190     05  WS-PREV-ELF-HP          PIC 9(03).
  2195     05  WS-PREV-OPP-HP          PIC 9(03).

  2200 01  WS-CEILING-WORK.
  2205     05  WS-CEIL-RACE            PIC X(02).
  2210     05  WS-CEIL-PLAYER-ID       PIC X(08).
  2215     05  WS-CEIL-BASE-DMG        PIC 9(02).
  2220     05  WS-CEIL-BONUS           PIC 9(02).
  2225     05  WS-CEIL-LEVEL           PIC 9(02).
  2230     05  WS-CEIL-RESULT          PIC 9(03)V9(02).
  2235     05  WS-TRUNC-DMG            PIC 9(03).
  2240     05  WS-HP-RISE              PIC S9(04).

  2245 01  WS-FLAG-WORK.
  2250     05  WS-FLAG-REASON          PIC X(18).
  2255     05  WS-FLAG-SIDE            PIC X(01).
  2260     05  WS-FLAG-TURN            PIC 9(04).
  2265     05  WS-FLAG-FOUND           PIC 9(05)V9(01).
  2270     05  WS-FLAG-EXPECT          PIC 9(05)V9(01).
  2275     05  WS-PAIR-LOW-ID          PIC X(08).
  2280     05  WS-PAIR-HIGH-ID         PIC X(08).

  2285******************************************************************
  2290* WS-PAIR-TABLE - one slot per pair of players who have met in
  2295*               PvP, the lower player id first so A-v-B and
  2300*               B-v-A land together. Decided duels and each
  2305*               side's wins; the new switch marks a pair with a
  2310*               duel since the last scan, so a pair already
  2315*               reported is not reported again until they meet
  2320*               again. 500 pairs; the job fails loudly rather
  2325*               than judge farming on a partial count.
  2330******************************************************************
  2335 01  WS-PAIR-TABLE.
  2340     05  WS-PAIR-COUNT           PIC 9(03) VALUE ZERO.
  2345     05  WS-PAIR-ENTRY OCCURS 500 TIMES.
  2350         10  PR-LOW-ID           PIC X(08).
  2355         10  PR-HIGH-ID          PIC X(08).
  2360         10  PR-DECIDED          PIC 9(05).
  2365         10  PR-LOW-WINS         PIC 9(05).
  2370         10  PR-HIGH-WINS        PIC 9(05).
  2375         10  PR-NEW-SW           PIC X(01).
  2380             88  PR-HAS-NEW      VALUE "Y".
  2385         10  PR-FARM-SW          PIC X(01).
  2390             88  PR-FARMING      VALUE "Y".

  2395******************************************************************
  2400* WS-FLAGGED-TABLE - duel ids already carded by the turn and
  2405*               total checks, so the farming pass does not card
  2410*               the same duel twice. Past 500 the farming pass
  2415*               may repeat a card; DUELVOID refuses a duel it
  2420*               has already voided, so a repeat does no harm.
  2425******************************************************************
  2430 01  WS-FLAGGED-TABLE.
  2435     05  WS-FLAGGED-COUNT        PIC 9(03) VALUE ZERO.
  2440     05  WS-FLAGGED-ID OCCURS 500 TIMES
  2445                                 PIC X(17).

  2450 01  WS-HEADING-1.
  2455     05  FILLER                  PIC X(20)
  2460         VALUE "FANTASY DUEL - DUEL ".
  2465     05  FILLER                  PIC X(20)
  2470         VALUE "INTEGRITY SCAN      ".

  2475 01  WS-MARK-LINE.
  2480     05  FILLER                  PIC X(28)
  2485         VALUE "TURN CHECKS FOR DUELS AFTER ".
  2490     05  MKL-DATE                PIC 9(08).
  2495     05  FILLER                  PIC X(01) VALUE SPACE.
  2500     05  MKL-TIME                PIC 9(06).
  2505     05  FILLER                  PIC X(01) VALUE SPACE.
  2510     05  MKL-SEQ                 PIC 9(03).

  2515 01  WS-EXCP-LINE.
  2520     05  XL-DUEL-DATE            PIC 9(08).
  2525     05  FILLER                  PIC X(01) VALUE SPACE.
  2530     05  XL-DUEL-TIME            PIC 9(06).
  2535     05  FILLER                  PIC X(01) VALUE SPACE.
  2540     05  XL-DUEL-SEQ             PIC 9(03).
  2545     05  FILLER                  PIC X(01) VALUE SPACE.
  2550     05  XL-REASON               PIC X(18).
  2555     05  FILLER                  PIC X(01) VALUE SPACE.
  2560     05  XL-SIDE                 PIC X(01).
  2565     05  FILLER                  PIC X(06) VALUE " TURN ".
  2570     05  XL-TURN                 PIC ZZZ9.
  2575     05  FILLER                  PIC X(07) VALUE " FOUND ".
  2580     05  XL-FOUND                PIC ZZZZ9.9.
  2585     05  FILLER                  PIC X(06) VALUE " WANT ".
  2590     05  XL-EXPECT               PIC ZZZZ9.9.

  2595 01  WS-FARM-LINE.
  2600     05  FILLER                  PIC X(14)
  2605         VALUE "PVP FARMING:  ".
  2610     05  FML-WINNER              PIC X(08).
  2615     05  FILLER                  PIC X(06) VALUE " BEAT ".
  2620     05  FML-LOSER               PIC X(08).
  2625     05  FILLER                  PIC X(01) VALUE SPACE.
  2630     05  FML-WINS                PIC ZZZZ9.
  2635     05  FILLER                  PIC X(04) VALUE " OF ".
  2640     05  FML-DECIDED             PIC ZZZZ9.
  2645     05  FILLER                  PIC X(14)
  2650         VALUE " DECIDED DUELS".

  2655 01  WS-FARM-DUEL-LINE.
  2660     05  FDL-DUEL-DATE           PIC 9(08).
  2665     05  FILLER                  PIC X(01) VALUE SPACE.
  2670     05  FDL-DUEL-TIME           PIC 9(06).
  2675     05  FILLER                  PIC X(01) VALUE SPACE.
  2680     05  FDL-DUEL-SEQ            PIC 9(03).
  2685     05  FILLER                  PIC X(01) VALUE SPACE.
  2690     05  FILLER                  PIC X(18)
  2695         VALUE "PVP FARMING".
  2700     05  FILLER                  PIC X(01) VALUE SPACE.
  2705     05  FDL-PLAYER-ID           PIC X(08).
  2710     05  FILLER                  PIC X(04) VALUE " V  ".
  2715     05  FDL-OPP-PLAYER-ID       PIC X(08).

  2720 01  WS-CLEAN-LINE.
  2725     05  FILLER                  PIC X(40) VALUE
  2730         "NO SUSPECT DUELS FOUND                  ".

  2735 01  WS-TOTAL-LINE-1.
  2740     05  FILLER                  PIC X(16)
  2745         VALUE "HEADERS READ  : ".
  2750     05  TL-HEADERS              PIC ZZZZ9.
  2755     05  FILLER                  PIC X(18)
  2760         VALUE "   DUELS CHECKED: ".
  2765     05  TL-CHECKED              PIC ZZZZ9.
  2770     05  FILLER                  PIC X(18)
  2775         VALUE "   TURNS CHECKED: ".
  2780     05  TL-TURNS                PIC ZZZZZZ9.

  2785 01  WS-TOTAL-LINE-2.
  2790     05  FILLER                  PIC X(16)
  2795         VALUE "FLAGS RAISED  : ".
  2800     05  TL-FLAGS                PIC ZZZZ9.
  2805     05  FILLER                  PIC X(18)
  2810         VALUE "   FARMING PAIRS: ".
  2815     05  TL-PAIRS                PIC ZZZZ9.
  2820     05  FILLER                  PIC X(18)
  2825         VALUE "   CARDS WRITTEN: ".
  2830     05  TL-CARDS                PIC ZZZZ9.

  2835 01  WS-TOTAL-LINE-3.
  2840     05  FILLER                  PIC X(16)
  2845         VALUE "VOIDED SKIPPED: ".
  2850     05  TL-VOIDED               PIC ZZZZ9.
  2855     05  FILLER                  PIC X(18)
  2860         VALUE "   NO TURN DETAIL:".
  2865     05  TL-NO-DETAIL            PIC ZZZZ9.

  2870 PROCEDURE DIVISION.
  2875 0000-MAIN-PROCEDURE.
  2880     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2885     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2890     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
  2895         UNTIL WS-END-OF-HIST.
  2900     PERFORM 3900-FINISH-DUEL THRU 3900-EXIT.
  2905     CLOSE DUEL-HIST-FILE.
  2910     PERFORM 4000-JUDGE-PAIRS THRU 4000-EXIT.
  2915     IF WS-FARM-PAIRS NOT = ZERO
  2920         PERFORM 5000-CARD-FARMED-DUELS THRU 5000-EXIT
  2925     END-IF
  2930     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2935     PERFORM 8500-WRITE-SCAN-MARK THRU 8500-EXIT.
  2940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2945     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2950     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2955     STOP RUN.

  2960******************************************************************
  2965* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
  2970*                  up the business date open on RUNCAL and make
  2975*                  sure every job this one follows has finished
  2980*                  clean (or been bypassed) for it. Anything
  2985*                  short of that stops the job RC=12 with nothing
  2990*                  touched; otherwise this job is recorded as
  2995*                  started.
  3000******************************************************************
  3005 0500-CHECK-RUN-CALENDAR.
  3010     OPEN I-O RUN-CAL-FILE.
  3015     IF NOT WS-RCAL-OK
  3020         DISPLAY "DUELSCAN: UNABLE TO OPEN RUNCAL, STATUS = "
  3025             WS-RCAL-STATUS
  3030         MOVE "E" TO WS-OPS-SEVERITY
  3035         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  3040         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3045         MOVE 12 TO RETURN-CODE
  3050         STOP RUN
  3055     END-IF

  3060     MOVE ZERO TO RCAL-BUS-DATE
  3065     MOVE SPACES TO RCAL-JOB-NAME
  3070     READ RUN-CAL-FILE
  3075         INVALID KEY
  3080             DISPLAY "DUELSCAN: NO BUSINESS DATE OPEN ON RUNCAL"
  3085             MOVE "E" TO WS-OPS-SEVERITY
  3090             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
  3095             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3100             CLOSE RUN-CAL-FILE
  3105             MOVE 12 TO RETURN-CODE
  3110             STOP RUN
  3115     END-READ
  3120     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

  3125     MOVE ZERO TO WS-RCAL-IDX
  3130     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
  3135         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

  3140     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  3145     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  3150     MOVE "Y" TO WS-RCAL-FOUND-SW
  3155     READ RUN-CAL-FILE
  3160         INVALID KEY
  3165             MOVE "N" TO WS-RCAL-FOUND-SW
  3170     END-READ
  3175     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  3180     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  3185     MOVE SPACES TO RCAL-JOB-DATA
  3190     SET RCAL-STARTED TO TRUE
  3195     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
  3200     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  3205     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
  3210     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
  3215     IF WS-RCAL-FOUND
  3220         REWRITE RCAL-RECORD
  3225     ELSE
  3230         WRITE RCAL-RECORD
  3235     END-IF
  3240     IF NOT WS-RCAL-OK
  3245         DISPLAY "DUELSCAN: UNABLE TO RECORD START ON RUNCAL, "
  3250             "STATUS = " WS-RCAL-STATUS
  3255         MOVE "E" TO WS-OPS-SEVERITY
  3260         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
  3265         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3270         CLOSE RUN-CAL-FILE
  3275         MOVE 12 TO RETURN-CODE
  3280         STOP RUN
  3285     END-IF
  3290     CLOSE RUN-CAL-FILE.
  3295 0500-EXIT.
  3300     EXIT.

  3305 0510-CHECK-ONE-PREREQ.
  3310     ADD 1 TO WS-RCAL-IDX
  3315     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  3320     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
  3325     MOVE "N" TO WS-RCAL-DONE-SW
  3330     READ RUN-CAL-FILE
  3335         INVALID KEY
  3340             CONTINUE
  3345         NOT INVALID KEY
  3350             IF RCAL-DONE
  3355                 SET WS-RCAL-DONE TO TRUE
  3360             END-IF
  3365     END-READ
  3370     IF WS-RCAL-DONE
  3375         GO TO 0510-EXIT
  3380     END-IF

  3385     DISPLAY "DUELSCAN:" WS-RCAL-PREREQ (WS-RCAL-IDX)
  3390         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
  3395     MOVE "E" TO WS-OPS-SEVERITY
  3400     MOVE SPACES TO WS-OPS-TEXT
  3405     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
  3410         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
  3415         DELIMITED BY SIZE INTO WS-OPS-TEXT
  3420     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3425     CLOSE RUN-CAL-FILE
  3430     MOVE 12 TO RETURN-CODE
  3435     STOP RUN.
  3440 0510-EXIT.
  3445     EXIT.

  3450 1000-INITIALIZE.
  3455     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

  3460     OPEN INPUT DUEL-HIST-FILE.
  3465     IF NOT WS-HIST-OK
  3470         DISPLAY "DUELSCAN: UNABLE TO OPEN DUELHIST, STATUS = "
  3475             WS-HIST-STATUS
  3480         MOVE "E" TO WS-OPS-SEVERITY
  3485         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  3490         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3495         MOVE 12 TO RETURN-CODE
  3500         STOP RUN
  3505     END-IF

  3510     OPEN INPUT CMBT-FILE.
  3515     IF NOT WS-CMBT-OK
  3520         DISPLAY "DUELSCAN: UNABLE TO OPEN CMBTMST, STATUS = "
  3525             WS-CMBT-STATUS
  3530         MOVE "E" TO WS-OPS-SEVERITY
  3535         MOVE "CMBTMST OPEN FAILED" TO WS-OPS-TEXT
  3540         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3545         MOVE 12 TO RETURN-CODE
  3550         STOP RUN
  3555     END-IF

  3560     OPEN INPUT EQUIP-FILE.
  3565     IF NOT WS-EQUIP-OK
  3570         DISPLAY "DUELSCAN: UNABLE TO OPEN EQUIPMST, STATUS = "
  3575             WS-EQUIP-STATUS
  3580         MOVE "E" TO WS-OPS-SEVERITY
  3585         MOVE "EQUIPMST OPEN FAILED" TO WS-OPS-TEXT
  3590         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3595         MOVE 12 TO RETURN-CODE
  3600         STOP RUN
  3605     END-IF

  3610     OPEN INPUT PLAYER-MST-FILE.
  3615     IF NOT WS-PLAY-OK
  3620         DISPLAY "DUELSCAN: UNABLE TO OPEN PLAYMST, STATUS = "
  3625             WS-PLAY-STATUS
  3630         MOVE "E" TO WS-OPS-SEVERITY
  3635         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  3640         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3645         MOVE 12 TO RETURN-CODE
  3650         STOP RUN
  3655     END-IF

  3660*    No ARMORY yet (WPNSTORE has never run) = nobody owns
  3665*    anything but the race default weapon.
  3670     OPEN INPUT ARMORY-FILE.
  3675     IF WS-ARM-OK
  3680         SET WS-ARMORY-OPEN TO TRUE
  3685     ELSE
  3690         IF NOT WS-ARM-NOT-FOUND
  3695             DISPLAY "DUELSCAN: UNABLE TO OPEN ARMORY, STATUS = "
  3700                 WS-ARM-STATUS
  3705             MOVE "E" TO WS-OPS-SEVERITY
  3710             MOVE "ARMORY OPEN FAILED" TO WS-OPS-TEXT
  3715             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3720             MOVE 12 TO RETURN-CODE
  3725             STOP RUN
  3730         END-IF
  3735     END-IF

  3740     OPEN OUTPUT SCAN-CARD-FILE.
  3745     IF NOT WS-CARD-OK
  3750         DISPLAY "DUELSCAN: UNABLE TO OPEN DSCANOUT, STATUS = "
  3755             WS-CARD-STATUS
  3760         MOVE "E" TO WS-OPS-SEVERITY
  3765         MOVE "DSCANOUT OPEN FAILED" TO WS-OPS-TEXT
  3770         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3775         MOVE 12 TO RETURN-CODE
  3780         STOP RUN
  3785     END-IF

  3790     OPEN OUTPUT SCAN-RPT-FILE.
  3795     IF NOT WS-RPT-OK
  3800         DISPLAY "DUELSCAN: UNABLE TO OPEN DSCANRPT, STATUS = "
  3805             WS-RPT-STATUS
  3810         MOVE "E" TO WS-OPS-SEVERITY
  3815         MOVE "DSCANRPT OPEN FAILED" TO WS-OPS-TEXT
  3820         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3825         MOVE 12 TO RETURN-CODE
  3830         STOP RUN
  3835     END-IF

  3840     PERFORM 1100-READ-SCAN-MARK THRU 1100-EXIT
  3845     MOVE WS-MARK-DUEL-ID TO WS-NEWEST-DUEL-ID

  3850     WRITE SCAN-RPT-LINE FROM WS-HEADING-1
  3855     IF WS-MARK-DUEL-ID NOT = ZEROES
  3860         MOVE WS-MARK-DUEL-ID TO DSCN-LAST-DUEL-ID
  3865         MOVE DSCN-LAST-DUEL-DATE TO MKL-DATE
  3870         MOVE DSCN-LAST-DUEL-TIME TO MKL-TIME
  3875         MOVE DSCN-LAST-DUEL-SEQ TO MKL-SEQ
  3880         WRITE SCAN-RPT-LINE FROM WS-MARK-LINE
  3885     END-IF
  3890     MOVE SPACES TO SCAN-RPT-LINE
  3895     WRITE SCAN-RPT-LINE.
  3900 1000-EXIT.
  3905     EXIT.

  3910******************************************************************
  3915* 1100-READ-SCAN-MARK - pick up the newest duel id the last
  3920*                  clean scan reached. Missing or empty file =
  3925*                  first scan = every duel gets the turn checks.
  3930******************************************************************
  3935 1100-READ-SCAN-MARK.
  3940     OPEN INPUT SCAN-MARK-FILE.
  3945     IF NOT WS-MARK-OK
  3950         GO TO 1100-EXIT
  3955     END-IF

  3960     READ SCAN-MARK-FILE
  3965         AT END
  3970             CLOSE SCAN-MARK-FILE
  3975             GO TO 1100-EXIT
  3980     END-READ
  3985     IF DSCN-LAST-DUEL-ID NUMERIC
  3990         MOVE DSCN-LAST-DUEL-ID TO WS-MARK-DUEL-ID
  3995     END-IF
  4000     CLOSE SCAN-MARK-FILE.
  4005 1100-EXIT.
  4010     EXIT.

  4015******************************************************************
  4020* 2000-SCAN-ONE-RECORD - a header closes off the duel before it
  4025*                  and opens the next; a turn record is checked
  4030*                  against the duel it belongs to.
  4035******************************************************************
  4040 2000-SCAN-ONE-RECORD.
  4045     READ DUEL-HIST-FILE
  4050         AT END
  4055             SET WS-END-OF-HIST TO TRUE
  4060             GO TO 2000-EXIT
  4065     END-READ

  4070     IF HIST-HEADER-REC
  4075         PERFORM 3900-FINISH-DUEL THRU 3900-EXIT
  4080         PERFORM 2100-START-DUEL THRU 2100-EXIT
  4085         GO TO 2000-EXIT
  4090     END-IF

  4095     IF HIST-TURN-REC AND WS-CHECK-DUEL
  4100         AND HIST-DUEL-ID = WS-CUR-DUEL-ID
  4105         PERFORM 3000-CHECK-ONE-TURN THRU 3000-EXIT
  4110     END-IF.
  4115 2000-EXIT.
  4120     EXIT.

  4125******************************************************************
  4130* 2100-START-DUEL - take up a new header. A voided duel is
  4135*                  done with. Any other PvP duel counts toward
  4140*                  its pair's record; a duel archived since the
  4145*                  last scan gets its side ceilings worked out
  4150*                  and its turns checked as they come.
  4155******************************************************************
  4160 2100-START-DUEL.
  4165     ADD 1 TO WS-HEADERS-READ
  4170     MOVE "N" TO WS-CHECK-DUEL-SW
  4175     IF HIST-VOIDED
  4180         ADD 1 TO WS-VOIDED-SKIPPED
  4185         GO TO 2100-EXIT
  4190     END-IF

  4195     IF HIST-DUEL-ID > WS-NEWEST-DUEL-ID
  4200         MOVE HIST-DUEL-ID TO WS-NEWEST-DUEL-ID
  4205     END-IF

  4210     IF HIST-OPP-PLAYER-ID NOT = SPACES
  4215         PERFORM 2200-COUNT-PVP-PAIR THRU 2200-EXIT
  4220     END-IF

  4225     IF HIST-DUEL-ID NOT > WS-MARK-DUEL-ID
  4230         GO TO 2100-EXIT
  4235     END-IF

  4240     ADD 1 TO WS-DUELS-CHECKED
  4245     SET WS-IN-DUEL TO TRUE
  4250     SET WS-CHECK-DUEL TO TRUE
  4255     MOVE "N" TO WS-PREV-TURN-SW
  4260     MOVE HIST-DUEL-ID TO WS-CUR-DUEL-ID
  4265     MOVE HIST-ELF-DMG-DEALT TO WS-CUR-ELF-DMG
  4270     MOVE HIST-OPP-DMG-DEALT TO WS-CUR-OPP-DMG
  4275     MOVE ZERO TO WS-CUR-FLAGS
  4280     MOVE ZERO TO WS-TURN-RECS
  4285     MOVE ZERO TO WS-ELF-POTIONS
  4290     MOVE ZERO TO WS-OPP-POTIONS
  4295     MOVE ZERO TO WS-ELF-DMG-SUM
  4300     MOVE ZERO TO WS-OPP-DMG-SUM

  4305     MOVE HIST-ELF-RACE-CODE TO WS-CEIL-RACE
  4310     MOVE HIST-PLAYER-ID TO WS-CEIL-PLAYER-ID
  4315     PERFORM 2300-CALC-CEILING THRU 2300-EXIT
  4320     MOVE WS-CEIL-RESULT TO WS-ELF-CEILING
  4325     MOVE WS-CEIL-KNOWN-SW TO WS-ELF-CEIL-SW

  4330     MOVE HIST-OPP-RACE-CODE TO WS-CEIL-RACE
  4335     MOVE HIST-OPP-PLAYER-ID TO WS-CEIL-PLAYER-ID
  4340     PERFORM 2300-CALC-CEILING THRU 2300-EXIT
  4345     MOVE WS-CEIL-RESULT TO WS-OPP-CEILING
  4350     MOVE WS-CEIL-KNOWN-SW TO WS-OPP-CEIL-SW.
  4355 2100-EXIT.
  4360     EXIT.

  4365******************************************************************
  4370* 2200-COUNT-PVP-PAIR - add a PvP duel to its pair's record.
  4375*                  Quits and rejects decide nothing and are
  4380*                  not counted.
  4385******************************************************************
  4390 2200-COUNT-PVP-PAIR.
  4395     IF HIST-WINNER-CODE NOT = "E" AND NOT = "O"
  4400         GO TO 2200-EXIT
  4405     END-IF

  4410     PERFORM 2250-FIND-PAIR-ENTRY THRU 2250-EXIT
  4415     IF NOT WS-ENTRY-FOUND
  4420         IF WS-PAIR-COUNT = 500
  4425             DISPLAY "DUELSCAN: MORE THAN 500 PVP PAIRS IN "
  4430                 "DUELHIST - PAIR TABLE FULL"
  4435             MOVE "E" TO WS-OPS-SEVERITY
  4440             MOVE "PAIR TABLE FULL - SCAN ABANDONED"
  4445                 TO WS-OPS-TEXT
  4450             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4455             MOVE 12 TO RETURN-CODE
  4460             STOP RUN
  4465         END-IF
  4470         ADD 1 TO WS-PAIR-COUNT
  4475         MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
  4480         MOVE WS-PAIR-LOW-ID TO PR-LOW-ID (WS-PAIR-IDX)
  4485         MOVE WS-PAIR-HIGH-ID TO PR-HIGH-ID (WS-PAIR-IDX)
  4490         MOVE ZERO TO PR-DECIDED (WS-PAIR-IDX)
  4495         MOVE ZERO TO PR-LOW-WINS (WS-PAIR-IDX)
  4500         MOVE ZERO TO PR-HIGH-WINS (WS-PAIR-IDX)
  4505         MOVE "N" TO PR-NEW-SW (WS-PAIR-IDX)
  4510         MOVE "N" TO PR-FARM-SW (WS-PAIR-IDX)
  4515     END-IF

  4520     ADD 1 TO PR-DECIDED (WS-PAIR-IDX)
  4525     IF (HIST-WINNER-CODE = "E"
  4530             AND HIST-PLAYER-ID = WS-PAIR-LOW-ID)
  4535         OR (HIST-WINNER-CODE = "O"
  4540             AND HIST-OPP-PLAYER-ID = WS-PAIR-LOW-ID)
  4545         ADD 1 TO PR-LOW-WINS (WS-PAIR-IDX)
  4550     ELSE
  4555         ADD 1 TO PR-HIGH-WINS (WS-PAIR-IDX)
  4560     END-IF
  4565     IF HIST-DUEL-ID > WS-MARK-DUEL-ID
  4570         MOVE "Y" TO PR-NEW-SW (WS-PAIR-IDX)
  4575     END-IF.
  4580 2200-EXIT.
  4585     EXIT.

  4590******************************************************************
  4595* 2250-FIND-PAIR-ENTRY - put the header's two players in key
  4600*                  order and look for their slot. Sets
  4605*                  WS-PAIR-IDX and WS-ENTRY-FOUND.
  4610******************************************************************
  4615 2250-FIND-PAIR-ENTRY.
  4620     IF HIST-PLAYER-ID < HIST-OPP-PLAYER-ID
  4625         MOVE HIST-PLAYER-ID TO WS-PAIR-LOW-ID
  4630         MOVE HIST-OPP-PLAYER-ID TO WS-PAIR-HIGH-ID
  4635     ELSE
  4640         MOVE HIST-OPP-PLAYER-ID TO WS-PAIR-LOW-ID
  4645         MOVE HIST-PLAYER-ID TO WS-PAIR-HIGH-ID
  4650     END-IF
  4655     MOVE "N" TO WS-ENTRY-FOUND-SW
  4660     MOVE ZERO TO WS-PAIR-IDX
  4665     PERFORM 2260-CHECK-NEXT-PAIR THRU 2260-EXIT
  4670         UNTIL WS-ENTRY-FOUND
  4675             OR WS-PAIR-IDX NOT LESS THAN WS-PAIR-COUNT.
  4680 2250-EXIT.
  4685     EXIT.

  4690 2260-CHECK-NEXT-PAIR.
  4695     ADD 1 TO WS-PAIR-IDX
  4700     IF PR-LOW-ID (WS-PAIR-IDX) = WS-PAIR-LOW-ID
  4705         AND PR-HIGH-ID (WS-PAIR-IDX) = WS-PAIR-HIGH-ID
  4710         SET WS-ENTRY-FOUND TO TRUE
  4715     END-IF.
  4720 2260-EXIT.
  4725     EXIT.

  4730******************************************************************
  4735* 2300-CALC-CEILING - the most one turn's roll could come to
  4740*                  for WS-CEIL-RACE fought by WS-CEIL-PLAYER-ID
  4745*                  (spaces = a monster). The roll is 1 + attack
  4750*                  damage x a random fraction below 1, half
  4755*                  again on a power strike, and attack damage is
  4760*                  base damage + the weapon's bonus + one per
  4765*                  level over 1, exactly as FANTASY-DUEL loads
  4770*                  it. The archive does not say which weapon
  4775*                  was swung or what level the player stood at,
  4780*                  so the ceiling allows the best weapon owned
  4785*                  by the duel date and today's level - it can
  4790*                  only err high, never flag an honest roll. A
  4795*                  race missing from CMBTMST leaves the side
  4800*                  unchecked (FDAUDIT reports the race itself).
  4805******************************************************************
  4810 2300-CALC-CEILING.
  4815     MOVE "N" TO WS-CEIL-KNOWN-SW
  4820     MOVE ZERO TO WS-CEIL-RESULT
  4825     MOVE WS-CEIL-RACE TO CMBT-RACE-CODE
  4830     READ CMBT-FILE
  4835         INVALID KEY
  4840             GO TO 2300-EXIT
  4845     END-READ
  4850     SET WS-CEIL-KNOWN TO TRUE
  4855     MOVE CMBT-BASE-DMG TO WS-CEIL-BASE-DMG
  4860     MOVE ZERO TO WS-CEIL-BONUS
  4865     MOVE CMBT-WEAPON-CODE TO EQUIP-WEAPON-CODE
  4870     PERFORM 2310-TRY-WEAPON-BONUS THRU 2310-EXIT
  4875     MOVE 1 TO WS-CEIL-LEVEL

  4880     IF WS-CEIL-PLAYER-ID NOT = SPACES
  4885         MOVE WS-CEIL-PLAYER-ID TO PLAY-PLAYER-ID
  4890         READ PLAYER-MST-FILE
  4895             INVALID KEY
  4900                 MOVE 1 TO PLAY-LEVEL
  4905         END-READ
  4910         IF PLAY-LEVEL NUMERIC AND PLAY-LEVEL > ZERO
  4915             MOVE PLAY-LEVEL TO WS-CEIL-LEVEL
  4920         END-IF
  4925         IF WS-ARMORY-OPEN
  4930             PERFORM 2320-SCAN-OWNED-WEAPONS THRU 2320-EXIT
  4935         END-IF
  4940     END-IF

  4945     COMPUTE WS-CEIL-RESULT = (1 + WS-CEIL-BASE-DMG
  4950         + WS-CEIL-BONUS + (WS-CEIL-LEVEL - 1))
  4955         * WS-POWER-FACTOR.
  4960 2300-EXIT.
  4965     EXIT.

  4970******************************************************************
  4975* 2310-TRY-WEAPON-BONUS - raise WS-CEIL-BONUS to the EQUIPMST
  4980*                  bonus of the weapon in EQUIP-WEAPON-CODE if
  4985*                  it is higher. An unknown weapon adds nothing,
  4990*                  as 1210-LOAD-WEAPON-BONUS treats it.
  4995******************************************************************
  5000 2310-TRY-WEAPON-BONUS.
  5005     READ EQUIP-FILE
  5010         INVALID KEY
  5015             GO TO 2310-EXIT
  5020     END-READ
  5025     IF EQUIP-DMG-BONUS > WS-CEIL-BONUS
  5030         MOVE EQUIP-DMG-BONUS TO WS-CEIL-BONUS
  5035     END-IF.
  5040 2310-EXIT.
  5045     EXIT.

  5050 2320-SCAN-OWNED-WEAPONS.
  5055     MOVE "N" TO WS-ARM-EOF-SW
  5060     MOVE WS-CEIL-PLAYER-ID TO ARM-PLAYER-ID
  5065     MOVE LOW-VALUES TO ARM-WEAPON-CODE
  5070     START ARMORY-FILE KEY IS NOT LESS THAN ARM-OWNER-KEY
  5075         INVALID KEY
  5080             SET WS-END-OF-ARMORY TO TRUE
  5085     END-START
  5090     PERFORM 2330-READ-NEXT-OWNED THRU 2330-EXIT
  5095         UNTIL WS-END-OF-ARMORY.
  5100 2320-EXIT.
  5105     EXIT.

  5110 2330-READ-NEXT-OWNED.
  5115     READ ARMORY-FILE NEXT RECORD
  5120         AT END
  5125             SET WS-END-OF-ARMORY TO TRUE
  5130             GO TO 2330-EXIT
  5135     END-READ
  5140     IF ARM-PLAYER-ID NOT = WS-CEIL-PLAYER-ID
  5145         SET WS-END-OF-ARMORY TO TRUE
  5150         GO TO 2330-EXIT
  5155     END-IF
  5160     IF ARM-ACQ-DATE > HIST-DUEL-DATE
  5165         GO TO 2330-EXIT
  5170     END-IF
  5175     MOVE ARM-WEAPON-CODE TO EQUIP-WEAPON-CODE
  5180     PERFORM 2310-TRY-WEAPON-BONUS THRU 2310-EXIT.
  5185 2330-EXIT.
  5190     EXIT.

  5195******************************************************************
  5200* 3000-CHECK-ONE-TURN - one turn record against the game's own
  5205*                  limits: each side's roll against its
  5210*                  ceiling, each side's hit points against the
  5215*                  turn before (a potion heals 15 at most), and
  5220*                  a running count of potions drunk. The rolls
  5225*                  are added up the way FANTASY-DUEL adds them
  5230*                  into the header - whole points only - for
  5235*                  the totals check when the duel closes.
  5240******************************************************************
  5245 3000-CHECK-ONE-TURN.
  5250     ADD 1 TO WS-TURN-RECS
  5255     ADD 1 TO WS-TURNS-CHECKED
  5260     MOVE HIST-TURN-NO TO WS-FLAG-TURN

  5265     MOVE HIST-ELF-DMG-MOD TO WS-TRUNC-DMG
  5270     ADD WS-TRUNC-DMG TO WS-ELF-DMG-SUM
  5275     MOVE HIST-OPP-DMG-MOD TO WS-TRUNC-DMG
  5280     ADD WS-TRUNC-DMG TO WS-OPP-DMG-SUM

  5285     IF WS-ELF-CEIL-KNOWN AND HIST-ELF-DMG-MOD > WS-ELF-CEILING
  5290         MOVE "DAMAGE OVER MAX" TO WS-FLAG-REASON
  5295         MOVE "A" TO WS-FLAG-SIDE
  5300         MOVE HIST-ELF-DMG-MOD TO WS-FLAG-FOUND
  5305         MOVE WS-ELF-CEILING TO WS-FLAG-EXPECT
  5310         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5315     END-IF
  5320     IF WS-OPP-CEIL-KNOWN AND HIST-OPP-DMG-MOD > WS-OPP-CEILING
  5325         MOVE "DAMAGE OVER MAX" TO WS-FLAG-REASON
  5330         MOVE "B" TO WS-FLAG-SIDE
  5335         MOVE HIST-OPP-DMG-MOD TO WS-FLAG-FOUND
  5340         MOVE WS-OPP-CEILING TO WS-FLAG-EXPECT
  5345         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5350     END-IF

  5355     IF WS-HAVE-PREV-TURN
  5360         COMPUTE WS-HP-RISE = HIST-ELF-HP - WS-PREV-ELF-HP
  5365         IF WS-HP-RISE > WS-POTION-HEAL
  5370             MOVE "HP ROSE PAST HEAL" TO WS-FLAG-REASON
  5375             MOVE "A" TO WS-FLAG-SIDE
  5380             MOVE WS-HP-RISE TO WS-FLAG-FOUND
  5385             MOVE WS-POTION-HEAL TO WS-FLAG-EXPECT
  5390             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5395         END-IF
  5400         COMPUTE WS-HP-RISE = HIST-OPP-HP - WS-PREV-OPP-HP
  5405         IF WS-HP-RISE > WS-POTION-HEAL
  5410             MOVE "HP ROSE PAST HEAL" TO WS-FLAG-REASON
  5415             MOVE "B" TO WS-FLAG-SIDE
  5420             MOVE WS-HP-RISE TO WS-FLAG-FOUND
  5425             MOVE WS-POTION-HEAL TO WS-FLAG-EXPECT
  5430             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5435         END-IF
  5440     END-IF
  5445     MOVE HIST-ELF-HP TO WS-PREV-ELF-HP
  5450     MOVE HIST-OPP-HP TO WS-PREV-OPP-HP
  5455     SET WS-HAVE-PREV-TURN TO TRUE

  5460*    Flag on the potion that goes over the issue, once.
  5465     IF HIST-PLAYER-ACTION = 4
  5470         ADD 1 TO WS-ELF-POTIONS
  5475         IF WS-ELF-POTIONS = WS-POTION-ISSUE + 1
  5480             MOVE "TOO MANY POTIONS" TO WS-FLAG-REASON
  5485             MOVE "A" TO WS-FLAG-SIDE
  5490             MOVE WS-ELF-POTIONS TO WS-FLAG-FOUND
  5495             MOVE WS-POTION-ISSUE TO WS-FLAG-EXPECT
  5500             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5505         END-IF
  5510     END-IF
  5515     IF HIST-OPP-ACTION = 4
  5520         ADD 1 TO WS-OPP-POTIONS
  5525         IF WS-OPP-POTIONS = WS-POTION-ISSUE + 1
  5530             MOVE "TOO MANY POTIONS" TO WS-FLAG-REASON
  5535             MOVE "B" TO WS-FLAG-SIDE
  5540             MOVE WS-OPP-POTIONS TO WS-FLAG-FOUND
  5545             MOVE WS-POTION-ISSUE TO WS-FLAG-EXPECT
  5550             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5555         END-IF
  5560     END-IF.
  5565 3000-EXIT.
  5570     EXIT.

  5575******************************************************************
  5580* 3800-WRITE-FLAG - print one reason the duel in hand is
  5585*                  suspect, and count it against the duel so
  5590*                  3900 cards it once however many reasons pile
  5595*                  up.
  5600******************************************************************
  5605 3800-WRITE-FLAG.
  5610     MOVE WS-CUR-DATE TO XL-DUEL-DATE
  5615     MOVE WS-CUR-TIME TO XL-DUEL-TIME
  5620     MOVE WS-CUR-SEQ TO XL-DUEL-SEQ
  5625     MOVE WS-FLAG-REASON TO XL-REASON
  5630     MOVE WS-FLAG-SIDE TO XL-SIDE
  5635     MOVE WS-FLAG-TURN TO XL-TURN
  5640     MOVE WS-FLAG-FOUND TO XL-FOUND
  5645     MOVE WS-FLAG-EXPECT TO XL-EXPECT
  5650     WRITE SCAN-RPT-LINE FROM WS-EXCP-LINE
  5655     ADD 1 TO WS-CUR-FLAGS
  5660     ADD 1 TO WS-FLAGS-RAISED.
  5665 3800-EXIT.
  5670     EXIT.

  5675******************************************************************
  5680* 3900-FINISH-DUEL - close off the duel in hand: check the
  5685*                  header's damage totals against the turns
  5690*                  (a duel archived with no turn detail at all
  5695*                  is the CMBTLOG reopen warning FANTASY-DUEL
  5700*                  already logged, and is counted, not flagged),
  5705*                  then card the duel if anything was found.
  5710******************************************************************
  5715 3900-FINISH-DUEL.
  5720     IF NOT WS-IN-DUEL
  5725         GO TO 3900-EXIT
  5730     END-IF
  5735     MOVE "N" TO WS-IN-DUEL-SW
  5740     MOVE "N" TO WS-CHECK-DUEL-SW

  5745     IF WS-TURN-RECS = ZERO
  5750         ADD 1 TO WS-NO-DETAIL
  5755     ELSE
  5760         MOVE ZERO TO WS-FLAG-TURN
  5765         IF WS-ELF-DMG-SUM NOT = WS-CUR-ELF-DMG
  5770             MOVE "DMG TOTAL DIFFERS" TO WS-FLAG-REASON
  5775             MOVE "A" TO WS-FLAG-SIDE
  5780             MOVE WS-CUR-ELF-DMG TO WS-FLAG-FOUND
  5785             MOVE WS-ELF-DMG-SUM TO WS-FLAG-EXPECT
  5790             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5795         END-IF
  5800         IF WS-OPP-DMG-SUM NOT = WS-CUR-OPP-DMG
  5805             MOVE "DMG TOTAL DIFFERS" TO WS-FLAG-REASON
  5810             MOVE "B" TO WS-FLAG-SIDE
  5815             MOVE WS-CUR-OPP-DMG TO WS-FLAG-FOUND
  5820             MOVE WS-OPP-DMG-SUM TO WS-FLAG-EXPECT
  5825             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
  5830         END-IF
  5835     END-IF

  5840     IF WS-CUR-FLAGS = ZERO
  5845         GO TO 3900-EXIT
  5850     END-IF
  5855     PERFORM 3950-WRITE-CARD THRU 3950-EXIT
  5860     IF WS-FLAGGED-COUNT < 500
  5865         ADD 1 TO WS-FLAGGED-COUNT
  5870         MOVE WS-CUR-DUEL-ID TO WS-FLAGGED-ID (WS-FLAGGED-COUNT)
  5875     END-IF.
  5880 3900-EXIT.
  5885     EXIT.

  5890 3950-WRITE-CARD.
  5895     MOVE SPACES TO SCAN-CARD-RECORD
  5900     MOVE WS-CUR-DATE TO CARD-DUEL-DATE
  5905     MOVE WS-CUR-TIME TO CARD-DUEL-TIME
  5910     MOVE WS-CUR-SEQ TO CARD-DUEL-SEQ
  5915     WRITE SCAN-CARD-RECORD
  5920     ADD 1 TO WS-CARDS-WRITTEN.
  5925 3950-EXIT.
  5930     EXIT.

  5935******************************************************************
  5940* 4000-JUDGE-PAIRS - a pair is farming once it has the minimum
  5945*                  decided duels and one side has won every one
  5950*                  of them. Only pairs that met again since the
  5955*                  last scan are reported.
  5960******************************************************************
  5965 4000-JUDGE-PAIRS.
  5970     MOVE ZERO TO WS-PAIR-IDX
  5975     PERFORM 4100-JUDGE-ONE-PAIR THRU 4100-EXIT
  5980         UNTIL WS-PAIR-IDX NOT LESS THAN WS-PAIR-COUNT.
  5985 4000-EXIT.
  5990     EXIT.

  5995 4100-JUDGE-ONE-PAIR.
  6000     ADD 1 TO WS-PAIR-IDX
  6005     IF NOT PR-HAS-NEW (WS-PAIR-IDX)
  6010         OR PR-DECIDED (WS-PAIR-IDX) < WS-FARM-MIN-DUELS
  6015         GO TO 4100-EXIT
  6020     END-IF
  6025     IF PR-LOW-WINS (WS-PAIR-IDX) NOT = ZERO
  6030         AND PR-HIGH-WINS (WS-PAIR-IDX) NOT = ZERO
  6035         GO TO 4100-EXIT
  6040     END-IF

  6045     MOVE "Y" TO PR-FARM-SW (WS-PAIR-IDX)
  6050     ADD 1 TO WS-FARM-PAIRS
  6055     ADD 1 TO WS-FLAGS-RAISED
  6060     IF PR-LOW-WINS (WS-PAIR-IDX) = ZERO
  6065         MOVE PR-HIGH-ID (WS-PAIR-IDX) TO FML-WINNER
  6070         MOVE PR-LOW-ID (WS-PAIR-IDX) TO FML-LOSER
  6075         MOVE PR-HIGH-WINS (WS-PAIR-IDX) TO FML-WINS
  6080     ELSE
  6085         MOVE PR-LOW-ID (WS-PAIR-IDX) TO FML-WINNER
  6090         MOVE PR-HIGH-ID (WS-PAIR-IDX) TO FML-LOSER
  6095         MOVE PR-LOW-WINS (WS-PAIR-IDX) TO FML-WINS
  6100     END-IF
  6105     MOVE PR-DECIDED (WS-PAIR-IDX) TO FML-DECIDED
  6110     WRITE SCAN-RPT-LINE FROM WS-FARM-LINE.
  6115 4100-EXIT.
  6120     EXIT.

  6125******************************************************************
  6130* 5000-CARD-FARMED-DUELS - second pass over the archive: card
  6135*                  every standing duel between a farming pair,
  6140*                  skipping any the turn checks carded already.
  6145******************************************************************
  6150 5000-CARD-FARMED-DUELS.
  6155     MOVE "N" TO WS-HIST-EOF-SW
  6160     OPEN INPUT DUEL-HIST-FILE.
  6165     IF NOT WS-HIST-OK
  6170         DISPLAY "DUELSCAN: UNABLE TO REOPEN DUELHIST, STATUS = "
  6175             WS-HIST-STATUS
  6180         MOVE "W" TO WS-OPS-SEVERITY
  6185         MOVE "DUELHIST REOPEN FAILED - FARMED DUELS NOT CARDED"
  6190             TO WS-OPS-TEXT
  6195         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6200         IF WS-HIGHEST-RC < 4
  6205             MOVE 4 TO WS-HIGHEST-RC
  6210         END-IF
  6215         GO TO 5000-EXIT
  6220     END-IF

  6225     PERFORM 5100-CARD-ONE-HEADER THRU 5100-EXIT
  6230         UNTIL WS-END-OF-HIST
  6235     CLOSE DUEL-HIST-FILE.
  6240 5000-EXIT.
  6245     EXIT.

  6250 5100-CARD-ONE-HEADER.
  6255     READ DUEL-HIST-FILE
  6260         AT END
  6265             SET WS-END-OF-HIST TO TRUE
  6270             GO TO 5100-EXIT
  6275     END-READ
  6280     IF NOT HIST-HEADER-REC
  6285         OR HIST-VOIDED
  6290         OR HIST-OPP-PLAYER-ID = SPACES
  6295         GO TO 5100-EXIT
  6300     END-IF

  6305     PERFORM 2250-FIND-PAIR-ENTRY THRU 2250-EXIT
  6310     IF NOT WS-ENTRY-FOUND
  6315         GO TO 5100-EXIT
  6320     END-IF
  6325     IF NOT PR-FARMING (WS-PAIR-IDX)
  6330         GO TO 5100-EXIT
  6335     END-IF

  6340     MOVE HIST-DUEL-DATE TO FDL-DUEL-DATE
  6345     MOVE HIST-DUEL-TIME TO FDL-DUEL-TIME
  6350     MOVE HIST-DUEL-SEQ TO FDL-DUEL-SEQ
  6355     MOVE HIST-PLAYER-ID TO FDL-PLAYER-ID
  6360     MOVE HIST-OPP-PLAYER-ID TO FDL-OPP-PLAYER-ID
  6365     WRITE SCAN-RPT-LINE FROM WS-FARM-DUEL-LINE

  6370     MOVE "N" TO WS-ENTRY-FOUND-SW
  6375     MOVE ZERO TO WS-FLAGGED-IDX
  6380     PERFORM 5110-CHECK-NEXT-FLAGGED THRU 5110-EXIT
  6385         UNTIL WS-ENTRY-FOUND
  6390             OR WS-FLAGGED-IDX NOT LESS THAN WS-FLAGGED-COUNT
  6395     IF WS-ENTRY-FOUND
  6400         GO TO 5100-EXIT
  6405     END-IF

  6410     MOVE HIST-DUEL-ID TO WS-CUR-DUEL-ID
  6415     PERFORM 3950-WRITE-CARD THRU 3950-EXIT.
  6420 5100-EXIT.
  6425     EXIT.

  6430 5110-CHECK-NEXT-FLAGGED.
  6435     ADD 1 TO WS-FLAGGED-IDX
  6440     IF WS-FLAGGED-ID (WS-FLAGGED-IDX) = HIST-DUEL-ID
  6445         SET WS-ENTRY-FOUND TO TRUE
  6450     END-IF.
  6455 5110-EXIT.
  6460     EXIT.

  6465 8000-WRITE-TOTALS.
  6470     IF WS-CARDS-WRITTEN = ZERO
  6475         WRITE SCAN-RPT-LINE FROM WS-CLEAN-LINE
  6480     END-IF
  6485     MOVE SPACES TO SCAN-RPT-LINE
  6490     WRITE SCAN-RPT-LINE
  6495     MOVE WS-HEADERS-READ TO TL-HEADERS
  6500     MOVE WS-DUELS-CHECKED TO TL-CHECKED
  6505     MOVE WS-TURNS-CHECKED TO TL-TURNS
  6510     WRITE SCAN-RPT-LINE FROM WS-TOTAL-LINE-1
  6515     MOVE WS-FLAGS-RAISED TO TL-FLAGS
  6520     MOVE WS-FARM-PAIRS TO TL-PAIRS
  6525     MOVE WS-CARDS-WRITTEN TO TL-CARDS
  6530     WRITE SCAN-RPT-LINE FROM WS-TOTAL-LINE-2
  6535     MOVE WS-VOIDED-SKIPPED TO TL-VOIDED
  6540     MOVE WS-NO-DETAIL TO TL-NO-DETAIL
  6545     WRITE SCAN-RPT-LINE FROM WS-TOTAL-LINE-3.
  6550 8000-EXIT.
  6555     EXIT.

  6560******************************************************************
  6565* 8500-WRITE-SCAN-MARK - stamp DSCANMRK with the newest duel id
  6570*                  scanned, so tomorrow's turn checks start past
  6575*                  it. Only a run that got this far moves the
  6580*                  mark; an abended scan is simply run again.
  6585******************************************************************
  6590 8500-WRITE-SCAN-MARK.
  6595     OPEN OUTPUT SCAN-MARK-FILE.
  6600     IF NOT WS-MARK-OK
  6605         DISPLAY "DUELSCAN: UNABLE TO WRITE DSCANMRK, STATUS = "
  6610             WS-MARK-STATUS
  6615         MOVE "W" TO WS-OPS-SEVERITY
  6620         MOVE "DSCANMRK NOT WRITTEN - DUELS WILL BE RESCANNED"
  6625             TO WS-OPS-TEXT
  6630         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6635         IF WS-HIGHEST-RC < 4
  6640             MOVE 4 TO WS-HIGHEST-RC
  6645         END-IF
  6650         GO TO 8500-EXIT
  6655     END-IF
  6660     MOVE SPACES TO DSCN-RECORD
  6665     MOVE WS-NEWEST-DUEL-ID TO DSCN-LAST-DUEL-ID
  6670     MOVE WS-RUN-DATE TO DSCN-RUN-DATE
  6675     WRITE DSCN-RECORD
  6680     CLOSE SCAN-MARK-FILE.
  6685 8500-EXIT.
  6690     EXIT.

  6695 9000-TERMINATE.
  6700     CLOSE CMBT-FILE.
  6705     CLOSE EQUIP-FILE.
  6710     CLOSE PLAYER-MST-FILE.
  6715     IF WS-ARMORY-OPEN
  6720         CLOSE ARMORY-FILE
  6725     END-IF
  6730     CLOSE SCAN-CARD-FILE.
  6735     CLOSE SCAN-RPT-FILE.

  6740     IF WS-CARDS-WRITTEN NOT = ZERO
  6745         MOVE "W" TO WS-OPS-SEVERITY
  6750         MOVE SPACES TO WS-OPS-TEXT
  6755         STRING WS-CARDS-WRITTEN " DUEL(S) CARDED FOR REVIEW"
  6760             DELIMITED BY SIZE INTO WS-OPS-TEXT
  6765         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6770         IF WS-HIGHEST-RC < 4
  6775             MOVE 4 TO WS-HIGHEST-RC
  6780         END-IF
  6785     END-IF
  6790     MOVE "I" TO WS-OPS-SEVERITY
  6795     MOVE SPACES TO WS-OPS-TEXT
  6800     STRING "TOTALS DUELS " WS-DUELS-CHECKED
  6805         " FLAGS " WS-FLAGS-RAISED
  6810         " CARDS " WS-CARDS-WRITTEN
  6815         DELIMITED BY SIZE INTO WS-OPS-TEXT
  6820     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  6825 9000-EXIT.
  6830     EXIT.

  6835******************************************************************
  6840* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  6845*                  end and return code: complete at RC 4 or
  6850*                  less, failed above, so the jobs that follow
  6855*                  know whether they may run. A calendar that
  6860*                  cannot be updated is logged and the job ends
  6865*                  RC=4 - its work is done, but the jobs after
  6870*                  it stay held until the operator bypasses it.
  6875******************************************************************
  6880 9800-RECORD-RUN-END.
  6885     OPEN I-O RUN-CAL-FILE.
  6890     IF NOT WS-RCAL-OK
  6895         DISPLAY "DUELSCAN: UNABLE TO OPEN RUNCAL, STATUS = "
  6900             WS-RCAL-STATUS
  6905         GO TO 9800-NOT-RECORDED
  6910     END-IF
  6915     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  6920     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  6925     READ RUN-CAL-FILE
  6930         INVALID KEY
  6935             CLOSE RUN-CAL-FILE
  6940             GO TO 9800-NOT-RECORDED
  6945     END-READ
  6950     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  6955     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  6960     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  6965     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  6970     IF WS-HIGHEST-RC > 4
  6975         SET RCAL-FAILED TO TRUE
  6980     ELSE
  6985         SET RCAL-COMPLETE TO TRUE
  6990     END-IF
  6995     REWRITE RCAL-RECORD
  7000     IF NOT WS-RCAL-OK
  7005         CLOSE RUN-CAL-FILE
  7010         GO TO 9800-NOT-RECORDED
  7015     END-IF
  7020     CLOSE RUN-CAL-FILE
  7025     GO TO 9800-EXIT.
  7030 9800-NOT-RECORDED.
  7035     MOVE "W" TO WS-OPS-SEVERITY
  7040     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  7045         TO WS-OPS-TEXT
  7050     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  7055     IF WS-HIGHEST-RC < 4
  7060         MOVE 4 TO WS-HIGHEST-RC
  7065     END-IF.
  7070 9800-EXIT.
  7075     EXIT.

  7080******************************************************************
  7085* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  7090*                  the common operations log. Open-write-close
  7095*                  per entry, so the log never blocks another
  7100*                  program in the suite; a log that will not
  7105*                  open is shouted to SYSOUT and skipped - it
  7110*                  must never take the job down itself.
  7115******************************************************************
  7120 9900-WRITE-OPS-LOG.
  7125     OPEN EXTEND OPS-LOG-FILE.
  7130     IF NOT WS-OPS-OK
  7135         DISPLAY "DUELSCAN: UNABLE TO OPEN OPSLOG, STATUS = "
  7140             WS-OPS-STATUS
  7145         GO TO 9900-EXIT
  7150     END-IF
  7155     MOVE SPACES TO OPS-LOG-RECORD
  7160     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  7165     ACCEPT WS-OPS-TIME-RAW FROM TIME
  7170     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  7175     MOVE "DUELSCAN" TO OPS-PROGRAM
  7180     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  7185     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  7190     WRITE OPS-LOG-RECORD
  7195     CLOSE OPS-LOG-FILE.
  7200 9900-EXIT.
  7205     EXIT.
