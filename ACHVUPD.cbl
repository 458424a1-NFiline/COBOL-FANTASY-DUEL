  1000******************************************************************
  1005* Author: Nicolas Filine
  1010* Installation: Fantasy Duel Games
  1015* Date-Written: 15 Oct 2026
  1020* Purpose: Player achievements. Runs after the overnight
  1025*          FDBATCH and judges every duel archived on DUELHIST
  1030*          since the last run (ACHVMRK) against the active
  1035*          badges on BADGEMST - a first win, beating a given
  1040*          race, a flawless win, a win on the last potion, a
  1045*          run of wins in a row, and the champion of a bracket
  1050*          night off FDRUNCTL. Voided duels earn nothing and
  1055*          neither make nor break a streak. Each new badge is
  1060*          written to ACHVMST (player + badge, so nobody holds
  1065*          a badge twice however often the job is run) with
  1070*          the duel that earned it, and its one-time gold/XP
  1075*          bonus is posted to PLAYMST - gold through GOLDJRNL
  1080*          like every other purse movement. ACHVRPT lists the
  1085*          night's new achievements for the morning shift.
  1090*          Streaks are counted over the whole archive, in the
  1095*          order the duels were archived, so a run carries on
  1100*          through any number of nights.
  1105* Tectonics: cobc -x ACHVUPD.cbl -I copybooks
  1110*
  1115* Modification History
  1120*   15 Oct 2026  NF  Initial version.
  1125*   15 Oct 2026  NF  Runs under the business-date run calendar
  1130*                     (RUNCAL): will not start (RC=12, OPSLOG
  1135*                     entry) until FDBATCH has finished clean
  1140*                     or been bypassed for the open business
  1145*                     date, and records its own start, end and
  1150*                     return code there.
  1155******************************************************************
  1160 IDENTIFICATION DIVISION.
  1165 PROGRAM-ID. ACHVUPD.
  1170 AUTHOR. NICOLAS FILINE.
  1175 INSTALLATION. FANTASY DUEL GAMES.
  1180 DATE-WRITTEN. 15 OCT 2026.
  1185 DATE-COMPILED.

  1190 ENVIRONMENT DIVISION.
  1195 INPUT-OUTPUT SECTION.
  1200 FILE-CONTROL.
  1205     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1210         ORGANIZATION IS LINE SEQUENTIAL
  1215         FILE STATUS IS WS-HIST-STATUS.

  1220     SELECT BDGE-FILE ASSIGN TO "BADGEMST"
  1225         ORGANIZATION IS INDEXED
  1230         ACCESS MODE IS SEQUENTIAL
  1235         RECORD KEY IS BDGE-BADGE-CODE
  1240         FILE STATUS IS WS-BDGE-STATUS.

  1245     SELECT ACHV-FILE ASSIGN TO "ACHVMST"
  1250         ORGANIZATION IS INDEXED
  1255         ACCESS MODE IS RANDOM
  1260         RECORD KEY IS ACH-KEY
  1265         FILE STATUS IS WS-ACHV-STATUS.

  1270     SELECT PLAYER-MST-FILE ASSIGN TO "PLAYMST"
  1275         ORGANIZATION IS INDEXED
  1280         ACCESS MODE IS RANDOM
  1285         RECORD KEY IS PLAY-PLAYER-ID
  1290         FILE STATUS IS WS-PLAY-STATUS.

  1295     SELECT RUN-CTL-FILE ASSIGN TO "FDRUNCTL"
  1300         ORGANIZATION IS LINE SEQUENTIAL
  1305         FILE STATUS IS WS-RUNCTL-STATUS.

  1310     SELECT ACHV-MARK-FILE ASSIGN TO "ACHVMRK"
  1315         ORGANIZATION IS LINE SEQUENTIAL
  1320         FILE STATUS IS WS-MARK-STATUS.

  1325     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
  1330         ORGANIZATION IS LINE SEQUENTIAL
  1335         FILE STATUS IS WS-GOLD-STATUS.

  1340     SELECT ACHV-RPT-FILE ASSIGN TO "ACHVRPT"
  1345         ORGANIZATION IS LINE SEQUENTIAL
  1350         FILE STATUS IS WS-RPT-STATUS.

  1355     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1360         ORGANIZATION IS INDEXED
  1365         ACCESS MODE IS RANDOM
  1370         RECORD KEY IS RCAL-KEY
  1375         FILE STATUS IS WS-RCAL-STATUS.

  1380     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1385         ORGANIZATION IS LINE SEQUENTIAL
  1390         FILE STATUS IS WS-OPS-STATUS.

  1395 DATA DIVISION.
  1400 FILE SECTION.
  1405 FD  DUEL-HIST-FILE.
  1410     COPY HISTREC.

  1415 FD  BDGE-FILE.
  1420     COPY BDGEREC.

  1425 FD  ACHV-FILE.
  1430     COPY ACHVREC.

  1435 FD  PLAYER-MST-FILE.
  1440     COPY PLAYREC.

  1445 FD  RUN-CTL-FILE.
  1450     COPY RUNCTREC.

  1455 FD  ACHV-MARK-FILE.
  1460     COPY ACMKREC.

  1465 FD  GOLD-JRNL-FILE.
  1470     COPY GOLDREC.

  1475 FD  ACHV-RPT-FILE.
  1480 01  ACHV-RPT-LINE               PIC X(80).

  1485 FD  RUN-CAL-FILE.
  1490     COPY RCALREC.

  1495 FD  OPS-LOG-FILE.
  1500     COPY OPSREC.

  1505 WORKING-STORAGE SECTION.
  1510 01  WS-FILE-STATUSES.
  1515     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
  1520         88  WS-HIST-OK          VALUE "00".
  1525     05  WS-BDGE-STATUS          PIC X(02) VALUE SPACES.
  1530         88  WS-BDGE-OK          VALUE "00".
  1535     05  WS-ACHV-STATUS          PIC X(02) VALUE SPACES.
  1540         88  WS-ACHV-OK          VALUE "00".
  1545         88  WS-ACHV-NOT-FOUND   VALUE "35".
  1550     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1555         88  WS-PLAY-OK          VALUE "00".
  1560     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
  1565         88  WS-RUNCTL-OK        VALUE "00".
  1570     05  WS-MARK-STATUS          PIC X(02) VALUE SPACES.
  1575         88  WS-MARK-OK          VALUE "00".
  1580     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  1585         88  WS-GOLD-OK          VALUE "00".
  1590     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1595         88  WS-RPT-OK           VALUE "00".
  1600     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1605         88  WS-OPS-OK           VALUE "00".
  1610     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1615         88  WS-RCAL-OK          VALUE "00".

  1620 01  WS-SWITCHES.
  1625     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1630         88  WS-END-OF-HIST      VALUE "Y".
  1635     05  WS-BDGE-EOF-SW          PIC X(01) VALUE "N".
  1640         88  WS-END-OF-BADGES    VALUE "Y".
  1645     05  WS-RUNCTL-EOF-SW        PIC X(01) VALUE "N".
  1650         88  WS-END-OF-RUNCTL    VALUE "Y".
  1655     05  WS-IN-DUEL-SW           PIC X(01) VALUE "N".
  1660         88  WS-IN-DUEL          VALUE "Y".
  1665     05  WS-NEW-DUEL-SW          PIC X(01) VALUE "N".
  1670         88  WS-NEW-DUEL         VALUE "Y".
  1675     05  WS-JOURNAL-SW           PIC X(01) VALUE "N".
  1680         88  WS-JOURNAL-OPEN     VALUE "Y".
  1685     05  WS-CHAMP-SW             PIC X(01) VALUE "N".
  1690         88  WS-HAVE-CHAMPION    VALUE "Y".
  1695     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  1700         88  WS-ENTRY-FOUND      VALUE "Y".
  1705     05  WS-EARNED-SW            PIC X(01) VALUE "N".
  1710         88  WS-BADGE-EARNED     VALUE "Y".

  1715 01  WS-COUNTERS.
  1720     05  WS-HEADERS-READ         PIC 9(05) VALUE ZERO.
  1725     05  WS-DUELS-JUDGED         PIC 9(05) VALUE ZERO.
  1730     05  WS-VOIDED-SKIPPED       PIC 9(05) VALUE ZERO.
  1735     05  WS-AWARDS-MADE          PIC 9(05) VALUE ZERO.
  1740     05  WS-BONUSES-RECOVERED    PIC 9(05) VALUE ZERO.
  1745     05  WS-BONUSES-IN-DOUBT     PIC 9(05) VALUE ZERO.
  1750     05  WS-PLAYERS-SKIPPED      PIC 9(05) VALUE ZERO.
  1755     05  WS-GOLD-PAID            PIC 9(07) VALUE ZERO.
  1760     05  WS-XP-PAID              PIC 9(07) VALUE ZERO.
  1765     05  WS-BDGE-IDX             PIC 9(03) VALUE ZERO.
  1770     05  WS-STREAK-IDX           PIC 9(03) VALUE ZERO.

  1775******************************************************************
  1780* WS-OPS-WORK - one operations-log entry in the making, plus
  1785*               the worst condition seen so far: 0 clean, 4
  1790*               warnings, 12 fatal. The highest value becomes
  1795*               the job's return code.
  1800******************************************************************
  1805 01  WS-OPS-WORK.
  1810     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  1815     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  1820     05  WS-OPS-TIME-RAW.
  1825         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  1830         10  FILLER              PIC 9(02).
  1835     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  1840******************************************************************
  1845* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
  1850*                   open there, and the jobs that must have
  1855*                   finished clean (or been bypassed) for that
  1860*                   date before this one may run.
  1865******************************************************************
  1870 01  WS-RUN-CALENDAR.
  1875     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "ACHVUPD".
  1880     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
  1885     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
  1890         88  WS-RCAL-FOUND       VALUE "Y".
  1895     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
  1900         88  WS-RCAL-DONE        VALUE "Y".
  1905     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
  1910     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
  1915     05  WS-RCAL-PREREQ-LIST.
  1920         10  FILLER              PIC X(08) VALUE "FDBATCH".
  1925     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
  1930         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
  1935     05  WS-RCAL-TIME-RAW.
  1940         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
  1945         10  FILLER              PIC 9(02).

  1950******************************************************************
  1955* WS-ACHV-RULES - a side is issued two potions; the one that
  1960*               drinks the second has drunk its last.
  1965******************************************************************
  1970 01  WS-ACHV-RULES.
  1975     05  WS-POTION-ISSUE         PIC 9(01) VALUE 2.

  1980 01  WS-ACHV-MARK.
  1985     05  WS-MARK-DUEL-ID         PIC X(17) VALUE ZEROES.
  1990     05  WS-NEWEST-DUEL-ID       PIC X(17) VALUE ZEROES.
  1995     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.

  2000******************************************************************
  2005* WS-CUR-DUEL - the header in hand while its turn records go
  2010*               by, and the potions each side has drunk.
  2015******************************************************************
  2020 01  WS-CUR-DUEL.
  2025     05  WS-CUR-DUEL-ID.
  2030         10  WS-CUR-DATE         PIC 9(08).
  2035         10  WS-CUR-TIME         PIC 9(06).
  2040         10  WS-CUR-SEQ          PIC 9(03).
  2045     05  WS-CUR-PLAYER-ID        PIC X(08).
  2050     05  WS-CUR-OPP-PLAYER-ID    PIC X(08).
  2055     05  WS-CUR-ELF-RACE         PIC X(02).
  2060     05  WS-CUR-OPP-RACE         PIC X(02).
  2065     05  WS-CUR-WINNER           PIC X(01).
  2070     05  WS-CUR-ELF-DMG          PIC 9(05).
  2075     05  WS-CUR-OPP-DMG          PIC 9(05).
  2080     05  WS-ELF-POTIONS          PIC 9(03).
  2085     05  WS-OPP-POTIONS          PIC 9(03).

  2090******************************************************************
  2095* WS-SIDE-WORK - one player side of the duel seen from its own
  2100*               corner: did it win, which race did it beat, how
  2105*               much damage did it take, how many potions did
  2110*               it drink, how long is its run of wins now.
  2115******************************************************************
  2120 01  WS-SIDE-WORK.
  2125     05  WS-SIDE-PLAYER-ID       PIC X(08).
  2130     05  WS-SIDE-WON-SW          PIC X(01).
  2135         88  WS-SIDE-WON         VALUE "Y".
  2140     05  WS-SIDE-BEATEN-RACE     PIC X(02).
  2145     05  WS-SIDE-DMG-TAKEN       PIC 9(05).
  2150     05  WS-SIDE-POTIONS         PIC 9(03).
  2155     05  WS-SIDE-STREAK          PIC 9(05).

  2160 01  WS-AWARD-WORK.
  2165     05  WS-AWD-PLAYER-ID        PIC X(08).
  2170     05  WS-AWD-DUEL-ID          PIC X(17).
  2175     05  WS-AWD-GOLD-BEFORE      PIC 9(07).
  2180     05  WS-AWD-NEW-LEVEL        PIC 9(03).
  2185     05  WS-AWD-TIME-RAW.
  2190         10  WS-AWD-TIME-HHMMSS  PIC 9(06).
  2195         10  FILLER              PIC 9(02).

  2200******************************************************************
  2205* WS-CHAMPION - the champion of the last bracket night FDBATCH
  2210*               completed, off FDRUNCTL, and the last duel the
  2215*               champion fought that night (the final).
  2220******************************************************************
  2225 01  WS-CHAMPION.
  2230     05  WS-CHAMP-PLAYER-ID      PIC X(08) VALUE SPACES.
  2235     05  WS-CHAMP-RUN-DATE       PIC 9(08) VALUE ZERO.
  2240     05  WS-CHAMP-DUEL-ID        PIC X(17) VALUE ZEROES.
  2245     05  WS-RC-RUN-STATUS        PIC X(01) VALUE SPACE.
  2250     05  WS-RC-FORMAT            PIC X(01) VALUE SPACE.

  2255******************************************************************
  2260* WS-BADGE-TABLE - the active badges off BADGEMST. Retired
  2265*               badges are left out: nobody new earns them.
  2270******************************************************************
  2275 01  WS-BADGE-TABLE.
  2280     05  WS-BADGE-COUNT          PIC 9(03) VALUE ZERO.
  2285     05  WS-BADGE-ENTRY OCCURS 100 TIMES.
  2290         10  BT-BADGE-CODE       PIC X(04).
  2295         10  BT-BADGE-NAME       PIC X(24).
  2300         10  BT-RULE-CODE        PIC X(02).
  2305         10  BT-RACE-CODE        PIC X(02).
  2310         10  BT-STREAK-LEN       PIC 9(03).
  2315         10  BT-GOLD-BONUS       PIC 9(05).
  2320         10  BT-XP-BONUS         PIC 9(05).

  2325******************************************************************
  2330* WS-STREAK-TABLE - every player's current run of wins, counted
  2335*               over the whole archive. 500 matches the PLAYMST
  2340*               cluster allocation; the job fails loudly rather
  2345*               than award streaks off a partial count.
  2350******************************************************************
  2355 01  WS-STREAK-TABLE.
  2360     05  WS-STREAK-COUNT         PIC 9(03) VALUE ZERO.
  2365     05  WS-STREAK-ENTRY OCCURS 500 TIMES.
  2370         10  SK-PLAYER-ID        PIC X(08).
  2375         10  SK-STREAK           PIC 9(05).

  2380 01  WS-HEADING-1.
  2385     05  FILLER                  PIC X(20)
  2390         VALUE "FANTASY DUEL - NEW A".
  2395     05  FILLER                  PIC X(20)
  2400         VALUE "CHIEVEMENTS  RUN OF ".
  2405     05  HL-RUN-DATE             PIC 9(08).

  2410 01  WS-COLHDR-LINE.
  2415     05  FILLER                  PIC X(40) VALUE
  2420         "PLAYER   BADGE NAME                     ".
  2425     05  FILLER                  PIC X(40) VALUE
  2430         "DUEL DATE TIME   SEQ  GOLD    XP        ".

  2435 01  WS-AWARD-LINE.
  2440     05  AL-PLAYER-ID            PIC X(08).
  2445     05  FILLER                  PIC X(01) VALUE SPACE.
  2450     05  AL-BADGE-CODE           PIC X(04).
  2455     05  FILLER                  PIC X(02) VALUE SPACES.
  2460     05  AL-BADGE-NAME           PIC X(24).
  2465     05  FILLER                  PIC X(01) VALUE SPACE.
  2470     05  AL-DUEL-DATE            PIC 9(08).
  2475     05  FILLER                  PIC X(01) VALUE SPACE.
  2480     05  AL-DUEL-TIME            PIC 9(06).
  2485     05  FILLER                  PIC X(01) VALUE SPACE.
  2490     05  AL-DUEL-SEQ             PIC 9(03).
  2495     05  FILLER                  PIC X(01) VALUE SPACE.
  2500     05  AL-GOLD                 PIC ZZZZ9.
  2505     05  FILLER                  PIC X(01) VALUE SPACE.
  2510     05  AL-XP                   PIC ZZZZ9.
  2515     05  FILLER                  PIC X(01) VALUE SPACE.
  2520     05  AL-NOTE                 PIC X(08).

  2525 01  WS-NONE-LINE.
  2530     05  FILLER                  PIC X(40) VALUE
  2535         "NO NEW ACHIEVEMENTS                     ".

  2540 01  WS-TOTAL-LINE-1.
  2545     05  FILLER                  PIC X(16)
  2550         VALUE "HEADERS READ  : ".
  2555     05  TL-HEADERS              PIC ZZZZ9.
  2560     05  FILLER                  PIC X(18)
  2565         VALUE "   DUELS JUDGED : ".
  2570     05  TL-JUDGED               PIC ZZZZ9.
  2575     05  FILLER                  PIC X(18)
  2580         VALUE "   VOIDED SKIPPED:".
  2585     05  TL-VOIDED               PIC ZZZZ9.

  2590 01  WS-TOTAL-LINE-2.
  2595     05  FILLER                  PIC X(16)
  2600         VALUE "BADGES AWARDED: ".
  2605     05  TL-AWARDS               PIC ZZZZ9.
  2610     05  FILLER                  PIC X(18)
  2615         VALUE "   GOLD PAID    : ".
  2620     05  TL-GOLD                 PIC ZZZZZZ9.
  2625     05  FILLER                  PIC X(18)
  2630         VALUE "   XP PAID      : ".
  2635     05  TL-XP                   PIC ZZZZZZ9.

  2640 01  WS-TOTAL-LINE-3.
  2645     05  FILLER                  PIC X(16)
  2650         VALUE "BONUS RECOVERED:".
  2655     05  TL-RECOVERED            PIC ZZZZ9.
  2660     05  FILLER                  PIC X(18)
  2665         VALUE "   NOT ON PLAYMST:".
  2670     05  TL-SKIPPED              PIC ZZZZ9.
  2675     05  FILLER                  PIC X(18)
  2680         VALUE "   BONUS IN DOUBT:".
  2685     05  TL-IN-DOUBT             PIC ZZZZ9.

  2690 PROCEDURE DIVISION.
  2695 0000-MAIN-PROCEDURE.
  2700     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2705     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2710     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
  2715         UNTIL WS-END-OF-HIST.
  2720     PERFORM 3900-FINISH-DUEL THRU 3900-EXIT.
  2725     CLOSE DUEL-HIST-FILE.
  2730     IF WS-HAVE-CHAMPION
  2735         PERFORM 5000-AWARD-CHAMPION THRU 5000-EXIT
  2740     END-IF
  2745     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2750     PERFORM 8500-WRITE-ACHV-MARK THRU 8500-EXIT.
  2755     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2760     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2765     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2770     STOP RUN.

  2775******************************************************************
  2780* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
  2785*                  up the business date open on RUNCAL and make
  2790*                  sure every job this one follows has finished
  2795*                  clean (or been bypassed) for it. Anything
  2800*                  short of that stops the job RC=12 with nothing
  2805*                  touched; otherwise this job is recorded as
  2810*                  started.
  2815******************************************************************
  2820 0500-CHECK-RUN-CALENDAR.
  2825     OPEN I-O RUN-CAL-FILE.
  2830     IF NOT WS-RCAL-OK
  2835         DISPLAY "ACHVUPD: UNABLE TO OPEN RUNCAL, STATUS = "
  2840             WS-RCAL-STATUS
  2845         MOVE "E" TO WS-OPS-SEVERITY
  2850         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  2855         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2860         MOVE 12 TO RETURN-CODE
  2865         STOP RUN
  2870     END-IF

  2875     MOVE ZERO TO RCAL-BUS-DATE
  2880     MOVE SPACES TO RCAL-JOB-NAME
  2885     READ RUN-CAL-FILE
  2890         INVALID KEY
  2895             DISPLAY "ACHVUPD: NO BUSINESS DATE OPEN ON RUNCAL"
  2900             MOVE "E" TO WS-OPS-SEVERITY
  2905             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
  2910             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2915             CLOSE RUN-CAL-FILE
  2920             MOVE 12 TO RETURN-CODE
  2925             STOP RUN
  2930     END-READ
  2935     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

  2940     MOVE ZERO TO WS-RCAL-IDX
  2945     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
  2950         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

  2955     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2960     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  2965     MOVE "Y" TO WS-RCAL-FOUND-SW
  2970     READ RUN-CAL-FILE
  2975         INVALID KEY
  2980             MOVE "N" TO WS-RCAL-FOUND-SW
  2985     END-READ
  2990     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2995     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  3000     MOVE SPACES TO RCAL-JOB-DATA
  3005     SET RCAL-STARTED TO TRUE
  3010     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
  3015     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  3020     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
  3025     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
  3030     IF WS-RCAL-FOUND
  3035         REWRITE RCAL-RECORD
  3040     ELSE
  3045         WRITE RCAL-RECORD
  3050     END-IF
  3055     IF NOT WS-RCAL-OK
  3060         DISPLAY "ACHVUPD: UNABLE TO RECORD START ON RUNCAL, "
  3065             "STATUS = " WS-RCAL-STATUS
  3070         MOVE "E" TO WS-OPS-SEVERITY
  3075         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
  3080         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3085         CLOSE RUN-CAL-FILE
  3090         MOVE 12 TO RETURN-CODE
  3095         STOP RUN
  3100     END-IF
  3105     CLOSE RUN-CAL-FILE.
  3110 0500-EXIT.
  3115     EXIT.

  3120 0510-CHECK-ONE-PREREQ.
  3125     ADD 1 TO WS-RCAL-IDX
  3130     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  3135     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
  3140     MOVE "N" TO WS-RCAL-DONE-SW
  3145     READ RUN-CAL-FILE
  3150         INVALID KEY
  3155             CONTINUE
  3160         NOT INVALID KEY
  3165             IF RCAL-DONE
  3170                 SET WS-RCAL-DONE TO TRUE
  3175             END-IF
  3180     END-READ
  3185     IF WS-RCAL-DONE
  3190         GO TO 0510-EXIT
  3195     END-IF

  3200     DISPLAY "ACHVUPD:" WS-RCAL-PREREQ (WS-RCAL-IDX)
  3205         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
  3210     MOVE "E" TO WS-OPS-SEVERITY
  3215     MOVE SPACES TO WS-OPS-TEXT
  3220     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
  3225         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
  3230         DELIMITED BY SIZE INTO WS-OPS-TEXT
  3235     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3240     CLOSE RUN-CAL-FILE
  3245     MOVE 12 TO RETURN-CODE
  3250     STOP RUN.
  3255 0510-EXIT.
  3260     EXIT.

  3265 1000-INITIALIZE.
  3270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

  3275     OPEN INPUT DUEL-HIST-FILE.
  3280     IF NOT WS-HIST-OK
  3285         DISPLAY "ACHVUPD: UNABLE TO OPEN DUELHIST, STATUS = "
  3290             WS-HIST-STATUS
  3295         MOVE "E" TO WS-OPS-SEVERITY
  3300         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  3305         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3310         MOVE 12 TO RETURN-CODE
  3315         STOP RUN
  3320     END-IF

  3325     OPEN INPUT BDGE-FILE.
  3330     IF NOT WS-BDGE-OK
  3335         DISPLAY "ACHVUPD: UNABLE TO OPEN BADGEMST, STATUS = "
  3340             WS-BDGE-STATUS
  3345         MOVE "E" TO WS-OPS-SEVERITY
  3350         MOVE "BADGEMST OPEN FAILED" TO WS-OPS-TEXT
  3355         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3360         MOVE 12 TO RETURN-CODE
  3365         STOP RUN
  3370     END-IF
  3375     PERFORM 1200-LOAD-ONE-BADGE THRU 1200-EXIT
  3380         UNTIL WS-END-OF-BADGES.
  3385     CLOSE BDGE-FILE.

  3390*    First run: the cluster is defined but empty. Load it
  3395*    (OPEN OUTPUT creates it), then carry on I-O as normal.
  3400     OPEN I-O ACHV-FILE.
  3405     IF WS-ACHV-NOT-FOUND
  3410         DISPLAY "ACHVUPD: ACHVMST NOT LOADED YET - "
  3415             "RUNNING AS INITIAL LOAD"
  3420         OPEN OUTPUT ACHV-FILE
  3425         CLOSE ACHV-FILE
  3430         OPEN I-O ACHV-FILE
  3435     END-IF
  3440     IF NOT WS-ACHV-OK
  3445         DISPLAY "ACHVUPD: UNABLE TO OPEN ACHVMST, STATUS = "
  3450             WS-ACHV-STATUS
  3455         MOVE "E" TO WS-OPS-SEVERITY
  3460         MOVE "ACHVMST OPEN FAILED" TO WS-OPS-TEXT
  3465         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3470         MOVE 12 TO RETURN-CODE
  3475         STOP RUN
  3480     END-IF

  3485     OPEN I-O PLAYER-MST-FILE.
  3490     IF NOT WS-PLAY-OK
  3495         DISPLAY "ACHVUPD: UNABLE TO OPEN PLAYMST, STATUS = "
  3500             WS-PLAY-STATUS
  3505         MOVE "E" TO WS-OPS-SEVERITY
  3510         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  3515         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3520         MOVE 12 TO RETURN-CODE
  3525         STOP RUN
  3530     END-IF

  3535*    A journal that will not open does not stop the badges:
  3540*    GOLDRCN will show the bonuses as unexplained purse
  3545*    movement, and the warning below says why.
  3550     OPEN EXTEND GOLD-JRNL-FILE.
  3555     IF WS-GOLD-OK
  3560         SET WS-JOURNAL-OPEN TO TRUE
  3565     ELSE
  3570         DISPLAY "ACHVUPD: UNABLE TO OPEN GOLDJRNL, STATUS = "
  3575             WS-GOLD-STATUS
  3580         MOVE "W" TO WS-OPS-SEVERITY
  3585         MOVE "GOLDJRNL OPEN FAILED - BONUSES NOT JOURNALED"
  3590             TO WS-OPS-TEXT
  3595         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3600         IF WS-HIGHEST-RC < 4
  3605             MOVE 4 TO WS-HIGHEST-RC
  3610         END-IF
  3615     END-IF

  3620     OPEN OUTPUT ACHV-RPT-FILE.
  3625     IF NOT WS-RPT-OK
  3630         DISPLAY "ACHVUPD: UNABLE TO OPEN ACHVRPT, STATUS = "
  3635             WS-RPT-STATUS
  3640         MOVE "E" TO WS-OPS-SEVERITY
  3645         MOVE "ACHVRPT OPEN FAILED" TO WS-OPS-TEXT
  3650         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3655         MOVE 12 TO RETURN-CODE
  3660         STOP RUN
  3665     END-IF

  3670     PERFORM 1100-READ-ACHV-MARK THRU 1100-EXIT
  3675     MOVE WS-MARK-DUEL-ID TO WS-NEWEST-DUEL-ID
  3680     PERFORM 1300-READ-CHAMPION THRU 1300-EXIT

  3685     IF WS-BADGE-COUNT = ZERO
  3690         MOVE "W" TO WS-OPS-SEVERITY
  3695         MOVE "NO ACTIVE BADGES ON BADGEMST - NOTHING AWARDED"
  3700             TO WS-OPS-TEXT
  3705         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3710         IF WS-HIGHEST-RC < 4
  3715             MOVE 4 TO WS-HIGHEST-RC
  3720         END-IF
  3725     END-IF

  3730     MOVE WS-RUN-DATE TO HL-RUN-DATE
  3735     WRITE ACHV-RPT-LINE FROM WS-HEADING-1
  3740     MOVE SPACES TO ACHV-RPT-LINE
  3745     WRITE ACHV-RPT-LINE
  3750     WRITE ACHV-RPT-LINE FROM WS-COLHDR-LINE.
  3755 1000-EXIT.
  3760     EXIT.

  3765******************************************************************
  3770* 1100-READ-ACHV-MARK - pick up the newest duel id the last
  3775*                  clean run judged. Missing or empty file =
  3780*                  first run = the whole archive is judged.
  3785******************************************************************
  3790 1100-READ-ACHV-MARK.
  3795     OPEN INPUT ACHV-MARK-FILE.
  3800     IF NOT WS-MARK-OK
  3805         GO TO 1100-EXIT
  3810     END-IF

  3815     READ ACHV-MARK-FILE
  3820         AT END
  3825             CLOSE ACHV-MARK-FILE
  3830             GO TO 1100-EXIT
  3835     END-READ
  3840     IF ACMK-LAST-DUEL-ID NUMERIC
  3845         MOVE ACMK-LAST-DUEL-ID TO WS-MARK-DUEL-ID
  3850     END-IF
  3855     CLOSE ACHV-MARK-FILE.
  3860 1100-EXIT.
  3865     EXIT.

  3870 1200-LOAD-ONE-BADGE.
  3875     READ BDGE-FILE
  3880         AT END
  3885             SET WS-END-OF-BADGES TO TRUE
  3890             GO TO 1200-EXIT
  3895     END-READ

  3900     IF NOT BDGE-ACTIVE
  3905         GO TO 1200-EXIT
  3910     END-IF
  3915     IF WS-BADGE-COUNT = 100
  3920         DISPLAY "ACHVUPD: MORE THAN 100 ACTIVE BADGES - "
  3925             BDGE-BADGE-CODE " AND AFTER IGNORED"
  3930         MOVE "W" TO WS-OPS-SEVERITY
  3935         MOVE "BADGE TABLE FULL - LATER BADGES IGNORED"
  3940             TO WS-OPS-TEXT
  3945         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3950         IF WS-HIGHEST-RC < 4
  3955             MOVE 4 TO WS-HIGHEST-RC
  3960         END-IF
  3965         SET WS-END-OF-BADGES TO TRUE
  3970         GO TO 1200-EXIT
  3975     END-IF

  3980     ADD 1 TO WS-BADGE-COUNT
  3985     MOVE WS-BADGE-COUNT TO WS-BDGE-IDX
  3990     MOVE BDGE-BADGE-CODE TO BT-BADGE-CODE (WS-BDGE-IDX)
  3995     MOVE BDGE-BADGE-NAME TO BT-BADGE-NAME (WS-BDGE-IDX)
  4000     MOVE BDGE-RULE-CODE TO BT-RULE-CODE (WS-BDGE-IDX)
  4005     MOVE BDGE-RACE-CODE TO BT-RACE-CODE (WS-BDGE-IDX)
  4010     MOVE BDGE-STREAK-LEN TO BT-STREAK-LEN (WS-BDGE-IDX)
  4015     MOVE BDGE-GOLD-BONUS TO BT-GOLD-BONUS (WS-BDGE-IDX)
  4020     MOVE BDGE-XP-BONUS TO BT-XP-BONUS (WS-BDGE-IDX).
  4025 1200-EXIT.
  4030     EXIT.

  4035******************************************************************
  4040* 1300-READ-CHAMPION - a bracket night ("B" or "P") that FDBATCH
  4045*                  marked complete leaves exactly one entry still
  4050*                  standing on FDRUNCTL: the champion. A straight
  4055*                  night, a night still in progress or no file at
  4060*                  all = no champion to crown.
  4065******************************************************************
  4070 1300-READ-CHAMPION.
  4075     OPEN INPUT RUN-CTL-FILE.
  4080     IF NOT WS-RUNCTL-OK
  4085         GO TO 1300-EXIT
  4090     END-IF

  4095     READ RUN-CTL-FILE
  4100         AT END
  4105             CLOSE RUN-CTL-FILE
  4110             GO TO 1300-EXIT
  4115     END-READ
  4120     IF NOT RC-HEADER-REC
  4125         CLOSE RUN-CTL-FILE
  4130         GO TO 1300-EXIT
  4135     END-IF
  4140     MOVE RC-RUN-STATUS TO WS-RC-RUN-STATUS
  4145     MOVE RC-FORMAT TO WS-RC-FORMAT
  4150     MOVE RC-RUN-DATE TO WS-CHAMP-RUN-DATE
  4155     IF WS-RC-RUN-STATUS NOT = "C"
  4160         OR (WS-RC-FORMAT NOT = "B" AND NOT = "P")
  4165         CLOSE RUN-CTL-FILE
  4170         GO TO 1300-EXIT
  4175     END-IF

  4180     PERFORM 1310-CHECK-ONE-ENTRY THRU 1310-EXIT
  4185         UNTIL WS-END-OF-RUNCTL.
  4190     CLOSE RUN-CTL-FILE.
  4195 1300-EXIT.
  4200     EXIT.

  4205 1310-CHECK-ONE-ENTRY.
  4210     READ RUN-CTL-FILE
  4215         AT END
  4220             SET WS-END-OF-RUNCTL TO TRUE
  4225             GO TO 1310-EXIT
  4230     END-READ
  4235     IF RC-ENTRY-REC AND RC-ENT-ACTIVE = "Y"
  4240         AND RC-ENT-PLAYER-ID NOT = SPACES
  4245         MOVE RC-ENT-PLAYER-ID TO WS-CHAMP-PLAYER-ID
  4250         SET WS-HAVE-CHAMPION TO TRUE
  4255     END-IF.
  4260 1310-EXIT.
  4265     EXIT.

  4270******************************************************************
  4275* 2000-SCAN-ONE-RECORD - a header closes off the duel before it
  4280*                  and opens the next; a turn record adds to the
  4285*                  potion count of the duel it belongs to.
  4290******************************************************************
  4295 2000-SCAN-ONE-RECORD.
  4300     READ DUEL-HIST-FILE
  4305         AT END
  4310             SET WS-END-OF-HIST TO TRUE
  4315             GO TO 2000-EXIT
  4320     END-READ

  4325     IF HIST-HEADER-REC
  4330         PERFORM 3900-FINISH-DUEL THRU 3900-EXIT
  4335         PERFORM 2100-START-DUEL THRU 2100-EXIT
  4340         GO TO 2000-EXIT
  4345     END-IF

  4350     IF HIST-TURN-REC AND WS-IN-DUEL
  4355         AND HIST-DUEL-ID = WS-CUR-DUEL-ID
  4360         PERFORM 3000-COUNT-POTIONS THRU 3000-EXIT
  4365     END-IF.
  4370 2000-EXIT.
  4375     EXIT.

  4380******************************************************************
  4385* 2100-START-DUEL - take up a new header. A voided duel never
  4390*                  happened as far as badges and streaks go.
  4395******************************************************************
  4400 2100-START-DUEL.
  4405     ADD 1 TO WS-HEADERS-READ
  4410     IF HIST-VOIDED
  4415         ADD 1 TO WS-VOIDED-SKIPPED
  4420         GO TO 2100-EXIT
  4425     END-IF

  4430     IF HIST-DUEL-ID > WS-NEWEST-DUEL-ID
  4435         MOVE HIST-DUEL-ID TO WS-NEWEST-DUEL-ID
  4440     END-IF
  4445     IF HIST-DUEL-ID > WS-MARK-DUEL-ID
  4450         SET WS-NEW-DUEL TO TRUE
  4455         ADD 1 TO WS-DUELS-JUDGED
  4460     ELSE
  4465         MOVE "N" TO WS-NEW-DUEL-SW
  4470     END-IF

  4475     SET WS-IN-DUEL TO TRUE
  4480     MOVE HIST-DUEL-ID TO WS-CUR-DUEL-ID
  4485     MOVE HIST-PLAYER-ID TO WS-CUR-PLAYER-ID
  4490     MOVE HIST-OPP-PLAYER-ID TO WS-CUR-OPP-PLAYER-ID
  4495     MOVE HIST-ELF-RACE-CODE TO WS-CUR-ELF-RACE
  4500     MOVE HIST-OPP-RACE-CODE TO WS-CUR-OPP-RACE
  4505     MOVE HIST-WINNER-CODE TO WS-CUR-WINNER
  4510     MOVE HIST-ELF-DMG-DEALT TO WS-CUR-ELF-DMG
  4515     MOVE HIST-OPP-DMG-DEALT TO WS-CUR-OPP-DMG
  4520     MOVE ZERO TO WS-ELF-POTIONS
  4525     MOVE ZERO TO WS-OPP-POTIONS.
  4530 2100-EXIT.
  4535     EXIT.

  4540******************************************************************
  4545* 3000-COUNT-POTIONS - action 4 is the healing potion, on either
  4550*                  side of the turn.
  4555******************************************************************
  4560 3000-COUNT-POTIONS.
  4565     IF HIST-PLAYER-ACTION = 4
  4570         ADD 1 TO WS-ELF-POTIONS
  4575     END-IF
  4580     IF HIST-OPP-ACTION = 4
  4585         ADD 1 TO WS-OPP-POTIONS
  4590     END-IF.
  4595 3000-EXIT.
  4600     EXIT.

  4605******************************************************************
  4610* 3900-FINISH-DUEL - the duel's turns are all in. Each player
  4615*                  side (the A side always; the B side in PvP)
  4620*                  has its streak moved on and, if the duel is
  4625*                  new and the side won it, is judged for every
  4630*                  badge. A monster side earns nothing.
  4635******************************************************************
  4640 3900-FINISH-DUEL.
  4645     IF NOT WS-IN-DUEL
  4650         GO TO 3900-EXIT
  4655     END-IF
  4660     MOVE "N" TO WS-IN-DUEL-SW

  4665     IF WS-CUR-PLAYER-ID NOT = SPACES
  4670         MOVE WS-CUR-PLAYER-ID TO WS-SIDE-PLAYER-ID
  4675         MOVE "N" TO WS-SIDE-WON-SW
  4680         IF WS-CUR-WINNER = "E"
  4685             SET WS-SIDE-WON TO TRUE
  4690         END-IF
  4695         MOVE WS-CUR-OPP-RACE TO WS-SIDE-BEATEN-RACE
  4700         MOVE WS-CUR-OPP-DMG TO WS-SIDE-DMG-TAKEN
  4705         MOVE WS-ELF-POTIONS TO WS-SIDE-POTIONS
  4710         PERFORM 3950-FINISH-SIDE THRU 3950-EXIT
  4715     END-IF

  4720     IF WS-CUR-OPP-PLAYER-ID NOT = SPACES
  4725         MOVE WS-CUR-OPP-PLAYER-ID TO WS-SIDE-PLAYER-ID
  4730         MOVE "N" TO WS-SIDE-WON-SW
  4735         IF WS-CUR-WINNER = "O"
  4740             SET WS-SIDE-WON TO TRUE
  4745         END-IF
  4750         MOVE WS-CUR-ELF-RACE TO WS-SIDE-BEATEN-RACE
  4755         MOVE WS-CUR-ELF-DMG TO WS-SIDE-DMG-TAKEN
  4760         MOVE WS-OPP-POTIONS TO WS-SIDE-POTIONS
  4765         PERFORM 3950-FINISH-SIDE THRU 3950-EXIT
  4770     END-IF.
  4775 3900-EXIT.
  4780     EXIT.

  4785******************************************************************
  4790* 3950-FINISH-SIDE - a win adds to the side's run, anything else
  4795*                  (a loss, walking away) ends it. The champion's
  4800*                  last duel on the bracket night is kept as the
  4805*                  duel that won the title.
  4810******************************************************************
  4815 3950-FINISH-SIDE.
  4820     PERFORM 3960-FIND-STREAK THRU 3960-EXIT
  4825     IF WS-SIDE-WON
  4830         ADD 1 TO SK-STREAK (WS-STREAK-IDX)
  4835     ELSE
  4840         MOVE ZERO TO SK-STREAK (WS-STREAK-IDX)
  4845     END-IF
  4850     MOVE SK-STREAK (WS-STREAK-IDX) TO WS-SIDE-STREAK

  4855     IF WS-HAVE-CHAMPION
  4860         AND WS-SIDE-PLAYER-ID = WS-CHAMP-PLAYER-ID
  4865         AND WS-CUR-DATE = WS-CHAMP-RUN-DATE
  4870         MOVE WS-CUR-DUEL-ID TO WS-CHAMP-DUEL-ID
  4875     END-IF

  4880     IF NOT WS-NEW-DUEL OR NOT WS-SIDE-WON
  4885         GO TO 3950-EXIT
  4890     END-IF
  4895     MOVE ZERO TO WS-BDGE-IDX
  4900     PERFORM 4000-JUDGE-ONE-BADGE THRU 4000-EXIT
  4905         UNTIL WS-BDGE-IDX NOT LESS THAN WS-BADGE-COUNT.
  4910 3950-EXIT.
  4915     EXIT.

  4920 3960-FIND-STREAK.
  4925     MOVE "N" TO WS-ENTRY-FOUND-SW
  4930     MOVE ZERO TO WS-STREAK-IDX
  4935     PERFORM 3970-CHECK-NEXT-STREAK THRU 3970-EXIT
  4940         UNTIL WS-ENTRY-FOUND
  4945             OR WS-STREAK-IDX NOT LESS THAN WS-STREAK-COUNT
  4950     IF WS-ENTRY-FOUND
  4955         GO TO 3960-EXIT
  4960     END-IF

  4965     IF WS-STREAK-COUNT = 500
  4970         DISPLAY "ACHVUPD: MORE THAN 500 PLAYERS ON DUELHIST - "
  4975             "STREAK TABLE FULL"
  4980         MOVE "E" TO WS-OPS-SEVERITY
  4985         MOVE "STREAK TABLE FULL - RUN ABANDONED"
  4990             TO WS-OPS-TEXT
  4995         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5000         MOVE 12 TO RETURN-CODE
  5005         STOP RUN
  5010     END-IF
  5015     ADD 1 TO WS-STREAK-COUNT
  5020     MOVE WS-STREAK-COUNT TO WS-STREAK-IDX
  5025     MOVE WS-SIDE-PLAYER-ID TO SK-PLAYER-ID (WS-STREAK-IDX)
  5030     MOVE ZERO TO SK-STREAK (WS-STREAK-IDX).
  5035 3960-EXIT.
  5040     EXIT.

  5045 3970-CHECK-NEXT-STREAK.
  5050     ADD 1 TO WS-STREAK-IDX
  5055     IF SK-PLAYER-ID (WS-STREAK-IDX) = WS-SIDE-PLAYER-ID
  5060         SET WS-ENTRY-FOUND TO TRUE
  5065     END-IF.
  5070 3970-EXIT.
  5075     EXIT.

  5080******************************************************************
  5085* 4000-JUDGE-ONE-BADGE - has this win earned the next badge in
  5090*                  the table? The champion badge is judged off
  5095*                  FDRUNCTL once the archive is read, not here.
  5100******************************************************************
  5105 4000-JUDGE-ONE-BADGE.
  5110     ADD 1 TO WS-BDGE-IDX
  5115     MOVE "N" TO WS-EARNED-SW
  5120     EVALUATE BT-RULE-CODE (WS-BDGE-IDX)
  5125         WHEN "FW"
  5130             SET WS-BADGE-EARNED TO TRUE
  5135         WHEN "BR"
  5140             IF WS-SIDE-BEATEN-RACE = BT-RACE-CODE (WS-BDGE-IDX)
  5145                 SET WS-BADGE-EARNED TO TRUE
  5150             END-IF
  5155         WHEN "FL"
  5160             IF WS-SIDE-DMG-TAKEN = ZERO
  5165                 SET WS-BADGE-EARNED TO TRUE
  5170             END-IF
  5175         WHEN "LP"
  5180             IF WS-SIDE-POTIONS NOT LESS THAN WS-POTION-ISSUE
  5185                 SET WS-BADGE-EARNED TO TRUE
  5190             END-IF
  5195         WHEN "LS"
  5200             IF WS-SIDE-STREAK
  5205                 NOT LESS THAN BT-STREAK-LEN (WS-BDGE-IDX)
  5210                 SET WS-BADGE-EARNED TO TRUE
  5215             END-IF
  5220         WHEN OTHER
  5225             CONTINUE
  5230     END-EVALUATE
  5235     IF NOT WS-BADGE-EARNED
  5240         GO TO 4000-EXIT
  5245     END-IF

  5250     MOVE WS-SIDE-PLAYER-ID TO WS-AWD-PLAYER-ID
  5255     MOVE WS-CUR-DUEL-ID TO WS-AWD-DUEL-ID
  5260     PERFORM 4100-AWARD-BADGE THRU 4100-EXIT.
  5265 4000-EXIT.
  5270     EXIT.

  5275******************************************************************
  5280* 4100-AWARD-BADGE - a badge the player already holds is left
  5285*                  alone (unless a dead run wrote it without its
  5290*                  bonus - that is paid now). A new one goes to
  5295*                  ACHVMST first, bonus still due, then 4200
  5300*                  posts the bonus. A badge a dead run left
  5305*                  mid-posting ("P") may or may not be on
  5310*                  PLAYMST; it is never paid again - it is
  5315*                  closed off as paid and listed IN DOUBT, with
  5320*                  an OPSLOG warning, for ops to check against
  5325*                  the player's purse and GOLDJRNL.
  5330*                  Players no longer on PLAYMST, or deactivated,
  5335*                  are passed over.
  5340******************************************************************
  5345 4100-AWARD-BADGE.
  5350     MOVE WS-AWD-PLAYER-ID TO ACH-PLAYER-ID
  5355     MOVE BT-BADGE-CODE (WS-BDGE-IDX) TO ACH-BADGE-CODE
  5360     READ ACHV-FILE
  5365         INVALID KEY
  5370             MOVE "N" TO WS-ENTRY-FOUND-SW
  5375         NOT INVALID KEY
  5380             SET WS-ENTRY-FOUND TO TRUE
  5385     END-READ
  5390     IF WS-ENTRY-FOUND AND ACH-BONUS-PAID
  5395         GO TO 4100-EXIT
  5400     END-IF
  5405     IF WS-ENTRY-FOUND AND ACH-BONUS-POSTING
  5410         PERFORM 4150-CLOSE-IN-DOUBT THRU 4150-EXIT
  5415         GO TO 4100-EXIT
  5420     END-IF

  5425     MOVE WS-AWD-PLAYER-ID TO PLAY-PLAYER-ID
  5430     READ PLAYER-MST-FILE
  5435         INVALID KEY
  5440             DISPLAY "ACHVUPD: PLAYER " WS-AWD-PLAYER-ID
  5445                 " NOT ON PLAYMST - BADGE "
  5450                 BT-BADGE-CODE (WS-BDGE-IDX) " NOT AWARDED"
  5455             ADD 1 TO WS-PLAYERS-SKIPPED
  5460             GO TO 4100-EXIT
  5465     END-READ

  5470     IF WS-ENTRY-FOUND
  5475         PERFORM 4200-PAY-BONUS THRU 4200-EXIT
  5480         ADD 1 TO WS-BONUSES-RECOVERED
  5485         MOVE "LATE PAY" TO AL-NOTE
  5490         PERFORM 4300-WRITE-AWARD-LINE THRU 4300-EXIT
  5495         GO TO 4100-EXIT
  5500     END-IF

  5505     IF NOT PLAY-ACTIVE
  5510         GO TO 4100-EXIT
  5515     END-IF

  5520     MOVE SPACES TO ACH-RECORD
  5525     MOVE WS-AWD-PLAYER-ID TO ACH-PLAYER-ID
  5530     MOVE BT-BADGE-CODE (WS-BDGE-IDX) TO ACH-BADGE-CODE
  5535     MOVE WS-RUN-DATE TO ACH-AWARD-DATE
  5540     MOVE WS-AWD-DUEL-ID TO ACH-DUEL-ID
  5545     MOVE BT-GOLD-BONUS (WS-BDGE-IDX) TO ACH-GOLD-BONUS
  5550     MOVE BT-XP-BONUS (WS-BDGE-IDX) TO ACH-XP-BONUS
  5555     SET ACH-BONUS-DUE TO TRUE
  5560     WRITE ACH-RECORD
  5565         INVALID KEY
  5570             DISPLAY "ACHVUPD: ACHVMST WRITE FAILED FOR "
  5575                 ACH-KEY ", STATUS = " WS-ACHV-STATUS
  5580             MOVE "E" TO WS-OPS-SEVERITY
  5585             MOVE "ACHVMST WRITE FAILED - RUN ABANDONED"
  5590                 TO WS-OPS-TEXT
  5595             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5600             MOVE 12 TO RETURN-CODE
  5605             STOP RUN
  5610     END-WRITE

  5615     PERFORM 4200-PAY-BONUS THRU 4200-EXIT
  5620     ADD 1 TO WS-AWARDS-MADE
  5625     MOVE SPACES TO AL-NOTE
  5630     PERFORM 4300-WRITE-AWARD-LINE THRU 4300-EXIT.
  5635 4100-EXIT.
  5640     EXIT.

  5645******************************************************************
  5650* 4150-CLOSE-IN-DOUBT - a dead run marked this bonus as being
  5655*                  posted and got no further on ACHVMST. Paying
  5660*                  it again could pay it twice, so it is marked
  5665*                  paid as it stands and reported for checking.
  5670******************************************************************
  5675 4150-CLOSE-IN-DOUBT.
  5680     DISPLAY "ACHVUPD: BONUS FOR " ACH-KEY
  5685         " MAY NOT HAVE POSTED - CHECK PLAYMST/GOLDJRNL"
  5690     MOVE "W" TO WS-OPS-SEVERITY
  5695     MOVE SPACES TO WS-OPS-TEXT
  5700     STRING "BONUS IN DOUBT " ACH-PLAYER-ID " " ACH-BADGE-CODE
  5705         " - CHECK PURSE" DELIMITED BY SIZE INTO WS-OPS-TEXT
  5710     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5715     IF WS-HIGHEST-RC < 4
  5720         MOVE 4 TO WS-HIGHEST-RC
  5725     END-IF
  5730     SET ACH-BONUS-PAID TO TRUE
  5735     REWRITE ACH-RECORD
  5740         INVALID KEY
  5745             DISPLAY "ACHVUPD: ACHVMST REWRITE FAILED FOR "
  5750                 ACH-KEY ", STATUS = " WS-ACHV-STATUS
  5755     END-REWRITE
  5760     ADD 1 TO WS-BONUSES-IN-DOUBT
  5765     MOVE "IN DOUBT" TO AL-NOTE
  5770     PERFORM 4300-WRITE-AWARD-LINE THRU 4300-EXIT.
  5775 4150-EXIT.
  5780     EXIT.

  5785******************************************************************
  5790* 4200-PAY-BONUS - post the badge's gold and XP to the player
  5795*                  record in hand, re-derive the level the way
  5800*                  FANTASY-DUEL does (one per 250 XP, capped at
  5805*                  20), journal the gold, then mark the bonus
  5810*                  paid on ACHVMST. ACHVMST is marked "P" (being
  5815*                  posted) before PLAYMST is touched, so a run
  5820*                  that dies between the two rewrites leaves a
  5825*                  record 4100 will not pay a second time.
  5830******************************************************************
  5835 4200-PAY-BONUS.
  5840     IF ACH-GOLD-BONUS = ZERO AND ACH-XP-BONUS = ZERO
  5845         GO TO 4250-MARK-PAID
  5850     END-IF

  5855     SET ACH-BONUS-POSTING TO TRUE
  5860     REWRITE ACH-RECORD
  5865         INVALID KEY
  5870             DISPLAY "ACHVUPD: ACHVMST REWRITE FAILED FOR "
  5875                 ACH-KEY ", STATUS = " WS-ACHV-STATUS
  5880             MOVE "E" TO WS-OPS-SEVERITY
  5885             MOVE "ACHVMST REWRITE FAILED - RUN ABANDONED"
  5890                 TO WS-OPS-TEXT
  5895             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5900             MOVE 12 TO RETURN-CODE
  5905             STOP RUN
  5910     END-REWRITE

  5915     IF PLAY-GOLD NOT NUMERIC
  5920         MOVE ZERO TO PLAY-GOLD
  5925     END-IF
  5930     MOVE PLAY-GOLD TO WS-AWD-GOLD-BEFORE
  5935     ADD ACH-GOLD-BONUS TO PLAY-GOLD
  5940     ADD ACH-XP-BONUS TO PLAY-XP
  5945     COMPUTE WS-AWD-NEW-LEVEL = 1 + (PLAY-XP / 250)
  5950     IF WS-AWD-NEW-LEVEL > 20
  5955         MOVE 20 TO WS-AWD-NEW-LEVEL
  5960     END-IF
  5965     MOVE WS-AWD-NEW-LEVEL TO PLAY-LEVEL
  5970     REWRITE PLAY-RECORD
  5975         INVALID KEY
  5980             DISPLAY "ACHVUPD: PLAYMST REWRITE FAILED FOR "
  5985                 PLAY-PLAYER-ID ", STATUS = " WS-PLAY-STATUS
  5990             MOVE "E" TO WS-OPS-SEVERITY
  5995             MOVE "PLAYMST REWRITE FAILED - RUN ABANDONED"
  6000                 TO WS-OPS-TEXT
  6005             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6010             MOVE 12 TO RETURN-CODE
  6015             STOP RUN
  6020     END-REWRITE
  6025     ADD ACH-GOLD-BONUS TO WS-GOLD-PAID
  6030     ADD ACH-XP-BONUS TO WS-XP-PAID

  6035     IF ACH-GOLD-BONUS > ZERO AND WS-JOURNAL-OPEN
  6040         PERFORM 4210-WRITE-GOLD-JOURNAL THRU 4210-EXIT
  6045     END-IF.
  6050 4250-MARK-PAID.
  6055     SET ACH-BONUS-PAID TO TRUE
  6060     REWRITE ACH-RECORD
  6065         INVALID KEY
  6070             DISPLAY "ACHVUPD: ACHVMST REWRITE FAILED FOR "
  6075                 ACH-KEY ", STATUS = " WS-ACHV-STATUS
  6080     END-REWRITE.
  6085 4200-EXIT.
  6090     EXIT.

  6095 4210-WRITE-GOLD-JOURNAL.
  6100     MOVE SPACES TO GOLD-JRNL-RECORD
  6105     MOVE PLAY-PLAYER-ID TO GJ-PLAYER-ID
  6110     ACCEPT GJ-POST-DATE FROM DATE YYYYMMDD
  6115     ACCEPT WS-AWD-TIME-RAW FROM TIME
  6120     MOVE WS-AWD-TIME-HHMMSS TO GJ-POST-TIME
  6125     MOVE "ACHVUPD" TO GJ-SOURCE-PGM
  6130     SET GJ-ACHIEVEMENT-BONUS TO TRUE
  6135     MOVE ACH-DUEL-ID TO GJ-REF-DUEL
  6140     SET GJ-CREDIT TO TRUE
  6145     MOVE ACH-GOLD-BONUS TO GJ-AMOUNT
  6150     MOVE WS-AWD-GOLD-BEFORE TO GJ-BEFORE-BAL
  6155     MOVE PLAY-GOLD TO GJ-AFTER-BAL
  6160     WRITE GOLD-JRNL-RECORD.
  6165 4210-EXIT.
  6170     EXIT.

  6175 4300-WRITE-AWARD-LINE.
  6180     MOVE ACH-PLAYER-ID TO AL-PLAYER-ID
  6185     MOVE ACH-BADGE-CODE TO AL-BADGE-CODE
  6190     MOVE BT-BADGE-NAME (WS-BDGE-IDX) TO AL-BADGE-NAME
  6195     MOVE ACH-DUEL-DATE TO AL-DUEL-DATE
  6200     MOVE ACH-DUEL-TIME TO AL-DUEL-TIME
  6205     MOVE ACH-DUEL-SEQ TO AL-DUEL-SEQ
  6210     MOVE ACH-GOLD-BONUS TO AL-GOLD
  6215     MOVE ACH-XP-BONUS TO AL-XP
  6220     WRITE ACHV-RPT-LINE FROM WS-AWARD-LINE.
  6225 4300-EXIT.
  6230     EXIT.

  6235******************************************************************
  6240* 5000-AWARD-CHAMPION - crown the bracket champion with every
  6245*                  active champion badge. The duel recorded is
  6250*                  the champion's last of the night (the final);
  6255*                  a one-entry bracket is won without a duel and
  6260*                  records zeros.
  6265******************************************************************
  6270 5000-AWARD-CHAMPION.
  6275     MOVE ZERO TO WS-BDGE-IDX
  6280     PERFORM 5100-CROWN-ONE-BADGE THRU 5100-EXIT
  6285         UNTIL WS-BDGE-IDX NOT LESS THAN WS-BADGE-COUNT.
  6290 5000-EXIT.
  6295     EXIT.

  6300 5100-CROWN-ONE-BADGE.
  6305     ADD 1 TO WS-BDGE-IDX
  6310     IF BT-RULE-CODE (WS-BDGE-IDX) NOT = "CH"
  6315         GO TO 5100-EXIT
  6320     END-IF
  6325     MOVE WS-CHAMP-PLAYER-ID TO WS-AWD-PLAYER-ID
  6330     MOVE WS-CHAMP-DUEL-ID TO WS-AWD-DUEL-ID
  6335     PERFORM 4100-AWARD-BADGE THRU 4100-EXIT.
  6340 5100-EXIT.
  6345     EXIT.

  6350 8000-WRITE-TOTALS.
  6355     IF WS-AWARDS-MADE = ZERO AND WS-BONUSES-RECOVERED = ZERO
  6360             AND WS-BONUSES-IN-DOUBT = ZERO
  6365         WRITE ACHV-RPT-LINE FROM WS-NONE-LINE
  6370     END-IF
  6375     MOVE SPACES TO ACHV-RPT-LINE
  6380     WRITE ACHV-RPT-LINE
  6385     MOVE WS-HEADERS-READ TO TL-HEADERS
  6390     MOVE WS-DUELS-JUDGED TO TL-JUDGED
  6395     MOVE WS-VOIDED-SKIPPED TO TL-VOIDED
  6400     WRITE ACHV-RPT-LINE FROM WS-TOTAL-LINE-1
  6405     MOVE WS-AWARDS-MADE TO TL-AWARDS
  6410     MOVE WS-GOLD-PAID TO TL-GOLD
  6415     MOVE WS-XP-PAID TO TL-XP
  6420     WRITE ACHV-RPT-LINE FROM WS-TOTAL-LINE-2
  6425     MOVE WS-BONUSES-RECOVERED TO TL-RECOVERED
  6430     MOVE WS-PLAYERS-SKIPPED TO TL-SKIPPED
  6435     MOVE WS-BONUSES-IN-DOUBT TO TL-IN-DOUBT
  6440     WRITE ACHV-RPT-LINE FROM WS-TOTAL-LINE-3.
  6445 8000-EXIT.
  6450     EXIT.

  6455******************************************************************
  6460* 8500-WRITE-ACHV-MARK - stamp ACHVMRK with the newest duel id
  6465*                  judged, so tomorrow starts past it. Only a run
  6470*                  that got this far moves the mark; an abended
  6475*                  run is simply run again, and ACHVMST's key
  6480*                  keeps it from awarding anything twice.
  6485******************************************************************
  6490 8500-WRITE-ACHV-MARK.
  6495     OPEN OUTPUT ACHV-MARK-FILE.
  6500     IF NOT WS-MARK-OK
  6505         DISPLAY "ACHVUPD: UNABLE TO WRITE ACHVMRK, STATUS = "
  6510             WS-MARK-STATUS
  6515         MOVE "W" TO WS-OPS-SEVERITY
  6520         MOVE "ACHVMRK NOT WRITTEN - DUELS WILL BE REJUDGED"
  6525             TO WS-OPS-TEXT
  6530         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6535         IF WS-HIGHEST-RC < 4
  6540             MOVE 4 TO WS-HIGHEST-RC
  6545         END-IF
  6550         GO TO 8500-EXIT
  6555     END-IF
  6560     MOVE SPACES TO ACMK-RECORD
  6565     MOVE WS-NEWEST-DUEL-ID TO ACMK-LAST-DUEL-ID
  6570     MOVE WS-RUN-DATE TO ACMK-RUN-DATE
  6575     WRITE ACMK-RECORD
  6580     CLOSE ACHV-MARK-FILE.
  6585 8500-EXIT.
  6590     EXIT.

  6595 9000-TERMINATE.
  6600     CLOSE ACHV-FILE.
  6605     CLOSE PLAYER-MST-FILE.
  6610     IF WS-JOURNAL-OPEN
  6615         CLOSE GOLD-JRNL-FILE
  6620     END-IF
  6625     CLOSE ACHV-RPT-FILE.

  6630     IF WS-PLAYERS-SKIPPED NOT = ZERO
  6635         MOVE "W" TO WS-OPS-SEVERITY
  6640         MOVE SPACES TO WS-OPS-TEXT
  6645         STRING WS-PLAYERS-SKIPPED
  6650             " BADGE(S) NOT AWARDED - PLAYER NOT ON PLAYMST"
  6655             DELIMITED BY SIZE INTO WS-OPS-TEXT
  6660         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6665         IF WS-HIGHEST-RC < 4
  6670             MOVE 4 TO WS-HIGHEST-RC
  6675         END-IF
  6680     END-IF
  6685     MOVE "I" TO WS-OPS-SEVERITY
  6690     MOVE SPACES TO WS-OPS-TEXT
  6695     STRING "TOTALS DUELS " WS-DUELS-JUDGED
  6700         " BADGES " WS-AWARDS-MADE
  6705         " GOLD " WS-GOLD-PAID
  6710         DELIMITED BY SIZE INTO WS-OPS-TEXT
  6715     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  6720 9000-EXIT.
  6725     EXIT.

  6730******************************************************************
  6735* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  6740*                  end and return code: complete at RC 4 or
  6745*                  less, failed above, so the jobs that follow
  6750*                  know whether they may run. A calendar that
  6755*                  cannot be updated is logged and the job ends
  6760*                  RC=4 - its work is done, but the jobs after
  6765*                  it stay held until the operator bypasses it.
  6770******************************************************************
  6775 9800-RECORD-RUN-END.
  6780     OPEN I-O RUN-CAL-FILE.
  6785     IF NOT WS-RCAL-OK
  6790         DISPLAY "ACHVUPD: UNABLE TO OPEN RUNCAL, STATUS = "
  6795             WS-RCAL-STATUS
  6800         GO TO 9800-NOT-RECORDED
  6805     END-IF
  6810     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  6815     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  6820     READ RUN-CAL-FILE
  6825         INVALID KEY
  6830             CLOSE RUN-CAL-FILE
  6835             GO TO 9800-NOT-RECORDED
  6840     END-READ
  6845     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  6850     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  6855     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  6860     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  6865     IF WS-HIGHEST-RC > 4
  6870         SET RCAL-FAILED TO TRUE
  6875     ELSE
  6880         SET RCAL-COMPLETE TO TRUE
  6885     END-IF
  6890     REWRITE RCAL-RECORD
  6895     IF NOT WS-RCAL-OK
  6900         CLOSE RUN-CAL-FILE
  6905         GO TO 9800-NOT-RECORDED
  6910     END-IF
  6915     CLOSE RUN-CAL-FILE
  6920     GO TO 9800-EXIT.
  6925 9800-NOT-RECORDED.
  6930     MOVE "W" TO WS-OPS-SEVERITY
  6935     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  6940         TO WS-OPS-TEXT
  6945     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6950     IF WS-HIGHEST-RC < 4
  6955         MOVE 4 TO WS-HIGHEST-RC
  6960     END-IF.
  6965 9800-EXIT.
  6970     EXIT.

  6975******************************************************************
  6980* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  6985*                  the common operations log. Open-write-close
  6990*                  per entry, so the log never blocks another
  6995*                  program in the suite; a log that will not
  7000*                  open is shouted to SYSOUT and skipped - it
  7005*                  must never take the job down itself.
  7010******************************************************************
  7015 9900-WRITE-OPS-LOG.
  7020     OPEN EXTEND OPS-LOG-FILE.
  7025     IF NOT WS-OPS-OK
  7030         DISPLAY "ACHVUPD: UNABLE TO OPEN OPSLOG, STATUS = "
  7035             WS-OPS-STATUS
  7040         GO TO 9900-EXIT
  7045     END-IF
  7050     MOVE SPACES TO OPS-LOG-RECORD
  7055     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  7060     ACCEPT WS-OPS-TIME-RAW FROM TIME
  7065     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  7070     MOVE "ACHVUPD" TO OPS-PROGRAM
  7075     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  7080     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  7085     WRITE OPS-LOG-RECORD
  7090     CLOSE OPS-LOG-FILE.
  7095 9900-EXIT.
  7100     EXIT.
