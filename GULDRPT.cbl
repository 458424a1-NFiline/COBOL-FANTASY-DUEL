  1000******************************************************************
  1005* Author: Nicolas Filine
  1010* Installation: Fantasy Duel Games
  1015* Date-Written: 15 Oct 2026
  1020* Purpose: Guild standings report (GULDRPT). Rolls members'
  1025*          wins, losses and total damage up to their guilds -
  1030*          the current season off LDRBRD, past seasons off
  1035*          SEASHIST - crediting a guild only for the time the
  1040*          player belonged to it (GMBRMST join/leave dates):
  1045*            - a member for the whole of a season brings that
  1050*              season's LDRBRD or SEASHIST totals in one go;
  1055*            - a member for part of a season brings only the
  1060*              duels fought while in the guild, recounted off
  1065*              the DUELHIST headers the way LBRDRCN recounts
  1070*              the leaderboard (win, loss, quit neither, own
  1075*              damage dealt every time; voided duels left out;
  1080*              a PvP duel credits both sides).
  1085*          A season's dates are the SEASNBDY close that began
  1090*          it and the close that ended it; SEASHIST seasons
  1095*          closed before those dates were recorded cannot be
  1100*          credited to anyone. Guilds are ranked on current-
  1105*          season wins (ties by guild id, as LBRDRPT breaks
  1110*          them), followed by the past-season totals and the
  1115*          head-to-head record between guilds from the PvP
  1120*          duels on DUELHIST where both players were members
  1125*          of different guilds on the duel date. Read-only.
  1130* Tectonics: cobc -x GULDRPT.cbl -I copybooks
  1135*
  1140* Modification History
  1145*   15 Oct 2026  NF  Initial version.
  1150******************************************************************
  1155 IDENTIFICATION DIVISION.
  1160 PROGRAM-ID. GULDRPT.
  1165 AUTHOR. NICOLAS FILINE.
  1170 INSTALLATION. FANTASY DUEL GAMES.
  1175 DATE-WRITTEN. 15 OCT 2026.
  1180 DATE-COMPILED.

  1185 ENVIRONMENT DIVISION.
  1190 INPUT-OUTPUT SECTION.
  1195 FILE-CONTROL.
  1200     SELECT GULD-MASTER-FILE ASSIGN TO "GULDMST"
  1205         ORGANIZATION IS INDEXED
  1210         ACCESS MODE IS SEQUENTIAL
  1215         RECORD KEY IS GULD-GUILD-ID
  1220         FILE STATUS IS WS-GULD-STATUS.

  1225     SELECT GMBR-FILE ASSIGN TO "GMBRMST"
  1230         ORGANIZATION IS INDEXED
  1235         ACCESS MODE IS SEQUENTIAL
  1240         RECORD KEY IS GMBR-KEY
  1245         FILE STATUS IS WS-GMBR-STATUS.

  1250     SELECT LBRD-FILE ASSIGN TO "LDRBRD"
  1255         ORGANIZATION IS INDEXED
  1260         ACCESS MODE IS SEQUENTIAL
  1265         RECORD KEY IS LBRD-PLAYER-ID
  1270         FILE STATUS IS WS-LBRD-STATUS.

  1275     SELECT SEAS-HIST-FILE ASSIGN TO "SEASHIST"
  1280         ORGANIZATION IS LINE SEQUENTIAL
  1285         FILE STATUS IS WS-SEAS-STATUS.

  1290     SELECT SEASN-BDY-FILE ASSIGN TO "SEASNBDY"
  1295         ORGANIZATION IS LINE SEQUENTIAL
  1300         FILE STATUS IS WS-BDY-STATUS.

  1305     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1310         ORGANIZATION IS LINE SEQUENTIAL
  1315         FILE STATUS IS WS-HIST-STATUS.

  1320     SELECT GULD-SORT-FILE ASSIGN TO "GULDSORT".

  1325     SELECT GULD-RPT-FILE ASSIGN TO "GULDRPT"
  1330         ORGANIZATION IS LINE SEQUENTIAL
  1335         FILE STATUS IS WS-RPT-STATUS.

  1340     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1345         ORGANIZATION IS LINE SEQUENTIAL
  1350         FILE STATUS IS WS-OPS-STATUS.

  1355 DATA DIVISION.
  1360 FILE SECTION.
  1365 FD  GULD-MASTER-FILE.
  1370     COPY GULDREC.

  1375 FD  GMBR-FILE.
  1380     COPY GMBRREC.

  1385 FD  LBRD-FILE.
  1390     COPY LBRDREC.

  1395 FD  SEAS-HIST-FILE.
  1400     COPY SEASHREC.

  1405 FD  SEASN-BDY-FILE.
  1410     COPY SBDYREC.

  1415 FD  DUEL-HIST-FILE.
  1420     COPY HISTREC.

  1425 SD  GULD-SORT-FILE.
  1430 01  GULD-SORT-RECORD.
  1435     05  GS-CUR-WINS             PIC 9(05).
  1440     05  GS-GUILD-ID             PIC X(06).
  1445     05  GS-GT-IDX               PIC 9(03).

  1450 FD  GULD-RPT-FILE.
  1455 01  GULD-RPT-LINE               PIC X(80).

  1460 FD  OPS-LOG-FILE.
  1465     COPY OPSREC.

  1470 WORKING-STORAGE SECTION.
  1475 01  WS-FILE-STATUSES.
  1480     05  WS-GULD-STATUS          PIC X(02) VALUE SPACES.
  1485         88  WS-GULD-OK          VALUE "00".
  1490     05  WS-GMBR-STATUS          PIC X(02) VALUE SPACES.
  1495         88  WS-GMBR-OK          VALUE "00".
  1500     05  WS-LBRD-STATUS          PIC X(02) VALUE SPACES.
  1505         88  WS-LBRD-OK          VALUE "00".
  1510     05  WS-SEAS-STATUS          PIC X(02) VALUE SPACES.
  1515         88  WS-SEAS-OK          VALUE "00".
  1520     05  WS-BDY-STATUS           PIC X(02) VALUE SPACES.
  1525         88  WS-BDY-OK           VALUE "00".
  1530     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
  1535         88  WS-HIST-OK          VALUE "00".
  1540     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1545         88  WS-RPT-OK           VALUE "00".
  1550     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1555         88  WS-OPS-OK           VALUE "00".

  1560 01  WS-SWITCHES.
  1565     05  WS-GULD-EOF-SW          PIC X(01) VALUE "N".
  1570         88  WS-END-OF-GULD      VALUE "Y".
  1575     05  WS-GMBR-EOF-SW          PIC X(01) VALUE "N".
  1580         88  WS-END-OF-GMBR      VALUE "Y".
  1585     05  WS-LBRD-EOF-SW          PIC X(01) VALUE "N".
  1590         88  WS-END-OF-LBRD      VALUE "Y".
  1595     05  WS-SEAS-EOF-SW          PIC X(01) VALUE "N".
  1600         88  WS-END-OF-SEAS      VALUE "Y".
  1605     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1610         88  WS-END-OF-HIST      VALUE "Y".
  1615     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
  1620         88  WS-END-OF-SORT      VALUE "Y".
  1625     05  WS-SEAS-AVAIL-SW        PIC X(01) VALUE "N".
  1630         88  WS-SEAS-AVAIL       VALUE "Y".
  1635     05  WS-MBR-FOUND-SW         PIC X(01) VALUE "N".
  1640         88  WS-MBR-FOUND        VALUE "Y".
  1645     05  WS-WINDOW-FOUND-SW      PIC X(01) VALUE "N".
  1650         88  WS-WINDOW-FOUND     VALUE "Y".
  1655     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  1660         88  WS-ENTRY-FOUND      VALUE "Y".

  1665 01  WS-COUNTERS.
  1670     05  WS-DUELS-READ           PIC 9(05) VALUE ZERO.
  1675     05  WS-VOIDED-SKIPPED       PIC 9(05) VALUE ZERO.
  1680     05  WS-UNDATED-SKIPPED      PIC 9(05) VALUE ZERO.
  1685     05  WS-SEAS-UNDATED         PIC 9(05) VALUE ZERO.
  1690     05  WS-RANK-NO              PIC 9(05) VALUE ZERO.
  1695     05  WS-GT-IDX               PIC 9(03) VALUE ZERO.
  1700     05  WS-MT-IDX               PIC 9(04) VALUE ZERO.
  1705     05  WS-ST-IDX               PIC 9(03) VALUE ZERO.
  1710     05  WS-HH-IDX               PIC 9(03) VALUE ZERO.
  1715     05  WS-MBR-IDX              PIC 9(04) VALUE ZERO.
  1720     05  WS-A-GT-IDX             PIC 9(03) VALUE ZERO.
  1725     05  WS-B-GT-IDX             PIC 9(03) VALUE ZERO.
  1730     05  WS-LO-GT-IDX            PIC 9(03) VALUE ZERO.
  1735     05  WS-HI-GT-IDX            PIC 9(03) VALUE ZERO.

  1740 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
  1745 01  WS-CUR-START                PIC 9(08) VALUE ZERO.
  1750 01  WS-OPEN-END                 PIC 9(08) VALUE 99999999.

  1755******************************************************************
  1760* WS-CREDIT-WORK - one side of a duel (or one LDRBRD/SEASHIST
  1765*               record) on its way to a guild: whose it is,
  1770*               when, and what it brings.
  1775******************************************************************
  1780 01  WS-CREDIT-WORK.
  1785     05  WS-SEARCH-PLAYER-ID     PIC X(08) VALUE SPACES.
  1790     05  WS-SEARCH-DATE          PIC 9(08) VALUE ZERO.
  1795     05  WS-SEARCH-SEASON-ID     PIC X(06) VALUE SPACES.
  1800     05  WS-CR-WINS              PIC 9(05) VALUE ZERO.
  1805     05  WS-CR-LOSSES            PIC 9(05) VALUE ZERO.
  1810     05  WS-CR-DMG               PIC 9(07) VALUE ZERO.
  1815     05  WS-WIN-START            PIC 9(08) VALUE ZERO.
  1820     05  WS-WIN-END              PIC 9(08) VALUE ZERO.

  1825******************************************************************
  1830* WS-OPS-WORK - one operations-log entry in the making, plus
  1835*               the worst condition seen so far: 0 clean, 4
  1840*               warnings, 12 fatal. The highest value becomes
  1845*               the job's return code.
  1850******************************************************************
  1855 01  WS-OPS-WORK.
  1860     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  1865     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  1870     05  WS-OPS-TIME-RAW.
  1875         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  1880         10  FILLER              PIC 9(02).
  1885     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  1890******************************************************************
  1895* WS-GUILD-TABLE - every guild on GULDMST, in guild-id order,
  1900*               with what its members have been credited.
  1905******************************************************************
  1910 01  WS-GUILD-TABLE.
  1915     05  WS-GUILD-COUNT          PIC 9(03) VALUE ZERO.
  1920     05  WS-GUILD-ENTRY OCCURS 200 TIMES.
  1925         10  GT-GUILD-ID         PIC X(06).
  1930         10  GT-GUILD-NAME       PIC X(20).
  1935         10  GT-STATUS           PIC X(01).
  1940             88  GT-DISBANDED    VALUE "D".
  1945         10  GT-MEMBERS          PIC 9(05).
  1950         10  GT-CUR-WINS         PIC 9(05).
  1955         10  GT-CUR-LOSSES       PIC 9(05).
  1960         10  GT-CUR-DMG          PIC 9(07).
  1965         10  GT-PAST-WINS        PIC 9(06).
  1970         10  GT-PAST-LOSSES      PIC 9(06).
  1975         10  GT-PAST-DMG         PIC 9(08).

  1980******************************************************************
  1985* WS-MEMBER-TABLE - every membership on GMBRMST, in player then
  1990*               join-date order. MT-END-DATE is the leave date,
  1995*               or all nines while the player is still in.
  2000******************************************************************
  2005 01  WS-MEMBER-TABLE.
  2010     05  WS-MEMBER-COUNT         PIC 9(04) VALUE ZERO.
  2015     05  WS-MEMBER-ENTRY OCCURS 2000 TIMES.
  2020         10  MT-PLAYER-ID        PIC X(08).
  2025         10  MT-JOIN-DATE        PIC 9(08).
  2030         10  MT-END-DATE         PIC 9(08).
  2035         10  MT-GT-IDX           PIC 9(03).

  2040******************************************************************
  2045* WS-SEASON-TABLE - each closed season SEASHIST carries dates
  2050*               for: from its opening close up to, not
  2055*               including, its own close.
  2060******************************************************************
  2065 01  WS-SEASON-TABLE.
  2070     05  WS-SEASON-COUNT         PIC 9(03) VALUE ZERO.
  2075     05  WS-SEASON-ENTRY OCCURS 240 TIMES.
  2080         10  ST-SEASON-ID        PIC X(06).
  2085         10  ST-START            PIC 9(08).
  2090         10  ST-END              PIC 9(08).

  2095******************************************************************
  2100* WS-H2H-TABLE - one slot per pair of guilds that have met,
  2105*               the lower guild id first.
  2110******************************************************************
  2115 01  WS-H2H-TABLE.
  2120     05  WS-H2H-COUNT            PIC 9(03) VALUE ZERO.
  2125     05  WS-H2H-ENTRY OCCURS 500 TIMES.
  2130         10  HH-LO-GT-IDX        PIC 9(03).
  2135         10  HH-HI-GT-IDX        PIC 9(03).
  2140         10  HH-DUELS            PIC 9(05).
  2145         10  HH-LO-WINS          PIC 9(05).
  2150         10  HH-HI-WINS          PIC 9(05).

  2155 01  WS-HEADING-1.
  2160     05  FILLER                  PIC X(20)
  2165         VALUE "FANTASY DUEL - GUILD".
  2170     05  FILLER                  PIC X(20)
  2175         VALUE " STANDINGS          ".
  2180     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
  2185     05  HL-RUN-DATE             PIC 9(08).

  2190 01  WS-SEASON-START-LINE.
  2195     05  FILLER                  PIC X(28)
  2200         VALUE "CURRENT SEASON STARTED    : ".
  2205     05  SSL-DATE                PIC 9(08).

  2210 01  WS-NO-CLOSE-LINE.
  2215     05  FILLER                  PIC X(44) VALUE
  2220         "NO SEASON CLOSED YET - CURRENT SEASON IS ALL".

  2225 01  WS-CUR-TITLE-LINE.
  2230     05  FILLER                  PIC X(40) VALUE
  2235         "CURRENT SEASON - RANKED ON WINS".

  2240 01  WS-PAST-TITLE-LINE.
  2245     05  FILLER                  PIC X(40) VALUE
  2250         "PAST SEASONS - CREDITED WHILE MEMBERS".

  2255 01  WS-COLHDR-CUR.
  2260     05  FILLER                  PIC X(07) VALUE "RANK".
  2265     05  FILLER                  PIC X(07) VALUE "GUILD".
  2270     05  FILLER                  PIC X(21) VALUE "NAME".
  2275     05  FILLER                  PIC X(06) VALUE " MBRS".
  2280     05  FILLER                  PIC X(07) VALUE "  WINS".
  2285     05  FILLER                  PIC X(07) VALUE "LOSSES".
  2290     05  FILLER                  PIC X(09) VALUE "TOTAL DMG".

  2295 01  WS-COLHDR-PAST.
  2300     05  FILLER                  PIC X(07) VALUE "GUILD".
  2305     05  FILLER                  PIC X(21) VALUE "NAME".
  2310     05  FILLER                  PIC X(06) VALUE "  WINS".
  2315     05  FILLER                  PIC X(07) VALUE " LOSSES".
  2320     05  FILLER                  PIC X(10) VALUE " TOTAL DMG".

  2325 01  WS-CUR-LINE.
  2330     05  CL-RANK-NO              PIC ZZZZ9.
  2335     05  FILLER                  PIC X(02) VALUE SPACES.
  2340     05  CL-GUILD-ID             PIC X(06).
  2345     05  FILLER                  PIC X(01) VALUE SPACES.
  2350     05  CL-GUILD-NAME           PIC X(20).
  2355     05  FILLER                  PIC X(01) VALUE SPACES.
  2360     05  CL-MEMBERS              PIC ZZZZ9.
  2365     05  FILLER                  PIC X(02) VALUE SPACES.
  2370     05  CL-WINS                 PIC ZZZZ9.
  2375     05  FILLER                  PIC X(02) VALUE SPACES.
  2380     05  CL-LOSSES               PIC ZZZZ9.
  2385     05  FILLER                  PIC X(03) VALUE SPACES.
  2390     05  CL-DMG                  PIC ZZZZZZ9.
  2395     05  FILLER                  PIC X(01) VALUE SPACES.
  2400     05  CL-STATUS               PIC X(09).

  2405 01  WS-PAST-LINE.
  2410     05  PL-GUILD-ID             PIC X(06).
  2415     05  FILLER                  PIC X(01) VALUE SPACES.
  2420     05  PL-GUILD-NAME           PIC X(20).
  2425     05  FILLER                  PIC X(01) VALUE SPACES.
  2430     05  PL-WINS                 PIC ZZZZZ9.
  2435     05  FILLER                  PIC X(01) VALUE SPACES.
  2440     05  PL-LOSSES               PIC ZZZZZ9.
  2445     05  FILLER                  PIC X(02) VALUE SPACES.
  2450     05  PL-DMG                  PIC ZZZZZZZ9.
  2455     05  FILLER                  PIC X(01) VALUE SPACES.
  2460     05  PL-STATUS               PIC X(09).

  2465 01  WS-SEASONS-LINE.
  2470     05  FILLER                  PIC X(28)
  2475         VALUE "DATED SEASONS ON SEASHIST : ".
  2480     05  SNL-COUNT               PIC ZZ9.

  2485 01  WS-UNDATED-SEAS-LINE.
  2490     05  FILLER                  PIC X(28)
  2495         VALUE "SEASHIST ROWS WITHOUT DATES".
  2500     05  FILLER                  PIC X(02) VALUE ": ".
  2505     05  USL-COUNT               PIC ZZZZ9.
  2510     05  FILLER                  PIC X(22)
  2515         VALUE "  (NOT CREDITED)".

  2520 01  WS-H2H-TITLE-LINE.
  2525     05  FILLER                  PIC X(44) VALUE
  2530         "HEAD-TO-HEAD - PVP DUELS BETWEEN GUILDS".

  2535 01  WS-COLHDR-H2H.
  2540     05  FILLER                  PIC X(18)
  2545         VALUE "GUILD  VS GUILD".
  2550     05  FILLER                  PIC X(05) VALUE "DUELS".
  2555     05  FILLER                  PIC X(09) VALUE "  WINS(L)".
  2560     05  FILLER                  PIC X(07) VALUE "WINS(R)".

  2565 01  WS-H2H-LINE.
  2570     05  HL-LO-GUILD-ID          PIC X(06).
  2575     05  FILLER                  PIC X(04) VALUE " VS ".
  2580     05  HL-HI-GUILD-ID          PIC X(06).
  2585     05  FILLER                  PIC X(02) VALUE SPACES.
  2590     05  HL-DUELS                PIC ZZZZ9.
  2595     05  FILLER                  PIC X(04) VALUE SPACES.
  2600     05  HL-LO-WINS              PIC ZZZZ9.
  2605     05  FILLER                  PIC X(02) VALUE SPACES.
  2610     05  HL-HI-WINS              PIC ZZZZ9.

  2615 01  WS-NO-GUILDS-LINE.
  2620     05  FILLER                  PIC X(24) VALUE
  2625         "NO GUILDS ON GULDMST".

  2630 01  WS-NO-H2H-LINE.
  2635     05  FILLER                  PIC X(36) VALUE
  2640         "NO PVP DUELS BETWEEN GUILD MEMBERS".

  2645 01  WS-TOTAL-LINE-1.
  2650     05  FILLER                  PIC X(16)
  2655         VALUE "DUELS READ     :".
  2660     05  TL-DUELS                PIC ZZZZ9.
  2665     05  FILLER                  PIC X(16)
  2670         VALUE "   VOIDED      :".
  2675     05  TL-VOIDED               PIC ZZZZ9.
  2680     05  FILLER                  PIC X(16)
  2685         VALUE "   UNDATED     :".
  2690     05  TL-UNDATED              PIC ZZZZ9.

  2695 PROCEDURE DIVISION.
  2700 0000-MAIN-PROCEDURE.
  2705     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2710     PERFORM 2000-LOAD-GUILD THRU 2000-EXIT
  2715         UNTIL WS-END-OF-GULD.
  2720     PERFORM 2100-LOAD-MEMBERSHIP THRU 2100-EXIT
  2725         UNTIL WS-END-OF-GMBR.
  2730     IF WS-SEAS-AVAIL
  2735         PERFORM 3000-CREDIT-ONE-SEASON-ROW THRU 3000-EXIT
  2740             UNTIL WS-END-OF-SEAS
  2745     END-IF
  2750     PERFORM 4000-CREDIT-ONE-LBRD THRU 4000-EXIT
  2755         UNTIL WS-END-OF-LBRD.
  2760     PERFORM 5000-CREDIT-ONE-DUEL THRU 5000-EXIT
  2765         UNTIL WS-END-OF-HIST.
  2770     SORT GULD-SORT-FILE
  2775         ON DESCENDING KEY GS-CUR-WINS
  2780         ON ASCENDING KEY GS-GUILD-ID
  2785         INPUT PROCEDURE IS 7000-RELEASE-GUILDS
  2790         OUTPUT PROCEDURE IS 7500-WRITE-CURRENT.
  2795     PERFORM 8000-WRITE-PAST-SEASONS THRU 8000-EXIT.
  2800     PERFORM 8500-WRITE-HEAD-TO-HEAD THRU 8500-EXIT.
  2805     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2810     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2815     STOP RUN.

  2820******************************************************************
  2825* 1000-INITIALIZE - open everything and pick up the current
  2830*                   season's start from SEASNBDY. No SEASNBDY
  2835*                   means no close yet: the season runs from the
  2840*                   first duel. No SEASHIST likewise just means
  2845*                   no past seasons to credit.
  2850******************************************************************
  2855 1000-INITIALIZE.
  2860     OPEN INPUT GULD-MASTER-FILE.
  2865     IF NOT WS-GULD-OK
  2870         DISPLAY "GULDRPT: UNABLE TO OPEN GULDMST, STATUS = "
  2875             WS-GULD-STATUS
  2880         MOVE "E" TO WS-OPS-SEVERITY
  2885         MOVE "GULDMST OPEN FAILED" TO WS-OPS-TEXT
  2890         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2895         MOVE 12 TO RETURN-CODE
  2900         STOP RUN
  2905     END-IF

  2910     OPEN INPUT GMBR-FILE.
  2915     IF NOT WS-GMBR-OK
  2920         DISPLAY "GULDRPT: UNABLE TO OPEN GMBRMST, STATUS = "
  2925             WS-GMBR-STATUS
  2930         MOVE "E" TO WS-OPS-SEVERITY
  2935         MOVE "GMBRMST OPEN FAILED" TO WS-OPS-TEXT
  2940         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2945         MOVE 12 TO RETURN-CODE
  2950         STOP RUN
  2955     END-IF

  2960     OPEN INPUT LBRD-FILE.
  2965     IF NOT WS-LBRD-OK
  2970         DISPLAY "GULDRPT: UNABLE TO OPEN LDRBRD, STATUS = "
  2975             WS-LBRD-STATUS
  2980         MOVE "E" TO WS-OPS-SEVERITY
  2985         MOVE "LDRBRD OPEN FAILED" TO WS-OPS-TEXT
  2990         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2995         MOVE 12 TO RETURN-CODE
  3000         STOP RUN
  3005     END-IF

  3010     OPEN INPUT DUEL-HIST-FILE.
  3015     IF NOT WS-HIST-OK
  3020         DISPLAY "GULDRPT: UNABLE TO OPEN DUELHIST, STATUS = "
  3025             WS-HIST-STATUS
  3030         MOVE "E" TO WS-OPS-SEVERITY
  3035         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  3040         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3045         MOVE 12 TO RETURN-CODE
  3050         STOP RUN
  3055     END-IF

  3060     OPEN INPUT SEAS-HIST-FILE.
  3065     IF WS-SEAS-OK
  3070         MOVE "Y" TO WS-SEAS-AVAIL-SW
  3075     END-IF

  3080     OPEN OUTPUT GULD-RPT-FILE.
  3085     IF NOT WS-RPT-OK
  3090         DISPLAY "GULDRPT: UNABLE TO OPEN GULDRPT, STATUS = "
  3095             WS-RPT-STATUS
  3100         MOVE "E" TO WS-OPS-SEVERITY
  3105         MOVE "GULDRPT OPEN FAILED" TO WS-OPS-TEXT
  3110         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3115         MOVE 12 TO RETURN-CODE
  3120         STOP RUN
  3125     END-IF

  3130     PERFORM 1100-READ-SEASON-BOUNDARY THRU 1100-EXIT

  3135     ACCEPT WS-TODAY FROM DATE YYYYMMDD
  3140     MOVE WS-TODAY TO HL-RUN-DATE
  3145     WRITE GULD-RPT-LINE FROM WS-HEADING-1
  3150     IF WS-CUR-START = ZERO
  3155         WRITE GULD-RPT-LINE FROM WS-NO-CLOSE-LINE
  3160     ELSE
  3165         MOVE WS-CUR-START TO SSL-DATE
  3170         WRITE GULD-RPT-LINE FROM WS-SEASON-START-LINE
  3175     END-IF
  3180     MOVE SPACES TO GULD-RPT-LINE
  3185     WRITE GULD-RPT-LINE.
  3190 1000-EXIT.
  3195     EXIT.

  3200******************************************************************
  3205* 1100-READ-SEASON-BOUNDARY - the close date SEASNCLS stamped
  3210*                  last is the first day of the season in
  3215*                  progress. Missing or empty file = no close
  3220*                  yet = zero.
  3225******************************************************************
  3230 1100-READ-SEASON-BOUNDARY.
  3235     OPEN INPUT SEASN-BDY-FILE.
  3240     IF NOT WS-BDY-OK
  3245         GO TO 1100-EXIT
  3250     END-IF

  3255     READ SEASN-BDY-FILE
  3260         AT END
  3265             CLOSE SEASN-BDY-FILE
  3270             GO TO 1100-EXIT
  3275     END-READ
  3280     MOVE SBDY-CLOSE-DATE TO WS-CUR-START
  3285     CLOSE SEASN-BDY-FILE.
  3290 1100-EXIT.
  3295     EXIT.

  3300 2000-LOAD-GUILD.
  3305     READ GULD-MASTER-FILE
  3310         AT END
  3315             SET WS-END-OF-GULD TO TRUE
  3320             GO TO 2000-EXIT
  3325     END-READ

  3330     IF WS-GUILD-COUNT = 200
  3335         DISPLAY "GULDRPT: MORE THAN 200 GUILDS ON GULDMST - "
  3340             "GUILD TABLE FULL"
  3345         MOVE "E" TO WS-OPS-SEVERITY
  3350         MOVE "GUILD TABLE FULL - REPORT ABANDONED"
  3355             TO WS-OPS-TEXT
  3360         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3365         MOVE 12 TO RETURN-CODE
  3370         STOP RUN
  3375     END-IF

  3380     ADD 1 TO WS-GUILD-COUNT
  3385     MOVE WS-GUILD-COUNT TO WS-GT-IDX
  3390     MOVE GULD-GUILD-ID TO GT-GUILD-ID (WS-GT-IDX)
  3395     MOVE GULD-GUILD-NAME TO GT-GUILD-NAME (WS-GT-IDX)
  3400     MOVE GULD-STATUS TO GT-STATUS (WS-GT-IDX)
  3405     MOVE ZERO TO GT-MEMBERS (WS-GT-IDX)
  3410     MOVE ZERO TO GT-CUR-WINS (WS-GT-IDX)
  3415     MOVE ZERO TO GT-CUR-LOSSES (WS-GT-IDX)
  3420     MOVE ZERO TO GT-CUR-DMG (WS-GT-IDX)
  3425     MOVE ZERO TO GT-PAST-WINS (WS-GT-IDX)
  3430     MOVE ZERO TO GT-PAST-LOSSES (WS-GT-IDX)
  3435     MOVE ZERO TO GT-PAST-DMG (WS-GT-IDX).
  3440 2000-EXIT.
  3445     EXIT.

  3450******************************************************************
  3455* 2100-LOAD-MEMBERSHIP - table one membership against its
  3460*                  guild's slot, counting the current members.
  3465*                  A membership of a guild not on GULDMST is
  3470*                  warned about and left out.
  3475******************************************************************
  3480 2100-LOAD-MEMBERSHIP.
  3485     READ GMBR-FILE
  3490         AT END
  3495             SET WS-END-OF-GMBR TO TRUE
  3500             GO TO 2100-EXIT
  3505     END-READ

  3510     MOVE "N" TO WS-ENTRY-FOUND-SW
  3515     MOVE ZERO TO WS-GT-IDX
  3520     PERFORM 2150-CHECK-ONE-GUILD THRU 2150-EXIT
  3525         UNTIL WS-ENTRY-FOUND
  3530             OR WS-GT-IDX NOT LESS THAN WS-GUILD-COUNT
  3535     IF NOT WS-ENTRY-FOUND
  3540         DISPLAY "GULDRPT: PLAYER " GMBR-PLAYER-ID
  3545             " MEMBER OF UNKNOWN GUILD " GMBR-GUILD-ID
  3550             " - NOT CREDITED"
  3555         MOVE "W" TO WS-OPS-SEVERITY
  3560         MOVE SPACES TO WS-OPS-TEXT
  3565         STRING "MEMBERSHIP " GMBR-PLAYER-ID
  3570             " NAMES UNKNOWN GUILD " GMBR-GUILD-ID
  3575             DELIMITED BY SIZE INTO WS-OPS-TEXT
  3580         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3585         IF WS-HIGHEST-RC < 4
  3590             MOVE 4 TO WS-HIGHEST-RC
  3595         END-IF
  3600         GO TO 2100-EXIT
  3605     END-IF

  3610     IF WS-MEMBER-COUNT = 2000
  3615         DISPLAY "GULDRPT: MORE THAN 2000 MEMBERSHIPS ON "
  3620             "GMBRMST - MEMBER TABLE FULL"
  3625         MOVE "E" TO WS-OPS-SEVERITY
  3630         MOVE "MEMBER TABLE FULL - REPORT ABANDONED"
  3635             TO WS-OPS-TEXT
  3640         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3645         MOVE 12 TO RETURN-CODE
  3650         STOP RUN
  3655     END-IF

  3660     ADD 1 TO WS-MEMBER-COUNT
  3665     MOVE WS-MEMBER-COUNT TO WS-MT-IDX
  3670     MOVE GMBR-PLAYER-ID TO MT-PLAYER-ID (WS-MT-IDX)
  3675     MOVE GMBR-JOIN-DATE TO MT-JOIN-DATE (WS-MT-IDX)
  3680     MOVE WS-GT-IDX TO MT-GT-IDX (WS-MT-IDX)
  3685     IF GMBR-CURRENT
  3690         MOVE WS-OPEN-END TO MT-END-DATE (WS-MT-IDX)
  3695         ADD 1 TO GT-MEMBERS (WS-GT-IDX)
  3700     ELSE
  3705         MOVE GMBR-LEAVE-DATE TO MT-END-DATE (WS-MT-IDX)
  3710     END-IF.
  3715 2100-EXIT.
  3720     EXIT.

  3725 2150-CHECK-ONE-GUILD.
  3730     ADD 1 TO WS-GT-IDX
  3735     IF GT-GUILD-ID (WS-GT-IDX) = GMBR-GUILD-ID
  3740         SET WS-ENTRY-FOUND TO TRUE
  3745     END-IF.
  3750 2150-EXIT.
  3755     EXIT.

  3760******************************************************************
  3765* 2900-FIND-MEMBERSHIP - the membership of WS-SEARCH-PLAYER-ID
  3770*                  in force on WS-SEARCH-DATE: joined on or
  3775*                  before it, not yet left. Sets WS-MBR-FOUND
  3780*                  and WS-MBR-IDX.
  3785******************************************************************
  3790 2900-FIND-MEMBERSHIP.
  3795     MOVE "N" TO WS-MBR-FOUND-SW
  3800     MOVE ZERO TO WS-MT-IDX
  3805     PERFORM 2950-CHECK-ONE-MEMBERSHIP THRU 2950-EXIT
  3810         UNTIL WS-MBR-FOUND
  3815             OR WS-MT-IDX NOT LESS THAN WS-MEMBER-COUNT.
  3820 2900-EXIT.
  3825     EXIT.

  3830 2950-CHECK-ONE-MEMBERSHIP.
  3835     ADD 1 TO WS-MT-IDX
  3840     IF MT-PLAYER-ID (WS-MT-IDX) = WS-SEARCH-PLAYER-ID
  3845         AND MT-JOIN-DATE (WS-MT-IDX) NOT > WS-SEARCH-DATE
  3850         AND MT-END-DATE (WS-MT-IDX) > WS-SEARCH-DATE
  3855         SET WS-MBR-FOUND TO TRUE
  3860         MOVE WS-MT-IDX TO WS-MBR-IDX
  3865     END-IF.
  3870 2950-EXIT.
  3875     EXIT.

  3880******************************************************************
  3885* 3000-CREDIT-ONE-SEASON-ROW - a closed season's totals go to
  3890*                  the player's guild in one piece only if the
  3895*                  player was in it from the season's first day
  3900*                  to its close. A part-season member is picked
  3905*                  up duel by duel in 5000. Each dated season is
  3910*                  tabled on first sight for 5000's use.
  3915******************************************************************
  3920 3000-CREDIT-ONE-SEASON-ROW.
  3925     READ SEAS-HIST-FILE
  3930         AT END
  3935             SET WS-END-OF-SEAS TO TRUE
  3940             GO TO 3000-EXIT
  3945     END-READ

  3950     IF SH-SEASON-START NOT NUMERIC
  3955         OR SH-SEASON-END NOT NUMERIC
  3960         ADD 1 TO WS-SEAS-UNDATED
  3965         GO TO 3000-EXIT
  3970     END-IF

  3975     MOVE SH-SEASON-ID TO WS-SEARCH-SEASON-ID
  3980     PERFORM 3100-FIND-SEASON-ENTRY THRU 3100-EXIT

  3985     MOVE SH-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  3990     MOVE SH-SEASON-START TO WS-SEARCH-DATE
  3995     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
  4000     IF NOT WS-MBR-FOUND
  4005         GO TO 3000-EXIT
  4010     END-IF
  4015     IF MT-END-DATE (WS-MBR-IDX) < SH-SEASON-END
  4020         GO TO 3000-EXIT
  4025     END-IF

  4030     MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-GT-IDX
  4035     ADD SH-WINS TO GT-PAST-WINS (WS-GT-IDX)
  4040     ADD SH-LOSSES TO GT-PAST-LOSSES (WS-GT-IDX)
  4045     ADD SH-TOTAL-DMG TO GT-PAST-DMG (WS-GT-IDX).
  4050 3000-EXIT.
  4055     EXIT.

  4060 3100-FIND-SEASON-ENTRY.
  4065     MOVE "N" TO WS-ENTRY-FOUND-SW
  4070     MOVE ZERO TO WS-ST-IDX
  4075     PERFORM 3150-CHECK-ONE-SEASON THRU 3150-EXIT
  4080         UNTIL WS-ENTRY-FOUND
  4085             OR WS-ST-IDX NOT LESS THAN WS-SEASON-COUNT
  4090     IF WS-ENTRY-FOUND
  4095         GO TO 3100-EXIT
  4100     END-IF

  4105     IF WS-SEASON-COUNT = 240
  4110         DISPLAY "GULDRPT: MORE THAN 240 SEASONS ON SEASHIST - "
  4115             "SEASON TABLE FULL"
  4120         MOVE "E" TO WS-OPS-SEVERITY
  4125         MOVE "SEASON TABLE FULL - REPORT ABANDONED"
  4130             TO WS-OPS-TEXT
  4135         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4140         MOVE 12 TO RETURN-CODE
  4145         STOP RUN
  4150     END-IF

  4155     ADD 1 TO WS-SEASON-COUNT
  4160     MOVE WS-SEASON-COUNT TO WS-ST-IDX
  4165     MOVE SH-SEASON-ID TO ST-SEASON-ID (WS-ST-IDX)
  4170     MOVE SH-SEASON-START TO ST-START (WS-ST-IDX)
  4175     MOVE SH-SEASON-END TO ST-END (WS-ST-IDX).
  4180 3100-EXIT.
  4185     EXIT.

  4190 3150-CHECK-ONE-SEASON.
  4195     ADD 1 TO WS-ST-IDX
  4200     IF ST-SEASON-ID (WS-ST-IDX) = WS-SEARCH-SEASON-ID
  4205         SET WS-ENTRY-FOUND TO TRUE
  4210     END-IF.
  4215 3150-EXIT.
  4220     EXIT.

  4225******************************************************************
  4230* 4000-CREDIT-ONE-LBRD - the live leaderboard is the current
  4235*                  season; it goes to the guild in one piece
  4240*                  only for a player who has been in that guild
  4245*                  since the season started and still is.
  4250******************************************************************
  4255 4000-CREDIT-ONE-LBRD.
  4260     READ LBRD-FILE
  4265         AT END
  4270             SET WS-END-OF-LBRD TO TRUE
  4275             GO TO 4000-EXIT
  4280     END-READ

  4285     MOVE LBRD-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  4290     MOVE WS-CUR-START TO WS-SEARCH-DATE
  4295     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
  4300     IF NOT WS-MBR-FOUND
  4305         GO TO 4000-EXIT
  4310     END-IF
  4315     IF MT-END-DATE (WS-MBR-IDX) NOT = WS-OPEN-END
  4320         GO TO 4000-EXIT
  4325     END-IF

  4330     MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-GT-IDX
  4335     ADD LBRD-WINS TO GT-CUR-WINS (WS-GT-IDX)
  4340     ADD LBRD-LOSSES TO GT-CUR-LOSSES (WS-GT-IDX)
  4345     ADD LBRD-TOTAL-DMG TO GT-CUR-DMG (WS-GT-IDX).
  4350 4000-EXIT.
  4355     EXIT.

  4360******************************************************************
  4365* 5000-CREDIT-ONE-DUEL - one archive header: credit each side
  4370*                  whose season 3000/4000 did not already cover
  4375*                  whole, and tally a PvP duel between members
  4380*                  of two different guilds head to head.
  4385******************************************************************
  4390 5000-CREDIT-ONE-DUEL.
  4395     READ DUEL-HIST-FILE
  4400         AT END
  4405             SET WS-END-OF-HIST TO TRUE
  4410             GO TO 5000-EXIT
  4415     END-READ

  4420     IF NOT HIST-HEADER-REC
  4425         GO TO 5000-EXIT
  4430     END-IF
  4435     ADD 1 TO WS-DUELS-READ
  4440     IF HIST-VOIDED
  4445         ADD 1 TO WS-VOIDED-SKIPPED
  4450         GO TO 5000-EXIT
  4455     END-IF

  4460     MOVE HIST-DUEL-DATE TO WS-SEARCH-DATE
  4465     PERFORM 5100-FIND-DUEL-SEASON THRU 5100-EXIT
  4470     IF NOT WS-WINDOW-FOUND
  4475         ADD 1 TO WS-UNDATED-SKIPPED
  4480     END-IF

  4485     MOVE ZERO TO WS-A-GT-IDX
  4490     MOVE ZERO TO WS-B-GT-IDX

  4495     MOVE HIST-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  4500     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
  4505     IF WS-MBR-FOUND
  4510         MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-A-GT-IDX
  4515         MOVE ZERO TO WS-CR-WINS
  4520         MOVE ZERO TO WS-CR-LOSSES
  4525         EVALUATE HIST-WINNER-CODE
  4530             WHEN "E"
  4535                 MOVE 1 TO WS-CR-WINS
  4540             WHEN "O"
  4545                 MOVE 1 TO WS-CR-LOSSES
  4550         END-EVALUATE
  4555         MOVE HIST-ELF-DMG-DEALT TO WS-CR-DMG
  4560         PERFORM 5200-CREDIT-PART-SEASON THRU 5200-EXIT
  4565     END-IF

  4570     IF HIST-OPP-PLAYER-ID = SPACES
  4575         GO TO 5000-EXIT
  4580     END-IF

  4585     MOVE HIST-OPP-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  4590     PERFORM 2900-FIND-MEMBERSHIP THRU 2900-EXIT
  4595     IF WS-MBR-FOUND
  4600         MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-B-GT-IDX
  4605         MOVE ZERO TO WS-CR-WINS
  4610         MOVE ZERO TO WS-CR-LOSSES
  4615         EVALUATE HIST-WINNER-CODE
  4620             WHEN "E"
  4625                 MOVE 1 TO WS-CR-LOSSES
  4630             WHEN "O"
  4635                 MOVE 1 TO WS-CR-WINS
  4640         END-EVALUATE
  4645         MOVE HIST-OPP-DMG-DEALT TO WS-CR-DMG
  4650         PERFORM 5200-CREDIT-PART-SEASON THRU 5200-EXIT
  4655     END-IF

  4660     IF WS-A-GT-IDX NOT = ZERO
  4665         AND WS-B-GT-IDX NOT = ZERO
  4670         AND WS-A-GT-IDX NOT = WS-B-GT-IDX
  4675         PERFORM 5500-TALLY-HEAD-TO-HEAD THRU 5500-EXIT
  4680     END-IF.
  4685 5000-EXIT.
  4690     EXIT.

  4695******************************************************************
  4700* 5100-FIND-DUEL-SEASON - the dates of the season the duel in
  4705*                  WS-SEARCH-DATE belongs to: the current season
  4710*                  from the last close on, else the dated
  4715*                  SEASHIST season it falls inside. Sets
  4720*                  WS-WIN-START/WS-WIN-END and WS-WINDOW-FOUND.
  4725******************************************************************
  4730 5100-FIND-DUEL-SEASON.
  4735     MOVE "N" TO WS-WINDOW-FOUND-SW
  4740     IF WS-SEARCH-DATE NOT < WS-CUR-START
  4745         MOVE WS-CUR-START TO WS-WIN-START
  4750         MOVE WS-OPEN-END TO WS-WIN-END
  4755         SET WS-WINDOW-FOUND TO TRUE
  4760         GO TO 5100-EXIT
  4765     END-IF

  4770     MOVE ZERO TO WS-ST-IDX
  4775     PERFORM 5150-CHECK-ONE-WINDOW THRU 5150-EXIT
  4780         UNTIL WS-WINDOW-FOUND
  4785             OR WS-ST-IDX NOT LESS THAN WS-SEASON-COUNT.
  4790 5100-EXIT.
  4795     EXIT.

  4800 5150-CHECK-ONE-WINDOW.
  4805     ADD 1 TO WS-ST-IDX
  4810     IF ST-START (WS-ST-IDX) NOT > WS-SEARCH-DATE
  4815         AND ST-END (WS-ST-IDX) > WS-SEARCH-DATE
  4820         MOVE ST-START (WS-ST-IDX) TO WS-WIN-START
  4825         MOVE ST-END (WS-ST-IDX) TO WS-WIN-END
  4830         SET WS-WINDOW-FOUND TO TRUE
  4835     END-IF.
  4840 5150-EXIT.
  4845     EXIT.

  4850******************************************************************
  4855* 5200-CREDIT-PART-SEASON - credit one side of the duel to the
  4860*                  guild of membership WS-MBR-IDX, unless that
  4865*                  membership spans the whole season (already
  4870*                  credited from LDRBRD or SEASHIST) or the
  4875*                  duel's season has no dates to judge by.
  4880******************************************************************
  4885 5200-CREDIT-PART-SEASON.
  4890     IF NOT WS-WINDOW-FOUND
  4895         GO TO 5200-EXIT
  4900     END-IF
  4905     IF MT-JOIN-DATE (WS-MBR-IDX) NOT > WS-WIN-START
  4910         AND MT-END-DATE (WS-MBR-IDX) NOT < WS-WIN-END
  4915         GO TO 5200-EXIT
  4920     END-IF

  4925     MOVE MT-GT-IDX (WS-MBR-IDX) TO WS-GT-IDX
  4930     IF WS-WIN-END = WS-OPEN-END
  4935         ADD WS-CR-WINS TO GT-CUR-WINS (WS-GT-IDX)
  4940         ADD WS-CR-LOSSES TO GT-CUR-LOSSES (WS-GT-IDX)
  4945         ADD WS-CR-DMG TO GT-CUR-DMG (WS-GT-IDX)
  4950     ELSE
  4955         ADD WS-CR-WINS TO GT-PAST-WINS (WS-GT-IDX)
  4960         ADD WS-CR-LOSSES TO GT-PAST-LOSSES (WS-GT-IDX)
  4965         ADD WS-CR-DMG TO GT-PAST-DMG (WS-GT-IDX)
  4970     END-IF.
  4975 5200-EXIT.
  4980     EXIT.

  4985******************************************************************
  4990* 5500-TALLY-HEAD-TO-HEAD - find or open the slot for the two
  4995*                  guilds (lower guild id first - the guild
  5000*                  table is in id order) and count the duel and
  5005*                  its winner. A quit counts as a meeting only.
  5010******************************************************************
  5015 5500-TALLY-HEAD-TO-HEAD.
  5020     IF WS-A-GT-IDX < WS-B-GT-IDX
  5025         MOVE WS-A-GT-IDX TO WS-LO-GT-IDX
  5030         MOVE WS-B-GT-IDX TO WS-HI-GT-IDX
  5035     ELSE
  5040         MOVE WS-B-GT-IDX TO WS-LO-GT-IDX
  5045         MOVE WS-A-GT-IDX TO WS-HI-GT-IDX
  5050     END-IF

  5055     MOVE "N" TO WS-ENTRY-FOUND-SW
  5060     MOVE ZERO TO WS-HH-IDX
  5065     PERFORM 5550-CHECK-ONE-PAIR THRU 5550-EXIT
  5070         UNTIL WS-ENTRY-FOUND
  5075             OR WS-HH-IDX NOT LESS THAN WS-H2H-COUNT
  5080     IF NOT WS-ENTRY-FOUND
  5085         IF WS-H2H-COUNT = 500
  5090             DISPLAY "GULDRPT: MORE THAN 500 GUILD PAIRINGS - "
  5095                 "HEAD-TO-HEAD TABLE FULL"
  5100             MOVE "E" TO WS-OPS-SEVERITY
  5105             MOVE "HEAD-TO-HEAD TABLE FULL - REPORT ABANDONED"
  5110                 TO WS-OPS-TEXT
  5115             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5120             MOVE 12 TO RETURN-CODE
  5125             STOP RUN
  5130         END-IF
  5135         ADD 1 TO WS-H2H-COUNT
  5140         MOVE WS-H2H-COUNT TO WS-HH-IDX
  5145         MOVE WS-LO-GT-IDX TO HH-LO-GT-IDX (WS-HH-IDX)
  5150         MOVE WS-HI-GT-IDX TO HH-HI-GT-IDX (WS-HH-IDX)
  5155         MOVE ZERO TO HH-DUELS (WS-HH-IDX)
  5160         MOVE ZERO TO HH-LO-WINS (WS-HH-IDX)
  5165         MOVE ZERO TO HH-HI-WINS (WS-HH-IDX)
  5170     END-IF

  5175     ADD 1 TO HH-DUELS (WS-HH-IDX)
  5180     EVALUATE TRUE
  5185         WHEN HIST-WINNER-CODE = "E"
  5190             AND WS-A-GT-IDX = WS-LO-GT-IDX
  5195             ADD 1 TO HH-LO-WINS (WS-HH-IDX)
  5200         WHEN HIST-WINNER-CODE = "E"
  5205             ADD 1 TO HH-HI-WINS (WS-HH-IDX)
  5210         WHEN HIST-WINNER-CODE = "O"
  5215             AND WS-B-GT-IDX = WS-LO-GT-IDX
  5220             ADD 1 TO HH-LO-WINS (WS-HH-IDX)
  5225         WHEN HIST-WINNER-CODE = "O"
  5230             ADD 1 TO HH-HI-WINS (WS-HH-IDX)
  5235     END-EVALUATE.
  5240 5500-EXIT.
  5245     EXIT.

  5250 5550-CHECK-ONE-PAIR.
  5255     ADD 1 TO WS-HH-IDX
  5260     IF HH-LO-GT-IDX (WS-HH-IDX) = WS-LO-GT-IDX
  5265         AND HH-HI-GT-IDX (WS-HH-IDX) = WS-HI-GT-IDX
  5270         SET WS-ENTRY-FOUND TO TRUE
  5275     END-IF.
  5280 5550-EXIT.
  5285     EXIT.

  5290******************************************************************
  5295* 7000-RELEASE-GUILDS - hand every guild to the sort keyed for
  5300*                  a current-season wins-first ranking.
  5305******************************************************************
  5310 7000-RELEASE-GUILDS.
  5315     MOVE ZERO TO WS-GT-IDX
  5320     PERFORM 7100-RELEASE-ONE-GUILD THRU 7100-EXIT
  5325         UNTIL WS-GT-IDX NOT LESS THAN WS-GUILD-COUNT.
  5330 7000-EXIT.
  5335     EXIT.

  5340 7100-RELEASE-ONE-GUILD.
  5345     ADD 1 TO WS-GT-IDX
  5350     MOVE GT-CUR-WINS (WS-GT-IDX) TO GS-CUR-WINS
  5355     MOVE GT-GUILD-ID (WS-GT-IDX) TO GS-GUILD-ID
  5360     MOVE WS-GT-IDX TO GS-GT-IDX
  5365     RELEASE GULD-SORT-RECORD.
  5370 7100-EXIT.
  5375     EXIT.

  5380******************************************************************
  5385* 7500-WRITE-CURRENT - RETURN the guilds in rank order and
  5390*                  write the current-season standings.
  5395******************************************************************
  5400 7500-WRITE-CURRENT.
  5405     WRITE GULD-RPT-LINE FROM WS-CUR-TITLE-LINE
  5410     IF WS-GUILD-COUNT = ZERO
  5415         WRITE GULD-RPT-LINE FROM WS-NO-GUILDS-LINE
  5420         GO TO 7500-EXIT
  5425     END-IF
  5430     WRITE GULD-RPT-LINE FROM WS-COLHDR-CUR
  5435     PERFORM 7600-WRITE-ONE-RANKING THRU 7600-EXIT
  5440         UNTIL WS-END-OF-SORT.
  5445 7500-EXIT.
  5450     EXIT.

  5455 7600-WRITE-ONE-RANKING.
  5460     RETURN GULD-SORT-FILE
  5465         AT END
  5470             SET WS-END-OF-SORT TO TRUE
  5475             GO TO 7600-EXIT
  5480     END-RETURN

  5485     MOVE GS-GT-IDX TO WS-GT-IDX
  5490     ADD 1 TO WS-RANK-NO
  5495     MOVE WS-RANK-NO TO CL-RANK-NO
  5500     MOVE GT-GUILD-ID (WS-GT-IDX) TO CL-GUILD-ID
  5505     MOVE GT-GUILD-NAME (WS-GT-IDX) TO CL-GUILD-NAME
  5510     MOVE GT-MEMBERS (WS-GT-IDX) TO CL-MEMBERS
  5515     MOVE GT-CUR-WINS (WS-GT-IDX) TO CL-WINS
  5520     MOVE GT-CUR-LOSSES (WS-GT-IDX) TO CL-LOSSES
  5525     MOVE GT-CUR-DMG (WS-GT-IDX) TO CL-DMG
  5530     IF GT-DISBANDED (WS-GT-IDX)
  5535         MOVE "DISBANDED" TO CL-STATUS
  5540     ELSE
  5545         MOVE SPACES TO CL-STATUS
  5550     END-IF
  5555     WRITE GULD-RPT-LINE FROM WS-CUR-LINE.
  5560 7600-EXIT.
  5565     EXIT.

  5570******************************************************************
  5575* 8000-WRITE-PAST-SEASONS - every guild's credited totals over
  5580*                  all closed seasons, in guild-id order.
  5585******************************************************************
  5590 8000-WRITE-PAST-SEASONS.
  5595     MOVE SPACES TO GULD-RPT-LINE
  5600     WRITE GULD-RPT-LINE
  5605     WRITE GULD-RPT-LINE FROM WS-PAST-TITLE-LINE
  5610     MOVE WS-SEASON-COUNT TO SNL-COUNT
  5615     WRITE GULD-RPT-LINE FROM WS-SEASONS-LINE
  5620     IF WS-SEAS-UNDATED NOT = ZERO
  5625         MOVE WS-SEAS-UNDATED TO USL-COUNT
  5630         WRITE GULD-RPT-LINE FROM WS-UNDATED-SEAS-LINE
  5635     END-IF
  5640     IF WS-GUILD-COUNT = ZERO
  5645         GO TO 8000-EXIT
  5650     END-IF
  5655     WRITE GULD-RPT-LINE FROM WS-COLHDR-PAST
  5660     MOVE ZERO TO WS-GT-IDX
  5665     PERFORM 8100-WRITE-ONE-PAST THRU 8100-EXIT
  5670         UNTIL WS-GT-IDX NOT LESS THAN WS-GUILD-COUNT.
  5675 8000-EXIT.
  5680     EXIT.

  5685 8100-WRITE-ONE-PAST.
  5690     ADD 1 TO WS-GT-IDX
  5695     MOVE GT-GUILD-ID (WS-GT-IDX) TO PL-GUILD-ID
  5700     MOVE GT-GUILD-NAME (WS-GT-IDX) TO PL-GUILD-NAME
  5705     MOVE GT-PAST-WINS (WS-GT-IDX) TO PL-WINS
  5710     MOVE GT-PAST-LOSSES (WS-GT-IDX) TO PL-LOSSES
  5715     MOVE GT-PAST-DMG (WS-GT-IDX) TO PL-DMG
  5720     IF GT-DISBANDED (WS-GT-IDX)
  5725         MOVE "DISBANDED" TO PL-STATUS
  5730     ELSE
  5735         MOVE SPACES TO PL-STATUS
  5740     END-IF
  5745     WRITE GULD-RPT-LINE FROM WS-PAST-LINE.
  5750 8100-EXIT.
  5755     EXIT.

  5760******************************************************************
  5765* 8500-WRITE-HEAD-TO-HEAD - one line per pair of guilds that
  5770*                  have met, in the order they first met.
  5775******************************************************************
  5780 8500-WRITE-HEAD-TO-HEAD.
  5785     MOVE SPACES TO GULD-RPT-LINE
  5790     WRITE GULD-RPT-LINE
  5795     WRITE GULD-RPT-LINE FROM WS-H2H-TITLE-LINE
  5800     IF WS-H2H-COUNT = ZERO
  5805         WRITE GULD-RPT-LINE FROM WS-NO-H2H-LINE
  5810         GO TO 8500-EXIT
  5815     END-IF
  5820     WRITE GULD-RPT-LINE FROM WS-COLHDR-H2H
  5825     MOVE ZERO TO WS-HH-IDX
  5830     PERFORM 8600-WRITE-ONE-PAIR THRU 8600-EXIT
  5835         UNTIL WS-HH-IDX NOT LESS THAN WS-H2H-COUNT.
  5840 8500-EXIT.
  5845     EXIT.

  5850 8600-WRITE-ONE-PAIR.
  5855     ADD 1 TO WS-HH-IDX
  5860     MOVE HH-LO-GT-IDX (WS-HH-IDX) TO WS-LO-GT-IDX
  5865     MOVE HH-HI-GT-IDX (WS-HH-IDX) TO WS-HI-GT-IDX
  5870     MOVE GT-GUILD-ID (WS-LO-GT-IDX) TO HL-LO-GUILD-ID
  5875     MOVE GT-GUILD-ID (WS-HI-GT-IDX) TO HL-HI-GUILD-ID
  5880     MOVE HH-DUELS (WS-HH-IDX) TO HL-DUELS
  5885     MOVE HH-LO-WINS (WS-HH-IDX) TO HL-LO-WINS
  5890     MOVE HH-HI-WINS (WS-HH-IDX) TO HL-HI-WINS
  5895     WRITE GULD-RPT-LINE FROM WS-H2H-LINE.
  5900 8600-EXIT.
  5905     EXIT.

  5910 9000-TERMINATE.
  5915     MOVE SPACES TO GULD-RPT-LINE
  5920     WRITE GULD-RPT-LINE
  5925     MOVE WS-DUELS-READ TO TL-DUELS
  5930     MOVE WS-VOIDED-SKIPPED TO TL-VOIDED
  5935     MOVE WS-UNDATED-SKIPPED TO TL-UNDATED
  5940     WRITE GULD-RPT-LINE FROM WS-TOTAL-LINE-1

  5945     CLOSE GULD-MASTER-FILE GMBR-FILE LBRD-FILE.
  5950     CLOSE DUEL-HIST-FILE GULD-RPT-FILE.
  5955     IF WS-SEAS-AVAIL
  5960         CLOSE SEAS-HIST-FILE
  5965     END-IF

  5970     MOVE "I" TO WS-OPS-SEVERITY
  5975     MOVE SPACES TO WS-OPS-TEXT
  5980     STRING "TOTALS GUILDS " WS-GUILD-COUNT
  5985         " MBRSHIPS " WS-MEMBER-COUNT
  5990         " DUELS " WS-DUELS-READ
  5995         DELIMITED BY SIZE INTO WS-OPS-TEXT
  6000     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  6005 9000-EXIT.
  6010     EXIT.

  6015******************************************************************
  6020* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  6025*                  the common operations log. Open-write-close
  6030*                  per entry, so the log never blocks another
  6035*                  program in the suite; a log that will not
  6040*                  open is shouted to SYSOUT and skipped - it
  6045*                  must never take the job down itself.
  6050******************************************************************
  6055 9900-WRITE-OPS-LOG.
  6060     OPEN EXTEND OPS-LOG-FILE.
  6065     IF NOT WS-OPS-OK
  6070         DISPLAY "GULDRPT: UNABLE TO OPEN OPSLOG, STATUS = "
  6075             WS-OPS-STATUS
  6080         GO TO 9900-EXIT
  6085     END-IF
  6090     MOVE SPACES TO OPS-LOG-RECORD
  6095     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  6100     ACCEPT WS-OPS-TIME-RAW FROM TIME
  6105     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  6110     MOVE "GULDRPT" TO OPS-PROGRAM
  6115     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  6120     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  6125     WRITE OPS-LOG-RECORD
  6130     CLOSE OPS-LOG-FILE.
  6135 9900-EXIT.
  6140     EXIT.
