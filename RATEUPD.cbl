  1000******************************************************************
  1005* Author: Nicolas Filine
  1010* Installation: Fantasy Duel Games
  1015* Date-Written: 15 Oct 2026
  1020* Purpose: Skill rating update. Reads the DUELHIST archive
  1025*          headers and moves every player's Elo-style rating
  1030*          (RATEMST) for each duel archived since that player
  1035*          was last rated - a win against a stronger opponent
  1040*          earns more than a win against a weaker one, a loss
  1045*          to a weaker one costs more. The opponent's strength
  1050*          is the other player's rating going into the duel
  1055*          for PvP, or the monster race's fixed CMBT-RATING
  1060*          from CMBTMST. Quits and rejects rate nobody. Every
  1065*          rated duel leaves a RATEHIST record of what it did,
  1070*          so when DUELVOID later voids a duel that was already
  1075*          rated, the next run takes that change back off the
  1080*          rating. Prints the rating movement (old, new, delta,
  1085*          duels rated) on RATERPT.
  1090* Tectonics: cobc -x RATEUPD.cbl -I copybooks
  1095*
  1100* Modification History
  1105*   15 Oct 2026  NF  Initial version.
  1110*   15 Oct 2026  NF  Runs under the business-date run calendar
  1115*                     (RUNCAL): will not start (RC=12, OPSLOG
  1120*                     entry) until FDBATCH has finished clean
  1125*                     or been bypassed for the open business
  1130*                     date, and records its own start, end and
  1135*                     return code there.
  1136*   15 Oct 2026  NF  A RATEMST or RATEHIST record that will not
  1137*                     write is logged W to OPSLOG with the player
  1138*                     and ends the run RC=4.
  1140******************************************************************
  1145 IDENTIFICATION DIVISION.
  1150 PROGRAM-ID. RATEUPD.
  1155 AUTHOR. NICOLAS FILINE.
  1160 INSTALLATION. FANTASY DUEL GAMES.
  1165 DATE-WRITTEN. 15 OCT 2026.
  1170 DATE-COMPILED.

  1175 ENVIRONMENT DIVISION.
  1180 INPUT-OUTPUT SECTION.
  1185 FILE-CONTROL.
  1190     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1195         ORGANIZATION IS LINE SEQUENTIAL
  1200         FILE STATUS IS WS-HIST-STATUS.

  1205     SELECT CMBT-FILE ASSIGN TO "CMBTMST"
  1210         ORGANIZATION IS INDEXED
  1215         ACCESS MODE IS RANDOM
  1220         RECORD KEY IS CMBT-RACE-CODE
  1225         FILE STATUS IS WS-CMBT-STATUS.

  1230     SELECT RATE-FILE ASSIGN TO "RATEMST"
  1235         ORGANIZATION IS INDEXED
  1240         ACCESS MODE IS RANDOM
  1245         RECORD KEY IS RATE-PLAYER-ID
  1250         FILE STATUS IS WS-RATE-STATUS.

  1255     SELECT RATE-HIST-FILE ASSIGN TO "RATEHIST"
  1260         ORGANIZATION IS INDEXED
  1265         ACCESS MODE IS RANDOM
  1270         RECORD KEY IS RH-KEY
  1275         FILE STATUS IS WS-RH-STATUS.

  1280     SELECT RATE-RPT-FILE ASSIGN TO "RATERPT"
  1285         ORGANIZATION IS LINE SEQUENTIAL
  1290         FILE STATUS IS WS-RPT-STATUS.

  1295     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1300         ORGANIZATION IS INDEXED
  1305         ACCESS MODE IS RANDOM
  1310         RECORD KEY IS RCAL-KEY
  1315         FILE STATUS IS WS-RCAL-STATUS.

  1320     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1325         ORGANIZATION IS LINE SEQUENTIAL
  1330         FILE STATUS IS WS-OPS-STATUS.

  1335 DATA DIVISION.
  1340 FILE SECTION.
  1345 FD  DUEL-HIST-FILE.
  1350     COPY HISTREC.

  1355 FD  CMBT-FILE.
  1360     COPY CMBTREC.

  1365 FD  RATE-FILE.
  1370     COPY RATEREC.

  1375 FD  RATE-HIST-FILE.
  1380     COPY RHSTREC.

  1385 FD  RATE-RPT-FILE.
  1390 01  RATE-RPT-LINE               PIC X(80).

  1395 FD  RUN-CAL-FILE.
  1400     COPY RCALREC.

  1405 FD  OPS-LOG-FILE.
  1410     COPY OPSREC.

  1415 WORKING-STORAGE SECTION.
  1420 01  WS-FILE-STATUSES.
  1425     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
  1430         88  WS-HIST-OK          VALUE "00".
  1435     05  WS-CMBT-STATUS          PIC X(02) VALUE SPACES.
  1440         88  WS-CMBT-OK          VALUE "00".
  1445     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
  1450         88  WS-RATE-OK          VALUE "00".
  1455         88  WS-RATE-NOT-FOUND   VALUE "35".
  1460     05  WS-RH-STATUS            PIC X(02) VALUE SPACES.
  1465         88  WS-RH-OK            VALUE "00".
  1470         88  WS-RH-NOT-FOUND     VALUE "35".
  1475     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1480         88  WS-RPT-OK           VALUE "00".
  1485     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1490         88  WS-OPS-OK           VALUE "00".
  1495     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  1500         88  WS-RCAL-OK          VALUE "00".

  1505 01  WS-SWITCHES.
  1510     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1515         88  WS-END-OF-HIST      VALUE "Y".
  1520     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  1525         88  WS-ENTRY-FOUND      VALUE "Y".

  1530 01  WS-COUNTERS.
  1535     05  WS-HEADERS-READ         PIC 9(05) VALUE ZERO.
  1540     05  WS-DUELS-RATED          PIC 9(05) VALUE ZERO.
  1545     05  WS-DUELS-ABANDONED      PIC 9(05) VALUE ZERO.
  1550     05  WS-DUELS-ALREADY        PIC 9(05) VALUE ZERO.
  1555     05  WS-VOIDED-SEEN          PIC 9(05) VALUE ZERO.
  1560     05  WS-REVERSALS            PIC 9(05) VALUE ZERO.
  1565     05  WS-DEFAULT-RATINGS      PIC 9(05) VALUE ZERO.
  1570     05  WS-MOV-IDX              PIC 9(03) VALUE ZERO.
  1575     05  WS-SIDE-IDX             PIC 9(01) VALUE ZERO.
  1580     05  WS-SIDE-COUNT           PIC 9(01) VALUE ZERO.

  1585******************************************************************
  1590* WS-OPS-WORK - one operations-log entry in the making, plus
  1595*               the worst condition seen so far: 0 clean, 4
  1600*               warnings, 12 fatal. The highest value becomes
  1605*               the job's return code.
  1610******************************************************************
  1615 01  WS-OPS-WORK.
  1620     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  1625     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  1630     05  WS-OPS-TIME-RAW.
  1635         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  1640         10  FILLER              PIC 9(02).
  1645     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  1650******************************************************************
  1655* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
  1660*                   open there, and the jobs that must have
  1665*                   finished clean (or been bypassed) for that
  1670*                   date before this one may run.
  1675******************************************************************
  1680 01  WS-RUN-CALENDAR.
  1685     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "RATEUPD".
  1690     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
  1695     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
  1700         88  WS-RCAL-FOUND       VALUE "Y".
  1705     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
  1710         88  WS-RCAL-DONE        VALUE "Y".
  1715     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
  1720     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
  1725     05  WS-RCAL-PREREQ-LIST.
  1730         10  FILLER              PIC X(08) VALUE "FDBATCH".
  1735     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
  1740         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
  1745     05  WS-RCAL-TIME-RAW.
  1750         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
  1755         10  FILLER              PIC 9(02).

  1760******************************************************************
  1765* WS-RATING-RULES - the rating arithmetic. A new player starts
  1770*               at the opening rating; K is the most one duel
  1775*               can move a rating; the floor keeps a long
  1780*               losing run from driving a rating to nothing.
  1785*               The opening rating also stands in for a monster
  1790*               whose CMBTMST record carries no rating.
  1795******************************************************************
  1800 01  WS-RATING-RULES.
  1805     05  WS-OPENING-RATING       PIC 9(04) VALUE 1500.
  1810     05  WS-K-FACTOR             PIC 9(02) VALUE 32.
  1815     05  WS-RATING-FLOOR         PIC 9(04) VALUE 0100.

  1820 01  WS-RATING-WORK.
  1825     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
  1830     05  WS-OWN-RATING           PIC 9(04) VALUE ZERO.
  1835     05  WS-OPP-RATING           PIC 9(04) VALUE ZERO.
  1840     05  WS-RATING-DIFF          PIC S9(05) VALUE ZERO.
  1845     05  WS-EXPECTED             PIC 9V9(06) VALUE ZERO.
  1850     05  WS-SCORE                PIC 9(01) VALUE ZERO.
  1855     05  WS-DELTA                PIC S9(03) VALUE ZERO.
  1860     05  WS-NEW-RATING           PIC S9(05) VALUE ZERO.
  1865     05  WS-SEARCH-PLAYER-ID     PIC X(08) VALUE SPACES.

  1870******************************************************************
  1875* WS-SIDE-TABLE - the one or two players in the duel in hand.
  1880*               Side 1 is HIST-PLAYER-ID, side 2 the PvP
  1885*               opponent. Both ratings are picked up before
  1890*               either moves, so each side is scored against
  1895*               what the other stood at going into the duel.
  1900*               A side is due when the duel id is later than
  1905*               the newest duel already dealt with for that
  1910*               player.
  1915******************************************************************
  1920 01  WS-SIDE-TABLE.
  1925     05  WS-SIDE OCCURS 2 TIMES.
  1930         10  SIDE-PLAYER-ID      PIC X(08).
  1935         10  SIDE-OPP-ID         PIC X(08).
  1940         10  SIDE-RATING         PIC 9(04).
  1945         10  SIDE-START-RATING   PIC 9(04).
  1950         10  SIDE-DUEL-COUNT     PIC 9(05).
  1955         10  SIDE-PEAK-RATING    PIC 9(04).
  1960         10  SIDE-LAST-DUEL-ID   PIC X(17).
  1965         10  SIDE-ON-FILE-SW     PIC X(01).
  1970             88  SIDE-ON-FILE    VALUE "Y".
  1975         10  SIDE-DUE-SW         PIC X(01).
  1980             88  SIDE-DUE        VALUE "Y".
  1985         10  SIDE-WON-SW         PIC X(01).
  1990             88  SIDE-WON        VALUE "Y".

  1995******************************************************************
  2000* WS-MOVEMENT-TABLE - one slot per player whose rating this run
  2005*               touched: the rating before the first duel of
  2010*               the run, the rating now, and how many duels
  2015*               were rated and reversed. 500 matches the
  2020*               RATEMST cluster allocation; the job fails
  2025*               loudly rather than report partially.
  2030******************************************************************
  2035 01  WS-MOVEMENT-TABLE.
  2040     05  WS-MOVEMENT-COUNT       PIC 9(03) VALUE ZERO.
  2045     05  WS-MOVEMENT-ENTRY OCCURS 500 TIMES.
  2050         10  MOV-PLAYER-ID       PIC X(08).
  2055         10  MOV-OLD-RATING      PIC 9(04).
  2060         10  MOV-NEW-RATING      PIC 9(04).
  2065         10  MOV-RATED           PIC 9(05).
  2070         10  MOV-REVERSED        PIC 9(05).

  2075 01  WS-HEADING-1.
  2080     05  FILLER                  PIC X(20)
  2085         VALUE "FANTASY DUEL - SKILL".
  2090     05  FILLER                  PIC X(20)
  2095         VALUE " RATING MOVEMENT    ".

  2100 01  WS-COLUMN-HEADS.
  2105     05  FILLER                  PIC X(20)
  2110         VALUE "PLAYER      OLD    N".
  2115     05  FILLER                  PIC X(20)
  2120         VALUE "EW   DELTA   RATED  ".
  2125     05  FILLER                  PIC X(08)
  2130         VALUE "REVERSED".

  2135 01  WS-MOVEMENT-LINE.
  2140     05  ML-PLAYER-ID            PIC X(08).
  2145     05  FILLER                  PIC X(02) VALUE SPACES.
  2150     05  ML-OLD-RATING           PIC ZZZ9.
  2155     05  FILLER                  PIC X(03) VALUE SPACES.
  2160     05  ML-NEW-RATING           PIC ZZZ9.
  2165     05  FILLER                  PIC X(03) VALUE SPACES.
  2170     05  ML-DELTA                PIC ---9.
  2175     05  FILLER                  PIC X(04) VALUE SPACES.
  2180     05  ML-RATED                PIC ZZZZ9.
  2185     05  FILLER                  PIC X(05) VALUE SPACES.
  2190     05  ML-REVERSED             PIC ZZZZ9.

  2195 01  WS-NO-MOVEMENT-LINE.
  2200     05  FILLER                  PIC X(36) VALUE
  2205         "NO NEW DUELS TO RATE OR TAKE BACK   ".

  2210 01  WS-TOTAL-LINE-1.
  2215     05  FILLER                  PIC X(16)
  2220         VALUE "HEADERS READ  : ".
  2225     05  TL-HEADERS              PIC ZZZZ9.
  2230     05  FILLER                  PIC X(16)
  2235         VALUE "   DUELS RATED:".
  2240     05  TL-RATED                PIC ZZZZ9.
  2245     05  FILLER                  PIC X(16)
  2250         VALUE "   ABANDONED  :".
  2255     05  TL-ABANDONED            PIC ZZZZ9.

  2260 01  WS-TOTAL-LINE-2.
  2265     05  FILLER                  PIC X(16)
  2270         VALUE "VOIDED SEEN   : ".
  2275     05  TL-VOIDED               PIC ZZZZ9.
  2280     05  FILLER                  PIC X(16)
  2285         VALUE "   REVERSALS  :".
  2290     05  TL-REVERSALS            PIC ZZZZ9.
  2295     05  FILLER                  PIC X(16)
  2300         VALUE "   RATED BEFORE:".
  2305     05  TL-ALREADY              PIC ZZZZ9.

  2310 01  WS-DEFAULT-LINE.
  2315     05  FILLER                  PIC X(36) VALUE
  2320         "MONSTER DUELS AT OPENING RATING   : ".
  2325     05  DFL-COUNT               PIC ZZZZ9.
  2330     05  FILLER                  PIC X(26) VALUE
  2335         "  (NO CMBT-RATING ON FILE)".

  2340 PROCEDURE DIVISION.
  2345 0000-MAIN-PROCEDURE.
  2350     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2355     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2360     PERFORM 2000-RATE-ONE-DUEL THRU 2000-EXIT
  2365         UNTIL WS-END-OF-HIST.
  2370     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
  2375     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2380     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2385     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2390     STOP RUN.

  2395******************************************************************
  2400* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
  2405*                  up the business date open on RUNCAL and make
  2410*                  sure every job this one follows has finished
  2415*                  clean (or been bypassed) for it. Anything
  2420*                  short of that stops the job RC=12 with nothing
  2425*                  touched; otherwise this job is recorded as
  2430*                  started.
  2435******************************************************************
  2440 0500-CHECK-RUN-CALENDAR.
  2445     OPEN I-O RUN-CAL-FILE.
  2450     IF NOT WS-RCAL-OK
  2455         DISPLAY "RATEUPD: UNABLE TO OPEN RUNCAL, STATUS = "
  2460             WS-RCAL-STATUS
  2465         MOVE "E" TO WS-OPS-SEVERITY
  2470         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  2475         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2480         MOVE 12 TO RETURN-CODE
  2485         STOP RUN
  2490     END-IF

  2495     MOVE ZERO TO RCAL-BUS-DATE
  2500     MOVE SPACES TO RCAL-JOB-NAME
  2505     READ RUN-CAL-FILE
  2510         INVALID KEY
  2515             DISPLAY "RATEUPD: NO BUSINESS DATE OPEN ON RUNCAL"
  2520             MOVE "E" TO WS-OPS-SEVERITY
  2525             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
  2530             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2535             CLOSE RUN-CAL-FILE
  2540             MOVE 12 TO RETURN-CODE
  2545             STOP RUN
  2550     END-READ
  2555     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

  2560     MOVE ZERO TO WS-RCAL-IDX
  2565     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
  2570         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

  2575     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2580     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  2585     MOVE "Y" TO WS-RCAL-FOUND-SW
  2590     READ RUN-CAL-FILE
  2595         INVALID KEY
  2600             MOVE "N" TO WS-RCAL-FOUND-SW
  2605     END-READ
  2610     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2615     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  2620     MOVE SPACES TO RCAL-JOB-DATA
  2625     SET RCAL-STARTED TO TRUE
  2630     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
  2635     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  2640     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
  2645     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
  2650     IF WS-RCAL-FOUND
  2655         REWRITE RCAL-RECORD
  2660     ELSE
  2665         WRITE RCAL-RECORD
  2670     END-IF
  2675     IF NOT WS-RCAL-OK
  2680         DISPLAY "RATEUPD: UNABLE TO RECORD START ON RUNCAL, "
  2685             "STATUS = " WS-RCAL-STATUS
  2690         MOVE "E" TO WS-OPS-SEVERITY
  2695         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
  2700         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2705         CLOSE RUN-CAL-FILE
  2710         MOVE 12 TO RETURN-CODE
  2715         STOP RUN
  2720     END-IF
  2725     CLOSE RUN-CAL-FILE.
  2730 0500-EXIT.
  2735     EXIT.

  2740 0510-CHECK-ONE-PREREQ.
  2745     ADD 1 TO WS-RCAL-IDX
  2750     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2755     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
  2760     MOVE "N" TO WS-RCAL-DONE-SW
  2765     READ RUN-CAL-FILE
  2770         INVALID KEY
  2775             CONTINUE
  2780         NOT INVALID KEY
  2785             IF RCAL-DONE
  2790                 SET WS-RCAL-DONE TO TRUE
  2795             END-IF
  2800     END-READ
  2805     IF WS-RCAL-DONE
  2810         GO TO 0510-EXIT
  2815     END-IF

  2820     DISPLAY "RATEUPD:" WS-RCAL-PREREQ (WS-RCAL-IDX)
  2825         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
  2830     MOVE "E" TO WS-OPS-SEVERITY
  2835     MOVE SPACES TO WS-OPS-TEXT
  2840     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
  2845         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
  2850         DELIMITED BY SIZE INTO WS-OPS-TEXT
  2855     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2860     CLOSE RUN-CAL-FILE
  2865     MOVE 12 TO RETURN-CODE
  2870     STOP RUN.
  2875 0510-EXIT.
  2880     EXIT.

  2885 1000-INITIALIZE.
  2890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

  2895     OPEN INPUT DUEL-HIST-FILE.
  2900     IF NOT WS-HIST-OK
  2905         DISPLAY "RATEUPD: UNABLE TO OPEN DUELHIST, STATUS = "
  2910             WS-HIST-STATUS
  2915         MOVE "E" TO WS-OPS-SEVERITY
  2920         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  2925         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2930         MOVE 12 TO RETURN-CODE
  2935         STOP RUN
  2940     END-IF

  2945     OPEN INPUT CMBT-FILE.
  2950     IF NOT WS-CMBT-OK
  2955         DISPLAY "RATEUPD: UNABLE TO OPEN CMBTMST, STATUS = "
  2960             WS-CMBT-STATUS
  2965         MOVE "E" TO WS-OPS-SEVERITY
  2970         MOVE "CMBTMST OPEN FAILED" TO WS-OPS-TEXT
  2975         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2980         MOVE 12 TO RETURN-CODE
  2985         STOP RUN
  2990     END-IF

  2995*    First run: the clusters are defined but empty. Load them
  3000*    (OPEN OUTPUT creates them), then carry on I-O as normal.
  3005     OPEN I-O RATE-FILE.
  3010     IF WS-RATE-NOT-FOUND
  3015         DISPLAY "RATEUPD: RATEMST NOT LOADED YET - "
  3020             "RUNNING AS INITIAL LOAD"
  3025         OPEN OUTPUT RATE-FILE
  3030         CLOSE RATE-FILE
  3035         OPEN I-O RATE-FILE
  3040     END-IF
  3045     IF NOT WS-RATE-OK
  3050         DISPLAY "RATEUPD: UNABLE TO OPEN RATEMST, STATUS = "
  3055             WS-RATE-STATUS
  3060         MOVE "E" TO WS-OPS-SEVERITY
  3065         MOVE "RATEMST OPEN FAILED" TO WS-OPS-TEXT
  3070         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3075         MOVE 12 TO RETURN-CODE
  3080         STOP RUN
  3085     END-IF

  3090     OPEN I-O RATE-HIST-FILE.
  3095     IF WS-RH-NOT-FOUND
  3100         DISPLAY "RATEUPD: RATEHIST NOT LOADED YET - "
  3105             "RUNNING AS INITIAL LOAD"
  3110         OPEN OUTPUT RATE-HIST-FILE
  3115         CLOSE RATE-HIST-FILE
  3120         OPEN I-O RATE-HIST-FILE
  3125     END-IF
  3130     IF NOT WS-RH-OK
  3135         DISPLAY "RATEUPD: UNABLE TO OPEN RATEHIST, STATUS = "
  3140             WS-RH-STATUS
  3145         MOVE "E" TO WS-OPS-SEVERITY
  3150         MOVE "RATEHIST OPEN FAILED" TO WS-OPS-TEXT
  3155         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3160         MOVE 12 TO RETURN-CODE
  3165         STOP RUN
  3170     END-IF

  3175     OPEN OUTPUT RATE-RPT-FILE.
  3180     IF NOT WS-RPT-OK
  3185         DISPLAY "RATEUPD: UNABLE TO OPEN RATERPT, STATUS = "
  3190             WS-RPT-STATUS
  3195         MOVE "E" TO WS-OPS-SEVERITY
  3200         MOVE "RATERPT OPEN FAILED" TO WS-OPS-TEXT
  3205         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3210         MOVE 12 TO RETURN-CODE
  3215         STOP RUN
  3220     END-IF

  3225     WRITE RATE-RPT-LINE FROM WS-HEADING-1
  3230     MOVE SPACES TO RATE-RPT-LINE
  3235     WRITE RATE-RPT-LINE.
  3240 1000-EXIT.
  3245     EXIT.

  3250******************************************************************
  3255* 2000-RATE-ONE-DUEL - one archive header; turn detail records
  3260*                  are skipped. A voided header goes to the
  3265*                  reversal. Otherwise each side whose
  3270*                  high-water duel id this header is past gets
  3275*                  the duel: a win (E for side 1, O for side 2)
  3280*                  or loss moves the rating, a quit or reject
  3285*                  only moves the high-water mark on.
  3290******************************************************************
  3295 2000-RATE-ONE-DUEL.
  3300     READ DUEL-HIST-FILE
  3305         AT END
  3310             SET WS-END-OF-HIST TO TRUE
  3315             GO TO 2000-EXIT
  3320     END-READ

  3325     IF NOT HIST-HEADER-REC
  3330         GO TO 2000-EXIT
  3335     END-IF

  3340     ADD 1 TO WS-HEADERS-READ
  3345     IF HIST-VOIDED
  3350         ADD 1 TO WS-VOIDED-SEEN
  3355         PERFORM 3000-REVERSE-VOIDED-DUEL THRU 3000-EXIT
  3360         GO TO 2000-EXIT
  3365     END-IF

  3370     MOVE 1 TO WS-SIDE-COUNT
  3375     MOVE HIST-PLAYER-ID TO SIDE-PLAYER-ID (1)
  3380     MOVE HIST-OPP-RACE-CODE TO SIDE-OPP-ID (1)
  3385     MOVE "N" TO SIDE-WON-SW (1)
  3390     IF HIST-WINNER-CODE = "E"
  3395         MOVE "Y" TO SIDE-WON-SW (1)
  3400     END-IF
  3405     IF HIST-OPP-PLAYER-ID NOT = SPACES
  3410         MOVE 2 TO WS-SIDE-COUNT
  3415         MOVE HIST-OPP-PLAYER-ID TO SIDE-PLAYER-ID (2)
  3420         MOVE HIST-PLAYER-ID TO SIDE-OPP-ID (2)
  3425         MOVE HIST-OPP-PLAYER-ID TO SIDE-OPP-ID (1)
  3430         MOVE "N" TO SIDE-WON-SW (2)
  3435         IF HIST-WINNER-CODE = "O"
  3440             MOVE "Y" TO SIDE-WON-SW (2)
  3445         END-IF
  3450     END-IF

  3455     MOVE ZERO TO WS-SIDE-IDX
  3460     PERFORM 2100-LOAD-ONE-SIDE THRU 2100-EXIT
  3465         UNTIL WS-SIDE-IDX NOT LESS THAN WS-SIDE-COUNT

  3470     IF NOT SIDE-DUE (1)
  3475         IF WS-SIDE-COUNT = 1 OR NOT SIDE-DUE (2)
  3480             ADD 1 TO WS-DUELS-ALREADY
  3485             GO TO 2000-EXIT
  3490         END-IF
  3495     END-IF

  3500     IF HIST-WINNER-CODE NOT = "E" AND NOT = "O"
  3505         ADD 1 TO WS-DUELS-ABANDONED
  3510         MOVE ZERO TO WS-SIDE-IDX
  3515         PERFORM 2400-MARK-ONE-SIDE THRU 2400-EXIT
  3520             UNTIL WS-SIDE-IDX NOT LESS THAN WS-SIDE-COUNT
  3525         GO TO 2000-EXIT
  3530     END-IF

  3535     ADD 1 TO WS-DUELS-RATED
  3540     MOVE ZERO TO WS-SIDE-IDX
  3545     PERFORM 2200-RATE-ONE-SIDE THRU 2200-EXIT
  3550         UNTIL WS-SIDE-IDX NOT LESS THAN WS-SIDE-COUNT.
  3555 2000-EXIT.
  3560     EXIT.

  3565******************************************************************
  3570* 2100-LOAD-ONE-SIDE - pick up the next side's rating master
  3575*                  record, or open a new one at the opening
  3580*                  rating on the player's first rated duel,
  3585*                  and decide whether this duel is new to it.
  3590******************************************************************
  3595 2100-LOAD-ONE-SIDE.
  3600     ADD 1 TO WS-SIDE-IDX
  3605     MOVE SIDE-PLAYER-ID (WS-SIDE-IDX) TO RATE-PLAYER-ID
  3610     READ RATE-FILE
  3615         INVALID KEY
  3620             MOVE "N" TO SIDE-ON-FILE-SW (WS-SIDE-IDX)
  3625             MOVE WS-OPENING-RATING TO SIDE-RATING (WS-SIDE-IDX)
  3630             MOVE ZERO TO SIDE-DUEL-COUNT (WS-SIDE-IDX)
  3635             MOVE WS-OPENING-RATING
  3640                 TO SIDE-PEAK-RATING (WS-SIDE-IDX)
  3645             MOVE ZEROES TO SIDE-LAST-DUEL-ID (WS-SIDE-IDX)
  3650             MOVE WS-OPENING-RATING
  3655                 TO SIDE-START-RATING (WS-SIDE-IDX)
  3660             MOVE "Y" TO SIDE-DUE-SW (WS-SIDE-IDX)
  3665             GO TO 2100-EXIT
  3670     END-READ

  3675     MOVE "Y" TO SIDE-ON-FILE-SW (WS-SIDE-IDX)
  3680     MOVE RATE-RATING TO SIDE-RATING (WS-SIDE-IDX)
  3685     MOVE RATE-DUEL-COUNT TO SIDE-DUEL-COUNT (WS-SIDE-IDX)
  3690     MOVE RATE-PEAK-RATING TO SIDE-PEAK-RATING (WS-SIDE-IDX)
  3695     MOVE RATE-LAST-DUEL-ID TO SIDE-LAST-DUEL-ID (WS-SIDE-IDX)
  3700     MOVE "N" TO SIDE-DUE-SW (WS-SIDE-IDX)
  3705     MOVE RATE-RATING TO SIDE-START-RATING (WS-SIDE-IDX)
  3710     IF HIST-DUEL-ID > RATE-LAST-DUEL-ID
  3715         MOVE "Y" TO SIDE-DUE-SW (WS-SIDE-IDX)
  3720     END-IF.
  3725 2100-EXIT.
  3730     EXIT.

  3735******************************************************************
  3740* 2200-RATE-ONE-SIDE - score the next due side against its
  3745*                  opponent: expected = 1 / (1 + 10 ** ((opp -
  3750*                  own) / 400)), change = K x (result -
  3755*                  expected). The RATEHIST record goes down
  3760*                  before RATEMST moves; a rerun after an abend
  3765*                  between the two finds the history already
  3770*                  there, recomputes the same change from the
  3775*                  same unmoved rating and rewrites it.
  3780******************************************************************
  3785 2200-RATE-ONE-SIDE.
  3790     ADD 1 TO WS-SIDE-IDX
  3795     IF NOT SIDE-DUE (WS-SIDE-IDX)
  3800         GO TO 2200-EXIT
  3805     END-IF

  3810     MOVE SIDE-RATING (WS-SIDE-IDX) TO WS-OWN-RATING
  3815     IF WS-SIDE-COUNT = 2
  3820         IF WS-SIDE-IDX = 1
  3825             MOVE SIDE-START-RATING (2) TO WS-OPP-RATING
  3830         ELSE
  3835             MOVE SIDE-START-RATING (1) TO WS-OPP-RATING
  3840         END-IF
  3845     ELSE
  3850         PERFORM 2300-GET-MONSTER-RATING THRU 2300-EXIT
  3855     END-IF

  3860     MOVE ZERO TO WS-SCORE
  3865     IF SIDE-WON (WS-SIDE-IDX)
  3870         MOVE 1 TO WS-SCORE
  3875     END-IF
  3880     COMPUTE WS-RATING-DIFF = WS-OPP-RATING - WS-OWN-RATING
  3885     COMPUTE WS-EXPECTED ROUNDED =
  3890         1 / (1 + 10 ** (WS-RATING-DIFF / 400))
  3895     COMPUTE WS-DELTA ROUNDED =
  3900         WS-K-FACTOR * (WS-SCORE - WS-EXPECTED)
  3905     COMPUTE WS-NEW-RATING = WS-OWN-RATING + WS-DELTA
  3910     IF WS-NEW-RATING < WS-RATING-FLOOR
  3915         MOVE WS-RATING-FLOOR TO WS-NEW-RATING
  3920         COMPUTE WS-DELTA = WS-NEW-RATING - WS-OWN-RATING
  3925     END-IF

  3930     MOVE SIDE-PLAYER-ID (WS-SIDE-IDX) TO RH-PLAYER-ID
  3935     MOVE HIST-DUEL-ID TO RH-DUEL-ID
  3940     MOVE SIDE-OPP-ID (WS-SIDE-IDX) TO RH-OPP-ID
  3945     MOVE WS-OPP-RATING TO RH-OPP-RATING
  3950     MOVE WS-OWN-RATING TO RH-OLD-RATING
  3955     MOVE WS-DELTA TO RH-DELTA
  3960     MOVE WS-RUN-DATE TO RH-RATED-DATE
  3965     MOVE "N" TO RH-REVERSED-SW
  3970     MOVE ZERO TO RH-REVERSED-DATE
  3975     WRITE RH-RECORD
  3980         INVALID KEY
  3985             REWRITE RH-RECORD
  3990                 INVALID KEY
  3995                     DISPLAY "RATEUPD: RATEHIST WRITE FAILED "
  4000                         "FOR " RH-PLAYER-ID ", STATUS = "
  4005                         WS-RH-STATUS
 4005A                     MOVE SPACES TO WS-OPS-TEXT
 4005B                     STRING "RATEHIST WRITE FAILED FOR "
 4005C                         RH-PLAYER-ID
 4005D                         DELIMITED BY SIZE INTO WS-OPS-TEXT
 4005E                     PERFORM 2950-LOG-UPDATE-FAILURE
 4005F                         THRU 2950-EXIT
  4010             END-REWRITE
  4015     END-WRITE

  4020     MOVE SIDE-PLAYER-ID (WS-SIDE-IDX) TO WS-SEARCH-PLAYER-ID
  4025     PERFORM 4000-FIND-MOVEMENT-ENTRY THRU 4000-EXIT
  4030     ADD 1 TO MOV-RATED (WS-MOV-IDX)

  4035     MOVE WS-NEW-RATING TO SIDE-RATING (WS-SIDE-IDX)
  4040     ADD 1 TO SIDE-DUEL-COUNT (WS-SIDE-IDX)
  4045     IF SIDE-RATING (WS-SIDE-IDX) > SIDE-PEAK-RATING (WS-SIDE-IDX)
  4050         MOVE SIDE-RATING (WS-SIDE-IDX)
  4055             TO SIDE-PEAK-RATING (WS-SIDE-IDX)
  4060     END-IF
  4065     PERFORM 2500-POST-RATE-MASTER THRU 2500-EXIT.
  4070 2200-EXIT.
  4075     EXIT.

  4080******************************************************************
  4085* 2300-GET-MONSTER-RATING - the fixed rating of the monster
  4090*                  race fought. A race missing from CMBTMST, or
  4095*                  one loaded before it carried a rating, is
  4100*                  scored at the opening rating and counted so
  4105*                  the gap shows on the report and OPSLOG.
  4110******************************************************************
  4115 2300-GET-MONSTER-RATING.
  4120     MOVE HIST-OPP-RACE-CODE TO CMBT-RACE-CODE
  4125     READ CMBT-FILE
  4130         INVALID KEY
  4135             MOVE WS-OPENING-RATING TO WS-OPP-RATING
  4140             ADD 1 TO WS-DEFAULT-RATINGS
  4145             GO TO 2300-EXIT
  4150     END-READ

  4155     IF CMBT-RATING NOT NUMERIC OR CMBT-RATING = ZERO
  4160         MOVE WS-OPENING-RATING TO WS-OPP-RATING
  4165         ADD 1 TO WS-DEFAULT-RATINGS
  4170         GO TO 2300-EXIT
  4175     END-IF
  4180     MOVE CMBT-RATING TO WS-OPP-RATING.
  4185 2300-EXIT.
  4190     EXIT.

  4195******************************************************************
  4200* 2400-MARK-ONE-SIDE - a quit or rejected duel rates nobody,
  4205*                  but it has been dealt with: move the side's
  4210*                  high-water duel id past it.
  4215******************************************************************
  4220 2400-MARK-ONE-SIDE.
  4225     ADD 1 TO WS-SIDE-IDX
  4230     IF NOT SIDE-DUE (WS-SIDE-IDX)
  4235         GO TO 2400-EXIT
  4240     END-IF
  4245     PERFORM 2500-POST-RATE-MASTER THRU 2500-EXIT.
  4250 2400-EXIT.
  4255     EXIT.

  4260******************************************************************
  4265* 2500-POST-RATE-MASTER - write the side's rating master record
  4270*                  back (or add it on first sight), with this
  4275*                  duel as its new high-water mark.
  4280******************************************************************
  4285 2500-POST-RATE-MASTER.
  4290     MOVE SIDE-PLAYER-ID (WS-SIDE-IDX) TO RATE-PLAYER-ID
  4295     MOVE SIDE-RATING (WS-SIDE-IDX) TO RATE-RATING
  4300     MOVE SIDE-DUEL-COUNT (WS-SIDE-IDX) TO RATE-DUEL-COUNT
  4305     MOVE SIDE-PEAK-RATING (WS-SIDE-IDX) TO RATE-PEAK-RATING
  4310     MOVE HIST-DUEL-ID TO RATE-LAST-DUEL-ID
  4315     MOVE WS-RUN-DATE TO RATE-LAST-RUN-DATE
  4320     IF SIDE-ON-FILE (WS-SIDE-IDX)
  4325         REWRITE RATE-RECORD
  4330             INVALID KEY
  4335                 DISPLAY "RATEUPD: RATEMST REWRITE FAILED FOR "
  4340                     RATE-PLAYER-ID ", STATUS = " WS-RATE-STATUS
 4340A                 MOVE SPACES TO WS-OPS-TEXT
 4340B                 STRING "RATEMST REWRITE FAILED FOR "
 4340C                     RATE-PLAYER-ID
 4340D                     DELIMITED BY SIZE INTO WS-OPS-TEXT
 4340E                 PERFORM 2950-LOG-UPDATE-FAILURE THRU 2950-EXIT
  4345         END-REWRITE
  4350     ELSE
  4355         WRITE RATE-RECORD
  4360             INVALID KEY
  4365                 DISPLAY "RATEUPD: RATEMST WRITE FAILED FOR "
  4370                     RATE-PLAYER-ID ", STATUS = " WS-RATE-STATUS
 4370A                 MOVE SPACES TO WS-OPS-TEXT
 4370B                 STRING "RATEMST WRITE FAILED FOR "
 4370C                     RATE-PLAYER-ID
 4370D                     DELIMITED BY SIZE INTO WS-OPS-TEXT
 4370E                 PERFORM 2950-LOG-UPDATE-FAILURE THRU 2950-EXIT
  4375         END-WRITE
  4380     END-IF.
  4385 2500-EXIT.
 4385A     EXIT.

 4385B******************************************************************
 4385C* 2950-LOG-UPDATE-FAILURE - a rating master or history record
 4385D*                  that would not write is a rating lost: log
 4385E*                  the message the caller built in WS-OPS-TEXT
 4385F*                  as a warning and end the run no better than
 4385G*                  RC=4.
 4385H******************************************************************
 4385I 2950-LOG-UPDATE-FAILURE.
 4385J     MOVE "W" TO WS-OPS-SEVERITY
 4385K     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 4385L     IF WS-HIGHEST-RC < 4
 4385M         MOVE 4 TO WS-HIGHEST-RC
 4385N     END-IF.
 4385O 2950-EXIT.
  4390     EXIT.

  4395******************************************************************
  4400* 3000-REVERSE-VOIDED-DUEL - DUELVOID has struck this duel out.
  4405*                  For each player it rated, take the change
  4410*                  RATEHIST recorded back off the rating and
  4415*                  mark the history reversed, so no later run
  4420*                  takes it back again. A voided duel with no
  4425*                  history was voided before it was ever rated
  4430*                  and needs nothing. The peak is left alone -
  4435*                  it records the highest rating ever held.
  4440******************************************************************
  4445 3000-REVERSE-VOIDED-DUEL.
  4450     MOVE HIST-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  4455     PERFORM 3100-REVERSE-ONE-PLAYER THRU 3100-EXIT
  4460     IF HIST-OPP-PLAYER-ID NOT = SPACES
  4465         MOVE HIST-OPP-PLAYER-ID TO WS-SEARCH-PLAYER-ID
  4470         PERFORM 3100-REVERSE-ONE-PLAYER THRU 3100-EXIT
  4475     END-IF.
  4480 3000-EXIT.
  4485     EXIT.

  4490 3100-REVERSE-ONE-PLAYER.
  4495     MOVE WS-SEARCH-PLAYER-ID TO RH-PLAYER-ID
  4500     MOVE HIST-DUEL-ID TO RH-DUEL-ID
  4505     READ RATE-HIST-FILE
  4510         INVALID KEY
  4515             GO TO 3100-EXIT
  4520     END-READ
  4525     IF RH-REVERSED
  4530         GO TO 3100-EXIT
  4535     END-IF

  4540     MOVE WS-SEARCH-PLAYER-ID TO RATE-PLAYER-ID
  4545     READ RATE-FILE
  4550         INVALID KEY
  4555             DISPLAY "RATEUPD: " WS-SEARCH-PLAYER-ID
  4560                 " HAS RATING HISTORY BUT NO RATEMST RECORD"
  4565             GO TO 3100-EXIT
  4570     END-READ

  4575     MOVE "Y" TO RH-REVERSED-SW
  4580     MOVE WS-RUN-DATE TO RH-REVERSED-DATE
  4585     REWRITE RH-RECORD
  4590         INVALID KEY
  4595             DISPLAY "RATEUPD: RATEHIST REWRITE FAILED FOR "
  4600                 RH-PLAYER-ID ", STATUS = " WS-RH-STATUS
 4600A             MOVE SPACES TO WS-OPS-TEXT
 4600B             STRING "RATEHIST REWRITE FAILED FOR "
 4600C                 RH-PLAYER-ID
 4600D                 DELIMITED BY SIZE INTO WS-OPS-TEXT
 4600E             PERFORM 2950-LOG-UPDATE-FAILURE THRU 2950-EXIT
  4605             GO TO 3100-EXIT
  4610     END-REWRITE

  4615     PERFORM 4000-FIND-MOVEMENT-ENTRY THRU 4000-EXIT
  4620     COMPUTE WS-NEW-RATING = RATE-RATING - RH-DELTA
  4625     IF WS-NEW-RATING < WS-RATING-FLOOR
  4630         MOVE WS-RATING-FLOOR TO WS-NEW-RATING
  4635     END-IF
  4640     MOVE WS-NEW-RATING TO RATE-RATING
  4645     IF RATE-DUEL-COUNT > ZERO
  4650         SUBTRACT 1 FROM RATE-DUEL-COUNT
  4655     END-IF
  4660     MOVE WS-RUN-DATE TO RATE-LAST-RUN-DATE
  4665     REWRITE RATE-RECORD
  4670         INVALID KEY
  4675             DISPLAY "RATEUPD: RATEMST REWRITE FAILED FOR "
  4680                 RATE-PLAYER-ID ", STATUS = " WS-RATE-STATUS
 4680A             MOVE SPACES TO WS-OPS-TEXT
 4680B             STRING "RATEMST REWRITE FAILED FOR "
 4680C                 RATE-PLAYER-ID
 4680D                 DELIMITED BY SIZE INTO WS-OPS-TEXT
 4680E             PERFORM 2950-LOG-UPDATE-FAILURE THRU 2950-EXIT
  4685     END-REWRITE

  4690     ADD 1 TO WS-REVERSALS
  4695     ADD 1 TO MOV-REVERSED (WS-MOV-IDX).
  4700 3100-EXIT.
  4705     EXIT.

  4710******************************************************************
  4715* 4000-FIND-MOVEMENT-ENTRY - locate the movement slot for the
  4720*                  player in WS-SEARCH-PLAYER-ID, creating one
  4725*                  on first sight with the rating as it stood
  4730*                  before this run touched it. Called before
  4735*                  the rating moves. Sets WS-MOV-IDX.
  4740******************************************************************
  4745 4000-FIND-MOVEMENT-ENTRY.
  4750     MOVE "N" TO WS-ENTRY-FOUND-SW
  4755     MOVE ZERO TO WS-MOV-IDX
  4760     PERFORM 4100-CHECK-NEXT-ENTRY THRU 4100-EXIT
  4765         UNTIL WS-ENTRY-FOUND
  4770             OR WS-MOV-IDX NOT LESS THAN WS-MOVEMENT-COUNT

  4775     IF WS-ENTRY-FOUND
  4780         GO TO 4000-EXIT
  4785     END-IF

  4790     IF WS-MOVEMENT-COUNT = 500
  4795         DISPLAY "RATEUPD: MORE THAN 500 PLAYERS RATED - "
  4800             "MOVEMENT TABLE FULL"
  4805         MOVE "E" TO WS-OPS-SEVERITY
  4810         MOVE "MOVEMENT TABLE FULL - RATING RUN ABANDONED"
  4815             TO WS-OPS-TEXT
  4820         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4825         MOVE 12 TO RETURN-CODE
  4830         STOP RUN
  4835     END-IF

  4840     ADD 1 TO WS-MOVEMENT-COUNT
  4845     MOVE WS-MOVEMENT-COUNT TO WS-MOV-IDX
  4850     MOVE WS-SEARCH-PLAYER-ID TO MOV-PLAYER-ID (WS-MOV-IDX)
  4855     IF HIST-VOIDED
  4860         MOVE RATE-RATING TO MOV-OLD-RATING (WS-MOV-IDX)
  4865     ELSE
  4870         MOVE WS-OWN-RATING TO MOV-OLD-RATING (WS-MOV-IDX)
  4875     END-IF
  4880     MOVE ZERO TO MOV-RATED (WS-MOV-IDX)
  4885     MOVE ZERO TO MOV-REVERSED (WS-MOV-IDX).
  4890 4000-EXIT.
  4895     EXIT.

  4900 4100-CHECK-NEXT-ENTRY.
  4905     ADD 1 TO WS-MOV-IDX
  4910     IF MOV-PLAYER-ID (WS-MOV-IDX) = WS-SEARCH-PLAYER-ID
  4915         SET WS-ENTRY-FOUND TO TRUE
  4920     END-IF.
  4925 4100-EXIT.
  4930     EXIT.

  4935******************************************************************
  4940* 8000-WRITE-REPORT - one line per player whose rating moved
  4945*                  this run, then the control totals. The new
  4950*                  rating is read back from RATEMST so the
  4955*                  report shows what is actually on file.
  4960******************************************************************
  4965 8000-WRITE-REPORT.
  4970     IF WS-MOVEMENT-COUNT = ZERO
  4975         WRITE RATE-RPT-LINE FROM WS-NO-MOVEMENT-LINE
  4980     ELSE
  4985         WRITE RATE-RPT-LINE FROM WS-COLUMN-HEADS
  4990         MOVE ZERO TO WS-MOV-IDX
  4995         PERFORM 8100-WRITE-ONE-MOVEMENT THRU 8100-EXIT
  5000             UNTIL WS-MOV-IDX NOT LESS THAN WS-MOVEMENT-COUNT
  5005     END-IF

  5010     MOVE SPACES TO RATE-RPT-LINE
  5015     WRITE RATE-RPT-LINE
  5020     MOVE WS-HEADERS-READ TO TL-HEADERS
  5025     MOVE WS-DUELS-RATED TO TL-RATED
  5030     MOVE WS-DUELS-ABANDONED TO TL-ABANDONED
  5035     WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE-1
  5040     MOVE WS-VOIDED-SEEN TO TL-VOIDED
  5045     MOVE WS-REVERSALS TO TL-REVERSALS
  5050     MOVE WS-DUELS-ALREADY TO TL-ALREADY
  5055     WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE-2
  5060     IF WS-DEFAULT-RATINGS NOT = ZERO
  5065         MOVE WS-DEFAULT-RATINGS TO DFL-COUNT
  5070         WRITE RATE-RPT-LINE FROM WS-DEFAULT-LINE
  5075     END-IF.
  5080 8000-EXIT.
  5085     EXIT.

  5090 8100-WRITE-ONE-MOVEMENT.
  5095     ADD 1 TO WS-MOV-IDX
  5100     MOVE MOV-PLAYER-ID (WS-MOV-IDX) TO RATE-PLAYER-ID
  5105     READ RATE-FILE
  5110         INVALID KEY
  5115             MOVE MOV-OLD-RATING (WS-MOV-IDX) TO RATE-RATING
  5120     END-READ
  5125     MOVE RATE-RATING TO MOV-NEW-RATING (WS-MOV-IDX)

  5130     MOVE MOV-PLAYER-ID (WS-MOV-IDX) TO ML-PLAYER-ID
  5135     MOVE MOV-OLD-RATING (WS-MOV-IDX) TO ML-OLD-RATING
  5140     MOVE MOV-NEW-RATING (WS-MOV-IDX) TO ML-NEW-RATING
  5145     COMPUTE ML-DELTA = MOV-NEW-RATING (WS-MOV-IDX)
  5150         - MOV-OLD-RATING (WS-MOV-IDX)
  5155     MOVE MOV-RATED (WS-MOV-IDX) TO ML-RATED
  5160     MOVE MOV-REVERSED (WS-MOV-IDX) TO ML-REVERSED
  5165     WRITE RATE-RPT-LINE FROM WS-MOVEMENT-LINE.
  5170 8100-EXIT.
  5175     EXIT.

  5180 9000-TERMINATE.
  5185     CLOSE DUEL-HIST-FILE.
  5190     CLOSE CMBT-FILE.
  5195     CLOSE RATE-FILE.
  5200     CLOSE RATE-HIST-FILE.
  5205     CLOSE RATE-RPT-FILE.

  5210     IF WS-DEFAULT-RATINGS NOT = ZERO
  5215         MOVE "W" TO WS-OPS-SEVERITY
  5220         MOVE SPACES TO WS-OPS-TEXT
  5225         STRING WS-DEFAULT-RATINGS
  5230             " MONSTER DUEL(S) RATED WITHOUT CMBT-RATING"
  5235             DELIMITED BY SIZE INTO WS-OPS-TEXT
  5240         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5245         IF WS-HIGHEST-RC < 4
  5250             MOVE 4 TO WS-HIGHEST-RC
  5255         END-IF
  5260     END-IF
  5265     MOVE "I" TO WS-OPS-SEVERITY
  5270     MOVE SPACES TO WS-OPS-TEXT
  5275     STRING "TOTALS HDRS " WS-HEADERS-READ
  5280         " RATED " WS-DUELS-RATED
  5285         " REVERSED " WS-REVERSALS
  5290         DELIMITED BY SIZE INTO WS-OPS-TEXT
  5295     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  5300 9000-EXIT.
  5305     EXIT.

  5310******************************************************************
  5315* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  5320*                  end and return code: complete at RC 4 or
  5325*                  less, failed above, so the jobs that follow
  5330*                  know whether they may run. A calendar that
  5335*                  cannot be updated is logged and the job ends
  5340*                  RC=4 - its work is done, but the jobs after
  5345*                  it stay held until the operator bypasses it.
  5350******************************************************************
  5355 9800-RECORD-RUN-END.
  5360     OPEN I-O RUN-CAL-FILE.
  5365     IF NOT WS-RCAL-OK
  5370         DISPLAY "RATEUPD: UNABLE TO OPEN RUNCAL, STATUS = "
  5375             WS-RCAL-STATUS
  5380         GO TO 9800-NOT-RECORDED
  5385     END-IF
  5390     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  5395     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  5400     READ RUN-CAL-FILE
  5405         INVALID KEY
  5410             CLOSE RUN-CAL-FILE
  5415             GO TO 9800-NOT-RECORDED
  5420     END-READ
  5425     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  5430     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  5435     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  5440     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  5445     IF WS-HIGHEST-RC > 4
  5450         SET RCAL-FAILED TO TRUE
  5455     ELSE
  5460         SET RCAL-COMPLETE TO TRUE
  5465     END-IF
  5470     REWRITE RCAL-RECORD
  5475     IF NOT WS-RCAL-OK
  5480         CLOSE RUN-CAL-FILE
  5485         GO TO 9800-NOT-RECORDED
  5490     END-IF
  5495     CLOSE RUN-CAL-FILE
  5500     GO TO 9800-EXIT.
  5505 9800-NOT-RECORDED.
  5510     MOVE "W" TO WS-OPS-SEVERITY
  5515     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  5520         TO WS-OPS-TEXT
  5525     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5530     IF WS-HIGHEST-RC < 4
  5535         MOVE 4 TO WS-HIGHEST-RC
  5540     END-IF.
  5545 9800-EXIT.
  5550     EXIT.

  5555******************************************************************
  5560* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  5565*                  the common operations log. Open-write-close
  5570*                  per entry, so the log never blocks another
  5575*                  program in the suite; a log that will not
  5580*                  open is shouted to SYSOUT and skipped - it
  5585*                  must never take the job down itself.
  5590******************************************************************
  5595 9900-WRITE-OPS-LOG.
  5600     OPEN EXTEND OPS-LOG-FILE.
  5605     IF NOT WS-OPS-OK
  5610         DISPLAY "RATEUPD: UNABLE TO OPEN OPSLOG, STATUS = "
  5615             WS-OPS-STATUS
  5620         GO TO 9900-EXIT
  5625     END-IF
  5630     MOVE SPACES TO OPS-LOG-RECORD
  5635     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  5640     ACCEPT WS-OPS-TIME-RAW FROM TIME
  5645     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  5650     MOVE "RATEUPD" TO OPS-PROGRAM
  5655     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  5660     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  5665     WRITE OPS-LOG-RECORD
  5670     CLOSE OPS-LOG-FILE.
  5675 9900-EXIT.
  5680     EXIT.
