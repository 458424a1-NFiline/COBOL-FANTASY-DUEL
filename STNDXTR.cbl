  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Nightly standings extract for the community web
  1050*          site. One "|"-delimited record per active PLAYMST
  1060*          player - name, level, XP, gold, the LDRBRD wins,
  1070*          losses and damage, the current-season rank (LBRDRPT
  1080*          order: most wins first, ties by player id) and the
  1090*          weapons owned on ARMORY by their EQUIPMST names.
  1100*          Deactivated players are left out. The file opens
  1110*          with a header (business date, extract sequence
  1120*          number) and closes with a trailer (record counts,
  1130*          hash totals of wins and gold), so the receiving side
  1140*          can reject a file that was cut short or sent twice.
  1150*          The extract is written to STNDXNEW; the job renames
  1160*          it into place only when this step ends RC=4 or
  1170*          less, and the sequence number on STNDXCTL moves on
  1180*          only once the trailer is down, so a run that dies
  1190*          partway leaves nothing that looks complete.
  1200*          Record layouts (fields in this order):
  1210*            H|business date|sequence
  1220*            D|player id|name|level|XP|gold|wins|losses|
  1230*              damage|season rank (0 = no duels this season)|
  1240*              weapons owned|weapon name,weapon name,...
  1250*            T|detail records|wins hash|gold hash|records in
  1260*              file, header and trailer included
  1270* Tectonics: cobc -x STNDXTR.cbl -I copybooks
  1280*
  1290* Modification History
  1300*   15 Oct 2026  NF  Initial version.
  1301*   15 Oct 2026  NF  Runs under the business-date run calendar
  1302*                     (RUNCAL): will not start (RC=12, OPSLOG
  1303*                     entry) until FDBATCH has finished clean or
  1304*                     been bypassed for the open business date,
  1305*                     and records its own start, end and return
  1306*                     code there. The header's business date is
  1307*                     now the calendar's open date, not the
  1308*                     system date, so a run past midnight still
  1309*                     dates the extract for the night it covers.
  1310******************************************************************
  1320 IDENTIFICATION DIVISION.
  1330 PROGRAM-ID. STNDXTR.
  1340 AUTHOR. NICOLAS FILINE.
  1350 INSTALLATION. FANTASY DUEL GAMES.
  1360 DATE-WRITTEN. 15 OCT 2026.
  1370 DATE-COMPILED.

  1380 ENVIRONMENT DIVISION.
  1390 INPUT-OUTPUT SECTION.
  1400 FILE-CONTROL.
  1410     SELECT PLAYER-MST-FILE ASSIGN TO "PLAYMST"
  1420         ORGANIZATION IS INDEXED
  1430         ACCESS MODE IS SEQUENTIAL
  1440         RECORD KEY IS PLAY-PLAYER-ID
  1450         FILE STATUS IS WS-PLAY-STATUS.

  1460     SELECT LBRD-FILE ASSIGN TO "LDRBRD"
  1470         ORGANIZATION IS INDEXED
  1480         ACCESS MODE IS SEQUENTIAL
  1490         RECORD KEY IS LBRD-PLAYER-ID
  1500         FILE STATUS IS WS-LBRD-STATUS.

  1510     SELECT RANK-SORT-FILE ASSIGN TO "LBRDSORT".

  1520     SELECT ARMORY-FILE ASSIGN TO "ARMORY"
  1530         ORGANIZATION IS INDEXED
  1540         ACCESS MODE IS DYNAMIC
  1550         RECORD KEY IS ARM-OWNER-KEY
  1560         FILE STATUS IS WS-ARM-STATUS.

  1570     SELECT EQUIP-FILE ASSIGN TO "EQUIPMST"
  1580         ORGANIZATION IS INDEXED
  1590         ACCESS MODE IS RANDOM
  1600         RECORD KEY IS EQUIP-WEAPON-CODE
  1610         FILE STATUS IS WS-EQUIP-STATUS.

  1620     SELECT EXTRACT-CTL-FILE ASSIGN TO "STNDXCTL"
  1630         ORGANIZATION IS LINE SEQUENTIAL
  1640         FILE STATUS IS WS-XCTL-STATUS.

  1650     SELECT EXTRACT-FILE ASSIGN TO "STNDXNEW"
  1660         ORGANIZATION IS LINE SEQUENTIAL
  1670         FILE STATUS IS WS-XTR-STATUS.

  1671     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
  1672         ORGANIZATION IS INDEXED
  1673         ACCESS MODE IS RANDOM
  1674         RECORD KEY IS RCAL-KEY
  1675         FILE STATUS IS WS-RCAL-STATUS.

  1680     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1690         ORGANIZATION IS LINE SEQUENTIAL
  1700         FILE STATUS IS WS-OPS-STATUS.

  1710 DATA DIVISION.
  1720 FILE SECTION.
  1730 FD  PLAYER-MST-FILE.
  1740     COPY PLAYREC.

  1750 FD  LBRD-FILE.
  1760     COPY LBRDREC.

  1770 SD  RANK-SORT-FILE.
  1780 01  RANK-SORT-RECORD.
  1790     05  RS-WINS                 PIC 9(05).
  1800     05  RS-PLAYER-ID            PIC X(08).
  1810     05  RS-LOSSES               PIC 9(05).
  1820     05  RS-TOTAL-DMG            PIC 9(07).

  1830 FD  ARMORY-FILE.
  1840     COPY ARMREC.

  1850 FD  EQUIP-FILE.
  1860     COPY EQUIPREC.

  1870 FD  EXTRACT-CTL-FILE.
  1880     COPY STXCREC.

  1890 FD  EXTRACT-FILE.
  1900 01  EXTRACT-RECORD              PIC X(250).

  1903 FD  RUN-CAL-FILE.
  1906     COPY RCALREC.

  1910 FD  OPS-LOG-FILE.
  1920     COPY OPSREC.

  1930 WORKING-STORAGE SECTION.
  1940 01  WS-FILE-STATUSES.
  1950     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1960         88  WS-PLAY-OK          VALUE "00".
  1970     05  WS-LBRD-STATUS          PIC X(02) VALUE SPACES.
  1980         88  WS-LBRD-OK          VALUE "00".
  1990     05  WS-ARM-STATUS           PIC X(02) VALUE SPACES.
  2000         88  WS-ARM-OK           VALUE "00".
  2010         88  WS-ARM-NOT-FOUND    VALUE "35".
  2020     05  WS-EQUIP-STATUS         PIC X(02) VALUE SPACES.
  2030         88  WS-EQUIP-OK         VALUE "00".
  2040     05  WS-XCTL-STATUS          PIC X(02) VALUE SPACES.
  2050         88  WS-XCTL-OK          VALUE "00".
  2060     05  WS-XTR-STATUS           PIC X(02) VALUE SPACES.
  2070         88  WS-XTR-OK           VALUE "00".
  2080     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  2090         88  WS-OPS-OK           VALUE "00".
  2093     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  2096         88  WS-RCAL-OK          VALUE "00".

  2100 01  WS-SWITCHES.
  2110     05  WS-LBRD-EOF-SW          PIC X(01) VALUE "N".
  2120         88  WS-END-OF-LBRD      VALUE "Y".
  2130     05  WS-PLAY-EOF-SW          PIC X(01) VALUE "N".
  2140         88  WS-END-OF-PLAY      VALUE "Y".
  2150     05  WS-ARM-EOF-SW           PIC X(01) VALUE "N".
  2160         88  WS-END-OF-ARMORY    VALUE "Y".
  2170     05  WS-ARMORY-SW            PIC X(01) VALUE "N".
  2180         88  WS-ARMORY-OPEN      VALUE "Y".
  2190     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
  2200         88  WS-ENTRY-FOUND      VALUE "Y".

  2210 01  WS-COUNTERS.
  2220     05  WS-PLAYERS-READ         PIC 9(05) VALUE ZERO.
  2230     05  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
  2240     05  WS-RECORD-COUNT         PIC 9(07) VALUE ZERO.
  2250     05  WS-INACTIVE-SKIPPED     PIC 9(05) VALUE ZERO.
  2260     05  WS-RANK-NO              PIC 9(05) VALUE ZERO.
  2270     05  WS-STD-IDX              PIC 9(03) VALUE ZERO.
  2280     05  WS-WEAPON-COUNT         PIC 9(03) VALUE ZERO.

  2290 01  WS-HASH-TOTALS.
  2300     05  WS-WINS-HASH            PIC 9(11) VALUE ZERO.
  2310     05  WS-GOLD-HASH            PIC 9(13) VALUE ZERO.

  2320******************************************************************
  2330* WS-OPS-WORK - one operations-log entry in the making, plus
  2340*               the worst condition seen so far: 0 clean, 4
  2350*               warnings, 12 fatal. The highest value becomes
  2360*               the job's return code.
  2370******************************************************************
  2380 01  WS-OPS-WORK.
  2390     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2400     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2410     05  WS-OPS-TIME-RAW.
  2420         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2430         10  FILLER              PIC 9(02).
  2440     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2441******************************************************************
  2442* WS-RUN-CALENDAR - this job's name on RUNCAL and the jobs that
  2443*                   must have finished clean (or been bypassed)
  2444*                   for the open business date (WS-BUSINESS-
  2445*                   DATE) before this one may run.
  2446******************************************************************
  2447 01  WS-RUN-CALENDAR.
  2448     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "STNDXTR".
  2449     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
  2450         88  WS-RCAL-FOUND       VALUE "Y".
  2451     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
  2452         88  WS-RCAL-DONE        VALUE "Y".
  2453     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
  2454     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
  2455     05  WS-RCAL-PREREQ-LIST.
  2456         10  FILLER              PIC X(08) VALUE "FDBATCH".
  2457     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
  2458         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
  2459     05  WS-RCAL-TIME-RAW.
  2461         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
  2463         10  FILLER              PIC 9(02).

  2465 01  WS-EXTRACT-WORK.
  2467     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
  2470     05  WS-EXTRACT-SEQ          PIC 9(06) VALUE ZERO.
  2480     05  WS-XTR-PTR              PIC 9(03) VALUE ZERO.
  2490     05  WS-WEAPON-LIST          PIC X(170) VALUE SPACES.
  2500     05  WS-WPN-PTR              PIC 9(03) VALUE ZERO.

  2510******************************************************************
  2520* WS-STANDINGS-TABLE - the current season's leaderboard in rank
  2530*               order, built by the sort. 500 matches the LDRBRD
  2540*               cluster allocation; the job fails loudly rather
  2550*               than send a partial ranking.
  2560******************************************************************
  2570 01  WS-STANDINGS-TABLE.
  2580     05  WS-STANDINGS-COUNT      PIC 9(03) VALUE ZERO.
  2590     05  WS-STANDINGS-ENTRY OCCURS 500 TIMES.
  2600         10  STD-PLAYER-ID       PIC X(08).
  2610         10  STD-WINS            PIC 9(05).
  2620         10  STD-LOSSES          PIC 9(05).
  2630         10  STD-TOTAL-DMG       PIC 9(07).
  2640         10  STD-RANK            PIC 9(05).

  2650 01  WS-STANDING-FOUND.
  2660     05  WS-FND-WINS             PIC 9(05) VALUE ZERO.
  2670     05  WS-FND-LOSSES           PIC 9(05) VALUE ZERO.
  2680     05  WS-FND-TOTAL-DMG        PIC 9(07) VALUE ZERO.
  2690     05  WS-FND-RANK             PIC 9(05) VALUE ZERO.

  2700 PROCEDURE DIVISION.
  2710 0000-MAIN-PROCEDURE.
  2715     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2730     SORT RANK-SORT-FILE
  2740         ON DESCENDING KEY RS-WINS
  2750         ON ASCENDING KEY RS-PLAYER-ID
  2760         INPUT PROCEDURE IS 2000-RELEASE-LEADERBOARD
  2770         OUTPUT PROCEDURE IS 2500-LOAD-STANDINGS.
  2780     PERFORM 3000-EXTRACT-ONE-PLAYER THRU 3000-EXIT
  2790         UNTIL WS-END-OF-PLAY.
  2800     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
  2810     PERFORM 8500-WRITE-EXTRACT-CONTROL THRU 8500-EXIT.
  2820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2825     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2830     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2840     STOP RUN.

  2841******************************************************************
  2842* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
  2843*                  up the business date open on RUNCAL and make
  2844*                  sure every job this one follows has finished
  2845*                  clean (or been bypassed) for it. Anything
  2846*                  short of that stops the job RC=12 with nothing
  2847*                  touched; otherwise this job is recorded as
  2848*                  started.
  2849******************************************************************
  2850 0500-CHECK-RUN-CALENDAR.
  2851     OPEN I-O RUN-CAL-FILE.
  2852     IF NOT WS-RCAL-OK
  2853         DISPLAY "STNDXTR: UNABLE TO OPEN RUNCAL, STATUS = "
  2854             WS-RCAL-STATUS
  2855         MOVE "E" TO WS-OPS-SEVERITY
  2856         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
  2857         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2858         MOVE 12 TO RETURN-CODE
  2859         STOP RUN
  2860     END-IF

  2861     MOVE ZERO TO RCAL-BUS-DATE
  2862     MOVE SPACES TO RCAL-JOB-NAME
  2863     READ RUN-CAL-FILE
  2864         INVALID KEY
  2865             DISPLAY "STNDXTR: NO BUSINESS DATE OPEN ON RUNCAL"
  2866             MOVE "E" TO WS-OPS-SEVERITY
  2867             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
  2868             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2869             CLOSE RUN-CAL-FILE
  2870             MOVE 12 TO RETURN-CODE
  2871             STOP RUN
  2872     END-READ
  2873     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

  2874     MOVE ZERO TO WS-RCAL-IDX
  2875     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
  2876         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

  2877     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2878     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  2879     MOVE "Y" TO WS-RCAL-FOUND-SW
  2880     READ RUN-CAL-FILE
  2881         INVALID KEY
  2882             MOVE "N" TO WS-RCAL-FOUND-SW
  2883     END-READ
  2884     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2885     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  2886     MOVE SPACES TO RCAL-JOB-DATA
  2887     SET RCAL-STARTED TO TRUE
  2888     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
  2889     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  2890     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
  2891     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
  2892     IF WS-RCAL-FOUND
  2893         REWRITE RCAL-RECORD
  2894     ELSE
  2895         WRITE RCAL-RECORD
  2896     END-IF
  2897     IF NOT WS-RCAL-OK
  2898         DISPLAY "STNDXTR: UNABLE TO RECORD START ON RUNCAL, "
  2899             "STATUS = " WS-RCAL-STATUS
  2900         MOVE "E" TO WS-OPS-SEVERITY
  2901         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
  2902         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2903         CLOSE RUN-CAL-FILE
  2904         MOVE 12 TO RETURN-CODE
  2905         STOP RUN
  2906     END-IF
  2907     CLOSE RUN-CAL-FILE.
  2908 0500-EXIT.
  2909     EXIT.

  2910 0510-CHECK-ONE-PREREQ.
  2911     ADD 1 TO WS-RCAL-IDX
  2912     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  2913     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
  2914     MOVE "N" TO WS-RCAL-DONE-SW
  2915     READ RUN-CAL-FILE
  2916         INVALID KEY
  2917             CONTINUE
  2918         NOT INVALID KEY
  2919             IF RCAL-DONE
  2920                 SET WS-RCAL-DONE TO TRUE
  2921             END-IF
  2922     END-READ
  2923     IF WS-RCAL-DONE
  2924         GO TO 0510-EXIT
  2925     END-IF

  2926     DISPLAY "STNDXTR: " WS-RCAL-PREREQ (WS-RCAL-IDX)
  2927         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
  2928     MOVE "E" TO WS-OPS-SEVERITY
  2929     MOVE SPACES TO WS-OPS-TEXT
  2930     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
  2931         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
  2932         DELIMITED BY SIZE INTO WS-OPS-TEXT
  2933     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2934     CLOSE RUN-CAL-FILE
  2935     MOVE 12 TO RETURN-CODE
  2936     STOP RUN.
  2937 0510-EXIT.
  2938     EXIT.

  2939 1000-INITIALIZE.
  2940     OPEN INPUT PLAYER-MST-FILE.
  2941     IF NOT WS-PLAY-OK
  2942         DISPLAY "STNDXTR: UNABLE TO OPEN PLAYMST, STATUS = "
  2943             WS-PLAY-STATUS
  2944         MOVE "E" TO WS-OPS-SEVERITY
  2945         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  2946         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2947         MOVE 12 TO RETURN-CODE
  2950         STOP RUN
  2960     END-IF

  2970     OPEN INPUT EQUIP-FILE.
  2980     IF NOT WS-EQUIP-OK
  2990         DISPLAY "STNDXTR: UNABLE TO OPEN EQUIPMST, STATUS = "
  3000             WS-EQUIP-STATUS
  3010         MOVE "E" TO WS-OPS-SEVERITY
  3020         MOVE "EQUIPMST OPEN FAILED" TO WS-OPS-TEXT
  3030         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3040         MOVE 12 TO RETURN-CODE
  3050         STOP RUN
  3060     END-IF

  3070*    No ARMORY yet (WPNSTORE has never run) = nobody owns a
  3080*    weapon; every player goes out with none.
  3090     OPEN INPUT ARMORY-FILE.
  3100     IF WS-ARM-OK
  3110         SET WS-ARMORY-OPEN TO TRUE
  3120     ELSE
  3130         IF NOT WS-ARM-NOT-FOUND
  3140             DISPLAY "STNDXTR: UNABLE TO OPEN ARMORY, STATUS = "
  3150                 WS-ARM-STATUS
  3160             MOVE "E" TO WS-OPS-SEVERITY
  3170             MOVE "ARMORY OPEN FAILED" TO WS-OPS-TEXT
  3180             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3190             MOVE 12 TO RETURN-CODE
  3200             STOP RUN
  3210         END-IF
  3220     END-IF

  3230     PERFORM 1100-READ-EXTRACT-CONTROL THRU 1100-EXIT

  3240     OPEN OUTPUT EXTRACT-FILE.
  3250     IF NOT WS-XTR-OK
  3260         DISPLAY "STNDXTR: UNABLE TO OPEN STNDXNEW, STATUS = "
  3270             WS-XTR-STATUS
  3280         MOVE "E" TO WS-OPS-SEVERITY
  3290         MOVE "STNDXNEW OPEN FAILED" TO WS-OPS-TEXT
  3300         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3310         MOVE 12 TO RETURN-CODE
  3320         STOP RUN
  3330     END-IF

  3340     MOVE SPACES TO EXTRACT-RECORD
  3350     STRING "H|" WS-BUSINESS-DATE "|" WS-EXTRACT-SEQ
  3360         DELIMITED BY SIZE INTO EXTRACT-RECORD
  3370     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
  3380 1000-EXIT.
  3390     EXIT.

  3400******************************************************************
  3410* 1100-READ-EXTRACT-CONTROL - this extract's number is one past
  3420*                  the last one sent. Missing or empty file =
  3430*                  the first extract ever.
  3440******************************************************************
  3450 1100-READ-EXTRACT-CONTROL.
  3460     MOVE 1 TO WS-EXTRACT-SEQ
  3470     OPEN INPUT EXTRACT-CTL-FILE.
  3480     IF NOT WS-XCTL-OK
  3490         GO TO 1100-EXIT
  3500     END-IF

  3510     READ EXTRACT-CTL-FILE
  3520         AT END
  3530             CLOSE EXTRACT-CTL-FILE
  3540             GO TO 1100-EXIT
  3550     END-READ
  3560     IF STXC-LAST-SEQ NUMERIC
  3570         COMPUTE WS-EXTRACT-SEQ = STXC-LAST-SEQ + 1
  3580     END-IF
  3590     CLOSE EXTRACT-CTL-FILE.
  3600 1100-EXIT.
  3610     EXIT.

  3620******************************************************************
  3630* 2000-RELEASE-LEADERBOARD - hand every LDRBRD record to the sort
  3640*                  as an INPUT PROCEDURE, keyed for a wins-first
  3650*                  ranking, exactly as LBRDRPT ranks it.
  3660******************************************************************
  3670 2000-RELEASE-LEADERBOARD.
  3680     OPEN INPUT LBRD-FILE.
  3690     IF NOT WS-LBRD-OK
  3700         DISPLAY "STNDXTR: UNABLE TO OPEN LDRBRD, STATUS = "
  3710             WS-LBRD-STATUS
  3720         MOVE "E" TO WS-OPS-SEVERITY
  3730         MOVE "LDRBRD OPEN FAILED" TO WS-OPS-TEXT
  3740         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3750         MOVE 12 TO RETURN-CODE
  3760         STOP RUN
  3770     END-IF

  3780     PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
  3790         UNTIL WS-END-OF-LBRD.
  3800     CLOSE LBRD-FILE.
  3810 2000-EXIT.
  3820     EXIT.

  3830 2100-RELEASE-ONE-RECORD.
  3840     READ LBRD-FILE
  3850         AT END
  3860             SET WS-END-OF-LBRD TO TRUE
  3870             GO TO 2100-EXIT
  3880     END-READ

  3890     MOVE LBRD-WINS      TO RS-WINS
  3900     MOVE LBRD-PLAYER-ID TO RS-PLAYER-ID
  3910     MOVE LBRD-LOSSES    TO RS-LOSSES
  3920     MOVE LBRD-TOTAL-DMG TO RS-TOTAL-DMG
  3930     RELEASE RANK-SORT-RECORD.
  3940 2100-EXIT.
  3950     EXIT.

  3960******************************************************************
  3970* 2500-LOAD-STANDINGS - as an OUTPUT PROCEDURE, RETURN the sorted
  3980*                  records in rank order into the standings
  3990*                  table.
  4000******************************************************************
  4010 2500-LOAD-STANDINGS.
  4020     MOVE "N" TO WS-LBRD-EOF-SW
  4030     PERFORM 2600-LOAD-ONE-STANDING THRU 2600-EXIT
  4040         UNTIL WS-END-OF-LBRD.
  4050 2500-EXIT.
  4060     EXIT.

  4070 2600-LOAD-ONE-STANDING.
  4080     RETURN RANK-SORT-FILE
  4090         AT END
  4100             SET WS-END-OF-LBRD TO TRUE
  4110             GO TO 2600-EXIT
  4120     END-RETURN

  4130     IF WS-STANDINGS-COUNT = 500
  4140         DISPLAY "STNDXTR: MORE THAN 500 PLAYERS ON LDRBRD - "
  4150             "STANDINGS TABLE FULL"
  4160         MOVE "E" TO WS-OPS-SEVERITY
  4170         MOVE "STANDINGS TABLE FULL - EXTRACT ABANDONED"
  4180             TO WS-OPS-TEXT
  4190         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4200         MOVE 12 TO RETURN-CODE
  4210         STOP RUN
  4220     END-IF

  4230     ADD 1 TO WS-RANK-NO
  4240     ADD 1 TO WS-STANDINGS-COUNT
  4250     MOVE WS-STANDINGS-COUNT TO WS-STD-IDX
  4260     MOVE RS-PLAYER-ID TO STD-PLAYER-ID (WS-STD-IDX)
  4270     MOVE RS-WINS TO STD-WINS (WS-STD-IDX)
  4280     MOVE RS-LOSSES TO STD-LOSSES (WS-STD-IDX)
  4290     MOVE RS-TOTAL-DMG TO STD-TOTAL-DMG (WS-STD-IDX)
  4300     MOVE WS-RANK-NO TO STD-RANK (WS-STD-IDX).
  4310 2600-EXIT.
  4320     EXIT.

  4330******************************************************************
  4340* 3000-EXTRACT-ONE-PLAYER - one detail record per active player,
  4350*                  in player id order. A player with no duels
  4360*                  this season has no LDRBRD record and goes
  4370*                  out with zero wins, losses and damage and
  4380*                  rank 0.
  4390******************************************************************
  4400 3000-EXTRACT-ONE-PLAYER.
  4410     READ PLAYER-MST-FILE
  4420         AT END
  4430             SET WS-END-OF-PLAY TO TRUE
  4440             GO TO 3000-EXIT
  4450     END-READ

  4460     ADD 1 TO WS-PLAYERS-READ
  4470     IF NOT PLAY-ACTIVE
  4480         ADD 1 TO WS-INACTIVE-SKIPPED
  4490         GO TO 3000-EXIT
  4500     END-IF

  4510     PERFORM 3100-FIND-STANDING THRU 3100-EXIT
  4520     PERFORM 3200-LIST-WEAPONS THRU 3200-EXIT

  4530     MOVE SPACES TO EXTRACT-RECORD
  4540     MOVE 1 TO WS-XTR-PTR
  4550     STRING "D|" DELIMITED BY SIZE
  4560         PLAY-PLAYER-ID DELIMITED BY SPACE
  4570         "|" DELIMITED BY SIZE
  4580         PLAY-PLAYER-NAME DELIMITED BY "  "
  4590         "|" PLAY-LEVEL
  4600         "|" PLAY-XP
  4610         "|" PLAY-GOLD
  4620         "|" WS-FND-WINS
  4630         "|" WS-FND-LOSSES
  4640         "|" WS-FND-TOTAL-DMG
  4650         "|" WS-FND-RANK
  4660         "|" WS-WEAPON-COUNT
  4670         "|" DELIMITED BY SIZE
  4680         INTO EXTRACT-RECORD
  4690         WITH POINTER WS-XTR-PTR
  4700     END-STRING
  4710     IF WS-WEAPON-COUNT > ZERO
  4720         STRING WS-WEAPON-LIST DELIMITED BY "  "
  4730             INTO EXTRACT-RECORD
  4740             WITH POINTER WS-XTR-PTR
  4750         END-STRING
  4760     END-IF
  4770     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT

  4780     ADD 1 TO WS-DETAIL-COUNT
  4790     ADD WS-FND-WINS TO WS-WINS-HASH
  4800     ADD PLAY-GOLD TO WS-GOLD-HASH.
  4810 3000-EXIT.
  4820     EXIT.

  4830 3100-FIND-STANDING.
  4840     MOVE ZERO TO WS-FND-WINS
  4850     MOVE ZERO TO WS-FND-LOSSES
  4860     MOVE ZERO TO WS-FND-TOTAL-DMG
  4870     MOVE ZERO TO WS-FND-RANK
  4880     MOVE "N" TO WS-ENTRY-FOUND-SW
  4890     MOVE ZERO TO WS-STD-IDX
  4900     PERFORM 3110-CHECK-NEXT-STANDING THRU 3110-EXIT
  4910         UNTIL WS-ENTRY-FOUND
  4920             OR WS-STD-IDX NOT LESS THAN WS-STANDINGS-COUNT
  4930     IF NOT WS-ENTRY-FOUND
  4940         GO TO 3100-EXIT
  4950     END-IF
  4960     MOVE STD-WINS (WS-STD-IDX) TO WS-FND-WINS
  4970     MOVE STD-LOSSES (WS-STD-IDX) TO WS-FND-LOSSES
  4980     MOVE STD-TOTAL-DMG (WS-STD-IDX) TO WS-FND-TOTAL-DMG
  4990     MOVE STD-RANK (WS-STD-IDX) TO WS-FND-RANK.
  5000 3100-EXIT.
  5010     EXIT.

  5020 3110-CHECK-NEXT-STANDING.
  5030     ADD 1 TO WS-STD-IDX
  5040     IF STD-PLAYER-ID (WS-STD-IDX) = PLAY-PLAYER-ID
  5050         SET WS-ENTRY-FOUND TO TRUE
  5060     END-IF.
  5070 3110-EXIT.
  5080     EXIT.

  5090******************************************************************
  5100* 3200-LIST-WEAPONS - the player's ARMORY records, by EQUIPMST
  5110*                  name, comma separated into WS-WEAPON-LIST.
  5120*                  Ten names fill the field - the same limit
  5130*                  FANTASY-DUEL's weapon menu holds - and any
  5140*                  more are counted but not named.
  5150******************************************************************
  5160 3200-LIST-WEAPONS.
  5170     MOVE ZERO TO WS-WEAPON-COUNT
  5180     MOVE SPACES TO WS-WEAPON-LIST
  5190     MOVE 1 TO WS-WPN-PTR
  5200     IF NOT WS-ARMORY-OPEN
  5210         GO TO 3200-EXIT
  5220     END-IF
  5230     MOVE "N" TO WS-ARM-EOF-SW
  5240     MOVE PLAY-PLAYER-ID TO ARM-PLAYER-ID
  5250     MOVE LOW-VALUES TO ARM-WEAPON-CODE
  5260     START ARMORY-FILE KEY IS NOT LESS THAN ARM-OWNER-KEY
  5270         INVALID KEY
  5280             SET WS-END-OF-ARMORY TO TRUE
  5290     END-START
  5300     PERFORM 3210-LIST-ONE-WEAPON THRU 3210-EXIT
  5310         UNTIL WS-END-OF-ARMORY.
  5320 3200-EXIT.
  5330     EXIT.

  5340 3210-LIST-ONE-WEAPON.
  5350     READ ARMORY-FILE NEXT RECORD
  5360         AT END
  5370             SET WS-END-OF-ARMORY TO TRUE
  5380             GO TO 3210-EXIT
  5390     END-READ
  5400     IF ARM-PLAYER-ID NOT = PLAY-PLAYER-ID
  5410         SET WS-END-OF-ARMORY TO TRUE
  5420         GO TO 3210-EXIT
  5430     END-IF

  5440     ADD 1 TO WS-WEAPON-COUNT
  5450     IF WS-WEAPON-COUNT > 10
  5460         GO TO 3210-EXIT
  5470     END-IF
  5480     MOVE ARM-WEAPON-CODE TO EQUIP-WEAPON-CODE
  5490     READ EQUIP-FILE
  5500         INVALID KEY
  5510             MOVE ARM-WEAPON-CODE TO EQUIP-WEAPON-NAME
  5520     END-READ
  5530     IF WS-WEAPON-COUNT > 1
  5540         STRING "," DELIMITED BY SIZE
  5550             INTO WS-WEAPON-LIST
  5560             WITH POINTER WS-WPN-PTR
  5570         END-STRING
  5580     END-IF
  5590     STRING EQUIP-WEAPON-NAME DELIMITED BY "  "
  5600         INTO WS-WEAPON-LIST
  5610         WITH POINTER WS-WPN-PTR
  5620     END-STRING.
  5630 3210-EXIT.
  5640     EXIT.

  5650 7000-WRITE-EXTRACT.
  5660     WRITE EXTRACT-RECORD
  5670     IF NOT WS-XTR-OK
  5680         DISPLAY "STNDXTR: STNDXNEW WRITE FAILED, STATUS = "
  5690             WS-XTR-STATUS
  5700         MOVE "E" TO WS-OPS-SEVERITY
  5710         MOVE "STNDXNEW WRITE FAILED - EXTRACT ABANDONED"
  5720             TO WS-OPS-TEXT
  5730         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5740         MOVE 12 TO RETURN-CODE
  5750         STOP RUN
  5760     END-IF
  5770     ADD 1 TO WS-RECORD-COUNT.
  5780 7000-EXIT.
  5790     EXIT.

  5800******************************************************************
  5810* 8000-WRITE-TRAILER - the last record, written only once every
  5820*                  detail is down. Its record count includes
  5830*                  the header and the trailer itself.
  5840******************************************************************
  5850 8000-WRITE-TRAILER.
  5860     ADD 1 TO WS-RECORD-COUNT
  5870     MOVE SPACES TO EXTRACT-RECORD
  5880     STRING "T|" WS-DETAIL-COUNT
  5890         "|" WS-WINS-HASH
  5900         "|" WS-GOLD-HASH
  5910         "|" WS-RECORD-COUNT
  5920         DELIMITED BY SIZE INTO EXTRACT-RECORD
  5930     SUBTRACT 1 FROM WS-RECORD-COUNT
  5940     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT
  5950     CLOSE EXTRACT-FILE.
  5960 8000-EXIT.
  5970     EXIT.

  5980******************************************************************
  5990* 8500-WRITE-EXTRACT-CONTROL - move STNDXCTL on to the number
  6000*                  just sent. If it will not write, the next
  6010*                  run would send the same number again, so the
  6020*                  step fails and the rename step leaves the
  6030*                  extract unpublished.
  6040******************************************************************
  6050 8500-WRITE-EXTRACT-CONTROL.
  6060     OPEN OUTPUT EXTRACT-CTL-FILE.
  6070     IF NOT WS-XCTL-OK
  6080         DISPLAY "STNDXTR: UNABLE TO WRITE STNDXCTL, STATUS = "
  6090             WS-XCTL-STATUS
  6100         MOVE "E" TO WS-OPS-SEVERITY
  6110         MOVE "STNDXCTL NOT WRITTEN - EXTRACT NOT RELEASED"
  6120             TO WS-OPS-TEXT
  6130         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6140         MOVE 12 TO RETURN-CODE
  6150         STOP RUN
  6160     END-IF
  6170     MOVE SPACES TO STXC-RECORD
  6180     MOVE WS-EXTRACT-SEQ TO STXC-LAST-SEQ
  6190     MOVE WS-BUSINESS-DATE TO STXC-LAST-DATE
  6200     WRITE STXC-RECORD
  6210     CLOSE EXTRACT-CTL-FILE.
  6220 8500-EXIT.
  6230     EXIT.

  6240 9000-TERMINATE.
  6250     CLOSE PLAYER-MST-FILE.
  6260     CLOSE EQUIP-FILE.
  6270     IF WS-ARMORY-OPEN
  6280         CLOSE ARMORY-FILE
  6290     END-IF

  6300     MOVE "I" TO WS-OPS-SEVERITY
  6310     MOVE SPACES TO WS-OPS-TEXT
  6320     STRING "EXTRACT " WS-EXTRACT-SEQ
  6330         " PLAYERS " WS-DETAIL-COUNT
  6340         " SKIPPED " WS-INACTIVE-SKIPPED
  6350         DELIMITED BY SIZE INTO WS-OPS-TEXT
  6360     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  6370 9000-EXIT.
  6380     EXIT.

  6381******************************************************************
  6382* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  6383*                  end and return code: complete at RC 4 or
  6384*                  less, failed above, so the jobs that follow
  6385*                  know whether they may run. A calendar that
  6386*                  cannot be updated is logged and the job ends
  6387*                  RC=4 - its work is done, but the jobs after
  6388*                  it stay held until the operator bypasses it.
  6389******************************************************************
  6390 9800-RECORD-RUN-END.
  6391     OPEN I-O RUN-CAL-FILE.
  6392     IF NOT WS-RCAL-OK
  6393         DISPLAY "STNDXTR: UNABLE TO OPEN RUNCAL, STATUS = "
  6394             WS-RCAL-STATUS
  6395         GO TO 9800-NOT-RECORDED
  6396     END-IF
  6397     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  6398     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  6399     READ RUN-CAL-FILE
  6400         INVALID KEY
  6401             CLOSE RUN-CAL-FILE
  6402             GO TO 9800-NOT-RECORDED
  6403     END-READ
  6404     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  6405     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  6406     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  6407     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  6408     IF WS-HIGHEST-RC > 4
  6409         SET RCAL-FAILED TO TRUE
  6410     ELSE
  6411         SET RCAL-COMPLETE TO TRUE
  6412     END-IF
  6413     REWRITE RCAL-RECORD
  6414     IF NOT WS-RCAL-OK
  6415         CLOSE RUN-CAL-FILE
  6416         GO TO 9800-NOT-RECORDED
  6417     END-IF
  6418     CLOSE RUN-CAL-FILE
  6419     GO TO 9800-EXIT.
  6420 9800-NOT-RECORDED.
  6421     MOVE "W" TO WS-OPS-SEVERITY
  6422     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  6423         TO WS-OPS-TEXT
  6424     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6425     IF WS-HIGHEST-RC < 4
  6426         MOVE 4 TO WS-HIGHEST-RC
  6427     END-IF.
  6428 9800-EXIT.
  6429     EXIT.

  6430******************************************************************
  6431* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  6432*                  the common operations log. Open-write-close
  6433*                  per entry, so the log never blocks another
  6434*                  program in the suite; a log that will not
  6440*                  open is shouted to SYSOUT and skipped - it
  6450*                  must never take the job down itself.
  6460******************************************************************
  6470 9900-WRITE-OPS-LOG.
  6480     OPEN EXTEND OPS-LOG-FILE.
  6490     IF NOT WS-OPS-OK
  6500         DISPLAY "STNDXTR: UNABLE TO OPEN OPSLOG, STATUS = "
  6510             WS-OPS-STATUS
  6520         GO TO 9900-EXIT
  6530     END-IF
  6540     MOVE SPACES TO OPS-LOG-RECORD
  6550     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  6560     ACCEPT WS-OPS-TIME-RAW FROM TIME
  6570     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  6580     MOVE "STNDXTR" TO OPS-PROGRAM
  6590     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  6600     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  6610     WRITE OPS-LOG-RECORD
  6620     CLOSE OPS-LOG-FILE.
  6630 9900-EXIT.
  6640     EXIT.
