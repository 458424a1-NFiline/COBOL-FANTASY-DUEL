  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Rebuild of the player-keyed duel index (DUELHIX)
  1050*          from the duel archive (DUELHIST). The engine adds
  1060*          index entries as it archives each duel, placing
  1070*          each one by the record count on the index's control
  1080*          record; anything that rewrites DUELHIST in place of
  1090*          appending to it - DHRETAIN's roll-off, a DUELVOID
  1100*          swap - moves or changes what the entries point at,
  1110*          so the index is regenerated here, front to back,
  1120*          right after the swap. One entry per player per
  1130*          header (both players for a PvP duel), carrying the
  1140*          header's record number and the count of turn
  1150*          records behind it, then the control record with
  1160*          the number of records read. The JCL deletes and
  1170*          redefines the cluster first, so the file is loaded
  1172*          fresh, and builds the duel-id alternate index
  1174*          (used by DUELVOID) once the load is done.
  1180*          A player appearing twice under one duel id
  1190*          (a damaged archive) is listed on DHIXRPT and the job
  1200*          ends RC=4; FDAUDIT cross-checks the result nightly.
  1210* Tectonics: cobc -x DHIXBLD.cbl -I copybooks
  1220*
  1230* Modification History
  1240*   15 Oct 2026  NF  Initial version.
  1250******************************************************************
  1260 IDENTIFICATION DIVISION.
  1270 PROGRAM-ID. DHIXBLD.
  1280 AUTHOR. NICOLAS FILINE.
  1290 INSTALLATION. FANTASY DUEL GAMES.
  1300 DATE-WRITTEN. 15 OCT 2026.
  1310 DATE-COMPILED.

  1320 ENVIRONMENT DIVISION.
  1330 INPUT-OUTPUT SECTION.
  1340 FILE-CONTROL.
  1350     SELECT DUEL-HIST-FILE ASSIGN TO "DUELHIST"
  1360         ORGANIZATION IS LINE SEQUENTIAL
  1370         FILE STATUS IS WS-HIST-STATUS.

  1380     SELECT DUEL-HIX-FILE ASSIGN TO "DUELHIX"
  1390         ORGANIZATION IS INDEXED
  1400         ACCESS MODE IS RANDOM
  1410         RECORD KEY IS HIX-KEY
  1430         FILE STATUS IS WS-HIX-STATUS.

  1440     SELECT HIX-RPT-FILE ASSIGN TO "DHIXRPT"
  1450         ORGANIZATION IS LINE SEQUENTIAL
  1460         FILE STATUS IS WS-RPT-STATUS.

  1470     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1480         ORGANIZATION IS LINE SEQUENTIAL
  1490         FILE STATUS IS WS-OPS-STATUS.

  1500 DATA DIVISION.
  1510 FILE SECTION.
  1520 FD  DUEL-HIST-FILE.
  1530     COPY HISTREC.

  1540 FD  DUEL-HIX-FILE.
  1550     COPY HIXREC.

  1560 FD  HIX-RPT-FILE.
  1570 01  HIX-RPT-LINE                PIC X(80).

  1580 FD  OPS-LOG-FILE.
  1590     COPY OPSREC.

  1600 WORKING-STORAGE SECTION.
  1610 01  WS-FILE-STATUSES.
  1620     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
  1630         88  WS-HIST-OK          VALUE "00".
  1640     05  WS-HIX-STATUS           PIC X(02) VALUE SPACES.
  1650         88  WS-HIX-OK           VALUE "00".
  1660     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1670         88  WS-RPT-OK           VALUE "00".
  1680     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1690         88  WS-OPS-OK           VALUE "00".

  1700 01  WS-SWITCHES.
  1710     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  1720         88  WS-END-OF-HIST      VALUE "Y".
  1730     05  WS-PENDING-SW           PIC X(01) VALUE "N".
  1740         88  WS-HEADER-PENDING   VALUE "Y".

  1750 01  WS-COUNTERS.
  1760     05  WS-RECS-READ            PIC 9(09) VALUE ZERO.
  1770     05  WS-HDRS-READ            PIC 9(07) VALUE ZERO.
  1780     05  WS-TURNS-READ           PIC 9(09) VALUE ZERO.
  1790     05  WS-STRAY-TURNS          PIC 9(07) VALUE ZERO.
  1800     05  WS-ENTRIES-WRITTEN      PIC 9(07) VALUE ZERO.
  1810     05  WS-DUPLICATES           PIC 9(05) VALUE ZERO.

  1820******************************************************************
  1830* WS-PENDING-HEADER - the last header read, held until the next
  1840*                     header (or the end of the archive) says
  1850*                     how many turn records followed it, then
  1860*                     indexed under each of its players.
  1870******************************************************************
  1880 01  WS-PENDING-HEADER.
  1890     05  WS-PND-DUEL-ID.
  1900         10  WS-PND-DUEL-DATE    PIC 9(08) VALUE ZERO.
  1910         10  WS-PND-DUEL-TIME    PIC 9(06) VALUE ZERO.
  1920         10  WS-PND-DUEL-SEQ     PIC 9(03) VALUE ZERO.
  1930     05  WS-PND-PLAYER-ID        PIC X(08) VALUE SPACES.
  1940     05  WS-PND-OPP-PLAYER-ID    PIC X(08) VALUE SPACES.
  1950     05  WS-PND-ELF-RACE         PIC X(02) VALUE SPACES.
  1960     05  WS-PND-OPP-RACE         PIC X(02) VALUE SPACES.
  1970     05  WS-PND-WINNER           PIC X(01) VALUE SPACE.
  1980     05  WS-PND-VOID-FLAG        PIC X(01) VALUE SPACE.
  1990     05  WS-PND-POSITION         PIC 9(09) VALUE ZERO.
  2000     05  WS-PND-TURN-RECS        PIC 9(05) VALUE ZERO.

  2010******************************************************************
  2020* WS-OPS-WORK - one operations-log entry in the making, plus
  2030*               the worst condition seen so far: 0 clean, 4
  2040*               warnings, 12 fatal. The highest value becomes
  2050*               the job's return code.
  2060******************************************************************
  2070 01  WS-OPS-WORK.
  2080     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2090     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2100     05  WS-OPS-TIME-RAW.
  2110         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2120         10  FILLER              PIC 9(02).
  2130     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2140 01  WS-HEADING-1.
  2150     05  FILLER                  PIC X(20)
  2160         VALUE "FANTASY DUEL - DUELH".
  2170     05  FILLER                  PIC X(20)
  2180         VALUE "IX PLAYER INDEX REBU".
  2190     05  FILLER                  PIC X(03) VALUE "ILD".

  2200 01  WS-DUP-LINE.
  2210     05  FILLER                  PIC X(10) VALUE "DUPLICATE ".
  2220     05  DL-PLAYER-ID            PIC X(08).
  2230     05  FILLER                  PIC X(01) VALUE SPACE.
  2240     05  DL-DUEL-DATE            PIC 9(08).
  2250     05  FILLER                  PIC X(01) VALUE "-".
  2260     05  DL-DUEL-TIME            PIC 9(06).
  2270     05  FILLER                  PIC X(01) VALUE "-".
  2280     05  DL-DUEL-SEQ             PIC 9(03).
  2290     05  FILLER                  PIC X(10) VALUE " POSITION ".
  2300     05  DL-POSITION             PIC Z(08)9.
  2310     05  FILLER                  PIC X(13)
  2320         VALUE " - NOT INDEX".
  2330     05  FILLER                  PIC X(02) VALUE "ED".

  2340 01  WS-TOTAL-LINE-1.
  2350     05  FILLER                  PIC X(16)
  2360         VALUE "DUELHIST RECS  :".
  2370     05  TL-RECS                 PIC Z(08)9.
  2380     05  FILLER                  PIC X(16)
  2390         VALUE "   HEADERS     :".
  2400     05  TL-HDRS                 PIC Z(06)9.

  2410 01  WS-TOTAL-LINE-2.
  2420     05  FILLER                  PIC X(16)
  2430         VALUE "TURN RECORDS   :".
  2440     05  TL-TURNS                PIC Z(08)9.
  2450     05  FILLER                  PIC X(16)
  2460         VALUE "   NO HEADER   :".
  2470     05  TL-STRAY                PIC Z(06)9.

  2480 01  WS-TOTAL-LINE-3.
  2490     05  FILLER                  PIC X(16)
  2500         VALUE "ENTRIES WRITTEN:".
  2510     05  TL-ENTRIES              PIC Z(08)9.
  2520     05  FILLER                  PIC X(16)
  2530         VALUE "   DUPLICATES  :".
  2540     05  TL-DUPS                 PIC Z(06)9.

  2550 PROCEDURE DIVISION.
  2560 0000-MAIN-PROCEDURE.
  2570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2580     PERFORM 2000-READ-ONE-RECORD THRU 2000-EXIT
  2590         UNTIL WS-END-OF-HIST.
  2600     PERFORM 2500-INDEX-PENDING THRU 2500-EXIT.
  2610     PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT.
  2620     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2640     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2650     STOP RUN.

  2660******************************************************************
  2670* 1000-INITIALIZE - open the archive, the freshly defined index
  2680*                   (loaded from empty) and the report.
  2690******************************************************************
  2700 1000-INITIALIZE.
  2710     OPEN INPUT DUEL-HIST-FILE.
  2720     IF NOT WS-HIST-OK
  2730         DISPLAY "DHIXBLD: UNABLE TO OPEN DUELHIST, STATUS = "
  2740             WS-HIST-STATUS
  2750         MOVE "E" TO WS-OPS-SEVERITY
  2760         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  2770         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2780         MOVE 12 TO RETURN-CODE
  2790         STOP RUN
  2800     END-IF

  2810     OPEN OUTPUT DUEL-HIX-FILE.
  2820     IF NOT WS-HIX-OK
  2830         DISPLAY "DHIXBLD: UNABLE TO OPEN DUELHIX, STATUS = "
  2840             WS-HIX-STATUS
  2850         MOVE "E" TO WS-OPS-SEVERITY
  2860         MOVE "DUELHIX OPEN FAILED" TO WS-OPS-TEXT
  2870         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2880         MOVE 12 TO RETURN-CODE
  2890         STOP RUN
  2900     END-IF

  2910     OPEN OUTPUT HIX-RPT-FILE.
  2920     IF NOT WS-RPT-OK
  2930         DISPLAY "DHIXBLD: UNABLE TO OPEN DHIXRPT, STATUS = "
  2940             WS-RPT-STATUS
  2950         MOVE "E" TO WS-OPS-SEVERITY
  2960         MOVE "DHIXRPT OPEN FAILED" TO WS-OPS-TEXT
  2970         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2980         MOVE 12 TO RETURN-CODE
  2990         STOP RUN
  3000     END-IF

  3010     WRITE HIX-RPT-LINE FROM WS-HEADING-1
  3020     MOVE SPACES TO HIX-RPT-LINE
  3030     WRITE HIX-RPT-LINE.
  3040 1000-EXIT.
  3050     EXIT.

  3060******************************************************************
  3070* 2000-READ-ONE-RECORD - count every archive record, since the
  3080*                  count is a header's position. A header
  3090*                  first indexes the one before it (now that
  3100*                  its turns are counted) and then becomes the
  3110*                  one pending; a turn record adds to the
  3120*                  pending header's count. Turn records ahead
  3130*                  of any header belong to no duel - they are
  3140*                  counted and reported, not indexed.
  3150******************************************************************
  3160 2000-READ-ONE-RECORD.
  3170     READ DUEL-HIST-FILE
  3180         AT END
  3190             SET WS-END-OF-HIST TO TRUE
  3200             GO TO 2000-EXIT
  3210     END-READ
  3220     ADD 1 TO WS-RECS-READ

  3230     IF NOT HIST-HEADER-REC
  3240         ADD 1 TO WS-TURNS-READ
  3250         IF WS-HEADER-PENDING
  3260             ADD 1 TO WS-PND-TURN-RECS
  3270         ELSE
  3280             ADD 1 TO WS-STRAY-TURNS
  3290         END-IF
  3300         GO TO 2000-EXIT
  3310     END-IF

  3320     ADD 1 TO WS-HDRS-READ
  3330     PERFORM 2500-INDEX-PENDING THRU 2500-EXIT
  3340     MOVE HIST-DUEL-DATE TO WS-PND-DUEL-DATE
  3350     MOVE HIST-DUEL-TIME TO WS-PND-DUEL-TIME
  3360     MOVE HIST-DUEL-SEQ TO WS-PND-DUEL-SEQ
  3370     MOVE HIST-PLAYER-ID TO WS-PND-PLAYER-ID
  3380     MOVE HIST-OPP-PLAYER-ID TO WS-PND-OPP-PLAYER-ID
  3390     MOVE HIST-ELF-RACE-CODE TO WS-PND-ELF-RACE
  3400     MOVE HIST-OPP-RACE-CODE TO WS-PND-OPP-RACE
  3410     MOVE HIST-WINNER-CODE TO WS-PND-WINNER
  3420     MOVE HIST-VOID-FLAG TO WS-PND-VOID-FLAG
  3430     MOVE WS-RECS-READ TO WS-PND-POSITION
  3440     MOVE ZERO TO WS-PND-TURN-RECS
  3450     SET WS-HEADER-PENDING TO TRUE.
  3460 2000-EXIT.
  3470     EXIT.

  3480******************************************************************
  3490* 2500-INDEX-PENDING - write the pending header's entries: the
  3500*                  A player's always, the B player's when the
  3510*                  duel was PvP. Both carry the same position,
  3520*                  turn count, winner code and void flag.
  3530******************************************************************
  3540 2500-INDEX-PENDING.
  3550     IF NOT WS-HEADER-PENDING
  3560         GO TO 2500-EXIT
  3570     END-IF
  3580     MOVE "N" TO WS-PENDING-SW

  3590     MOVE SPACES TO HIX-RECORD
  3600     MOVE WS-PND-PLAYER-ID TO HIX-PLAYER-ID
  3610     MOVE WS-PND-DUEL-ID TO HIX-DUEL-ID
  3620     SET HIX-SIDE-A TO TRUE
  3630     MOVE WS-PND-ELF-RACE TO HIX-OWN-RACE-CODE
  3640     MOVE WS-PND-OPP-RACE TO HIX-OPP-RACE-CODE
  3650     MOVE WS-PND-OPP-PLAYER-ID TO HIX-OPP-PLAYER-ID
  3660     PERFORM 2550-WRITE-ENTRY THRU 2550-EXIT

  3670     IF WS-PND-OPP-PLAYER-ID = SPACES
  3680         GO TO 2500-EXIT
  3690     END-IF
  3700     MOVE SPACES TO HIX-RECORD
  3710     MOVE WS-PND-OPP-PLAYER-ID TO HIX-PLAYER-ID
  3720     MOVE WS-PND-DUEL-ID TO HIX-DUEL-ID
  3730     SET HIX-SIDE-B TO TRUE
  3740     MOVE WS-PND-OPP-RACE TO HIX-OWN-RACE-CODE
  3750     MOVE WS-PND-ELF-RACE TO HIX-OPP-RACE-CODE
  3760     MOVE WS-PND-PLAYER-ID TO HIX-OPP-PLAYER-ID
  3770     PERFORM 2550-WRITE-ENTRY THRU 2550-EXIT.
  3780 2500-EXIT.
  3790     EXIT.

  3800 2550-WRITE-ENTRY.
  3810     MOVE WS-PND-WINNER TO HIX-WINNER-CODE
  3820     MOVE WS-PND-VOID-FLAG TO HIX-VOID-FLAG
  3830     MOVE WS-PND-POSITION TO HIX-HDR-POSITION
  3840     MOVE WS-PND-TURN-RECS TO HIX-TURN-RECS
  3850     WRITE HIX-RECORD
  3860         INVALID KEY
  3870             ADD 1 TO WS-DUPLICATES
  3880             MOVE HIX-PLAYER-ID TO DL-PLAYER-ID
  3890             MOVE WS-PND-DUEL-DATE TO DL-DUEL-DATE
  3900             MOVE WS-PND-DUEL-TIME TO DL-DUEL-TIME
  3910             MOVE WS-PND-DUEL-SEQ TO DL-DUEL-SEQ
  3920             MOVE WS-PND-POSITION TO DL-POSITION
  3930             WRITE HIX-RPT-LINE FROM WS-DUP-LINE
  3940             GO TO 2550-EXIT
  3950     END-WRITE
  3960     IF NOT WS-HIX-OK
  3970         DISPLAY "DHIXBLD: DUELHIX WRITE FAILED, STATUS = "
  3980             WS-HIX-STATUS
  3990         MOVE "E" TO WS-OPS-SEVERITY
  4000         MOVE "DUELHIX WRITE FAILED - INDEX INCOMPLETE"
  4010             TO WS-OPS-TEXT
  4020         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4030         CLOSE DUEL-HIST-FILE DUEL-HIX-FILE HIX-RPT-FILE
  4040         MOVE 12 TO RETURN-CODE
  4050         STOP RUN
  4060     END-IF
  4070     ADD 1 TO WS-ENTRIES-WRITTEN.
  4080 2550-EXIT.
  4090     EXIT.

  4100******************************************************************
  4110* 3000-WRITE-CONTROL - the control record: every record read
  4120*                  off DUELHIST, so the engine's next archived
  4130*                  duel is placed one past the end.
  4140******************************************************************
  4150 3000-WRITE-CONTROL.
  4160     MOVE SPACES TO HIX-RECORD
  4170     MOVE ZERO TO HIX-DUEL-DATE HIX-DUEL-TIME HIX-DUEL-SEQ
  4180     MOVE WS-RECS-READ TO HIX-CTL-HIST-RECS
  4190     WRITE HIX-RECORD
  4200     IF NOT WS-HIX-OK
  4210         DISPLAY "DHIXBLD: DUELHIX CONTROL WRITE FAILED, "
  4220             "STATUS = " WS-HIX-STATUS
  4230         MOVE "E" TO WS-OPS-SEVERITY
  4240         MOVE "DUELHIX CONTROL RECORD NOT WRITTEN"
  4250             TO WS-OPS-TEXT
  4260         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4270         MOVE 12 TO WS-HIGHEST-RC
  4280     END-IF.
  4290 3000-EXIT.
  4300     EXIT.

  4310 8000-WRITE-TOTALS.
  4320     MOVE SPACES TO HIX-RPT-LINE
  4330     WRITE HIX-RPT-LINE
  4340     MOVE WS-RECS-READ TO TL-RECS
  4350     MOVE WS-HDRS-READ TO TL-HDRS
  4360     WRITE HIX-RPT-LINE FROM WS-TOTAL-LINE-1
  4370     MOVE WS-TURNS-READ TO TL-TURNS
  4380     MOVE WS-STRAY-TURNS TO TL-STRAY
  4390     WRITE HIX-RPT-LINE FROM WS-TOTAL-LINE-2
  4400     MOVE WS-ENTRIES-WRITTEN TO TL-ENTRIES
  4410     MOVE WS-DUPLICATES TO TL-DUPS
  4420     WRITE HIX-RPT-LINE FROM WS-TOTAL-LINE-3.
  4430 8000-EXIT.
  4440     EXIT.

  4450 9000-TERMINATE.
  4460     CLOSE DUEL-HIST-FILE DUEL-HIX-FILE HIX-RPT-FILE.
  4470     DISPLAY "DHIXBLD: " WS-ENTRIES-WRITTEN
  4480         " ENTRIES INDEXED FROM " WS-HDRS-READ " HEADER(S)".

  4490     IF WS-DUPLICATES NOT = ZERO
  4500         MOVE "W" TO WS-OPS-SEVERITY
  4510         MOVE SPACES TO WS-OPS-TEXT
  4520         STRING WS-DUPLICATES " DUPLICATE DUELHIST ENTRIES "
  4530             "NOT INDEXED" DELIMITED BY SIZE INTO WS-OPS-TEXT
  4540         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  4550         IF WS-HIGHEST-RC < 4
  4560             MOVE 4 TO WS-HIGHEST-RC
  4570         END-IF
  4580     END-IF.
  4590 9000-EXIT.
  4600     EXIT.

  4610******************************************************************
  4620* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  4630*                  the common operations log. Open-write-close
  4640*                  per entry, so the log never blocks another
  4650*                  program in the suite; a log that will not
  4660*                  open is shouted to SYSOUT and skipped - it
  4670*                  must never take the job down itself.
  4680******************************************************************
  4690 9900-WRITE-OPS-LOG.
  4700     OPEN EXTEND OPS-LOG-FILE.
  4710     IF NOT WS-OPS-OK
  4720         DISPLAY "DHIXBLD: UNABLE TO OPEN OPSLOG, STATUS = "
  4730             WS-OPS-STATUS
  4740         GO TO 9900-EXIT
  4750     END-IF
  4760     MOVE SPACES TO OPS-LOG-RECORD
  4770     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  4780     ACCEPT WS-OPS-TIME-RAW FROM TIME
  4790     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  4800     MOVE "DHIXBLD" TO OPS-PROGRAM
  4810     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  4820     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  4830     WRITE OPS-LOG-RECORD
  4840     CLOSE OPS-LOG-FILE.
  4850 9900-EXIT.
  4860     EXIT.
