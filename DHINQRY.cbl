  1070*          result from last week can still be shown to the
  1080*          player. The selection is a single control card on
  1090*          DHINQCTL: "P" plus a player id, or "D" plus a date.
  1092*          A player's duels are found through the player-keyed
  1094*          index (DUELHIX); a date's duels by reading the whole
  1096*          archive.
  1100* Tectonics: cobc -x DHINQRY.cbl -I copybooks
  1110*
  1120* Modification History
  1146*                     ** VOIDED ** on its duel id line - the
  1147*                     result was backed out and no longer
  1148*                     counts anywhere.
 1148A*   15 Oct 2026  NF  A player selection goes to DUELHIX for
 1148B*                     the player's duels and reads each one
 1148C*                     at its DUELHIST position rather than
 1148D*                     testing every header in the archive;
 1148E*                     an entry that no longer matches the
 1148F*                     archive stops the listing with a
 1148G*                     rebuild (DHIXBLD) line. A date
 1148H*                     selection still scans.
  1149******************************************************************
  1150 IDENTIFICATION DIVISION.
  1160 PROGRAM-ID. DHINQRY.
  1280         ORGANIZATION IS LINE SEQUENTIAL
  1290         FILE STATUS IS WS-HIST-STATUS.

  1291     SELECT DUEL-HIX-FILE ASSIGN TO "DUELHIX"
  1292         ORGANIZATION IS INDEXED
  1293         ACCESS MODE IS DYNAMIC
  1294         RECORD KEY IS HIX-KEY
  1295         FILE STATUS IS WS-HIX-STATUS.

  1300     SELECT INQ-RPT-FILE ASSIGN TO "DHINQRPT"
  1310         ORGANIZATION IS LINE SEQUENTIAL
  1320         FILE STATUS IS WS-RPT-STATUS.
  1440 FD  DUEL-HIST-FILE.
  1450     COPY HISTREC.

  1453 FD  DUEL-HIX-FILE.
  1456     COPY HIXREC.

  1460 FD  INQ-RPT-FILE.
  1470 01  INQ-RPT-LINE                PIC X(80).

  1530         88  WS-HIST-OK          VALUE "00".
  1540     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1550         88  WS-RPT-OK           VALUE "00".
  1553     05  WS-HIX-STATUS           PIC X(02) VALUE SPACES.
  1556         88  WS-HIX-OK           VALUE "00".

  1560 01  WS-SWITCHES.
  1570     05  WS-EOF-SW               PIC X(01) VALUE "N".
  1580         88  WS-END-OF-HIST      VALUE "Y".
  1590     05  WS-PRINTING-SW          PIC X(01) VALUE "N".
  1600         88  WS-PRINTING-DUEL    VALUE "Y".
  1602     05  WS-HIX-EOF-SW           PIC X(01) VALUE "N".
  1604         88  WS-END-OF-HIX       VALUE "Y".
  1606     05  WS-STALE-SW             PIC X(01) VALUE "N".
  1608         88  WS-INDEX-STALE      VALUE "Y".

  1610 01  WS-COUNTERS.
  1620     05  WS-DUELS-MATCHED        PIC 9(05) VALUE ZERO.
 1620A     05  WS-HIST-RECS-READ       PIC 9(09) VALUE ZERO.
 1620B     05  WS-TURNS-LEFT           PIC 9(05) VALUE ZERO.

  1621******************************************************************
  1622* WS-SELECTION - the control card, captured before DHINQCTL is
  2210     05  FILLER                  PIC X(34) VALUE
  2220         "NO ARCHIVED DUELS MATCH SELECTION.".

 2220A 01  WS-STALE-LINE.
 2220B     05  FILLER                  PIC X(20)
 2220C         VALUE "DUELHIX DOES NOT MAT".
 2220D     05  FILLER                  PIC X(20)
 2220E         VALUE "CH DUELHIST AT DUEL ".
 2220F     05  SX-DUEL-DATE            PIC 9(08).
 2220G     05  FILLER                  PIC X(01) VALUE "-".
 2220H     05  SX-DUEL-TIME            PIC 9(06).
 2220I     05  FILLER                  PIC X(01) VALUE "-".
 2220J     05  SX-DUEL-SEQ             PIC 9(03).
 2220K     05  FILLER                  PIC X(15)
 2220L         VALUE " - RUN DHIXBLD.".

  2230 PROCEDURE DIVISION.
  2240 0000-MAIN-PROCEDURE.
  2250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2252     IF WS-SELECT-PLAYER
  2254         PERFORM 3000-SELECT-BY-INDEX THRU 3000-EXIT
  2256     ELSE
  2260         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
  2270             UNTIL WS-END-OF-HIST
  2274     END-IF.
  2280     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2300     STOP RUN.
  2320* 1000-INITIALIZE - read the selection card, open the archive
  2330*                   and the report, and echo the selection on
  2340*                   the report heading.
  2345*                   A player selection also opens DUELHIX.
  2350******************************************************************
  2360 1000-INITIALIZE.
  2370     OPEN INPUT INQ-CTL-FILE.
  2560         DISPLAY "DHINQRY: UNABLE TO OPEN DUELHIST, STATUS = "
  2570             WS-HIST-STATUS
  2580         STOP RUN
  2581     END-IF

  2582     IF WS-SELECT-PLAYER
  2583         OPEN INPUT DUEL-HIX-FILE
  2584         IF NOT WS-HIX-OK
  2585             DISPLAY "DHINQRY: UNABLE TO OPEN DUELHIX, STATUS = "
  2586                 WS-HIX-STATUS " - RUN DHIXBLD"
  2587             STOP RUN
  2588         END-IF
  2590     END-IF

  2600     OPEN OUTPUT INQ-RPT-FILE.
  3440     EXIT.

  3450******************************************************************
 3450A* 3000-SELECT-BY-INDEX - position DUELHIX at the selected
 3450B*                  player's first entry and list each duel it
 3450C*                  names, in duel id order. The PvP duels the
 3450D*                  player fought as the B side have their own
 3450E*                  entries, so both sides are found.
 3450F******************************************************************
 3450G 3000-SELECT-BY-INDEX.
 3450H     IF WS-SEL-PLAYER-ID = SPACES
 3450I         GO TO 3000-EXIT
 3450J     END-IF
 3450K     MOVE WS-SEL-PLAYER-ID TO HIX-PLAYER-ID
 3450L     MOVE ZERO TO HIX-DUEL-DATE HIX-DUEL-TIME HIX-DUEL-SEQ
 3450M     START DUEL-HIX-FILE KEY IS NOT LESS THAN HIX-KEY
 3450N         INVALID KEY
 3450O             GO TO 3000-EXIT
 3450P     END-START

 3450Q     PERFORM 3100-PRINT-INDEXED-DUEL THRU 3100-EXIT
 3450R         UNTIL WS-END-OF-HIX.
 3450S 3000-EXIT.
 3450T     EXIT.

 3450U******************************************************************
 3450V* 3100-PRINT-INDEXED-DUEL - take the player's next entry and read
 3450W*                  DUELHIST forward to the header's position
 3450X*                  (back to the start first if the position is
 3450Y*                  already behind us), then print the header and
 3450Z*                  exactly the turn records the entry counts. The
3450AA*                  record found there must be that duel's header,
3450AB*                  naming the player, or the index is out of step
3450AC*                  with the archive and the listing stops.
3450AD******************************************************************
3450AE 3100-PRINT-INDEXED-DUEL.
3450AF     READ DUEL-HIX-FILE NEXT RECORD
3450AG         AT END
3450AH             SET WS-END-OF-HIX TO TRUE
3450AI             GO TO 3100-EXIT
3450AJ     END-READ
3450AK     IF HIX-PLAYER-ID NOT = WS-SEL-PLAYER-ID
3450AL         SET WS-END-OF-HIX TO TRUE
3450AM         GO TO 3100-EXIT
3450AN     END-IF

3450AO     IF HIX-HDR-POSITION NOT > WS-HIST-RECS-READ
3450AP         PERFORM 3150-REWIND-HISTORY THRU 3150-EXIT
3450AQ     END-IF
3450AR     PERFORM 3200-READ-HIST-RECORD THRU 3200-EXIT
3450AS         UNTIL WS-HIST-RECS-READ = HIX-HDR-POSITION
3450AT            OR WS-END-OF-HIST

3450AU     IF WS-END-OF-HIST
3450AV        OR NOT HIST-HEADER-REC
3450AW        OR HIST-DUEL-ID NOT = HIX-DUEL-ID
3450AX         PERFORM 3300-REPORT-STALE THRU 3300-EXIT
3450AY         GO TO 3100-EXIT
3450AZ     END-IF
3450BA     PERFORM 2100-TEST-HEADER THRU 2100-EXIT
3450BB     IF NOT WS-PRINTING-DUEL
3450BC         PERFORM 3300-REPORT-STALE THRU 3300-EXIT
3450BD         GO TO 3100-EXIT
3450BE     END-IF

3450BF     MOVE HIX-TURN-RECS TO WS-TURNS-LEFT
3450BG     PERFORM 3250-PRINT-INDEXED-TURN THRU 3250-EXIT
3450BH         UNTIL WS-TURNS-LEFT = ZERO
3450BI            OR WS-INDEX-STALE.
3450BJ 3100-EXIT.
3450BK     EXIT.

3450BL 3150-REWIND-HISTORY.
3450BM     CLOSE DUEL-HIST-FILE
3450BN     OPEN INPUT DUEL-HIST-FILE
3450BO     IF NOT WS-HIST-OK
3450BP         DISPLAY "DHINQRY: UNABLE TO REOPEN DUELHIST, STATUS = "
3450BQ             WS-HIST-STATUS
3450BR         STOP RUN
3450BS     END-IF
3450BT     MOVE ZERO TO WS-HIST-RECS-READ
3450BU     MOVE "N" TO WS-EOF-SW.
3450BV 3150-EXIT.
3450BW     EXIT.

3450BX 3200-READ-HIST-RECORD.
3450BY     READ DUEL-HIST-FILE
3450BZ         AT END
3450CA             SET WS-END-OF-HIST TO TRUE
3450CB             GO TO 3200-EXIT
3450CC     END-READ
3450CD     ADD 1 TO WS-HIST-RECS-READ.
3450CE 3200-EXIT.
3450CF     EXIT.

3450CG 3250-PRINT-INDEXED-TURN.
3450CH     PERFORM 3200-READ-HIST-RECORD THRU 3200-EXIT
3450CI     IF WS-END-OF-HIST
3450CJ        OR NOT HIST-TURN-REC
3450CK        OR HIST-DUEL-ID NOT = HIX-DUEL-ID
3450CL         PERFORM 3300-REPORT-STALE THRU 3300-EXIT
3450CM         GO TO 3250-EXIT
3450CN     END-IF
3450CO     PERFORM 2200-PRINT-TURN THRU 2200-EXIT
3450CP     SUBTRACT 1 FROM WS-TURNS-LEFT.
3450CQ 3250-EXIT.
3450CR     EXIT.

3450CS 3300-REPORT-STALE.
3450CT     SET WS-INDEX-STALE TO TRUE
3450CU     SET WS-END-OF-HIX TO TRUE
3450CV     MOVE HIX-DUEL-DATE TO SX-DUEL-DATE
3450CW     MOVE HIX-DUEL-TIME TO SX-DUEL-TIME
3450CX     MOVE HIX-DUEL-SEQ TO SX-DUEL-SEQ
3450CY     WRITE INQ-RPT-LINE FROM WS-STALE-LINE
3450CZ     DISPLAY "DHINQRY: DUELHIX OUT OF STEP WITH DUELHIST AT "
3450DA         HIX-DUEL-ID " - RUN DHIXBLD".
3450DB 3300-EXIT.
3450DC     EXIT.

3450DD******************************************************************
  3460* 8000-WRITE-TOTALS - matched-duel count at the foot of the
  3470*                  report, or a no-match line so an empty report
  3480*                  is not mistaken for a failed run.

  3600 9000-TERMINATE.
  3610     CLOSE DUEL-HIST-FILE.
  3620     CLOSE INQ-RPT-FILE
  3622     IF WS-SELECT-PLAYER
  3624         CLOSE DUEL-HIX-FILE
  3626     END-IF.
  3630 9000-EXIT.
  3640     EXIT.
