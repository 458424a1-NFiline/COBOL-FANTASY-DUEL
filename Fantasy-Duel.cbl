  1262*                     an interactive duel's outcome an I; the
  1263*                     return code graduates 0/4/12 to match,
  1264*                     so the scheduler can COND on it.
 1264A*   15 Oct 2026  NF  Every gold award is journaled to GOLDJRNL
 1264B*                     (player, duel id, amount, purse before and
 1264C*                     after) for GOLDRCN's nightly purse proof.
 1264D*                     The duel id is now stamped once (9590)
 1264E*                     before any posting, so the journal and
 1264F*                     DUELHIST carry the same id.
 1264G*   15 Oct 2026  NF  A race CMBTMNT has retired (CMBT-RETIRED)
 1264H*                     no longer joins the monster pool or the
 1264I*                     playable list.
 1264J*   15 Oct 2026  NF  Each archived duel is also indexed on
 1264K*                     DUELHIX (9620) under its player - and, in a
 1264L*                     PvP duel, its opponent player - with the
 1264M*                     header's DUELHIST position, so DHINQRY and
 1264N*                     DUELVOID go straight to it. An index that
 1264O*                     cannot be updated is a warning - the fix
 1264P*                     is a DHIXBLD rebuild.
  1265******************************************************************
  1266 IDENTIFICATION DIVISION.
  1267 PROGRAM-ID. FANTASY-DUEL.
  1515         ORGANIZATION IS LINE SEQUENTIAL
  1516         FILE STATUS IS WS-OPS-STATUS.

 1516A     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
 1516B         ORGANIZATION IS LINE SEQUENTIAL
 1516C         FILE STATUS IS WS-GOLD-STATUS.

 1516D     SELECT DUEL-HIX-FILE ASSIGN TO "DUELHIX"
 1516E         ORGANIZATION IS INDEXED
 1516F         ACCESS MODE IS RANDOM
 1516G         RECORD KEY IS HIX-KEY
 1516H         FILE STATUS IS WS-HIX-STATUS.

  1517 DATA DIVISION.
  1520 FILE SECTION.
  1530 FD  CMBT-MASTER-FILE.
  1678 FD  OPS-LOG-FILE.
  1679     COPY OPSREC.

 1679A FD  GOLD-JRNL-FILE.
 1679B     COPY GOLDREC.

 1679C FD  DUEL-HIX-FILE.
 1679D     COPY HIXREC.

  1680 WORKING-STORAGE SECTION.

  1700 01  WS-FILE-STATUSES.
  1812         88  WS-ARM-OK           VALUE "00".
  1813     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1814         88  WS-OPS-OK           VALUE "00".
  1815     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  1816         88  WS-GOLD-OK          VALUE "00".
  1817     05  WS-HIX-STATUS           PIC X(02) VALUE SPACES.
  1818         88  WS-HIX-OK           VALUE "00".

  1820 01  WS-COUNTERS.
  1830     05  WS-TURN-NO              PIC 9(04) VALUE ZERO.
  1977     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  1978******************************************************************
 1978A* WS-HIX-WORK - where this duel lands on DUELHIST (the header's
 1978B*               record number, from the DUELHIX control count)
 1978C*               and how many turn records 9610 wrote behind it.
 1978D******************************************************************
 1978E 01  WS-HIX-WORK.
 1978F     05  WS-HIX-POSITION         PIC 9(09) VALUE ZERO.
 1978G     05  WS-HIX-TURN-RECS        PIC 9(05) VALUE ZERO.

 1978H******************************************************************
  1979* WS-POST-WORK / WS-XPP-WORK - one side's leaderboard posting
  1980*                  and XP award, filled in turn for the A player
  1981*                  and (in a PvP duel) the B player, so 9510/
  1995     05  WS-XPP-OPP-HP           PIC 9(03) VALUE ZERO.
  1996     05  WS-XPP-OPP-DMG          PIC 9(02) VALUE ZERO.
  1997     05  WS-XPP-PRIOR-LEVEL      PIC 9(02) VALUE 1.
 1997A     05  WS-XPP-GOLD-BEFORE      PIC 9(07) VALUE ZERO.

  1998 01  WS-RANDOM-SEED-DISCARD      PIC 9V9(9).
  1999 01  WS-PLAYER-ID                PIC X(08) VALUE SPACES.
  2720         PERFORM 4960-CLEAR-CHECKPOINT THRU 4960-EXIT
  2730     END-IF

  2737     PERFORM 9590-STAMP-DUEL-ID THRU 9590-EXIT.
  2745     PERFORM 9500-UPDATE-LEADERBOARD THRU 9500-EXIT.
  2746     PERFORM 9550-UPDATE-PROGRESSION THRU 9550-EXIT.
  2750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2965             SET DR-QUIT TO TRUE
  2966             MOVE WS-TURN-NO TO DR-TURNS-FOUGHT
  2967             PERFORM 4960-CLEAR-CHECKPOINT THRU 4960-EXIT
 2967A             PERFORM 9590-STAMP-DUEL-ID THRU 9590-EXIT
  2968             PERFORM 9500-UPDATE-LEADERBOARD THRU 9500-EXIT
  2970             PERFORM 9000-TERMINATE THRU 9000-EXIT
  2975             MOVE WS-HIGHEST-RC TO RETURN-CODE
  6630             GO TO 1310-EXIT
  6640     END-READ

  6660     IF CMBT-IS-MONSTER AND NOT CMBT-RETIRED
  6670         ADD 1 TO WS-MONSTER-COUNT
  6680        MOVE CMBT-RACE-CODE
  6690            TO WS-MONSTER-CODES (WS-MONSTER-COUNT)

  7329******************************************************************
  7330* 9600-ARCHIVE-DUEL - append this duel to the permanent history
  7331*                  archive (DUELHIST): a header record carrying
  7332*                  the duel id 9590 stamped before posting, then
  7334*                  the turn detail re-read from the just-closed
  7335*                  CMBTLOG. A terminate on a startup error has no
  7336*                  winner code yet and archives nothing.
 7336A*                  Once DUELHIST is closed the duel is indexed
 7336B*                  on DUELHIX (9620).
  7337******************************************************************
  7338 9600-ARCHIVE-DUEL.
  7339     IF DR-WINNER-CODE = SPACE
  7355         GO TO 9600-EXIT
  7356     END-IF
  7357
  7362     MOVE SPACES TO HIST-RECORD
  7363     SET HIST-HEADER-REC TO TRUE
  7364     MOVE WS-DUEL-DATE TO HIST-DUEL-DATE
  7373     MOVE WS-OPP-DMG-DEALT TO HIST-OPP-DMG-DEALT
  7374     MOVE WS-OPP-PLAYER-ID TO HIST-OPP-PLAYER-ID
  7375     WRITE HIST-RECORD
 7375A     MOVE ZERO TO WS-HIX-TURN-RECS
  7376
  7377     MOVE "N" TO WS-RECAP-EOF-SW
  7378     OPEN INPUT CMBT-LOG-FILE
  7391         END-IF
  7392         SET DR-POST-WARNING TO TRUE
  7393         CLOSE DUEL-HIST-FILE
 7393A         PERFORM 9620-INDEX-DUEL THRU 9620-EXIT
  7394         GO TO 9600-EXIT
  7395     END-IF
  7396
  7398         UNTIL WS-END-OF-RECAP
  7399
  7400     CLOSE CMBT-LOG-FILE.
  7401     CLOSE DUEL-HIST-FILE
 7401A     PERFORM 9620-INDEX-DUEL THRU 9620-EXIT.
  7402 9600-EXIT.
  7403     EXIT.

  7425     MOVE CL-OPP-DMG-MODIFIER TO HIST-OPP-DMG-MOD
  7426     MOVE CL-ELF-HP TO HIST-ELF-HP
  7427     MOVE CL-ENEMY-HP TO HIST-OPP-HP
  7428     WRITE HIST-RECORD
 7428A     ADD 1 TO WS-HIX-TURN-RECS.
  7429 9610-EXIT.
 7429A     EXIT.

 7429B******************************************************************
 7429C* 9620-INDEX-DUEL - add the duel just archived to DUELHIX: one
 7429D*                  entry under the A player and, in a PvP duel,
 7429E*                  one under the B player, each carrying the
 7429F*                  header's DUELHIST position and turn-record
 7429G*                  count. The position comes from the control
 7429H*                  record's running count of DUELHIST records,
 7429I*                  which is then moved past this duel. DUELHIX
 7429J*                  unusable, or with no control record, leaves
 7429K*                  the duel archived but unindexed - a warning,
 7429L*                  and the index wants rebuilding (DHIXBLD).
 7429M******************************************************************
 7429N 9620-INDEX-DUEL.
 7429O     OPEN I-O DUEL-HIX-FILE.
 7429P     IF NOT WS-HIX-OK
 7429Q         DISPLAY "FANTASY-DUEL: UNABLE TO OPEN DUELHIX, STATUS "
 7429R             WS-HIX-STATUS
 7429S         MOVE "W" TO WS-OPS-SEVERITY
 7429T         MOVE "DUELHIX OPEN FAILED - RUN DHIXBLD"
 7429U             TO WS-OPS-TEXT
 7429V         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 7429W         IF WS-HIGHEST-RC < 4
 7429X             MOVE 4 TO WS-HIGHEST-RC
 7429Y         END-IF
 7429Z         SET DR-POST-WARNING TO TRUE
7429AA         GO TO 9620-EXIT
7429AB     END-IF
7429AC
7429AD     MOVE SPACES TO HIX-RECORD
7429AE     MOVE ZERO TO HIX-DUEL-DATE HIX-DUEL-TIME HIX-DUEL-SEQ
7429AF     READ DUEL-HIX-FILE
7429AG         INVALID KEY
7429AH             DISPLAY "FANTASY-DUEL: DUELHIX HAS NO CONTROL RECORD"
7429AI             MOVE "W" TO WS-OPS-SEVERITY
7429AJ             MOVE "DUELHIX CONTROL RECORD MISSING - RUN DHIXBLD"
7429AK                 TO WS-OPS-TEXT
7429AL             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7429AM             IF WS-HIGHEST-RC < 4
7429AN                 MOVE 4 TO WS-HIGHEST-RC
7429AO             END-IF
7429AP             SET DR-POST-WARNING TO TRUE
7429AQ             CLOSE DUEL-HIX-FILE
7429AR             GO TO 9620-EXIT
7429AS     END-READ
7429AT
7429AU     COMPUTE WS-HIX-POSITION = HIX-CTL-HIST-RECS + 1
7429AV     COMPUTE HIX-CTL-HIST-RECS = HIX-CTL-HIST-RECS + 1
7429AW                               + WS-HIX-TURN-RECS
7429AX     REWRITE HIX-RECORD
7429AY
7429AZ     MOVE SPACES TO HIX-RECORD
7429BA     MOVE WS-PLAYER-ID TO HIX-PLAYER-ID
7429BB     SET HIX-SIDE-A TO TRUE
7429BC     MOVE ELF-RACE-CODE TO HIX-OWN-RACE-CODE
7429BD     MOVE OPP-RACE-CODE TO HIX-OPP-RACE-CODE
7429BE     MOVE WS-OPP-PLAYER-ID TO HIX-OPP-PLAYER-ID
7429BF     PERFORM 9630-WRITE-HIX-ENTRY THRU 9630-EXIT
7429BG
7429BH     IF WS-PVP-DUEL
7429BI         MOVE SPACES TO HIX-RECORD
7429BJ         MOVE WS-OPP-PLAYER-ID TO HIX-PLAYER-ID
7429BK         SET HIX-SIDE-B TO TRUE
7429BL         MOVE OPP-RACE-CODE TO HIX-OWN-RACE-CODE
7429BM         MOVE ELF-RACE-CODE TO HIX-OPP-RACE-CODE
7429BN         MOVE WS-PLAYER-ID TO HIX-OPP-PLAYER-ID
7429BO         PERFORM 9630-WRITE-HIX-ENTRY THRU 9630-EXIT
7429BP     END-IF
7429BQ
7429BR     CLOSE DUEL-HIX-FILE.
7429BS 9620-EXIT.
7429BT     EXIT.

7429BU******************************************************************
7429BV* 9630-WRITE-HIX-ENTRY - finish and write one side's entry: the
7429BW*                  duel id, result and position are the same on
7429BX*                  both sides.
7429BY******************************************************************
7429BZ 9630-WRITE-HIX-ENTRY.
7429CA     MOVE WS-DUEL-DATE TO HIX-DUEL-DATE
7429CB     MOVE WS-TIME-HHMMSS TO HIX-DUEL-TIME
7429CC     MOVE WS-DUEL-SEQ TO HIX-DUEL-SEQ
7429CD     MOVE DR-WINNER-CODE TO HIX-WINNER-CODE
7429CE     MOVE WS-HIX-POSITION TO HIX-HDR-POSITION
7429CF     MOVE WS-HIX-TURN-RECS TO HIX-TURN-RECS
7429CG     WRITE HIX-RECORD
7429CH         INVALID KEY
7429CI             DISPLAY "FANTASY-DUEL: DUELHIX WRITE FAILED, STATUS "
7429CJ                 WS-HIX-STATUS
7429CK             MOVE "W" TO WS-OPS-SEVERITY
7429CL             MOVE "DUELHIX ENTRY NOT WRITTEN - RUN DHIXBLD"
7429CM                 TO WS-OPS-TEXT
7429CN             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
7429CO             IF WS-HIGHEST-RC < 4
7429CP                 MOVE 4 TO WS-HIGHEST-RC
7429CQ             END-IF
7429CR             SET DR-POST-WARNING TO TRUE
7429CS     END-WRITE.
7429CT 9630-EXIT.
  7430     EXIT.

  7431******************************************************************
  7497             GO TO 1160-EXIT
  7498     END-READ

 7498A     IF CMBT-IS-PLAYABLE AND NOT CMBT-RETIRED
  7499         AND WS-PLAYABLE-COUNT < 10
  7500         ADD 1 TO WS-PLAYABLE-COUNT
  7501         MOVE CMBT-RACE-CODE
  7502             TO WS-PLAYABLE-CODE (WS-PLAYABLE-COUNT)
  7599     IF PLAY-GOLD NOT NUMERIC
  7600         MOVE ZERO TO PLAY-GOLD
  7601     END-IF
 7601A     MOVE PLAY-GOLD TO WS-XPP-GOLD-BEFORE
  7602     ADD WS-GOLD-AWARD TO PLAY-GOLD
  7603     COMPUTE WS-NEW-LEVEL = 1 + (PLAY-XP / 250)
  7604     IF WS-NEW-LEVEL > 20
  7606     END-IF
  7607     MOVE WS-NEW-LEVEL TO PLAY-LEVEL
  7608     REWRITE PLAY-RECORD
 7608A     IF WS-GOLD-AWARD > ZERO
 7608B         PERFORM 9570-WRITE-GOLD-JOURNAL THRU 9570-EXIT
 7608C     END-IF

  7609     DISPLAY "PLAYER " WS-XPP-PLAYER-ID " EARNS " WS-XP-AWARD
  7610         " EXPERIENCE POINTS AND " WS-GOLD-AWARD " GOLD"
  7613             WS-NEW-LEVEL
  7614     END-IF.
  7615 9560-EXIT.
 7615A     EXIT.

 7615B******************************************************************
 7615C* 9570-WRITE-GOLD-JOURNAL - append the gold award 9560 just
 7615D*                  posted to the gold ledger journal (GOLDJRNL):
 7615E*                  duel id as the reference, the purse before
 7615F*                  and after. Open-write-close per entry, like
 7615G*                  the operations log, so FDBATCH's many CALLs
 7615H*                  and WPNSTORE/DUELVOID all extend one file. A
 7615I*                  journal that will not open is a warning - the
 7615J*                  purse is already posted, and GOLDRCN will
 7615K*                  report the unjournaled difference.
 7615L******************************************************************
 7615M 9570-WRITE-GOLD-JOURNAL.
 7615N     OPEN EXTEND GOLD-JRNL-FILE.
 7615O     IF NOT WS-GOLD-OK
 7615P         DISPLAY "FANTASY-DUEL: UNABLE TO OPEN GOLDJRNL, STATUS "
 7615Q             WS-GOLD-STATUS
 7615R         MOVE "W" TO WS-OPS-SEVERITY
 7615S         MOVE "GOLDJRNL OPEN FAILED - GOLD AWARD NOT JOURNALED"
 7615T             TO WS-OPS-TEXT
 7615U         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 7615V         IF WS-HIGHEST-RC < 4
 7615W             MOVE 4 TO WS-HIGHEST-RC
 7615X         END-IF
 7615Y         SET DR-POST-WARNING TO TRUE
 7615Z         GO TO 9570-EXIT
7615AA     END-IF
7615AB     MOVE SPACES TO GOLD-JRNL-RECORD
7615AC     MOVE WS-XPP-PLAYER-ID TO GJ-PLAYER-ID
7615AD     ACCEPT GJ-POST-DATE FROM DATE YYYYMMDD
7615AE     ACCEPT WS-OPS-TIME-RAW FROM TIME
7615AF     MOVE WS-OPS-TIME-HHMMSS TO GJ-POST-TIME
7615AG     MOVE "FANTDUEL" TO GJ-SOURCE-PGM
7615AH     IF WS-XPP-A-WIN
7615AI         SET GJ-DUEL-WIN TO TRUE
7615AJ     ELSE
7615AK         SET GJ-DUEL-LOSS TO TRUE
7615AL     END-IF
7615AM     MOVE WS-DUEL-DATE TO GJ-REF-DUEL-DATE
7615AN     MOVE WS-TIME-HHMMSS TO GJ-REF-DUEL-TIME
7615AO     MOVE WS-DUEL-SEQ TO GJ-REF-DUEL-SEQ
7615AP     SET GJ-CREDIT TO TRUE
7615AQ     MOVE WS-GOLD-AWARD TO GJ-AMOUNT
7615AR     MOVE WS-XPP-GOLD-BEFORE TO GJ-BEFORE-BAL
7615AS     MOVE PLAY-GOLD TO GJ-AFTER-BAL
7615AT     WRITE GOLD-JRNL-RECORD
7615AU     CLOSE GOLD-JRNL-FILE.
7615AV 9570-EXIT.
7615AW     EXIT.

7615AX******************************************************************
7615AY* 9590-STAMP-DUEL-ID - build this duel's id from today's date,
7615AZ*                  the time of day and a within-run sequence.
7615BA*                  Stamped once, ahead of the leaderboard and
7615BB*                  purse postings, so the gold journal and the
7615BC*                  DUELHIST header 9600 writes share one id.
7615BD******************************************************************
7615BE 9590-STAMP-DUEL-ID.
7615BF     ACCEPT WS-DUEL-DATE FROM DATE YYYYMMDD
7615BG     ACCEPT WS-TIME-OF-DAY FROM TIME
7615BH     ADD 1 TO WS-DUEL-SEQ.
7615BI 9590-EXIT.
  7616     EXIT.

  7617******************************************************************
