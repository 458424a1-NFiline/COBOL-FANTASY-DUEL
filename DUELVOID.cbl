  1090*              (both players, if it was a PvP duel);
  1100*            - reverses the XP and gold on PLAYMST and
  1110*              re-derives PLAY-LEVEL, using the same award
  1120*              formulas as the engine against the base stats
  1140*              the opposing race had when the duel was fought
  1145*              (off CMBTHIST - see 4110 - and shown on the
  1150*              report);
  1160*            - copies DUELHIST to DUELHSTN with the header
  1170*              flagged HIST-VOIDED, so LBRDRCN, MONBAL and
  1180*              DHINQRY leave the duel out from then on. The
  1200*              job ends clean.
  1210*          DVOIDRPT is the audit trail: every field touched,
  1220*          before and after. A duel id not on file, or one
  1230*          already voided, reverses nothing and says so. The
  1232*          duel id is found on the player-keyed index (DUELHIX),
  1234*          which gives the header's place in the archive; the
  1236*          JCL rebuilds the index after the swap.
  1240* Tectonics: cobc -x DUELVOID.cbl -I copybooks
  1250*
  1260* Modification History
  1270*   02 Sept 2026  NF  Initial version.
 1270A*   15 Oct 2026  NF  The gold taken back off each purse is
 1270B*                     journaled to GOLDJRNL (reason VR, the
 1270C*                     voided duel id as reference) so GOLDRCN
 1270D*                     still proves PLAY-GOLD after a void.
 1270E*   15 Oct 2026  NF  XP and gold are reversed against the stats
 1270F*                     the opposing race had on the duel's date
 1270G*                     and time, off the CMBTHIST before/after
 1270H*                     images CMBTMNT keeps, instead of its
 1270I*                     current CMBTMST stats - a rebalance since
 1270J*                     the duel no longer skews the reversal.
 1270K*                     The report shows the stats used per side.
 1270L*   15 Oct 2026  NF  The duel id is looked up on DUELHIX
 1270M*                     (its alternate key) instead of
 1270N*                     matched header by header: a duel
 1270O*                     not indexed, or indexed as voided,
 1270P*                     stops before the copy. The copy
 1270Q*                     flags the header at the indexed
 1270R*                     position and stops RC=12 if the
 1270S*                     archive has something else there.
 1270T*   15 Oct 2026  NF  A purse that will not rewrite is skipped
 1270U*                     (no VR journal entry for it), and a VR entry
 1270V*                     that will not write is reported; both are
 1270W*                     logged W to the common operations log
 1270X*                     (OPSLOG) without holding the archive swap.
  1280******************************************************************
  1290 IDENTIFICATION DIVISION.
  1300 PROGRAM-ID. DUELVOID.
  1450         ORGANIZATION IS LINE SEQUENTIAL
  1460         FILE STATUS IS WS-HSTN-STATUS.

  1461     SELECT DUEL-HIX-FILE ASSIGN TO "DUELHIX"
  1462         ORGANIZATION IS INDEXED
  1463         ACCESS MODE IS RANDOM
  1464         RECORD KEY IS HIX-KEY
  1465         ALTERNATE RECORD KEY IS HIX-DUEL-ID WITH DUPLICATES
  1466         FILE STATUS IS WS-HIX-STATUS.

  1470     SELECT LBRD-FILE ASSIGN TO "LDRBRD"
  1480         ORGANIZATION IS INDEXED
  1490         ACCESS MODE IS RANDOM
  1600         RECORD KEY IS CMBT-RACE-CODE
  1610         FILE STATUS IS WS-CMBT-STATUS.

  1611     SELECT CMBT-HIST-FILE ASSIGN TO "CMBTHIST"
  1612         ORGANIZATION IS INDEXED
  1613         ACCESS MODE IS DYNAMIC
  1614         RECORD KEY IS CSTH-KEY
  1615         FILE STATUS IS WS-CSTH-STATUS.

  1620     SELECT VOID-RPT-FILE ASSIGN TO "DVOIDRPT"
  1630         ORGANIZATION IS LINE SEQUENTIAL
  1640         FILE STATUS IS WS-RPT-STATUS.

  1641     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
  1642         ORGANIZATION IS LINE SEQUENTIAL
  1643         FILE STATUS IS WS-GOLD-STATUS.

  1644     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1645         ORGANIZATION IS LINE SEQUENTIAL
  1646         FILE STATUS IS WS-OPS-STATUS.

  1650 DATA DIVISION.
  1660 FILE SECTION.
  1670 FD  VOID-CTL-FILE.
  1770     COPY HISTREC
  1780         REPLACING LEADING ==HIST== BY ==HSTN==.

  1783 FD  DUEL-HIX-FILE.
  1786     COPY HIXREC.

  1790 FD  LBRD-FILE.
  1800     COPY LBRDREC.

  1830 FD  CMBT-MASTER-FILE.
  1840     COPY CMBTREC.

  1843 FD  CMBT-HIST-FILE.
  1846     COPY CSTHREC.

  1850 FD  VOID-RPT-FILE.
  1860 01  VOID-RPT-LINE               PIC X(80).

  1862 FD  GOLD-JRNL-FILE.
  1864     COPY GOLDREC.

  1866 FD  OPS-LOG-FILE.
  1868     COPY OPSREC.

  1870 WORKING-STORAGE SECTION.
  1880 01  WS-FILE-STATUSES.
  1890     05  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
  1920         88  WS-HIST-OK          VALUE "00".
  1930     05  WS-HSTN-STATUS          PIC X(02) VALUE SPACES.
  1940         88  WS-HSTN-OK          VALUE "00".
  1943     05  WS-HIX-STATUS           PIC X(02) VALUE SPACES.
  1946         88  WS-HIX-OK           VALUE "00", "02".
  1950     05  WS-LBRD-STATUS          PIC X(02) VALUE SPACES.
  1960         88  WS-LBRD-OK          VALUE "00".
  1970     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1980         88  WS-PLAY-OK          VALUE "00".
  1990     05  WS-CMBT-STATUS          PIC X(02) VALUE SPACES.
  2000         88  WS-CMBT-OK          VALUE "00".
  2002     05  WS-CSTH-STATUS          PIC X(02) VALUE SPACES.
  2004         88  WS-CSTH-OK          VALUE "00".
  2006         88  WS-CSTH-NOT-FOUND   VALUE "35".
  2010     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  2020         88  WS-RPT-OK           VALUE "00".
  2022     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  2024         88  WS-GOLD-OK          VALUE "00".
  2026     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  2028         88  WS-OPS-OK           VALUE "00".

  2030 01  WS-SWITCHES.
  2040     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
  2110         88  WS-RACE-ON-FILE     VALUE "Y".
  2112     05  WS-COPY-FAIL-SW         PIC X(01) VALUE "N".
  2114         88  WS-COPY-FAILED      VALUE "Y".
 2114A     05  WS-CSTH-AVAIL-SW        PIC X(01) VALUE "N".
 2114B         88  WS-CSTH-AVAILABLE   VALUE "Y".
 2114C     05  WS-CSTH-EOF-SW          PIC X(01) VALUE "N".
 2114D         88  WS-END-OF-CSTH-SCAN VALUE "Y".
 2114E     05  WS-INDEXED-SW           PIC X(01) VALUE "N".
 2114F         88  WS-DUEL-INDEXED     VALUE "Y".
 2114G     05  WS-STALE-SW             PIC X(01) VALUE "N".
 2114H         88  WS-INDEX-STALE      VALUE "Y".

  2120 01  WS-COUNTERS.
  2130     05  WS-HDRS-COPIED          PIC 9(05) VALUE ZERO.
  2140     05  WS-TURNS-COPIED         PIC 9(05) VALUE ZERO.
 2140A     05  WS-RECS-COPIED          PIC 9(09) VALUE ZERO.
 2140B     05  WS-TGT-POSITION         PIC 9(09) VALUE ZERO.

 2140C******************************************************************
 2140D* WS-OPS-WORK - one operations-log entry in the making.
 2140E******************************************************************
 2140F 01  WS-OPS-WORK.
 2140G     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
 2140H     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
 2140I     05  WS-OPS-TIME-RAW.
 2140J         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
 2140K         10  FILLER              PIC 9(02).

  2150******************************************************************
  2160* WS-TARGET-DUEL - the duel id off the control card, and the
  2470     05  WS-REV-XP               PIC 9(05) VALUE ZERO.
  2480     05  WS-REV-GOLD             PIC 9(05) VALUE ZERO.
  2490     05  WS-REV-NEW-LEVEL        PIC 9(02) VALUE ZERO.
  2492     05  WS-REV-GOLD-BEFORE      PIC 9(07) VALUE ZERO.
  2494     05  WS-REV-TIME-RAW.
  2496         10  WS-REV-TIME-HHMMSS  PIC 9(06).
  2498         10  FILLER              PIC 9(02).

  2500 01  WS-HEADING-1.
  2510     05  FILLER                  PIC X(20)

  2640 01  WS-NOT-FOUND-LINE.
  2650     05  FILLER                  PIC X(44) VALUE
  2660         "DUEL ID NOT ON DUELHIX  - NOTHING REVERSED.".

  2670 01  WS-ALREADY-LINE.
  2680     05  FILLER                  PIC X(44) VALUE
  2694     05  FILLER                  PIC X(44) VALUE
  2696         "ARCHIVE COPY FAILED - NOTHING REVERSED.".

 2696A 01  WS-STALE-LINE.
 2696B     05  FILLER                  PIC X(20)
 2696C         VALUE "DUELHIX DOES NOT MAT".
 2696D     05  FILLER                  PIC X(20)
 2696E         VALUE "CH DUELHIST - RUN DH".
 2696F     05  FILLER                  PIC X(27)
 2696G         VALUE "IXBLD. NOTHING REVERSED.".

  2700 01  WS-STATS-NOTE-LINE.
  2710     05  FILLER                  PIC X(20)
  2720         VALUE "XP/GOLD REVERSED FRO".
  2730     05  FILLER                  PIC X(20)
  2732         VALUE "M STATS IN FORCE WHE".
  2734     05  FILLER                  PIC X(15)
  2740         VALUE "N THE DUEL RAN".

  2745 01  WS-STATS-USED-LINE.
  2750     05  FILLER                  PIC X(08) VALUE "STATS   ".
  2751     05  SU-PLAYER-ID            PIC X(08).
  2752     05  FILLER                  PIC X(01) VALUE SPACE.
  2753     05  SU-RACE-CODE            PIC X(02).
  2754     05  FILLER                  PIC X(04) VALUE " HP ".
  2755     05  SU-BASE-HP              PIC ZZ9.
  2756     05  FILLER                  PIC X(05) VALUE " DMG ".
  2757     05  SU-BASE-DMG             PIC Z9.
  2758     05  FILLER                  PIC X(01) VALUE SPACE.
  2759     05  SU-SOURCE               PIC X(40).

  2760 01  WS-LBRD-REV-LINE.
  2770     05  FILLER                  PIC X(08) VALUE "LDRBRD  ".
  3050 PROCEDURE DIVISION.
  3060 0000-MAIN-PROCEDURE.
  3070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3072     PERFORM 1500-FIND-IN-INDEX THRU 1500-EXIT.
  3074     IF WS-DUEL-INDEXED
  3080         PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
  3090             UNTIL WS-END-OF-HIST
  3095     END-IF.
  3100     PERFORM 5000-APPLY-REVERSALS THRU 5000-EXIT.
  3110     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  3120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  3411         STOP RUN
  3420     END-IF

  3421     OPEN INPUT DUEL-HIX-FILE.
  3422     IF NOT WS-HIX-OK
  3423         DISPLAY "DUELVOID: UNABLE TO OPEN DUELHIX, STATUS = "
  3424             WS-HIX-STATUS " - RUN DHIXBLD"
  3425         MOVE 12 TO RETURN-CODE
  3426         STOP RUN
  3427     END-IF

  3430     OPEN OUTPUT DUEL-HIST-NEW-FILE.
  3440     IF NOT WS-HSTN-OK
  3450         DISPLAY "DUELVOID: UNABLE TO OPEN DUELHSTN, STATUS = "
  3651         STOP RUN
  3660     END-IF

 3660A     OPEN INPUT CMBT-HIST-FILE.
 3660B     IF WS-CSTH-OK
 3660C         MOVE "Y" TO WS-CSTH-AVAIL-SW
 3660D     ELSE
 3660E         IF NOT WS-CSTH-NOT-FOUND
 3660F             DISPLAY "DUELVOID: UNABLE TO OPEN CMBTHIST, "
 3660G                 "STATUS = " WS-CSTH-STATUS
 3660H             MOVE 12 TO RETURN-CODE
 3660I             STOP RUN
 3660J         END-IF
 3660K     END-IF

  3670     OPEN OUTPUT VOID-RPT-FILE.
  3680     IF NOT WS-RPT-OK
  3690         DISPLAY "DUELVOID: UNABLE TO OPEN DVOIDRPT, STATUS = "
  3700             WS-RPT-STATUS
  3701         MOVE 12 TO RETURN-CODE
  3702         STOP RUN
  3703     END-IF

  3704     OPEN EXTEND GOLD-JRNL-FILE.
  3705     IF NOT WS-GOLD-OK
  3706         DISPLAY "DUELVOID: UNABLE TO OPEN GOLDJRNL, STATUS = "
  3707             WS-GOLD-STATUS
  3710         MOVE 12 TO RETURN-CODE
  3711         STOP RUN
  3720     END-IF
  3810     EXIT.

  3820******************************************************************
 3820A* 1500-FIND-IN-INDEX - look the duel id up on DUELHIX by its
 3820B*                  alternate key. Any entry for the duel will do
 3820C*                  (a PvP duel has two, alike but for the side):
 3820D*                  it says whether the duel is already voided and
 3820E*                  where its header sits on DUELHIST. A duel id
 3820F*                  not indexed (or the control record's zero
 3820G*                  duel id) is left not found, and the copy is
 3820H*                  not run.
 3820I******************************************************************
 3820J 1500-FIND-IN-INDEX.
 3820K     MOVE WS-TGT-DATE TO HIX-DUEL-DATE
 3820L     MOVE WS-TGT-TIME TO HIX-DUEL-TIME
 3820M     MOVE WS-TGT-SEQ TO HIX-DUEL-SEQ
 3820N     READ DUEL-HIX-FILE KEY IS HIX-DUEL-ID
 3820O         INVALID KEY
 3820P             GO TO 1500-EXIT
 3820Q     END-READ
 3820R     IF HIX-PLAYER-ID = SPACES
 3820S         GO TO 1500-EXIT
 3820T     END-IF
 3820U     IF HIX-VOIDED
 3820V         SET WS-ALREADY-VOIDED TO TRUE
 3820W         GO TO 1500-EXIT
 3820X     END-IF
 3820Y     SET WS-DUEL-INDEXED TO TRUE
 3820Z     MOVE HIX-HDR-POSITION TO WS-TGT-POSITION.
3820AA 1500-EXIT.
3820AB     EXIT.

3820AC******************************************************************
  3830* 2000-COPY-ONE-RECORD - roll the archive onto DUELHSTN record
  3840*                  for record. The target header is flagged
  3850*                  HIST-VOIDED on the way through and its
  3860*                  fields saved for the reversals; its turn
  3870*                  records copy untouched - the flag on the
  3880*                  header governs.
  3882*                  The target is the header at the position
  3884*                  DUELHIX gave; if the record there is not that
  3886*                  duel's header the index is out of step, the
  3888*                  copy stops and nothing is reversed.
  3890******************************************************************
  3900 2000-COPY-ONE-RECORD.
  3910     READ DUEL-HIST-FILE
  3920         AT END
  3930             SET WS-END-OF-HIST TO TRUE
  3931             IF WS-RECS-COPIED < WS-TGT-POSITION
  3932                 DISPLAY "DUELVOID: DUELHIX POSITION "
  3933                     WS-TGT-POSITION " IS PAST THE END OF "
  3934                     "DUELHIST - RUN DHIXBLD"
  3935                 SET WS-INDEX-STALE TO TRUE
  3936                 MOVE 12 TO RETURN-CODE
  3937             END-IF
  3940             GO TO 2000-EXIT
  3950     END-READ

  3980     ELSE
  3990         ADD 1 TO WS-TURNS-COPIED
  4000     END-IF
  4003     ADD 1 TO WS-RECS-COPIED

  4006     IF WS-RECS-COPIED = WS-TGT-POSITION
  4010         IF NOT HIST-HEADER-REC
  4020             OR HIST-DUEL-DATE NOT = WS-TGT-DATE
  4030             OR HIST-DUEL-TIME NOT = WS-TGT-TIME
  4040             OR HIST-DUEL-SEQ NOT = WS-TGT-SEQ
  4041             DISPLAY "DUELVOID: DUELHIX POSITION " WS-TGT-POSITION
  4042                 " IS NOT THIS DUEL'S HEADER - RUN DHIXBLD"
  4043             SET WS-INDEX-STALE TO TRUE
  4044             SET WS-END-OF-HIST TO TRUE
  4045             MOVE 12 TO RETURN-CODE
  4046             GO TO 2000-EXIT
  4047         END-IF
  4050         IF HIST-VOIDED
  4060             SET WS-ALREADY-VOIDED TO TRUE
  4070         ELSE
  4292*                  nothing and says so - a reversal with no
  4294*                  flagged header to swap in would leave the
  4296*                  masters and the archive disagreeing.
  4297*                  Nor does an index out of step with the
  4298*                  archive, since the wrong header may be flagged.
  4300******************************************************************
  4310 5000-APPLY-REVERSALS.
 4310A     IF WS-INDEX-STALE
 4310B         WRITE VOID-RPT-LINE FROM WS-STALE-LINE
 4310C         GO TO 5000-EXIT
 4310D     END-IF
  4312     IF WS-COPY-FAILED
  4314         WRITE VOID-RPT-LINE FROM WS-COPY-FAIL-LINE
  4316         GO TO 5000-EXIT
  5160*                  base HP + 5 x base damage + 2 x turns, and
  5170*                  2 x base damage + 10 gold; loss: a quarter
  5180*                  of each; quit: nothing) off the opposing
  5190*                  race's stats when the duel ran (4110), back
  5200*                  both awards out of PLAYMST and re-derive the
  5210*                  level (1 + XP/250, capped at 20).
  5220******************************************************************
  5230 4100-REVERSE-ONE-PLAYER.
  5410     END-IF
  5420     MOVE CMBT-BASE-HP TO WS-REV-BASE-HP
  5430     MOVE CMBT-BASE-DMG TO WS-REV-BASE-DMG
  5431     MOVE "CURRENT CMBTMST - NO CHANGE SINCE" TO SU-SOURCE
  5432     PERFORM 4110-FIND-STATS-IN-FORCE THRU 4110-EXIT
  5433     MOVE WS-REV-PLAYER-ID TO SU-PLAYER-ID
  5434     MOVE WS-REV-OPP-RACE TO SU-RACE-CODE
  5435     MOVE WS-REV-BASE-HP TO SU-BASE-HP
  5436     MOVE WS-REV-BASE-DMG TO SU-BASE-DMG
  5437     WRITE VOID-RPT-LINE FROM WS-STATS-USED-LINE

  5440     IF WS-REV-WON
  5450         COMPUTE WS-REV-XP =
  5860         MOVE ZERO TO PLAY-GOLD
  5870     END-IF
  5880     MOVE PLAY-GOLD TO PR-OLD
  5885     MOVE PLAY-GOLD TO WS-REV-GOLD-BEFORE
  5890     IF PLAY-GOLD > WS-REV-GOLD
  5900         SUBTRACT WS-REV-GOLD FROM PLAY-GOLD
  5910     ELSE
  5940     MOVE PLAY-GOLD TO PR-NEW
  5950     WRITE VOID-RPT-LINE FROM WS-PLAY-REV-LINE

  5960     REWRITE PLAY-RECORD
 5960A     IF NOT WS-PLAY-OK
 5960B         DISPLAY "DUELVOID: UNABLE TO REWRITE PLAYMST "
 5960C             WS-REV-PLAYER-ID ", STATUS = " WS-PLAY-STATUS
 5960D         MOVE WS-REV-PLAYER-ID TO MS-PLAYER-ID
 5960E         MOVE "PLAYMST REWRITE FAILED - NOT REVERSED" TO MS-REASON
 5960F         WRITE VOID-RPT-LINE FROM WS-MISSING-LINE
 5960G         MOVE "W" TO WS-OPS-SEVERITY
 5960H         MOVE SPACES TO WS-OPS-TEXT
 5960I         STRING "PLAYMST " WS-REV-PLAYER-ID
 5960J             " NOT REVERSED - REWRITE FAILED"
 5960K             DELIMITED BY SIZE INTO WS-OPS-TEXT
 5960L         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 5960M         GO TO 4100-EXIT
 5960N     END-IF
 5960O     IF PLAY-GOLD < WS-REV-GOLD-BEFORE
 5960P         PERFORM 4150-WRITE-GOLD-JOURNAL THRU 4150-EXIT
 5960Q     END-IF.
  5970 4100-EXIT.
 5970A     EXIT.

 5970B******************************************************************
 5970C* 4110-FIND-STATS-IN-FORCE - the stats a race fought under at a
 5970D*                  given moment are the before image of the
 5970E*                  first CMBTHIST change made after it. Walk
 5970F*                  the race's changes from the duel date on,
 5970G*                  passing any made earlier that same day;
 5970H*                  with none after the duel (or no CMBTHIST
 5970I*                  yet) the CMBTMST stats 4100 already holds
 5970J*                  are the ones it fought under.
 5970K******************************************************************
 5970L 4110-FIND-STATS-IN-FORCE.
 5970M     IF NOT WS-CSTH-AVAILABLE
 5970N         GO TO 4110-EXIT
 5970O     END-IF
 5970P     MOVE "N" TO WS-CSTH-EOF-SW
 5970Q     MOVE WS-REV-OPP-RACE TO CSTH-RACE-CODE
 5970R     MOVE WS-TGT-DATE TO CSTH-EFF-DATE
 5970S     MOVE ZERO TO CSTH-EFF-SEQ
 5970T     START CMBT-HIST-FILE KEY IS NOT LESS THAN CSTH-KEY
 5970U         INVALID KEY
 5970V             GO TO 4110-EXIT
 5970W     END-START
 5970X     PERFORM 4120-CHECK-ONE-CHANGE THRU 4120-EXIT
 5970Y         UNTIL WS-END-OF-CSTH-SCAN.
 5970Z 4110-EXIT.
5970AA     EXIT.

5970AB 4120-CHECK-ONE-CHANGE.
5970AC     READ CMBT-HIST-FILE NEXT RECORD
5970AD         AT END
5970AE             SET WS-END-OF-CSTH-SCAN TO TRUE
5970AF             GO TO 4120-EXIT
5970AG     END-READ
5970AH     IF CSTH-RACE-CODE NOT = WS-REV-OPP-RACE
5970AI         SET WS-END-OF-CSTH-SCAN TO TRUE
5970AJ         GO TO 4120-EXIT
5970AK     END-IF
5970AL     IF CSTH-EFF-DATE = WS-TGT-DATE
5970AM         AND CSTH-CHANGE-TIME NOT > WS-TGT-TIME
5970AN         GO TO 4120-EXIT
5970AO     END-IF

5970AP     SET WS-END-OF-CSTH-SCAN TO TRUE
5970AQ     IF CSTH-ADDED
5970AR         GO TO 4120-EXIT
5970AS     END-IF
5970AT     MOVE CSTH-BEF-BASE-HP TO WS-REV-BASE-HP
5970AU     MOVE CSTH-BEF-BASE-DMG TO WS-REV-BASE-DMG
5970AV     MOVE SPACES TO SU-SOURCE
5970AW     STRING "CMBTHIST BEFORE CHANGE " CSTH-EFF-DATE
5970AX         "-" CSTH-EFF-SEQ
5970AY         DELIMITED BY SIZE INTO SU-SOURCE.
5970AZ 4120-EXIT.
5970BA     EXIT.

5970BB******************************************************************
5970BC* 4150-WRITE-GOLD-JOURNAL - journal the gold 4100 just took back
5970BD*                  off the purse. The amount is what actually
5970BE*                  came off (a purse already spent below the
5970BF*                  award stops at zero), so the journal agrees
5970BG*                  with PLAYMST even when the reversal is short.
5970BH******************************************************************
5970BI 4150-WRITE-GOLD-JOURNAL.
5970BJ     MOVE SPACES TO GOLD-JRNL-RECORD
5970BK     MOVE WS-REV-PLAYER-ID TO GJ-PLAYER-ID
5970BL     ACCEPT GJ-POST-DATE FROM DATE YYYYMMDD
5970BM     ACCEPT WS-REV-TIME-RAW FROM TIME
5970BN     MOVE WS-REV-TIME-HHMMSS TO GJ-POST-TIME
5970BO     MOVE "DUELVOID" TO GJ-SOURCE-PGM
5970BP     SET GJ-VOID-REVERSAL TO TRUE
5970BQ     MOVE WS-TGT-DATE TO GJ-REF-DUEL-DATE
5970BR     MOVE WS-TGT-TIME TO GJ-REF-DUEL-TIME
5970BS     MOVE WS-TGT-SEQ TO GJ-REF-DUEL-SEQ
5970BT     SET GJ-DEBIT TO TRUE
5970BU     COMPUTE GJ-AMOUNT = WS-REV-GOLD-BEFORE - PLAY-GOLD
5970BV     MOVE WS-REV-GOLD-BEFORE TO GJ-BEFORE-BAL
5970BW     MOVE PLAY-GOLD TO GJ-AFTER-BAL
5970BX     WRITE GOLD-JRNL-RECORD
5970BY     IF NOT WS-GOLD-OK
5970BZ         DISPLAY "DUELVOID: UNABLE TO WRITE GOLDJRNL, STATUS = "
5970CA             WS-GOLD-STATUS
5970CB         MOVE WS-REV-PLAYER-ID TO MS-PLAYER-ID
5970CC         MOVE "GOLD REVERSAL NOT JOURNALED" TO MS-REASON
5970CD         WRITE VOID-RPT-LINE FROM WS-MISSING-LINE
5970CE         MOVE "W" TO WS-OPS-SEVERITY
5970CF         MOVE SPACES TO WS-OPS-TEXT
5970CG         STRING "GOLDJRNL WRITE FAILED - VR " WS-REV-PLAYER-ID
5970CH             " NOT JOURNALED" DELIMITED BY SIZE INTO WS-OPS-TEXT
5970CI         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
5970CJ     END-IF.
5970CK 4150-EXIT.
  5980     EXIT.

  5990 8000-WRITE-TOTALS.
  6080     CLOSE DUEL-HIST-FILE DUEL-HIST-NEW-FILE.
  6090     CLOSE LBRD-FILE PLAYER-MST-FILE.
  6100     CLOSE CMBT-MASTER-FILE VOID-RPT-FILE.
  6102     CLOSE GOLD-JRNL-FILE DUEL-HIX-FILE.
  6104     IF WS-CSTH-AVAILABLE
  6106         CLOSE CMBT-HIST-FILE
  6108     END-IF
  6110     IF WS-DUEL-FOUND AND NOT WS-COPY-FAILED
  6120         DISPLAY "DUELVOID: DUEL VOIDED AND REVERSED - SWAP "
  6130             "DUELHSTN OVER DUELHIST"
  6170     END-IF.
  6180 9000-EXIT.
  6190     EXIT.

  6200******************************************************************
  6210* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  6220*                  the common operations log. Open-write-close
  6230*                  per entry, so the log never blocks another
  6240*                  program in the suite; a log that will not
  6250*                  open is shouted to SYSOUT and skipped - it
  6260*                  must never take the job down itself.
  6270******************************************************************
  6280 9900-WRITE-OPS-LOG.
  6290     OPEN EXTEND OPS-LOG-FILE.
  6300     IF NOT WS-OPS-OK
  6310         DISPLAY "DUELVOID: UNABLE TO OPEN OPSLOG, STATUS = "
  6320             WS-OPS-STATUS
  6330         GO TO 9900-EXIT
  6340     END-IF
  6350     MOVE SPACES TO OPS-LOG-RECORD
  6360     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  6370     ACCEPT WS-OPS-TIME-RAW FROM TIME
  6380     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  6390     MOVE "DUELVOID" TO OPS-PROGRAM
  6400     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  6410     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  6420     WRITE OPS-LOG-RECORD
  6430     CLOSE OPS-LOG-FILE.
  6440 9900-EXIT.
  6450     EXIT.
