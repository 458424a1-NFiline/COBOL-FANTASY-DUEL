  1180*              against CMBTMST;
  1190*            - ARMORY owners against PLAYMST and armory
  1200*              weapons against EQUIPMST;
  1202*            - DUELHIST headers against their player-keyed
  1204*              index entries (DUELHIX), and each entry back
  1206*              against the header at its position;
  1210*          and prints one FDAUDRPT line per orphan or
  1215*          dangling reference. Runs after FDBATCH and ahead
  1220*          of SEASNCLS, so the seed files get fixed before
  1232*          the season is closed on them or the next night's
  1234*          FDBATCH runs.
  1240* Tectonics: cobc -x FDAUDIT.cbl -I copybooks
  1250*
  1260* Modification History
  1270*   02 Sept 2026  NF  Initial version.
 1270A*   15 Oct 2026  NF  Runs under the business-date run calendar
 1270B*                     (RUNCAL): will not start (RC=12, OPSLOG
 1270C*                     entry) until FDBATCH has finished clean or
 1270D*                     been bypassed for the open business date,
 1270E*                     and records its own start, end and return
 1270F*                     code there for the jobs that follow. Writes
 1270G*                     to the common operations log (OPSLOG); a
 1270H*                     file that will not open ends the job RC=12
 1270I*                     with an E entry there.
 1270J*   15 Oct 2026  NF  Checks the player-keyed duel index
 1270K*                     (DUELHIX) against DUELHIST both ways:
 1270L*                     every header has its entries, alike in
 1270M*                     every field, and every entry points at
 1270N*                     a header of its duel naming its player;
 1270O*                     the control count matches the archive.
  1280******************************************************************
  1290 IDENTIFICATION DIVISION.
  1300 PROGRAM-ID. FDAUDIT.
  1670         ORGANIZATION IS LINE SEQUENTIAL
  1680         FILE STATUS IS WS-RPT-STATUS.

 1680A     SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
 1680B         ORGANIZATION IS INDEXED
 1680C         ACCESS MODE IS RANDOM
 1680D         RECORD KEY IS RCAL-KEY
 1680E         FILE STATUS IS WS-RCAL-STATUS.

 1680F     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
 1680G         ORGANIZATION IS LINE SEQUENTIAL
 1680H         FILE STATUS IS WS-OPS-STATUS.

 1680I     SELECT DUEL-HIX-FILE ASSIGN TO "DUELHIX"
 1680J         ORGANIZATION IS INDEXED
 1680K         ACCESS MODE IS DYNAMIC
 1680L         RECORD KEY IS HIX-KEY
 1680M         FILE STATUS IS WS-HIX-STATUS.

 1680N     SELECT HIX-SORT-FILE ASSIGN TO "HIXSORT".

  1690 DATA DIVISION.
  1700 FILE SECTION.
  1710 FD  CMBT-MASTER-FILE.
  1830 FD  AUDIT-RPT-FILE.
  1840 01  AUDIT-RPT-LINE              PIC X(80).

 1840A FD  RUN-CAL-FILE.
 1840B     COPY RCALREC.

 1840C FD  OPS-LOG-FILE.
 1840D     COPY OPSREC.

 1840E FD  DUEL-HIX-FILE.
 1840F     COPY HIXREC.

 1840G SD  HIX-SORT-FILE.
 1840H 01  HIX-SORT-RECORD.
 1840I     05  HS-HDR-POSITION         PIC 9(09).
 1840J     05  HS-PLAYER-ID            PIC X(08).
 1840K     05  HS-DUEL-ID.
 1840L         10  HS-DUEL-DATE        PIC 9(08).
 1840M         10  HS-DUEL-TIME        PIC 9(06).
 1840N         10  HS-DUEL-SEQ         PIC 9(03).

  1850 WORKING-STORAGE SECTION.
  1860 01  WS-FILE-STATUSES.
  1870     05  WS-CMBT-STATUS          PIC X(02) VALUE SPACES.
  1980         88  WS-ARM-OK           VALUE "00".
  1990     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  2000         88  WS-RPT-OK           VALUE "00".
  2001     05  WS-RCAL-STATUS          PIC X(02) VALUE SPACES.
  2002         88  WS-RCAL-OK          VALUE "00".
  2003     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  2004         88  WS-OPS-OK           VALUE "00".
  2005     05  WS-HIX-STATUS           PIC X(02) VALUE SPACES.
  2006         88  WS-HIX-OK           VALUE "00".

  2010 01  WS-SWITCHES.
  2020     05  WS-CMBT-EOF-SW          PIC X(01) VALUE "N".
  2110         88  WS-ARM-AVAIL        VALUE "Y".
  2120     05  WS-FOUND-SW             PIC X(01) VALUE "N".
  2130         88  WS-REF-FOUND        VALUE "Y".
  2131     05  WS-HIX-AVAIL-SW         PIC X(01) VALUE "N".
  2132         88  WS-HIX-AVAIL        VALUE "Y".
  2133     05  WS-HIX-EOF-SW           PIC X(01) VALUE "N".
  2134         88  WS-END-OF-HIX       VALUE "Y".
  2135     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
  2136         88  WS-END-OF-SORT      VALUE "Y".
  2137     05  WS-PENDING-SW           PIC X(01) VALUE "N".
  2138         88  WS-HEADER-PENDING   VALUE "Y".

  2140 01  WS-COUNTERS.
  2150     05  WS-CMBT-READ            PIC 9(05) VALUE ZERO.
  2170     05  WS-HDRS-READ            PIC 9(05) VALUE ZERO.
  2180     05  WS-ARM-READ             PIC 9(05) VALUE ZERO.
  2190     05  WS-EXCEPTIONS           PIC 9(05) VALUE ZERO.
 2190A     05  WS-HIST-RECS            PIC 9(09) VALUE ZERO.
 2190B     05  WS-HIX-READ             PIC 9(07) VALUE ZERO.

 2190C******************************************************************
 2190D* WS-OPS-WORK - one operations-log entry in the making, plus
 2190E*               the worst condition seen so far: 0 clean, 4
 2190F*               warnings, 12 fatal. The highest value becomes
 2190G*               the job's return code.
 2190H******************************************************************
 2190I 01  WS-OPS-WORK.
 2190J     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
 2190K     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
 2190L     05  WS-OPS-TIME-RAW.
 2190M         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
 2190N         10  FILLER              PIC 9(02).
 2190O     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

 2190P******************************************************************
 2190Q* WS-PENDING-HEADER - the last DUELHIST header read on the index
 2190R*                     pass, held until the next header says how
 2190S*                     many turn records followed it. WS-CHK-ENTRY
 2190T*                     is the entry one of its players should
 2190U*                     have on DUELHIX.
 2190V******************************************************************
 2190W 01  WS-PENDING-HEADER.
 2190X     05  WS-PND-DUEL-ID.
 2190Y         10  WS-PND-DUEL-DATE    PIC 9(08) VALUE ZERO.
 2190Z         10  WS-PND-DUEL-TIME    PIC 9(06) VALUE ZERO.
2190AA         10  WS-PND-DUEL-SEQ     PIC 9(03) VALUE ZERO.
2190AB     05  WS-PND-PLAYER-ID        PIC X(08) VALUE SPACES.
2190AC     05  WS-PND-OPP-PLAYER-ID    PIC X(08) VALUE SPACES.
2190AD     05  WS-PND-ELF-RACE         PIC X(02) VALUE SPACES.
2190AE     05  WS-PND-OPP-RACE         PIC X(02) VALUE SPACES.
2190AF     05  WS-PND-WINNER           PIC X(01) VALUE SPACE.
2190AG     05  WS-PND-VOID-FLAG        PIC X(01) VALUE SPACE.
2190AH     05  WS-PND-POSITION         PIC 9(09) VALUE ZERO.
2190AI     05  WS-PND-TURN-RECS        PIC 9(05) VALUE ZERO.

2190AJ 01  WS-CHK-ENTRY.
2190AK     05  WS-CHK-PLAYER-ID        PIC X(08) VALUE SPACES.
2190AL     05  WS-CHK-SIDE             PIC X(01) VALUE SPACE.
2190AM     05  WS-CHK-OWN-RACE         PIC X(02) VALUE SPACES.
2190AN     05  WS-CHK-OPP-RACE         PIC X(02) VALUE SPACES.
2190AO     05  WS-CHK-OPP-PLAYER-ID    PIC X(08) VALUE SPACES.
2190AP     05  WS-CHK-PROBLEM          PIC X(23) VALUE SPACES.

2190AQ******************************************************************
2190AR* WS-RUN-CALENDAR - this job's name on RUNCAL, the business date
2190AS*                   open there, and the jobs that must have
2190AT*                   finished clean (or been bypassed) for that
2190AU*                   date before this one may run.
2190AV******************************************************************
2190AW 01  WS-RUN-CALENDAR.
2190AX     05  WS-RCAL-JOB-NAME        PIC X(08) VALUE "FDAUDIT".
2190AY     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
2190AZ     05  WS-RCAL-FOUND-SW        PIC X(01) VALUE "N".
2190BA         88  WS-RCAL-FOUND       VALUE "Y".
2190BB     05  WS-RCAL-DONE-SW         PIC X(01) VALUE "N".
2190BC         88  WS-RCAL-DONE        VALUE "Y".
2190BD     05  WS-RCAL-IDX             PIC 9(02) VALUE ZERO.
2190BE     05  WS-RCAL-PREREQ-COUNT    PIC 9(02) VALUE 1.
2190BF     05  WS-RCAL-PREREQ-LIST.
2190BG         10  FILLER              PIC X(08) VALUE "FDBATCH".
2190BH     05  WS-RCAL-PREREQ-TABLE REDEFINES WS-RCAL-PREREQ-LIST.
2190BI         10  WS-RCAL-PREREQ      PIC X(08) OCCURS 1 TIMES.
2190BJ     05  WS-RCAL-TIME-RAW.
2190BK         10  WS-RCAL-TIME-HHMMSS PIC 9(06).
2190BL         10  FILLER              PIC 9(02).

  2200 01  WS-HEADING-1.
  2210     05  FILLER                  PIC X(20)
  2380     05  FILLER                  PIC X(38) VALUE
  2390         "NO ARMORY FILE - ARMORY CHECKS SKIPPED".

  2392 01  WS-NO-HIX-LINE.
  2394     05  FILLER                  PIC X(40) VALUE
  2396         "NO DUELHIX FILE - INDEX CHECKS SKIPPED".

  2400 01  WS-TOTAL-LINE-1.
  2410     05  FILLER                  PIC X(16)
  2420         VALUE "CMBTMST READ   :".
  2550         VALUE "   EXCEPTIONS  :".
  2560     05  TL-EXCP                 PIC ZZZZ9.

  2561 01  WS-TOTAL-LINE-3.
  2562     05  FILLER                  PIC X(16)
  2563         VALUE "DUELHIX READ   :".
  2564     05  TL-HIX                  PIC Z(06)9.
  2565     05  FILLER                  PIC X(16)
  2566         VALUE "   HIST RECORDS:".
  2567     05  TL-HIST-RECS            PIC Z(08)9.

  2570******************************************************************
  2580* WS-HDR-KEY-TEXT - the duel id formatted for the exception
  2590*                   line so the operator can pull the duel up

  2680 PROCEDURE DIVISION.
  2690 0000-MAIN-PROCEDURE.
  2695     PERFORM 0500-CHECK-RUN-CALENDAR THRU 0500-EXIT.
  2700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2710     PERFORM 2000-AUDIT-CMBT-WEAPONS THRU 2000-EXIT.
  2720     PERFORM 3000-AUDIT-LBRD-PLAYERS THRU 3000-EXIT.
  2730     PERFORM 4000-AUDIT-HIST-RACES THRU 4000-EXIT.
  2740     PERFORM 5000-AUDIT-ARMORY THRU 5000-EXIT.
  2743     PERFORM 5500-AUDIT-HIST-INDEX THRU 5500-EXIT.
  2746     PERFORM 5600-AUDIT-INDEX-HIST THRU 5600-EXIT.
  2750     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
  2760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2763     PERFORM 9800-RECORD-RUN-END THRU 9800-EXIT.
  2766     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2770     STOP RUN.

 2770A******************************************************************
 2770B* 0500-CHECK-RUN-CALENDAR - before anything else is opened, pick
 2770C*                  up the business date open on RUNCAL and make
 2770D*                  sure every job this one follows has finished
 2770E*                  clean (or been bypassed) for it. Anything
 2770F*                  short of that stops the job RC=12 with nothing
 2770G*                  touched; otherwise this job is recorded as
 2770H*                  started.
 2770I******************************************************************
 2770J 0500-CHECK-RUN-CALENDAR.
 2770K     OPEN I-O RUN-CAL-FILE.
 2770L     IF NOT WS-RCAL-OK
 2770M         DISPLAY "FDAUDIT: UNABLE TO OPEN RUNCAL, STATUS = "
 2770N             WS-RCAL-STATUS
 2770O         MOVE "E" TO WS-OPS-SEVERITY
 2770P         MOVE "RUNCAL OPEN FAILED" TO WS-OPS-TEXT
 2770Q         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
 2770R         MOVE 12 TO RETURN-CODE
 2770S         STOP RUN
 2770T     END-IF

 2770U     MOVE ZERO TO RCAL-BUS-DATE
 2770V     MOVE SPACES TO RCAL-JOB-NAME
 2770W     READ RUN-CAL-FILE
 2770X         INVALID KEY
 2770Y             DISPLAY "FDAUDIT: NO BUSINESS DATE OPEN ON RUNCAL"
 2770Z             MOVE "E" TO WS-OPS-SEVERITY
2770AA             MOVE "NO BUSINESS DATE OPEN ON RUNCAL" TO WS-OPS-TEXT
2770AB             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2770AC             CLOSE RUN-CAL-FILE
2770AD             MOVE 12 TO RETURN-CODE
2770AE             STOP RUN
2770AF     END-READ
2770AG     MOVE RCAL-CTL-OPEN-DATE TO WS-BUSINESS-DATE

2770AH     MOVE ZERO TO WS-RCAL-IDX
2770AI     PERFORM 0510-CHECK-ONE-PREREQ THRU 0510-EXIT
2770AJ         UNTIL WS-RCAL-IDX NOT LESS THAN WS-RCAL-PREREQ-COUNT

2770AK     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2770AL     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2770AM     MOVE "Y" TO WS-RCAL-FOUND-SW
2770AN     READ RUN-CAL-FILE
2770AO         INVALID KEY
2770AP             MOVE "N" TO WS-RCAL-FOUND-SW
2770AQ     END-READ
2770AR     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2770AS     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
2770AT     MOVE SPACES TO RCAL-JOB-DATA
2770AU     SET RCAL-STARTED TO TRUE
2770AV     ACCEPT RCAL-START-DATE FROM DATE YYYYMMDD
2770AW     ACCEPT WS-RCAL-TIME-RAW FROM TIME
2770AX     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-START-TIME
2770AY     MOVE ZERO TO RCAL-END-DATE RCAL-END-TIME RCAL-RETURN-CODE
2770AZ     IF WS-RCAL-FOUND
2770BA         REWRITE RCAL-RECORD
2770BB     ELSE
2770BC         WRITE RCAL-RECORD
2770BD     END-IF
2770BE     IF NOT WS-RCAL-OK
2770BF         DISPLAY "FDAUDIT: UNABLE TO RECORD START ON RUNCAL, "
2770BG             "STATUS = " WS-RCAL-STATUS
2770BH         MOVE "E" TO WS-OPS-SEVERITY
2770BI         MOVE "RUNCAL START NOT RECORDED" TO WS-OPS-TEXT
2770BJ         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2770BK         CLOSE RUN-CAL-FILE
2770BL         MOVE 12 TO RETURN-CODE
2770BM         STOP RUN
2770BN     END-IF
2770BO     CLOSE RUN-CAL-FILE.
2770BP 0500-EXIT.
2770BQ     EXIT.

2770BR 0510-CHECK-ONE-PREREQ.
2770BS     ADD 1 TO WS-RCAL-IDX
2770BT     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
2770BU     MOVE WS-RCAL-PREREQ (WS-RCAL-IDX) TO RCAL-JOB-NAME
2770BV     MOVE "N" TO WS-RCAL-DONE-SW
2770BW     READ RUN-CAL-FILE
2770BX         INVALID KEY
2770BY             CONTINUE
2770BZ         NOT INVALID KEY
2770CA             IF RCAL-DONE
2770CB                 SET WS-RCAL-DONE TO TRUE
2770CC             END-IF
2770CD     END-READ
2770CE     IF WS-RCAL-DONE
2770CF         GO TO 0510-EXIT
2770CG     END-IF

2770CH     DISPLAY "FDAUDIT: " WS-RCAL-PREREQ (WS-RCAL-IDX)
2770CI         " HAS NOT FINISHED FOR BUSINESS DATE " WS-BUSINESS-DATE
2770CJ     MOVE "E" TO WS-OPS-SEVERITY
2770CK     MOVE SPACES TO WS-OPS-TEXT
2770CL     STRING WS-RCAL-PREREQ (WS-RCAL-IDX) DELIMITED BY SPACE
2770CM         " NOT DONE FOR " WS-BUSINESS-DATE " - NOT RUN"
2770CN         DELIMITED BY SIZE INTO WS-OPS-TEXT
2770CO     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
2770CP     CLOSE RUN-CAL-FILE
2770CQ     MOVE 12 TO RETURN-CODE
2770CR     STOP RUN.
2770CS 0510-EXIT.
2770CT     EXIT.

  2780 1000-INITIALIZE.
  2790     OPEN INPUT CMBT-MASTER-FILE.
  2800     IF NOT WS-CMBT-OK
  2810         DISPLAY "FDAUDIT: UNABLE TO OPEN CMBTMST, STATUS = "
  2820             WS-CMBT-STATUS
  2822         MOVE "E" TO WS-OPS-SEVERITY
  2824         MOVE "CMBTMST OPEN FAILED" TO WS-OPS-TEXT
  2826         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2828         MOVE 12 TO RETURN-CODE
  2830         STOP RUN
  2840     END-IF

  2860     IF NOT WS-EQUIP-OK
  2870         DISPLAY "FDAUDIT: UNABLE TO OPEN EQUIPMST, STATUS = "
  2880             WS-EQUIP-STATUS
  2882         MOVE "E" TO WS-OPS-SEVERITY
  2884         MOVE "EQUIPMST OPEN FAILED" TO WS-OPS-TEXT
  2886         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2888         MOVE 12 TO RETURN-CODE
  2890         STOP RUN
  2900     END-IF

  2920     IF NOT WS-PLAY-OK
  2930         DISPLAY "FDAUDIT: UNABLE TO OPEN PLAYMST, STATUS = "
  2940             WS-PLAY-STATUS
  2942         MOVE "E" TO WS-OPS-SEVERITY
  2944         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  2946         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2948         MOVE 12 TO RETURN-CODE
  2950         STOP RUN
  2960     END-IF

  2980     IF NOT WS-LBRD-OK
  2990         DISPLAY "FDAUDIT: UNABLE TO OPEN LDRBRD, STATUS = "
  3000             WS-LBRD-STATUS
  3002         MOVE "E" TO WS-OPS-SEVERITY
  3004         MOVE "LDRBRD OPEN FAILED" TO WS-OPS-TEXT
  3006         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3008         MOVE 12 TO RETURN-CODE
  3010         STOP RUN
  3020     END-IF

  3040     IF NOT WS-HIST-OK
  3050         DISPLAY "FDAUDIT: UNABLE TO OPEN DUELHIST, STATUS = "
  3060             WS-HIST-STATUS
  3062         MOVE "E" TO WS-OPS-SEVERITY
  3064         MOVE "DUELHIST OPEN FAILED" TO WS-OPS-TEXT
  3066         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3068         MOVE 12 TO RETURN-CODE
  3070         STOP RUN
  3080     END-IF

  3110         MOVE "Y" TO WS-ARM-AVAIL-SW
  3120     END-IF

  3122     OPEN INPUT DUEL-HIX-FILE.
  3124     IF WS-HIX-OK
  3126         MOVE "Y" TO WS-HIX-AVAIL-SW
  3128     END-IF

  3130     OPEN OUTPUT AUDIT-RPT-FILE.
  3140     IF NOT WS-RPT-OK
  3150         DISPLAY "FDAUDIT: UNABLE TO OPEN FDAUDRPT, STATUS = "
  3160             WS-RPT-STATUS
  3162         MOVE "E" TO WS-OPS-SEVERITY
  3164         MOVE "FDAUDRPT OPEN FAILED" TO WS-OPS-TEXT
  3166         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3168         MOVE 12 TO RETURN-CODE
  3170         STOP RUN
  3180     END-IF

  5310 5100-EXIT.
  5320     EXIT.

 5320A******************************************************************
 5320B* 5500-AUDIT-HIST-INDEX - archive to index: read DUELHIST again,
 5320C*                  counting every record, and hold each header
 5320D*                  until the turn records after it are counted.
 5320E*                  Its A player (and, PvP, its B player) must
 5320F*                  then have a DUELHIX entry agreeing with it in
 5320G*                  every field, position and turn count included.
 5320H*                  Finally the control record must count exactly
 5320I*                  the records on DUELHIST, or the engine will
 5320J*                  place the next duels wrongly.
 5320K******************************************************************
 5320L 5500-AUDIT-HIST-INDEX.
 5320M     MOVE "DUELHIST HEADERS VS. DUELHIX ENTRIES" TO SC-TITLE
 5320N     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
 5320O     IF NOT WS-HIX-AVAIL
 5320P         WRITE AUDIT-RPT-LINE FROM WS-NO-HIX-LINE
 5320Q         GO TO 5500-EXIT
 5320R     END-IF

 5320S     CLOSE DUEL-HIST-FILE
 5320T     OPEN INPUT DUEL-HIST-FILE
 5320U     IF NOT WS-HIST-OK
 5320V         DISPLAY "FDAUDIT: UNABLE TO REOPEN DUELHIST, STATUS = "
 5320W             WS-HIST-STATUS
 5320X         MOVE "E" TO WS-OPS-SEVERITY
 5320Y         MOVE "DUELHIST REOPEN FAILED" TO WS-OPS-TEXT
 5320Z         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
5320AA         MOVE 12 TO RETURN-CODE
5320AB         STOP RUN
5320AC     END-IF
5320AD     MOVE "N" TO WS-HIST-EOF-SW
5320AE     MOVE ZERO TO WS-HIST-RECS
5320AF     PERFORM 5510-CHECK-ONE-HIST-REC THRU 5510-EXIT
5320AG         UNTIL WS-END-OF-HIST
5320AH     PERFORM 5520-CHECK-PENDING THRU 5520-EXIT

5320AI     MOVE SPACES TO HIX-RECORD
5320AJ     MOVE ZERO TO HIX-DUEL-DATE HIX-DUEL-TIME HIX-DUEL-SEQ
5320AK     READ DUEL-HIX-FILE
5320AL         INVALID KEY
5320AM             MOVE "DUELHIX  " TO XL-SOURCE
5320AN             MOVE "CONTROL RECORD" TO XL-KEY
5320AO             MOVE "MISSING - RUN DHIXBLD" TO XL-REASON
5320AP             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
5320AQ             GO TO 5500-EXIT
5320AR     END-READ
5320AS     IF HIX-CTL-HIST-RECS NOT = WS-HIST-RECS
5320AT         MOVE "DUELHIX  " TO XL-SOURCE
5320AU         MOVE "CONTROL RECORD" TO XL-KEY
5320AV         MOVE SPACES TO XL-REASON
5320AW         STRING "COUNT " HIX-CTL-HIST-RECS " VS DUELHIST "
5320AX             WS-HIST-RECS DELIMITED BY SIZE INTO XL-REASON
5320AY         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
5320AZ     END-IF.
5320BA 5500-EXIT.
5320BB     EXIT.

5320BC 5510-CHECK-ONE-HIST-REC.
5320BD     READ DUEL-HIST-FILE
5320BE         AT END
5320BF             SET WS-END-OF-HIST TO TRUE
5320BG             GO TO 5510-EXIT
5320BH     END-READ
5320BI     ADD 1 TO WS-HIST-RECS

5320BJ     IF NOT HIST-HEADER-REC
5320BK         IF WS-HEADER-PENDING
5320BL             ADD 1 TO WS-PND-TURN-RECS
5320BM         END-IF
5320BN         GO TO 5510-EXIT
5320BO     END-IF

5320BP     PERFORM 5520-CHECK-PENDING THRU 5520-EXIT
5320BQ     MOVE HIST-DUEL-DATE TO WS-PND-DUEL-DATE
5320BR     MOVE HIST-DUEL-TIME TO WS-PND-DUEL-TIME
5320BS     MOVE HIST-DUEL-SEQ TO WS-PND-DUEL-SEQ
5320BT     MOVE HIST-PLAYER-ID TO WS-PND-PLAYER-ID
5320BU     MOVE HIST-OPP-PLAYER-ID TO WS-PND-OPP-PLAYER-ID
5320BV     MOVE HIST-ELF-RACE-CODE TO WS-PND-ELF-RACE
5320BW     MOVE HIST-OPP-RACE-CODE TO WS-PND-OPP-RACE
5320BX     MOVE HIST-WINNER-CODE TO WS-PND-WINNER
5320BY     MOVE HIST-VOID-FLAG TO WS-PND-VOID-FLAG
5320BZ     MOVE WS-HIST-RECS TO WS-PND-POSITION
5320CA     MOVE ZERO TO WS-PND-TURN-RECS
5320CB     SET WS-HEADER-PENDING TO TRUE.
5320CC 5510-EXIT.
5320CD     EXIT.

5320CE 5520-CHECK-PENDING.
5320CF     IF NOT WS-HEADER-PENDING
5320CG         GO TO 5520-EXIT
5320CH     END-IF
5320CI     MOVE "N" TO WS-PENDING-SW
5320CJ     MOVE WS-PND-DUEL-DATE TO HK-DATE
5320CK     MOVE WS-PND-DUEL-TIME TO HK-TIME
5320CL     MOVE WS-PND-DUEL-SEQ TO HK-SEQ

5320CM     MOVE WS-PND-PLAYER-ID TO WS-CHK-PLAYER-ID
5320CN     MOVE "A" TO WS-CHK-SIDE
5320CO     MOVE WS-PND-ELF-RACE TO WS-CHK-OWN-RACE
5320CP     MOVE WS-PND-OPP-RACE TO WS-CHK-OPP-RACE
5320CQ     MOVE WS-PND-OPP-PLAYER-ID TO WS-CHK-OPP-PLAYER-ID
5320CR     PERFORM 5530-CHECK-ONE-ENTRY THRU 5530-EXIT

5320CS     IF WS-PND-OPP-PLAYER-ID = SPACES
5320CT         GO TO 5520-EXIT
5320CU     END-IF
5320CV     MOVE WS-PND-OPP-PLAYER-ID TO WS-CHK-PLAYER-ID
5320CW     MOVE "B" TO WS-CHK-SIDE
5320CX     MOVE WS-PND-OPP-RACE TO WS-CHK-OWN-RACE
5320CY     MOVE WS-PND-ELF-RACE TO WS-CHK-OPP-RACE
5320CZ     MOVE WS-PND-PLAYER-ID TO WS-CHK-OPP-PLAYER-ID
5320DA     PERFORM 5530-CHECK-ONE-ENTRY THRU 5530-EXIT.
5320DB 5520-EXIT.
5320DC     EXIT.

5320DD******************************************************************
5320DE* 5530-CHECK-ONE-ENTRY - read the entry WS-CHK-ENTRY describes
5320DF*                  and report the first field that disagrees
5320DG*                  with the header.
5320DH******************************************************************
5320DI 5530-CHECK-ONE-ENTRY.
5320DJ     MOVE SPACES TO WS-CHK-PROBLEM
5320DK     MOVE WS-CHK-PLAYER-ID TO HIX-PLAYER-ID
5320DL     MOVE WS-PND-DUEL-ID TO HIX-DUEL-ID
5320DM     READ DUEL-HIX-FILE
5320DN         INVALID KEY
5320DO             MOVE "NO DUELHIX ENTRY" TO WS-CHK-PROBLEM
5320DP     END-READ

5320DQ     EVALUATE TRUE
5320DR         WHEN WS-CHK-PROBLEM NOT = SPACES
5320DS             CONTINUE
5320DT         WHEN HIX-SIDE NOT = WS-CHK-SIDE
5320DU             MOVE "INDEX SIDE WRONG" TO WS-CHK-PROBLEM
5320DV         WHEN HIX-OWN-RACE-CODE NOT = WS-CHK-OWN-RACE
5320DW           OR HIX-OPP-RACE-CODE NOT = WS-CHK-OPP-RACE
5320DX             MOVE "INDEX RACES WRONG" TO WS-CHK-PROBLEM
5320DY         WHEN HIX-OPP-PLAYER-ID NOT = WS-CHK-OPP-PLAYER-ID
5320DZ             MOVE "INDEX OPPONENT WRONG" TO WS-CHK-PROBLEM
5320EA         WHEN HIX-WINNER-CODE NOT = WS-PND-WINNER
5320EB             MOVE "INDEX WINNER WRONG" TO WS-CHK-PROBLEM
5320EC         WHEN HIX-VOID-FLAG NOT = WS-PND-VOID-FLAG
5320ED             MOVE "INDEX VOID FLAG WRONG" TO WS-CHK-PROBLEM
5320EE         WHEN HIX-HDR-POSITION NOT = WS-PND-POSITION
5320EF             MOVE "INDEX POSITION WRONG" TO WS-CHK-PROBLEM
5320EG         WHEN HIX-TURN-RECS NOT = WS-PND-TURN-RECS
5320EH             MOVE "INDEX TURN COUNT WRONG" TO WS-CHK-PROBLEM
5320EI     END-EVALUATE
5320EJ     IF WS-CHK-PROBLEM = SPACES
5320EK         GO TO 5530-EXIT
5320EL     END-IF

5320EM     MOVE "DUELHIST " TO XL-SOURCE
5320EN     MOVE WS-HDR-KEY-TEXT TO XL-KEY
5320EO     MOVE SPACES TO XL-REASON
5320EP     STRING "PLAYER " WS-CHK-PLAYER-ID ": " WS-CHK-PROBLEM
5320EQ         DELIMITED BY SIZE INTO XL-REASON
5320ER     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
5320ES 5530-EXIT.
5320ET     EXIT.

5320EU******************************************************************
5320EV* 5600-AUDIT-INDEX-HIST - index to archive: every DUELHIX entry,
5320EW*                  sorted into DUELHIST order by its position,
5320EX*                  must point at a header for its own duel id
5320EY*                  that names its player on one side or the
5320EZ*                  other. The archive is then read once, front to
5320FA*                  back, however many entries there are.
5320FB******************************************************************
5320FC 5600-AUDIT-INDEX-HIST.
5320FD     MOVE "DUELHIX ENTRIES VS. DUELHIST HEADERS" TO SC-TITLE
5320FE     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
5320FF     IF NOT WS-HIX-AVAIL
5320FG         WRITE AUDIT-RPT-LINE FROM WS-NO-HIX-LINE
5320FH         GO TO 5600-EXIT
5320FI     END-IF
5320FJ     SORT HIX-SORT-FILE
5320FK         ON ASCENDING KEY HS-HDR-POSITION
5320FL         ON ASCENDING KEY HS-PLAYER-ID
5320FM         INPUT PROCEDURE IS 5700-RELEASE-HIX-ENTRIES
5320FN         OUTPUT PROCEDURE IS 5800-MATCH-HIX-ENTRIES.
5320FO 5600-EXIT.
5320FP     EXIT.

5320FQ 5700-RELEASE-HIX-ENTRIES.
5320FR     MOVE LOW-VALUES TO HIX-KEY
5320FS     START DUEL-HIX-FILE KEY IS NOT LESS THAN HIX-KEY
5320FT         INVALID KEY
5320FU             SET WS-END-OF-HIX TO TRUE
5320FV     END-START
5320FW     PERFORM 5710-RELEASE-ONE-ENTRY THRU 5710-EXIT
5320FX         UNTIL WS-END-OF-HIX.
5320FY 5700-EXIT.
5320FZ     EXIT.

5320GA 5710-RELEASE-ONE-ENTRY.
5320GB     READ DUEL-HIX-FILE NEXT RECORD
5320GC         AT END
5320GD             SET WS-END-OF-HIX TO TRUE
5320GE             GO TO 5710-EXIT
5320GF     END-READ
5320GG     IF HIX-PLAYER-ID = SPACES AND HIX-DUEL-DATE = ZERO
5320GH         GO TO 5710-EXIT
5320GI     END-IF
5320GJ     ADD 1 TO WS-HIX-READ
5320GK     MOVE HIX-HDR-POSITION TO HS-HDR-POSITION
5320GL     MOVE HIX-PLAYER-ID TO HS-PLAYER-ID
5320GM     MOVE HIX-DUEL-ID TO HS-DUEL-ID
5320GN     RELEASE HIX-SORT-RECORD.
5320GO 5710-EXIT.
5320GP     EXIT.

5320GQ 5800-MATCH-HIX-ENTRIES.
5320GR     CLOSE DUEL-HIST-FILE
5320GS     OPEN INPUT DUEL-HIST-FILE
5320GT     IF NOT WS-HIST-OK
5320GU         DISPLAY "FDAUDIT: UNABLE TO REOPEN DUELHIST, STATUS = "
5320GV             WS-HIST-STATUS
5320GW         MOVE "E" TO WS-OPS-SEVERITY
5320GX         MOVE "DUELHIST REOPEN FAILED" TO WS-OPS-TEXT
5320GY         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
5320GZ         MOVE 12 TO RETURN-CODE
5320HA         STOP RUN
5320HB     END-IF
5320HC     MOVE "N" TO WS-HIST-EOF-SW
5320HD     MOVE ZERO TO WS-HIST-RECS
5320HE     PERFORM 5810-MATCH-ONE-ENTRY THRU 5810-EXIT
5320HF         UNTIL WS-END-OF-SORT.
5320HG 5800-EXIT.
5320HH     EXIT.

5320HI******************************************************************
5320HJ* 5810-MATCH-ONE-ENTRY - read DUELHIST forward to the entry's
5320HK*                  position (both sides of a PvP duel share one)
5320HL*                  and test the record found there.
5320HM******************************************************************
5320HN 5810-MATCH-ONE-ENTRY.
5320HO     RETURN HIX-SORT-FILE
5320HP         AT END
5320HQ             SET WS-END-OF-SORT TO TRUE
5320HR             GO TO 5810-EXIT
5320HS     END-RETURN

5320HT     MOVE HS-DUEL-DATE TO HK-DATE
5320HU     MOVE HS-DUEL-TIME TO HK-TIME
5320HV     MOVE HS-DUEL-SEQ TO HK-SEQ
5320HW     MOVE "DUELHIX  " TO XL-SOURCE
5320HX     MOVE WS-HDR-KEY-TEXT TO XL-KEY
5320HY     MOVE SPACES TO WS-CHK-PROBLEM

5320HZ     IF HS-HDR-POSITION = ZERO
5320IA         MOVE "NO POSITION" TO WS-CHK-PROBLEM
5320IB         GO TO 5810-REPORT
5320IC     END-IF
5320ID     PERFORM 5820-READ-HIST-REC THRU 5820-EXIT
5320IE         UNTIL WS-HIST-RECS NOT LESS THAN HS-HDR-POSITION
5320IF            OR WS-END-OF-HIST
5320IG     IF WS-HIST-RECS < HS-HDR-POSITION
5320IH         MOVE "PAST END OF DUELHIST" TO WS-CHK-PROBLEM
5320II         GO TO 5810-REPORT
5320IJ     END-IF
5320IK     IF NOT HIST-HEADER-REC
5320IL        OR HIST-DUEL-DATE NOT = HS-DUEL-DATE
5320IM        OR HIST-DUEL-TIME NOT = HS-DUEL-TIME
5320IN        OR HIST-DUEL-SEQ NOT = HS-DUEL-SEQ
5320IO         MOVE "NOT THIS DUEL'S HEADER" TO WS-CHK-PROBLEM
5320IP         GO TO 5810-REPORT
5320IQ     END-IF
5320IR     IF HIST-PLAYER-ID NOT = HS-PLAYER-ID
5320IS        AND HIST-OPP-PLAYER-ID NOT = HS-PLAYER-ID
5320IT         MOVE "NOT IN THIS DUEL" TO WS-CHK-PROBLEM
5320IU         GO TO 5810-REPORT
5320IV     END-IF
5320IW     GO TO 5810-EXIT.
5320IX 5810-REPORT.
5320IY     MOVE SPACES TO XL-REASON
5320IZ     STRING "PLAYER " HS-PLAYER-ID ": " WS-CHK-PROBLEM
5320JA         DELIMITED BY SIZE INTO XL-REASON
5320JB     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
5320JC 5810-EXIT.
5320JD     EXIT.

5320JE 5820-READ-HIST-REC.
5320JF     READ DUEL-HIST-FILE
5320JG         AT END
5320JH             SET WS-END-OF-HIST TO TRUE
5320JI             GO TO 5820-EXIT
5320JJ     END-READ
5320JK     ADD 1 TO WS-HIST-RECS.
5320JL 5820-EXIT.
5320JM     EXIT.

  5330 7000-WRITE-EXCEPTION.
  5340     ADD 1 TO WS-EXCEPTIONS
  5350     WRITE AUDIT-RPT-LINE FROM WS-EXCP-LINE.
  5470     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-1
  5480     MOVE WS-ARM-READ TO TL-ARM
  5490     MOVE WS-EXCEPTIONS TO TL-EXCP
  5500     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-2
  5505     MOVE WS-HIX-READ TO TL-HIX
  5506     MOVE WS-HIST-RECS TO TL-HIST-RECS
  5507     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-3.
  5510 8000-EXIT.
  5520     EXIT.

  5560     IF WS-ARM-AVAIL
  5570         CLOSE ARMORY-FILE
  5580     END-IF
  5582     IF WS-HIX-AVAIL
  5584         CLOSE DUEL-HIX-FILE
  5586     END-IF
  5590     CLOSE AUDIT-RPT-FILE.
  5600     DISPLAY "FDAUDIT: " WS-EXCEPTIONS " EXCEPTION(S) FOUND".
  5610 9000-EXIT.
  5620     EXIT.

  5630******************************************************************
  5640* 9800-RECORD-RUN-END - stamp this job's RUNCAL record with its
  5650*                  end and return code: complete at RC 4 or
  5660*                  less, failed above, so the jobs that follow
  5670*                  know whether they may run. A calendar that
  5680*                  cannot be updated is logged and the job ends
  5690*                  RC=4 - its work is done, but the jobs after
  5700*                  it stay held until the operator bypasses it.
  5710******************************************************************
  5720 9800-RECORD-RUN-END.
  5730     OPEN I-O RUN-CAL-FILE.
  5740     IF NOT WS-RCAL-OK
  5750         DISPLAY "FDAUDIT: UNABLE TO OPEN RUNCAL, STATUS = "
  5760             WS-RCAL-STATUS
  5770         GO TO 9800-NOT-RECORDED
  5780     END-IF
  5790     MOVE WS-BUSINESS-DATE TO RCAL-BUS-DATE
  5800     MOVE WS-RCAL-JOB-NAME TO RCAL-JOB-NAME
  5810     READ RUN-CAL-FILE
  5820         INVALID KEY
  5830             CLOSE RUN-CAL-FILE
  5840             GO TO 9800-NOT-RECORDED
  5850     END-READ
  5860     ACCEPT RCAL-END-DATE FROM DATE YYYYMMDD
  5870     ACCEPT WS-RCAL-TIME-RAW FROM TIME
  5880     MOVE WS-RCAL-TIME-HHMMSS TO RCAL-END-TIME
  5890     MOVE WS-HIGHEST-RC TO RCAL-RETURN-CODE
  5900     IF WS-HIGHEST-RC > 4
  5910         SET RCAL-FAILED TO TRUE
  5920     ELSE
  5930         SET RCAL-COMPLETE TO TRUE
  5940     END-IF
  5950     REWRITE RCAL-RECORD
  5960     IF NOT WS-RCAL-OK
  5970         CLOSE RUN-CAL-FILE
  5980         GO TO 9800-NOT-RECORDED
  5990     END-IF
  6000     CLOSE RUN-CAL-FILE
  6010     GO TO 9800-EXIT.
  6020 9800-NOT-RECORDED.
  6030     MOVE "W" TO WS-OPS-SEVERITY
  6040     MOVE "RUNCAL END NOT RECORDED - JOB LEFT STARTED"
  6050         TO WS-OPS-TEXT
  6060     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  6070     IF WS-HIGHEST-RC < 4
  6080         MOVE 4 TO WS-HIGHEST-RC
  6090     END-IF.
  6100 9800-EXIT.
  6110     EXIT.

  6120******************************************************************
  6130* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  6140*                  the common operations log. Open-write-close
  6150*                  per entry, so the log never blocks another
  6160*                  program in the suite; a log that will not
  6170*                  open is shouted to SYSOUT and skipped - it
  6180*                  must never take the job down itself.
  6190******************************************************************
  6200 9900-WRITE-OPS-LOG.
  6210     OPEN EXTEND OPS-LOG-FILE.
  6220     IF NOT WS-OPS-OK
  6230         DISPLAY "FDAUDIT: UNABLE TO OPEN OPSLOG, STATUS = "
  6240             WS-OPS-STATUS
  6250         GO TO 9900-EXIT
  6260     END-IF
  6270     MOVE SPACES TO OPS-LOG-RECORD
  6280     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  6290     ACCEPT WS-OPS-TIME-RAW FROM TIME
  6300     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  6310     MOVE "FDAUDIT" TO OPS-PROGRAM
  6320     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  6330     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  6340     WRITE OPS-LOG-RECORD
  6350     CLOSE OPS-LOG-FILE.
  6360 9900-EXIT.
  6370     EXIT.
