  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Combatant master maintenance - applies a file of
  1050*          transactions (CMBTTRAN) to individual CMBTMST
  1060*          records, so one race can be rebalanced without
  1070*          reloading the whole master from CMBTSEED: "A" adds
  1080*          a race, "C" changes any of its base HP, base damage,
  1090*          default weapon, tactic code and berserk threshold
  1100*          (a blank column leaves the field as it is), "R"
  1110*          retires it from the monster pool and the playable
  1120*          list. Every change applied writes the stats before
  1130*          and after to the stat history (CMBTHIST), keyed by
  1140*          race code plus effective date (today) plus a change
  1150*          sequence, so DUELVOID and MONBAL can tell which
  1160*          stats a past duel was fought under. CMBTAUD is the
  1170*          change audit: each field changed, before and after,
  1180*          and every transaction refused with its reason.
  1190*          CMBTMST must already be loaded (CMBTLOAD); CMBTHIST
  1200*          starts empty - the first run against a status-35
  1210*          open loads it.
  1220* Tectonics: cobc -x CMBTMNT.cbl -I copybooks
  1230*
  1240* Modification History
  1250*   15 Oct 2026  NF  Initial version.
  1260******************************************************************
  1270 IDENTIFICATION DIVISION.
  1280 PROGRAM-ID. CMBTMNT.
  1290 AUTHOR. NICOLAS FILINE.
  1300 INSTALLATION. FANTASY DUEL GAMES.
  1310 DATE-WRITTEN. 15 OCT 2026.
  1320 DATE-COMPILED.

  1330 ENVIRONMENT DIVISION.
  1340 INPUT-OUTPUT SECTION.
  1350 FILE-CONTROL.
  1360     SELECT CMBT-TRAN-FILE ASSIGN TO "CMBTTRAN"
  1370         ORGANIZATION IS LINE SEQUENTIAL
  1380         FILE STATUS IS WS-TRAN-STATUS.

  1390     SELECT CMBT-MASTER-FILE ASSIGN TO "CMBTMST"
  1400         ORGANIZATION IS INDEXED
  1410         ACCESS MODE IS RANDOM
  1420         RECORD KEY IS CMBT-RACE-CODE
  1430         FILE STATUS IS WS-CMBT-STATUS.

  1440     SELECT CMBT-HIST-FILE ASSIGN TO "CMBTHIST"
  1450         ORGANIZATION IS INDEXED
  1460         ACCESS MODE IS DYNAMIC
  1470         RECORD KEY IS CSTH-KEY
  1480         FILE STATUS IS WS-CSTH-STATUS.

  1490     SELECT EQUIP-FILE ASSIGN TO "EQUIPMST"
  1500         ORGANIZATION IS INDEXED
  1510         ACCESS MODE IS RANDOM
  1520         RECORD KEY IS EQUIP-WEAPON-CODE
  1530         FILE STATUS IS WS-EQUIP-STATUS.

  1540     SELECT CMBT-AUD-FILE ASSIGN TO "CMBTAUD"
  1550         ORGANIZATION IS LINE SEQUENTIAL
  1560         FILE STATUS IS WS-AUD-STATUS.

  1570     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1580         ORGANIZATION IS LINE SEQUENTIAL
  1590         FILE STATUS IS WS-OPS-STATUS.

  1600 DATA DIVISION.
  1610 FILE SECTION.
  1620******************************************************************
  1630* CTRN-RECORD - one maintenance transaction. The numeric
  1640*               columns are read through an X view first so a
  1650*               blank ("leave as it is") can be told from a
  1660*               bad value.
  1670******************************************************************
  1680 FD  CMBT-TRAN-FILE.
  1690 01  CTRN-RECORD.
  1700     05  CTRN-ACTION-CODE        PIC X(01).
  1710         88  CTRN-ADD            VALUE "A".
  1720         88  CTRN-CHANGE         VALUE "C".
  1730         88  CTRN-RETIRE         VALUE "R".
  1740     05  FILLER                  PIC X(01).
  1750     05  CTRN-RACE-CODE          PIC X(02).
  1760     05  FILLER                  PIC X(01).
  1770     05  CTRN-BASE-HP-X          PIC X(03).
  1780     05  CTRN-BASE-HP REDEFINES CTRN-BASE-HP-X
  1790                                 PIC 9(03).
  1800     05  FILLER                  PIC X(01).
  1810     05  CTRN-BASE-DMG-X         PIC X(02).
  1820     05  CTRN-BASE-DMG REDEFINES CTRN-BASE-DMG-X
  1830                                 PIC 9(02).
  1840     05  FILLER                  PIC X(01).
  1850     05  CTRN-WEAPON-CODE        PIC X(02).
  1860     05  FILLER                  PIC X(01).
  1870     05  CTRN-TACTIC-CODE        PIC X(01).
  1880         88  CTRN-TACTIC-VALID   VALUE "A", "D", "B", "R".
  1890     05  FILLER                  PIC X(01).
  1900     05  CTRN-BERSERK-PCT-X      PIC X(02).
  1910     05  CTRN-BERSERK-PCT REDEFINES CTRN-BERSERK-PCT-X
  1920                                 PIC 9(02).
  1930     05  FILLER                  PIC X(01).
  1940     05  CTRN-TYPE               PIC X(01).
  1950         88  CTRN-TYPE-VALID     VALUE "P", "M".
  1960     05  FILLER                  PIC X(01).
  1970     05  CTRN-RACE-NAME          PIC X(10).
  1980     05  FILLER                  PIC X(01).
  1990     05  CTRN-RATING-X           PIC X(04).
  2000     05  CTRN-RATING REDEFINES CTRN-RATING-X
  2010                                 PIC 9(04).
  2020     05  FILLER                  PIC X(01).
  2030     05  CTRN-FLAVOR-TEXT        PIC X(40).

  2040 FD  CMBT-MASTER-FILE.
  2050     COPY CMBTREC.

  2060 FD  CMBT-HIST-FILE.
  2070     COPY CSTHREC.

  2080 FD  EQUIP-FILE.
  2090     COPY EQUIPREC.

  2100 FD  CMBT-AUD-FILE.
  2110 01  CMBT-AUD-LINE               PIC X(80).

  2120 FD  OPS-LOG-FILE.
  2130     COPY OPSREC.

  2140 WORKING-STORAGE SECTION.
  2150 01  WS-FILE-STATUSES.
  2160     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
  2170         88  WS-TRAN-OK          VALUE "00".
  2180     05  WS-CMBT-STATUS          PIC X(02) VALUE SPACES.
  2190         88  WS-CMBT-OK          VALUE "00", "02".
  2200     05  WS-CSTH-STATUS          PIC X(02) VALUE SPACES.
  2210         88  WS-CSTH-OK          VALUE "00", "02".
  2220         88  WS-CSTH-NOT-FOUND   VALUE "35".
  2230     05  WS-EQUIP-STATUS         PIC X(02) VALUE SPACES.
  2240         88  WS-EQUIP-OK         VALUE "00".
  2250     05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
  2260         88  WS-AUD-OK           VALUE "00".
  2270     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  2280         88  WS-OPS-OK           VALUE "00".

  2290 01  WS-SWITCHES.
  2300     05  WS-EOF-SW               PIC X(01) VALUE "N".
  2310         88  WS-END-OF-TRAN      VALUE "Y".
  2320     05  WS-CSTH-EOF-SW          PIC X(01) VALUE "N".
  2330         88  WS-END-OF-CSTH-SCAN VALUE "Y".
  2340     05  WS-TRAN-GOOD-SW         PIC X(01) VALUE "Y".
  2350         88  WS-TRAN-GOOD        VALUE "Y".

  2360 01  WS-COUNTERS.
  2370     05  WS-TRANS-READ           PIC 9(05) VALUE ZERO.
  2380     05  WS-ADDS-APPLIED         PIC 9(05) VALUE ZERO.
  2390     05  WS-CHANGES-APPLIED      PIC 9(05) VALUE ZERO.
  2400     05  WS-RETIRES-APPLIED      PIC 9(05) VALUE ZERO.
  2410     05  WS-TRANS-REJECTED       PIC 9(05) VALUE ZERO.

  2420 01  WS-TODAY                    PIC 9(08) VALUE ZERO.

  2430******************************************************************
  2440* WS-CHANGE-WORK - the transaction being applied: why it was
  2450*               refused, the next free change sequence for the
  2460*               race today, the time it went onto the master,
  2470*               and the master's stats before it was touched.
  2480******************************************************************
  2490 01  WS-CHANGE-WORK.
  2500     05  WS-REJ-REASON           PIC X(40) VALUE SPACES.
  2510     05  WS-NEXT-SEQ             PIC 9(02) VALUE ZERO.
  2520     05  WS-CHG-TIME-RAW.
  2530         10  WS-CHG-TIME-HHMMSS  PIC 9(06).
  2540         10  FILLER              PIC 9(02).
  2550     05  WS-OLD-IMAGE.
  2560         10  WS-OLD-BASE-HP      PIC 9(03).
  2570         10  WS-OLD-BASE-DMG     PIC 9(02).
  2580         10  WS-OLD-WEAPON-CODE  PIC X(02).
  2590         10  WS-OLD-TACTIC-CODE  PIC X(01).
  2600         10  WS-OLD-BERSERK-PCT  PIC 9(02).
  2610         10  WS-OLD-STATUS       PIC X(01).
  2620     05  WS-EDIT-NUM             PIC ZZZZ9.

  2630******************************************************************
  2640* WS-OPS-WORK - one operations-log entry in the making, plus
  2650*               the worst condition seen so far: 0 clean, 4
  2660*               warnings, 12 fatal. The highest value becomes
  2670*               the job's return code.
  2680******************************************************************
  2690 01  WS-OPS-WORK.
  2700     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2710     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2720     05  WS-OPS-TIME-RAW.
  2730         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2740         10  FILLER              PIC 9(02).
  2750     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2760 01  WS-HEADING-1.
  2770     05  FILLER                  PIC X(20)
  2780         VALUE "FANTASY DUEL - COMBA".
  2790     05  FILLER                  PIC X(20)
  2800         VALUE "TANT CHANGE AUDIT  R".
  2810     05  FILLER                  PIC X(07) VALUE "UN OF ".
  2820     05  HL-RUN-DATE             PIC 9(08).

  2830 01  WS-COLHDR-LINE.
  2840     05  FILLER                  PIC X(40) VALUE
  2850         "ACT CD EFF DATE SQ FIELD        BEFORE  ".
  2860     05  FILLER                  PIC X(20) VALUE
  2870         "    AFTER           ".

  2880 01  WS-AUDIT-LINE.
  2890     05  AA-ACTION               PIC X(01).
  2900     05  FILLER                  PIC X(03) VALUE SPACES.
  2910     05  AA-RACE-CODE            PIC X(02).
  2920     05  FILLER                  PIC X(01) VALUE SPACE.
  2930     05  AA-EFF-DATE             PIC 9(08).
  2940     05  FILLER                  PIC X(01) VALUE SPACE.
  2950     05  AA-EFF-SEQ              PIC 9(02).
  2960     05  FILLER                  PIC X(01) VALUE SPACE.
  2970     05  AA-FIELD                PIC X(12).
  2980     05  FILLER                  PIC X(01) VALUE SPACE.
  2990     05  AA-BEFORE               PIC X(06).
  3000     05  FILLER                  PIC X(04) VALUE " -> ".
  3010     05  AA-AFTER                PIC X(06).

  3020 01  WS-REJECT-LINE.
  3030     05  RL-ACTION               PIC X(01).
  3040     05  FILLER                  PIC X(03) VALUE SPACES.
  3050     05  RL-RACE-CODE            PIC X(02).
  3060     05  FILLER                  PIC X(12)
  3070         VALUE " REJECTED - ".
  3080     05  RL-REASON               PIC X(40).

  3090 01  WS-NONE-LINE.
  3100     05  FILLER                  PIC X(40) VALUE
  3110         "NO TRANSACTIONS ON CMBTTRAN             ".

  3120 01  WS-TOTAL-LINE-1.
  3130     05  FILLER                  PIC X(16)
  3140         VALUE "TRANS READ    : ".
  3150     05  TL-READ                 PIC ZZZZ9.
  3160     05  FILLER                  PIC X(18)
  3170         VALUE "   REJECTED     : ".
  3180     05  TL-REJECTED             PIC ZZZZ9.

  3190 01  WS-TOTAL-LINE-2.
  3200     05  FILLER                  PIC X(16)
  3210         VALUE "ADDED         : ".
  3220     05  TL-ADDS                 PIC ZZZZ9.
  3230     05  FILLER                  PIC X(18)
  3240         VALUE "   CHANGED      : ".
  3250     05  TL-CHANGES              PIC ZZZZ9.
  3260     05  FILLER                  PIC X(18)
  3270         VALUE "   RETIRED      : ".
  3280     05  TL-RETIRES              PIC ZZZZ9.

  3290 PROCEDURE DIVISION.
  3300 0000-MAIN-PROCEDURE.
  3310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3320     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
  3330         UNTIL WS-END-OF-TRAN.
  3340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  3350     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  3360     STOP RUN.

  3370******************************************************************
  3380* 1000-INITIALIZE - open everything. CMBTMST has to be there
  3390*                   already; a status-35 open of CMBTHIST means
  3400*                   no change has ever been recorded - create
  3410*                   it empty and carry on.
  3420******************************************************************
  3430 1000-INITIALIZE.
  3440     OPEN INPUT CMBT-TRAN-FILE.
  3450     IF NOT WS-TRAN-OK
  3460         DISPLAY "CMBTMNT: UNABLE TO OPEN CMBTTRAN, STATUS = "
  3470             WS-TRAN-STATUS
  3480         MOVE "E" TO WS-OPS-SEVERITY
  3490         MOVE "CMBTTRAN OPEN FAILED" TO WS-OPS-TEXT
  3500         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3510         MOVE 12 TO RETURN-CODE
  3520         STOP RUN
  3530     END-IF

  3540     OPEN I-O CMBT-MASTER-FILE.
  3550     IF NOT WS-CMBT-OK
  3560         DISPLAY "CMBTMNT: UNABLE TO OPEN CMBTMST, STATUS = "
  3570             WS-CMBT-STATUS
  3580         MOVE "E" TO WS-OPS-SEVERITY
  3590         MOVE "CMBTMST OPEN FAILED" TO WS-OPS-TEXT
  3600         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3610         MOVE 12 TO RETURN-CODE
  3620         STOP RUN
  3630     END-IF

  3640     OPEN I-O CMBT-HIST-FILE.
  3650     IF WS-CSTH-NOT-FOUND
  3660         DISPLAY "CMBTMNT: CMBTHIST NOT LOADED YET - "
  3670             "RUNNING AS INITIAL LOAD"
  3680         OPEN OUTPUT CMBT-HIST-FILE
  3690         CLOSE CMBT-HIST-FILE
  3700         OPEN I-O CMBT-HIST-FILE
  3710     END-IF
  3720     IF NOT WS-CSTH-OK
  3730         DISPLAY "CMBTMNT: UNABLE TO OPEN CMBTHIST, STATUS = "
  3740             WS-CSTH-STATUS
  3750         MOVE "E" TO WS-OPS-SEVERITY
  3760         MOVE "CMBTHIST OPEN FAILED" TO WS-OPS-TEXT
  3770         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3780         MOVE 12 TO RETURN-CODE
  3790         STOP RUN
  3800     END-IF

  3810     OPEN INPUT EQUIP-FILE.
  3820     IF NOT WS-EQUIP-OK
  3830         DISPLAY "CMBTMNT: UNABLE TO OPEN EQUIPMST, STATUS = "
  3840             WS-EQUIP-STATUS
  3850         MOVE "E" TO WS-OPS-SEVERITY
  3860         MOVE "EQUIPMST OPEN FAILED" TO WS-OPS-TEXT
  3870         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3880         MOVE 12 TO RETURN-CODE
  3890         STOP RUN
  3900     END-IF

  3910     OPEN OUTPUT CMBT-AUD-FILE.
  3920     IF NOT WS-AUD-OK
  3930         DISPLAY "CMBTMNT: UNABLE TO OPEN CMBTAUD, STATUS = "
  3940             WS-AUD-STATUS
  3950         MOVE "E" TO WS-OPS-SEVERITY
  3960         MOVE "CMBTAUD OPEN FAILED" TO WS-OPS-TEXT
  3970         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  3980         MOVE 12 TO RETURN-CODE
  3990         STOP RUN
  4000     END-IF

  4010     ACCEPT WS-TODAY FROM DATE YYYYMMDD

  4020     MOVE WS-TODAY TO HL-RUN-DATE
  4030     WRITE CMBT-AUD-LINE FROM WS-HEADING-1
  4040     MOVE SPACES TO CMBT-AUD-LINE
  4050     WRITE CMBT-AUD-LINE
  4060     WRITE CMBT-AUD-LINE FROM WS-COLHDR-LINE.
  4070 1000-EXIT.
  4080     EXIT.

  4090******************************************************************
  4100* 2000-APPLY-TRANSACTION - read one CMBTTRAN record and apply it
  4110*                  to the master by action code. Anything that
  4120*                  cannot be applied is displayed, printed on
  4130*                  the audit and counted, never silently
  4140*                  dropped.
  4150******************************************************************
  4160 2000-APPLY-TRANSACTION.
  4170     READ CMBT-TRAN-FILE
  4180         AT END
  4190             SET WS-END-OF-TRAN TO TRUE
  4200             GO TO 2000-EXIT
  4210     END-READ

  4220     ADD 1 TO WS-TRANS-READ
  4230     MOVE "Y" TO WS-TRAN-GOOD-SW

  4240     IF CTRN-RACE-CODE = SPACES
  4250         MOVE "BLANK RACE CODE" TO WS-REJ-REASON
  4260         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4270         GO TO 2000-EXIT
  4280     END-IF

  4290     EVALUATE TRUE
  4300         WHEN CTRN-ADD
  4310             PERFORM 2100-ADD-COMBATANT THRU 2100-EXIT
  4320         WHEN CTRN-CHANGE
  4330             PERFORM 2200-CHANGE-COMBATANT THRU 2200-EXIT
  4340         WHEN CTRN-RETIRE
  4350             PERFORM 2300-RETIRE-COMBATANT THRU 2300-EXIT
  4360         WHEN OTHER
  4370             MOVE "UNKNOWN ACTION CODE" TO WS-REJ-REASON
  4380             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4390     END-EVALUATE.
  4400 2000-EXIT.
  4410     EXIT.

  4420******************************************************************
  4430* 2100-ADD-COMBATANT - a new race needs everything a CMBTSEED
  4440*                  line carries: name, type, HP, damage and a
  4450*                  weapon on EQUIPMST. Tactic, berserk and
  4460*                  rating may be left blank. The history record
  4470*                  has an empty before image.
  4480******************************************************************
  4490 2100-ADD-COMBATANT.
  4500     IF CTRN-RACE-NAME = SPACES
  4510         MOVE "ADD HAS NO RACE NAME" TO WS-REJ-REASON
  4520         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4530         GO TO 2100-EXIT
  4540     END-IF
  4550     IF NOT CTRN-TYPE-VALID
  4560         MOVE "ADD TYPE MUST BE P OR M" TO WS-REJ-REASON
  4570         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4580         GO TO 2100-EXIT
  4590     END-IF
  4600     IF CTRN-BASE-HP-X = SPACES
  4610         OR CTRN-BASE-DMG-X = SPACES
  4620         OR CTRN-WEAPON-CODE = SPACES
  4630         MOVE "ADD NEEDS HP, DAMAGE AND WEAPON"
  4640             TO WS-REJ-REASON
  4650         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4660         GO TO 2100-EXIT
  4670     END-IF
  4680     IF CTRN-RATING-X NOT = SPACES
  4690         AND CTRN-RATING NOT NUMERIC
  4700         MOVE "RATING NOT NUMERIC" TO WS-REJ-REASON
  4710         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4720         GO TO 2100-EXIT
  4730     END-IF

  4740     PERFORM 2500-EDIT-STAT-FIELDS THRU 2500-EXIT
  4750     IF NOT WS-TRAN-GOOD
  4760         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4770         GO TO 2100-EXIT
  4780     END-IF

  4790     MOVE CTRN-RACE-CODE TO CMBT-RACE-CODE
  4800     READ CMBT-MASTER-FILE
  4810         INVALID KEY
  4820             CONTINUE
  4830         NOT INVALID KEY
  4840             MOVE "RACE ALREADY ON CMBTMST" TO WS-REJ-REASON
  4850             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4860             GO TO 2100-EXIT
  4870     END-READ

  4880     MOVE ZERO TO WS-OLD-BASE-HP
  4890     MOVE ZERO TO WS-OLD-BASE-DMG
  4900     MOVE SPACES TO WS-OLD-WEAPON-CODE
  4910     MOVE SPACES TO WS-OLD-TACTIC-CODE
  4920     MOVE ZERO TO WS-OLD-BERSERK-PCT
  4930     MOVE SPACES TO WS-OLD-STATUS

  4940     MOVE CTRN-RACE-CODE TO CMBT-RACE-CODE
  4950     MOVE CTRN-RACE-NAME TO CMBT-RACE-NAME
  4960     MOVE CTRN-BASE-HP TO CMBT-BASE-HP
  4970     MOVE CTRN-BASE-DMG TO CMBT-BASE-DMG
  4980     MOVE CTRN-WEAPON-CODE TO CMBT-WEAPON-CODE
  4990     MOVE CTRN-TYPE TO CMBT-TYPE
  5000     MOVE CTRN-FLAVOR-TEXT TO CMBT-FLAVOR-TEXT
  5010     MOVE CTRN-TACTIC-CODE TO CMBT-TACTIC-CODE
  5020     IF CTRN-BERSERK-PCT-X = SPACES
  5030         MOVE ZERO TO CMBT-BERSERK-PCT
  5040     ELSE
  5050         MOVE CTRN-BERSERK-PCT TO CMBT-BERSERK-PCT
  5060     END-IF
  5070     IF CTRN-RATING-X = SPACES
  5080         MOVE ZERO TO CMBT-RATING
  5090     ELSE
  5100         MOVE CTRN-RATING TO CMBT-RATING
  5110     END-IF
  5120     SET CMBT-IN-SERVICE TO TRUE

  5130     PERFORM 2600-NEXT-HIST-SEQ THRU 2600-EXIT
  5140     IF NOT WS-TRAN-GOOD
  5150         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5160         GO TO 2100-EXIT
  5170     END-IF

  5180     WRITE CMBT-RECORD
  5190         INVALID KEY
  5200             MOVE "CMBTMST WRITE FAILED" TO WS-REJ-REASON
  5210             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5220             GO TO 2100-EXIT
  5230     END-WRITE

  5240     SET CSTH-ADDED TO TRUE
  5250     PERFORM 2700-WRITE-STAT-HISTORY THRU 2700-EXIT
  5260     ADD 1 TO WS-ADDS-APPLIED.
  5270 2100-EXIT.
  5280     EXIT.

  5290******************************************************************
  5300* 2200-CHANGE-COMBATANT - overlay the non-blank stat columns on
  5310*                  the master record. A retired race is not
  5320*                  rebalanced, and a transaction that leaves
  5330*                  every stat as it was records nothing.
  5340******************************************************************
  5350 2200-CHANGE-COMBATANT.
  5360     PERFORM 2500-EDIT-STAT-FIELDS THRU 2500-EXIT
  5370     IF NOT WS-TRAN-GOOD
  5380         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5390         GO TO 2200-EXIT
  5400     END-IF

  5410     MOVE CTRN-RACE-CODE TO CMBT-RACE-CODE
  5420     READ CMBT-MASTER-FILE
  5430         INVALID KEY
  5440             MOVE "RACE NOT ON CMBTMST" TO WS-REJ-REASON
  5450             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5460             GO TO 2200-EXIT
  5470     END-READ
  5480     IF CMBT-RETIRED
  5490         MOVE "RACE IS RETIRED" TO WS-REJ-REASON
  5500         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5510         GO TO 2200-EXIT
  5520     END-IF

  5530     PERFORM 2550-SAVE-OLD-IMAGE THRU 2550-EXIT

  5540     IF CTRN-BASE-HP-X NOT = SPACES
  5550         MOVE CTRN-BASE-HP TO CMBT-BASE-HP
  5560     END-IF
  5570     IF CTRN-BASE-DMG-X NOT = SPACES
  5580         MOVE CTRN-BASE-DMG TO CMBT-BASE-DMG
  5590     END-IF
  5600     IF CTRN-WEAPON-CODE NOT = SPACES
  5610         MOVE CTRN-WEAPON-CODE TO CMBT-WEAPON-CODE
  5620     END-IF
  5630     IF CTRN-TACTIC-CODE NOT = SPACES
  5640         MOVE CTRN-TACTIC-CODE TO CMBT-TACTIC-CODE
  5650     END-IF
  5660     IF CTRN-BERSERK-PCT-X NOT = SPACES
  5670         MOVE CTRN-BERSERK-PCT TO CMBT-BERSERK-PCT
  5680     END-IF

  5690     IF CMBT-BASE-HP = WS-OLD-BASE-HP
  5700         AND CMBT-BASE-DMG = WS-OLD-BASE-DMG
  5710         AND CMBT-WEAPON-CODE = WS-OLD-WEAPON-CODE
  5720         AND CMBT-TACTIC-CODE = WS-OLD-TACTIC-CODE
  5730         AND CMBT-BERSERK-PCT = WS-OLD-BERSERK-PCT
  5740         MOVE "NO STAT DIFFERS FROM CMBTMST" TO WS-REJ-REASON
  5750         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5760         GO TO 2200-EXIT
  5770     END-IF

  5780     PERFORM 2600-NEXT-HIST-SEQ THRU 2600-EXIT
  5790     IF NOT WS-TRAN-GOOD
  5800         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5810         GO TO 2200-EXIT
  5820     END-IF

  5830     REWRITE CMBT-RECORD
  5831     IF NOT WS-CMBT-OK
  5832         MOVE "CMBTMST REWRITE FAILED" TO WS-REJ-REASON
  5833         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  5834         GO TO 2200-EXIT
  5835     END-IF
  5840     SET CSTH-CHANGED TO TRUE
  5850     PERFORM 2700-WRITE-STAT-HISTORY THRU 2700-EXIT
  5860     ADD 1 TO WS-CHANGES-APPLIED.
  5870 2200-EXIT.
  5880     EXIT.

  5890******************************************************************
  5900* 2300-RETIRE-COMBATANT - flag the race retired. Its stats stay
  5910*                  as they were, so archived duels against it
  5920*                  still resolve; only the status moves.
  5930******************************************************************
  5940 2300-RETIRE-COMBATANT.
  5950     MOVE CTRN-RACE-CODE TO CMBT-RACE-CODE
  5960     READ CMBT-MASTER-FILE
  5970         INVALID KEY
  5980             MOVE "RACE NOT ON CMBTMST" TO WS-REJ-REASON
  5990             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  6000             GO TO 2300-EXIT
  6010     END-READ
  6020     IF CMBT-RETIRED
  6030         MOVE "RACE ALREADY RETIRED" TO WS-REJ-REASON
  6040         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  6050         GO TO 2300-EXIT
  6060     END-IF

  6070     PERFORM 2550-SAVE-OLD-IMAGE THRU 2550-EXIT
  6080     SET CMBT-RETIRED TO TRUE

  6090     PERFORM 2600-NEXT-HIST-SEQ THRU 2600-EXIT
  6100     IF NOT WS-TRAN-GOOD
  6110         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  6120         GO TO 2300-EXIT
  6130     END-IF

  6140     REWRITE CMBT-RECORD
  6141     IF NOT WS-CMBT-OK
  6142         MOVE "CMBTMST REWRITE FAILED" TO WS-REJ-REASON
  6143         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  6144         GO TO 2300-EXIT
  6145     END-IF
  6150     SET CSTH-RETIRED TO TRUE
  6160     PERFORM 2700-WRITE-STAT-HISTORY THRU 2700-EXIT
  6170     ADD 1 TO WS-RETIRES-APPLIED.
  6180 2300-EXIT.
  6190     EXIT.

  6200******************************************************************
  6210* 2500-EDIT-STAT-FIELDS - check whichever stat columns the
  6220*                  transaction fills in: HP and damage numeric
  6230*                  and above zero, the weapon on EQUIPMST, a
  6240*                  known tactic code, a numeric berserk
  6250*                  threshold. Blank columns pass.
  6260******************************************************************
  6270 2500-EDIT-STAT-FIELDS.
  6280     IF CTRN-BASE-HP-X NOT = SPACES
  6290         IF CTRN-BASE-HP NOT NUMERIC
  6300             OR CTRN-BASE-HP = ZERO
  6310             MOVE "N" TO WS-TRAN-GOOD-SW
  6320             MOVE "BASE HP NOT A NUMBER ABOVE ZERO"
  6330                 TO WS-REJ-REASON
  6340             GO TO 2500-EXIT
  6350         END-IF
  6360     END-IF
  6370     IF CTRN-BASE-DMG-X NOT = SPACES
  6380         IF CTRN-BASE-DMG NOT NUMERIC
  6390             OR CTRN-BASE-DMG = ZERO
  6400             MOVE "N" TO WS-TRAN-GOOD-SW
  6410             MOVE "BASE DAMAGE NOT A NUMBER ABOVE ZERO"
  6420                 TO WS-REJ-REASON
  6430             GO TO 2500-EXIT
  6440         END-IF
  6450     END-IF
  6460     IF CTRN-TACTIC-CODE NOT = SPACES
  6470         AND NOT CTRN-TACTIC-VALID
  6480         MOVE "N" TO WS-TRAN-GOOD-SW
  6490         MOVE "TACTIC CODE NOT A, D, B OR R" TO WS-REJ-REASON
  6500         GO TO 2500-EXIT
  6510     END-IF
  6520     IF CTRN-BERSERK-PCT-X NOT = SPACES
  6530         AND CTRN-BERSERK-PCT NOT NUMERIC
  6540         MOVE "N" TO WS-TRAN-GOOD-SW
  6550         MOVE "BERSERK PERCENT NOT NUMERIC" TO WS-REJ-REASON
  6560         GO TO 2500-EXIT
  6570     END-IF
  6580     IF CTRN-WEAPON-CODE NOT = SPACES
  6590         MOVE CTRN-WEAPON-CODE TO EQUIP-WEAPON-CODE
  6600         READ EQUIP-FILE
  6610             INVALID KEY
  6620                 MOVE "N" TO WS-TRAN-GOOD-SW
  6630                 MOVE "WEAPON NOT ON EQUIPMST" TO WS-REJ-REASON
  6640         END-READ
  6650     END-IF.
  6660 2500-EXIT.
  6670     EXIT.

  6680 2550-SAVE-OLD-IMAGE.
  6690     MOVE CMBT-BASE-HP TO WS-OLD-BASE-HP
  6700     MOVE CMBT-BASE-DMG TO WS-OLD-BASE-DMG
  6710     MOVE CMBT-WEAPON-CODE TO WS-OLD-WEAPON-CODE
  6720     MOVE CMBT-TACTIC-CODE TO WS-OLD-TACTIC-CODE
  6730     MOVE CMBT-BERSERK-PCT TO WS-OLD-BERSERK-PCT
  6740     MOVE CMBT-STATUS TO WS-OLD-STATUS.
  6750 2550-EXIT.
  6760     EXIT.

  6770******************************************************************
  6780* 2600-NEXT-HIST-SEQ - find the next change sequence for the
  6790*                  race today: one past the highest already on
  6800*                  CMBTHIST for this race and date. Worked out
  6810*                  before the master is touched, so a race
  6820*                  changed 99 times in one day is refused
  6830*                  rather than changed with no history.
  6840******************************************************************
  6850 2600-NEXT-HIST-SEQ.
  6860     MOVE ZERO TO WS-NEXT-SEQ
  6870     MOVE "N" TO WS-CSTH-EOF-SW
  6880     MOVE CTRN-RACE-CODE TO CSTH-RACE-CODE
  6890     MOVE WS-TODAY TO CSTH-EFF-DATE
  6900     MOVE ZERO TO CSTH-EFF-SEQ
  6910     START CMBT-HIST-FILE KEY IS NOT LESS THAN CSTH-KEY
  6920         INVALID KEY
  6930             SET WS-END-OF-CSTH-SCAN TO TRUE
  6940     END-START
  6950     PERFORM 2650-READ-ONE-SEQ THRU 2650-EXIT
  6960         UNTIL WS-END-OF-CSTH-SCAN

  6970     IF WS-NEXT-SEQ = 99
  6980         MOVE "N" TO WS-TRAN-GOOD-SW
  6990         MOVE "99 CHANGES TODAY ALREADY - TRY TOMORROW"
  7000             TO WS-REJ-REASON
  7010         GO TO 2600-EXIT
  7020     END-IF
  7030     ADD 1 TO WS-NEXT-SEQ.
  7040 2600-EXIT.
  7050     EXIT.

  7060 2650-READ-ONE-SEQ.
  7070     READ CMBT-HIST-FILE NEXT RECORD
  7080         AT END
  7090             SET WS-END-OF-CSTH-SCAN TO TRUE
  7100             GO TO 2650-EXIT
  7110     END-READ
  7120     IF CSTH-RACE-CODE NOT = CTRN-RACE-CODE
  7130         OR CSTH-EFF-DATE NOT = WS-TODAY
  7140         SET WS-END-OF-CSTH-SCAN TO TRUE
  7150         GO TO 2650-EXIT
  7160     END-IF
  7170     MOVE CSTH-EFF-SEQ TO WS-NEXT-SEQ.
  7180 2650-EXIT.
  7190     EXIT.

  7200******************************************************************
  7210* 2700-WRITE-STAT-HISTORY - record the before image saved off
  7220*                  the master and the after image now on it,
  7230*                  then print every field that moved. The
  7240*                  action code is already set by the caller.
  7250******************************************************************
  7260 2700-WRITE-STAT-HISTORY.
  7270     MOVE CMBT-RACE-CODE TO CSTH-RACE-CODE
  7280     MOVE WS-TODAY TO CSTH-EFF-DATE
  7290     MOVE WS-NEXT-SEQ TO CSTH-EFF-SEQ
  7300     ACCEPT WS-CHG-TIME-RAW FROM TIME
  7310     MOVE WS-CHG-TIME-HHMMSS TO CSTH-CHANGE-TIME
  7320     MOVE WS-OLD-BASE-HP TO CSTH-BEF-BASE-HP
  7330     MOVE WS-OLD-BASE-DMG TO CSTH-BEF-BASE-DMG
  7340     MOVE WS-OLD-WEAPON-CODE TO CSTH-BEF-WEAPON-CODE
  7350     MOVE WS-OLD-TACTIC-CODE TO CSTH-BEF-TACTIC-CODE
  7360     MOVE WS-OLD-BERSERK-PCT TO CSTH-BEF-BERSERK-PCT
  7370     MOVE WS-OLD-STATUS TO CSTH-BEF-STATUS
  7380     MOVE CMBT-BASE-HP TO CSTH-AFT-BASE-HP
  7390     MOVE CMBT-BASE-DMG TO CSTH-AFT-BASE-DMG
  7400     MOVE CMBT-WEAPON-CODE TO CSTH-AFT-WEAPON-CODE
  7410     MOVE CMBT-TACTIC-CODE TO CSTH-AFT-TACTIC-CODE
  7420     MOVE CMBT-BERSERK-PCT TO CSTH-AFT-BERSERK-PCT
  7430     MOVE CMBT-STATUS TO CSTH-AFT-STATUS
  7440     WRITE CSTH-RECORD
  7450         INVALID KEY
  7460             DISPLAY "CMBTMNT: CMBTHIST WRITE FAILED FOR "
  7470                 CSTH-KEY ", STATUS = " WS-CSTH-STATUS
  7480             MOVE "E" TO WS-OPS-SEVERITY
  7490             MOVE SPACES TO WS-OPS-TEXT
  7500             STRING "CMBTHIST WRITE FAILED FOR " CSTH-KEY
  7510                 DELIMITED BY SIZE INTO WS-OPS-TEXT
  7520             PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  7530             MOVE 12 TO RETURN-CODE
  7540             STOP RUN
  7550     END-WRITE

  7560     PERFORM 2800-AUDIT-CHANGES THRU 2800-EXIT.
  7570 2700-EXIT.
  7580     EXIT.

  7590******************************************************************
  7600* 2800-AUDIT-CHANGES - one CMBTAUD line for every field whose
  7610*                  before and after images differ.
  7620******************************************************************
  7630 2800-AUDIT-CHANGES.
  7640     MOVE CSTH-ACTION TO AA-ACTION
  7650     MOVE CSTH-RACE-CODE TO AA-RACE-CODE
  7660     MOVE CSTH-EFF-DATE TO AA-EFF-DATE
  7670     MOVE CSTH-EFF-SEQ TO AA-EFF-SEQ

  7680     IF CSTH-AFT-BASE-HP NOT = CSTH-BEF-BASE-HP
  7690         MOVE "BASE-HP" TO AA-FIELD
  7700         MOVE CSTH-BEF-BASE-HP TO WS-EDIT-NUM
  7710         MOVE WS-EDIT-NUM TO AA-BEFORE
  7720         MOVE CSTH-AFT-BASE-HP TO WS-EDIT-NUM
  7730         MOVE WS-EDIT-NUM TO AA-AFTER
  7740         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  7750     END-IF
  7760     IF CSTH-AFT-BASE-DMG NOT = CSTH-BEF-BASE-DMG
  7770         MOVE "BASE-DMG" TO AA-FIELD
  7780         MOVE CSTH-BEF-BASE-DMG TO WS-EDIT-NUM
  7790         MOVE WS-EDIT-NUM TO AA-BEFORE
  7800         MOVE CSTH-AFT-BASE-DMG TO WS-EDIT-NUM
  7810         MOVE WS-EDIT-NUM TO AA-AFTER
  7820         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  7830     END-IF
  7840     IF CSTH-AFT-WEAPON-CODE NOT = CSTH-BEF-WEAPON-CODE
  7850         MOVE "WEAPON-CODE" TO AA-FIELD
  7860         MOVE CSTH-BEF-WEAPON-CODE TO AA-BEFORE
  7870         MOVE CSTH-AFT-WEAPON-CODE TO AA-AFTER
  7880         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  7890     END-IF
  7900     IF CSTH-AFT-TACTIC-CODE NOT = CSTH-BEF-TACTIC-CODE
  7910         MOVE "TACTIC-CODE" TO AA-FIELD
  7920         MOVE CSTH-BEF-TACTIC-CODE TO AA-BEFORE
  7930         MOVE CSTH-AFT-TACTIC-CODE TO AA-AFTER
  7940         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  7950     END-IF
  7960     IF CSTH-AFT-BERSERK-PCT NOT = CSTH-BEF-BERSERK-PCT
  7970         MOVE "BERSERK-PCT" TO AA-FIELD
  7980         MOVE CSTH-BEF-BERSERK-PCT TO WS-EDIT-NUM
  7990         MOVE WS-EDIT-NUM TO AA-BEFORE
  8000         MOVE CSTH-AFT-BERSERK-PCT TO WS-EDIT-NUM
  8010         MOVE WS-EDIT-NUM TO AA-AFTER
  8020         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  8030     END-IF
  8040     IF CSTH-AFT-STATUS NOT = CSTH-BEF-STATUS
  8050         MOVE "STATUS" TO AA-FIELD
  8060         MOVE CSTH-BEF-STATUS TO AA-BEFORE
  8070         MOVE CSTH-AFT-STATUS TO AA-AFTER
  8080         PERFORM 2850-WRITE-AUDIT-LINE THRU 2850-EXIT
  8090     END-IF.
  8100 2800-EXIT.
  8110     EXIT.

  8120 2850-WRITE-AUDIT-LINE.
  8130     WRITE CMBT-AUD-LINE FROM WS-AUDIT-LINE.
  8140 2850-EXIT.
  8150     EXIT.

  8160******************************************************************
  8170* 2900-REJECT-TRANSACTION - say why on SYSOUT and on CMBTAUD.
  8180******************************************************************
  8190 2900-REJECT-TRANSACTION.
  8200     DISPLAY "CMBTMNT: " CTRN-ACTION-CODE " " CTRN-RACE-CODE
  8210         " REJECTED - " WS-REJ-REASON
  8220     MOVE CTRN-ACTION-CODE TO RL-ACTION
  8230     MOVE CTRN-RACE-CODE TO RL-RACE-CODE
  8240     MOVE WS-REJ-REASON TO RL-REASON
  8250     WRITE CMBT-AUD-LINE FROM WS-REJECT-LINE
  8260     ADD 1 TO WS-TRANS-REJECTED.
  8270 2900-EXIT.
  8280     EXIT.

  8290 9000-TERMINATE.
  8300     IF WS-TRANS-READ = ZERO
  8310         WRITE CMBT-AUD-LINE FROM WS-NONE-LINE
  8320     END-IF
  8330     MOVE SPACES TO CMBT-AUD-LINE
  8340     WRITE CMBT-AUD-LINE
  8350     MOVE WS-TRANS-READ TO TL-READ
  8360     MOVE WS-TRANS-REJECTED TO TL-REJECTED
  8370     WRITE CMBT-AUD-LINE FROM WS-TOTAL-LINE-1
  8380     MOVE WS-ADDS-APPLIED TO TL-ADDS
  8390     MOVE WS-CHANGES-APPLIED TO TL-CHANGES
  8400     MOVE WS-RETIRES-APPLIED TO TL-RETIRES
  8410     WRITE CMBT-AUD-LINE FROM WS-TOTAL-LINE-2

  8420     CLOSE CMBT-TRAN-FILE CMBT-MASTER-FILE CMBT-HIST-FILE.
  8430     CLOSE EQUIP-FILE CMBT-AUD-FILE.
  8440     DISPLAY "CMBTMNT: " WS-TRANS-READ " TRANSACTION(S) READ".
  8450     DISPLAY "CMBTMNT: " WS-ADDS-APPLIED " ADDED, "
  8460         WS-CHANGES-APPLIED " CHANGED, "
  8470         WS-RETIRES-APPLIED " RETIRED, "
  8480         WS-TRANS-REJECTED " REJECTED".

  8490     IF WS-TRANS-REJECTED NOT = ZERO
  8500         MOVE "W" TO WS-OPS-SEVERITY
  8510         MOVE SPACES TO WS-OPS-TEXT
  8520         STRING WS-TRANS-REJECTED " TRANSACTION(S) REJECTED"
  8530             DELIMITED BY SIZE INTO WS-OPS-TEXT
  8540         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  8550         IF WS-HIGHEST-RC < 4
  8560             MOVE 4 TO WS-HIGHEST-RC
  8570         END-IF
  8580     END-IF
  8590     MOVE "I" TO WS-OPS-SEVERITY
  8600     MOVE SPACES TO WS-OPS-TEXT
  8610     STRING "TOTALS READ " WS-TRANS-READ
  8620         " ADD " WS-ADDS-APPLIED
  8630         " CHG " WS-CHANGES-APPLIED
  8640         " RET " WS-RETIRES-APPLIED
  8650         DELIMITED BY SIZE INTO WS-OPS-TEXT
  8660     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  8670 9000-EXIT.
  8680     EXIT.

  8690******************************************************************
  8700* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  8710*                  the common operations log. Open-write-close
  8720*                  per entry, so the log never blocks another
  8730*                  program in the suite; a log that will not
  8740*                  open is shouted to SYSOUT and skipped - it
  8750*                  must never take the job down itself.
  8760******************************************************************
  8770 9900-WRITE-OPS-LOG.
  8780     OPEN EXTEND OPS-LOG-FILE.
  8790     IF NOT WS-OPS-OK
  8800         DISPLAY "CMBTMNT: UNABLE TO OPEN OPSLOG, STATUS = "
  8810             WS-OPS-STATUS
  8820         GO TO 9900-EXIT
  8830     END-IF
  8840     MOVE SPACES TO OPS-LOG-RECORD
  8850     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  8860     ACCEPT WS-OPS-TIME-RAW FROM TIME
  8870     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  8880     MOVE "CMBTMNT" TO OPS-PROGRAM
  8890     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  8900     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  8910     WRITE OPS-LOG-RECORD
  8920     CLOSE OPS-LOG-FILE.
  8930 9900-EXIT.
  8940     EXIT.
