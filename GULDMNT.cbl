  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Guild maintenance - applies a file of transactions
  1050*          (GULDTRAN) to the guild master (GULDMST) and the
  1060*          membership file (GMBRMST): "A" founds a guild
  1070*          (founding date stamped from today), "D" disbands
  1080*          it and closes every current membership with it,
  1090*          "J" puts a registered, active PLAYMST player into
  1100*          an active guild, "L" takes a player out of the
  1110*          guild they are in. A player belongs to one guild at
  1120*          a time - a join while still in a guild is refused,
  1130*          leave first. Nothing is ever deleted: a disbanded
  1140*          guild stays on file with its disband date and a
  1150*          finished membership keeps its join and leave dates,
  1160*          so GULDRPT and SEASNCLS can credit each guild with
  1170*          what its members did while they belonged to it.
  1180*          Both files start empty - the first run against a
  1190*          status-35 open loads them.
  1200* Tectonics: cobc -x GULDMNT.cbl -I copybooks
  1210*
  1220* Modification History
  1230*   15 Oct 2026  NF  Initial version.
  1240******************************************************************
  1250 IDENTIFICATION DIVISION.
  1260 PROGRAM-ID. GULDMNT.
  1270 AUTHOR. NICOLAS FILINE.
  1280 INSTALLATION. FANTASY DUEL GAMES.
  1290 DATE-WRITTEN. 15 OCT 2026.
  1300 DATE-COMPILED.

  1310 ENVIRONMENT DIVISION.
  1320 INPUT-OUTPUT SECTION.
  1330 FILE-CONTROL.
  1340     SELECT GULD-TRAN-FILE ASSIGN TO "GULDTRAN"
  1350         ORGANIZATION IS LINE SEQUENTIAL
  1360         FILE STATUS IS WS-TRAN-STATUS.

  1370     SELECT GULD-MASTER-FILE ASSIGN TO "GULDMST"
  1380         ORGANIZATION IS INDEXED
  1390         ACCESS MODE IS RANDOM
  1400         RECORD KEY IS GULD-GUILD-ID
  1410         FILE STATUS IS WS-GULD-STATUS.

  1420     SELECT GMBR-FILE ASSIGN TO "GMBRMST"
  1430         ORGANIZATION IS INDEXED
  1440         ACCESS MODE IS DYNAMIC
  1450         RECORD KEY IS GMBR-KEY
  1460         FILE STATUS IS WS-GMBR-STATUS.

  1470     SELECT PLAYER-MST-FILE ASSIGN TO "PLAYMST"
  1480         ORGANIZATION IS INDEXED
  1490         ACCESS MODE IS RANDOM
  1500         RECORD KEY IS PLAY-PLAYER-ID
  1510         FILE STATUS IS WS-PLAY-STATUS.

  1520     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
  1530         ORGANIZATION IS LINE SEQUENTIAL
  1540         FILE STATUS IS WS-OPS-STATUS.

  1550 DATA DIVISION.
  1560 FILE SECTION.
  1570 FD  GULD-TRAN-FILE.
  1580 01  GTRN-RECORD.
  1590     05  GTRN-ACTION-CODE        PIC X(01).
  1600         88  GTRN-CREATE         VALUE "A".
  1610         88  GTRN-DISBAND        VALUE "D".
  1620         88  GTRN-JOIN           VALUE "J".
  1630         88  GTRN-LEAVE          VALUE "L".
  1640     05  FILLER                  PIC X(01).
  1650     05  GTRN-GUILD-ID           PIC X(06).
  1660     05  FILLER                  PIC X(01).
  1670     05  GTRN-PLAYER-ID          PIC X(08).
  1680     05  FILLER                  PIC X(01).
  1690     05  GTRN-GUILD-NAME         PIC X(20).

  1700 FD  GULD-MASTER-FILE.
  1710     COPY GULDREC.

  1720 FD  GMBR-FILE.
  1730     COPY GMBRREC.

  1740 FD  PLAYER-MST-FILE.
  1750     COPY PLAYREC.

  1760 FD  OPS-LOG-FILE.
  1770     COPY OPSREC.

  1780 WORKING-STORAGE SECTION.
  1790 01  WS-FILE-STATUSES.
  1800     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
  1810         88  WS-TRAN-OK          VALUE "00".
  1820     05  WS-GULD-STATUS          PIC X(02) VALUE SPACES.
  1830         88  WS-GULD-OK          VALUE "00", "02".
  1840         88  WS-GULD-NOT-FOUND   VALUE "35".
  1850     05  WS-GMBR-STATUS          PIC X(02) VALUE SPACES.
  1860         88  WS-GMBR-OK          VALUE "00", "02".
  1870         88  WS-GMBR-NOT-FOUND   VALUE "35".
  1880     05  WS-PLAY-STATUS          PIC X(02) VALUE SPACES.
  1890         88  WS-PLAY-OK          VALUE "00".
  1900     05  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
  1910         88  WS-OPS-OK           VALUE "00".

  1920 01  WS-SWITCHES.
  1930     05  WS-EOF-SW               PIC X(01) VALUE "N".
  1940         88  WS-END-OF-TRAN      VALUE "Y".
  1950     05  WS-GMBR-EOF-SW          PIC X(01) VALUE "N".
  1960         88  WS-END-OF-GMBR-SCAN VALUE "Y".
  1970     05  WS-CUR-FOUND-SW         PIC X(01) VALUE "N".
  1980         88  WS-CUR-FOUND        VALUE "Y".
  1982     05  WS-RELEASE-FAIL-SW      PIC X(01) VALUE "N".
  1984         88  WS-RELEASE-FAILED   VALUE "Y".

  1990 01  WS-COUNTERS.
  2000     05  WS-TRANS-READ           PIC 9(05) VALUE ZERO.
  2010     05  WS-CREATES-APPLIED      PIC 9(05) VALUE ZERO.
  2020     05  WS-DISBANDS-APPLIED     PIC 9(05) VALUE ZERO.
  2030     05  WS-JOINS-APPLIED        PIC 9(05) VALUE ZERO.
  2040     05  WS-LEAVES-APPLIED       PIC 9(05) VALUE ZERO.
  2050     05  WS-MEMBERS-RELEASED     PIC 9(05) VALUE ZERO.
  2060     05  WS-TRANS-REJECTED       PIC 9(05) VALUE ZERO.

  2070 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
  2080 01  WS-REJ-REASON               PIC X(40) VALUE SPACES.

  2090******************************************************************
  2100* WS-CUR-MEMBERSHIP - the player's open membership, if any, as
  2110*               found by 2600-FIND-CURRENT-MEMBERSHIP.
  2120******************************************************************
  2130 01  WS-CUR-MEMBERSHIP.
  2140     05  WS-CUR-JOIN-DATE        PIC 9(08) VALUE ZERO.
  2150     05  WS-CUR-GUILD-ID         PIC X(06) VALUE SPACES.

  2160******************************************************************
  2170* WS-OPS-WORK - one operations-log entry in the making, plus
  2180*               the worst condition seen so far: 0 clean, 4
  2190*               warnings, 12 fatal. The highest value becomes
  2200*               the job's return code.
  2210******************************************************************
  2220 01  WS-OPS-WORK.
  2230     05  WS-OPS-SEVERITY         PIC X(01) VALUE "I".
  2240     05  WS-OPS-TEXT             PIC X(52) VALUE SPACES.
  2250     05  WS-OPS-TIME-RAW.
  2260         10  WS-OPS-TIME-HHMMSS  PIC 9(06).
  2270         10  FILLER              PIC 9(02).
  2280     05  WS-HIGHEST-RC           PIC 9(02) VALUE ZERO.

  2290 PROCEDURE DIVISION.
  2300 0000-MAIN-PROCEDURE.
  2310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  2320     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
  2330         UNTIL WS-END-OF-TRAN.
  2340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  2350     MOVE WS-HIGHEST-RC TO RETURN-CODE.
  2360     STOP RUN.

  2370******************************************************************
  2380* 1000-INITIALIZE - open the transactions, both guild files and
  2390*                   the player master. A status-35 open of
  2400*                   either guild file means it has never been
  2410*                   loaded - create it empty and carry on, so
  2420*                   the first run can found guilds and take
  2430*                   joins in the same pass.
  2440******************************************************************
  2450 1000-INITIALIZE.
  2460     OPEN INPUT GULD-TRAN-FILE.
  2470     IF NOT WS-TRAN-OK
  2480         DISPLAY "GULDMNT: UNABLE TO OPEN GULDTRAN, STATUS = "
  2490             WS-TRAN-STATUS
  2500         MOVE "E" TO WS-OPS-SEVERITY
  2510         MOVE "GULDTRAN OPEN FAILED" TO WS-OPS-TEXT
  2520         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2530         MOVE 12 TO RETURN-CODE
  2540         STOP RUN
  2550     END-IF

  2560     OPEN I-O GULD-MASTER-FILE.
  2570     IF WS-GULD-NOT-FOUND
  2580         DISPLAY "GULDMNT: GULDMST NOT LOADED YET - "
  2590             "RUNNING AS INITIAL LOAD"
  2600         OPEN OUTPUT GULD-MASTER-FILE
  2610         CLOSE GULD-MASTER-FILE
  2620         OPEN I-O GULD-MASTER-FILE
  2630     END-IF
  2640     IF NOT WS-GULD-OK
  2650         DISPLAY "GULDMNT: UNABLE TO OPEN GULDMST, STATUS = "
  2660             WS-GULD-STATUS
  2670         MOVE "E" TO WS-OPS-SEVERITY
  2680         MOVE "GULDMST OPEN FAILED" TO WS-OPS-TEXT
  2690         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2700         MOVE 12 TO RETURN-CODE
  2710         STOP RUN
  2720     END-IF

  2730     OPEN I-O GMBR-FILE.
  2740     IF WS-GMBR-NOT-FOUND
  2750         DISPLAY "GULDMNT: GMBRMST NOT LOADED YET - "
  2760             "RUNNING AS INITIAL LOAD"
  2770         OPEN OUTPUT GMBR-FILE
  2780         CLOSE GMBR-FILE
  2790         OPEN I-O GMBR-FILE
  2800     END-IF
  2810     IF NOT WS-GMBR-OK
  2820         DISPLAY "GULDMNT: UNABLE TO OPEN GMBRMST, STATUS = "
  2830             WS-GMBR-STATUS
  2840         MOVE "E" TO WS-OPS-SEVERITY
  2850         MOVE "GMBRMST OPEN FAILED" TO WS-OPS-TEXT
  2860         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2870         MOVE 12 TO RETURN-CODE
  2880         STOP RUN
  2890     END-IF

  2900     OPEN INPUT PLAYER-MST-FILE.
  2910     IF NOT WS-PLAY-OK
  2920         DISPLAY "GULDMNT: UNABLE TO OPEN PLAYMST, STATUS = "
  2930             WS-PLAY-STATUS
  2940         MOVE "E" TO WS-OPS-SEVERITY
  2950         MOVE "PLAYMST OPEN FAILED" TO WS-OPS-TEXT
  2960         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  2970         MOVE 12 TO RETURN-CODE
  2980         STOP RUN
  2990     END-IF

  3000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
  3010 1000-EXIT.
  3020     EXIT.

  3030******************************************************************
  3040* 2000-APPLY-TRANSACTION - read one GULDTRAN record and apply it
  3050*                  by action code. Anything that cannot be
  3060*                  applied is displayed with its reason and
  3070*                  counted, never silently dropped.
  3080******************************************************************
  3090 2000-APPLY-TRANSACTION.
  3100     READ GULD-TRAN-FILE
  3110         AT END
  3120             SET WS-END-OF-TRAN TO TRUE
  3130             GO TO 2000-EXIT
  3140     END-READ

  3150     ADD 1 TO WS-TRANS-READ

  3160     IF GTRN-GUILD-ID = SPACES
  3170         AND NOT GTRN-LEAVE
  3180         MOVE "NO GUILD ID" TO WS-REJ-REASON
  3190         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3200         GO TO 2000-EXIT
  3210     END-IF
  3220     IF GTRN-PLAYER-ID = SPACES
  3230         AND (GTRN-JOIN OR GTRN-LEAVE)
  3240         MOVE "NO PLAYER ID" TO WS-REJ-REASON
  3250         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3260         GO TO 2000-EXIT
  3270     END-IF

  3280     EVALUATE TRUE
  3290         WHEN GTRN-CREATE
  3300             PERFORM 2100-CREATE-GUILD THRU 2100-EXIT
  3310         WHEN GTRN-DISBAND
  3320             PERFORM 2200-DISBAND-GUILD THRU 2200-EXIT
  3330         WHEN GTRN-JOIN
  3340             PERFORM 2300-JOIN-GUILD THRU 2300-EXIT
  3350         WHEN GTRN-LEAVE
  3360             PERFORM 2400-LEAVE-GUILD THRU 2400-EXIT
  3370         WHEN OTHER
  3380             MOVE "UNKNOWN ACTION CODE" TO WS-REJ-REASON
  3390             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3400     END-EVALUATE.
  3410 2000-EXIT.
  3420     EXIT.

  3430 2100-CREATE-GUILD.
  3440     IF GTRN-GUILD-NAME = SPACES
  3450         MOVE "NO GUILD NAME" TO WS-REJ-REASON
  3460         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3470         GO TO 2100-EXIT
  3480     END-IF

  3490     MOVE GTRN-GUILD-ID TO GULD-GUILD-ID
  3500     MOVE GTRN-GUILD-NAME TO GULD-GUILD-NAME
  3510     MOVE WS-TODAY TO GULD-FOUND-DATE
  3520     SET GULD-ACTIVE TO TRUE
  3530     MOVE ZERO TO GULD-DISBAND-DATE
  3540     WRITE GULD-RECORD
  3550         INVALID KEY
  3560             MOVE "GUILD ID ALREADY ON FILE" TO WS-REJ-REASON
  3570             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3580         NOT INVALID KEY
  3590             ADD 1 TO WS-CREATES-APPLIED
  3600     END-WRITE.
  3610 2100-EXIT.
  3620     EXIT.

  3630******************************************************************
  3650* 2200-DISBAND-GUILD - close every membership still open with
  3655*                  the guild, then mark it disbanded as of
  3660*                  today. Members are free to join another guild
  3670*                  from the next transaction on. A membership or
  3672*                  guild that will not rewrite rejects the card
  3674*                  with the guild left open, so a rerun of the
  3676*                  same card finishes the job - a disbanded
  3678*                  guild never keeps open members.
  3680******************************************************************
  3690 2200-DISBAND-GUILD.
  3700     MOVE GTRN-GUILD-ID TO GULD-GUILD-ID
  3710     READ GULD-MASTER-FILE
  3720         INVALID KEY
  3730             MOVE "GUILD NOT ON FILE" TO WS-REJ-REASON
  3740             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3750             GO TO 2200-EXIT
  3760     END-READ
  3770     IF GULD-DISBANDED
  3780         MOVE "GUILD ALREADY DISBANDED" TO WS-REJ-REASON
  3790         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  3800         GO TO 2200-EXIT
  3810     END-IF

  3820     MOVE "N" TO WS-RELEASE-FAIL-SW

  3860     MOVE "N" TO WS-GMBR-EOF-SW
  3870     MOVE LOW-VALUES TO GMBR-KEY
  3880     START GMBR-FILE KEY IS NOT LESS THAN GMBR-KEY
  3890         INVALID KEY
  3900             SET WS-END-OF-GMBR-SCAN TO TRUE
  3910     END-START
  3920     PERFORM 2250-RELEASE-ONE-MEMBER THRU 2250-EXIT
  3930         UNTIL WS-END-OF-GMBR-SCAN
 3930A     IF WS-RELEASE-FAILED
 3930B         MOVE "MEMBER RELEASE FAILED - RERUN" TO WS-REJ-REASON
 3930C         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
 3930D         GO TO 2200-EXIT
 3930E     END-IF
 3930F     SET GULD-DISBANDED TO TRUE
 3930G     MOVE WS-TODAY TO GULD-DISBAND-DATE
 3930H     REWRITE GULD-RECORD
 3930I     IF NOT WS-GULD-OK
 3930J         MOVE "GUILD REWRITE FAILED - RERUN" TO WS-REJ-REASON
 3930K         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
 3930L         GO TO 2200-EXIT
 3930M     END-IF
 3930N     ADD 1 TO WS-DISBANDS-APPLIED.
  3940 2200-EXIT.
  3950     EXIT.

  3960 2250-RELEASE-ONE-MEMBER.
  3970     READ GMBR-FILE NEXT RECORD
  3980         AT END
  3990             SET WS-END-OF-GMBR-SCAN TO TRUE
  4000             GO TO 2250-EXIT
  4010     END-READ
  4020     IF GMBR-GUILD-ID NOT = GTRN-GUILD-ID
  4030         OR NOT GMBR-CURRENT
  4040         GO TO 2250-EXIT
  4050     END-IF

  4060     MOVE WS-TODAY TO GMBR-LEAVE-DATE
  4070     REWRITE GMBR-RECORD
  4071     IF NOT WS-GMBR-OK
  4072         DISPLAY "GULDMNT: PLAYER " GMBR-PLAYER-ID
  4073             " NOT RELEASED, STATUS = " WS-GMBR-STATUS
  4074         SET WS-RELEASE-FAILED TO TRUE
  4075         SET WS-END-OF-GMBR-SCAN TO TRUE
  4076         GO TO 2250-EXIT
  4077     END-IF
  4080     DISPLAY "GULDMNT: PLAYER " GMBR-PLAYER-ID
  4090         " RELEASED FROM DISBANDED GUILD " GMBR-GUILD-ID
  4100     ADD 1 TO WS-MEMBERS-RELEASED.
  4110 2250-EXIT.
  4120     EXIT.

  4130******************************************************************
  4140* 2300-JOIN-GUILD - the player must be registered and active,
  4150*                  the guild on file and not disbanded, and the
  4160*                  player in no guild already. The membership
  4170*                  starts today.
  4180******************************************************************
  4190 2300-JOIN-GUILD.
  4200     MOVE GTRN-PLAYER-ID TO PLAY-PLAYER-ID
  4210     READ PLAYER-MST-FILE
  4220         INVALID KEY
  4230             MOVE "PLAYER NOT REGISTERED" TO WS-REJ-REASON
  4240             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4250             GO TO 2300-EXIT
  4260     END-READ
  4270     IF NOT PLAY-ACTIVE
  4280         MOVE "PLAYER DEACTIVATED" TO WS-REJ-REASON
  4290         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4300         GO TO 2300-EXIT
  4310     END-IF

  4320     MOVE GTRN-GUILD-ID TO GULD-GUILD-ID
  4330     READ GULD-MASTER-FILE
  4340         INVALID KEY
  4350             MOVE "GUILD NOT ON FILE" TO WS-REJ-REASON
  4360             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4370             GO TO 2300-EXIT
  4380     END-READ
  4390     IF GULD-DISBANDED
  4400         MOVE "GUILD DISBANDED" TO WS-REJ-REASON
  4410         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4420         GO TO 2300-EXIT
  4430     END-IF

  4440     PERFORM 2600-FIND-CURRENT-MEMBERSHIP THRU 2600-EXIT
  4450     IF WS-CUR-FOUND
  4460         MOVE SPACES TO WS-REJ-REASON
  4470         STRING "ALREADY IN GUILD " WS-CUR-GUILD-ID
  4480             " - LEAVE FIRST"
  4490             DELIMITED BY SIZE INTO WS-REJ-REASON
  4500         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4510         GO TO 2300-EXIT
  4520     END-IF

  4530     MOVE GTRN-PLAYER-ID TO GMBR-PLAYER-ID
  4540     MOVE WS-TODAY TO GMBR-JOIN-DATE
  4550     MOVE GTRN-GUILD-ID TO GMBR-GUILD-ID
  4560     MOVE ZERO TO GMBR-LEAVE-DATE
  4570     WRITE GMBR-RECORD
  4580         INVALID KEY
  4590             MOVE "ALREADY JOINED A GUILD TODAY"
  4600                 TO WS-REJ-REASON
  4610             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4620         NOT INVALID KEY
  4630             ADD 1 TO WS-JOINS-APPLIED
  4640     END-WRITE.
  4650 2300-EXIT.
  4660     EXIT.

  4670******************************************************************
  4680* 2400-LEAVE-GUILD - close the player's open membership as of
  4690*                  today. A guild id on the transaction, if
  4700*                  given, must be the guild the player is in.
  4710******************************************************************
  4720 2400-LEAVE-GUILD.
  4730     PERFORM 2600-FIND-CURRENT-MEMBERSHIP THRU 2600-EXIT
  4740     IF NOT WS-CUR-FOUND
  4750         MOVE "PLAYER IS IN NO GUILD" TO WS-REJ-REASON
  4760         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4770         GO TO 2400-EXIT
  4780     END-IF
  4790     IF GTRN-GUILD-ID NOT = SPACES
  4800         AND GTRN-GUILD-ID NOT = WS-CUR-GUILD-ID
  4810         MOVE SPACES TO WS-REJ-REASON
  4820         STRING "PLAYER IS IN GUILD " WS-CUR-GUILD-ID
  4830             DELIMITED BY SIZE INTO WS-REJ-REASON
  4840         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4850         GO TO 2400-EXIT
  4860     END-IF

  4870     MOVE GTRN-PLAYER-ID TO GMBR-PLAYER-ID
  4880     MOVE WS-CUR-JOIN-DATE TO GMBR-JOIN-DATE
  4890     READ GMBR-FILE
  4900         INVALID KEY
  4910             MOVE "MEMBERSHIP VANISHED - RERUN" TO WS-REJ-REASON
  4920             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4930             GO TO 2400-EXIT
  4940     END-READ
  4950     MOVE WS-TODAY TO GMBR-LEAVE-DATE
  4960     REWRITE GMBR-RECORD
  4961     IF NOT WS-GMBR-OK
  4962         MOVE "MEMBERSHIP REWRITE FAILED" TO WS-REJ-REASON
  4963         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
  4964         GO TO 2400-EXIT
  4965     END-IF
  4970     ADD 1 TO WS-LEAVES-APPLIED.
  4980 2400-EXIT.
  4990     EXIT.

  5000******************************************************************
  5010* 2600-FIND-CURRENT-MEMBERSHIP - browse the player's memberships
  5020*                  (they sit together, in join-date order) for
  5030*                  the one with no leave date. Sets WS-CUR-FOUND
  5040*                  with its join date and guild.
  5050******************************************************************
  5060 2600-FIND-CURRENT-MEMBERSHIP.
  5070     MOVE "N" TO WS-CUR-FOUND-SW
  5080     MOVE ZERO TO WS-CUR-JOIN-DATE
  5090     MOVE SPACES TO WS-CUR-GUILD-ID
  5100     MOVE "N" TO WS-GMBR-EOF-SW
  5110     MOVE GTRN-PLAYER-ID TO GMBR-PLAYER-ID
  5120     MOVE ZERO TO GMBR-JOIN-DATE
  5130     START GMBR-FILE KEY IS NOT LESS THAN GMBR-KEY
  5140         INVALID KEY
  5150             SET WS-END-OF-GMBR-SCAN TO TRUE
  5160     END-START
  5170     PERFORM 2650-CHECK-ONE-MEMBERSHIP THRU 2650-EXIT
  5180         UNTIL WS-END-OF-GMBR-SCAN.
  5190 2600-EXIT.
  5200     EXIT.

  5210 2650-CHECK-ONE-MEMBERSHIP.
  5220     READ GMBR-FILE NEXT RECORD
  5230         AT END
  5240             SET WS-END-OF-GMBR-SCAN TO TRUE
  5250             GO TO 2650-EXIT
  5260     END-READ
  5270     IF GMBR-PLAYER-ID NOT = GTRN-PLAYER-ID
  5280         SET WS-END-OF-GMBR-SCAN TO TRUE
  5290         GO TO 2650-EXIT
  5300     END-IF
  5310     IF GMBR-CURRENT
  5320         SET WS-CUR-FOUND TO TRUE
  5330         MOVE GMBR-JOIN-DATE TO WS-CUR-JOIN-DATE
  5340         MOVE GMBR-GUILD-ID TO WS-CUR-GUILD-ID
  5350     END-IF.
  5360 2650-EXIT.
  5370     EXIT.

  5380 2900-REJECT-TRANSACTION.
  5390     DISPLAY "GULDMNT: " GTRN-ACTION-CODE " " GTRN-GUILD-ID
  5400         " " GTRN-PLAYER-ID " REJECTED - " WS-REJ-REASON
  5410     ADD 1 TO WS-TRANS-REJECTED.
  5420 2900-EXIT.
  5430     EXIT.

  5440 9000-TERMINATE.
  5450     CLOSE GULD-TRAN-FILE GULD-MASTER-FILE GMBR-FILE.
  5460     CLOSE PLAYER-MST-FILE.
  5470     DISPLAY "GULDMNT: " WS-TRANS-READ " TRANSACTION(S) READ".
  5480     DISPLAY "GULDMNT: " WS-CREATES-APPLIED " FOUNDED, "
  5490         WS-DISBANDS-APPLIED " DISBANDED, "
  5500         WS-JOINS-APPLIED " JOINED, "
  5510         WS-LEAVES-APPLIED " LEFT, "
  5520         WS-TRANS-REJECTED " REJECTED".
  5530     DISPLAY "GULDMNT: " WS-MEMBERS-RELEASED " MEMBER(S) "
  5540         "RELEASED BY DISBANDING".

  5550     IF WS-TRANS-REJECTED NOT = ZERO
  5560         MOVE "W" TO WS-OPS-SEVERITY
  5570         MOVE SPACES TO WS-OPS-TEXT
  5580         STRING WS-TRANS-REJECTED " TRANSACTION(S) REJECTED"
  5590             DELIMITED BY SIZE INTO WS-OPS-TEXT
  5600         PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT
  5610         IF WS-HIGHEST-RC < 4
  5620             MOVE 4 TO WS-HIGHEST-RC
  5630         END-IF
  5640     END-IF
  5650     MOVE "I" TO WS-OPS-SEVERITY
  5660     MOVE SPACES TO WS-OPS-TEXT
  5670     STRING "TOTALS READ " WS-TRANS-READ
  5680         " NEW " WS-CREATES-APPLIED
  5690         " DIS " WS-DISBANDS-APPLIED
  5700         " JN " WS-JOINS-APPLIED
  5710         " LV " WS-LEAVES-APPLIED
  5720         DELIMITED BY SIZE INTO WS-OPS-TEXT
  5730     PERFORM 9900-WRITE-OPS-LOG THRU 9900-EXIT.
  5740 9000-EXIT.
  5750     EXIT.

  5760******************************************************************
  5770* 9900-WRITE-OPS-LOG - append one dated/timestamped entry to
  5780*                  the common operations log. Open-write-close
  5790*                  per entry, so the log never blocks another
  5800*                  program in the suite; a log that will not
  5810*                  open is shouted to SYSOUT and skipped - it
  5820*                  must never take the job down itself.
  5830******************************************************************
  5840 9900-WRITE-OPS-LOG.
  5850     OPEN EXTEND OPS-LOG-FILE.
  5860     IF NOT WS-OPS-OK
  5870         DISPLAY "GULDMNT: UNABLE TO OPEN OPSLOG, STATUS = "
  5880             WS-OPS-STATUS
  5890         GO TO 9900-EXIT
  5900     END-IF
  5910     MOVE SPACES TO OPS-LOG-RECORD
  5920     ACCEPT OPS-LOG-DATE FROM DATE YYYYMMDD
  5930     ACCEPT WS-OPS-TIME-RAW FROM TIME
  5940     MOVE WS-OPS-TIME-HHMMSS TO OPS-LOG-TIME
  5950     MOVE "GULDMNT" TO OPS-PROGRAM
  5960     MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
  5970     MOVE WS-OPS-TEXT TO OPS-MESSAGE
  5980     WRITE OPS-LOG-RECORD
  5990     CLOSE OPS-LOG-FILE.
  6000 9900-EXIT.
  6010     EXIT.
