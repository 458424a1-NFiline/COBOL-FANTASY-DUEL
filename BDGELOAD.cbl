  1000******************************************************************
  1010* Author: Nicolas Filine
  1020* Installation: Fantasy Duel Games
  1030* Date-Written: 15 Oct 2026
  1040* Purpose: Load of the achievement badge master (BADGEMST) from
  1050*          a flat seed file (BDGESEED), so a badge can be added,
  1060*          its bonus retuned or the badge retired ("R" in the
  1070*          status column) by editing data instead of source.
  1080*          Players keep the badges they already hold on ACHVMST
  1090*          whatever happens to the definition. A seed line with
  1100*          a rule code ACHVUPD does not know, a beat-race badge
  1110*          with no race, or a streak badge with no length is
  1120*          refused rather than loaded as a badge nobody could
  1130*          ever earn.
  1140* Tectonics: cobc -x BDGELOAD.cbl -I copybooks
  1150*
  1160* Modification History
  1170*   15 Oct 2026  NF  Initial version.
  1180******************************************************************
  1190 IDENTIFICATION DIVISION.
  1200 PROGRAM-ID. BDGELOAD.
  1210 AUTHOR. NICOLAS FILINE.
  1220 INSTALLATION. FANTASY DUEL GAMES.
  1230 DATE-WRITTEN. 15 OCT 2026.
  1240 DATE-COMPILED.

  1250 ENVIRONMENT DIVISION.
  1260 INPUT-OUTPUT SECTION.
  1270 FILE-CONTROL.
  1280     SELECT BDGE-SEED-FILE ASSIGN TO "BDGESEED"
  1290         ORGANIZATION IS LINE SEQUENTIAL
  1300         FILE STATUS IS WS-SEED-STATUS.

  1310     SELECT BDGE-MASTER-FILE ASSIGN TO "BADGEMST"
  1320         ORGANIZATION IS INDEXED
  1330         ACCESS MODE IS RANDOM
  1340         RECORD KEY IS BDGE-BADGE-CODE
  1350         FILE STATUS IS WS-MSTR-STATUS.

  1360 DATA DIVISION.
  1370 FILE SECTION.
  1380 FD  BDGE-SEED-FILE.
  1390     COPY BDGEREC
  1400         REPLACING ==BDGE-RECORD==     BY ==BDGE-SEED-RECORD==
  1410                   ==BDGE-BADGE-CODE== BY ==BDGE-SEED-CODE==
  1420                   ==BDGE-BADGE-NAME== BY ==BDGE-SEED-NAME==
  1430                   ==BDGE-RULE-CODE==  BY ==BDGE-SEED-RULE==
  1440                   ==BDGE-RULE-FIRST-WIN== BY ==SEED-RULE-FW==
  1450                   ==BDGE-RULE-BEAT-RACE== BY ==SEED-RULE-BR==
  1460                   ==BDGE-RULE-FLAWLESS==  BY ==SEED-RULE-FL==
  1470                   ==BDGE-RULE-LAST-POTION==
  1480                                       BY ==SEED-RULE-LP==
  1490                   ==BDGE-RULE-STREAK==    BY ==SEED-RULE-LS==
  1500                   ==BDGE-RULE-CHAMPION==  BY ==SEED-RULE-CH==
  1510                   ==BDGE-RULE-VALID== BY ==SEED-RULE-VALID==
  1520                   ==BDGE-RACE-CODE==  BY ==BDGE-SEED-RACE==
  1530                   ==BDGE-STREAK-LEN== BY ==BDGE-SEED-STREAK==
  1540                   ==BDGE-GOLD-BONUS== BY ==BDGE-SEED-GOLD==
  1550                   ==BDGE-XP-BONUS==   BY ==BDGE-SEED-XP==
  1560                   ==BDGE-STATUS==     BY ==BDGE-SEED-STATUS==
  1570                   ==BDGE-ACTIVE==     BY ==SEED-ACTIVE==
  1580                   ==BDGE-RETIRED==    BY ==SEED-RETIRED==.

  1590 FD  BDGE-MASTER-FILE.
  1600     COPY BDGEREC.

  1610 WORKING-STORAGE SECTION.
  1620 01  WS-SEED-STATUS              PIC X(02) VALUE SPACES.
  1630     88  WS-SEED-OK              VALUE "00".

  1640 01  WS-MSTR-STATUS              PIC X(02) VALUE SPACES.
  1650     88  WS-MSTR-OK              VALUE "00", "02".

  1660 01  WS-SWITCHES.
  1670     05  WS-EOF-SW               PIC X(01) VALUE "N".
  1680         88  WS-END-OF-SEED      VALUE "Y".

  1690 01  WS-COUNTERS.
  1700     05  WS-RECS-LOADED          PIC 9(05) VALUE ZERO.
  1710     05  WS-RECS-REFUSED         PIC 9(05) VALUE ZERO.

  1720 PROCEDURE DIVISION.
  1730 0000-MAIN-PROCEDURE.
  1740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  1750     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
  1760         UNTIL WS-END-OF-SEED.
  1770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
  1780     STOP RUN.

  1790 1000-INITIALIZE.
  1800     OPEN INPUT BDGE-SEED-FILE.
  1810     IF NOT WS-SEED-OK
  1820         DISPLAY "BDGELOAD: UNABLE TO OPEN BDGESEED, STATUS = "
  1830             WS-SEED-STATUS
  1840         MOVE 12 TO RETURN-CODE
  1850         STOP RUN
  1860     END-IF

  1870     OPEN OUTPUT BDGE-MASTER-FILE.
  1880     IF NOT WS-MSTR-OK
  1890         DISPLAY "BDGELOAD: UNABLE TO OPEN BADGEMST, STATUS = "
  1900             WS-MSTR-STATUS
  1910         MOVE 12 TO RETURN-CODE
  1920         STOP RUN
  1930     END-IF.
  1940 1000-EXIT.
  1950     EXIT.

  1960 2000-LOAD-MASTER.
  1970     READ BDGE-SEED-FILE
  1980         AT END
  1990             SET WS-END-OF-SEED TO TRUE
  2000             GO TO 2000-EXIT
  2010     END-READ

  2020     IF NOT SEED-RULE-VALID
  2030         DISPLAY "BDGELOAD: BADGE " BDGE-SEED-CODE
  2040             " UNKNOWN RULE CODE " BDGE-SEED-RULE " - REFUSED"
  2050         ADD 1 TO WS-RECS-REFUSED
  2060         GO TO 2000-EXIT
  2070     END-IF
  2080     IF SEED-RULE-BR AND BDGE-SEED-RACE = SPACES
  2090         DISPLAY "BDGELOAD: BADGE " BDGE-SEED-CODE
  2100             " NAMES NO RACE TO BEAT - REFUSED"
  2110         ADD 1 TO WS-RECS-REFUSED
  2120         GO TO 2000-EXIT
  2130     END-IF
  2140     IF SEED-RULE-LS
  2150         AND (BDGE-SEED-STREAK NOT NUMERIC
  2160              OR BDGE-SEED-STREAK = ZERO)
  2170         DISPLAY "BDGELOAD: BADGE " BDGE-SEED-CODE
  2180             " HAS NO STREAK LENGTH - REFUSED"
  2190         ADD 1 TO WS-RECS-REFUSED
  2200         GO TO 2000-EXIT
  2210     END-IF

  2220     MOVE BDGE-SEED-CODE TO BDGE-BADGE-CODE
  2230     MOVE BDGE-SEED-NAME TO BDGE-BADGE-NAME
  2240     MOVE BDGE-SEED-RULE TO BDGE-RULE-CODE
  2250     MOVE BDGE-SEED-RACE TO BDGE-RACE-CODE
  2260     IF BDGE-SEED-STREAK NUMERIC
  2270         MOVE BDGE-SEED-STREAK TO BDGE-STREAK-LEN
  2280     ELSE
  2290         MOVE ZERO TO BDGE-STREAK-LEN
  2300     END-IF
  2310     IF BDGE-SEED-GOLD NUMERIC
  2320         MOVE BDGE-SEED-GOLD TO BDGE-GOLD-BONUS
  2330     ELSE
  2340         MOVE ZERO TO BDGE-GOLD-BONUS
  2350     END-IF
  2360     IF BDGE-SEED-XP NUMERIC
  2370         MOVE BDGE-SEED-XP TO BDGE-XP-BONUS
  2380     ELSE
  2390         MOVE ZERO TO BDGE-XP-BONUS
  2400     END-IF
  2410     IF SEED-RETIRED
  2420         SET BDGE-RETIRED TO TRUE
  2430     ELSE
  2440         SET BDGE-ACTIVE TO TRUE
  2450     END-IF

  2460     WRITE BDGE-RECORD
  2470         INVALID KEY
  2480             DISPLAY "BDGELOAD: DUPLICATE BADGE CODE "
  2490                 BDGE-SEED-CODE
  2500             ADD 1 TO WS-RECS-REFUSED
  2510         NOT INVALID KEY
  2520             ADD 1 TO WS-RECS-LOADED
  2530     END-WRITE.
  2540 2000-EXIT.
  2550     EXIT.

  2560 9000-TERMINATE.
  2570     CLOSE BDGE-SEED-FILE BDGE-MASTER-FILE.
  2580     DISPLAY "BDGELOAD: " WS-RECS-LOADED " BADGE RECORD(S) "
  2590         "LOADED INTO BADGEMST".
  2600     IF WS-RECS-REFUSED NOT = ZERO
  2610         DISPLAY "BDGELOAD: " WS-RECS-REFUSED " SEED LINE(S) "
  2620             "REFUSED"
  2630         MOVE 4 TO RETURN-CODE
  2640     END-IF.
  2650 9000-EXIT.
  2660     EXIT.
