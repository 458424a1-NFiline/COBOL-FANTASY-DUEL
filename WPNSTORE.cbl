  1170*
  1180* Modification History
  1190*   02 Sept 2026  NF  Initial version.
  1192*   15 Oct 2026  NF  Every purse debit (purchase) and credit
  1194*                     (refund of a rejected armory write) is
  1196*                     journaled to GOLDJRNL for GOLDRCN.
  1200******************************************************************
  1210 IDENTIFICATION DIVISION.
  1220 PROGRAM-ID. WPNSTORE.
  1490         ORGANIZATION IS LINE SEQUENTIAL
  1500         FILE STATUS IS WS-RPT-STATUS.

  1502     SELECT GOLD-JRNL-FILE ASSIGN TO "GOLDJRNL"
  1504         ORGANIZATION IS LINE SEQUENTIAL
  1506         FILE STATUS IS WS-GOLD-STATUS.

  1510 DATA DIVISION.
  1520 FILE SECTION.
  1530 FD  STORE-TRAN-FILE.
  1640 FD  STORE-RPT-FILE.
  1650 01  STORE-RPT-LINE              PIC X(80).

  1653 FD  GOLD-JRNL-FILE.
  1656     COPY GOLDREC.

  1660 WORKING-STORAGE SECTION.
  1670 01  WS-FILE-STATUSES.
  1680     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
  1760         88  WS-ARM-NOT-FOUND    VALUE "35".
  1770     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
  1780         88  WS-RPT-OK           VALUE "00".
  1783     05  WS-GOLD-STATUS          PIC X(02) VALUE SPACES.
  1786         88  WS-GOLD-OK          VALUE "00".

  1790 01  WS-SWITCHES.
  1800     05  WS-EOF-SW               PIC X(01) VALUE "N".

  1880 01  WS-TODAY                    PIC 9(08) VALUE ZERO.

  1881 01  WS-JRNL-WORK.
  1882     05  WS-GOLD-BEFORE          PIC 9(07) VALUE ZERO.
  1883     05  WS-JRNL-REASON          PIC X(02) VALUE SPACES.
  1884     05  WS-JRNL-TIME-RAW.
  1885         10  WS-JRNL-TIME-HHMMSS PIC 9(06).
  1886         10  FILLER              PIC 9(02).

  1890 01  WS-HEADING-1.
  1900     05  FILLER                  PIC X(20)
  1910         VALUE "FANTASY DUEL - WEAPO".
  2700         STOP RUN
  2710     END-IF

  2711     OPEN EXTEND GOLD-JRNL-FILE.
  2712     IF NOT WS-GOLD-OK
  2713         DISPLAY "WPNSTORE: UNABLE TO OPEN GOLDJRNL, STATUS = "
  2714             WS-GOLD-STATUS
  2715         STOP RUN
  2716     END-IF

  2720     ACCEPT WS-TODAY FROM DATE YYYYMMDD

  2730     WRITE STORE-RPT-LINE FROM WS-HEADING-1
  3380         GO TO 2000-EXIT
  3390     END-IF

  3395     MOVE PLAY-GOLD TO WS-GOLD-BEFORE
  3400     SUBTRACT EQUIP-PRICE FROM PLAY-GOLD
  3410     REWRITE PLAY-RECORD
  3413     MOVE "PU" TO WS-JRNL-REASON
  3416     PERFORM 2950-WRITE-GOLD-JOURNAL THRU 2950-EXIT

  3420     MOVE SPACES TO ARM-RECORD
  3430     MOVE STRN-PLAYER-ID TO ARM-PLAYER-ID
  3490             DISPLAY "WPNSTORE: ARMORY WRITE REJECTED FOR "
  3500                 STRN-PLAYER-ID " " STRN-WEAPON-CODE
  3510                 " - GOLD REFUNDED"
  3515             MOVE PLAY-GOLD TO WS-GOLD-BEFORE
  3520             ADD EQUIP-PRICE TO PLAY-GOLD
  3530             REWRITE PLAY-RECORD
  3533             MOVE "RF" TO WS-JRNL-REASON
  3536             PERFORM 2950-WRITE-GOLD-JOURNAL THRU 2950-EXIT
  3540             MOVE "WEAPON ALREADY OWNED" TO RL-REASON
  3550             PERFORM 2900-REFUSE THRU 2900-EXIT
  3560             GO TO 2000-EXIT
  3690 2900-EXIT.
  3700     EXIT.

 3700A******************************************************************
 3700B* 2950-WRITE-GOLD-JOURNAL - journal the purse movement just
 3700C*                  rewritten: WS-JRNL-REASON is set by the
 3700D*                  caller (PU purchase = debit, RF refund =
 3700E*                  credit), the weapon code is the reference.
 3700F******************************************************************
 3700G 2950-WRITE-GOLD-JOURNAL.
 3700H     MOVE SPACES TO GOLD-JRNL-RECORD
 3700I     MOVE WS-JRNL-REASON TO GJ-REASON-CODE
 3700J     MOVE STRN-PLAYER-ID TO GJ-PLAYER-ID
 3700K     MOVE WS-TODAY TO GJ-POST-DATE
 3700L     ACCEPT WS-JRNL-TIME-RAW FROM TIME
 3700M     MOVE WS-JRNL-TIME-HHMMSS TO GJ-POST-TIME
 3700N     MOVE "WPNSTORE" TO GJ-SOURCE-PGM
 3700O     MOVE STRN-WEAPON-CODE TO GJ-REF-WEAPON-CODE
 3700P     IF GJ-PURCHASE
 3700Q         SET GJ-DEBIT TO TRUE
 3700R     ELSE
 3700S         SET GJ-CREDIT TO TRUE
 3700T     END-IF
 3700U     MOVE EQUIP-PRICE TO GJ-AMOUNT
 3700V     MOVE WS-GOLD-BEFORE TO GJ-BEFORE-BAL
 3700W     MOVE PLAY-GOLD TO GJ-AFTER-BAL
 3700X     WRITE GOLD-JRNL-RECORD.
 3700Y 2950-EXIT.
 3700Z     EXIT.

  3710 8000-WRITE-TOTALS.
  3720     MOVE SPACES TO STORE-RPT-LINE
  3730     WRITE STORE-RPT-LINE
  3800 9000-TERMINATE.
  3810     CLOSE STORE-TRAN-FILE PLAYER-MST-FILE.
  3820     CLOSE EQUIP-FILE ARMORY-FILE STORE-RPT-FILE.
  3825     CLOSE GOLD-JRNL-FILE.
  3830     DISPLAY "WPNSTORE: " WS-TRANS-READ " TRANSACTION(S) READ, "
  3840         WS-SALES-MADE " SOLD, " WS-TRANS-REFUSED " REFUSED".
  3850 9000-EXIT.
