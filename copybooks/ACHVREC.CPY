      ******************************************************************
      * ACHVREC    - Player achievement record (ACHVMST), keyed by
      *              player id plus badge code, so a player can hold a
      *              badge only once. Written by ACHVUPD the moment a
      *              badge is earned: the run date it was awarded, the
      *              duel that earned it (zeros for a bracket champion
      *              who never had to fight), and the bonus it carried.
      *              ACH-BONUS-SW is "N" until ACHVUPD starts posting
      *              the bonus, "P" while it posts it to PLAYMST and
      *              GOLDJRNL, and "Y" once it has. A run that dies
      *              at "N" is paid by the rerun; one that dies at
      *              "P" is not paid again but reported for checking.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  ACH-RECORD.
           05  ACH-KEY.
               10  ACH-PLAYER-ID       PIC X(08).
               10  ACH-BADGE-CODE      PIC X(04).
           05  ACH-AWARD-DATE          PIC 9(08).
           05  ACH-DUEL-ID.
               10  ACH-DUEL-DATE       PIC 9(08).
               10  ACH-DUEL-TIME       PIC 9(06).
               10  ACH-DUEL-SEQ        PIC 9(03).
           05  ACH-GOLD-BONUS          PIC 9(05).
           05  ACH-XP-BONUS            PIC 9(05).
           05  ACH-BONUS-SW            PIC X(01).
               88  ACH-BONUS-PAID      VALUE "Y".
               88  ACH-BONUS-DUE       VALUE "N".
               88  ACH-BONUS-POSTING   VALUE "P".
