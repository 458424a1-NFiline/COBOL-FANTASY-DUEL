      ******************************************************************
      * RATEREC    - Skill rating master record (RATEMST), keyed by
      *              player id. Maintained by RATEUPD from the duel
      *              archive: the player's current Elo-style rating,
      *              how many duels it rests on, the highest it has
      *              ever stood, and the newest duel id RATEUPD has
      *              dealt with for the player - anything archived
      *              after it is new on the next run. A player is
      *              added on first sight at the opening rating.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  RATE-RECORD.
           05  RATE-PLAYER-ID          PIC X(08).
           05  RATE-RATING             PIC 9(04).
           05  RATE-DUEL-COUNT         PIC 9(05).
           05  RATE-PEAK-RATING        PIC 9(04).
           05  RATE-LAST-DUEL-ID.
               10  RATE-LAST-DUEL-DATE PIC 9(08).
               10  RATE-LAST-DUEL-TIME PIC 9(06).
               10  RATE-LAST-DUEL-SEQ  PIC 9(03).
           05  RATE-LAST-RUN-DATE      PIC 9(08).
