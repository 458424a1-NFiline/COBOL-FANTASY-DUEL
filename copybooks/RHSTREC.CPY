      ******************************************************************
      * RHSTREC    - Rating history record (RATEHIST), keyed by player
      *              id plus duel id: one record for every duel
      *              RATEUPD rated, holding what the duel did to the
      *              player's rating - the opponent (player id, or
      *              the monster's race code) and its rating, the
      *              rating before, and the signed change. When
      *              DUELVOID later voids the duel, RATEUPD finds the
      *              record by key, takes the change back off the
      *              rating and marks it reversed so it is never
      *              taken back twice.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  RH-RECORD.
           05  RH-KEY.
               10  RH-PLAYER-ID        PIC X(08).
               10  RH-DUEL-ID.
                   15  RH-DUEL-DATE    PIC 9(08).
                   15  RH-DUEL-TIME    PIC 9(06).
                   15  RH-DUEL-SEQ     PIC 9(03).
           05  RH-OPP-ID               PIC X(08).
           05  RH-OPP-RATING           PIC 9(04).
           05  RH-OLD-RATING           PIC 9(04).
           05  RH-DELTA                PIC S9(03)
                                       SIGN IS LEADING SEPARATE.
           05  RH-RATED-DATE           PIC 9(08).
           05  RH-REVERSED-SW          PIC X(01).
               88  RH-REVERSED         VALUE "Y".
           05  RH-REVERSED-DATE        PIC 9(08).
