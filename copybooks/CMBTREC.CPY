      *                     threshold percentage, R (or space) keeps
      *                     the classic 50/50 roll. Ignored on
      *                     playable records.
      *   15 Oct 2026  NF  Added CMBT-RATING - the monster's fixed
      *                     skill rating, the opponent strength
      *                     RATEUPD scores a monster duel against.
      *                     Zero (or blank in CMBTSEED) = the opening
      *                     rating. Ignored on playable records.
      *   15 Oct 2026  NF  Added CMBT-STATUS - "R" once CMBTMNT has
      *                     retired the race: it leaves the monster
      *                     pool and the playable list, but the record
      *                     stays so archived duels still resolve.
      *                     Blank (as CMBTSEED leaves it) or "A" = in
      *                     service.
      ******************************************************************
       01  CMBT-RECORD.
           05  CMBT-RACE-CODE          PIC X(02).
               88  CMBT-TACTIC-DFNS    VALUE "D".
               88  CMBT-TACTIC-BRSK    VALUE "B".
           05  CMBT-BERSERK-PCT        PIC 9(02).
           05  CMBT-RATING             PIC 9(04).
           05  CMBT-STATUS             PIC X(01).
               88  CMBT-IN-SERVICE     VALUE "A", " ".
               88  CMBT-RETIRED        VALUE "R".
