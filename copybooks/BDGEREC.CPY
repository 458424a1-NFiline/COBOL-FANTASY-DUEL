      ******************************************************************
      * BDGEREC    - Achievement badge master record (BADGEMST), keyed
      *              by badge code. Loaded by BDGELOAD from the BDGESEED
      *              flat file, so ops add, retune or retire a badge by
      *              editing data instead of source. ACHVUPD decides who
      *              has earned each active badge by its rule code:
      *                FW  first win
      *                BR  beat the race in BDGE-RACE-CODE
      *                FL  flawless win - no damage taken, the winner's
      *                    hit points never left their starting value
      *                LP  won the duel in which the last potion went
      *                LS  wins in a row - BDGE-STREAK-LEN of them
      *                CH  champion of a bracket night (FDBATCH B/P)
      *              The bonus is paid once, with the badge.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  BDGE-RECORD.
           05  BDGE-BADGE-CODE         PIC X(04).
           05  BDGE-BADGE-NAME         PIC X(24).
           05  BDGE-RULE-CODE          PIC X(02).
               88  BDGE-RULE-FIRST-WIN VALUE "FW".
               88  BDGE-RULE-BEAT-RACE VALUE "BR".
               88  BDGE-RULE-FLAWLESS  VALUE "FL".
               88  BDGE-RULE-LAST-POTION
                                       VALUE "LP".
               88  BDGE-RULE-STREAK    VALUE "LS".
               88  BDGE-RULE-CHAMPION  VALUE "CH".
               88  BDGE-RULE-VALID     VALUE "FW" "BR" "FL" "LP"
                                             "LS" "CH".
           05  BDGE-RACE-CODE          PIC X(02).
           05  BDGE-STREAK-LEN         PIC 9(03).
           05  BDGE-GOLD-BONUS         PIC 9(05).
           05  BDGE-XP-BONUS           PIC 9(05).
           05  BDGE-STATUS             PIC X(01).
               88  BDGE-ACTIVE         VALUE "A".
               88  BDGE-RETIRED        VALUE "R".
