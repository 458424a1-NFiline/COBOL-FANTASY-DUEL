      ******************************************************************
      * GBALREC    - Proven purse balance record (GOLDBAL). One record
      *              per player, written by GOLDRCN at the end of each
      *              reconciliation: the PLAY-GOLD balance the gold
      *              journal has proven, and the date it was proven.
      *              The next run starts from it - last proven
      *              balance plus the period's journal must equal the
      *              live purse. A player who did not balance carries
      *              the balance the journal says the purse SHOULD
      *              hold, so the exception repeats every night until
      *              somebody puts it right.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  GB-RECORD.
           05  GB-PLAYER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  GB-PROVEN-BAL           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GB-PROVEN-DATE          PIC 9(08).
