      ******************************************************************
      * GOLDREC    - Gold ledger journal record (GOLDJRNL). Every
      *              program that moves PLAY-GOLD appends one record
      *              per movement - who, when, which program, why,
      *              which duel or weapon, how much, and the purse
      *              before and after - so a disputed balance can be
      *              walked back posting by posting instead of being
      *              argued from the duel log. The writer opens
      *              EXTEND, so FANTASY-DUEL, WPNSTORE, DUELVOID and
      *              FDBATCH all land in the same file. GOLDRCN proves
      *              PLAY-GOLD against it every night and starts a
      *              fresh journal once the purses balance.
      *              GJ-REFERENCE carries the duel id (date, time,
      *              sequence) for duel postings, the weapon code
      *              for store postings, and the tournament (run
      *              date, format, entry sequence) for FDBATCH entry
      *              fees and prizes. Achievement bonuses paid by
      *              ACHVUPD carry the duel that earned the badge.
      * History:
      *   15 Oct 2026  NF  Initial version.
      *   15 Oct 2026  NF  Tournament entry fee ("TF") and prize ("TP")
      *                     reasons, with the GJ-REF-TOURNAMENT view.
      *   15 Oct 2026  NF  Achievement bonus ("AB") reason.
      ******************************************************************
       01  GOLD-JRNL-RECORD.
           05  GJ-PLAYER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  GJ-POST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GJ-POST-TIME            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GJ-SOURCE-PGM           PIC X(08).
           05  FILLER                  PIC X(01).
           05  GJ-REASON-CODE          PIC X(02).
               88  GJ-DUEL-WIN         VALUE "DW".
               88  GJ-DUEL-LOSS        VALUE "DL".
               88  GJ-PURCHASE         VALUE "PU".
               88  GJ-PURCHASE-REFUND  VALUE "RF".
               88  GJ-VOID-REVERSAL    VALUE "VR".
               88  GJ-TOURNAMENT-FEE   VALUE "TF".
               88  GJ-TOURNAMENT-PRIZE VALUE "TP".
               88  GJ-ACHIEVEMENT-BONUS
                                       VALUE "AB".
           05  FILLER                  PIC X(01).
           05  GJ-REFERENCE            PIC X(17).
           05  GJ-REF-DUEL REDEFINES GJ-REFERENCE.
               10  GJ-REF-DUEL-DATE    PIC 9(08).
               10  GJ-REF-DUEL-TIME    PIC 9(06).
               10  GJ-REF-DUEL-SEQ     PIC 9(03).
           05  GJ-REF-WEAPON REDEFINES GJ-REFERENCE.
               10  GJ-REF-WEAPON-CODE  PIC X(02).
               10  FILLER              PIC X(15).
           05  GJ-REF-TOURNAMENT REDEFINES GJ-REFERENCE.
               10  GJ-REF-RUN-DATE     PIC 9(08).
               10  GJ-REF-RUN-FORMAT   PIC X(01).
               10  GJ-REF-ENTRY-SEQ    PIC 9(03).
               10  FILLER              PIC X(05).
           05  FILLER                  PIC X(01).
           05  GJ-DR-CR                PIC X(01).
               88  GJ-CREDIT           VALUE "C".
               88  GJ-DEBIT            VALUE "D".
           05  FILLER                  PIC X(01).
           05  GJ-AMOUNT               PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GJ-BEFORE-BAL           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GJ-AFTER-BAL            PIC 9(07).
