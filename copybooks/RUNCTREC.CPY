      *                     a restart can verify the roster has not
      *                     changed under it - a same-count edit used
      *                     to slip past the sequence check.
      *   15 Oct 2026  NF  Tournament entry fees and prizes: the header
      *                     carries the entry fee and whether the edit
      *                     pass was still collecting fees when the run
      *                     died; each entry carries fee-paid, prize-
      *                     paid and the round it was knocked out in,
      *                     so a restart never charges or pays twice.
      ******************************************************************
       01  RUN-CTL-RECORD.
           05  RC-REC-TYPE             PIC X(01).
               10  RC-ABANDONED        PIC 9(05).
               10  FILLER              PIC X(01).
               10  RC-REJECTED         PIC 9(05).
               10  FILLER              PIC X(01).
               10  RC-FEE-PHASE        PIC X(01).
                   88  RC-FEES-COLLECTING  VALUE "E".
               10  FILLER              PIC X(01).
               10  RC-ENTRY-FEE        PIC 9(05).
           05  RC-ENTRY-DETAIL REDEFINES RC-DETAIL.
               10  RC-ENTRY-SEQ        PIC 9(03).
               10  FILLER              PIC X(01).
               10  RC-ENT-TURNS        PIC 9(04).
               10  FILLER              PIC X(01).
               10  RC-ENT-PLAYER-ID    PIC X(08).
               10  FILLER              PIC X(01).
               10  RC-ENT-FEE-PAID     PIC X(01).
               10  FILLER              PIC X(01).
               10  RC-ENT-PRIZE-PAID   PIC X(01).
               10  FILLER              PIC X(01).
               10  RC-ENT-ELIM-ROUND   PIC 9(02).
               10  FILLER              PIC X(47).
