      ******************************************************************
      * ACMKREC    - Achievement scan mark (ACHVMRK). Rewritten by
      *              ACHVUPD at the end of every clean run with the
      *              newest duel id it has judged. The next run awards
      *              badges only for duels archived after it. No file
      *              yet = first run = the whole archive is judged.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  ACMK-RECORD.
           05  ACMK-LAST-DUEL-ID.
               10  ACMK-LAST-DUEL-DATE PIC 9(08).
               10  ACMK-LAST-DUEL-TIME PIC 9(06).
               10  ACMK-LAST-DUEL-SEQ  PIC 9(03).
           05  FILLER                  PIC X(01).
           05  ACMK-RUN-DATE           PIC 9(08).
