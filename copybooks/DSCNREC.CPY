      ******************************************************************
      * DSCNREC    - Duel integrity scan mark (DSCANMRK). Rewritten by
      *              DUELSCAN at the end of every clean run with the
      *              newest duel id it has scanned. The next run puts
      *              only duels archived after it through the turn and
      *              total checks, so a duel already reported is not
      *              carded again night after night. No file yet (no
      *              scan has ever run) = scan the whole archive.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  DSCN-RECORD.
           05  DSCN-LAST-DUEL-ID.
               10  DSCN-LAST-DUEL-DATE PIC 9(08).
               10  DSCN-LAST-DUEL-TIME PIC 9(06).
               10  DSCN-LAST-DUEL-SEQ  PIC 9(03).
           05  FILLER                  PIC X(01).
           05  DSCN-RUN-DATE           PIC 9(08).
