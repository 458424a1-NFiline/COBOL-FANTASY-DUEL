      ******************************************************************
      * STXCREC    - Standings extract control record (STNDXCTL).
      *              Rewritten by STNDXTR at the end of every clean
      *              extract with the sequence number and business
      *              date it just sent. The next extract takes the
      *              following number, so the web site can reject a
      *              file it has already loaded or spot one that went
      *              missing. No file yet = first extract = number 1.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  STXC-RECORD.
           05  STXC-LAST-SEQ           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  STXC-LAST-DATE          PIC 9(08).
