      *              while the break-room race starts fresh.
      * History:
      *   22 Aout 2026  NF  Initial version.
      *   15 Oct 2026  NF  Added SH-SEASON-START/SH-SEASON-END, the
      *                     dates the season ran: from the previous
      *                     close (zero = the first season) up to,
      *                     not including, this close - the SEASNBDY
      *                     rule. GULDRPT uses them to credit a guild
      *                     only for seasons its members fought for
      *                     it. Records closed before they existed
      *                     carry spaces (no dates known).
      ******************************************************************
       01  SEAS-HIST-RECORD.
           05  SH-SEASON-ID            PIC X(06).
           05  SH-LOSSES               PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SH-TOTAL-DMG            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SH-SEASON-START         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SH-SEASON-END           PIC 9(08).
