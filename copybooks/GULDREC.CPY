      ******************************************************************
      * GULDREC    - Guild master record (GULDMST), keyed by guild id.
      *              Maintained by GULDMNT: a guild is founded ("A")
      *              with today as its founding date and stays on
      *              file after it is disbanded ("D", with the date),
      *              so the seasons its members fought for it still
      *              show on the guild standings.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  GULD-RECORD.
           05  GULD-GUILD-ID           PIC X(06).
           05  GULD-GUILD-NAME         PIC X(20).
           05  GULD-FOUND-DATE         PIC 9(08).
           05  GULD-STATUS             PIC X(01).
               88  GULD-ACTIVE         VALUE "A".
               88  GULD-DISBANDED      VALUE "D".
           05  GULD-DISBAND-DATE       PIC 9(08).
