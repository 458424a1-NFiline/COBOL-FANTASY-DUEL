      ******************************************************************
      * GMBRREC    - Guild membership record (GMBRMST), keyed by
      *              player id plus the date the player joined. One
      *              record per spell in a guild: a player belongs to
      *              one guild at a time, and the record with a zero
      *              leave date is the current one. Leaving (or the
      *              guild disbanding) stamps the leave date rather
      *              than deleting, so GULDRPT and SEASNCLS can credit
      *              a guild only for the time the player was in it.
      *              A member counts to the guild from the join date
      *              up to, not including, the leave date - the same
      *              rule as SEASNBDY's close date.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  GMBR-RECORD.
           05  GMBR-KEY.
               10  GMBR-PLAYER-ID      PIC X(08).
               10  GMBR-JOIN-DATE      PIC 9(08).
           05  GMBR-GUILD-ID           PIC X(06).
           05  GMBR-LEAVE-DATE         PIC 9(08).
               88  GMBR-CURRENT        VALUE ZERO.
