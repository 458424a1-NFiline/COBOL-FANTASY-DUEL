      ******************************************************************
      * CSTHREC    - Combatant stat history record (CMBTHIST), keyed
      *              by race code plus effective date plus a change
      *              sequence within that day: one record for every
      *              add, change or retire CMBTMNT applies to a
      *              CMBTMST record, holding the combat stats before
      *              and after the change. The effective date and
      *              CSTH-CHANGE-TIME are when the change went onto
      *              the master, so the stats a duel was fought under
      *              are the before image of the first change made
      *              after the duel's date and time - or the master's
      *              own stats when no change has been made since.
      *              An add has an empty before image.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  CSTH-RECORD.
           05  CSTH-KEY.
               10  CSTH-RACE-CODE      PIC X(02).
               10  CSTH-EFF-DATE       PIC 9(08).
               10  CSTH-EFF-SEQ        PIC 9(02).
           05  CSTH-ACTION             PIC X(01).
               88  CSTH-ADDED          VALUE "A".
               88  CSTH-CHANGED        VALUE "C".
               88  CSTH-RETIRED        VALUE "R".
           05  CSTH-CHANGE-TIME        PIC 9(06).
           05  CSTH-BEFORE-IMAGE.
               10  CSTH-BEF-BASE-HP    PIC 9(03).
               10  CSTH-BEF-BASE-DMG   PIC 9(02).
               10  CSTH-BEF-WEAPON-CODE
                                       PIC X(02).
               10  CSTH-BEF-TACTIC-CODE
                                       PIC X(01).
               10  CSTH-BEF-BERSERK-PCT
                                       PIC 9(02).
               10  CSTH-BEF-STATUS     PIC X(01).
           05  CSTH-AFTER-IMAGE.
               10  CSTH-AFT-BASE-HP    PIC 9(03).
               10  CSTH-AFT-BASE-DMG   PIC 9(02).
               10  CSTH-AFT-WEAPON-CODE
                                       PIC X(02).
               10  CSTH-AFT-TACTIC-CODE
                                       PIC X(01).
               10  CSTH-AFT-BERSERK-PCT
                                       PIC 9(02).
               10  CSTH-AFT-STATUS     PIC X(01).
