      ******************************************************************
      * HIXREC     - Player-keyed index over the duel archive
      *              (DUELHIX), keyed by player id plus duel id, with
      *              the duel id alone as an alternate key (with
      *              duplicates - a PvP duel has an entry for each
      *              player). One entry per player per DUELHIST
      *              header: the side the player fought on (A = the
      *              header's player, B = its opponent player), the
      *              race the player fought as, the opposing race and
      *              player (spaces = a monster), the header's winner
      *              code (E = the A side won, O = the B side, as on
      *              the header) and void flag, and where the duel sits
      *              on DUELHIST - the header's record number (first
      *              record = 1) and the number of turn records after
      *              it. The control record (player id spaces, duel id
      *              zero) holds the number of records on DUELHIST, so
      *              the engine can place each duel it appends.
      *              FANTASY-DUEL's 9600 adds the entries as each duel
      *              is archived; DHIXBLD rebuilds the whole file from
      *              DUELHIST whenever the archive is rewritten.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  HIX-RECORD.
           05  HIX-KEY.
               10  HIX-PLAYER-ID       PIC X(08).
               10  HIX-DUEL-ID.
                   15  HIX-DUEL-DATE   PIC 9(08).
                   15  HIX-DUEL-TIME   PIC 9(06).
                   15  HIX-DUEL-SEQ    PIC 9(03).
           05  HIX-DUEL-DATA.
               10  HIX-SIDE            PIC X(01).
                   88  HIX-SIDE-A      VALUE "A".
                   88  HIX-SIDE-B      VALUE "B".
               10  HIX-OWN-RACE-CODE   PIC X(02).
               10  HIX-OPP-RACE-CODE   PIC X(02).
               10  HIX-OPP-PLAYER-ID   PIC X(08).
               10  HIX-WINNER-CODE     PIC X(01).
               10  HIX-VOID-FLAG       PIC X(01).
                   88  HIX-VOIDED      VALUE "V".
               10  HIX-HDR-POSITION    PIC 9(09).
               10  HIX-TURN-RECS       PIC 9(05).
           05  HIX-CTL-DATA REDEFINES HIX-DUEL-DATA.
               10  HIX-CTL-HIST-RECS   PIC 9(09).
               10  FILLER              PIC X(20).
