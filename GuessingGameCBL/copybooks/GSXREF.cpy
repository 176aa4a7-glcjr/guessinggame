      ******************************************************************
      * Copybook: GSXREF
      * Purpose : Record layout for the GAMESTATS by-player cross
      *           reference (GSXREF.DAT) - one record per round on
      *           GAMESTAT.DAT, keyed player / date / time, carrying
      *           the round's GS-TIMESTAMP so the round itself can be
      *           read straight off GAMESTATS. GAMESTATS is keyed on
      *           the timestamp with the player buried at the back of
      *           the key, so without this file every by-player
      *           question meant a read of the whole history.
      *           Every program that writes a round (GuessingGameCBL,
      *           GAMEBATCH, FEEDLOAD, CHALSETL) writes its cross
      *           reference record right behind the GAMESTATS WRITE;
      *           GAMEARCH deletes it with the round it purges.
      *           GAMEBKUP proves the file against GAMESTATS every
      *           night, and GAMEREST rebuilds it from GAMESTATS -
      *           after every GAMESTAT reload, or on its own under
      *           RESTPARM file id GSXREF. The file holds nothing
      *           that is not on GAMESTATS, so it is never backed up
      *           itself; the first run at an existing installation
      *           is a GAMEREST GSXREF build.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  XREF-RECORD.
           05  GX-KEY.
               10  GX-PLAYER-ID      PIC X(10).
               10  GX-TS-DATE        PIC 9(08).
               10  GX-TS-TIME        PIC 9(08).
           05  GX-ROUND-KEY          PIC X(26).
