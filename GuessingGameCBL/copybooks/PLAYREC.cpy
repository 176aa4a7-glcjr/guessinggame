      *           longer open a fresh identity on the leaderboard.
      * History :
      *   8/19/2026  GC   Original layout.
      *  10/15/2026  GC   PL-MERGED-TO-ID added - set by PLAYMRG on an
      *                    id whose history has been merged into
      *                    another; the id is left inactive and
      *                    points at the surviving id. Spaces on
      *                    every other record. Existing PLAYMST.DAT
      *                    files are rebuilt to the longer record
      *                    with GAMEBKUP/GAMEREST (the backup line
      *                    already has room for it).
      ******************************************************************
       01  PLAYER-RECORD.
           05  PL-PLAYER-ID          PIC X(10).
               88  PL-ACTIVE           VALUE "A".
               88  PL-INACTIVE         VALUE "I".
           05  PL-REG-DATE           PIC 9(08).
           05  PL-MERGED-TO-ID       PIC X(10).
