      ******************************************************************
      * Copybook: PCHGREC
      * Purpose : Record layout for the player change journal
      *           PLAYJRNL.DAT - one record for every PLAYMAINT
      *           update to the PLAYER-MASTER file, with the whole
      *           record as it stood before and after, who made the
      *           change and when. Actions:
      *             A  added (registered) - before image is spaces
      *             C  changed (name and/or department)
      *             D  deactivated
      *             R  reactivated (a change that also reactivated
      *                the player)
      *           Read back by PLAYJRPT.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  PLAYER-JOURNAL-RECORD.
           05  PJ-CHG-DATE           PIC 9(08).
           05  PJ-CHG-TIME           PIC 9(08).
           05  PJ-PLAYER-ID          PIC X(10).
           05  PJ-ACTION             PIC X(01).
               88  PJ-ADDED            VALUE "A".
               88  PJ-CHANGED          VALUE "C".
               88  PJ-DEACTIVATED      VALUE "D".
               88  PJ-REACTIVATED      VALUE "R".
           05  PJ-OPERATOR-ID        PIC X(10).
           05  PJ-BEFORE-IMAGE.
               10  PJ-BF-PLAYER-ID   PIC X(10).
               10  PJ-BF-NAME        PIC X(30).
               10  PJ-BF-DEPT        PIC X(10).
               10  PJ-BF-STATUS      PIC X(01).
               10  PJ-BF-REG-DATE    PIC X(08).
               10  PJ-BF-MERGED-TO   PIC X(10).
           05  PJ-AFTER-IMAGE.
               10  PJ-AF-PLAYER-ID   PIC X(10).
               10  PJ-AF-NAME        PIC X(30).
               10  PJ-AF-DEPT        PIC X(10).
               10  PJ-AF-STATUS      PIC X(01).
               10  PJ-AF-REG-DATE    PIC X(08).
               10  PJ-AF-MERGED-TO   PIC X(10).
