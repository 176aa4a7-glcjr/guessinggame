      ******************************************************************
      * Copybook: HOLDREC
      * Purpose : Record layout for the prize-round hold file
      *           PTSHOLD.DAT - one record per winning round the
      *           PTSSCRN integrity screen would not let through to
      *           PTSPOST unseen, keyed on the round's GS-TIMESTAMP.
      *           The Y/N flags say which checks the round failed
      *           (several can), and HD-REASON-TEXT carries the
      *           figures behind the first one. PTSPOST pays
      *           nothing on a round held here until an operator
      *           releases it through PTSMAINT; a released round is
      *           paid on the next PTSPOST run and marked posted
      *           with the points it earned. A denied round never
      *           earns. The record is kept after the decision -
      *           it is the record of who let the round through.
      *           HD-STATUS:
      *             H  held, awaiting an operator decision
      *             R  released, not yet paid by PTSPOST
      *             P  released and paid (HD-POINTS, HD-POSTED-DATE)
      *             D  denied - earns nothing
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  HOLD-RECORD.
           05  HD-ROUND-KEY.
               10  HD-TS-DATE        PIC 9(08).
               10  HD-TS-TIME        PIC 9(08).
               10  HD-PLAYER-ID      PIC X(10).
           05  HD-STATUS             PIC X(01).
               88  HD-HELD             VALUE "H".
               88  HD-RELEASED         VALUE "R".
               88  HD-POSTED           VALUE "P".
               88  HD-DENIED           VALUE "D".
           05  HD-SCREEN-DATE        PIC 9(08).
           05  HD-MODE               PIC X(01).
           05  HD-LOWERNUM           PIC 9(05).
           05  HD-UPPERNUM           PIC 9(05).
           05  HD-TRIES              PIC 9(05).
           05  HD-REASON-FLAGS.
               10  HD-ONE-GUESS-FLAG PIC X(01).
               10  HD-WIN-RATE-FLAG  PIC X(01).
               10  HD-WALKAWAY-FLAG  PIC X(01).
               10  HD-FAST-GUESS-FLAG PIC X(01).
           05  HD-REASON-TEXT        PIC X(40).
           05  HD-DECISION-DATE      PIC 9(08).
           05  HD-DECISION-TIME      PIC 9(08).
           05  HD-OPERATOR-ID        PIC X(10).
           05  HD-POSTED-DATE        PIC 9(08).
           05  HD-POINTS             PIC 9(05).
