      ******************************************************************
      * Copybook: SYSSTAT
      * Purpose : Record layout for the system-status control file
      *           SYSSTAT.DAT - a single record, rewritten whole by
      *           GAMENITE at every stage of the night. The window
      *           flag is set to "B" (batch window) before the
      *           stream's first step and back to "O" (open for
      *           play) after its last; while it is "B" the game's
      *           sign-on and GAMEBATCH start no new rounds (the
      *           stream's own GAMEBATCH step, posted as the step in
      *           progress, is let through). Every step's start and
      *           finish is posted, with its RETURN-CODE, so the day
      *           shift can see (GAMEOPS) whether the night finished
      *           before play is opened. A missing or empty file
      *           means no stream has ever run - open for play.
      *           Stream states:
      *             Q  waiting for live sessions to sign off
      *             R  running
      *             C  complete - window cleared
      *             H  held on a failed step - window stays set
      *                until the restart completes the night
      *             N  not run - sessions still live at the end of
      *                the grace period
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  SYSTEM-STATUS-RECORD.
           05  SY-WINDOW-FLAG        PIC X(01).
               88  SY-BATCH-WINDOW     VALUE "B".
               88  SY-OPEN-FOR-PLAY    VALUE "O".
           05  SY-STREAM-DATE        PIC 9(08).
           05  SY-WINDOW-SET-DATE    PIC 9(08).
           05  SY-WINDOW-SET-TIME    PIC 9(08).
           05  SY-STREAM-STATE       PIC X(01).
               88  SY-STREAM-QUIESCING VALUE "Q".
               88  SY-STREAM-RUNNING   VALUE "R".
               88  SY-STREAM-COMPLETE  VALUE "C".
               88  SY-STREAM-HELD      VALUE "H".
               88  SY-STREAM-NOT-RUN   VALUE "N".
           05  SY-STEP-NAME          PIC X(12).
           05  SY-STEP-LOG-NAME      PIC X(10).
           05  SY-STEP-STATE         PIC X(01).
               88  SY-STEP-STARTED     VALUE "S".
               88  SY-STEP-FINISHED    VALUE "F".
           05  SY-STEP-RC            PIC 9(04).
           05  SY-STEP-DATE          PIC 9(08).
           05  SY-STEP-TIME          PIC 9(08).
           05  SY-STEPS-DONE         PIC 9(02).
           05  SY-STEPS-TOTAL        PIC 9(02).
           05  SY-CLEAR-DATE         PIC 9(08).
           05  SY-CLEAR-TIME         PIC 9(08).
