      *                    one thing the checkpoint exists to stop.
      *                    The month-end decision follows the stream
      *                    date for the same reason.
      *  10/15/2026  GC   The stream now runs inside a batch window.
      *                    Before the first step the new SYSSTAT.DAT
      *                    status record is set to "batch window" (the
      *                    game's sign-on and GAMEBATCH start no new
      *                    rounds while it is set) and SESSLOCK.DAT is
      *                    watched for live sessions for the grace
      *                    period on NITEPARM.DAT; players still signed
      *                    on at the end of it are listed and the stream
      *                    stops RC 8. Every step's start and finish is
      *                    posted to the status record, a held stream
      *                    leaves the window set, and the window is
      *                    cleared when the stream completes. A restart
      *                    picks the window back up under the
      *                    checkpoint's stream date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMENITE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT NITEPARM-FILE ASSIGN TO "NITEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NITEPARM-STATUS.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSTEM-STATUS-STATUS.
           SELECT SESSION-LOCK-FILE ASSIGN TO "SESSLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-PLAYER-ID
               FILE STATUS IS SESSION-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
           05  DC-STEP-NAME          PIC X(12).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       FD  NITEPARM-FILE.
       01  NITEPARM-RECORD.
           05  NP-GRACE-MINUTES      PIC 9(03).
           05  NP-POLL-SECONDS       PIC 9(03).
       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTAT.
       FD  SESSION-LOCK-FILE.
           COPY SESSREC.
       WORKING-STORAGE SECTION.
       01 STREAM-STATUS PIC X(2) VALUE "00".
       01 DRIVER-CKPT-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 NITEPARM-STATUS PIC X(2) VALUE "00".
       01 SYSTEM-STATUS-STATUS PIC X(2) VALUE "00".
       01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
       01 SESSION-EOF-SWITCH PIC X(1) VALUE "N".
           88 SESSION-END-OF-FILE VALUE "Y".
       01 STREAM-EOF-SWITCH PIC X(1) VALUE "N".
           88 STREAM-END-OF-FILE VALUE "Y".
       01 CKPT-EOF-SWITCH PIC X(1) VALUE "N".
           88 DR-STREAM-HELD VALUE "Y".
       01 DR-CKPT-ADOPT-SW PIC X(01) VALUE "N".
           88 DR-CKPT-ADOPTED VALUE "Y".
       01 DR-STATUS-IMAGE PIC X(89) VALUE SPACES.
       01 DR-WINDOW-RESUME-SW PIC X(01) VALUE "N".
           88 DR-WINDOW-RESUMED VALUE "Y".
       01 DR-GRACE-MINUTES PIC 9(03) VALUE 15.
       01 DR-POLL-SECONDS PIC 9(03) VALUE 60.
       01 DR-GRACE-SECONDS PIC 9(05) VALUE 0.
       01 DR-WAITED-SECONDS PIC 9(05) VALUE 0.
       01 DR-LIVE-SESSIONS PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
              OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 190-LOG-RUN-START.
           CLOSE RUN-CONTROL-FILE.
           PERFORM 200-QUIESCE.
       150-END.
      ******************************************************************
      * Month-end means tomorrow belongs to a different month - the
           MOVE 0 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       190-END.
      ******************************************************************
      * The batch window goes up before anything else: from here on
      * the game's sign-on and GAMEBATCH start no new rounds, so the
      * sessions still live can only finish and sign off. They get
      * the grace period off NITEPARM.DAT to do it; anyone still
      * signed on at the end of it is listed and the stream does not
      * run. A fresh night that cannot start gives play back; a
      * restart of a half-run night keeps the window up, since the
      * steps already run have left the files mid-night. A restart
      * finding the window still set for its own stream date keeps
      * the original set time and step counts.
      ******************************************************************
       200-QUIESCE.
           PERFORM 210-LOAD-NITE-PARMS.
           PERFORM 220-READ-SYSTEM-STATUS.
           IF DR-WINDOW-RESUMED THEN
              DISPLAY "RESTART - BATCH WINDOW STILL SET FOR THE "
                      "STREAM OF " DR-STREAM-DATE ".".
           PERFORM 230-OPEN-STATUS.
           IF NOT DR-WINDOW-RESUMED THEN
              ACCEPT SY-WINDOW-SET-DATE FROM DATE YYYYMMDD
              ACCEPT SY-WINDOW-SET-TIME FROM TIME
              MOVE SPACES TO SY-STEP-NAME
              MOVE SPACES TO SY-STEP-LOG-NAME
              MOVE SPACES TO SY-STEP-STATE
              MOVE 0 TO SY-STEP-RC
              MOVE 0 TO SY-STEP-DATE
              MOVE 0 TO SY-STEP-TIME
              MOVE 0 TO SY-STEPS-DONE.
           SET SY-BATCH-WINDOW TO TRUE.
           SET SY-STREAM-QUIESCING TO TRUE.
           MOVE DR-STREAM-DATE TO SY-STREAM-DATE.
           MOVE DR-STEP-COUNT TO SY-STEPS-TOTAL.
           MOVE 0 TO SY-CLEAR-DATE.
           MOVE 0 TO SY-CLEAR-TIME.
           PERFORM 235-WRITE-STATUS.
           DISPLAY "BATCH WINDOW SET - NO NEW ROUNDS UNTIL THE "
                   "STREAM COMPLETES.".
           COMPUTE DR-GRACE-SECONDS = DR-GRACE-MINUTES * 60.
           MOVE 0 TO DR-WAITED-SECONDS.
           PERFORM 240-COUNT-SESSIONS.
           PERFORM 250-WAIT-FOR-SESSIONS
               UNTIL DR-LIVE-SESSIONS = 0
                  OR DR-WAITED-SECONDS >= DR-GRACE-SECONDS.
           IF DR-LIVE-SESSIONS > 0 THEN
              PERFORM 270-QUIESCE-FAILED.
           PERFORM 230-OPEN-STATUS.
           SET SY-STREAM-RUNNING TO TRUE.
           PERFORM 235-WRITE-STATUS.
           DISPLAY "NO LIVE SESSIONS - STREAM RELEASED.".
       200-END.
       210-LOAD-NITE-PARMS.
           OPEN INPUT NITEPARM-FILE.
           IF NITEPARM-STATUS NOT = "00" THEN
              MOVE "00" TO NITEPARM-STATUS
           ELSE
              READ NITEPARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF NP-GRACE-MINUTES IS NUMERIC THEN
                         MOVE NP-GRACE-MINUTES TO DR-GRACE-MINUTES
                      END-IF
                      IF NP-POLL-SECONDS IS NUMERIC
                          AND NP-POLL-SECONDS > 0 THEN
                         MOVE NP-POLL-SECONDS TO DR-POLL-SECONDS
                      END-IF
              END-READ
              CLOSE NITEPARM-FILE.
           DISPLAY "QUIESCE GRACE PERIOD " DR-GRACE-MINUTES
                   " MINUTE(S), SESSIONS CHECKED EVERY "
                   DR-POLL-SECONDS " SECONDS.".
       210-END.
       220-READ-SYSTEM-STATUS.
           MOVE SPACES TO DR-STATUS-IMAGE.
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF SYSTEM-STATUS-STATUS NOT = "00" THEN
              MOVE "00" TO SYSTEM-STATUS-STATUS
           ELSE
              READ SYSTEM-STATUS-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE SYSTEM-STATUS-RECORD TO DR-STATUS-IMAGE
                      IF SY-BATCH-WINDOW THEN
                         PERFORM 225-CHECK-OLD-WINDOW
                      END-IF
              END-READ
              CLOSE SYSTEM-STATUS-FILE.
       220-END.
       225-CHECK-OLD-WINDOW.
           IF SY-STREAM-DATE = DR-STREAM-DATE THEN
              SET DR-WINDOW-RESUMED TO TRUE
           ELSE
              DISPLAY "WARNING - BATCH WINDOW WAS LEFT SET BY THE "
                      "STREAM OF " SY-STREAM-DATE
                      " - TAKEN OVER FOR " DR-STREAM-DATE ".".
       225-END.
      ******************************************************************
      * The status record is rewritten whole: 230 opens the file and
      * lays down the last image written, the caller changes what it
      * needs, and 235 writes it and keeps the new image.
      ******************************************************************
       230-OPEN-STATUS.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           IF SYSTEM-STATUS-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO WRITE SYSTEM STATUS FILE "
                      "SYSSTAT.DAT, STATUS=" SYSTEM-STATUS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE DR-STATUS-IMAGE TO SYSTEM-STATUS-RECORD.
       230-END.
       235-WRITE-STATUS.
           WRITE SYSTEM-STATUS-RECORD.
           MOVE SYSTEM-STATUS-RECORD TO DR-STATUS-IMAGE.
           CLOSE SYSTEM-STATUS-FILE.
       235-END.
       240-COUNT-SESSIONS.
           MOVE 0 TO DR-LIVE-SESSIONS.
           MOVE "N" TO SESSION-EOF-SWITCH.
           OPEN INPUT SESSION-LOCK-FILE.
           IF SESSION-LOCK-STATUS = "35" THEN
              MOVE "00" TO SESSION-LOCK-STATUS
           ELSE
              IF SESSION-LOCK-STATUS NOT = "00" THEN
                 DISPLAY "  SESSION LOCK FILE NOT READABLE, STATUS="
                         SESSION-LOCK-STATUS " - CANNOT PROVE "
                         "NOBODY IS SIGNED ON"
                 MOVE "00" TO SESSION-LOCK-STATUS
                 MOVE 1 TO DR-LIVE-SESSIONS
              ELSE
                 PERFORM 245-READ-SESSION
                 PERFORM 247-COUNT-ONE-SESSION
                     UNTIL SESSION-END-OF-FILE
                 CLOSE SESSION-LOCK-FILE.
       240-END.
       245-READ-SESSION.
           IF NOT SESSION-END-OF-FILE THEN
              READ SESSION-LOCK-FILE NEXT RECORD
                  AT END
                      SET SESSION-END-OF-FILE TO TRUE
              END-READ.
       245-END.
       247-COUNT-ONE-SESSION.
           ADD 1 TO DR-LIVE-SESSIONS.
           PERFORM 245-READ-SESSION.
       247-END.
       250-WAIT-FOR-SESSIONS.
           DISPLAY "  " DR-LIVE-SESSIONS " PLAYER(S) STILL SIGNED ON "
                   "- WAITED " DR-WAITED-SECONDS " OF "
                   DR-GRACE-SECONDS " SECONDS".
           CALL "C$SLEEP" USING DR-POLL-SECONDS.
           ADD DR-POLL-SECONDS TO DR-WAITED-SECONDS.
           PERFORM 240-COUNT-SESSIONS.
       250-END.
       260-LIST-SESSIONS.
           MOVE "N" TO SESSION-EOF-SWITCH.
           OPEN INPUT SESSION-LOCK-FILE.
           IF SESSION-LOCK-STATUS NOT = "00" THEN
              MOVE "00" TO SESSION-LOCK-STATUS
           ELSE
              PERFORM 245-READ-SESSION
              PERFORM 265-LIST-ONE-SESSION UNTIL SESSION-END-OF-FILE
              CLOSE SESSION-LOCK-FILE.
       260-END.
       265-LIST-ONE-SESSION.
           DISPLAY "    " SL-PLAYER-ID " SIGNED ON " SL-SIGNON-DATE
                   " AT " SL-SIGNON-TIME.
           PERFORM 245-READ-SESSION.
       265-END.
       270-QUIESCE-FAILED.
           DISPLAY "*** " DR-LIVE-SESSIONS " PLAYER(S) STILL SIGNED "
                   "ON AFTER THE " DR-GRACE-MINUTES " MINUTE GRACE "
                   "PERIOD ***".
           PERFORM 260-LIST-SESSIONS.
           PERFORM 230-OPEN-STATUS.
           IF DR-CKPT-ADOPTED THEN
              SET SY-STREAM-HELD TO TRUE
              DISPLAY "*** STREAM HELD - THE NIGHT IS PART RUN, SO "
                      "THE BATCH WINDOW STAYS SET. ***"
           ELSE
              SET SY-OPEN-FOR-PLAY TO TRUE
              SET SY-STREAM-NOT-RUN TO TRUE
              ACCEPT SY-CLEAR-DATE FROM DATE YYYYMMDD
              ACCEPT SY-CLEAR-TIME FROM TIME
              DISPLAY "*** STREAM NOT RUN - BATCH WINDOW CLEARED, "
                      "PLAY REOPENED. ***".
           PERFORM 235-WRITE-STATUS.
           DISPLAY "*** SIGN THESE PLAYERS OFF (A CRASHED SESSION'S "
                   "LOCK IS RECLAIMED AT SIGN-ON) AND RERUN "
                   "GAMENITE. ***".
           SET DR-STREAM-HELD TO TRUE.
           PERFORM 900-TERMINATE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       270-END.
       300-RELEASE-STEP.
           IF DR-ST-DONE-SW(DR-SUB) = "Y" THEN
              DISPLAY "STEP " DR-ST-NAME(DR-SUB) " ALREADY "
              ADD 1 TO DR-SKIPPED-COUNT
              GO TO 300-EXIT.
           DISPLAY "RELEASING STEP " DR-ST-NAME(DR-SUB) "...".
           PERFORM 340-POST-STEP-START.
           PERFORM 330-RUN-ONE-STEP.
           PERFORM 400-JUDGE-STEP.
           PERFORM 350-POST-STEP-END.
           IF DR-EFFECTIVE-RC > DR-ST-MAXRC(DR-SUB) THEN
              PERFORM 500-HOLD-STREAM.
           DISPLAY "STEP " DR-ST-NAME(DR-SUB) " COMPLETE, RC "
           MOVE 0 TO RETURN-CODE.
       330-END.
      ******************************************************************
      * Each step is posted to the status record as it starts and as
      * it finishes. The step in progress is also what lets the
      * stream's own GAMEBATCH step through the window.
      ******************************************************************
       340-POST-STEP-START.
           PERFORM 230-OPEN-STATUS.
           MOVE DR-ST-NAME(DR-SUB) TO SY-STEP-NAME.
           MOVE DR-ST-LOG(DR-SUB) TO SY-STEP-LOG-NAME.
           SET SY-STEP-STARTED TO TRUE.
           MOVE 0 TO SY-STEP-RC.
           ACCEPT SY-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT SY-STEP-TIME FROM TIME.
           PERFORM 235-WRITE-STATUS.
       340-END.
       350-POST-STEP-END.
           PERFORM 230-OPEN-STATUS.
           SET SY-STEP-FINISHED TO TRUE.
           MOVE DR-EFFECTIVE-RC TO SY-STEP-RC.
           ACCEPT SY-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT SY-STEP-TIME FROM TIME.
           IF DR-EFFECTIVE-RC > DR-ST-MAXRC(DR-SUB) THEN
              COMPUTE SY-STEPS-DONE = DR-RAN-COUNT + DR-SKIPPED-COUNT
           ELSE
              COMPUTE SY-STEPS-DONE =
                  DR-RAN-COUNT + DR-SKIPPED-COUNT + 1.
           PERFORM 235-WRITE-STATUS.
       350-END.
      ******************************************************************
      * A step that logs to RUN-CONTROL is only believed when its
      * newest start entry has a matching end entry - a start with no
      * end means the job died whatever its exit code said, and the
           DISPLAY "*** STREAM HELD - LATER STEPS NOT RELEASED. "
                   "FIX AND RERUN GAMENITE TO PICK UP HERE. ***".
           SET DR-STREAM-HELD TO TRUE.
           PERFORM 230-OPEN-STATUS.
           SET SY-STREAM-HELD TO TRUE.
           PERFORM 235-WRITE-STATUS.
           PERFORM 600-SAVE-CHECKPOINT.
           PERFORM 900-TERMINATE.
           MOVE 8 TO RETURN-CODE.
                   ", SKIPPED/BYPASSED " DR-SKIPPED-COUNT ".".
           DISPLAY "================================================".
           PERFORM 720-CLEAR-CHECKPOINT.
           PERFORM 740-CLEAR-BATCH-WINDOW.
       700-END.
       720-CLEAR-CHECKPOINT.
           OPEN OUTPUT DRIVER-CKPT-FILE.
           CLOSE DRIVER-CKPT-FILE.
       720-END.
       740-CLEAR-BATCH-WINDOW.
           PERFORM 230-OPEN-STATUS.
           SET SY-OPEN-FOR-PLAY TO TRUE.
           SET SY-STREAM-COMPLETE TO TRUE.
           COMPUTE SY-STEPS-DONE = DR-RAN-COUNT + DR-SKIPPED-COUNT.
           ACCEPT SY-CLEAR-DATE FROM DATE YYYYMMDD.
           ACCEPT SY-CLEAR-TIME FROM TIME.
           PERFORM 235-WRITE-STATUS.
           DISPLAY "BATCH WINDOW CLEARED - PLAY MAY BE OPENED.".
       740-END.
       900-TERMINATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
