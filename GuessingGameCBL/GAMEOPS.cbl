      *                    whose end records fell past the cap.
      *                    GAMEARCH now trims RUNCTL.DAT with the
      *                    other logs, so the cap is a backstop.
      *  10/15/2026  GC   The report now ends with the night stream's
      *                    state off the new SYSSTAT.DAT status record -
      *                    last step posted and whether the batch window
      *                    is still set - so the day shift can see the
      *                    night finished before opening play. A window
      *                    still set ends the report RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEOPS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSTEM-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTAT.
       WORKING-STORAGE SECTION.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 SYSTEM-STATUS-STATUS PIC X(2) VALUE "00".
       01 RUNCTL-EOF-SWITCH PIC X(1) VALUE "N".
           88 RUNCTL-END-OF-FILE VALUE "Y".
       01 OP-ENTRY-COUNT PIC 9(05) VALUE 0.
           ELSE
              PERFORM 300-FIND-LATEST-DATE
              PERFORM 400-PRINT-REPORT.
           PERFORM 800-SHOW-BATCH-WINDOW.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
                 DISPLAY "  *** A RECORD COUNT DROPPED BY MORE "
                         "THAN HALF SINCE THE PRIOR RUN ***".
       480-END.
      ******************************************************************
      * The night stream's own account of itself, as GAMENITE last
      * posted it. Play should not be opened while the window is set.
      ******************************************************************
       800-SHOW-BATCH-WINDOW.
           DISPLAY "------------------------------------------------".
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF SYSTEM-STATUS-STATUS NOT = "00" THEN
              MOVE "00" TO SYSTEM-STATUS-STATUS
              DISPLAY "NIGHT STREAM: NO STATUS RECORD - NO STREAM HAS "
                      "RUN UNDER GAMENITE'S BATCH WINDOW."
           ELSE
              READ SYSTEM-STATUS-FILE
                  AT END
                      DISPLAY "NIGHT STREAM: STATUS RECORD IS EMPTY."
                  NOT AT END
                      PERFORM 820-REPORT-STREAM-STATE
              END-READ
              CLOSE SYSTEM-STATUS-FILE.
       800-END.
       820-REPORT-STREAM-STATE.
           DISPLAY "NIGHT STREAM OF " SY-STREAM-DATE ": WINDOW SET "
                   SY-WINDOW-SET-DATE " " SY-WINDOW-SET-TIME
                   ", STEPS DONE " SY-STEPS-DONE " OF "
                   SY-STEPS-TOTAL.
           IF SY-STEP-NAME NOT = SPACES THEN
              IF SY-STEP-STARTED THEN
                 DISPLAY "  LAST STEP " SY-STEP-NAME " STARTED "
                         SY-STEP-DATE " " SY-STEP-TIME
              ELSE
                 DISPLAY "  LAST STEP " SY-STEP-NAME " FINISHED "
                         SY-STEP-DATE " " SY-STEP-TIME ", RC "
                         SY-STEP-RC.
           IF SY-STREAM-COMPLETE THEN
              DISPLAY "  STREAM COMPLETE - WINDOW CLEARED "
                      SY-CLEAR-DATE " " SY-CLEAR-TIME
                      ", PLAY IS OPEN.".
           IF SY-STREAM-NOT-RUN THEN
              DISPLAY "  *** STREAM NOT RUN - PLAYERS WERE STILL "
                      "SIGNED ON. RERUN GAMENITE. ***"
              MOVE 8 TO RETURN-CODE.
           IF SY-BATCH-WINDOW THEN
              IF SY-STREAM-HELD THEN
                 DISPLAY "  *** STREAM HELD - BATCH WINDOW STILL "
                         "SET, DO NOT OPEN PLAY. FIX AND RERUN "
                         "GAMENITE. ***"
              ELSE
                 DISPLAY "  *** STREAM STILL RUNNING - BATCH WINDOW "
                         "SET, DO NOT OPEN PLAY. ***"
              END-IF
              MOVE 8 TO RETURN-CODE.
       820-END.
       900-TERMINATE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
