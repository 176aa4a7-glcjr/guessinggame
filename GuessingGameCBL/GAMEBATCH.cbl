      *   9/02/2026  GC   500-SAVE-GAMESTAT now blanks the new
      *                    GS-SITE byte - only rounds merged in from
      *                    another office by FEEDLOAD carry a site.
      *  10/15/2026  GC   500-SAVE-GAMESTAT now writes each saved
      *                    round's entry on the new by-player cross
      *                    reference GSXREF.DAT (see the GSXREF
      *                    copybook).
      *  10/15/2026  GC   500-SAVE-GAMESTAT now blanks the new
      *                    GS-CORR-CODE byte - only GAMECORR sets it.
      *  10/15/2026  GC   A player id merged away by PLAYMRG is
      *                    rejected naming the surviving id.
      *  10/15/2026  GC   355-LOG-GUESS now writes zeros in the new
      *                    AU-TS-TIME - a pre-supplied guess was never
      *                    keyed at a terminal, and the prize screen
      *                    (PTSSCRN) times only keyed guesses.
      *  10/15/2026  GC   150-INITIALIZE now refuses the run (RC 8,
      *                    nothing opened) while GAMENITE has the batch
      *                    window set on the new SYSSTAT.DAT status
      *                    record - unless this run is the stream's own
      *                    GAMEBATCH step, posted there as the step in
      *                    progress.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEBATCH.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT XREF-FILE ASSIGN TO "GSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSTEM-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY GUESSREC.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  LEADERBOARD-FILE.
           COPY LEADREC.
       FD  GUESS-AUDIT-FILE.
           COPY PLAYREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTAT.
       WORKING-STORAGE SECTION.
       01 ROSTER-STATUS PIC X(2) VALUE "00".
       01 GUESS-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 SYSTEM-STATUS-STATUS PIC X(2) VALUE "00".
       01 BATCH-WINDOW-SWITCH PIC X(1) VALUE "N".
           88 BATCH-WINDOW-SET VALUE "Y".
       01 RUN-IN-COUNT PIC 9(07) VALUE 0.
       01 RUN-STAT-COUNT PIC 9(07) VALUE 0.
       01 RUN-AUDIT-COUNT PIC 9(07) VALUE 0.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           PERFORM 155-CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-SET THEN
              DISPLAY "NO NEW ROUNDS CAN BE STARTED - RESUBMIT THE "
                      "ROSTER ONCE THE NIGHT RUN HAS FINISHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PLAYEROK FILE (STATUS="
           OPEN I-O GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "35" THEN
              OPEN OUTPUT GAMESTATS-FILE.
           OPEN I-O XREF-FILE.
           IF XREF-STATUS = "35" THEN
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE.
           OPEN I-O LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS = "35" THEN
              OPEN OUTPUT LEADERBOARD-FILE
           PERFORM 160-LOG-RUN-START.
           PERFORM 250-READ-GUESS.
       150-END.
      ******************************************************************
      * No roster is played while the night stream holds the batch
      * window - except by the stream itself, which posts GAMEBATCH
      * as its step in progress before it runs it.
      ******************************************************************
       155-CHECK-BATCH-WINDOW.
           MOVE "N" TO BATCH-WINDOW-SWITCH.
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF SYSTEM-STATUS-STATUS NOT = "00" THEN
              MOVE "00" TO SYSTEM-STATUS-STATUS
           ELSE
              READ SYSTEM-STATUS-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF SY-BATCH-WINDOW THEN
                         IF SY-STEP-STARTED
                             AND SY-STEP-LOG-NAME = "GAMEBATCH" THEN
                            DISPLAY "RUNNING AS THE NIGHT STREAM'S "
                                    "GAMEBATCH STEP."
                         ELSE
                            SET BATCH-WINDOW-SET TO TRUE
                            DISPLAY "THE NIGHT RUN FOR "
                                    SY-STREAM-DATE " HAS THE SYSTEM "
                                    "(BATCH WINDOW SET "
                                    SY-WINDOW-SET-DATE " "
                                    SY-WINDOW-SET-TIME ")."
                         END-IF
                      END-IF
              END-READ
              CLOSE SYSTEM-STATUS-FILE.
       155-END.
       160-LOG-RUN-START.
           MOVE "GAMEBATCH" TO RN-PROGRAM.
           SET RN-START-ENTRY TO TRUE.
                   DISPLAY CURRENT-PLAYER-ID " REJECTED - NOT ON "
                           "PLAYER MASTER"
               NOT INVALID KEY
                   IF PL-MERGED-TO-ID NOT = SPACES THEN
                      DISPLAY CURRENT-PLAYER-ID " REJECTED - "
                              "MERGED INTO " PL-MERGED-TO-ID
                   ELSE
                      IF PL-INACTIVE THEN
                         DISPLAY CURRENT-PLAYER-ID " REJECTED - "
                                 "PLAYER IS INACTIVE"
                      ELSE
                         SET PLAYER-OK TO TRUE.
       310-END.
       320-SKIP-GUESSES.
           PERFORM 250-READ-GUESS.
           ACCEPT AU-TS-DATE FROM DATE YYYYMMDD.
           MOVE GB-LOWERNUM TO AU-LOWERNUM.
           MOVE GB-UPPERNUM TO AU-UPPERNUM.
           MOVE 0 TO AU-TS-TIME.
           WRITE AUDIT-RECORD.
           ADD 1 TO RUN-AUDIT-COUNT.
       355-END.
           MOVE GB-RESULT-SWITCH TO GS-RESULT.
           SET GS-STANDARD-ROUND TO TRUE.
           MOVE SPACES TO GS-SITE.
           MOVE SPACE TO GS-CORR-CODE.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   DISPLAY "WARNING - GAMESTATS RECORD NOT SAVED FOR "
                           CURRENT-PLAYER-ID ", STATUS="
                           GAMESTATS-STATUS
               NOT INVALID KEY
                   ADD 1 TO RUN-STAT-COUNT
                   PERFORM 505-WRITE-XREF.
           IF GB-GAME-WON THEN
              DISPLAY CURRENT-PLAYER-ID " WON IN " GB-TRIES " TRIES"
              PERFORM 510-UPDATE-LEADERBOARD
              DISPLAY CURRENT-PLAYER-ID " LOST - NUMBER WAS "
                      GB-TARGET.
       500-END.
       505-WRITE-XREF.
           MOVE GS-PLAYER-ID TO GX-PLAYER-ID.
           MOVE GS-TS-DATE TO GX-TS-DATE.
           MOVE GS-TS-TIME TO GX-TS-TIME.
           MOVE GS-TIMESTAMP TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER INDEX NOT UPDATED FOR "
                           CURRENT-PLAYER-ID ", STATUS=" XREF-STATUS.
       505-END.
       510-UPDATE-LEADERBOARD.
           PERFORM 520-SET-SEASON.
           MOVE GAME-SEASON TO LB-SEASON.
           CLOSE ROSTER-FILE.
           CLOSE GUESS-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           CLOSE LEADERBOARD-FILE.
           CLOSE GUESS-AUDIT-FILE.
           CLOSE PLAYER-MASTER-FILE.
