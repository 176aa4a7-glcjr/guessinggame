      *                    never sees, and sign-on ran with no lock
      *                    at all, silently disabling the
      *                    duplicate-session refusal.
      *  10/15/2026  GC   Every round saved here now also writes its
      *                    entry on the new by-player cross reference
      *                    GSXREF.DAT, and 116/118 look the player's
      *                    rounds for today up through it instead of
      *                    reading every round anybody filed today.
      *  10/15/2026  GC   Rounds saved here now blank the new
      *                    GS-CORR-CODE byte - only GAMECORR sets it.
      *  10/15/2026  GC   Sign-on of an id PLAYMRG has merged away
      *                    names the surviving id to sign on with.
      *  10/15/2026  GC   Every guess logged to GUESS-AUDIT now carries
      *                    the time of day it was keyed (new
      *                    AU-TS-TIME) - duel guesses are timed as they
      *                    are buffered, not when the buffer is flushed.
      *  10/15/2026  GC   Sign-on now refuses to start a round while
      *                    GAMENITE has the batch window set on the new
      *                    SYSSTAT.DAT status record - checked after the
      *                    session lock is claimed, so the night stream
      *                    either sees the lock or the player sees the
      *                    window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuessingGameCBL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-DATE
               FILE STATUS IS CHALLENGE-STATUS.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSTEM-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  LEADERBOARD-FILE.
           COPY LEADREC.
       FD  GUESS-AUDIT-FILE.
           COPY RUNCTLRC.
       FD  CHALLENGE-FILE.
           COPY CHALREC.
       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTAT.
       WORKING-STORAGE SECTION.
       01 TRIES PIC 99999 VALUE 0.
       01 LOWERNUM PIC 99999 VALUE 1.
       01 CHOICE PIC X(1) VALUE 'Y'.
       01 PLAYER-ID PIC X(10).
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 RESTART-STATUS PIC X(2) VALUE "00".
       01 CHAL-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
           88 CHAL-SCAN-DONE VALUE "Y".
       01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
       01 SYSTEM-STATUS-STATUS PIC X(2) VALUE "00".
       01 BATCH-WINDOW-SWITCH PIC X(1) VALUE "N".
           88 BATCH-WINDOW-SET VALUE "Y".
       01 P2-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 P2-LOCKED VALUE "Y".
       01 RESUME-SWITCH PIC X(1) VALUE "N".
               10 DU-LG-NUM PIC 9(05).
               10 DU-LG-VALUE PIC 9(05).
               10 DU-LG-VERDICT PIC X(01).
               10 DU-LG-TIME PIC 9(08).
       01 DU-SUB PIC 9(02) VALUE 0.
       01 DU-FLUSH-ID PIC X(10).
       01 DIFF-TABLE.
              OPEN OUTPUT GAMESTATS-FILE
              CLOSE GAMESTATS-FILE
              OPEN I-O GAMESTATS-FILE.
           OPEN I-O XREF-FILE.
           IF XREF-STATUS = "35" THEN
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE.
           OPEN I-O LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS = "35" THEN
              OPEN OUTPUT LEADERBOARD-FILE
                   DISPLAY "PLAYER " PLAYER-ID " IS NOT REGISTERED. "
                           "SEE PLAYMAINT TO SIGN UP."
                   GO TO 105-GETPLAYERID.
           IF PL-INACTIVE AND PL-MERGED-TO-ID NOT = SPACES THEN
              DISPLAY "PLAYER " PLAYER-ID " WAS MERGED INTO "
                      PL-MERGED-TO-ID ". SIGN ON AS "
                      PL-MERGED-TO-ID "."
              GO TO 105-GETPLAYERID.
           IF PL-INACTIVE THEN
              DISPLAY "PLAYER " PLAYER-ID " IS INACTIVE. SEE "
                      "PLAYMAINT TO REACTIVATE."
              GO TO 105-GETPLAYERID.
           PERFORM 106-CLAIM-SESSION.
           PERFORM 108-CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-SET THEN
              GO TO 600-GOODBYE.
           DISPLAY "WELCOME, " FUNCTION TRIM(PL-NAME) ".".
       105-END.
      ******************************************************************
              GO TO 105-GETPLAYERID.
       107-END.
      ******************************************************************
      * No new round while the night stream holds the batch window.
      * The window is read only AFTER the session lock is claimed:
      * GAMENITE sets the window before it looks for locks, so either
      * it sees this lock and waits for the sign-off, or this read
      * sees the window and the lock is given straight back. A
      * missing or empty status file means play is open.
      ******************************************************************
       108-CHECK-BATCH-WINDOW.
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
                         SET BATCH-WINDOW-SET TO TRUE
                         DISPLAY "THE NIGHT RUN FOR " SY-STREAM-DATE
                                 " HAS THE SYSTEM (BATCH WINDOW SET "
                                 SY-WINDOW-SET-DATE " "
                                 SY-WINDOW-SET-TIME ")."
                         DISPLAY "NO NEW ROUNDS CAN BE STARTED "
                                 "UNTIL IT HAS FINISHED - PLEASE "
                                 "TRY AGAIN LATER."
                      END-IF
              END-READ
              CLOSE SYSTEM-STATUS-FILE.
       108-END.
      ******************************************************************
      * The daily challenge: one shared target per date, held on the
      * DAILY-CHALLENGE file, one attempt per player per day. The
      * first player to accept generates the day's number.
                   CH-MAX-TRIES " TRIES.".
       115-EXIT.
       115-END.
      ******************************************************************
      * The player's rounds for today are found through the GSXREF
      * cross reference (player / date / time), each one read back
      * off GAMESTATS by its timestamp to see how it was played.
      ******************************************************************
       116-CHECK-ALREADY-PLAYED.
           MOVE "N" TO PLAYED-TODAY-SWITCH.
           MOVE "N" TO CHAL-SCAN-EOF-SWITCH.
           MOVE PLAYER-ID TO GX-PLAYER-ID.
           MOVE CHALLENGE-TODAY TO GX-TS-DATE.
           MOVE 0 TO GX-TS-TIME.
           START XREF-FILE KEY NOT < GX-KEY
               INVALID KEY
                   SET CHAL-SCAN-DONE TO TRUE
           END-START.
           IF XREF-STATUS NOT = "00" THEN
              SET CHAL-SCAN-DONE TO TRUE.
           PERFORM 118-SCAN-TODAY-ROUNDS UNTIL CHAL-SCAN-DONE.
       116-END.
                   PERFORM 119-GENERATE-CHALLENGE.
       117-END.
       118-SCAN-TODAY-ROUNDS.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET CHAL-SCAN-DONE TO TRUE
           END-READ.
           IF XREF-STATUS NOT = "00" THEN
              SET CHAL-SCAN-DONE TO TRUE.
           IF NOT CHAL-SCAN-DONE THEN
              IF GX-PLAYER-ID NOT = PLAYER-ID
                  OR GX-TS-DATE NOT = CHALLENGE-TODAY THEN
                 SET CHAL-SCAN-DONE TO TRUE
              ELSE
                 MOVE GX-ROUND-KEY TO GS-TIMESTAMP
                 READ GAMESTATS-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF GS-CHALLENGE-ROUND
                             AND GS-SITE = SPACES THEN
                            SET PLAYED-TODAY TO TRUE
                            SET CHAL-SCAN-DONE TO TRUE.
       118-END.
       119-GENERATE-CHALLENGE.
           MOVE CHALLENGE-TODAY TO CH-DATE.
       300-END.
       305-LOG-GUESS.
           ACCEPT AU-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TS-TIME FROM TIME.
           MOVE LOWERNUM TO AU-LOWERNUM.
           MOVE UPPERNUM TO AU-UPPERNUM.
           WRITE AUDIT-RECORD.
           MOVE RESULT-SWITCH TO GS-RESULT.
           MOVE GAME-MODE-SWITCH TO GS-MODE.
           MOVE SPACES TO GS-SITE.
           MOVE SPACE TO GS-CORR-CODE.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   DISPLAY "WARNING - GAMESTATS RECORD NOT SAVED, "
                           "STATUS=", GAMESTATS-STATUS
               NOT INVALID KEY
                   ADD 1 TO RUN-STAT-COUNT
                   PERFORM 515-WRITE-XREF.
       510-END.
      ******************************************************************
      * The by-player cross reference entry goes on right behind the
      * round it points at.
      ******************************************************************
       515-WRITE-XREF.
           MOVE GS-PLAYER-ID TO GX-PLAYER-ID.
           MOVE GS-TS-DATE TO GX-TS-DATE.
           MOVE GS-TS-TIME TO GX-TS-TIME.
           MOVE GS-TIMESTAMP TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER INDEX NOT UPDATED, "
                           "STATUS=" XREF-STATUS.
       515-END.
       520-UPDATE-LEADERBOARD.
           PERFORM 530-SET-SEASON.
           MOVE GAME-SEASON TO LB-SEASON.
           PERFORM 615-RELEASE-LOCKS.
           PERFORM 610-LOG-RUN-END.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           CLOSE LEADERBOARD-FILE.
           CLOSE GUESS-AUDIT-FILE.
           CLOSE PLAYER-MASTER-FILE.
              MOVE DU-CUR-TRIES TO DU-LG-NUM(DU-LOG-COUNT)
              MOVE GUESS TO DU-LG-VALUE(DU-LOG-COUNT)
              MOVE DU-CUR-VERDICT TO DU-LG-VERDICT(DU-LOG-COUNT)
              ACCEPT DU-LG-TIME(DU-LOG-COUNT) FROM TIME
           ELSE
              DISPLAY "WARNING - DUEL GUESS LOG FULL, GUESS NOT "
                      "BUFFERED FOR AUDIT".
           MOVE DU-CUR-RESULT TO GS-RESULT.
           MOVE "D" TO GS-MODE.
           MOVE SPACES TO GS-SITE.
           MOVE SPACE TO GS-CORR-CODE.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   DISPLAY "WARNING - GAMESTATS RECORD NOT SAVED, "
                           "STATUS=", GAMESTATS-STATUS
               NOT INVALID KEY
                   ADD 1 TO RUN-STAT-COUNT
                   PERFORM 515-WRITE-XREF.
       755-END.
      ******************************************************************
      * The buffered guesses are written grouped by player - player 1
              ACCEPT AU-TS-DATE FROM DATE YYYYMMDD
              MOVE LOWERNUM TO AU-LOWERNUM
              MOVE UPPERNUM TO AU-UPPERNUM
              MOVE DU-LG-TIME(DU-SUB) TO AU-TS-TIME
              WRITE AUDIT-RECORD
              ADD 1 TO RUN-AUDIT-COUNT.
       765-END.
