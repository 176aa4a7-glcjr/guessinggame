      *          control record's posted total moves with every earn
      *          entry written, so PTSSTMT can prove points posted
      *          equals points on ledgers.
      *          Every win is screened by PTSSCRN first: posting runs
      *          no further than the last round PTSSCRN screened
      *          (SCRNCTL.DAT) - no screen, no new posting - and a
      *          round on the prize hold file PTSHOLD.DAT earns only
      *          once an operator has released it in PTSMAINT. A
      *          round released after posting went past it is paid
      *          on the next run by the released-round pass.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    earn nothing.
      *  10/15/2026  GC   Posting stops at PTSSCRN's screened-through
      *                    key; held and denied rounds on PTSHOLD.DAT
      *                    are skipped, released ones are paid
      *                    (including those posting went past while
      *                    held) and marked posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSPOST.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           SELECT SCREEN-CONTROL-FILE ASSIGN TO "SCRNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CONTROL-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           05  PC-LAST-POSTED-KEY    PIC X(26).
           05  PC-TOTAL-POSTED       PIC 9(09).
           05  PC-TOTAL-REDEEMED     PIC 9(09).
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           05  SC-LAST-SCREENED-KEY  PIC X(26).
           05  SC-SCREEN-DATE        PIC 9(08).
           05  SC-SCREEN-TIME        PIC 9(08).
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 SCREEN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 HOLD-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 HOLD-EOF-SWITCH PIC X(1) VALUE "N".
           88 HOLD-END-OF-FILE VALUE "Y".
       01 PP-SCREENED-KEY PIC X(26) VALUE LOW-VALUES.
       01 PP-SCREENED-DATE PIC 9(08) VALUE 0.
       01 PP-NO-SCREEN-SW PIC X(1) VALUE "N".
           88 PP-NO-SCREEN VALUE "Y".
       01 PP-ON-HOLD-SW PIC X(1) VALUE "N".
           88 PP-ON-HOLD VALUE "Y".
       01 PP-WRITTEN-SW PIC X(1) VALUE "N".
           88 PP-ENTRY-WRITTEN VALUE "Y".
       01 PP-HELD-SKIPPED PIC 9(07) VALUE 0.
       01 PP-DENIED-SKIPPED PIC 9(07) VALUE 0.
       01 PP-PAID-SKIPPED PIC 9(07) VALUE 0.
       01 PP-RELEASED-POSTED PIC 9(07) VALUE 0.
       01 PP-RELEASED-POINTS PIC 9(09) VALUE 0.
       01 PP-RELEASED-NOTHING PIC 9(07) VALUE 0.
       01 PP-LAST-POSTED-KEY PIC X(26) VALUE LOW-VALUES.
       01 PP-TOTAL-POSTED PIC 9(09) VALUE 0.
       01 PP-TOTAL-REDEEMED PIC 9(09) VALUE 0.
           PERFORM 200-POSITION-GAMESTATS.
           PERFORM 250-READ-GAMESTAT.
           PERFORM 300-POST-LOOP UNTIL STAT-END-OF-FILE.
           PERFORM 500-POST-RELEASED.
           PERFORM 600-SAVE-CONTROL.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
       150-INITIALIZE.
           ACCEPT PP-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 160-LOAD-CONTROL.
           PERFORM 165-LOAD-SCREEN-CONTROL.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "35" THEN
              SET STAT-END-OF-FILE TO TRUE
                      POINTS-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS = "35" THEN
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE.
           IF HOLD-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PRIZE HOLD FILE, STATUS="
                      HOLD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
              END-READ
              CLOSE POINTS-CONTROL-FILE.
       160-END.
      ******************************************************************
      * PTSSCRN leaves the key of the last round it screened. Posting
      * stops there; a round filed after the screen ran waits for the
      * next night's screen. No SCRNCTL.DAT means nothing has been
      * screened, so nothing new is posted.
      ******************************************************************
       165-LOAD-SCREEN-CONTROL.
           MOVE PP-LAST-POSTED-KEY TO PP-SCREENED-KEY.
           OPEN INPUT SCREEN-CONTROL-FILE.
           IF SCREEN-CONTROL-STATUS NOT = "00" THEN
              MOVE "00" TO SCREEN-CONTROL-STATUS
              SET PP-NO-SCREEN TO TRUE
           ELSE
              READ SCREEN-CONTROL-FILE
                  AT END
                      SET PP-NO-SCREEN TO TRUE
                  NOT AT END
                      MOVE SC-LAST-SCREENED-KEY TO PP-SCREENED-KEY
                      MOVE SC-SCREEN-DATE TO PP-SCREENED-DATE
              END-READ
              CLOSE SCREEN-CONTROL-FILE.
           IF PP-NO-SCREEN THEN
              DISPLAY "NO PTSSCRN SCREEN ON FILE (SCRNCTL.DAT) - "
                      "NO NEW ROUNDS WILL BE POSTED".
       165-END.
       170-LOG-RUN-START.
           MOVE "PTSPOST" TO RN-PROGRAM.
           SET RN-START-ENTRY TO TRUE.
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
                  NOT AT END
                      IF GS-TIMESTAMP > PP-SCREENED-KEY THEN
                         SET STAT-END-OF-FILE TO TRUE
                      ELSE
                         ADD 1 TO PP-ROUNDS-READ
              END-READ.
       250-END.
       300-POST-LOOP.
           PERFORM 320-SCORE-ROUND THRU 320-EXIT.
           IF PP-ROUND-POINTS > 0 THEN
              PERFORM 340-CHECK-HOLD.
           IF PP-ROUND-POINTS > 0 THEN
              PERFORM 400-WRITE-EARN-ENTRY
              IF PP-ON-HOLD AND PP-ENTRY-WRITTEN THEN
                 ADD 1 TO PP-RELEASED-POSTED
                 ADD PP-ROUND-POINTS TO PP-RELEASED-POINTS
                 PERFORM 450-MARK-POSTED
              END-IF
           ELSE
              ADD 1 TO PP-SKIPPED-COUNT.
           MOVE GS-TIMESTAMP TO PP-LAST-POSTED-KEY.
              GO TO 320-EXIT.
           IF GS-SITE NOT = SPACES THEN
              GO TO 320-EXIT.
           IF GS-VOIDED-ROUND THEN
              GO TO 320-EXIT.
           IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 10 THEN
              MOVE "E" TO PP-DIFF-CODE
              MOVE 5 TO PP-ROUND-POINTS
              ADD 25 TO PP-ROUND-POINTS.
       320-EXIT.
       320-END.
      ******************************************************************
      * A round PTSSCRN held earns nothing until it is released; a
      * denied round never earns, and one already paid is not paid
      * twice. PP-ON-HOLD stays set for a released round so the
      * hold record can be marked posted once the ledger has it.
      ******************************************************************
       340-CHECK-HOLD.
           MOVE "N" TO PP-ON-HOLD-SW.
           MOVE GS-TIMESTAMP TO HD-ROUND-KEY.
           READ HOLD-FILE
               INVALID KEY
                   MOVE "23" TO HOLD-STATUS
               NOT INVALID KEY
                   SET PP-ON-HOLD TO TRUE
           END-READ.
           IF PP-ON-HOLD THEN
              IF HD-HELD THEN
                 MOVE 0 TO PP-ROUND-POINTS
                 ADD 1 TO PP-HELD-SKIPPED
              ELSE
                 IF HD-DENIED THEN
                    MOVE 0 TO PP-ROUND-POINTS
                    ADD 1 TO PP-DENIED-SKIPPED
                 ELSE
                    IF HD-POSTED THEN
                       MOVE 0 TO PP-ROUND-POINTS
                       ADD 1 TO PP-PAID-SKIPPED.
       340-END.
       400-WRITE-EARN-ENTRY.
           MOVE GS-PLAYER-ID TO PT-PLAYER-ID.
           MOVE PP-RUN-DATE TO PT-POST-DATE.
           MOVE GS-MODE TO PT-MODE.
           MOVE SPACES TO PT-OPERATOR-ID.
           MOVE GS-TIMESTAMP TO PT-ROUND-KEY.
           MOVE "N" TO PP-WRITTEN-SW.
           WRITE POINTS-RECORD
               INVALID KEY
                   ADD 1 TO PP-ERROR-COUNT
                           GS-PLAYER-ID ", STATUS="
                           POINTS-LEDGER-STATUS
               NOT INVALID KEY
                   SET PP-ENTRY-WRITTEN TO TRUE
                   ADD 1 TO PP-ENTRIES-WRITTEN
                   ADD PP-ROUND-POINTS TO PP-POINTS-POSTED
                   ADD PP-ROUND-POINTS TO PP-TOTAL-POSTED.
       400-END.
       450-MARK-POSTED.
           SET HD-POSTED TO TRUE.
           MOVE PP-RUN-DATE TO HD-POSTED-DATE.
           MOVE PP-ROUND-POINTS TO HD-POINTS.
           REWRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO PP-ERROR-COUNT
                   DISPLAY "ERROR - HOLD REWRITE FAILED FOR "
                           HD-ROUND-KEY ", STATUS=" HOLD-STATUS
           END-REWRITE.
       450-END.
      ******************************************************************
      * Released rounds the posting loop has already gone past - held
      * on an earlier night, released since in PTSMAINT. Each is read
      * back from GAMESTATS and scored as the loop would have scored
      * it. A round no longer there, or one that no longer earns
      * (voided since it was held), is marked posted with no points
      * so it is not looked at again. Released rounds beyond the
      * high-water key are left for the loop to meet in order.
      ******************************************************************
       500-POST-RELEASED.
           MOVE LOW-VALUES TO HD-ROUND-KEY.
           START HOLD-FILE KEY NOT < HD-ROUND-KEY
               INVALID KEY
                   SET HOLD-END-OF-FILE TO TRUE
           END-START.
           PERFORM 520-READ-HOLD.
           PERFORM 540-RELEASED-LOOP UNTIL HOLD-END-OF-FILE.
       500-END.
       520-READ-HOLD.
           IF NOT HOLD-END-OF-FILE THEN
              READ HOLD-FILE NEXT RECORD
                  AT END
                      SET HOLD-END-OF-FILE TO TRUE
              END-READ.
       520-END.
       540-RELEASED-LOOP.
           IF HD-ROUND-KEY > PP-LAST-POSTED-KEY THEN
              SET HOLD-END-OF-FILE TO TRUE
           ELSE
              IF HD-RELEASED THEN
                 PERFORM 560-POST-ONE-RELEASED
              END-IF
              PERFORM 520-READ-HOLD.
       540-END.
       560-POST-ONE-RELEASED.
           MOVE HD-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   MOVE 0 TO PP-ROUND-POINTS
                   DISPLAY "WARNING - RELEASED ROUND " HD-ROUND-KEY
                           " NOT ON GAMESTATS, MARKED POSTED WITH "
                           "NO POINTS"
               NOT INVALID KEY
                   PERFORM 320-SCORE-ROUND THRU 320-EXIT
           END-READ.
           IF PP-ROUND-POINTS > 0 THEN
              PERFORM 400-WRITE-EARN-ENTRY
              IF PP-ENTRY-WRITTEN THEN
                 ADD 1 TO PP-RELEASED-POSTED
                 ADD PP-ROUND-POINTS TO PP-RELEASED-POINTS
                 PERFORM 450-MARK-POSTED
              END-IF
           ELSE
              ADD 1 TO PP-RELEASED-NOTHING
              PERFORM 450-MARK-POSTED.
       560-END.
       600-SAVE-CONTROL.
           OPEN OUTPUT POINTS-CONTROL-FILE.
           MOVE PP-LAST-POSTED-KEY TO PC-LAST-POSTED-KEY.
           DISPLAY "EARN ENTRIES WRITTEN ...: " PP-ENTRIES-WRITTEN.
           DISPLAY "POINTS POSTED THIS RUN .: " PP-POINTS-POSTED.
           DISPLAY "ROUNDS EARNING NOTHING .: " PP-SKIPPED-COUNT.
           DISPLAY "  HELD BY PTSSCRN ......: " PP-HELD-SKIPPED.
           DISPLAY "  DENIED ...............: " PP-DENIED-SKIPPED.
           DISPLAY "  ALREADY PAID .........: " PP-PAID-SKIPPED.
           DISPLAY "RELEASED ROUNDS PAID ...: " PP-RELEASED-POSTED.
           DISPLAY "RELEASED POINTS PAID ...: " PP-RELEASED-POINTS.
           DISPLAY "RELEASED, EARN NOTHING .: " PP-RELEASED-NOTHING.
           IF PP-NO-SCREEN THEN
              DISPLAY "SCREENED THROUGH .......: NONE ON FILE"
           ELSE
              DISPLAY "SCREENED THROUGH .......: " PP-SCREENED-KEY
                      " (" PP-SCREENED-DATE ")".
           DISPLAY "LIFETIME POINTS POSTED .: " PP-TOTAL-POSTED.
           IF PP-ERROR-COUNT > 0 THEN
              DISPLAY "*** " PP-ERROR-COUNT " LEDGER WRITE "
                      "ERROR(S) - LEDGER AND CONTROL MAY DISAGREE, "
                      "RUN PTSSTMT TO PROVE THEM ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF PP-NO-SCREEN THEN
                 DISPLAY "*** NO SCREEN ON FILE - RUN PTSSCRN AHEAD "
                         "OF PTSPOST ***"
                 MOVE 8 TO RETURN-CODE.
       700-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           CLOSE GAMESTATS-FILE.
           CLOSE POINTS-LEDGER-FILE.
           CLOSE HOLD-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
           MOVE PP-ROUNDS-READ TO RN-IN-COUNT.
           MOVE PP-ENTRIES-WRITTEN TO RN-STAT-COUNT.
           MOVE 0 TO RN-AUDIT-COUNT.
           IF PP-ERROR-COUNT = 0 AND NOT PP-NO-SCREEN THEN
              MOVE 0 TO RN-COMP-CODE
           ELSE
              MOVE 8 TO RN-COMP-CODE.
