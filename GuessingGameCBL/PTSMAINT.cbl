      *          operator who handed the voucher over, moving the
      *          redeemed total on the PTSCTL.DAT control record so
      *          PTSSTMT can prove the drawer each month.
      *          The held-rounds review steps an operator through
      *          the winning rounds PTSSCRN put on the prize hold
      *          file PTSHOLD.DAT, showing why each was held, and
      *          records the operator's release or denial; a
      *          released round earns on the next PTSPOST run.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *                    regressed key made the next PTSPOST
      *                    re-post (double-earn) rounds, and the
      *                    lost total broke the PTSSTMT balance.
      *  10/15/2026  GC   An A (adjustment) entry written by GAMECORR
      *                    now comes off the player's earned figure
      *                    - it was being summed as an earn.
      *  10/15/2026  GC   New (H)ELD ROUNDS option - release or deny
      *                    the rounds PTSSCRN held on PTSHOLD.DAT,
      *                    stamped with the operator, date and time of
      *                    the decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           COPY PLAYREC.
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  POINTS-CONTROL-FILE.
       01  POINTS-CONTROL-RECORD.
           05  PC-LAST-POSTED-KEY    PIC X(26).
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 HOLD-STATUS PIC X(2) VALUE "00".
       01 HOLD-EOF-SWITCH PIC X(1) VALUE "N".
           88 HOLD-END-OF-FILE VALUE "Y".
       01 PM-REVIEW-SWITCH PIC X(1) VALUE "N".
           88 PM-REVIEW-DONE VALUE "Y".
       01 PM-HELD-SEEN PIC 9(05) VALUE 0.
       01 PM-RELEASED-COUNT PIC 9(05) VALUE 0.
       01 PM-DENIED-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEDGER-END-OF-FILE VALUE "Y".
       01 PM-DONE-SWITCH PIC X(1) VALUE "N".
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
       150-END.
       160-LOAD-CONTROL.
           MOVE LOW-VALUES TO PM-CTL-LAST-KEY.
              CLOSE POINTS-CONTROL-FILE.
       160-END.
       200-MENU.
           DISPLAY "POINTS LEDGER - (B)ALANCE (R)EDEEM "
                   "(H)ELD ROUNDS (Q)UIT:".
           ACCEPT PM-CHOICE.
           MOVE FUNCTION UPPER-CASE(PM-CHOICE) TO PM-CHOICE.
           IF PM-CHOICE = "B" THEN
              IF PM-CHOICE = "R" THEN
                 PERFORM 400-REDEEM THRU 400-EXIT
              ELSE
                 IF PM-CHOICE = "H" THEN
                    PERFORM 600-HELD-ROUNDS THRU 600-EXIT
                 ELSE
                    IF PM-CHOICE = "Q" THEN
                       SET PM-DONE TO TRUE
                    ELSE
                       DISPLAY "INVALID CHOICE. TRY AGAIN.".
       200-END.
       250-GET-PLAYER-ID.
           DISPLAY "ENTER PLAYER ID:".
           IF PT-REDEEM-ENTRY THEN
              ADD PT-POINTS TO PM-REDEEMED
           ELSE
              IF PT-ADJUST-ENTRY THEN
                 SUBTRACT PT-POINTS FROM PM-EARNED
              ELSE
                 ADD PT-POINTS TO PM-EARNED.
           PERFORM 280-READ-LEDGER.
       290-END.
       300-BALANCE-INQUIRY.
           WRITE POINTS-CONTROL-RECORD.
           CLOSE POINTS-CONTROL-FILE.
       500-END.
      ******************************************************************
      * Held-rounds review. Every round still at H on the hold file is
      * shown in key order with the checks it failed; the operator
      * releases it (it earns on the next PTSPOST run), denies it
      * (it never earns), or skips it for another day. Each decision
      * is stamped with the operator id, date and time and stays on
      * the hold file as the record of who let the round through.
      ******************************************************************
       600-HELD-ROUNDS.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT PM-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(PM-OPERATOR-ID)
               TO PM-OPERATOR-ID.
           IF PM-OPERATOR-ID = SPACES THEN
              DISPLAY "OPERATOR ID CANNOT BE BLANK - NO REVIEW."
              GO TO 600-EXIT.
           MOVE 0 TO PM-HELD-SEEN.
           MOVE 0 TO PM-RELEASED-COUNT.
           MOVE 0 TO PM-DENIED-COUNT.
           MOVE "N" TO PM-REVIEW-SWITCH.
           MOVE "N" TO HOLD-EOF-SWITCH.
           MOVE LOW-VALUES TO HD-ROUND-KEY.
           START HOLD-FILE KEY NOT < HD-ROUND-KEY
               INVALID KEY
                   SET HOLD-END-OF-FILE TO TRUE
           END-START.
           PERFORM 620-READ-HOLD.
           PERFORM 640-REVIEW-LOOP
               UNTIL HOLD-END-OF-FILE OR PM-REVIEW-DONE.
           IF PM-HELD-SEEN = 0 THEN
              DISPLAY "NO ROUNDS ARE WAITING ON A DECISION."
           ELSE
              DISPLAY "REVIEWED " PM-HELD-SEEN " RELEASED "
                      PM-RELEASED-COUNT " DENIED " PM-DENIED-COUNT.
       600-EXIT.
       600-END.
       620-READ-HOLD.
           IF NOT HOLD-END-OF-FILE THEN
              READ HOLD-FILE NEXT RECORD
                  AT END
                      SET HOLD-END-OF-FILE TO TRUE
              END-READ.
       620-END.
       640-REVIEW-LOOP.
           IF HD-HELD THEN
              ADD 1 TO PM-HELD-SEEN
              PERFORM 660-SHOW-HELD-ROUND
              PERFORM 680-DECIDE.
           IF NOT PM-REVIEW-DONE THEN
              PERFORM 620-READ-HOLD.
       640-END.
       660-SHOW-HELD-ROUND.
           DISPLAY "------------------------------------------------".
           DISPLAY "PLAYER " HD-PLAYER-ID " ROUND " HD-TS-DATE " "
                   HD-TS-TIME " MODE " HD-MODE.
           DISPLAY "  RANGE " HD-LOWERNUM "-" HD-UPPERNUM
                   " SOLVED IN " HD-TRIES " HELD " HD-SCREEN-DATE.
           IF HD-ONE-GUESS-FLAG = "Y" THEN
              DISPLAY "  FAILED: ONE-GUESS SOLVES ABOVE THE ODDS".
           IF HD-WIN-RATE-FLAG = "Y" THEN
              DISPLAY "  FAILED: WIN RATE ABOVE THE FIELD".
           IF HD-WALKAWAY-FLAG = "Y" THEN
              DISPLAY "  FAILED: CHALLENGE WALKAWAYS ONLY WHEN LOSING".
           IF HD-FAST-GUESS-FLAG = "Y" THEN
              DISPLAY "  FAILED: GUESSES FASTER THAN KEYING".
           DISPLAY "  " HD-REASON-TEXT.
       660-END.
       680-DECIDE.
           DISPLAY "(R)ELEASE (D)ENY (S)KIP (Q)UIT:".
           ACCEPT PM-CHOICE.
           MOVE FUNCTION UPPER-CASE(PM-CHOICE) TO PM-CHOICE.
           IF PM-CHOICE = "R" OR PM-CHOICE = "D" THEN
              PERFORM 690-RECORD-DECISION
           ELSE
              IF PM-CHOICE = "Q" THEN
                 SET PM-REVIEW-DONE TO TRUE
              ELSE
                 IF PM-CHOICE NOT = "S" THEN
                    DISPLAY "INVALID CHOICE. TRY AGAIN."
                    GO TO 680-DECIDE.
       680-END.
       690-RECORD-DECISION.
           IF PM-CHOICE = "R" THEN
              SET HD-RELEASED TO TRUE
           ELSE
              SET HD-DENIED TO TRUE.
           ACCEPT HD-DECISION-DATE FROM DATE YYYYMMDD.
           ACCEPT HD-DECISION-TIME FROM TIME.
           MOVE PM-OPERATOR-ID TO HD-OPERATOR-ID.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "WARNING - DECISION NOT SAVED, STATUS="
                           HOLD-STATUS
               NOT INVALID KEY
                   IF HD-RELEASED THEN
                      ADD 1 TO PM-RELEASED-COUNT
                      DISPLAY "RELEASED - EARNS ON THE NEXT PTSPOST "
                              "RUN."
                   ELSE
                      ADD 1 TO PM-DENIED-COUNT
                      DISPLAY "DENIED - THE ROUND EARNS NOTHING."
           END-REWRITE.
       690-END.
       900-TERMINATE.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE POINTS-LEDGER-FILE.
           CLOSE HOLD-FILE.
       900-END.
       END PROGRAM PTSMAINT.
