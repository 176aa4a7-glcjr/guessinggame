      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Round void/correction run. Until now a round filed
      *          in error - a duplicate, a round played through a
      *          system fault, a disputed result upheld - could only
      *          be put right by hand against GAMESTAT.DAT, and the
      *          points it had earned and the leaderboard best it
      *          may have set stayed wrong. CORRTRAN.DAT carries one
      *          transaction per round to put right: the round's
      *          26-byte key (GS-TIMESTAMP), the action (V void, A
      *          amend with the corrected tries and result), a
      *          reason code and the operator who keyed it. Each
      *          good transaction:
      *            - marks the GAMESTATS round (GS-CORR-CODE "V"
      *              or "A", the amended tries and result moved in);
      *            - squares the round's points: if PTSPOST has
      *              already passed the round, what the round now
      *              earns (nothing, if voided) is measured against
      *              what the ledger holds for it, and an A
      *              (adjustment) entry takes the difference back -
      *              or an E entry adds it, when an amendment raises
      *              the round's points - with the PTSCTL.DAT posted
      *              total moved the same amount so PTSSTMT still
      *              balances. A round PTSPOST has not reached yet
      *              is simply scored as corrected when it gets
      *              there. A round on the prize hold file
      *              PTSHOLD.DAT that has not been paid is left to
      *              PTSPOST too - held, released or denied, its
      *              points follow the operator's decision;
      *            - recomputes the player's LEADER.DAT best for the
      *              round's season and range from the player's
      *              remaining rounds on GAMESTATS (found through
      *              the GSXREF cross reference), rewriting,
      *              deleting or - inside the current season -
      *              adding the entry.
      *          Every transaction, applied or rejected, goes on the
      *          corrections journal CORRJRNL.DAT with the round's
      *          before and after tries and result, the points moved
      *          and the reason it was rejected. Any rejection ends
      *          the run with RETURN-CODE 8.
      *          Reason codes: DU duplicate round, SF system fault,
      *          ER recording error, DS dispute upheld, MC
      *          misconduct.
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      *  10/15/2026  GC   Points are left alone on a round PTSSCRN put
      *                    on PTSHOLD.DAT and PTSPOST has not yet paid.
      *  10/15/2026  GC   A failed LEADER write, rewrite or delete
      *                    while the board is recomputed is now counted
      *                    in the run's file errors and journaled,
      *                    instead of being counted as a board change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMECORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRTRAN-FILE ASSIGN TO "CORRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRTRAN-STATUS.
           SELECT GAMESTATS-FILE ASSIGN TO "GAMESTAT.DAT"
               ORGANIZATION IS INDEXED
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LEADERBOARD-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           SELECT CORR-JOURNAL-FILE ASSIGN TO "CORRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-JOURNAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRTRAN-FILE.
       01  CORRTRAN-RECORD.
           05  CT-ROUND-KEY.
               10  CT-TS-DATE        PIC 9(08).
               10  CT-TS-TIME        PIC 9(08).
               10  CT-PLAYER-ID      PIC X(10).
           05  CT-ACTION             PIC X(01).
               88  CT-VOID             VALUE "V".
               88  CT-AMEND            VALUE "A".
           05  CT-REASON             PIC X(02).
               88  CT-REASON-VALID     VALUES "DU" "SF" "ER" "DS"
                                              "MC".
           05  CT-OPERATOR-ID        PIC X(10).
           05  CT-NEW-TRIES          PIC 9(05).
           05  CT-NEW-RESULT         PIC X(01).
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  LEADERBOARD-FILE.
           COPY LEADREC.
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  POINTS-CONTROL-FILE.
       01  POINTS-CONTROL-RECORD.
           05  PC-LAST-POSTED-KEY    PIC X(26).
           05  PC-TOTAL-POSTED       PIC 9(09).
           05  PC-TOTAL-REDEEMED     PIC 9(09).
       FD  CORR-JOURNAL-FILE.
       01  CORR-JOURNAL-RECORD.
           05  CJ-RUN-DATE           PIC 9(08).
           05  CJ-RUN-TIME           PIC 9(08).
           05  CJ-ROUND-KEY          PIC X(26).
           05  CJ-ACTION             PIC X(01).
           05  CJ-REASON             PIC X(02).
           05  CJ-OPERATOR-ID        PIC X(10).
           05  CJ-DISPOSITION        PIC X(01).
               88  CJ-APPLIED          VALUE "A".
               88  CJ-REJECTED         VALUE "R".
           05  CJ-BEFORE-TRIES       PIC 9(05).
           05  CJ-BEFORE-RESULT      PIC X(01).
           05  CJ-BEFORE-CODE        PIC X(01).
           05  CJ-AFTER-TRIES        PIC 9(05).
           05  CJ-AFTER-RESULT       PIC X(01).
           05  CJ-AFTER-CODE         PIC X(01).
           05  CJ-POINTS-TAKEN       PIC 9(05).
           05  CJ-POINTS-ADDED       PIC 9(05).
           05  CJ-MESSAGE            PIC X(40).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 CORRTRAN-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 HOLD-STATUS PIC X(2) VALUE "00".
       01 HOLD-FILE-SW PIC X(1) VALUE "N".
           88 HOLD-FILE-OPEN VALUE "Y".
       01 CORR-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 TRAN-EOF-SWITCH PIC X(1) VALUE "N".
           88 TRAN-END-OF-FILE VALUE "Y".
       01 XREF-EOF-SWITCH PIC X(1) VALUE "N".
           88 XREF-END-OF-FILE VALUE "Y".
       01 LEDGER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEDGER-END-OF-FILE VALUE "Y".
       01 CR-RUN-DATE PIC 9(08) VALUE 0.
       01 CR-RUN-TIME PIC 9(08) VALUE 0.
       01 CR-REASON-TEXT PIC X(40) VALUE SPACES.
       01 CR-ROUND-KEY PIC X(26).
       01 CR-PLAYER-ID PIC X(10).
       01 CR-UPPERNUM PIC 9(05) VALUE 0.
       01 CR-ROUND-SW PIC X(01) VALUE "N".
           88 CR-LEADER-ROUND VALUE "Y".
       01 CR-CTL-LAST-KEY PIC X(26) VALUE LOW-VALUES.
       01 CR-CTL-POSTED PIC 9(09) VALUE 0.
       01 CR-CTL-REDEEMED PIC 9(09) VALUE 0.
       01 CR-NET-POSTED PIC S9(07) VALUE 0.
       01 CR-NEW-POINTS PIC 9(05) VALUE 0.
       01 CR-DIFF-CODE PIC X(01) VALUE SPACE.
       01 CR-MOVE-POINTS PIC 9(05) VALUE 0.
       01 CR-POST-SEQ PIC 9(03) VALUE 0.
       01 CR-SEASON-DATE.
           05 CR-SD-YEAR PIC 9(04).
           05 CR-SD-MONTH PIC 9(02).
           05 CR-SD-DAY PIC 9(02).
       01 CR-SEASON-QTR PIC 9(01).
       01 CR-ROUND-SEASON.
           05 CR-RS-YEAR PIC 9(04).
           05 FILLER PIC X(01) VALUE "Q".
           05 CR-RS-QTR PIC 9(01).
       01 CR-CURRENT-SEASON.
           05 CR-CS-YEAR PIC 9(04).
           05 FILLER PIC X(01) VALUE "Q".
           05 CR-CS-QTR PIC 9(01).
       01 CR-SEASON-FROM PIC 9(08) VALUE 0.
       01 CR-SEASON-TO PIC 9(08) VALUE 0.
       01 CR-BEST-TRIES PIC 9(05) VALUE 0.
       01 CR-BEST-DATE PIC 9(08) VALUE 0.
       01 CR-BEST-SW PIC X(01) VALUE "N".
           88 CR-BEST-FOUND VALUE "Y".
       01 CR-TRAN-READ PIC 9(07) VALUE 0.
       01 CR-VOIDED PIC 9(07) VALUE 0.
       01 CR-AMENDED PIC 9(07) VALUE 0.
       01 CR-REJECTED PIC 9(07) VALUE 0.
       01 CR-POINTS-TAKEN PIC 9(09) VALUE 0.
       01 CR-POINTS-ADDED PIC 9(09) VALUE 0.
       01 CR-LEADER-CHANGED PIC 9(07) VALUE 0.
       01 CR-ERROR-COUNT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-READ-TRAN.
           PERFORM 300-PROCESS-TRAN THRU 300-EXIT
               UNTIL TRAN-END-OF-FILE.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CR-RUN-DATE TO CR-SEASON-DATE.
           COMPUTE CR-SEASON-QTR = (CR-SD-MONTH + 2) / 3.
           MOVE CR-SD-YEAR TO CR-CS-YEAR.
           MOVE CR-SEASON-QTR TO CR-CS-QTR.
           OPEN INPUT CORRTRAN-FILE.
           IF CORRTRAN-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN CORRTRAN FILE, STATUS="
                      CORRTRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O GAMESTATS-FILE.
           IF GAMESTATS-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                      GAMESTATS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              DISPLAY "PLAYER INDEX NOT AVAILABLE (STATUS="
                      XREF-STATUS ") - RUN GAMEREST FOR GSXREF."
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS = "35" THEN
              OPEN OUTPUT LEADERBOARD-FILE
              CLOSE LEADERBOARD-FILE
              OPEN I-O LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN LEADERBOARD FILE, STATUS="
                      LEADERBOARD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS = "35" THEN
              OPEN OUTPUT POINTS-LEDGER-FILE
              CLOSE POINTS-LEDGER-FILE
              OPEN I-O POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN POINTS LEDGER, STATUS="
                      POINTS-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = "00" THEN
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              MOVE "00" TO HOLD-STATUS.
           OPEN EXTEND CORR-JOURNAL-FILE.
           IF CORR-JOURNAL-STATUS = "35" THEN
              OPEN OUTPUT CORR-JOURNAL-FILE.
           IF CORR-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN CORRECTIONS JOURNAL, STATUS="
                      CORR-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 160-LOG-RUN-START.
       150-END.
       160-LOG-RUN-START.
           MOVE "GAMECORR" TO RN-PROGRAM.
           SET RN-START-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           MOVE 0 TO RN-IN-COUNT.
           MOVE 0 TO RN-STAT-COUNT.
           MOVE 0 TO RN-AUDIT-COUNT.
           MOVE 0 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       160-END.
       200-READ-TRAN.
           READ CORRTRAN-FILE
               AT END
                   SET TRAN-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CR-TRAN-READ
           END-READ.
       200-END.
      ******************************************************************
      * One transaction: edit it, find the round, put the round
      * right, then square its points and the player's board entry.
      * A transaction that fails anywhere before the round is
      * rewritten leaves every file as it was and is journalled as
      * rejected with the reason.
      ******************************************************************
       300-PROCESS-TRAN.
           MOVE SPACES TO CORR-JOURNAL-RECORD.
           MOVE CR-RUN-DATE TO CJ-RUN-DATE.
           ACCEPT CJ-RUN-TIME FROM TIME.
           MOVE CT-ROUND-KEY TO CJ-ROUND-KEY.
           MOVE CT-ACTION TO CJ-ACTION.
           MOVE CT-REASON TO CJ-REASON.
           MOVE CT-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE 0 TO CJ-BEFORE-TRIES.
           MOVE 0 TO CJ-AFTER-TRIES.
           MOVE 0 TO CJ-POINTS-TAKEN.
           MOVE 0 TO CJ-POINTS-ADDED.
           MOVE SPACES TO CR-REASON-TEXT.
           PERFORM 320-EDIT-TRAN THRU 320-EXIT.
           IF CR-REASON-TEXT NOT = SPACES THEN
              PERFORM 380-REJECT-TRAN
              GO TO 300-EXIT.
           PERFORM 350-APPLY-TO-ROUND.
           IF CR-REASON-TEXT NOT = SPACES THEN
              PERFORM 380-REJECT-TRAN
              GO TO 300-EXIT.
           IF CT-VOID THEN
              ADD 1 TO CR-VOIDED
           ELSE
              ADD 1 TO CR-AMENDED.
           PERFORM 500-ADJUST-POINTS THRU 500-EXIT.
           PERFORM 600-RECOMPUTE-LEADER THRU 600-EXIT.
           SET CJ-APPLIED TO TRUE.
           PERFORM 400-WRITE-JOURNAL.
           DISPLAY "ROUND " CT-ROUND-KEY " " CT-ACTION " APPLIED"
                   " - POINTS TAKEN " CJ-POINTS-TAKEN
                   " ADDED " CJ-POINTS-ADDED.
       300-EXIT.
           PERFORM 200-READ-TRAN.
       300-END.
       320-EDIT-TRAN.
           IF NOT CT-VOID AND NOT CT-AMEND THEN
              MOVE "ACTION MUST BE V (VOID) OR A (AMEND)"
                  TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF NOT CT-REASON-VALID THEN
              MOVE "UNKNOWN REASON CODE" TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF CT-OPERATOR-ID = SPACES THEN
              MOVE "OPERATOR ID MISSING" TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF CT-TS-DATE IS NOT NUMERIC
               OR CT-TS-TIME IS NOT NUMERIC
               OR CT-PLAYER-ID = SPACES THEN
              MOVE "ROUND KEY IS NOT A GAMESTATS TIMESTAMP"
                  TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF CT-AMEND THEN
              IF CT-NEW-TRIES IS NOT NUMERIC
                  OR CT-NEW-TRIES = 0 THEN
                 MOVE "AMENDED TRIES MISSING OR ZERO"
                     TO CR-REASON-TEXT
                 GO TO 320-EXIT
              END-IF
              IF CT-NEW-RESULT NOT = "W"
                  AND CT-NEW-RESULT NOT = "L" THEN
                 MOVE "AMENDED RESULT MUST BE W OR L"
                     TO CR-REASON-TEXT
                 GO TO 320-EXIT.
           MOVE CT-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   MOVE "ROUND NOT ON GAMESTATS" TO CR-REASON-TEXT
                   GO TO 320-EXIT.
           MOVE GS-TRIES TO CJ-BEFORE-TRIES.
           MOVE GS-RESULT TO CJ-BEFORE-RESULT.
           MOVE GS-CORR-CODE TO CJ-BEFORE-CODE.
           IF GS-SITE NOT = SPACES THEN
              MOVE "ROUND BELONGS TO SITE - CORRECT IT THERE"
                  TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF GS-VOIDED-ROUND THEN
              MOVE "ROUND IS ALREADY VOIDED" TO CR-REASON-TEXT
              GO TO 320-EXIT.
           IF CT-AMEND
               AND CT-NEW-TRIES = GS-TRIES
               AND CT-NEW-RESULT = GS-RESULT THEN
              MOVE "AMENDMENT CHANGES NOTHING" TO CR-REASON-TEXT.
       320-EXIT.
       320-END.
       350-APPLY-TO-ROUND.
           IF CT-VOID THEN
              SET GS-VOIDED-ROUND TO TRUE
           ELSE
              MOVE CT-NEW-TRIES TO GS-TRIES
              MOVE CT-NEW-RESULT TO GS-RESULT
              SET GS-AMENDED-ROUND TO TRUE.
           REWRITE GAMESTAT-RECORD
               INVALID KEY
                   MOVE "GAMESTATS REWRITE FAILED" TO CR-REASON-TEXT
                   ADD 1 TO CR-ERROR-COUNT
                   DISPLAY "ERROR - GAMESTATS REWRITE FAILED FOR "
                           CT-ROUND-KEY ", STATUS=" GAMESTATS-STATUS
           END-REWRITE.
           MOVE GS-TRIES TO CJ-AFTER-TRIES.
           MOVE GS-RESULT TO CJ-AFTER-RESULT.
           MOVE GS-CORR-CODE TO CJ-AFTER-CODE.
           MOVE GS-TIMESTAMP TO CR-ROUND-KEY.
           MOVE GS-PLAYER-ID TO CR-PLAYER-ID.
           MOVE GS-UPPERNUM TO CR-UPPERNUM.
           MOVE "N" TO CR-ROUND-SW.
           IF NOT GS-DUEL-ROUND THEN
              SET CR-LEADER-ROUND TO TRUE.
       350-END.
       380-REJECT-TRAN.
           ADD 1 TO CR-REJECTED.
           SET CJ-REJECTED TO TRUE.
           MOVE CR-REASON-TEXT TO CJ-MESSAGE.
           PERFORM 400-WRITE-JOURNAL.
           DISPLAY "REJECTED " CT-ROUND-KEY " " CT-ACTION ": "
                   CR-REASON-TEXT.
       380-END.
       400-WRITE-JOURNAL.
           WRITE CORR-JOURNAL-RECORD.
           IF CORR-JOURNAL-STATUS NOT = "00" THEN
              ADD 1 TO CR-ERROR-COUNT
              DISPLAY "ERROR - CORRECTIONS JOURNAL WRITE FAILED, "
                      "STATUS=" CORR-JOURNAL-STATUS ": "
                      CORR-JOURNAL-RECORD.
       400-END.
      ******************************************************************
      * Points. PTSPOST has only seen the round if its key is at or
      * below the high-water key on the control record; past that,
      * PTSPOST will score the corrected round itself. Otherwise the
      * ledger entries already carrying this round key (earns less
      * earlier adjustments) are what the round has been paid, and
      * the corrected round is scored on PTSPOST's own scale - the
      * difference is taken back with an A entry or added with an E
      * entry, and the posted control total moves with it. A round
      * PTSSCRN held is paid (or not) by PTSPOST on the operator's
      * decision, so until PTSPOST has paid it the ledger is left be.
      ******************************************************************
       500-ADJUST-POINTS.
           PERFORM 510-LOAD-CONTROL.
           IF CR-ROUND-KEY > CR-CTL-LAST-KEY THEN
              MOVE "POINTS NOT YET POSTED" TO CJ-MESSAGE
              GO TO 500-EXIT.
           IF HOLD-FILE-OPEN THEN
              MOVE CR-ROUND-KEY TO HD-ROUND-KEY
              READ HOLD-FILE
                  INVALID KEY
                      MOVE "23" TO HOLD-STATUS
                  NOT INVALID KEY
                      IF NOT HD-POSTED THEN
                         MOVE "ON PRIZE HOLD - POINTS LEFT TO PTSPOST"
                             TO CJ-MESSAGE
                         GO TO 500-EXIT
              END-READ.
           PERFORM 520-SCORE-ROUND THRU 520-EXIT.
           PERFORM 540-SUM-ROUND-LEDGER.
           IF CR-NET-POSTED > CR-NEW-POINTS THEN
              COMPUTE CR-MOVE-POINTS = CR-NET-POSTED - CR-NEW-POINTS
              SET PT-ADJUST-ENTRY TO TRUE
              PERFORM 570-WRITE-LEDGER-ENTRY
           ELSE
              IF CR-NET-POSTED < CR-NEW-POINTS THEN
                 COMPUTE CR-MOVE-POINTS =
                     CR-NEW-POINTS - CR-NET-POSTED
                 SET PT-EARN-ENTRY TO TRUE
                 PERFORM 570-WRITE-LEDGER-ENTRY.
       500-EXIT.
       500-END.
      ******************************************************************
      * Read fresh for every round - a PTSPOST or PTSMAINT run beside
      * this one may have moved it, the same care PTSMAINT takes.
      ******************************************************************
       510-LOAD-CONTROL.
           MOVE LOW-VALUES TO CR-CTL-LAST-KEY.
           MOVE 0 TO CR-CTL-POSTED.
           MOVE 0 TO CR-CTL-REDEEMED.
           OPEN INPUT POINTS-CONTROL-FILE.
           IF POINTS-CONTROL-STATUS NOT = "00" THEN
              MOVE "00" TO POINTS-CONTROL-STATUS
           ELSE
              READ POINTS-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE PC-LAST-POSTED-KEY TO CR-CTL-LAST-KEY
                      MOVE PC-TOTAL-POSTED TO CR-CTL-POSTED
                      MOVE PC-TOTAL-REDEEMED TO CR-CTL-REDEEMED
              END-READ
              CLOSE POINTS-CONTROL-FILE.
       510-END.
      ******************************************************************
      * The PTSPOST scale (320-SCORE-ROUND there): wins only, local
      * rounds only, no duels, E/M/H off the game's difficulty
      * table, a custom range at the medium rate, 25 on top for the
      * daily challenge. A voided round is worth nothing.
      ******************************************************************
       520-SCORE-ROUND.
           MOVE 0 TO CR-NEW-POINTS.
           MOVE SPACE TO CR-DIFF-CODE.
           IF GS-VOIDED-ROUND THEN
              GO TO 520-EXIT.
           IF GS-RESULT = "L" THEN
              GO TO 520-EXIT.
           IF GS-DUEL-ROUND THEN
              GO TO 520-EXIT.
           IF GS-SITE NOT = SPACES THEN
              GO TO 520-EXIT.
           IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 10 THEN
              MOVE "E" TO CR-DIFF-CODE
              MOVE 5 TO CR-NEW-POINTS
           ELSE
              IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 50 THEN
                 MOVE "M" TO CR-DIFF-CODE
                 MOVE 10 TO CR-NEW-POINTS
              ELSE
                 IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 100 THEN
                    MOVE "H" TO CR-DIFF-CODE
                    MOVE 20 TO CR-NEW-POINTS
                 ELSE
                    MOVE "C" TO CR-DIFF-CODE
                    MOVE 10 TO CR-NEW-POINTS.
           IF GS-CHALLENGE-ROUND THEN
              ADD 25 TO CR-NEW-POINTS.
       520-EXIT.
       520-END.
       540-SUM-ROUND-LEDGER.
           MOVE 0 TO CR-NET-POSTED.
           MOVE "N" TO LEDGER-EOF-SWITCH.
           MOVE CR-PLAYER-ID TO PT-PLAYER-ID.
           MOVE 0 TO PT-POST-DATE.
           MOVE 0 TO PT-POST-TIME.
           MOVE 0 TO PT-POST-SEQ.
           START POINTS-LEDGER-FILE KEY NOT < PT-KEY
               INVALID KEY
                   SET LEDGER-END-OF-FILE TO TRUE
           END-START.
           PERFORM 545-READ-LEDGER.
           PERFORM 550-SUM-LOOP UNTIL LEDGER-END-OF-FILE.
       540-END.
       545-READ-LEDGER.
           IF NOT LEDGER-END-OF-FILE THEN
              READ POINTS-LEDGER-FILE NEXT RECORD
                  AT END
                      SET LEDGER-END-OF-FILE TO TRUE
              END-READ
              IF NOT LEDGER-END-OF-FILE
                  AND PT-PLAYER-ID NOT = CR-PLAYER-ID THEN
                 SET LEDGER-END-OF-FILE TO TRUE.
       545-END.
       550-SUM-LOOP.
           IF PT-ROUND-KEY = CR-ROUND-KEY THEN
              IF PT-EARN-ENTRY THEN
                 ADD PT-POINTS TO CR-NET-POSTED
              ELSE
                 IF PT-ADJUST-ENTRY THEN
                    SUBTRACT PT-POINTS FROM CR-NET-POSTED.
           PERFORM 545-READ-LEDGER.
       550-END.
      ******************************************************************
      * The entry type is set by the caller. The control record is
      * re-read and rewritten straight behind the ledger write, and
      * only the posted total moves.
      ******************************************************************
       570-WRITE-LEDGER-ENTRY.
           MOVE CR-PLAYER-ID TO PT-PLAYER-ID.
           MOVE CR-RUN-DATE TO PT-POST-DATE.
           ACCEPT PT-POST-TIME FROM TIME.
           ADD 1 TO CR-POST-SEQ.
           IF CR-POST-SEQ > 999 THEN
              MOVE 1 TO CR-POST-SEQ.
           MOVE CR-POST-SEQ TO PT-POST-SEQ.
           MOVE CR-MOVE-POINTS TO PT-POINTS.
           MOVE CR-DIFF-CODE TO PT-DIFF-CODE.
           MOVE GS-MODE TO PT-MODE.
           MOVE CT-OPERATOR-ID TO PT-OPERATOR-ID.
           MOVE CR-ROUND-KEY TO PT-ROUND-KEY.
           WRITE POINTS-RECORD
               INVALID KEY
                   ADD 1 TO CR-ERROR-COUNT
                   MOVE "LEDGER WRITE FAILED - POINTS NOT MOVED"
                       TO CJ-MESSAGE
                   DISPLAY "ERROR - LEDGER WRITE FAILED FOR "
                           CR-PLAYER-ID ", STATUS="
                           POINTS-LEDGER-STATUS
               NOT INVALID KEY
                   PERFORM 580-SAVE-CONTROL
           END-WRITE.
       570-END.
       580-SAVE-CONTROL.
           PERFORM 510-LOAD-CONTROL.
           IF PT-ADJUST-ENTRY THEN
              SUBTRACT CR-MOVE-POINTS FROM CR-CTL-POSTED
              ADD CR-MOVE-POINTS TO CR-POINTS-TAKEN
              MOVE CR-MOVE-POINTS TO CJ-POINTS-TAKEN
           ELSE
              ADD CR-MOVE-POINTS TO CR-CTL-POSTED
              ADD CR-MOVE-POINTS TO CR-POINTS-ADDED
              MOVE CR-MOVE-POINTS TO CJ-POINTS-ADDED.
           OPEN OUTPUT POINTS-CONTROL-FILE.
           MOVE CR-CTL-LAST-KEY TO PC-LAST-POSTED-KEY.
           MOVE CR-CTL-POSTED TO PC-TOTAL-POSTED.
           MOVE CR-CTL-REDEEMED TO PC-TOTAL-REDEEMED.
           WRITE POINTS-CONTROL-RECORD.
           CLOSE POINTS-CONTROL-FILE.
       580-END.
      ******************************************************************
      * The board. Duels never touch it, so a corrected duel leaves
      * it alone. Otherwise the player's best for the round's season
      * (the quarter of GS-TS-DATE) and range is worked out again
      * from every win still standing in that quarter - local,
      * not a duel, not voided, same upper limit - found through
      * the GSXREF cross reference. Rounds GAMEARCH has already
      * archived are not seen. The entry is rewritten or deleted to
      * match; a missing entry is only added inside the current
      * season - a closed season lives on LEADHIST, which this run
      * does not touch.
      ******************************************************************
       600-RECOMPUTE-LEADER.
           IF NOT CR-LEADER-ROUND THEN
              GO TO 600-EXIT.
           MOVE CR-ROUND-KEY(1:8) TO CR-SEASON-DATE.
           COMPUTE CR-SEASON-QTR = (CR-SD-MONTH + 2) / 3.
           MOVE CR-SD-YEAR TO CR-RS-YEAR.
           MOVE CR-SEASON-QTR TO CR-RS-QTR.
           COMPUTE CR-SEASON-FROM = CR-SD-YEAR * 10000
               + ((CR-SEASON-QTR - 1) * 3 + 1) * 100 + 1.
           COMPUTE CR-SEASON-TO = CR-SD-YEAR * 10000
               + (CR-SEASON-QTR * 3) * 100 + 31.
           MOVE "N" TO CR-BEST-SW.
           MOVE 0 TO CR-BEST-TRIES.
           MOVE 0 TO CR-BEST-DATE.
           MOVE "N" TO XREF-EOF-SWITCH.
           MOVE CR-PLAYER-ID TO GX-PLAYER-ID.
           MOVE CR-SEASON-FROM TO GX-TS-DATE.
           MOVE 0 TO GX-TS-TIME.
           START XREF-FILE KEY NOT < GX-KEY
               INVALID KEY
                   SET XREF-END-OF-FILE TO TRUE
           END-START.
           PERFORM 620-READ-XREF.
           PERFORM 640-BEST-LOOP UNTIL XREF-END-OF-FILE.
           PERFORM 660-POST-LEADER.
       600-EXIT.
       600-END.
       620-READ-XREF.
           IF NOT XREF-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET XREF-END-OF-FILE TO TRUE
              END-READ
              IF NOT XREF-END-OF-FILE
                  AND (GX-PLAYER-ID NOT = CR-PLAYER-ID
                      OR GX-TS-DATE > CR-SEASON-TO) THEN
                 SET XREF-END-OF-FILE TO TRUE.
       620-END.
       640-BEST-LOOP.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GS-SITE = SPACES
                       AND NOT GS-DUEL-ROUND
                       AND NOT GS-VOIDED-ROUND
                       AND GS-RESULT NOT = "L"
                       AND GS-UPPERNUM = CR-UPPERNUM THEN
                      IF NOT CR-BEST-FOUND
                          OR GS-TRIES < CR-BEST-TRIES THEN
                         SET CR-BEST-FOUND TO TRUE
                         MOVE GS-TRIES TO CR-BEST-TRIES
                         MOVE GS-TS-DATE TO CR-BEST-DATE
                      END-IF
                   END-IF
           END-READ.
           PERFORM 620-READ-XREF.
       640-END.
       660-POST-LEADER.
           MOVE CR-ROUND-SEASON TO LB-SEASON.
           MOVE CR-PLAYER-ID TO LB-PLAYER-ID.
           MOVE CR-UPPERNUM TO LB-UPPERNUM.
           READ LEADERBOARD-FILE
               INVALID KEY
                   IF CR-BEST-FOUND THEN
                      IF CR-ROUND-SEASON = CR-CURRENT-SEASON THEN
                         MOVE CR-BEST-TRIES TO LB-BEST-TRIES
                         MOVE CR-BEST-DATE TO LB-BEST-DATE
                         WRITE LEADER-RECORD
                             INVALID KEY
                                 PERFORM 670-LEADER-FAILED
                             NOT INVALID KEY
                                 ADD 1 TO CR-LEADER-CHANGED
                                 MOVE "BOARD ENTRY ADDED" TO CJ-MESSAGE
                         END-WRITE
                      ELSE
                         MOVE "SEASON CLOSED - LEADHIST NOT CHANGED"
                             TO CJ-MESSAGE
                      END-IF
                   END-IF
               NOT INVALID KEY
                   IF NOT CR-BEST-FOUND THEN
                      DELETE LEADERBOARD-FILE RECORD
                          INVALID KEY
                              PERFORM 670-LEADER-FAILED
                          NOT INVALID KEY
                              ADD 1 TO CR-LEADER-CHANGED
                              MOVE "BOARD ENTRY DELETED" TO CJ-MESSAGE
                      END-DELETE
                   ELSE
                      IF CR-BEST-TRIES NOT = LB-BEST-TRIES
                          OR CR-BEST-DATE NOT = LB-BEST-DATE THEN
                         MOVE CR-BEST-TRIES TO LB-BEST-TRIES
                         MOVE CR-BEST-DATE TO LB-BEST-DATE
                         REWRITE LEADER-RECORD
                             INVALID KEY
                                 PERFORM 670-LEADER-FAILED
                             NOT INVALID KEY
                                 ADD 1 TO CR-LEADER-CHANGED
                                 MOVE "BOARD BEST RECOMPUTED"
                                     TO CJ-MESSAGE
                         END-REWRITE
                      END-IF
                   END-IF
           END-READ.
       660-END.
       670-LEADER-FAILED.
           ADD 1 TO CR-ERROR-COUNT.
           MOVE "LEADER UPDATE FAILED - BOARD NOT CHANGED"
               TO CJ-MESSAGE.
           DISPLAY "ERROR - LEADER UPDATE FAILED FOR " LB-KEY
                   ", STATUS=" LEADERBOARD-STATUS.
       670-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "    GAMECORR - ROUND CORRECTION TOTALS".
           DISPLAY "================================================".
           DISPLAY "TRANSACTIONS READ ......: " CR-TRAN-READ.
           DISPLAY "ROUNDS VOIDED ..........: " CR-VOIDED.
           DISPLAY "ROUNDS AMENDED .........: " CR-AMENDED.
           DISPLAY "TRANSACTIONS REJECTED ..: " CR-REJECTED.
           DISPLAY "POINTS TAKEN BACK ......: " CR-POINTS-TAKEN.
           DISPLAY "POINTS ADDED ...........: " CR-POINTS-ADDED.
           DISPLAY "BOARD ENTRIES CHANGED ..: " CR-LEADER-CHANGED.
           IF CR-REJECTED > 0 OR CR-ERROR-COUNT > 0 THEN
              DISPLAY "*** " CR-REJECTED " REJECTED, " CR-ERROR-COUNT
                      " FILE ERROR(S) - SEE CORRJRNL.DAT ***"
              MOVE 8 TO RETURN-CODE.
       700-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           CLOSE CORRTRAN-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           CLOSE LEADERBOARD-FILE.
           CLOSE POINTS-LEDGER-FILE.
           IF HOLD-FILE-OPEN THEN
              CLOSE HOLD-FILE.
           CLOSE CORR-JOURNAL-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
           MOVE "GAMECORR" TO RN-PROGRAM.
           SET RN-END-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           MOVE CR-TRAN-READ TO RN-IN-COUNT.
           COMPUTE RN-STAT-COUNT = CR-VOIDED + CR-AMENDED.
           MOVE 0 TO RN-AUDIT-COUNT.
           IF CR-REJECTED = 0 AND CR-ERROR-COUNT = 0 THEN
              MOVE 0 TO RN-COMP-CODE
           ELSE
              MOVE 8 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       910-END.
       END PROGRAM GAMECORR.
