      *          posted total on the PTSCTL.DAT control record, and
      *          the redemptions likewise - points posted equals
      *          points on ledgers, or the run ends RETURN-CODE 8
      *          and the prize drawer does not reconcile. The posted
      *          total is net of the A (adjustment) entries GAMECORR
      *          writes when a posted round is voided or amended, so
      *          the proof is earns less adjustments.
      *          Below the proof the totals page counts the prize
      *          hold file PTSHOLD.DAT: rounds PTSSCRN held and
      *          rounds operators released or denied in the month,
      *          and where every hold stands.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *  10/15/2026  GC   A (adjustment) entries from GAMECORR print
      *                    on the statement as points taken back,
      *                    come off the opening and closing
      *                    balances, and the totals page proves
      *                    earns less adjustments against the posted
      *                    control total.
      *  10/15/2026  GC   Totals page shows held, released and denied
      *                    prize rounds off PTSHOLD.DAT, for the month
      *                    and standing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSSTMT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           05  SP-STMT-MONTH         PIC 9(06).
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  POINTS-CONTROL-FILE.
       01  POINTS-CONTROL-RECORD.
           05  PC-LAST-POSTED-KEY    PIC X(26).
       01 STMTPRM-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 HOLD-STATUS PIC X(2) VALUE "00".
       01 LEDGER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEDGER-END-OF-FILE VALUE "Y".
       01 HOLD-EOF-SWITCH PIC X(1) VALUE "N".
           88 HOLD-END-OF-FILE VALUE "Y".
       01 PS-HOLD-READ PIC 9(07) VALUE 0.
       01 PS-HOLD-AWAITING PIC 9(07) VALUE 0.
       01 PS-HOLD-UNPAID PIC 9(07) VALUE 0.
       01 PS-HOLD-PAID PIC 9(07) VALUE 0.
       01 PS-HOLD-PAID-POINTS PIC 9(09) VALUE 0.
       01 PS-HOLD-DENIED PIC 9(07) VALUE 0.
       01 PS-MHOLD-HELD PIC 9(07) VALUE 0.
       01 PS-MHOLD-RELEASED PIC 9(07) VALUE 0.
       01 PS-MHOLD-DENIED PIC 9(07) VALUE 0.
       01 PS-MONTH-START PIC 9(08) VALUE 0.
       01 PS-MONTH-END PIC 9(08) VALUE 0.
       01 PS-CUR-PLAYER PIC X(10) VALUE SPACES.
       01 PS-OPENING PIC S9(09) VALUE 0.
       01 PS-MONTH-EARNED PIC 9(09) VALUE 0.
       01 PS-MONTH-REDEEMED PIC 9(09) VALUE 0.
       01 PS-MONTH-ADJUSTED PIC 9(09) VALUE 0.
       01 PS-CLOSING PIC S9(09) VALUE 0.
       01 PS-HEADING-DONE-SW PIC X(01) VALUE "N".
           88 PS-HEADING-DONE VALUE "Y".
       01 PS-GRAND-EARNED PIC 9(09) VALUE 0.
       01 PS-GRAND-REDEEMED PIC 9(09) VALUE 0.
       01 PS-GRAND-ADJUSTED PIC 9(09) VALUE 0.
       01 PS-GRAND-NET PIC S9(09) VALUE 0.
       01 PS-GMONTH-EARNED PIC 9(09) VALUE 0.
       01 PS-GMONTH-REDEEMED PIC 9(09) VALUE 0.
       01 PS-GMONTH-ADJUSTED PIC 9(09) VALUE 0.
       01 PS-STATEMENT-COUNT PIC 9(05) VALUE 0.
       01 PS-LEDGER-READ PIC 9(07) VALUE 0.
       01 PS-CTL-POSTED PIC 9(09) VALUE 0.
           MOVE 0 TO PS-OPENING.
           MOVE 0 TO PS-MONTH-EARNED.
           MOVE 0 TO PS-MONTH-REDEEMED.
           MOVE 0 TO PS-MONTH-ADJUSTED.
           MOVE "N" TO PS-HEADING-DONE-SW.
       350-END.
      ******************************************************************
           IF PT-REDEEM-ENTRY THEN
              ADD PT-POINTS TO PS-GRAND-REDEEMED
           ELSE
              IF PT-ADJUST-ENTRY THEN
                 ADD PT-POINTS TO PS-GRAND-ADJUSTED
              ELSE
                 ADD PT-POINTS TO PS-GRAND-EARNED.
           IF PT-POST-DATE < PS-MONTH-START THEN
              IF PT-REDEEM-ENTRY OR PT-ADJUST-ENTRY THEN
                 SUBTRACT PT-POINTS FROM PS-OPENING
              ELSE
                 ADD PT-POINTS TO PS-OPENING
              DISPLAY "  " PT-POST-DATE " REDEEMED " PT-POINTS
                      " (OPERATOR " PT-OPERATOR-ID ")"
           ELSE
              IF PT-ADJUST-ENTRY THEN
                 ADD PT-POINTS TO PS-MONTH-ADJUSTED
                 ADD PT-POINTS TO PS-GMONTH-ADJUSTED
                 DISPLAY "  " PT-POST-DATE " ADJUSTED -" PT-POINTS
                         " (ROUND OF " PT-ROUND-KEY(1:8)
                         " CORRECTED, OPERATOR " PT-OPERATOR-ID ")"
              ELSE
                 ADD PT-POINTS TO PS-MONTH-EARNED
                 ADD PT-POINTS TO PS-GMONTH-EARNED
                 IF PT-MODE = "C" THEN
                    DISPLAY "  " PT-POST-DATE " EARNED " PT-POINTS
                            " (CHALLENGE, DIFF " PT-DIFF-CODE ")"
                 ELSE
                    DISPLAY "  " PT-POST-DATE " EARNED " PT-POINTS
                            " (DIFF " PT-DIFF-CODE ")".
       450-END.
       500-CLOSE-PLAYER.
           COMPUTE PS-CLOSING = PS-OPENING + PS-MONTH-EARNED
               - PS-MONTH-ADJUSTED - PS-MONTH-REDEEMED.
           IF PS-HEADING-DONE THEN
              DISPLAY "  EARNED THIS MONTH ...: " PS-MONTH-EARNED
              IF PS-MONTH-ADJUSTED > 0 THEN
                 DISPLAY "  ADJUSTED THIS MONTH .: " PS-MONTH-ADJUSTED
              END-IF
              DISPLAY "  REDEEMED THIS MONTH .: " PS-MONTH-REDEEMED
              DISPLAY "  CLOSING BALANCE .....: " PS-CLOSING
           ELSE
           DISPLAY "STATEMENTS PRINTED .....: " PS-STATEMENT-COUNT.
           DISPLAY "LEDGER ENTRIES READ ....: " PS-LEDGER-READ.
           DISPLAY "EARNED THIS MONTH ......: " PS-GMONTH-EARNED.
           DISPLAY "ADJUSTED THIS MONTH ....: " PS-GMONTH-ADJUSTED.
           DISPLAY "REDEEMED THIS MONTH ....: " PS-GMONTH-REDEEMED.
           DISPLAY "LEDGER EARNS, LIFETIME .: " PS-GRAND-EARNED.
           DISPLAY "LEDGER ADJUSTMENTS .....: " PS-GRAND-ADJUSTED.
           COMPUTE PS-GRAND-NET = PS-GRAND-EARNED - PS-GRAND-ADJUSTED.
           DISPLAY "LEDGER EARNS, NET ......: " PS-GRAND-NET.
           DISPLAY "LEDGER REDEMPTIONS .....: " PS-GRAND-REDEEMED.
           IF NOT PS-CTL-FOUND THEN
              DISPLAY "NO CONTROL RECORD - NOTHING EVER POSTED; "
           ELSE
              DISPLAY "CONTROL SAYS POSTED ....: " PS-CTL-POSTED
              DISPLAY "CONTROL SAYS REDEEMED ..: " PS-CTL-REDEEMED
              IF PS-GRAND-NET NOT = PS-CTL-POSTED
                  OR PS-GRAND-REDEEMED NOT = PS-CTL-REDEEMED THEN
                 MOVE "N" TO PS-BALANCE-SWITCH.
           IF PS-IN-BALANCE THEN
              DISPLAY "*** LEDGER DOES NOT BALANCE TO THE CONTROL "
                      "TOTALS - DO NOT PAY OUT UNTIL RESOLVED ***"
              MOVE 8 TO RETURN-CODE.
           PERFORM 750-HOLD-TOTALS.
       700-END.
      ******************************************************************
      * Prize holds. The month's figures go by the date PTSSCRN held
      * the round and the date the operator decided it; the standing
      * figures are where every hold on the file is now. No hold file
      * simply means nothing has ever been held.
      ******************************************************************
       750-HOLD-TOTALS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = "00" THEN
              MOVE "00" TO HOLD-STATUS
              SET HOLD-END-OF-FILE TO TRUE
           ELSE
              PERFORM 760-READ-HOLD
              PERFORM 770-COUNT-HOLD UNTIL HOLD-END-OF-FILE
              CLOSE HOLD-FILE.
           DISPLAY " ".
           DISPLAY "PRIZE HOLDS (PTSSCRN) ..: " PS-HOLD-READ.
           DISPLAY "HELD THIS MONTH ........: " PS-MHOLD-HELD.
           DISPLAY "RELEASED THIS MONTH ....: " PS-MHOLD-RELEASED.
           DISPLAY "DENIED THIS MONTH ......: " PS-MHOLD-DENIED.
           DISPLAY "AWAITING A DECISION ....: " PS-HOLD-AWAITING.
           DISPLAY "RELEASED, NOT YET PAID .: " PS-HOLD-UNPAID.
           DISPLAY "RELEASED AND PAID ......: " PS-HOLD-PAID.
           DISPLAY "POINTS PAID ON RELEASE .: " PS-HOLD-PAID-POINTS.
           DISPLAY "DENIED, LIFETIME .......: " PS-HOLD-DENIED.
       750-END.
       760-READ-HOLD.
           IF NOT HOLD-END-OF-FILE THEN
              READ HOLD-FILE NEXT RECORD
                  AT END
                      SET HOLD-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO PS-HOLD-READ
              END-READ.
       760-END.
       770-COUNT-HOLD.
           IF HD-SCREEN-DATE >= PS-MONTH-START
               AND HD-SCREEN-DATE <= PS-MONTH-END THEN
              ADD 1 TO PS-MHOLD-HELD.
           IF HD-HELD THEN
              ADD 1 TO PS-HOLD-AWAITING
           ELSE
              IF HD-DENIED THEN
                 ADD 1 TO PS-HOLD-DENIED
              ELSE
                 IF HD-RELEASED THEN
                    ADD 1 TO PS-HOLD-UNPAID
                 ELSE
                    ADD 1 TO PS-HOLD-PAID
                    ADD HD-POINTS TO PS-HOLD-PAID-POINTS.
           IF NOT HD-HELD
               AND HD-DECISION-DATE >= PS-MONTH-START
               AND HD-DECISION-DATE <= PS-MONTH-END THEN
              IF HD-DENIED THEN
                 ADD 1 TO PS-MHOLD-DENIED
              ELSE
                 ADD 1 TO PS-MHOLD-RELEASED.
           PERFORM 760-READ-HOLD.
       770-END.
       900-TERMINATE.
           CLOSE POINTS-LEDGER-FILE.
       900-END.
