      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Prize-round integrity screen. Points buy real
      *          vouchers now, and PTSPOST pays every win it finds
      *          past the PTSCTL.DAT high-water key on trust. This
      *          job runs in the GAMENITE stream immediately ahead
      *          of PTSPOST (GAMESTRM.DAT step PTSSCRN, logging as
      *          PTSSCRN, limit 04) and looks at every winning round
      *          PTSPOST is about to pay - local, not a duel, not
      *          voided - against the last SP-LOOKBACK-DAYS of play:
      *            - ONE-GUESS: a one-guess win by a player whose
      *              one-guess wins on that difficulty stand more
      *              than SP-Z-LIMIT standard deviations above what
      *              the ranges they played make likely (each round
      *              has a 1 in range-size chance);
      *            - WIN RATE: a win by a player whose win rate on
      *              that difficulty (E/M/H/custom, PTSPOST's own
      *              scale) stands more than SP-Z-LIMIT standard
      *              deviations above the whole field's, once the
      *              player has SP-MIN-ROUNDS rounds there;
      *            - WALKAWAY: a challenge win by a player with
      *              SP-MIN-WALKAWAYS or more challenge rounds
      *              settled by CHALSETL in the period, every one of
      *              them walked away from when losing (the
      *              CHALWALK.DAT log CHALSETL keeps);
      *            - FAST GUESSES: a round with SP-MIN-FAST or more
      *              guesses logged less than SP-MIN-GAP hundredths
      *              of a second after the one before (AU-TS-TIME on
      *              GUESS-AUDIT; guesses never keyed at a terminal
      *              carry zeros and are not timed).
      *          A round failing any check is written to the hold
      *          file PTSHOLD.DAT with every reason it failed, and
      *          PTSPOST pays nothing on it until an operator
      *          releases it in PTSMAINT. A round already on the hold
      *          file is left exactly as it is - an operator's
      *          decision is never undone by a rerun. The key of the
      *          last round screened goes on SCRNCTL.DAT, and PTSPOST
      *          posts no further than that, so a round filed after
      *          the screen ran waits for the next night's screen.
      *          The thresholds come from SCRNPARM.DAT when it is
      *          there; without it the defaults below apply.
      *          RETURN-CODE 4 when any round was newly held (the
      *          stream carries on - the hold does the work), 8 on
      *          a file error, in which case SCRNCTL.DAT is not
      *          moved and PTSPOST posts nothing new.
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      *  10/15/2026  GC   A failed write of the SCRNCTL.DAT control
      *                    record is now counted as a file error, so the
      *                    run ends RETURN-CODE 8 instead of reporting
      *                    the screen as recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRNPARM-FILE ASSIGN TO "SCRNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNPARM-STATUS.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           SELECT SCREEN-CONTROL-FILE ASSIGN TO "SCRNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CONTROL-STATUS.
           SELECT GAMESTATS-FILE ASSIGN TO "GAMESTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT GUESS-AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT WALK-LOG-FILE ASSIGN TO "CHALWALK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WALK-LOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCRNPARM-FILE.
       01  SCRNPARM-RECORD.
           05  SP-LOOKBACK-DAYS      PIC 9(03).
           05  SP-MIN-ROUNDS         PIC 9(03).
           05  SP-Z-LIMIT            PIC 9(01)V9(01).
           05  SP-MIN-ONE-GUESS      PIC 9(02).
           05  SP-MIN-WALKAWAYS      PIC 9(02).
           05  SP-MIN-GAP            PIC 9(03).
           05  SP-MIN-FAST           PIC 9(02).
       FD  POINTS-CONTROL-FILE.
       01  POINTS-CONTROL-RECORD.
           05  PC-LAST-POSTED-KEY    PIC X(26).
           05  PC-TOTAL-POSTED       PIC 9(09).
           05  PC-TOTAL-REDEEMED     PIC 9(09).
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           05  SC-LAST-SCREENED-KEY  PIC X(26).
           05  SC-SCREEN-DATE        PIC 9(08).
           05  SC-SCREEN-TIME        PIC 9(08).
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  GUESS-AUDIT-FILE.
           COPY AUDITREC.
       FD  WALK-LOG-FILE.
           COPY WALKREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 SCRNPARM-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 SCREEN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 WALK-LOG-STATUS PIC X(2) VALUE "00".
       01 HOLD-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-END-OF-FILE VALUE "Y".
       01 WALK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WALK-END-OF-FILE VALUE "Y".
      *
      * Thresholds - SCRNPARM.DAT overrides any it carries.
      *
       01 SN-LOOKBACK-DAYS PIC 9(03) VALUE 90.
       01 SN-MIN-ROUNDS PIC 9(03) VALUE 20.
       01 SN-Z-LIMIT PIC 9(01)V9(01) VALUE 3.0.
       01 SN-MIN-ONE-GUESS PIC 9(02) VALUE 3.
       01 SN-MIN-WALKAWAYS PIC 9(02) VALUE 3.
       01 SN-MIN-GAP PIC 9(03) VALUE 50.
       01 SN-MIN-FAST PIC 9(02) VALUE 2.
      *
       01 SN-RUN-DATE PIC 9(08) VALUE 0.
       01 SN-RUN-TIME PIC 9(08) VALUE 0.
       01 SN-WINDOW-START PIC 9(08) VALUE 0.
       01 SN-HIGH-WATER-KEY PIC X(26) VALUE LOW-VALUES.
       01 SN-LAST-KEY PIC X(26) VALUE LOW-VALUES.
       01 SN-EARLIEST-DATE PIC 9(08) VALUE 99999999.
       01 SN-TABLE-FULL-SW PIC X(01) VALUE "N".
           88 SN-TABLE-FULL VALUE "Y".
       01 SN-EARNING-SW PIC X(01) VALUE "N".
           88 SN-EARNING-ROUND VALUE "Y".
       01 SN-FOUND-SW PIC X(01) VALUE "N".
           88 SN-FOUND VALUE "Y".
       01 SN-MATCH-PLAYER PIC X(10) VALUE SPACES.
       01 SN-DIFF-IX PIC 9(01) VALUE 0.
       01 SN-RANGE-SIZE PIC 9(05) VALUE 0.
       01 SN-ONE-CHANCE PIC 9(01)V9(06) VALUE 0.
      *
      * The rounds PTSPOST is about to pay.
      *
       01 SN-CAND-COUNT PIC 9(04) VALUE 0.
       01 SN-CAND-TABLE.
           05 SN-CAND-ENTRY OCCURS 2000 TIMES.
               10 SN-CD-KEY.
                   15 SN-CD-DATE PIC 9(08).
                   15 SN-CD-TIME PIC 9(08).
                   15 SN-CD-PLAYER PIC X(10).
               10 SN-CD-DIFF-IX PIC 9(01).
               10 SN-CD-MODE PIC X(01).
               10 SN-CD-LOWER PIC 9(05).
               10 SN-CD-UPPER PIC 9(05).
               10 SN-CD-TARGET PIC 9(05).
               10 SN-CD-TRIES PIC 9(05).
               10 SN-CD-LAST-NUM PIC 9(05).
               10 SN-CD-LAST-TIME PIC 9(07).
               10 SN-CD-FAST-COUNT PIC 9(03).
      *
      * Player by difficulty over the look-back period.
      *
       01 SN-PD-COUNT PIC 9(04) VALUE 0.
       01 SN-PD-TABLE.
           05 SN-PD-ENTRY OCCURS 3000 TIMES.
               10 SN-PD-PLAYER PIC X(10).
               10 SN-PD-DIFF-IX PIC 9(01).
               10 SN-PD-ROUNDS PIC 9(05).
               10 SN-PD-WINS PIC 9(05).
               10 SN-PD-ONE-GUESS PIC 9(05).
               10 SN-PD-EXPECT PIC 9(05)V9(06).
               10 SN-PD-VARIANCE PIC 9(05)V9(06).
       01 SN-PD-FULL-SW PIC X(01) VALUE "N".
           88 SN-PD-FULL VALUE "Y".
      *
      * The whole field by difficulty: E 1-10, M 1-50, H 1-100,
      * and 4 for any other range.
      *
       01 SN-DF-TABLE.
           05 SN-DF-ENTRY OCCURS 4 TIMES.
               10 SN-DF-ROUNDS PIC 9(07).
               10 SN-DF-WINS PIC 9(07).
       01 SN-DF-CODES PIC X(04) VALUE "EMHC".
      *
      * Challenge walkaways per player over the look-back period.
      *
       01 SN-WK-COUNT PIC 9(04) VALUE 0.
       01 SN-WK-TABLE.
           05 SN-WK-ENTRY OCCURS 1000 TIMES.
               10 SN-WK-PLAYER PIC X(10).
               10 SN-WK-WALKS PIC 9(05).
               10 SN-WK-LOSING PIC 9(05).
       01 SN-WK-FULL-SW PIC X(01) VALUE "N".
           88 SN-WK-FULL VALUE "Y".
      *
       01 SN-TIME-WORK PIC 9(08) VALUE 0.
       01 SN-TIME-PARTS REDEFINES SN-TIME-WORK.
           05 SN-TM-HH PIC 9(02).
           05 SN-TM-MM PIC 9(02).
           05 SN-TM-SS PIC 9(02).
           05 SN-TM-CC PIC 9(02).
       01 SN-HUNDREDTHS PIC 9(07) VALUE 0.
       01 SN-GAP PIC S9(07) VALUE 0.
      *
       01 SN-C PIC 9(04) VALUE 0.
       01 SN-P PIC 9(04) VALUE 0.
       01 SN-W PIC 9(04) VALUE 0.
       01 SN-FIELD-RATE PIC 9(01)V9(06) VALUE 0.
       01 SN-MEAN PIC 9(05)V9(06) VALUE 0.
       01 SN-VAR PIC 9(07)V9(06) VALUE 0.
       01 SN-SD PIC 9(05)V9(04) VALUE 0.
       01 SN-Z PIC S9(05)V9(02) VALUE 0.
       01 SN-Z-SHOW PIC -(4)9.99.
       01 SN-MEAN-SHOW PIC Z(4)9.99.
       01 SN-FLAGS.
           05 SN-FL-ONE-GUESS PIC X(01).
           05 SN-FL-WIN-RATE PIC X(01).
           05 SN-FL-WALKAWAY PIC X(01).
           05 SN-FL-FAST PIC X(01).
       01 SN-REASON-TEXT PIC X(40) VALUE SPACES.
      *
       01 SN-ROUNDS-READ PIC 9(07) VALUE 0.
       01 SN-HISTORY-READ PIC 9(07) VALUE 0.
       01 SN-AUDIT-READ PIC 9(07) VALUE 0.
       01 SN-WALKS-READ PIC 9(07) VALUE 0.
       01 SN-CLEARED-COUNT PIC 9(07) VALUE 0.
       01 SN-HELD-COUNT PIC 9(07) VALUE 0.
       01 SN-ALREADY-COUNT PIC 9(07) VALUE 0.
       01 SN-ONE-GUESS-COUNT PIC 9(07) VALUE 0.
       01 SN-WIN-RATE-COUNT PIC 9(07) VALUE 0.
       01 SN-WALKAWAY-COUNT PIC 9(07) VALUE 0.
       01 SN-FAST-COUNT PIC 9(07) VALUE 0.
       01 SN-ERROR-COUNT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-LOAD-CANDIDATES.
           IF SN-CAND-COUNT > 0 THEN
              PERFORM 300-GATHER-HISTORY
              PERFORM 350-LOAD-WALKAWAYS
              PERFORM 400-TIME-GUESSES
              PERFORM 500-SCREEN-ROUND
                  VARYING SN-C FROM 1 BY 1
                  UNTIL SN-C > SN-CAND-COUNT.
           IF SN-ERROR-COUNT = 0 THEN
              PERFORM 600-SAVE-SCREEN-CONTROL.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           ACCEPT SN-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-RUN-TIME FROM TIME.
           PERFORM 160-LOAD-PARAMETERS.
           COMPUTE SN-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(SN-RUN-DATE)
                - SN-LOOKBACK-DAYS).
           PERFORM 170-LOAD-CONTROL.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "35" THEN
              SET STAT-END-OF-FILE TO TRUE
              MOVE "00" TO GAMESTATS-STATUS
           ELSE
              IF GAMESTATS-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
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
           PERFORM 180-LOG-RUN-START.
       150-END.
      ******************************************************************
      * SCRNPARM.DAT is optional. Each threshold it carries replaces
      * the default only when it is numeric and not zero, so a short
      * or partly blank record still leaves sensible values behind.
      ******************************************************************
       160-LOAD-PARAMETERS.
           OPEN INPUT SCRNPARM-FILE.
           IF SCRNPARM-STATUS NOT = "00" THEN
              MOVE "00" TO SCRNPARM-STATUS
           ELSE
              READ SCRNPARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      PERFORM 165-TAKE-PARAMETERS
              END-READ
              CLOSE SCRNPARM-FILE.
       160-END.
       165-TAKE-PARAMETERS.
           IF SP-LOOKBACK-DAYS IS NUMERIC AND SP-LOOKBACK-DAYS > 0
              MOVE SP-LOOKBACK-DAYS TO SN-LOOKBACK-DAYS.
           IF SP-MIN-ROUNDS IS NUMERIC AND SP-MIN-ROUNDS > 0
              MOVE SP-MIN-ROUNDS TO SN-MIN-ROUNDS.
           IF SP-Z-LIMIT IS NUMERIC AND SP-Z-LIMIT > 0
              MOVE SP-Z-LIMIT TO SN-Z-LIMIT.
           IF SP-MIN-ONE-GUESS IS NUMERIC AND SP-MIN-ONE-GUESS > 0
              MOVE SP-MIN-ONE-GUESS TO SN-MIN-ONE-GUESS.
           IF SP-MIN-WALKAWAYS IS NUMERIC AND SP-MIN-WALKAWAYS > 0
              MOVE SP-MIN-WALKAWAYS TO SN-MIN-WALKAWAYS.
           IF SP-MIN-GAP IS NUMERIC AND SP-MIN-GAP > 0
              MOVE SP-MIN-GAP TO SN-MIN-GAP.
           IF SP-MIN-FAST IS NUMERIC AND SP-MIN-FAST > 0
              MOVE SP-MIN-FAST TO SN-MIN-FAST.
       165-END.
      ******************************************************************
      * Screening starts where PTSPOST's high-water key stands - the
      * first round past it is the first one PTSPOST will pay.
      ******************************************************************
       170-LOAD-CONTROL.
           OPEN INPUT POINTS-CONTROL-FILE.
           IF POINTS-CONTROL-STATUS NOT = "00" THEN
              MOVE "00" TO POINTS-CONTROL-STATUS
           ELSE
              READ POINTS-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE PC-LAST-POSTED-KEY TO SN-HIGH-WATER-KEY
              END-READ
              CLOSE POINTS-CONTROL-FILE.
           MOVE SN-HIGH-WATER-KEY TO SN-LAST-KEY.
       170-END.
       180-LOG-RUN-START.
           MOVE "PTSSCRN" TO RN-PROGRAM.
           SET RN-START-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           MOVE 0 TO RN-IN-COUNT.
           MOVE 0 TO RN-STAT-COUNT.
           MOVE 0 TO RN-AUDIT-COUNT.
           MOVE 0 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       180-END.
      ******************************************************************
      * Every round past the high-water key is passed over - the
      * screened-through key moves past it whether it can earn or
      * not - and the ones that can earn are tabled. When the table
      * is full the screen stops short of the round that would not
      * fit; PTSPOST stops there too, and tomorrow's screen goes on
      * from it.
      ******************************************************************
       200-LOAD-CANDIDATES.
           IF NOT STAT-END-OF-FILE THEN
              MOVE SN-HIGH-WATER-KEY TO GS-TIMESTAMP
              START GAMESTATS-FILE KEY > GS-TIMESTAMP
                  INVALID KEY
                      SET STAT-END-OF-FILE TO TRUE
              END-START.
           PERFORM 220-READ-GAMESTAT.
           PERFORM 240-CANDIDATE-LOOP
               UNTIL STAT-END-OF-FILE OR SN-TABLE-FULL.
       200-END.
       220-READ-GAMESTAT.
           IF NOT STAT-END-OF-FILE THEN
              READ GAMESTATS-FILE NEXT RECORD
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
              END-READ.
       220-END.
       240-CANDIDATE-LOOP.
           PERFORM 260-CHECK-EARNING.
           IF SN-EARNING-ROUND THEN
              IF SN-CAND-COUNT >= 2000 THEN
                 SET SN-TABLE-FULL TO TRUE
                 DISPLAY "SCREEN TABLE FULL AT " GS-TIMESTAMP
                         " - THE REST WAITS FOR THE NEXT RUN"
              ELSE
                 PERFORM 280-TABLE-CANDIDATE.
           IF NOT SN-TABLE-FULL THEN
              ADD 1 TO SN-ROUNDS-READ
              MOVE GS-TIMESTAMP TO SN-LAST-KEY
              PERFORM 220-READ-GAMESTAT.
       240-END.
      ******************************************************************
      * Only a round PTSPOST would pay needs screening: a local win,
      * not a duel, not voided (the 320-SCORE-ROUND rules there).
      ******************************************************************
       260-CHECK-EARNING.
           MOVE "N" TO SN-EARNING-SW.
           IF GS-RESULT NOT = "L" AND NOT GS-DUEL-ROUND
               AND GS-SITE = SPACES AND NOT GS-VOIDED-ROUND THEN
              SET SN-EARNING-ROUND TO TRUE.
       260-END.
       270-SET-DIFFICULTY.
           IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 10 THEN
              MOVE 1 TO SN-DIFF-IX
           ELSE
              IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 50 THEN
                 MOVE 2 TO SN-DIFF-IX
              ELSE
                 IF GS-LOWERNUM = 1 AND GS-UPPERNUM = 100 THEN
                    MOVE 3 TO SN-DIFF-IX
                 ELSE
                    MOVE 4 TO SN-DIFF-IX.
       270-END.
       280-TABLE-CANDIDATE.
           ADD 1 TO SN-CAND-COUNT.
           PERFORM 270-SET-DIFFICULTY.
           MOVE GS-TS-DATE TO SN-CD-DATE(SN-CAND-COUNT).
           MOVE GS-TS-TIME TO SN-CD-TIME(SN-CAND-COUNT).
           MOVE GS-PLAYER-ID TO SN-CD-PLAYER(SN-CAND-COUNT).
           MOVE SN-DIFF-IX TO SN-CD-DIFF-IX(SN-CAND-COUNT).
           MOVE GS-MODE TO SN-CD-MODE(SN-CAND-COUNT).
           MOVE GS-LOWERNUM TO SN-CD-LOWER(SN-CAND-COUNT).
           MOVE GS-UPPERNUM TO SN-CD-UPPER(SN-CAND-COUNT).
           MOVE GS-TARGET TO SN-CD-TARGET(SN-CAND-COUNT).
           MOVE GS-TRIES TO SN-CD-TRIES(SN-CAND-COUNT).
           MOVE 0 TO SN-CD-LAST-NUM(SN-CAND-COUNT).
           MOVE 0 TO SN-CD-LAST-TIME(SN-CAND-COUNT).
           MOVE 0 TO SN-CD-FAST-COUNT(SN-CAND-COUNT).
           IF GS-TS-DATE < SN-EARLIEST-DATE THEN
              MOVE GS-TS-DATE TO SN-EARLIEST-DATE.
       280-END.
      ******************************************************************
      * The look-back period: every local round played from the
      * window start on, wins and losses alike (CHALSETL's settled
      * walkaways are losses here like any other), duels and voided
      * rounds left out. Each round adds its 1-in-range-size chance
      * of a one-guess solve to the player's expected count.
      ******************************************************************
       300-GATHER-HISTORY.
           MOVE "N" TO STAT-EOF-SWITCH.
           MOVE SN-WINDOW-START TO GS-TS-DATE.
           MOVE 0 TO GS-TS-TIME.
           MOVE LOW-VALUES TO GS-PLAYER-ID.
           START GAMESTATS-FILE KEY NOT < GS-TIMESTAMP
               INVALID KEY
                   SET STAT-END-OF-FILE TO TRUE
           END-START.
           PERFORM 220-READ-GAMESTAT.
           PERFORM 320-HISTORY-LOOP UNTIL STAT-END-OF-FILE.
           IF SN-PD-FULL THEN
              DISPLAY "WARNING - PLAYER HISTORY TABLE FULL, LATER "
                      "PLAYERS ARE NOT SCORED FOR ONE-GUESS OR "
                      "WIN RATE".
       300-END.
       320-HISTORY-LOOP.
           IF GS-SITE = SPACES AND NOT GS-DUEL-ROUND
               AND NOT GS-VOIDED-ROUND THEN
              ADD 1 TO SN-HISTORY-READ
              PERFORM 270-SET-DIFFICULTY
              MOVE GS-PLAYER-ID TO SN-MATCH-PLAYER
              ADD 1 TO SN-DF-ROUNDS(SN-DIFF-IX)
              IF GS-RESULT NOT = "L" THEN
                 ADD 1 TO SN-DF-WINS(SN-DIFF-IX)
              END-IF
              PERFORM 340-FIND-PLAYER-DIFF
              IF SN-FOUND THEN
                 PERFORM 330-POST-HISTORY.
           PERFORM 220-READ-GAMESTAT.
       320-END.
       330-POST-HISTORY.
           ADD 1 TO SN-PD-ROUNDS(SN-P).
           IF GS-RESULT NOT = "L" THEN
              ADD 1 TO SN-PD-WINS(SN-P)
              IF GS-TRIES = 1 THEN
                 ADD 1 TO SN-PD-ONE-GUESS(SN-P).
           COMPUTE SN-RANGE-SIZE = GS-UPPERNUM - GS-LOWERNUM + 1.
           IF SN-RANGE-SIZE > 0 THEN
              COMPUTE SN-ONE-CHANCE ROUNDED = 1 / SN-RANGE-SIZE
              ADD SN-ONE-CHANCE TO SN-PD-EXPECT(SN-P)
              COMPUTE SN-PD-VARIANCE(SN-P) ROUNDED =
                  SN-PD-VARIANCE(SN-P)
                  + SN-ONE-CHANCE * (1 - SN-ONE-CHANCE).
       330-END.
      ******************************************************************
      * Finds (or makes) the player-by-difficulty slot for
      * SN-MATCH-PLAYER at SN-DIFF-IX. SN-FOUND is off only when the
      * table is full and the pair is not already in it.
      ******************************************************************
       340-FIND-PLAYER-DIFF.
           MOVE "N" TO SN-FOUND-SW.
           MOVE 1 TO SN-P.
           PERFORM 345-SCAN-PLAYER-DIFF
               UNTIL SN-FOUND OR SN-P > SN-PD-COUNT.
           IF NOT SN-FOUND THEN
              IF SN-PD-COUNT < 3000 THEN
                 ADD 1 TO SN-PD-COUNT
                 MOVE SN-PD-COUNT TO SN-P
                 MOVE SN-MATCH-PLAYER TO SN-PD-PLAYER(SN-P)
                 MOVE SN-DIFF-IX TO SN-PD-DIFF-IX(SN-P)
                 MOVE 0 TO SN-PD-ROUNDS(SN-P)
                 MOVE 0 TO SN-PD-WINS(SN-P)
                 MOVE 0 TO SN-PD-ONE-GUESS(SN-P)
                 MOVE 0 TO SN-PD-EXPECT(SN-P)
                 MOVE 0 TO SN-PD-VARIANCE(SN-P)
                 SET SN-FOUND TO TRUE
              ELSE
                 SET SN-PD-FULL TO TRUE.
       340-END.
       345-SCAN-PLAYER-DIFF.
           IF SN-PD-PLAYER(SN-P) = SN-MATCH-PLAYER
               AND SN-PD-DIFF-IX(SN-P) = SN-DIFF-IX THEN
              SET SN-FOUND TO TRUE
           ELSE
              ADD 1 TO SN-P.
       345-END.
      ******************************************************************
      * The CHALSETL walkaway log, look-back period only. No log yet
      * simply means nobody has walked away.
      ******************************************************************
       350-LOAD-WALKAWAYS.
           OPEN INPUT WALK-LOG-FILE.
           IF WALK-LOG-STATUS NOT = "00" THEN
              MOVE "00" TO WALK-LOG-STATUS
              SET WALK-END-OF-FILE TO TRUE
           ELSE
              PERFORM 360-READ-WALK
              PERFORM 370-WALK-LOOP UNTIL WALK-END-OF-FILE
              CLOSE WALK-LOG-FILE.
       350-END.
       360-READ-WALK.
           IF NOT WALK-END-OF-FILE THEN
              READ WALK-LOG-FILE
                  AT END
                      SET WALK-END-OF-FILE TO TRUE
              END-READ.
       360-END.
       370-WALK-LOOP.
           IF WK-TS-DATE IS NUMERIC
               AND WK-TS-DATE >= SN-WINDOW-START THEN
              ADD 1 TO SN-WALKS-READ
              MOVE WK-PLAYER-ID TO SN-MATCH-PLAYER
              PERFORM 380-FIND-WALKER
              IF SN-FOUND THEN
                 ADD 1 TO SN-WK-WALKS(SN-W)
                 IF WK-WAS-LOSING THEN
                    ADD 1 TO SN-WK-LOSING(SN-W).
           PERFORM 360-READ-WALK.
       370-END.
       380-FIND-WALKER.
           MOVE "N" TO SN-FOUND-SW.
           MOVE 1 TO SN-W.
           PERFORM 385-SCAN-WALKERS
               UNTIL SN-FOUND OR SN-W > SN-WK-COUNT.
           IF NOT SN-FOUND THEN
              IF SN-WK-COUNT < 1000 THEN
                 ADD 1 TO SN-WK-COUNT
                 MOVE SN-WK-COUNT TO SN-W
                 MOVE SN-MATCH-PLAYER TO SN-WK-PLAYER(SN-W)
                 MOVE 0 TO SN-WK-WALKS(SN-W)
                 MOVE 0 TO SN-WK-LOSING(SN-W)
                 SET SN-FOUND TO TRUE
              ELSE
                 IF NOT SN-WK-FULL THEN
                    SET SN-WK-FULL TO TRUE
                    DISPLAY "WARNING - WALKAWAY TABLE FULL, LATER "
                            "PLAYERS ARE NOT SCORED FOR WALKAWAYS".
       380-END.
       385-SCAN-WALKERS.
           IF SN-WK-PLAYER(SN-W) = SN-MATCH-PLAYER THEN
              SET SN-FOUND TO TRUE
           ELSE
              ADD 1 TO SN-W.
       385-END.
      ******************************************************************
      * Guess timing. Each keyed guess (AU-TS-TIME numeric and not
      * zero) that belongs to a tabled round - same player, date,
      * target and range - is timed against the guess before it in
      * the same round; a gap under SP-MIN-GAP hundredths counts
      * against the round. A gap that runs backwards (a round played
      * across midnight) is not counted.
      ******************************************************************
       400-TIME-GUESSES.
           OPEN INPUT GUESS-AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00" THEN
              MOVE "00" TO AUDIT-STATUS
              SET AUDIT-END-OF-FILE TO TRUE
           ELSE
              PERFORM 420-READ-AUDIT
              PERFORM 440-AUDIT-LOOP UNTIL AUDIT-END-OF-FILE
              CLOSE GUESS-AUDIT-FILE.
       400-END.
       420-READ-AUDIT.
           IF NOT AUDIT-END-OF-FILE THEN
              READ GUESS-AUDIT-FILE
                  AT END
                      SET AUDIT-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO SN-AUDIT-READ
              END-READ.
       420-END.
       440-AUDIT-LOOP.
           IF AU-TS-DATE IS NUMERIC
               AND AU-TS-DATE >= SN-EARLIEST-DATE
               AND AU-TS-TIME IS NUMERIC
               AND AU-TS-TIME > 0
               AND AU-LOWERNUM IS NUMERIC
               AND AU-UPPERNUM IS NUMERIC THEN
              PERFORM 460-FIND-AUDIT-ROUND
              IF SN-FOUND THEN
                 PERFORM 480-TIME-ONE-GUESS.
           PERFORM 420-READ-AUDIT.
       440-END.
       460-FIND-AUDIT-ROUND.
           MOVE "N" TO SN-FOUND-SW.
           MOVE 1 TO SN-C.
           PERFORM 465-SCAN-CANDIDATES
               UNTIL SN-FOUND OR SN-C > SN-CAND-COUNT.
       460-END.
       465-SCAN-CANDIDATES.
           IF SN-CD-PLAYER(SN-C) = AU-PLAYER-ID
               AND SN-CD-DATE(SN-C) = AU-TS-DATE
               AND SN-CD-TARGET(SN-C) = AU-TARGET
               AND SN-CD-LOWER(SN-C) = AU-LOWERNUM
               AND SN-CD-UPPER(SN-C) = AU-UPPERNUM THEN
              SET SN-FOUND TO TRUE
           ELSE
              ADD 1 TO SN-C.
       465-END.
       480-TIME-ONE-GUESS.
           MOVE AU-TS-TIME TO SN-TIME-WORK.
           COMPUTE SN-HUNDREDTHS = SN-TM-HH * 360000
               + SN-TM-MM * 6000 + SN-TM-SS * 100 + SN-TM-CC.
           IF AU-GUESS-NUM = SN-CD-LAST-NUM(SN-C) + 1
               AND SN-CD-LAST-NUM(SN-C) > 0 THEN
              COMPUTE SN-GAP =
                  SN-HUNDREDTHS - SN-CD-LAST-TIME(SN-C)
              IF SN-GAP >= 0 AND SN-GAP < SN-MIN-GAP THEN
                 ADD 1 TO SN-CD-FAST-COUNT(SN-C).
           MOVE AU-GUESS-NUM TO SN-CD-LAST-NUM(SN-C).
           MOVE SN-HUNDREDTHS TO SN-CD-LAST-TIME(SN-C).
       480-END.
      ******************************************************************
      * One tabled round through all four checks. Every check that
      * fails sets its flag; the first one also writes the reason
      * text the hold record and the report carry.
      ******************************************************************
       500-SCREEN-ROUND.
           MOVE "NNNN" TO SN-FLAGS.
           MOVE SPACES TO SN-REASON-TEXT.
           MOVE SN-CD-PLAYER(SN-C) TO SN-MATCH-PLAYER.
           MOVE SN-CD-DIFF-IX(SN-C) TO SN-DIFF-IX.
           MOVE "N" TO SN-FOUND-SW.
           MOVE 1 TO SN-P.
           PERFORM 345-SCAN-PLAYER-DIFF
               UNTIL SN-FOUND OR SN-P > SN-PD-COUNT.
           IF SN-FOUND THEN
              IF SN-CD-TRIES(SN-C) = 1 THEN
                 PERFORM 520-CHECK-ONE-GUESS
              END-IF
              PERFORM 530-CHECK-WIN-RATE.
           IF SN-CD-MODE(SN-C) = "C" THEN
              PERFORM 540-CHECK-WALKAWAYS.
           PERFORM 550-CHECK-FAST-GUESSES.
           IF SN-FLAGS = "NNNN" THEN
              ADD 1 TO SN-CLEARED-COUNT
           ELSE
              PERFORM 560-WRITE-HOLD.
       500-END.
       520-CHECK-ONE-GUESS.
           IF SN-PD-ONE-GUESS(SN-P) >= SN-MIN-ONE-GUESS
               AND SN-PD-VARIANCE(SN-P) > 0 THEN
              COMPUTE SN-SD ROUNDED = SN-PD-VARIANCE(SN-P) ** 0.5
              IF SN-SD > 0 THEN
                 COMPUTE SN-Z ROUNDED = (SN-PD-ONE-GUESS(SN-P)
                     - SN-PD-EXPECT(SN-P)) / SN-SD
                 IF SN-Z > SN-Z-LIMIT THEN
                    MOVE "Y" TO SN-FL-ONE-GUESS
                    ADD 1 TO SN-ONE-GUESS-COUNT
                    IF SN-REASON-TEXT = SPACES THEN
                       MOVE SN-PD-EXPECT(SN-P) TO SN-MEAN-SHOW
                       STRING "ONE-GUESS WINS "
                           SN-PD-ONE-GUESS(SN-P)
                           " EXPECTED " SN-MEAN-SHOW
                           DELIMITED BY SIZE INTO SN-REASON-TEXT.
       520-END.
      ******************************************************************
      * The player's wins on the difficulty against the field's rate
      * for it: z = (wins - rounds x rate) / sqrt(rounds x rate x
      * (1 - rate)). A field that always or never wins tells nothing.
      ******************************************************************
       530-CHECK-WIN-RATE.
           IF SN-PD-ROUNDS(SN-P) >= SN-MIN-ROUNDS
               AND SN-DF-ROUNDS(SN-DIFF-IX) > 0 THEN
              COMPUTE SN-FIELD-RATE ROUNDED =
                  SN-DF-WINS(SN-DIFF-IX) / SN-DF-ROUNDS(SN-DIFF-IX)
              IF SN-FIELD-RATE > 0 AND SN-FIELD-RATE < 1 THEN
                 COMPUTE SN-MEAN ROUNDED =
                     SN-PD-ROUNDS(SN-P) * SN-FIELD-RATE
                 COMPUTE SN-VAR ROUNDED =
                     SN-MEAN * (1 - SN-FIELD-RATE)
                 COMPUTE SN-SD ROUNDED = SN-VAR ** 0.5
                 IF SN-SD > 0 THEN
                    COMPUTE SN-Z ROUNDED =
                        (SN-PD-WINS(SN-P) - SN-MEAN) / SN-SD
                    IF SN-Z > SN-Z-LIMIT THEN
                       MOVE "Y" TO SN-FL-WIN-RATE
                       ADD 1 TO SN-WIN-RATE-COUNT
                       IF SN-REASON-TEXT = SPACES THEN
                          MOVE SN-Z TO SN-Z-SHOW
                          STRING "WINS " SN-PD-WINS(SN-P) " OF "
                              SN-PD-ROUNDS(SN-P) " Z" SN-Z-SHOW
                              DELIMITED BY SIZE
                              INTO SN-REASON-TEXT.
       530-END.
       540-CHECK-WALKAWAYS.
           MOVE "N" TO SN-FOUND-SW.
           MOVE 1 TO SN-W.
           MOVE SN-CD-PLAYER(SN-C) TO SN-MATCH-PLAYER.
           PERFORM 385-SCAN-WALKERS
               UNTIL SN-FOUND OR SN-W > SN-WK-COUNT.
           IF SN-FOUND THEN
              IF SN-WK-WALKS(SN-W) >= SN-MIN-WALKAWAYS
                  AND SN-WK-LOSING(SN-W) = SN-WK-WALKS(SN-W) THEN
                 MOVE "Y" TO SN-FL-WALKAWAY
                 ADD 1 TO SN-WALKAWAY-COUNT
                 IF SN-REASON-TEXT = SPACES THEN
                    STRING "WALKED AWAY " SN-WK-WALKS(SN-W)
                        " TIMES, ALL WHEN LOSING"
                        DELIMITED BY SIZE INTO SN-REASON-TEXT.
       540-END.
       550-CHECK-FAST-GUESSES.
           IF SN-CD-FAST-COUNT(SN-C) >= SN-MIN-FAST THEN
              MOVE "Y" TO SN-FL-FAST
              ADD 1 TO SN-FAST-COUNT
              IF SN-REASON-TEXT = SPACES THEN
                 STRING SN-CD-FAST-COUNT(SN-C) " GUESSES UNDER "
                     SN-MIN-GAP " HUNDREDTHS APART"
                     DELIMITED BY SIZE INTO SN-REASON-TEXT.
       550-END.
      ******************************************************************
      * A round already on the hold file keeps the record it has -
      * held, released, denied or paid, the operator's word stands.
      ******************************************************************
       560-WRITE-HOLD.
           MOVE SN-CD-KEY(SN-C) TO HD-ROUND-KEY.
           READ HOLD-FILE
               INVALID KEY
                   MOVE "23" TO HOLD-STATUS
           END-READ.
           IF HOLD-STATUS = "00" THEN
              ADD 1 TO SN-ALREADY-COUNT
              DISPLAY "ALREADY ON HOLD " HD-ROUND-KEY " STATUS "
                      HD-STATUS
           ELSE
              MOVE SN-CD-KEY(SN-C) TO HD-ROUND-KEY
              SET HD-HELD TO TRUE
              MOVE SN-RUN-DATE TO HD-SCREEN-DATE
              MOVE SN-CD-MODE(SN-C) TO HD-MODE
              MOVE SN-CD-LOWER(SN-C) TO HD-LOWERNUM
              MOVE SN-CD-UPPER(SN-C) TO HD-UPPERNUM
              MOVE SN-CD-TRIES(SN-C) TO HD-TRIES
              MOVE SN-FLAGS TO HD-REASON-FLAGS
              MOVE SN-REASON-TEXT TO HD-REASON-TEXT
              MOVE 0 TO HD-DECISION-DATE
              MOVE 0 TO HD-DECISION-TIME
              MOVE SPACES TO HD-OPERATOR-ID
              MOVE 0 TO HD-POSTED-DATE
              MOVE 0 TO HD-POINTS
              WRITE HOLD-RECORD
                  INVALID KEY
                      ADD 1 TO SN-ERROR-COUNT
                      DISPLAY "ERROR - HOLD WRITE FAILED FOR "
                              HD-ROUND-KEY ", STATUS=" HOLD-STATUS
                  NOT INVALID KEY
                      ADD 1 TO SN-HELD-COUNT
                      DISPLAY "HELD " HD-ROUND-KEY " "
                              SN-DF-CODES(SN-CD-DIFF-IX(SN-C):1)
                              " FLAGS " SN-FLAGS ": " SN-REASON-TEXT
              END-WRITE.
       560-END.
      ******************************************************************
      * Written only on a clean run - PTSPOST will post up to this key
      * and no further.
      ******************************************************************
       600-SAVE-SCREEN-CONTROL.
           OPEN OUTPUT SCREEN-CONTROL-FILE.
           IF SCREEN-CONTROL-STATUS NOT = "00" THEN
              ADD 1 TO SN-ERROR-COUNT
              DISPLAY "ERROR - UNABLE TO WRITE SCRNCTL.DAT, STATUS="
                      SCREEN-CONTROL-STATUS
           ELSE
              MOVE SN-LAST-KEY TO SC-LAST-SCREENED-KEY
              MOVE SN-RUN-DATE TO SC-SCREEN-DATE
              MOVE SN-RUN-TIME TO SC-SCREEN-TIME
              WRITE SCREEN-CONTROL-RECORD
              IF SCREEN-CONTROL-STATUS NOT = "00" THEN
                 ADD 1 TO SN-ERROR-COUNT
                 DISPLAY "ERROR - SCRNCTL.DAT WRITE FAILED, STATUS="
                         SCREEN-CONTROL-STATUS
              END-IF
              CLOSE SCREEN-CONTROL-FILE.
       600-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "   PTSSCRN - PRIZE-ROUND SCREEN FOR " SN-RUN-DATE.
           DISPLAY "================================================".
           DISPLAY "LOOK-BACK FROM .........: " SN-WINDOW-START.
           DISPLAY "NEW ROUNDS PASSED OVER .: " SN-ROUNDS-READ.
           DISPLAY "WINS SCREENED ..........: " SN-CAND-COUNT.
           DISPLAY "HISTORY ROUNDS READ ....: " SN-HISTORY-READ.
           DISPLAY "WALKAWAYS IN PERIOD ....: " SN-WALKS-READ.
           DISPLAY "AUDIT RECORDS READ .....: " SN-AUDIT-READ.
           DISPLAY "CLEARED FOR POSTING ....: " SN-CLEARED-COUNT.
           DISPLAY "NEWLY HELD .............: " SN-HELD-COUNT.
           DISPLAY "ALREADY ON HOLD FILE ...: " SN-ALREADY-COUNT.
           DISPLAY "  ONE-GUESS FLAGS ......: " SN-ONE-GUESS-COUNT.
           DISPLAY "  WIN-RATE FLAGS .......: " SN-WIN-RATE-COUNT.
           DISPLAY "  WALKAWAY FLAGS .......: " SN-WALKAWAY-COUNT.
           DISPLAY "  FAST-GUESS FLAGS .....: " SN-FAST-COUNT.
           IF SN-ERROR-COUNT > 0 THEN
              DISPLAY "*** " SN-ERROR-COUNT " FILE ERROR(S) - "
                      "SCREEN NOT RECORDED, PTSPOST WILL POST "
                      "NOTHING NEW ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "SCREENED THROUGH .......: " SN-LAST-KEY
              IF SN-HELD-COUNT > 0 THEN
                 DISPLAY "*** " SN-HELD-COUNT " ROUND(S) HELD - "
                         "REVIEW THEM IN PTSMAINT ***"
                 MOVE 4 TO RETURN-CODE.
       700-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           CLOSE GAMESTATS-FILE.
           CLOSE HOLD-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
           MOVE "PTSSCRN" TO RN-PROGRAM.
           SET RN-END-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           MOVE SN-ROUNDS-READ TO RN-IN-COUNT.
           MOVE SN-HELD-COUNT TO RN-STAT-COUNT.
           MOVE SN-AUDIT-READ TO RN-AUDIT-COUNT.
           IF SN-ERROR-COUNT > 0 THEN
              MOVE 8 TO RN-COMP-CODE
           ELSE
              IF SN-HELD-COUNT > 0 THEN
                 MOVE 4 TO RN-COMP-CODE
              ELSE
                 MOVE 0 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       910-END.
       END PROGRAM PTSSCRN.
