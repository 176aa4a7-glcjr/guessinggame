      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Player id merge. A player re-registered under a
      *          second id through PLAYMAINT (a name change, a
      *          returning contractor set up as new) has their history
      *          split across two identities. MERGPARM.DAT names the
      *          old id and the surviving new id; this run moves
      *          every record the old id owns onto the new id:
      *            GAMESTAT.DAT  rounds (re-keyed - the player is
      *                          part of GS-TIMESTAMP) and their
      *                          GSXREF.DAT cross reference entries
      *            LEADER.DAT    live season bests
      *            LEADHIST.DAT  closed season bests
      *            HCAP.DAT      handicap ratings
      *            PTSLEDG.DAT   points entries (PT-ROUND-KEY re-
      *                          pointed at the re-keyed round)
      *            AUDIT.DAT     guess detail
      *            DEPTHIST.DAT  department history (PLAYMAINT)
      *            CHALWALK.DAT  challenge walkaway log (CHALSETL)
      *          A round loaded from another office (GS-SITE set)
      *          belongs to that office's player, not ours, and is
      *          left where it is, index entry and all.
      *          Where both ids hold a board entry for the same
      *          season and range (live or closed) only the better
      *          best-tries entry - then the earlier date - is kept.
      *          Where both hold a rating for the same period the
      *          figures are added together and the rating worked
      *          out again the HCAPCALC way. The old id is left
      *          inactive on PLAYMST.DAT with PL-MERGED-TO-ID
      *          pointing at the survivor.
      *          The job runs in two passes, as GAMEARCH does. Pass
      *          one changes nothing live: it counts both ids on
      *          every file, checks that every move can be made (no
      *          key the new id already uses, neither id signed on
      *          or holding a suspended round, no department history
      *          record of the old id's dated the same day as one of
      *          the new id's, no prize round of the old id's held or
      *          released on PTSHOLD.DAT and not yet paid, the player
      *          index in step with GAMESTATS) and writes the rebuilt
      *          sequential files to hold files (LEADHMRG.DAT,
      *          AUDITMRG.DAT, CHALWMRG.DAT). Any problem refuses the
      *          merge with every file untouched and RC 8. Pass two
      *          makes the moves, then every file is counted again
      *          and the before/after counts and a points balance
      *          proof are printed - old id empty everywhere but for
      *          its branch rounds, new id holding both less the
      *          collisions dropped, and the new id's points balance
      *          equal to the two balances before.
      *          Run it with the game quiet - nothing else may be
      *          writing these files while it runs.
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      *  10/15/2026  GC   Audit hold record widened for the new
      *                    AU-TS-TIME field on AUDIT-RECORD.
      *  10/15/2026  GC   A merge is refused while the old id has a
      *                    prize round held or released on PTSHOLD.DAT
      *                    and not yet paid - the re-keyed round would
      *                    lose its hold.
      *  10/15/2026  GC   A round loaded from another office (GS-SITE
      *                    set) is left on the old id - only local
      *                    rounds are counted, checked and moved, and
      *                    the re-key pass steps past a branch round
      *                    instead of starting again at the old id.
      *                    DEPTHIST.DAT and CHALWALK.DAT are now merged
      *                    and proved with the other files; a department
      *                    record of the old id's dated the same day as
      *                    one of the new id's refuses the merge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGPARM-FILE ASSIGN TO "MERGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGPARM-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
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
           SELECT LEADHIST-FILE ASSIGN TO "LEADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADHIST-STATUS.
           SELECT LEADHIST-HOLD-FILE ASSIGN TO "LEADHMRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADHIST-HOLD-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HCAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-KEY
               FILE STATUS IS HANDICAP-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT POINTS-CONTROL-FILE ASSIGN TO "PTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-CONTROL-STATUS.
           SELECT GUESS-AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-HOLD-FILE ASSIGN TO "AUDITMRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-HOLD-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS DEPT-HISTORY-STATUS.
           SELECT WALK-LOG-FILE ASSIGN TO "CHALWALK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WALK-LOG-STATUS.
           SELECT WALK-HOLD-FILE ASSIGN TO "CHALWMRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WALK-HOLD-STATUS.
           SELECT PRIZE-HOLD-FILE ASSIGN TO "PTSHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-ROUND-KEY
               FILE STATUS IS PRIZE-HOLD-STATUS.
           SELECT SESSION-LOCK-FILE ASSIGN TO "SESSLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-PLAYER-ID
               FILE STATUS IS SESSION-LOCK-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-PLAYER-ID
               FILE STATUS IS RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGPARM-FILE.
       01  MERGPARM-RECORD.
           05  MP-OLD-ID             PIC X(10).
           05  MP-NEW-ID             PIC X(10).
       FD  PLAYER-MASTER-FILE.
           COPY PLAYREC.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  LEADERBOARD-FILE.
           COPY LEADREC.
       FD  LEADHIST-FILE.
       01  LEADHIST-RECORD.
           05  LH-SEASON             PIC X(06).
           05  LH-PLAYER-ID          PIC X(10).
           05  LH-UPPERNUM           PIC 9(05).
           05  LH-BEST-TRIES         PIC 9(05).
           05  LH-BEST-DATE          PIC 9(08).
       FD  LEADHIST-HOLD-FILE.
       01  LEADHIST-HOLD-RECORD      PIC X(34).
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  POINTS-CONTROL-FILE.
       01  POINTS-CONTROL-RECORD.
           05  PC-LAST-POSTED-KEY    PIC X(26).
           05  PC-TOTAL-POSTED       PIC 9(09).
           05  PC-TOTAL-REDEEMED     PIC 9(09).
       FD  GUESS-AUDIT-FILE.
           COPY AUDITREC.
       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD         PIC X(52).
       FD  DEPT-HISTORY-FILE.
           COPY DEPTHREC.
       FD  WALK-LOG-FILE.
           COPY WALKREC.
       FD  WALK-HOLD-FILE.
       01  WALK-HOLD-RECORD          PIC X(47).
       FD  SESSION-LOCK-FILE.
           COPY SESSREC.
       FD  RESTART-FILE.
           COPY CHKPTREC.
       FD  PRIZE-HOLD-FILE.
           COPY HOLDREC.
       WORKING-STORAGE SECTION.
       01 MERGPARM-STATUS PIC X(2) VALUE "00".
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 LEADHIST-STATUS PIC X(2) VALUE "00".
       01 LEADHIST-HOLD-STATUS PIC X(2) VALUE "00".
       01 HANDICAP-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 POINTS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 AUDIT-HOLD-STATUS PIC X(2) VALUE "00".
       01 DEPT-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WALK-LOG-STATUS PIC X(2) VALUE "00".
       01 WALK-HOLD-STATUS PIC X(2) VALUE "00".
       01 PRIZE-HOLD-STATUS PIC X(2) VALUE "00".
       01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
       01 RESTART-STATUS PIC X(2) VALUE "00".
       01 XREF-EOF-SWITCH PIC X(1) VALUE "N".
           88 XREF-END-OF-FILE VALUE "Y".
       01 LEADER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEADER-END-OF-FILE VALUE "Y".
       01 LEADHIST-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEADHIST-END-OF-FILE VALUE "Y".
       01 HCAP-EOF-SWITCH PIC X(1) VALUE "N".
           88 HCAP-END-OF-FILE VALUE "Y".
       01 LEDGER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEDGER-END-OF-FILE VALUE "Y".
       01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-END-OF-FILE VALUE "Y".
       01 DEPT-EOF-SWITCH PIC X(1) VALUE "N".
           88 DEPT-END-OF-FILE VALUE "Y".
       01 WALK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WALK-END-OF-FILE VALUE "Y".
       01 HOLD-EOF-SWITCH PIC X(1) VALUE "N".
           88 HOLD-END-OF-FILE VALUE "Y".
       01 PRIZE-EOF-SWITCH PIC X(1) VALUE "N".
           88 PRIZE-END-OF-FILE VALUE "Y".
       01 MG-SESSLOCK-SW PIC X(1) VALUE "N".
           88 MG-SESSLOCK-OPEN VALUE "Y".
       01 MG-RESTART-SW PIC X(1) VALUE "N".
           88 MG-RESTART-OPEN VALUE "Y".
       01 MG-LEADHIST-HELD-SW PIC X(1) VALUE "N".
           88 MG-LEADHIST-HELD VALUE "Y".
       01 MG-AUDIT-HELD-SW PIC X(1) VALUE "N".
           88 MG-AUDIT-HELD VALUE "Y".
       01 MG-WALKS-HELD-SW PIC X(1) VALUE "N".
           88 MG-WALKS-HELD VALUE "Y".
       01 MG-HOLD-FAILED-SW PIC X(1) VALUE "N".
           88 MG-HOLD-FAILED VALUE "Y".
       01 MG-TABLE-FULL-SW PIC X(1) VALUE "N".
           88 MG-TABLE-FULL VALUE "Y".
       01 MG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 MG-FOUND VALUE "Y".
       01 MG-DONE-SWITCH PIC X(1) VALUE "N".
           88 MG-DONE VALUE "Y".
       01 MG-BALANCE-SWITCH PIC X(1) VALUE "Y".
           88 MG-IN-BALANCE VALUE "Y".
       01 MG-IDS.
           05 MG-ID PIC X(10) OCCURS 2 TIMES.
       01 MG-WHO PIC 9(01) VALUE 0.
       01 MG-PHASE PIC 9(01) VALUE 1.
           88 MG-BEFORE-PHASE VALUE 1.
           88 MG-AFTER-PHASE VALUE 2.
       01 MG-MESSAGE PIC X(60) VALUE SPACES.
       01 MG-MESSAGE-KEY PIC X(29) VALUE SPACES.
       01 MG-REFUSE-COUNT PIC 9(05) VALUE 0.
       01 MG-APPLY-ERRORS PIC 9(05) VALUE 0.
      ******************************************************************
      * Counts by phase (1 before, 2 after), by file, by id (1 old,
      * 2 new). Files: 1 GAMESTAT, 2 GSXREF, 3 LEADER, 4 LEADHIST,
      * 5 HCAP, 6 PTSLEDG, 7 AUDIT, 8 DEPTHIST, 9 CHALWALK.
      * MG-DROPPED is what the collision rules take out of each
      * file. Branch rounds (GS-SITE set) stay out of files 1 and 2
      * and are counted in MG-BRANCH instead - they do not move, so
      * each id must hold as many after the merge as before.
      ******************************************************************
       01 MG-FILE-NAME-VALUES.
           05 FILLER PIC X(08) VALUE "GAMESTAT".
           05 FILLER PIC X(08) VALUE "GSXREF  ".
           05 FILLER PIC X(08) VALUE "LEADER  ".
           05 FILLER PIC X(08) VALUE "LEADHIST".
           05 FILLER PIC X(08) VALUE "HCAP    ".
           05 FILLER PIC X(08) VALUE "PTSLEDG ".
           05 FILLER PIC X(08) VALUE "AUDIT   ".
           05 FILLER PIC X(08) VALUE "DEPTHIST".
           05 FILLER PIC X(08) VALUE "CHALWALK".
       01 MG-FILE-NAME-TABLE REDEFINES MG-FILE-NAME-VALUES.
           05 MG-FILE-NAME PIC X(08) OCCURS 9 TIMES.
       01 MG-COUNT-TABLE.
           05 MG-COUNT-PHASE OCCURS 2 TIMES.
               10 MG-COUNT-FILE OCCURS 9 TIMES.
                   15 MG-COUNT PIC 9(07) OCCURS 2 TIMES.
               10 MG-POINTS PIC S9(09) OCCURS 2 TIMES.
               10 MG-BRANCH PIC 9(07) OCCURS 2 TIMES.
       01 MG-DROPPED-TABLE.
           05 MG-DROPPED PIC 9(07) OCCURS 9 TIMES.
       01 MG-F PIC 9(02) VALUE 0.
       01 MG-EXPECTED PIC 9(07) VALUE 0.
       01 MG-EXPECTED-POINTS PIC S9(09) VALUE 0.
       01 MG-POINTS-EDIT PIC -(9)9.
       01 MG-POINTS-EDIT-2 PIC -(9)9.
       01 MG-I PIC 9(05) VALUE 0.
       01 MG-J PIC 9(05) VALUE 0.
       01 MG-MATCH PIC 9(05) VALUE 0.
       01 MG-NEW-ROUND-KEY.
           05 MG-NRK-DATE PIC 9(08).
           05 MG-NRK-TIME PIC 9(08).
           05 MG-NRK-PLAYER-ID PIC X(10).
       01 MG-SAVE-PT-KEY PIC X(29).
       01 MG-SAVE-DH-KEY PIC X(18).
       01 MG-SAVE-DEPT-RECORD PIC X(54).
       01 MG-XREF-AT-KEY PIC X(26) VALUE SPACES.
       01 MG-SAVE-POINTS-RECORD PIC X(73).
       01 MG-CTL-RECORD PIC X(44).
       01 MG-ROUNDS-MOVED PIC 9(07) VALUE 0.
       01 MG-LEDGER-MOVED PIC 9(07) VALUE 0.
       01 MG-DEPT-MOVED PIC 9(07) VALUE 0.
       01 MG-BRANCH-LEFT PIC 9(07) VALUE 0.
      ******************************************************************
      * Each id's board, history and rating entries, kept through
      * pass one so the collisions can be settled before anything
      * moves. Action on an old-id entry: M move it to the new id,
      * R replace the new id's (worse) entry with it, D drop it
      * (the new id's is better), C combine the two ratings.
      ******************************************************************
       01 MG-LBO-COUNT PIC 9(05) VALUE 0.
       01 MG-LBO-TABLE.
           05 MG-LBO-ENTRY OCCURS 500 TIMES.
               10 MG-LBO-SEASON PIC X(06).
               10 MG-LBO-UPPERNUM PIC 9(05).
               10 MG-LBO-BEST-TRIES PIC 9(05).
               10 MG-LBO-BEST-DATE PIC 9(08).
               10 MG-LBO-ACTION PIC X(01).
                   88 MG-LBO-MOVE VALUE "M".
                   88 MG-LBO-REPLACE VALUE "R".
                   88 MG-LBO-DROP VALUE "D".
       01 MG-LBN-COUNT PIC 9(05) VALUE 0.
       01 MG-LBN-TABLE.
           05 MG-LBN-ENTRY OCCURS 500 TIMES.
               10 MG-LBN-SEASON PIC X(06).
               10 MG-LBN-UPPERNUM PIC 9(05).
               10 MG-LBN-BEST-TRIES PIC 9(05).
               10 MG-LBN-BEST-DATE PIC 9(08).
       01 MG-LHO-COUNT PIC 9(05) VALUE 0.
       01 MG-LHO-TABLE.
           05 MG-LHO-ENTRY OCCURS 500 TIMES.
               10 MG-LHO-SEASON PIC X(06).
               10 MG-LHO-UPPERNUM PIC 9(05).
               10 MG-LHO-BEST-TRIES PIC 9(05).
               10 MG-LHO-BEST-DATE PIC 9(08).
               10 MG-LHO-ACTION PIC X(01).
                   88 MG-LHO-MOVE VALUE "M".
                   88 MG-LHO-REPLACE VALUE "R".
                   88 MG-LHO-DROP VALUE "D".
       01 MG-LHN-COUNT PIC 9(05) VALUE 0.
       01 MG-LHN-TABLE.
           05 MG-LHN-ENTRY OCCURS 500 TIMES.
               10 MG-LHN-SEASON PIC X(06).
               10 MG-LHN-UPPERNUM PIC 9(05).
               10 MG-LHN-BEST-TRIES PIC 9(05).
               10 MG-LHN-BEST-DATE PIC 9(08).
               10 MG-LHN-BEATEN-SW PIC X(01).
                   88 MG-LHN-BEATEN VALUE "Y".
       01 MG-HCO-COUNT PIC 9(05) VALUE 0.
       01 MG-HCO-TABLE.
           05 MG-HCO-ENTRY OCCURS 500 TIMES.
               10 MG-HCO-PERIOD PIC X(06).
               10 MG-HCO-RATING PIC 9(03)V99.
               10 MG-HCO-ROUNDS PIC 9(05).
               10 MG-HCO-GUESSES PIC 9(07).
               10 MG-HCO-BAD PIC 9(07).
               10 MG-HCO-CALC-DATE PIC 9(08).
               10 MG-HCO-ACTION PIC X(01).
                   88 MG-HCO-MOVE VALUE "M".
                   88 MG-HCO-COMBINE VALUE "C".
       01 MG-HCN-COUNT PIC 9(05) VALUE 0.
       01 MG-HCN-TABLE.
           05 MG-HCN-ENTRY OCCURS 500 TIMES.
               10 MG-HCN-PERIOD PIC X(06).
               10 MG-HCN-ROUNDS PIC 9(05).
               10 MG-HCN-GUESSES PIC 9(07).
               10 MG-HCN-BAD PIC 9(07).
               10 MG-HCN-CALC-DATE PIC 9(08).
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-CHECK-PLAYERS THRU 200-EXIT.
           MOVE 1 TO MG-PHASE.
           PERFORM 300-COUNT-FILES.
           PERFORM 400-PLAN-COLLISIONS.
           PERFORM 450-BUILD-LEADHIST-HOLD THRU 450-EXIT.
           IF MG-HOLD-FAILED THEN
              MOVE "HOLD FILE WRITE FAILED (LEADHMRG/AUDITMRG/CHALWMRG)"
                  TO MG-MESSAGE
              PERFORM 290-REFUSE.
           IF MG-REFUSE-COUNT > 0 THEN
              PERFORM 700-MERGE-REPORT
              DISPLAY "*** " MG-REFUSE-COUNT " PROBLEM(S) FOUND - "
                      "MERGE REFUSED, NO FILE CHANGED ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 500-APPLY-MERGE
              MOVE 2 TO MG-PHASE
              PERFORM 300-COUNT-FILES
              PERFORM 700-MERGE-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           OPEN INPUT MERGPARM-FILE.
           IF MERGPARM-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN MERGPARM FILE, STATUS="
                      MERGPARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ MERGPARM-FILE
               AT END
                   DISPLAY "MERGPARM FILE IS EMPTY - NO IDS TO MERGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE MERGPARM-FILE.
           MOVE FUNCTION UPPER-CASE(MP-OLD-ID) TO MG-ID(1).
           MOVE FUNCTION UPPER-CASE(MP-NEW-ID) TO MG-ID(2).
           DISPLAY "PLAYMRG - MERGING " MG-ID(1) " INTO " MG-ID(2).
           MOVE ZEROS TO MG-COUNT-TABLE.
           MOVE ZEROS TO MG-DROPPED-TABLE.
           OPEN I-O PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PLAYER MASTER FILE, STATUS="
                      PLAYER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O GAMESTATS-FILE.
           IF GAMESTATS-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                      GAMESTATS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O XREF-FILE.
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
           OPEN I-O HANDICAP-FILE.
           IF HANDICAP-STATUS = "35" THEN
              OPEN OUTPUT HANDICAP-FILE
              CLOSE HANDICAP-FILE
              OPEN I-O HANDICAP-FILE.
           IF HANDICAP-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN HANDICAP FILE, STATUS="
                      HANDICAP-STATUS
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
           OPEN I-O DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS = "35" THEN
              OPEN OUTPUT DEPT-HISTORY-FILE
              CLOSE DEPT-HISTORY-FILE
              OPEN I-O DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN DEPARTMENT HISTORY, STATUS="
                      DEPT-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT SESSION-LOCK-FILE.
           IF SESSION-LOCK-STATUS = "00" THEN
              SET MG-SESSLOCK-OPEN TO TRUE.
           OPEN INPUT RESTART-FILE.
           IF RESTART-STATUS = "00" THEN
              SET MG-RESTART-OPEN TO TRUE.
       150-END.
      ******************************************************************
      * Both ids must be on the master, the survivor active, the old
      * id not already merged away, and neither id in the middle of
      * a round - a live session or a suspended round would go on
      * writing under the old id behind the merge. Nor may the old
      * id have a prize round PTSSCRN held that PTSPOST has not paid:
      * the round is re-keyed to the new id and its hold, keyed on
      * the old round key, would no longer stop it being paid.
      ******************************************************************
       200-CHECK-PLAYERS.
           IF MG-ID(1) = SPACES OR MG-ID(2) = SPACES THEN
              MOVE "MERGPARM MUST NAME BOTH THE OLD AND THE NEW ID"
                  TO MG-MESSAGE
              PERFORM 290-REFUSE
              GO TO 200-EXIT.
           IF MG-ID(1) = MG-ID(2) THEN
              MOVE "OLD AND NEW ID ARE THE SAME" TO MG-MESSAGE
              PERFORM 290-REFUSE
              GO TO 200-EXIT.
           MOVE MG-ID(1) TO PL-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "OLD ID IS NOT ON THE PLAYER MASTER"
                       TO MG-MESSAGE
                   PERFORM 290-REFUSE
               NOT INVALID KEY
                   IF PL-MERGED-TO-ID NOT = SPACES THEN
                      MOVE "OLD ID WAS ALREADY MERGED INTO"
                          TO MG-MESSAGE
                      MOVE PL-MERGED-TO-ID TO MG-MESSAGE-KEY
                      PERFORM 290-REFUSE
                   END-IF
           END-READ.
           MOVE MG-ID(2) TO PL-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "NEW ID IS NOT ON THE PLAYER MASTER"
                       TO MG-MESSAGE
                   PERFORM 290-REFUSE
               NOT INVALID KEY
                   IF PL-INACTIVE THEN
                      MOVE "NEW ID IS INACTIVE - MUST BE ACTIVE"
                          TO MG-MESSAGE
                      PERFORM 290-REFUSE
                   END-IF
           END-READ.
           PERFORM 220-CHECK-SESSIONS VARYING MG-WHO FROM 1 BY 1
               UNTIL MG-WHO > 2.
           PERFORM 240-CHECK-PRIZE-HOLDS.
       200-EXIT.
       200-END.
       220-CHECK-SESSIONS.
           IF MG-SESSLOCK-OPEN THEN
              MOVE MG-ID(MG-WHO) TO SL-PLAYER-ID
              READ SESSION-LOCK-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "ID IS SIGNED ON (SESSLOCK.DAT)"
                          TO MG-MESSAGE
                      MOVE MG-ID(MG-WHO) TO MG-MESSAGE-KEY
                      PERFORM 290-REFUSE
              END-READ.
           IF MG-RESTART-OPEN THEN
              MOVE MG-ID(MG-WHO) TO CK-PLAYER-ID
              READ RESTART-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "ID HAS A SUSPENDED ROUND (RESTART.DAT)"
                          TO MG-MESSAGE
                      MOVE MG-ID(MG-WHO) TO MG-MESSAGE-KEY
                      PERFORM 290-REFUSE
              END-READ.
       220-END.
       240-CHECK-PRIZE-HOLDS.
           OPEN INPUT PRIZE-HOLD-FILE.
           IF PRIZE-HOLD-STATUS NOT = "00" THEN
              MOVE "00" TO PRIZE-HOLD-STATUS
           ELSE
              PERFORM 250-READ-PRIZE-HOLD
              PERFORM 260-PRIZE-HOLD-LOOP UNTIL PRIZE-END-OF-FILE
              CLOSE PRIZE-HOLD-FILE.
       240-END.
       250-READ-PRIZE-HOLD.
           READ PRIZE-HOLD-FILE NEXT RECORD
               AT END
                   SET PRIZE-END-OF-FILE TO TRUE
           END-READ.
       250-END.
       260-PRIZE-HOLD-LOOP.
           IF HD-PLAYER-ID = MG-ID(1)
               AND (HD-HELD OR HD-RELEASED) THEN
              MOVE "OLD ID HAS A PRIZE ROUND ON HOLD (PTSHOLD.DAT)"
                  TO MG-MESSAGE
              MOVE HD-ROUND-KEY TO MG-MESSAGE-KEY
              PERFORM 290-REFUSE.
           PERFORM 250-READ-PRIZE-HOLD.
       260-END.
       290-REFUSE.
           ADD 1 TO MG-REFUSE-COUNT.
           DISPLAY "CANNOT MERGE - " MG-MESSAGE.
           IF MG-MESSAGE-KEY NOT = SPACES THEN
              DISPLAY "               " MG-MESSAGE-KEY.
           MOVE SPACES TO MG-MESSAGE.
           MOVE SPACES TO MG-MESSAGE-KEY.
       290-END.
       295-APPLY-ERROR.
           ADD 1 TO MG-APPLY-ERRORS.
           DISPLAY "ERROR - " MG-MESSAGE.
           IF MG-MESSAGE-KEY NOT = SPACES THEN
              DISPLAY "        " MG-MESSAGE-KEY.
           MOVE SPACES TO MG-MESSAGE.
           MOVE SPACES TO MG-MESSAGE-KEY.
       295-END.
      ******************************************************************
      * Counts both ids on every file. Run once before the merge
      * (pass one, which also tables the entries the collision rules
      * need, checks every key the new id would take, and writes the
      * audit hold file) and once after, for the proof.
      ******************************************************************
       300-COUNT-FILES.
           PERFORM 310-COUNT-ROUNDS VARYING MG-WHO FROM 1 BY 1
               UNTIL MG-WHO > 2.
           PERFORM 330-COUNT-LEADER.
           PERFORM 340-COUNT-LEADHIST THRU 340-EXIT.
           PERFORM 350-COUNT-HCAP.
           PERFORM 360-COUNT-LEDGER VARYING MG-WHO FROM 1 BY 1
               UNTIL MG-WHO > 2.
           PERFORM 370-COUNT-AUDIT THRU 370-EXIT.
           PERFORM 380-COUNT-DEPTHIST VARYING MG-WHO FROM 1 BY 1
               UNTIL MG-WHO > 2.
           PERFORM 390-COUNT-WALKS THRU 390-EXIT.
       300-END.
      ******************************************************************
      * Rounds are found through the player index - GAMEBKUP proves
      * it against GAMESTATS every night - and each entry must lead
      * to its round, or the index is out of step and the merge
      * waits for a GAMEREST GSXREF rebuild. A branch round is
      * only counted - it is not ours to move.
      ******************************************************************
       310-COUNT-ROUNDS.
           MOVE "N" TO XREF-EOF-SWITCH.
           MOVE MG-ID(MG-WHO) TO GX-PLAYER-ID.
           MOVE 0 TO GX-TS-DATE.
           MOVE 0 TO GX-TS-TIME.
           START XREF-FILE KEY NOT < GX-KEY
               INVALID KEY
                   SET XREF-END-OF-FILE TO TRUE
           END-START.
           PERFORM 315-READ-XREF.
           PERFORM 320-COUNT-ROUND-LOOP UNTIL XREF-END-OF-FILE.
       310-END.
       315-READ-XREF.
           IF NOT XREF-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET XREF-END-OF-FILE TO TRUE
              END-READ
              IF NOT XREF-END-OF-FILE
                  AND GX-PLAYER-ID NOT = MG-ID(MG-WHO) THEN
                 SET XREF-END-OF-FILE TO TRUE.
       315-END.
       320-COUNT-ROUND-LOOP.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   ADD 1 TO MG-COUNT(MG-PHASE, 2, MG-WHO)
                   IF MG-BEFORE-PHASE THEN
                      MOVE "INDEX ENTRY HAS NO ROUND - REBUILD GSXREF"
                          TO MG-MESSAGE
                      MOVE GX-ROUND-KEY TO MG-MESSAGE-KEY
                      PERFORM 290-REFUSE
                   END-IF
               NOT INVALID KEY
                   IF GS-SITE NOT = SPACES THEN
                      ADD 1 TO MG-BRANCH(MG-PHASE, MG-WHO)
                   ELSE
                      ADD 1 TO MG-COUNT(MG-PHASE, 2, MG-WHO)
                      ADD 1 TO MG-COUNT(MG-PHASE, 1, MG-WHO)
                      IF MG-BEFORE-PHASE AND MG-WHO = 1 THEN
                         PERFORM 325-CHECK-ROUND-KEY
                      END-IF
                   END-IF
           END-READ.
           PERFORM 315-READ-XREF.
       320-END.
       325-CHECK-ROUND-KEY.
           MOVE MG-ID(2) TO GS-PLAYER-ID.
           READ GAMESTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ALREADY HAS A ROUND AT THIS TIME"
                       TO MG-MESSAGE
                   MOVE GS-TIMESTAMP TO MG-MESSAGE-KEY
                   PERFORM 290-REFUSE
           END-READ.
       325-END.
       330-COUNT-LEADER.
           MOVE "N" TO LEADER-EOF-SWITCH.
           MOVE LOW-VALUES TO LB-KEY.
           START LEADERBOARD-FILE KEY NOT < LB-KEY
               INVALID KEY
                   SET LEADER-END-OF-FILE TO TRUE
           END-START.
           PERFORM 332-READ-LEADER.
           PERFORM 335-COUNT-LEADER-LOOP UNTIL LEADER-END-OF-FILE.
       330-END.
       332-READ-LEADER.
           IF NOT LEADER-END-OF-FILE THEN
              READ LEADERBOARD-FILE NEXT RECORD
                  AT END
                      SET LEADER-END-OF-FILE TO TRUE
              END-READ.
       332-END.
       335-COUNT-LEADER-LOOP.
           IF LB-PLAYER-ID = MG-ID(1) THEN
              ADD 1 TO MG-COUNT(MG-PHASE, 3, 1)
              IF MG-BEFORE-PHASE THEN
                 PERFORM 336-TABLE-OLD-LEADER
              END-IF
           ELSE
              IF LB-PLAYER-ID = MG-ID(2) THEN
                 ADD 1 TO MG-COUNT(MG-PHASE, 3, 2)
                 IF MG-BEFORE-PHASE THEN
                    PERFORM 337-TABLE-NEW-LEADER.
           PERFORM 332-READ-LEADER.
       335-END.
       336-TABLE-OLD-LEADER.
           IF MG-LBO-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-LBO-COUNT
              MOVE LB-SEASON TO MG-LBO-SEASON(MG-LBO-COUNT)
              MOVE LB-UPPERNUM TO MG-LBO-UPPERNUM(MG-LBO-COUNT)
              MOVE LB-BEST-TRIES TO MG-LBO-BEST-TRIES(MG-LBO-COUNT)
              MOVE LB-BEST-DATE TO MG-LBO-BEST-DATE(MG-LBO-COUNT)
              SET MG-LBO-MOVE(MG-LBO-COUNT) TO TRUE.
       336-END.
       337-TABLE-NEW-LEADER.
           IF MG-LBN-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-LBN-COUNT
              MOVE LB-SEASON TO MG-LBN-SEASON(MG-LBN-COUNT)
              MOVE LB-UPPERNUM TO MG-LBN-UPPERNUM(MG-LBN-COUNT)
              MOVE LB-BEST-TRIES TO MG-LBN-BEST-TRIES(MG-LBN-COUNT)
              MOVE LB-BEST-DATE TO MG-LBN-BEST-DATE(MG-LBN-COUNT).
       337-END.
       340-COUNT-LEADHIST.
           OPEN INPUT LEADHIST-FILE.
           IF LEADHIST-STATUS = "35" THEN
              GO TO 340-EXIT.
           IF LEADHIST-STATUS NOT = "00" THEN
              MOVE "UNABLE TO OPEN LEADHIST.DAT" TO MG-MESSAGE
              MOVE LEADHIST-STATUS TO MG-MESSAGE-KEY
              IF MG-BEFORE-PHASE THEN
                 PERFORM 290-REFUSE
              ELSE
                 PERFORM 295-APPLY-ERROR
              END-IF
              GO TO 340-EXIT.
           MOVE "N" TO LEADHIST-EOF-SWITCH.
           PERFORM 342-READ-LEADHIST.
           PERFORM 345-COUNT-LEADHIST-LOOP UNTIL LEADHIST-END-OF-FILE.
           CLOSE LEADHIST-FILE.
       340-EXIT.
       340-END.
       342-READ-LEADHIST.
           READ LEADHIST-FILE
               AT END
                   SET LEADHIST-END-OF-FILE TO TRUE.
       342-END.
       345-COUNT-LEADHIST-LOOP.
           IF LH-PLAYER-ID = MG-ID(1) THEN
              ADD 1 TO MG-COUNT(MG-PHASE, 4, 1)
              IF MG-BEFORE-PHASE THEN
                 PERFORM 346-TABLE-OLD-LEADHIST
              END-IF
           ELSE
              IF LH-PLAYER-ID = MG-ID(2) THEN
                 ADD 1 TO MG-COUNT(MG-PHASE, 4, 2)
                 IF MG-BEFORE-PHASE THEN
                    PERFORM 347-TABLE-NEW-LEADHIST.
           PERFORM 342-READ-LEADHIST.
       345-END.
       346-TABLE-OLD-LEADHIST.
           IF MG-LHO-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-LHO-COUNT
              MOVE LH-SEASON TO MG-LHO-SEASON(MG-LHO-COUNT)
              MOVE LH-UPPERNUM TO MG-LHO-UPPERNUM(MG-LHO-COUNT)
              MOVE LH-BEST-TRIES TO MG-LHO-BEST-TRIES(MG-LHO-COUNT)
              MOVE LH-BEST-DATE TO MG-LHO-BEST-DATE(MG-LHO-COUNT)
              SET MG-LHO-MOVE(MG-LHO-COUNT) TO TRUE.
       346-END.
       347-TABLE-NEW-LEADHIST.
           IF MG-LHN-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-LHN-COUNT
              MOVE LH-SEASON TO MG-LHN-SEASON(MG-LHN-COUNT)
              MOVE LH-UPPERNUM TO MG-LHN-UPPERNUM(MG-LHN-COUNT)
              MOVE LH-BEST-TRIES TO MG-LHN-BEST-TRIES(MG-LHN-COUNT)
              MOVE LH-BEST-DATE TO MG-LHN-BEST-DATE(MG-LHN-COUNT)
              MOVE "N" TO MG-LHN-BEATEN-SW(MG-LHN-COUNT).
       347-END.
       350-COUNT-HCAP.
           MOVE "N" TO HCAP-EOF-SWITCH.
           MOVE LOW-VALUES TO HC-KEY.
           START HANDICAP-FILE KEY NOT < HC-KEY
               INVALID KEY
                   SET HCAP-END-OF-FILE TO TRUE
           END-START.
           PERFORM 352-READ-HCAP.
           PERFORM 355-COUNT-HCAP-LOOP UNTIL HCAP-END-OF-FILE.
       350-END.
       352-READ-HCAP.
           IF NOT HCAP-END-OF-FILE THEN
              READ HANDICAP-FILE NEXT RECORD
                  AT END
                      SET HCAP-END-OF-FILE TO TRUE
              END-READ.
       352-END.
       355-COUNT-HCAP-LOOP.
           IF HC-PLAYER-ID = MG-ID(1) THEN
              ADD 1 TO MG-COUNT(MG-PHASE, 5, 1)
              IF MG-BEFORE-PHASE THEN
                 PERFORM 356-TABLE-OLD-HCAP
              END-IF
           ELSE
              IF HC-PLAYER-ID = MG-ID(2) THEN
                 ADD 1 TO MG-COUNT(MG-PHASE, 5, 2)
                 IF MG-BEFORE-PHASE THEN
                    PERFORM 357-TABLE-NEW-HCAP.
           PERFORM 352-READ-HCAP.
       355-END.
       356-TABLE-OLD-HCAP.
           IF MG-HCO-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-HCO-COUNT
              MOVE HC-PERIOD TO MG-HCO-PERIOD(MG-HCO-COUNT)
              MOVE HC-RATING TO MG-HCO-RATING(MG-HCO-COUNT)
              MOVE HC-ROUNDS TO MG-HCO-ROUNDS(MG-HCO-COUNT)
              MOVE HC-GUESSES TO MG-HCO-GUESSES(MG-HCO-COUNT)
              MOVE HC-BAD TO MG-HCO-BAD(MG-HCO-COUNT)
              MOVE HC-CALC-DATE TO MG-HCO-CALC-DATE(MG-HCO-COUNT)
              SET MG-HCO-MOVE(MG-HCO-COUNT) TO TRUE.
       356-END.
       357-TABLE-NEW-HCAP.
           IF MG-HCN-COUNT >= 500 THEN
              SET MG-TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO MG-HCN-COUNT
              MOVE HC-PERIOD TO MG-HCN-PERIOD(MG-HCN-COUNT)
              MOVE HC-ROUNDS TO MG-HCN-ROUNDS(MG-HCN-COUNT)
              MOVE HC-GUESSES TO MG-HCN-GUESSES(MG-HCN-COUNT)
              MOVE HC-BAD TO MG-HCN-BAD(MG-HCN-COUNT)
              MOVE HC-CALC-DATE TO MG-HCN-CALC-DATE(MG-HCN-COUNT).
       357-END.
      ******************************************************************
      * Ledger entries and each id's balance - earns in, adjustments
      * and redemptions out, the PTSSTMT rule. Before the merge,
      * every old-id key is tried under the new id; the check moves
      * the file position, so the scan is restarted just past the
      * entry it came from.
      ******************************************************************
       360-COUNT-LEDGER.
           MOVE "N" TO LEDGER-EOF-SWITCH.
           MOVE MG-ID(MG-WHO) TO PT-PLAYER-ID.
           MOVE 0 TO PT-POST-DATE.
           MOVE 0 TO PT-POST-TIME.
           MOVE 0 TO PT-POST-SEQ.
           START POINTS-LEDGER-FILE KEY NOT < PT-KEY
               INVALID KEY
                   SET LEDGER-END-OF-FILE TO TRUE
           END-START.
           PERFORM 362-READ-LEDGER.
           PERFORM 365-COUNT-LEDGER-LOOP UNTIL LEDGER-END-OF-FILE.
       360-END.
       362-READ-LEDGER.
           IF NOT LEDGER-END-OF-FILE THEN
              READ POINTS-LEDGER-FILE NEXT RECORD
                  AT END
                      SET LEDGER-END-OF-FILE TO TRUE
              END-READ
              IF NOT LEDGER-END-OF-FILE
                  AND PT-PLAYER-ID NOT = MG-ID(MG-WHO) THEN
                 SET LEDGER-END-OF-FILE TO TRUE.
       362-END.
       365-COUNT-LEDGER-LOOP.
           ADD 1 TO MG-COUNT(MG-PHASE, 6, MG-WHO).
           IF PT-EARN-ENTRY THEN
              ADD PT-POINTS TO MG-POINTS(MG-PHASE, MG-WHO)
           ELSE
              SUBTRACT PT-POINTS FROM MG-POINTS(MG-PHASE, MG-WHO).
           IF MG-BEFORE-PHASE AND MG-WHO = 1 THEN
              PERFORM 367-CHECK-LEDGER-KEY.
           PERFORM 362-READ-LEDGER.
       365-END.
       367-CHECK-LEDGER-KEY.
           MOVE PT-KEY TO MG-SAVE-PT-KEY.
           MOVE MG-ID(2) TO PT-PLAYER-ID.
           READ POINTS-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ALREADY HAS A LEDGER ENTRY AT THIS KEY"
                       TO MG-MESSAGE
                   MOVE PT-KEY TO MG-MESSAGE-KEY
                   PERFORM 290-REFUSE
           END-READ.
           MOVE MG-SAVE-PT-KEY TO PT-KEY.
           START POINTS-LEDGER-FILE KEY > PT-KEY
               INVALID KEY
                   SET LEDGER-END-OF-FILE TO TRUE
           END-START.
       367-END.
      ******************************************************************
      * AUDIT.DAT is sequential, so pass one writes the merged copy
      * (old id renamed) to AUDITMRG.DAT and pass two reloads the
      * live log from it, the way GAMEARCH rebuilds it.
      ******************************************************************
       370-COUNT-AUDIT.
           OPEN INPUT GUESS-AUDIT-FILE.
           IF AUDIT-STATUS = "35" THEN
              GO TO 370-EXIT.
           IF AUDIT-STATUS NOT = "00" THEN
              MOVE "UNABLE TO OPEN AUDIT.DAT" TO MG-MESSAGE
              MOVE AUDIT-STATUS TO MG-MESSAGE-KEY
              IF MG-BEFORE-PHASE THEN
                 PERFORM 290-REFUSE
              ELSE
                 PERFORM 295-APPLY-ERROR
              END-IF
              GO TO 370-EXIT.
           IF MG-BEFORE-PHASE THEN
              OPEN OUTPUT AUDIT-HOLD-FILE
              SET MG-AUDIT-HELD TO TRUE.
           MOVE "N" TO AUDIT-EOF-SWITCH.
           PERFORM 372-READ-AUDIT.
           PERFORM 375-COUNT-AUDIT-LOOP UNTIL AUDIT-END-OF-FILE.
           CLOSE GUESS-AUDIT-FILE.
           IF MG-BEFORE-PHASE THEN
              CLOSE AUDIT-HOLD-FILE.
       370-EXIT.
       370-END.
       372-READ-AUDIT.
           READ GUESS-AUDIT-FILE
               AT END
                   SET AUDIT-END-OF-FILE TO TRUE.
       372-END.
       375-COUNT-AUDIT-LOOP.
           IF AU-PLAYER-ID = MG-ID(1) THEN
              ADD 1 TO MG-COUNT(MG-PHASE, 7, 1)
           ELSE
              IF AU-PLAYER-ID = MG-ID(2) THEN
                 ADD 1 TO MG-COUNT(MG-PHASE, 7, 2).
           IF MG-BEFORE-PHASE THEN
              IF AU-PLAYER-ID = MG-ID(1) THEN
                 MOVE MG-ID(2) TO AU-PLAYER-ID
              END-IF
              WRITE AUDIT-HOLD-RECORD FROM AUDIT-RECORD
              IF AUDIT-HOLD-STATUS NOT = "00" THEN
                 SET MG-HOLD-FAILED TO TRUE.
           PERFORM 372-READ-AUDIT.
       375-END.
      ******************************************************************
      * Department history. An old-id record dated the same day as
      * one of the new id's would take the new id's key; which of
      * the two departments is right is for the player's manager to
      * say, so the merge is refused and PLAYMAINT used first. The
      * check moves the file position, as the ledger check does.
      ******************************************************************
       380-COUNT-DEPTHIST.
           MOVE "N" TO DEPT-EOF-SWITCH.
           MOVE MG-ID(MG-WHO) TO DH-PLAYER-ID.
           MOVE 0 TO DH-EFF-DATE.
           START DEPT-HISTORY-FILE KEY NOT < DH-KEY
               INVALID KEY
                   SET DEPT-END-OF-FILE TO TRUE
           END-START.
           PERFORM 382-READ-DEPTHIST.
           PERFORM 385-COUNT-DEPTHIST-LOOP UNTIL DEPT-END-OF-FILE.
       380-END.
       382-READ-DEPTHIST.
           IF NOT DEPT-END-OF-FILE THEN
              READ DEPT-HISTORY-FILE NEXT RECORD
                  AT END
                      SET DEPT-END-OF-FILE TO TRUE
              END-READ
              IF NOT DEPT-END-OF-FILE
                  AND DH-PLAYER-ID NOT = MG-ID(MG-WHO) THEN
                 SET DEPT-END-OF-FILE TO TRUE.
       382-END.
       385-COUNT-DEPTHIST-LOOP.
           ADD 1 TO MG-COUNT(MG-PHASE, 8, MG-WHO).
           IF MG-BEFORE-PHASE AND MG-WHO = 1 THEN
              PERFORM 387-CHECK-DEPTHIST-KEY.
           PERFORM 382-READ-DEPTHIST.
       385-END.
       387-CHECK-DEPTHIST-KEY.
           MOVE DH-KEY TO MG-SAVE-DH-KEY.
           MOVE MG-ID(2) TO DH-PLAYER-ID.
           READ DEPT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ALREADY HAS A DEPARTMENT ON THIS DATE"
                       TO MG-MESSAGE
                   MOVE DH-KEY TO MG-MESSAGE-KEY
                   PERFORM 290-REFUSE
           END-READ.
           MOVE MG-SAVE-DH-KEY TO DH-KEY.
           START DEPT-HISTORY-FILE KEY > DH-KEY
               INVALID KEY
                   SET DEPT-END-OF-FILE TO TRUE
           END-START.
       387-END.
      ******************************************************************
      * CHALWALK.DAT is sequential and is rebuilt through a hold
      * file, CHALWMRG.DAT, as AUDIT.DAT is. The player id is part
      * of the walkaway's round key, so renaming it re-points the
      * row at the re-keyed settlement round.
      ******************************************************************
       390-COUNT-WALKS.
           OPEN INPUT WALK-LOG-FILE.
           IF WALK-LOG-STATUS = "35" THEN
              GO TO 390-EXIT.
           IF WALK-LOG-STATUS NOT = "00" THEN
              MOVE "UNABLE TO OPEN CHALWALK.DAT" TO MG-MESSAGE
              MOVE WALK-LOG-STATUS TO MG-MESSAGE-KEY
              IF MG-BEFORE-PHASE THEN
                 PERFORM 290-REFUSE
              ELSE
                 PERFORM 295-APPLY-ERROR
              END-IF
              GO TO 390-EXIT.
           IF MG-BEFORE-PHASE THEN
              OPEN OUTPUT WALK-HOLD-FILE
              SET MG-WALKS-HELD TO TRUE.
           MOVE "N" TO WALK-EOF-SWITCH.
           PERFORM 392-READ-WALK.
           PERFORM 395-COUNT-WALK-LOOP UNTIL WALK-END-OF-FILE.
           CLOSE WALK-LOG-FILE.
           IF MG-BEFORE-PHASE THEN
              CLOSE WALK-HOLD-FILE.
       390-EXIT.
       390-END.
       392-READ-WALK.
           READ WALK-LOG-FILE
               AT END
                   SET WALK-END-OF-FILE TO TRUE.
       392-END.
       395-COUNT-WALK-LOOP.
           IF WK-PLAYER-ID = MG-ID(1) THEN
              ADD 1 TO MG-COUNT(MG-PHASE, 9, 1)
           ELSE
              IF WK-PLAYER-ID = MG-ID(2) THEN
                 ADD 1 TO MG-COUNT(MG-PHASE, 9, 2).
           IF MG-BEFORE-PHASE THEN
              IF WK-PLAYER-ID = MG-ID(1) THEN
                 MOVE MG-ID(2) TO WK-PLAYER-ID
              END-IF
              WRITE WALK-HOLD-RECORD FROM WALK-RECORD
              IF WALK-HOLD-STATUS NOT = "00" THEN
                 SET MG-HOLD-FAILED TO TRUE.
           PERFORM 392-READ-WALK.
       395-END.
      ******************************************************************
      * Settle the collisions. A board or history entry both ids
      * hold for the same season and range keeps the fewer tries
      * (the earlier date on a tie goes to the old id's entry only
      * when it is strictly earlier); a rating both hold for the
      * same period is combined.
      ******************************************************************
       400-PLAN-COLLISIONS.
           IF MG-TABLE-FULL THEN
              MOVE "OVER 500 BOARD, HISTORY OR RATING ENTRIES ON AN ID"
                  TO MG-MESSAGE
              PERFORM 290-REFUSE.
           PERFORM 410-PLAN-LEADER VARYING MG-I FROM 1 BY 1
               UNTIL MG-I > MG-LBO-COUNT.
           PERFORM 420-PLAN-LEADHIST VARYING MG-I FROM 1 BY 1
               UNTIL MG-I > MG-LHO-COUNT.
           PERFORM 430-PLAN-HCAP VARYING MG-I FROM 1 BY 1
               UNTIL MG-I > MG-HCO-COUNT.
       400-END.
       410-PLAN-LEADER.
           MOVE "N" TO MG-FOUND-SWITCH.
           PERFORM 415-FIND-NEW-LEADER VARYING MG-J FROM 1 BY 1
               UNTIL MG-J > MG-LBN-COUNT OR MG-FOUND.
           IF MG-FOUND THEN
              ADD 1 TO MG-DROPPED(3)
              IF MG-LBO-BEST-TRIES(MG-I)
                     < MG-LBN-BEST-TRIES(MG-MATCH)
                  OR (MG-LBO-BEST-TRIES(MG-I)
                         = MG-LBN-BEST-TRIES(MG-MATCH)
                      AND MG-LBO-BEST-DATE(MG-I)
                         < MG-LBN-BEST-DATE(MG-MATCH)) THEN
                 SET MG-LBO-REPLACE(MG-I) TO TRUE
              ELSE
                 SET MG-LBO-DROP(MG-I) TO TRUE.
       410-END.
       415-FIND-NEW-LEADER.
           IF MG-LBN-SEASON(MG-J) = MG-LBO-SEASON(MG-I)
               AND MG-LBN-UPPERNUM(MG-J) = MG-LBO-UPPERNUM(MG-I) THEN
              SET MG-FOUND TO TRUE
              MOVE MG-J TO MG-MATCH.
       415-END.
       420-PLAN-LEADHIST.
           MOVE "N" TO MG-FOUND-SWITCH.
           PERFORM 425-FIND-NEW-LEADHIST VARYING MG-J FROM 1 BY 1
               UNTIL MG-J > MG-LHN-COUNT OR MG-FOUND.
           IF MG-FOUND THEN
              ADD 1 TO MG-DROPPED(4)
              IF MG-LHO-BEST-TRIES(MG-I)
                     < MG-LHN-BEST-TRIES(MG-MATCH)
                  OR (MG-LHO-BEST-TRIES(MG-I)
                         = MG-LHN-BEST-TRIES(MG-MATCH)
                      AND MG-LHO-BEST-DATE(MG-I)
                         < MG-LHN-BEST-DATE(MG-MATCH)) THEN
                 SET MG-LHO-REPLACE(MG-I) TO TRUE
                 SET MG-LHN-BEATEN(MG-MATCH) TO TRUE
              ELSE
                 SET MG-LHO-DROP(MG-I) TO TRUE.
       420-END.
       425-FIND-NEW-LEADHIST.
           IF MG-LHN-SEASON(MG-J) = MG-LHO-SEASON(MG-I)
               AND MG-LHN-UPPERNUM(MG-J) = MG-LHO-UPPERNUM(MG-I) THEN
              SET MG-FOUND TO TRUE
              MOVE MG-J TO MG-MATCH.
       425-END.
      ******************************************************************
      * A period rated under both ids: the guesses, bad guesses and
      * rounds are added and the rating is the HCAPCALC figure for
      * the sum - the share of the guesses that were disciplined.
      ******************************************************************
       430-PLAN-HCAP.
           MOVE "N" TO MG-FOUND-SWITCH.
           PERFORM 435-FIND-NEW-HCAP VARYING MG-J FROM 1 BY 1
               UNTIL MG-J > MG-HCN-COUNT OR MG-FOUND.
           IF MG-FOUND THEN
              ADD 1 TO MG-DROPPED(5)
              SET MG-HCO-COMBINE(MG-I) TO TRUE
              ADD MG-HCN-ROUNDS(MG-MATCH) TO MG-HCO-ROUNDS(MG-I)
              ADD MG-HCN-GUESSES(MG-MATCH) TO MG-HCO-GUESSES(MG-I)
              ADD MG-HCN-BAD(MG-MATCH) TO MG-HCO-BAD(MG-I)
              IF MG-HCN-CALC-DATE(MG-MATCH)
                     > MG-HCO-CALC-DATE(MG-I) THEN
                 MOVE MG-HCN-CALC-DATE(MG-MATCH)
                     TO MG-HCO-CALC-DATE(MG-I)
              END-IF
              MOVE 0 TO MG-HCO-RATING(MG-I)
              IF MG-HCO-GUESSES(MG-I) > 0 THEN
                 COMPUTE MG-HCO-RATING(MG-I) ROUNDED =
                     (MG-HCO-GUESSES(MG-I) - MG-HCO-BAD(MG-I)) * 100
                         / MG-HCO-GUESSES(MG-I)
                     ON SIZE ERROR
                         MOVE 0 TO MG-HCO-RATING(MG-I)
                 END-COMPUTE.
       430-END.
       435-FIND-NEW-HCAP.
           IF MG-HCN-PERIOD(MG-J) = MG-HCO-PERIOD(MG-I) THEN
              SET MG-FOUND TO TRUE
              MOVE MG-J TO MG-MATCH.
       435-END.
      ******************************************************************
      * LEADHIST.DAT is sequential too: the merged copy goes to
      * LEADHMRG.DAT with the old id's rows renamed, the losing row
      * of each collision left out.
      ******************************************************************
       450-BUILD-LEADHIST-HOLD.
           IF MG-COUNT(1, 4, 1) = 0 OR MG-REFUSE-COUNT > 0 THEN
              GO TO 450-EXIT.
           OPEN INPUT LEADHIST-FILE.
           OPEN OUTPUT LEADHIST-HOLD-FILE.
           SET MG-LEADHIST-HELD TO TRUE.
           MOVE "N" TO LEADHIST-EOF-SWITCH.
           PERFORM 342-READ-LEADHIST.
           PERFORM 455-HOLD-LEADHIST-LOOP UNTIL LEADHIST-END-OF-FILE.
           CLOSE LEADHIST-FILE.
           CLOSE LEADHIST-HOLD-FILE.
       450-EXIT.
       450-END.
       455-HOLD-LEADHIST-LOOP.
           MOVE "N" TO MG-FOUND-SWITCH.
           IF LH-PLAYER-ID = MG-ID(1) THEN
              PERFORM 457-FIND-OLD-ROW VARYING MG-J FROM 1 BY 1
                  UNTIL MG-J > MG-LHO-COUNT OR MG-FOUND
              IF MG-FOUND AND MG-LHO-DROP(MG-MATCH) THEN
                 CONTINUE
              ELSE
                 MOVE MG-ID(2) TO LH-PLAYER-ID
                 PERFORM 459-WRITE-HOLD-ROW
              END-IF
           ELSE
              IF LH-PLAYER-ID = MG-ID(2) THEN
                 PERFORM 458-FIND-NEW-ROW VARYING MG-J FROM 1 BY 1
                     UNTIL MG-J > MG-LHN-COUNT OR MG-FOUND
                 IF MG-FOUND AND MG-LHN-BEATEN(MG-MATCH) THEN
                    CONTINUE
                 ELSE
                    PERFORM 459-WRITE-HOLD-ROW
                 END-IF
              ELSE
                 PERFORM 459-WRITE-HOLD-ROW.
           PERFORM 342-READ-LEADHIST.
       455-END.
       457-FIND-OLD-ROW.
           IF MG-LHO-SEASON(MG-J) = LH-SEASON
               AND MG-LHO-UPPERNUM(MG-J) = LH-UPPERNUM THEN
              SET MG-FOUND TO TRUE
              MOVE MG-J TO MG-MATCH.
       457-END.
       458-FIND-NEW-ROW.
           IF MG-LHN-SEASON(MG-J) = LH-SEASON
               AND MG-LHN-UPPERNUM(MG-J) = LH-UPPERNUM THEN
              SET MG-FOUND TO TRUE
              MOVE MG-J TO MG-MATCH.
       458-END.
       459-WRITE-HOLD-ROW.
           WRITE LEADHIST-HOLD-RECORD FROM LEADHIST-RECORD.
           IF LEADHIST-HOLD-STATUS NOT = "00" THEN
              SET MG-HOLD-FAILED TO TRUE.
       459-END.
      ******************************************************************
      * Pass two. Every move writes the new-id record before it
      * deletes the old one, so a failure part way leaves a
      * duplicate to clear by hand rather than a lost record.
      ******************************************************************
       500-APPLY-MERGE.
           PERFORM 510-MOVE-ROUNDS.
           PERFORM 530-MOVE-LEDGER.
           PERFORM 540-MOVE-DEPTHIST.
           PERFORM 550-MOVE-LEADER THRU 550-EXIT
               VARYING MG-I FROM 1 BY 1 UNTIL MG-I > MG-LBO-COUNT.
           PERFORM 560-MOVE-HCAP THRU 560-EXIT
               VARYING MG-I FROM 1 BY 1 UNTIL MG-I > MG-HCO-COUNT.
           IF MG-LEADHIST-HELD THEN
              PERFORM 570-RELOAD-LEADHIST.
           IF MG-AUDIT-HELD THEN
              PERFORM 580-RELOAD-AUDIT.
           IF MG-WALKS-HELD THEN
              PERFORM 586-RELOAD-WALKS.
           PERFORM 590-REPOINT-CONTROL.
           PERFORM 595-RETIRE-OLD-ID.
           DISPLAY "ROUNDS RE-KEYED ........: " MG-ROUNDS-MOVED.
           DISPLAY "LEDGER ENTRIES RE-KEYED : " MG-LEDGER-MOVED.
           DISPLAY "DEPT HISTORY RE-KEYED ..: " MG-DEPT-MOVED.
           DISPLAY "BRANCH ROUNDS LEFT .....: " MG-BRANCH-LEFT.
       500-END.
      ******************************************************************
      * The old id's index entries are found afresh each time, the
      * START placed just past the entry last handled - a moved
      * entry is gone and a branch round's stays put, so either way
      * the START lands on the next one still to look at.
      ******************************************************************
       510-MOVE-ROUNDS.
           MOVE "N" TO MG-DONE-SWITCH.
           MOVE SPACES TO MG-XREF-AT-KEY.
           PERFORM 515-MOVE-ONE-ROUND THRU 515-EXIT UNTIL MG-DONE.
       510-END.
       515-MOVE-ONE-ROUND.
           IF MG-XREF-AT-KEY = SPACES THEN
              MOVE MG-ID(1) TO GX-PLAYER-ID
              MOVE 0 TO GX-TS-DATE
              MOVE 0 TO GX-TS-TIME
              START XREF-FILE KEY NOT < GX-KEY
                  INVALID KEY
                      SET MG-DONE TO TRUE
              END-START
           ELSE
              MOVE MG-XREF-AT-KEY TO GX-KEY
              START XREF-FILE KEY > GX-KEY
                  INVALID KEY
                      SET MG-DONE TO TRUE
              END-START.
           IF NOT MG-DONE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET MG-DONE TO TRUE
              END-READ.
           IF MG-DONE OR GX-PLAYER-ID NOT = MG-ID(1) THEN
              SET MG-DONE TO TRUE
              GO TO 515-EXIT.
           MOVE GX-KEY TO MG-XREF-AT-KEY.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "ROUND VANISHED DURING THE MERGE"
                       TO MG-MESSAGE
                   MOVE GX-ROUND-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 515-EXIT
           END-READ.
           IF GS-SITE NOT = SPACES THEN
              ADD 1 TO MG-BRANCH-LEFT
              GO TO 515-EXIT.
           MOVE GS-TS-DATE TO MG-NRK-DATE.
           MOVE GS-TS-TIME TO MG-NRK-TIME.
           MOVE MG-ID(2) TO MG-NRK-PLAYER-ID.
           MOVE MG-ID(2) TO GS-PLAYER-ID.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "GAMESTATS WRITE FAILED - ROUNDS STOPPED AT"
                       TO MG-MESSAGE
                   MOVE GX-ROUND-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 515-EXIT
           END-WRITE.
           MOVE MG-ID(1) TO GS-PLAYER-ID.
           DELETE GAMESTATS-FILE RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "GAMESTATS DELETE FAILED - ROUND ON BOTH IDS"
                       TO MG-MESSAGE
                   MOVE GX-ROUND-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 515-EXIT
           END-DELETE.
           ADD 1 TO MG-ROUNDS-MOVED.
           DELETE XREF-FILE RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "INDEX DELETE FAILED - REBUILD GSXREF"
                       TO MG-MESSAGE
                   MOVE GX-ROUND-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 515-EXIT
           END-DELETE.
           MOVE MG-ID(2) TO GX-PLAYER-ID.
           MOVE MG-NEW-ROUND-KEY TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   MOVE "INDEX WRITE FAILED - REBUILD GSXREF"
                       TO MG-MESSAGE
                   MOVE MG-NEW-ROUND-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
           END-WRITE.
       515-EXIT.
       515-END.
       530-MOVE-LEDGER.
           MOVE "N" TO MG-DONE-SWITCH.
           PERFORM 535-MOVE-ONE-ENTRY THRU 535-EXIT UNTIL MG-DONE.
       530-END.
       535-MOVE-ONE-ENTRY.
           MOVE MG-ID(1) TO PT-PLAYER-ID.
           MOVE 0 TO PT-POST-DATE.
           MOVE 0 TO PT-POST-TIME.
           MOVE 0 TO PT-POST-SEQ.
           START POINTS-LEDGER-FILE KEY NOT < PT-KEY
               INVALID KEY
                   SET MG-DONE TO TRUE
           END-START.
           IF NOT MG-DONE THEN
              READ POINTS-LEDGER-FILE NEXT RECORD
                  AT END
                      SET MG-DONE TO TRUE
              END-READ.
           IF MG-DONE OR PT-PLAYER-ID NOT = MG-ID(1) THEN
              SET MG-DONE TO TRUE
              GO TO 535-EXIT.
           MOVE POINTS-RECORD TO MG-SAVE-POINTS-RECORD.
           MOVE MG-ID(2) TO PT-PLAYER-ID.
           IF PT-ROUND-KEY(17:10) = MG-ID(1) THEN
              MOVE MG-ID(2) TO PT-ROUND-KEY(17:10).
           WRITE POINTS-RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "LEDGER WRITE FAILED - ENTRIES STOPPED AT"
                       TO MG-MESSAGE
                   MOVE PT-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 535-EXIT
           END-WRITE.
           MOVE MG-SAVE-POINTS-RECORD TO POINTS-RECORD.
           DELETE POINTS-LEDGER-FILE RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "LEDGER DELETE FAILED - ENTRY ON BOTH IDS"
                       TO MG-MESSAGE
                   MOVE PT-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 535-EXIT
           END-DELETE.
           ADD 1 TO MG-LEDGER-MOVED.
       535-EXIT.
       535-END.
       540-MOVE-DEPTHIST.
           MOVE "N" TO MG-DONE-SWITCH.
           PERFORM 545-MOVE-ONE-DEPT THRU 545-EXIT UNTIL MG-DONE.
       540-END.
       545-MOVE-ONE-DEPT.
           MOVE MG-ID(1) TO DH-PLAYER-ID.
           MOVE 0 TO DH-EFF-DATE.
           START DEPT-HISTORY-FILE KEY NOT < DH-KEY
               INVALID KEY
                   SET MG-DONE TO TRUE
           END-START.
           IF NOT MG-DONE THEN
              READ DEPT-HISTORY-FILE NEXT RECORD
                  AT END
                      SET MG-DONE TO TRUE
              END-READ.
           IF MG-DONE OR DH-PLAYER-ID NOT = MG-ID(1) THEN
              SET MG-DONE TO TRUE
              GO TO 545-EXIT.
           MOVE DEPT-HISTORY-RECORD TO MG-SAVE-DEPT-RECORD.
           MOVE MG-ID(2) TO DH-PLAYER-ID.
           WRITE DEPT-HISTORY-RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "DEPT HISTORY WRITE FAILED - STOPPED AT"
                       TO MG-MESSAGE
                   MOVE DH-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 545-EXIT
           END-WRITE.
           MOVE MG-SAVE-DEPT-RECORD TO DEPT-HISTORY-RECORD.
           DELETE DEPT-HISTORY-FILE RECORD
               INVALID KEY
                   SET MG-DONE TO TRUE
                   MOVE "DEPT HISTORY DELETE FAILED - DATE ON BOTH IDS"
                       TO MG-MESSAGE
                   MOVE DH-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 545-EXIT
           END-DELETE.
           ADD 1 TO MG-DEPT-MOVED.
       545-EXIT.
       545-END.
       550-MOVE-LEADER.
           MOVE MG-LBO-SEASON(MG-I) TO LB-SEASON.
           MOVE MG-ID(1) TO LB-PLAYER-ID.
           MOVE MG-LBO-UPPERNUM(MG-I) TO LB-UPPERNUM.
           READ LEADERBOARD-FILE
               INVALID KEY
                   MOVE "BOARD ENTRY VANISHED DURING THE MERGE"
                       TO MG-MESSAGE
                   MOVE LB-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 550-EXIT
           END-READ.
           IF MG-LBO-MOVE(MG-I) THEN
              MOVE MG-ID(2) TO LB-PLAYER-ID
              WRITE LEADER-RECORD
                  INVALID KEY
                      MOVE "BOARD WRITE FAILED" TO MG-MESSAGE
                      MOVE LB-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 550-EXIT
              END-WRITE
           END-IF.
           IF MG-LBO-REPLACE(MG-I) THEN
              MOVE MG-ID(2) TO LB-PLAYER-ID
              READ LEADERBOARD-FILE
                  INVALID KEY
                      MOVE "NEW ID BOARD ENTRY VANISHED" TO MG-MESSAGE
                      MOVE LB-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 550-EXIT
              END-READ
              MOVE MG-LBO-BEST-TRIES(MG-I) TO LB-BEST-TRIES
              MOVE MG-LBO-BEST-DATE(MG-I) TO LB-BEST-DATE
              REWRITE LEADER-RECORD
                  INVALID KEY
                      MOVE "BOARD REWRITE FAILED" TO MG-MESSAGE
                      MOVE LB-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 550-EXIT
              END-REWRITE
           END-IF.
           MOVE MG-ID(1) TO LB-PLAYER-ID.
           DELETE LEADERBOARD-FILE RECORD
               INVALID KEY
                   MOVE "BOARD DELETE FAILED - ENTRY ON BOTH IDS"
                       TO MG-MESSAGE
                   MOVE LB-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
           END-DELETE.
       550-EXIT.
       550-END.
       560-MOVE-HCAP.
           MOVE MG-HCO-PERIOD(MG-I) TO HC-PERIOD.
           MOVE MG-ID(1) TO HC-PLAYER-ID.
           READ HANDICAP-FILE
               INVALID KEY
                   MOVE "RATING VANISHED DURING THE MERGE"
                       TO MG-MESSAGE
                   MOVE HC-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
                   GO TO 560-EXIT
           END-READ.
           IF MG-HCO-MOVE(MG-I) THEN
              MOVE MG-ID(2) TO HC-PLAYER-ID
              WRITE HCAP-RECORD
                  INVALID KEY
                      MOVE "RATING WRITE FAILED" TO MG-MESSAGE
                      MOVE HC-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 560-EXIT
              END-WRITE
           ELSE
              MOVE MG-ID(2) TO HC-PLAYER-ID
              READ HANDICAP-FILE
                  INVALID KEY
                      MOVE "NEW ID RATING VANISHED" TO MG-MESSAGE
                      MOVE HC-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 560-EXIT
              END-READ
              MOVE MG-HCO-RATING(MG-I) TO HC-RATING
              MOVE MG-HCO-ROUNDS(MG-I) TO HC-ROUNDS
              MOVE MG-HCO-GUESSES(MG-I) TO HC-GUESSES
              MOVE MG-HCO-BAD(MG-I) TO HC-BAD
              MOVE MG-HCO-CALC-DATE(MG-I) TO HC-CALC-DATE
              REWRITE HCAP-RECORD
                  INVALID KEY
                      MOVE "RATING REWRITE FAILED" TO MG-MESSAGE
                      MOVE HC-KEY TO MG-MESSAGE-KEY
                      PERFORM 295-APPLY-ERROR
                      GO TO 560-EXIT
              END-REWRITE.
           MOVE MG-HCO-PERIOD(MG-I) TO HC-PERIOD.
           MOVE MG-ID(1) TO HC-PLAYER-ID.
           DELETE HANDICAP-FILE RECORD
               INVALID KEY
                   MOVE "RATING DELETE FAILED - PERIOD ON BOTH IDS"
                       TO MG-MESSAGE
                   MOVE HC-KEY TO MG-MESSAGE-KEY
                   PERFORM 295-APPLY-ERROR
           END-DELETE.
       560-EXIT.
       560-END.
       570-RELOAD-LEADHIST.
           OPEN OUTPUT LEADHIST-FILE.
           OPEN INPUT LEADHIST-HOLD-FILE.
           MOVE "N" TO HOLD-EOF-SWITCH.
           PERFORM 572-READ-LEADHIST-HOLD.
           PERFORM 575-RELOAD-LEADHIST-LOOP UNTIL HOLD-END-OF-FILE.
           CLOSE LEADHIST-FILE.
           CLOSE LEADHIST-HOLD-FILE.
       570-END.
       572-READ-LEADHIST-HOLD.
           READ LEADHIST-HOLD-FILE
               AT END
                   SET HOLD-END-OF-FILE TO TRUE.
       572-END.
       575-RELOAD-LEADHIST-LOOP.
           WRITE LEADHIST-RECORD FROM LEADHIST-HOLD-RECORD.
           IF LEADHIST-STATUS NOT = "00" THEN
              MOVE "LEADHIST RELOAD FAILED - RECOVER FROM LEADHMRG"
                  TO MG-MESSAGE
              PERFORM 295-APPLY-ERROR.
           PERFORM 572-READ-LEADHIST-HOLD.
       575-END.
       580-RELOAD-AUDIT.
           OPEN OUTPUT GUESS-AUDIT-FILE.
           OPEN INPUT AUDIT-HOLD-FILE.
           MOVE "N" TO HOLD-EOF-SWITCH.
           PERFORM 582-READ-AUDIT-HOLD.
           PERFORM 585-RELOAD-AUDIT-LOOP UNTIL HOLD-END-OF-FILE.
           CLOSE GUESS-AUDIT-FILE.
           CLOSE AUDIT-HOLD-FILE.
       580-END.
       582-READ-AUDIT-HOLD.
           READ AUDIT-HOLD-FILE
               AT END
                   SET HOLD-END-OF-FILE TO TRUE.
       582-END.
       585-RELOAD-AUDIT-LOOP.
           WRITE AUDIT-RECORD FROM AUDIT-HOLD-RECORD.
           IF AUDIT-STATUS NOT = "00" THEN
              MOVE "AUDIT RELOAD FAILED - RECOVER FROM AUDITMRG"
                  TO MG-MESSAGE
              PERFORM 295-APPLY-ERROR.
           PERFORM 582-READ-AUDIT-HOLD.
       585-END.
       586-RELOAD-WALKS.
           OPEN OUTPUT WALK-LOG-FILE.
           OPEN INPUT WALK-HOLD-FILE.
           MOVE "N" TO HOLD-EOF-SWITCH.
           PERFORM 587-READ-WALK-HOLD.
           PERFORM 588-RELOAD-WALKS-LOOP UNTIL HOLD-END-OF-FILE.
           CLOSE WALK-LOG-FILE.
           CLOSE WALK-HOLD-FILE.
       586-END.
       587-READ-WALK-HOLD.
           READ WALK-HOLD-FILE
               AT END
                   SET HOLD-END-OF-FILE TO TRUE.
       587-END.
       588-RELOAD-WALKS-LOOP.
           WRITE WALK-RECORD FROM WALK-HOLD-RECORD.
           IF WALK-LOG-STATUS NOT = "00" THEN
              MOVE "CHALWALK RELOAD FAILED - RECOVER FROM CHALWMRG"
                  TO MG-MESSAGE
              PERFORM 295-APPLY-ERROR.
           PERFORM 587-READ-WALK-HOLD.
       588-END.
      ******************************************************************
      * PTSPOST's high-water key carries a player id too. Left on
      * the old id it could sort below the same round re-keyed to
      * the new id, and PTSPOST would pay that round a second time.
      ******************************************************************
       590-REPOINT-CONTROL.
           OPEN INPUT POINTS-CONTROL-FILE.
           IF POINTS-CONTROL-STATUS = "00" THEN
              MOVE SPACES TO MG-CTL-RECORD
              READ POINTS-CONTROL-FILE INTO MG-CTL-RECORD
                  AT END
                      CONTINUE
              END-READ
              CLOSE POINTS-CONTROL-FILE
              IF MG-CTL-RECORD(17:10) = MG-ID(1) THEN
                 MOVE MG-ID(2) TO MG-CTL-RECORD(17:10)
                 OPEN OUTPUT POINTS-CONTROL-FILE
                 WRITE POINTS-CONTROL-RECORD FROM MG-CTL-RECORD
                 CLOSE POINTS-CONTROL-FILE
                 DISPLAY "PTSCTL HIGH-WATER KEY MOVED TO THE NEW ID".
       590-END.
       595-RETIRE-OLD-ID.
           MOVE MG-ID(1) TO PL-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "OLD ID VANISHED FROM THE PLAYER MASTER"
                       TO MG-MESSAGE
                   PERFORM 295-APPLY-ERROR
               NOT INVALID KEY
                   SET PL-INACTIVE TO TRUE
                   MOVE MG-ID(2) TO PL-MERGED-TO-ID
                   REWRITE PLAYER-RECORD
                       INVALID KEY
                           MOVE "MASTER REWRITE FAILED - OLD ID OPEN"
                               TO MG-MESSAGE
                           PERFORM 295-APPLY-ERROR
                   END-REWRITE
           END-READ.
       595-END.
      ******************************************************************
      * Before and after counts per file. After a merge the old id
      * must be empty everywhere and the new id must hold the two
      * ids' records less what the collision rules dropped; the
      * points proof wants the new id's balance to equal the two
      * balances before. Branch rounds never move, so each id
      * must hold as many after as before. A refused run prints
      * the before column.
      ******************************************************************
       700-MERGE-REPORT.
           DISPLAY "================================================".
           DISPLAY "     PLAYMRG - " MG-ID(1) " INTO " MG-ID(2).
           DISPLAY "================================================".
           DISPLAY "FILE      BEFORE: OLD     NEW    "
                   "AFTER: OLD     NEW    DROPPED".
           PERFORM 720-REPORT-ONE-FILE VARYING MG-F FROM 1 BY 1
               UNTIL MG-F > 9.
           PERFORM 730-REPORT-BRANCH.
           MOVE MG-POINTS(1, 1) TO MG-POINTS-EDIT.
           MOVE MG-POINTS(1, 2) TO MG-POINTS-EDIT-2.
           DISPLAY "POINTS BEFORE - OLD ID " MG-POINTS-EDIT
                   "  NEW ID " MG-POINTS-EDIT-2.
           IF MG-AFTER-PHASE THEN
              PERFORM 740-POINTS-PROOF.
       700-END.
       720-REPORT-ONE-FILE.
           IF MG-BEFORE-PHASE THEN
              DISPLAY MG-FILE-NAME(MG-F) "  " MG-COUNT(1, MG-F, 1)
                      " " MG-COUNT(1, MG-F, 2)
           ELSE
              COMPUTE MG-EXPECTED = MG-COUNT(1, MG-F, 1)
                  + MG-COUNT(1, MG-F, 2) - MG-DROPPED(MG-F)
              IF MG-COUNT(2, MG-F, 1) = 0
                  AND MG-COUNT(2, MG-F, 2) = MG-EXPECTED THEN
                 DISPLAY MG-FILE-NAME(MG-F) "  " MG-COUNT(1, MG-F, 1)
                         " " MG-COUNT(1, MG-F, 2)
                         "  " MG-COUNT(2, MG-F, 1)
                         " " MG-COUNT(2, MG-F, 2)
                         " " MG-DROPPED(MG-F)
              ELSE
                 MOVE "N" TO MG-BALANCE-SWITCH
                 DISPLAY MG-FILE-NAME(MG-F) "  " MG-COUNT(1, MG-F, 1)
                         " " MG-COUNT(1, MG-F, 2)
                         "  " MG-COUNT(2, MG-F, 1)
                         " " MG-COUNT(2, MG-F, 2)
                         " " MG-DROPPED(MG-F)
                         " *** OUT OF BALANCE".
       720-END.
       730-REPORT-BRANCH.
           IF MG-BEFORE-PHASE THEN
              DISPLAY "BRANCH    " MG-BRANCH(1, 1) " " MG-BRANCH(1, 2)
                      "  (ROUNDS FROM ANOTHER OFFICE - NOT MOVED)"
           ELSE
              IF MG-BRANCH(2, 1) = MG-BRANCH(1, 1)
                  AND MG-BRANCH(2, 2) = MG-BRANCH(1, 2) THEN
                 DISPLAY "BRANCH    " MG-BRANCH(1, 1)
                         " " MG-BRANCH(1, 2)
                         "  " MG-BRANCH(2, 1)
                         " " MG-BRANCH(2, 2)
                         "  (NOT MOVED)"
              ELSE
                 MOVE "N" TO MG-BALANCE-SWITCH
                 DISPLAY "BRANCH    " MG-BRANCH(1, 1)
                         " " MG-BRANCH(1, 2)
                         "  " MG-BRANCH(2, 1)
                         " " MG-BRANCH(2, 2)
                         " *** OUT OF BALANCE".
       730-END.
       740-POINTS-PROOF.
           MOVE MG-POINTS(2, 1) TO MG-POINTS-EDIT.
           MOVE MG-POINTS(2, 2) TO MG-POINTS-EDIT-2.
           DISPLAY "POINTS AFTER  - OLD ID " MG-POINTS-EDIT
                   "  NEW ID " MG-POINTS-EDIT-2.
           COMPUTE MG-EXPECTED-POINTS = MG-POINTS(1, 1)
               + MG-POINTS(1, 2).
           IF MG-POINTS(2, 1) NOT = 0
               OR MG-POINTS(2, 2) NOT = MG-EXPECTED-POINTS THEN
              MOVE "N" TO MG-BALANCE-SWITCH
              DISPLAY "*** POINTS BALANCE PROOF FAILED ***"
           ELSE
              DISPLAY "POINTS BALANCE PROOF - IN BALANCE".
           IF MG-IN-BALANCE AND MG-APPLY-ERRORS = 0 THEN
              DISPLAY "MERGE COMPLETE - " MG-ID(1)
                      " IS NOW INACTIVE, MERGED INTO " MG-ID(2)
           ELSE
              DISPLAY "*** MERGE DID NOT BALANCE (" MG-APPLY-ERRORS
                      " ERROR(S)) - CHECK THE FILES ABOVE ***"
              MOVE 8 TO RETURN-CODE.
       740-END.
       900-TERMINATE.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           CLOSE LEADERBOARD-FILE.
           CLOSE HANDICAP-FILE.
           CLOSE POINTS-LEDGER-FILE.
           CLOSE DEPT-HISTORY-FILE.
           IF MG-SESSLOCK-OPEN THEN
              CLOSE SESSION-LOCK-FILE.
           IF MG-RESTART-OPEN THEN
              CLOSE RESTART-FILE.
       900-END.
       END PROGRAM PLAYMRG.
