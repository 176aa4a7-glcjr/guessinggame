      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Year-end awards close-out. The annual awards were
      *          put together by hand off four SEASNCLS printouts,
      *          the HCAPRPT runs and a DEPTRPT for the year - a
      *          day's work, and a wrong "most improved" last time.
      *          AWRDPRM.DAT names the award year (and carries the
      *          operator's override and id for a rerun). This run
      *          names, for that year:
      *            - the overall champion for each range: the
      *              fewest best tries across the year's four
      *              quarterly seasons on LEADHIST.DAT, the earlier
      *              date breaking a tie (PLAYMRG's rule);
      *            - the most improved player: the largest rise in
      *              handicap rating from the player's first rated
      *              period of the year on HCAP.DAT to their last
      *              (two rated periods at least), the higher
      *              closing rating breaking a tie;
      *            - the points leader: the most points earned on
      *              PTSLEDG.DAT in the year, earns less GAMECORR
      *              adjustments posted in it;
      *            - the department cup: the year's rounds rolled up
      *              by department exactly as DEPTRPT does it - local
      *              rounds only, duels and voided rounds left out,
      *              each round credited to the department the
      *              player was in on the day (DEPTHIST.DAT),
      *              best win rate first, fewer average tries on
      *              wins then more rounds breaking ties - over the
      *              live GAMESTATS rounds and the year's rounds
      *              GAMEARCH has already moved to GAMARCH.DAT (a
      *              round still on the live file is counted once).
      *          The awards go on the permanent history file
      *          AWARDHST.DAT, are printed as the awards report, and
      *          go out on the certificate extract CERTEXT.DAT with
      *          each winner's name and department off PLAYMST.DAT.
      *          The year is only closed once it is over and every
      *          one of its seasons has been closed off the live
      *          board by SEASNCLS. A year already closed is refused
      *          unless AWRDPRM carries the override, in which case
      *          the year's awards are replaced and the close is
      *          counted. Any refusal or write failure ends the run
      *          RETURN-CODE 8.
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      *  10/15/2026  GC   The department cup credits each round to the
      *                    department the player was in on GS-TS-DATE,
      *                    off the effective-dated DEPTHIST.DAT
      *                    PLAYMAINT keeps, as DEPTRPT now does. A
      *                    player with no history is in their
      *                    PLAYER-MASTER department throughout.
      *  10/15/2026  GC   Awards left on AWARDHST for the year without
      *                    the CLSD marker - a close that hit a write
      *                    error - are now found and replaced on the
      *                    next run without the override; before, every
      *                    rerun failed on the awards already written
      *                    and the year could never be closed. The most
      *                    improved and points leader lines no longer
      *                    print another player's name when the winner
      *                    is not on the player master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARAWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWRDPRM-FILE ASSIGN TO "AWRDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWRDPRM-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LEADERBOARD-STATUS.
           SELECT LEADHIST-FILE ASSIGN TO "LEADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADHIST-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HCAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-KEY
               FILE STATUS IS HANDICAP-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT GAMESTATS-FILE ASSIGN TO "GAMESTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS DEPT-HISTORY-STATUS.
           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-ARCHIVE-STATUS.
           SELECT AWARD-HISTORY-FILE ASSIGN TO "AWARDHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARD-HISTORY-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "CERTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AWRDPRM-FILE.
       01  AWRDPRM-RECORD.
           05  AP-AWARD-YEAR         PIC 9(04).
           05  AP-OVERRIDE           PIC X(01).
               88  AP-RERUN-ALLOWED    VALUE "Y".
           05  AP-OPERATOR-ID        PIC X(10).
       FD  PLAYER-MASTER-FILE.
           COPY PLAYREC.
       FD  LEADERBOARD-FILE.
           COPY LEADREC.
       FD  LEADHIST-FILE.
       01  LEADHIST-RECORD.
           05  LH-SEASON.
               10  LH-SEASON-YEAR    PIC X(04).
               10  FILLER            PIC X(01).
               10  LH-SEASON-QTR     PIC X(01).
           05  LH-PLAYER-ID          PIC X(10).
           05  LH-UPPERNUM           PIC 9(05).
           05  LH-BEST-TRIES         PIC 9(05).
           05  LH-BEST-DATE          PIC 9(08).
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  DEPT-HISTORY-FILE.
           COPY DEPTHREC.
       FD  GAME-ARCHIVE-FILE.
       01  STAT-ARCHIVE-RECORD       PIC X(53).
       FD  AWARD-HISTORY-FILE.
           COPY AWARDREC.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD        PIC X(120).
       WORKING-STORAGE SECTION.
       01 AWRDPRM-STATUS PIC X(2) VALUE "00".
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 LEADHIST-STATUS PIC X(2) VALUE "00".
       01 HANDICAP-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 DEPT-HISTORY-STATUS PIC X(2) VALUE "00".
       01 GAME-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 AWARD-HISTORY-STATUS PIC X(2) VALUE "00".
       01 CERTIFICATE-STATUS PIC X(2) VALUE "00".
       01 MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 MASTER-END-OF-FILE VALUE "Y".
       01 LEADHIST-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEADHIST-END-OF-FILE VALUE "Y".
       01 HCAP-EOF-SWITCH PIC X(1) VALUE "N".
           88 HCAP-END-OF-FILE VALUE "Y".
       01 LEDGER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEDGER-END-OF-FILE VALUE "Y".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCHIVE-END-OF-FILE VALUE "Y".
       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 HISTORY-END-OF-FILE VALUE "Y".
       01 AWARD-EOF-SWITCH PIC X(1) VALUE "N".
           88 AWARD-END-OF-FILE VALUE "Y".
       01 YA-STATS-SW PIC X(1) VALUE "N".
           88 YA-STATS-OPEN VALUE "Y".
       01 YA-CLOSED-SW PIC X(1) VALUE "N".
           88 YA-ALREADY-CLOSED VALUE "Y".
       01 YA-PARTIAL-SW PIC X(1) VALUE "N".
           88 YA-PARTLY-CLOSED VALUE "Y".
       01 YA-FOUND-SWITCH PIC X(1) VALUE "N".
           88 YA-FOUND VALUE "Y".
       01 YA-RUN-DATE PIC 9(08) VALUE 0.
       01 YA-RUN-TIME PIC 9(08) VALUE 0.
       01 YA-RUN-YEAR PIC 9(04) VALUE 0.
       01 YA-AWARD-YEAR PIC 9(04) VALUE 0.
       01 YA-YEAR-TEXT PIC X(04) VALUE SPACES.
       01 YA-YEAR-FROM PIC 9(08) VALUE 0.
       01 YA-YEAR-TO PIC 9(08) VALUE 0.
       01 YA-PRIOR-RUNS PIC 9(03) VALUE 0.
       01 YA-MESSAGE PIC X(60) VALUE SPACES.
       01 YA-REFUSE-COUNT PIC 9(03) VALUE 0.
       01 YA-ERROR-COUNT PIC 9(05) VALUE 0.
      *
      * The year's four seasons, as SEASNCLS closed them.
      *
       01 YA-SEASONS-SEEN.
           05 YA-SEASON-SEEN PIC X(01) OCCURS 4 TIMES.
       01 YA-QTR PIC 9(01) VALUE 0.
      *
      * Registered players - the name and department on every
      * certificate, and the department a round is credited to.
      *
       01 YA-PLAYER-COUNT PIC 9(03) VALUE 0.
       01 YA-PLAYER-TABLE.
           05 YA-PLAYER-ENTRY OCCURS 500 TIMES.
               10 YA-PL-ID PIC X(10).
               10 YA-PL-NAME PIC X(30).
               10 YA-PL-DEPT PIC X(10).
               10 YA-PL-HIST-FIRST PIC 9(04).
               10 YA-PL-HIST-COUNT PIC 9(04).
      *
      * DEPTHIST.DAT in key order - each player's departments sit
      * together, earliest effective date first.
      *
       01 YA-HIST-COUNT PIC 9(04) VALUE 0.
       01 YA-HIST-TABLE.
           05 YA-HIST-ENTRY OCCURS 2000 TIMES.
               10 YA-HS-EFF-DATE PIC 9(08).
               10 YA-HS-DEPT PIC X(10).
       01 YA-HIST-LOST PIC 9(05) VALUE 0.
       01 YA-H PIC 9(04) VALUE 0.
       01 YA-H-END PIC 9(04) VALUE 0.
      *
      * Champion per range.
      *
       01 YA-RANGE-COUNT PIC 9(03) VALUE 0.
       01 YA-RANGE-TABLE.
           05 YA-RANGE-ENTRY OCCURS 50 TIMES.
               10 YA-RG-UPPERNUM PIC 9(05).
               10 YA-RG-PLAYER PIC X(10).
               10 YA-RG-TRIES PIC 9(05).
               10 YA-RG-DATE PIC 9(08).
               10 YA-RG-SEASON PIC X(06).
       01 YA-RANGE-SWAP.
           05 YA-RS-UPPERNUM PIC 9(05).
           05 YA-RS-PLAYER PIC X(10).
           05 YA-RS-TRIES PIC 9(05).
           05 YA-RS-DATE PIC 9(08).
           05 YA-RS-SEASON PIC X(06).
       01 YA-HIST-READ PIC 9(07) VALUE 0.
       01 YA-HIST-USED PIC 9(07) VALUE 0.
      *
      * Handicap rating, first and last rated period of the year.
      *
       01 YA-RATED-COUNT PIC 9(03) VALUE 0.
       01 YA-RATED-TABLE.
           05 YA-RATED-ENTRY OCCURS 500 TIMES.
               10 YA-RT-PLAYER PIC X(10).
               10 YA-RT-PERIODS PIC 9(02).
               10 YA-RT-FIRST PIC 9(03)V99.
               10 YA-RT-LAST PIC 9(03)V99.
               10 YA-RT-LAST-PERIOD PIC X(06).
       01 YA-HCAP-READ PIC 9(07) VALUE 0.
       01 YA-CHANGE PIC S9(03)V99 VALUE 0.
       01 YA-IMPROVED-SW PIC X(1) VALUE "N".
           88 YA-IMPROVED-FOUND VALUE "Y".
       01 YA-IMP-SUB PIC 9(03) VALUE 0.
       01 YA-IMP-CHANGE PIC S9(03)V99 VALUE 0.
      *
      * Points leader.
      *
       01 YA-LEDGER-PLAYER PIC X(10) VALUE SPACES.
       01 YA-LEDGER-POINTS PIC S9(09) VALUE 0.
       01 YA-LEDGER-READ PIC 9(07) VALUE 0.
       01 YA-POINTS-SW PIC X(1) VALUE "N".
           88 YA-POINTS-FOUND VALUE "Y".
       01 YA-PTS-PLAYER PIC X(10) VALUE SPACES.
       01 YA-PTS-POINTS PIC S9(09) VALUE 0.
      *
      * Department cup - the DEPTRPT figures for the year.
      *
       01 YA-DEPT-COUNT PIC 9(03) VALUE 0.
       01 YA-DEPT-TABLE.
           05 YA-DEPT-ENTRY OCCURS 50 TIMES.
               10 YA-DP-NAME PIC X(10).
               10 YA-DP-ROUNDS PIC 9(07).
               10 YA-DP-WON PIC 9(07).
               10 YA-DP-TRIES PIC 9(09).
               10 YA-DP-WIN-PCT PIC 9(03)V99.
               10 YA-DP-AVG-TRIES PIC 9(05)V99.
       01 YA-DEPT-SWAP.
           05 YA-DS-NAME PIC X(10).
           05 YA-DS-ROUNDS PIC 9(07).
           05 YA-DS-WON PIC 9(07).
           05 YA-DS-TRIES PIC 9(09).
           05 YA-DS-WIN-PCT PIC 9(03)V99.
           05 YA-DS-AVG-TRIES PIC 9(05)V99.
       01 YA-WORK-DEPT PIC X(10) VALUE SPACES.
       01 YA-CUP-SUB PIC 9(03) VALUE 0.
       01 YA-LIVE-ROUNDS PIC 9(07) VALUE 0.
       01 YA-ARCH-ROUNDS PIC 9(07) VALUE 0.
       01 YA-ARCH-LIVE PIC 9(07) VALUE 0.
      *
       01 YA-I PIC 9(03) VALUE 0.
       01 YA-J PIC 9(03) VALUE 0.
       01 YA-J-START PIC 9(03) VALUE 0.
       01 YA-SUB PIC 9(03) VALUE 0.
       01 YA-RANK PIC 9(03) VALUE 0.
       01 YA-AWARDS-WRITTEN PIC 9(05) VALUE 0.
       01 YA-AWARDS-REMOVED PIC 9(05) VALUE 0.
       01 YA-CERT-COUNT PIC 9(05) VALUE 0.
       01 YA-OUT-LINE PIC X(120).
       01 YA-FIGURE-OUT PIC -(7)9.99.
       01 YA-FROM-OUT PIC -(7)9.99.
       01 YA-TO-OUT PIC -(7)9.99.
       01 YA-AWARD-TITLE PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-CHECK-YEAR THRU 200-EXIT.
           IF YA-REFUSE-COUNT > 0 THEN
              DISPLAY "*** " YA-REFUSE-COUNT " PROBLEM(S) - YEAR "
                      YA-AWARD-YEAR " NOT CLOSED, NOTHING WRITTEN ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 300-LOAD-PLAYERS
              PERFORM 350-FIND-CHAMPIONS
              PERFORM 400-FIND-MOST-IMPROVED
              PERFORM 450-FIND-POINTS-LEADER
              PERFORM 500-FIND-DEPT-CUP
              IF YA-ALREADY-CLOSED OR YA-PARTLY-CLOSED THEN
                 PERFORM 600-REMOVE-PRIOR-AWARDS
              END-IF
              PERFORM 650-WRITE-AWARDS
              PERFORM 700-AWARDS-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           ACCEPT YA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT YA-RUN-TIME FROM TIME.
           COMPUTE YA-RUN-YEAR = YA-RUN-DATE / 10000.
           OPEN INPUT AWRDPRM-FILE.
           IF AWRDPRM-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN AWRDPRM FILE, STATUS="
                      AWRDPRM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ AWRDPRM-FILE
               AT END
                   DISPLAY "AWRDPRM FILE IS EMPTY - NO AWARD YEAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE AWRDPRM-FILE.
           IF AP-AWARD-YEAR IS NOT NUMERIC OR AP-AWARD-YEAR = 0 THEN
              DISPLAY "INVALID AWARD YEAR IN AWRDPRM: "
                      AWRDPRM-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE AP-AWARD-YEAR TO YA-AWARD-YEAR.
           MOVE AP-AWARD-YEAR TO YA-YEAR-TEXT.
           COMPUTE YA-YEAR-FROM = YA-AWARD-YEAR * 10000 + 101.
           COMPUTE YA-YEAR-TO = YA-AWARD-YEAR * 10000 + 1231.
           MOVE FUNCTION UPPER-CASE(AP-OPERATOR-ID) TO AP-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(AP-OVERRIDE) TO AP-OVERRIDE.
           DISPLAY "YEARAWD - YEAR-END AWARDS FOR " YA-AWARD-YEAR.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT = "00" THEN
              DISPLAY "PLAYER MASTER FILE NOT AVAILABLE (STATUS="
                      PLAYER-MASTER-STATUS ") - REGISTER PLAYERS "
                      "WITH PLAYMAINT FIRST."
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "00" THEN
              SET YA-STATS-OPEN TO TRUE
           ELSE
              IF GAMESTATS-STATUS = "35" THEN
                 MOVE "00" TO GAMESTATS-STATUS
              ELSE
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN I-O AWARD-HISTORY-FILE.
           IF AWARD-HISTORY-STATUS = "35" THEN
              OPEN OUTPUT AWARD-HISTORY-FILE
              CLOSE AWARD-HISTORY-FILE
              OPEN I-O AWARD-HISTORY-FILE.
           IF AWARD-HISTORY-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN AWARDS HISTORY FILE, STATUS="
                      AWARD-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
       150-END.
      ******************************************************************
      * A year is closed once: it must be over, every season in it
      * must be off the live board (SEASNCLS has run), and it must not
      * be on the awards history already - unless the operator has
      * asked for the rerun, and said who they are. Awards on file for
      * the year without the close marker are what a close that hit a
      * write error leaves behind: the year was never closed, so no
      * override is needed and they are simply replaced.
      ******************************************************************
       200-CHECK-YEAR.
           IF YA-AWARD-YEAR >= YA-RUN-YEAR THEN
              MOVE "THE AWARD YEAR IS NOT OVER YET" TO YA-MESSAGE
              PERFORM 290-REFUSE
              GO TO 200-EXIT.
           PERFORM 220-CHECK-LIVE-SEASONS.
           MOVE YA-AWARD-YEAR TO AW-YEAR.
           SET AW-YEAR-CLOSED TO TRUE.
           MOVE 0 TO AW-RANGE.
           READ AWARD-HISTORY-FILE
               INVALID KEY
                   MOVE "23" TO AWARD-HISTORY-STATUS
               NOT INVALID KEY
                   SET YA-ALREADY-CLOSED TO TRUE
                   MOVE AW-RUN-COUNT TO YA-PRIOR-RUNS
           END-READ.
           IF YA-ALREADY-CLOSED THEN
              DISPLAY "YEAR " YA-AWARD-YEAR " WAS CLOSED ON "
                      AW-RUN-DATE " BY " AW-OPERATOR-ID
              IF NOT AP-RERUN-ALLOWED THEN
                 MOVE "YEAR ALREADY CLOSED - SET THE AWRDPRM OVERRIDE"
                     TO YA-MESSAGE
                 PERFORM 290-REFUSE
              ELSE
                 IF AP-OPERATOR-ID = SPACES THEN
                    MOVE "AN OVERRIDE NEEDS THE OPERATOR ID ON AWRDPRM"
                        TO YA-MESSAGE
                    PERFORM 290-REFUSE
                 ELSE
                    DISPLAY "OVERRIDE BY " AP-OPERATOR-ID
                            " - THE YEAR'S AWARDS WILL BE REPLACED".
           IF NOT YA-ALREADY-CLOSED THEN
              PERFORM 240-CHECK-PARTIAL-CLOSE.
       200-EXIT.
       200-END.
       220-CHECK-LIVE-SEASONS.
           OPEN INPUT LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS NOT = "00" THEN
              MOVE "00" TO LEADERBOARD-STATUS
           ELSE
              MOVE YA-YEAR-TEXT TO LB-SEASON
              MOVE "Q1" TO LB-SEASON(5:2)
              MOVE LOW-VALUES TO LB-PLAYER-ID
              MOVE 0 TO LB-UPPERNUM
              START LEADERBOARD-FILE KEY NOT < LB-KEY
                  INVALID KEY
                      MOVE "23" TO LEADERBOARD-STATUS
                  NOT INVALID KEY
                      READ LEADERBOARD-FILE NEXT RECORD
                          AT END
                              MOVE "10" TO LEADERBOARD-STATUS
                      END-READ
              END-START
              IF LEADERBOARD-STATUS = "00"
                  AND LB-SEASON(1:4) = YA-YEAR-TEXT THEN
                 MOVE "SEASON STILL ON THE LIVE BOARD - RUN SEASNCLS"
                     TO YA-MESSAGE
                 PERFORM 290-REFUSE
              END-IF
              CLOSE LEADERBOARD-FILE
              MOVE "00" TO LEADERBOARD-STATUS.
       220-END.
       240-CHECK-PARTIAL-CLOSE.
           MOVE YA-AWARD-YEAR TO AW-YEAR.
           MOVE LOW-VALUES TO AW-AWARD-CODE.
           MOVE 0 TO AW-RANGE.
           START AWARD-HISTORY-FILE KEY NOT < AW-KEY
               INVALID KEY
                   MOVE "23" TO AWARD-HISTORY-STATUS
               NOT INVALID KEY
                   READ AWARD-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO AWARD-HISTORY-STATUS
                   END-READ
           END-START.
           IF AWARD-HISTORY-STATUS = "00"
               AND AW-YEAR = YA-AWARD-YEAR THEN
              SET YA-PARTLY-CLOSED TO TRUE
              DISPLAY "YEAR " YA-AWARD-YEAR " HAS AWARDS ON FILE FROM "
                      AW-RUN-DATE " BUT WAS NEVER MARKED CLOSED - "
                      "THEY WILL BE REPLACED".
           MOVE "00" TO AWARD-HISTORY-STATUS.
       240-END.
       290-REFUSE.
           ADD 1 TO YA-REFUSE-COUNT.
           DISPLAY "CANNOT CLOSE THE YEAR - " YA-MESSAGE.
           MOVE SPACES TO YA-MESSAGE.
       290-END.
       300-LOAD-PLAYERS.
           PERFORM 310-READ-MASTER.
           PERFORM 320-LOAD-MASTER-LOOP UNTIL MASTER-END-OF-FILE.
           PERFORM 330-LOAD-DEPT-HISTORY.
       300-END.
       310-READ-MASTER.
           IF NOT MASTER-END-OF-FILE THEN
              READ PLAYER-MASTER-FILE NEXT RECORD
                  AT END
                      SET MASTER-END-OF-FILE TO TRUE
              END-READ.
       310-END.
       320-LOAD-MASTER-LOOP.
           IF YA-PLAYER-COUNT < 500 THEN
              ADD 1 TO YA-PLAYER-COUNT
              MOVE PL-PLAYER-ID TO YA-PL-ID(YA-PLAYER-COUNT)
              MOVE PL-NAME TO YA-PL-NAME(YA-PLAYER-COUNT)
              MOVE PL-DEPT TO YA-PL-DEPT(YA-PLAYER-COUNT)
              MOVE 0 TO YA-PL-HIST-FIRST(YA-PLAYER-COUNT)
              MOVE 0 TO YA-PL-HIST-COUNT(YA-PLAYER-COUNT)
           ELSE
              DISPLAY "WARNING - MORE THAN 500 REGISTERED PLAYERS, "
                      PL-PLAYER-ID " NOT LOADED".
           PERFORM 310-READ-MASTER.
       320-END.
      ******************************************************************
      * Each player's department history is hung off their slot in
      * the player table. No DEPTHIST.DAT means no history - every
      * player is in their PLAYER-MASTER department throughout.
      ******************************************************************
       330-LOAD-DEPT-HISTORY.
           OPEN INPUT DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS NOT = "00" THEN
              MOVE "00" TO DEPT-HISTORY-STATUS
           ELSE
              PERFORM 332-READ-HISTORY
              PERFORM 334-HISTORY-LOOP UNTIL HISTORY-END-OF-FILE
              CLOSE DEPT-HISTORY-FILE.
           IF YA-HIST-LOST > 0 THEN
              DISPLAY "WARNING - DEPARTMENT HISTORY TABLE FULL, "
                      YA-HIST-LOST " ENTRIES NOT LOADED".
       330-END.
       332-READ-HISTORY.
           IF NOT HISTORY-END-OF-FILE THEN
              READ DEPT-HISTORY-FILE NEXT RECORD
                  AT END
                      SET HISTORY-END-OF-FILE TO TRUE
              END-READ.
       332-END.
       334-HISTORY-LOOP.
           MOVE DH-PLAYER-ID TO AW-PLAYER-ID.
           PERFORM 340-FIND-PLAYER.
           IF YA-FOUND THEN
              IF YA-HIST-COUNT < 2000 THEN
                 ADD 1 TO YA-HIST-COUNT
                 MOVE DH-EFF-DATE TO YA-HS-EFF-DATE(YA-HIST-COUNT)
                 MOVE DH-DEPT TO YA-HS-DEPT(YA-HIST-COUNT)
                 IF YA-PL-HIST-COUNT(YA-SUB) = 0 THEN
                    MOVE YA-HIST-COUNT TO YA-PL-HIST-FIRST(YA-SUB)
                 END-IF
                 ADD 1 TO YA-PL-HIST-COUNT(YA-SUB)
              ELSE
                 ADD 1 TO YA-HIST-LOST.
           PERFORM 332-READ-HISTORY.
       334-END.
      ******************************************************************
      * Looks YA-PL-ID up for the player in AW-PLAYER-ID; YA-SUB is
      * left on the slot when YA-FOUND.
      ******************************************************************
       340-FIND-PLAYER.
           MOVE "N" TO YA-FOUND-SWITCH.
           MOVE 1 TO YA-SUB.
           PERFORM 345-SCAN-PLAYERS
               UNTIL YA-FOUND OR YA-SUB > YA-PLAYER-COUNT.
       340-END.
       345-SCAN-PLAYERS.
           IF YA-PL-ID(YA-SUB) = AW-PLAYER-ID THEN
              SET YA-FOUND TO TRUE
           ELSE
              ADD 1 TO YA-SUB.
       345-END.
      ******************************************************************
      * Champions. Every closed-season best of the year competes for
      * its range: fewest tries wins, the earlier date breaks a tie.
      ******************************************************************
       350-FIND-CHAMPIONS.
           MOVE "NNNN" TO YA-SEASONS-SEEN.
           OPEN INPUT LEADHIST-FILE.
           IF LEADHIST-STATUS NOT = "00" THEN
              MOVE "00" TO LEADHIST-STATUS
              SET LEADHIST-END-OF-FILE TO TRUE
           ELSE
              PERFORM 360-READ-LEADHIST
              PERFORM 370-CHAMPION-LOOP UNTIL LEADHIST-END-OF-FILE
              CLOSE LEADHIST-FILE.
           PERFORM 390-SORT-RANGES.
       350-END.
       360-READ-LEADHIST.
           IF NOT LEADHIST-END-OF-FILE THEN
              READ LEADHIST-FILE
                  AT END
                      SET LEADHIST-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO YA-HIST-READ
              END-READ.
       360-END.
       370-CHAMPION-LOOP.
           IF LH-SEASON-YEAR = YA-YEAR-TEXT
               AND LH-SEASON-QTR >= "1" AND LH-SEASON-QTR <= "4"
               AND LH-BEST-TRIES IS NUMERIC
               AND LH-UPPERNUM IS NUMERIC THEN
              ADD 1 TO YA-HIST-USED
              MOVE LH-SEASON-QTR TO YA-QTR
              MOVE "Y" TO YA-SEASON-SEEN(YA-QTR)
              PERFORM 380-POST-CHAMPION.
           PERFORM 360-READ-LEADHIST.
       370-END.
       380-POST-CHAMPION.
           MOVE "N" TO YA-FOUND-SWITCH.
           MOVE 1 TO YA-SUB.
           PERFORM 385-SCAN-RANGES
               UNTIL YA-FOUND OR YA-SUB > YA-RANGE-COUNT.
           IF YA-FOUND THEN
              IF LH-BEST-TRIES < YA-RG-TRIES(YA-SUB)
                  OR (LH-BEST-TRIES = YA-RG-TRIES(YA-SUB)
                      AND LH-BEST-DATE < YA-RG-DATE(YA-SUB)) THEN
                 PERFORM 388-TAKE-CHAMPION
              END-IF
           ELSE
              IF YA-RANGE-COUNT < 50 THEN
                 ADD 1 TO YA-RANGE-COUNT
                 MOVE YA-RANGE-COUNT TO YA-SUB
                 MOVE LH-UPPERNUM TO YA-RG-UPPERNUM(YA-SUB)
                 PERFORM 388-TAKE-CHAMPION
              ELSE
                 DISPLAY "WARNING - MORE THAN 50 RANGES, UPPER LIMIT "
                         LH-UPPERNUM " NOT AWARDED".
       380-END.
       385-SCAN-RANGES.
           IF YA-RG-UPPERNUM(YA-SUB) = LH-UPPERNUM THEN
              SET YA-FOUND TO TRUE
           ELSE
              ADD 1 TO YA-SUB.
       385-END.
       388-TAKE-CHAMPION.
           MOVE LH-PLAYER-ID TO YA-RG-PLAYER(YA-SUB).
           MOVE LH-BEST-TRIES TO YA-RG-TRIES(YA-SUB).
           MOVE LH-BEST-DATE TO YA-RG-DATE(YA-SUB).
           MOVE LH-SEASON TO YA-RG-SEASON(YA-SUB).
       388-END.
       390-SORT-RANGES.
           PERFORM 392-SORT-OUTER VARYING YA-I FROM 1 BY 1
               UNTIL YA-I >= YA-RANGE-COUNT.
       390-END.
       392-SORT-OUTER.
           COMPUTE YA-J-START = YA-I + 1.
           PERFORM 394-SORT-INNER VARYING YA-J FROM YA-J-START BY 1
               UNTIL YA-J > YA-RANGE-COUNT.
       392-END.
       394-SORT-INNER.
           IF YA-RG-UPPERNUM(YA-J) < YA-RG-UPPERNUM(YA-I) THEN
              MOVE YA-RANGE-ENTRY(YA-I) TO YA-RANGE-SWAP
              MOVE YA-RANGE-ENTRY(YA-J) TO YA-RANGE-ENTRY(YA-I)
              MOVE YA-RANGE-SWAP TO YA-RANGE-ENTRY(YA-J).
       394-END.
      ******************************************************************
      * Most improved. HCAP.DAT is keyed period then player, so the
      * year's periods arrive in order: a player's first record of
      * the year is the starting rating and the last the closing one.
      ******************************************************************
       400-FIND-MOST-IMPROVED.
           OPEN INPUT HANDICAP-FILE.
           IF HANDICAP-STATUS NOT = "00" THEN
              MOVE "00" TO HANDICAP-STATUS
              SET HCAP-END-OF-FILE TO TRUE
           ELSE
              MOVE YA-YEAR-TEXT TO HC-PERIOD
              MOVE "Q1" TO HC-PERIOD(5:2)
              MOVE LOW-VALUES TO HC-PLAYER-ID
              START HANDICAP-FILE KEY NOT < HC-KEY
                  INVALID KEY
                      SET HCAP-END-OF-FILE TO TRUE
              END-START
              PERFORM 410-READ-HCAP
              PERFORM 420-HCAP-LOOP UNTIL HCAP-END-OF-FILE
              CLOSE HANDICAP-FILE.
           PERFORM 440-JUDGE-IMPROVEMENT VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-RATED-COUNT.
       400-END.
       410-READ-HCAP.
           IF NOT HCAP-END-OF-FILE THEN
              READ HANDICAP-FILE NEXT RECORD
                  AT END
                      SET HCAP-END-OF-FILE TO TRUE
              END-READ
              IF NOT HCAP-END-OF-FILE
                  AND HC-PERIOD(1:4) NOT = YA-YEAR-TEXT THEN
                 SET HCAP-END-OF-FILE TO TRUE.
       410-END.
       420-HCAP-LOOP.
           ADD 1 TO YA-HCAP-READ.
           MOVE "N" TO YA-FOUND-SWITCH.
           MOVE 1 TO YA-SUB.
           PERFORM 425-SCAN-RATED
               UNTIL YA-FOUND OR YA-SUB > YA-RATED-COUNT.
           IF NOT YA-FOUND THEN
              IF YA-RATED-COUNT < 500 THEN
                 ADD 1 TO YA-RATED-COUNT
                 MOVE YA-RATED-COUNT TO YA-SUB
                 MOVE HC-PLAYER-ID TO YA-RT-PLAYER(YA-SUB)
                 MOVE 0 TO YA-RT-PERIODS(YA-SUB)
                 MOVE HC-RATING TO YA-RT-FIRST(YA-SUB)
                 SET YA-FOUND TO TRUE
              ELSE
                 DISPLAY "WARNING - MORE THAN 500 RATED PLAYERS, "
                         HC-PLAYER-ID " NOT CONSIDERED".
           IF YA-FOUND THEN
              ADD 1 TO YA-RT-PERIODS(YA-SUB)
              MOVE HC-RATING TO YA-RT-LAST(YA-SUB)
              MOVE HC-PERIOD TO YA-RT-LAST-PERIOD(YA-SUB).
           PERFORM 410-READ-HCAP.
       420-END.
       425-SCAN-RATED.
           IF YA-RT-PLAYER(YA-SUB) = HC-PLAYER-ID THEN
              SET YA-FOUND TO TRUE
           ELSE
              ADD 1 TO YA-SUB.
       425-END.
       440-JUDGE-IMPROVEMENT.
           IF YA-RT-PERIODS(YA-I) >= 2 THEN
              COMPUTE YA-CHANGE = YA-RT-LAST(YA-I) - YA-RT-FIRST(YA-I)
              IF YA-CHANGE > 0 THEN
                 IF NOT YA-IMPROVED-FOUND THEN
                    PERFORM 445-TAKE-IMPROVED
                 ELSE
                    IF YA-CHANGE > YA-IMP-CHANGE
                        OR (YA-CHANGE = YA-IMP-CHANGE
                            AND YA-RT-LAST(YA-I)
                                > YA-RT-LAST(YA-IMP-SUB)) THEN
                       PERFORM 445-TAKE-IMPROVED.
       440-END.
       445-TAKE-IMPROVED.
           SET YA-IMPROVED-FOUND TO TRUE.
           MOVE YA-I TO YA-IMP-SUB.
           MOVE YA-CHANGE TO YA-IMP-CHANGE.
       445-END.
      ******************************************************************
      * Points leader. The ledger is keyed player first, so each
      * player's entries arrive together; the year's earns less the
      * year's adjustments are judged at each change of player.
      ******************************************************************
       450-FIND-POINTS-LEADER.
           OPEN INPUT POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS NOT = "00" THEN
              MOVE "00" TO POINTS-LEDGER-STATUS
              SET LEDGER-END-OF-FILE TO TRUE
           ELSE
              PERFORM 460-READ-LEDGER
              PERFORM 470-LEDGER-LOOP UNTIL LEDGER-END-OF-FILE
              CLOSE POINTS-LEDGER-FILE.
           IF YA-LEDGER-PLAYER NOT = SPACES THEN
              PERFORM 480-JUDGE-POINTS.
       450-END.
       460-READ-LEDGER.
           IF NOT LEDGER-END-OF-FILE THEN
              READ POINTS-LEDGER-FILE NEXT RECORD
                  AT END
                      SET LEDGER-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO YA-LEDGER-READ
              END-READ.
       460-END.
       470-LEDGER-LOOP.
           IF PT-PLAYER-ID NOT = YA-LEDGER-PLAYER THEN
              IF YA-LEDGER-PLAYER NOT = SPACES THEN
                 PERFORM 480-JUDGE-POINTS
              END-IF
              MOVE PT-PLAYER-ID TO YA-LEDGER-PLAYER
              MOVE 0 TO YA-LEDGER-POINTS.
           IF PT-POST-DATE >= YA-YEAR-FROM
               AND PT-POST-DATE <= YA-YEAR-TO THEN
              IF PT-EARN-ENTRY THEN
                 ADD PT-POINTS TO YA-LEDGER-POINTS
              ELSE
                 IF PT-ADJUST-ENTRY THEN
                    SUBTRACT PT-POINTS FROM YA-LEDGER-POINTS.
           PERFORM 460-READ-LEDGER.
       470-END.
       480-JUDGE-POINTS.
           IF YA-LEDGER-POINTS > 0 THEN
              IF NOT YA-POINTS-FOUND
                  OR YA-LEDGER-POINTS > YA-PTS-POINTS THEN
                 SET YA-POINTS-FOUND TO TRUE
                 MOVE YA-LEDGER-PLAYER TO YA-PTS-PLAYER
                 MOVE YA-LEDGER-POINTS TO YA-PTS-POINTS.
       480-END.
      ******************************************************************
      * Department cup. The year's live rounds first, then the year's
      * archived rounds - an archived round still on the live file
      * (a purge that did not go through) has been counted already.
      ******************************************************************
       500-FIND-DEPT-CUP.
           IF YA-STATS-OPEN THEN
              MOVE YA-YEAR-FROM TO GS-TS-DATE
              MOVE 0 TO GS-TS-TIME
              MOVE LOW-VALUES TO GS-PLAYER-ID
              START GAMESTATS-FILE KEY NOT < GS-TIMESTAMP
                  INVALID KEY
                      SET STAT-END-OF-FILE TO TRUE
              END-START
           ELSE
              SET STAT-END-OF-FILE TO TRUE.
           PERFORM 510-READ-GAMESTAT.
           PERFORM 520-LIVE-ROUND-LOOP UNTIL STAT-END-OF-FILE.
           OPEN INPUT GAME-ARCHIVE-FILE.
           IF GAME-ARCHIVE-STATUS NOT = "00" THEN
              MOVE "00" TO GAME-ARCHIVE-STATUS
              SET ARCHIVE-END-OF-FILE TO TRUE
           ELSE
              PERFORM 530-READ-ARCHIVE
              PERFORM 540-ARCHIVE-ROUND-LOOP
                  UNTIL ARCHIVE-END-OF-FILE
              CLOSE GAME-ARCHIVE-FILE.
           PERFORM 570-SCORE-ONE-DEPT VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-DEPT-COUNT.
           PERFORM 580-SORT-DEPTS.
           MOVE 0 TO YA-CUP-SUB.
           PERFORM 590-FIND-CUP-WINNER VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-DEPT-COUNT OR YA-CUP-SUB > 0.
       500-END.
       510-READ-GAMESTAT.
           IF NOT STAT-END-OF-FILE THEN
              READ GAMESTATS-FILE NEXT RECORD
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
              END-READ
              IF NOT STAT-END-OF-FILE
                  AND GS-TS-DATE > YA-YEAR-TO THEN
                 SET STAT-END-OF-FILE TO TRUE.
       510-END.
       520-LIVE-ROUND-LOOP.
           ADD 1 TO YA-LIVE-ROUNDS.
           PERFORM 550-POST-CUP-ROUND.
           PERFORM 510-READ-GAMESTAT.
       520-END.
       530-READ-ARCHIVE.
           IF NOT ARCHIVE-END-OF-FILE THEN
              READ GAME-ARCHIVE-FILE
                  AT END
                      SET ARCHIVE-END-OF-FILE TO TRUE
              END-READ.
       530-END.
       540-ARCHIVE-ROUND-LOOP.
           MOVE STAT-ARCHIVE-RECORD TO GAMESTAT-RECORD.
           IF GS-TS-DATE IS NUMERIC
               AND GS-TS-DATE >= YA-YEAR-FROM
               AND GS-TS-DATE <= YA-YEAR-TO THEN
              MOVE "N" TO YA-FOUND-SWITCH
              IF YA-STATS-OPEN THEN
                 READ GAMESTATS-FILE
                     INVALID KEY
                         MOVE "23" TO GAMESTATS-STATUS
                     NOT INVALID KEY
                         SET YA-FOUND TO TRUE
                 END-READ
              END-IF
              IF YA-FOUND THEN
                 ADD 1 TO YA-ARCH-LIVE
              ELSE
                 ADD 1 TO YA-ARCH-ROUNDS
                 MOVE STAT-ARCHIVE-RECORD TO GAMESTAT-RECORD
                 PERFORM 550-POST-CUP-ROUND.
           PERFORM 530-READ-ARCHIVE.
       540-END.
      ******************************************************************
      * DEPTRPT's rules: another office's rounds, voided rounds and
      * duels score for nobody; a player no longer registered goes
      * under *UNKNOWN*, which can never take the cup.
      ******************************************************************
       550-POST-CUP-ROUND.
           IF GS-SITE = SPACES AND NOT GS-VOIDED-ROUND
               AND NOT GS-DUEL-ROUND THEN
              PERFORM 555-FIND-ROUND-DEPT
              PERFORM 560-FIND-DEPT-SLOT
              IF YA-FOUND THEN
                 ADD 1 TO YA-DP-ROUNDS(YA-SUB)
                 IF GS-RESULT NOT = "L" THEN
                    ADD 1 TO YA-DP-WON(YA-SUB)
                    ADD GS-TRIES TO YA-DP-TRIES(YA-SUB).
       550-END.
       555-FIND-ROUND-DEPT.
           MOVE "*UNKNOWN*" TO YA-WORK-DEPT.
           MOVE GS-PLAYER-ID TO AW-PLAYER-ID.
           PERFORM 340-FIND-PLAYER.
           IF YA-FOUND THEN
              MOVE YA-PL-DEPT(YA-SUB) TO YA-WORK-DEPT
              IF YA-PL-HIST-COUNT(YA-SUB) > 0 THEN
                 PERFORM 557-DEPT-AS-OF-ROUND.
       555-END.
      ******************************************************************
      * The department in effect on GS-TS-DATE: the latest history
      * entry effective on or before it, or the earliest entry for a
      * round older than all of them.
      ******************************************************************
       557-DEPT-AS-OF-ROUND.
           MOVE YA-PL-HIST-FIRST(YA-SUB) TO YA-H.
           MOVE YA-HS-DEPT(YA-H) TO YA-WORK-DEPT.
           COMPUTE YA-H-END = YA-H + YA-PL-HIST-COUNT(YA-SUB) - 1.
           PERFORM 558-SCAN-DEPT-HISTORY VARYING YA-H FROM YA-H BY 1
               UNTIL YA-H > YA-H-END.
       557-END.
       558-SCAN-DEPT-HISTORY.
           IF YA-HS-EFF-DATE(YA-H) NOT > GS-TS-DATE THEN
              MOVE YA-HS-DEPT(YA-H) TO YA-WORK-DEPT.
       558-END.
       560-FIND-DEPT-SLOT.
           MOVE "N" TO YA-FOUND-SWITCH.
           MOVE 1 TO YA-SUB.
           PERFORM 565-SCAN-DEPTS
               UNTIL YA-FOUND OR YA-SUB > YA-DEPT-COUNT.
           IF NOT YA-FOUND THEN
              IF YA-DEPT-COUNT < 50 THEN
                 ADD 1 TO YA-DEPT-COUNT
                 MOVE YA-DEPT-COUNT TO YA-SUB
                 SET YA-FOUND TO TRUE
                 MOVE YA-WORK-DEPT TO YA-DP-NAME(YA-SUB)
                 MOVE 0 TO YA-DP-ROUNDS(YA-SUB)
                 MOVE 0 TO YA-DP-WON(YA-SUB)
                 MOVE 0 TO YA-DP-TRIES(YA-SUB)
                 MOVE 0 TO YA-DP-WIN-PCT(YA-SUB)
                 MOVE 0 TO YA-DP-AVG-TRIES(YA-SUB)
              ELSE
                 DISPLAY "WARNING - DEPARTMENT TABLE FULL, "
                         YA-WORK-DEPT " NOT COUNTED".
       560-END.
       565-SCAN-DEPTS.
           IF YA-DP-NAME(YA-SUB) = YA-WORK-DEPT THEN
              SET YA-FOUND TO TRUE
           ELSE
              ADD 1 TO YA-SUB.
       565-END.
       570-SCORE-ONE-DEPT.
           IF YA-DP-ROUNDS(YA-I) > 0 THEN
              COMPUTE YA-DP-WIN-PCT(YA-I) ROUNDED =
                  YA-DP-WON(YA-I) * 100 / YA-DP-ROUNDS(YA-I).
           IF YA-DP-WON(YA-I) > 0 THEN
              COMPUTE YA-DP-AVG-TRIES(YA-I) ROUNDED =
                  YA-DP-TRIES(YA-I) / YA-DP-WON(YA-I).
       570-END.
      ******************************************************************
      * League order, as DEPTRPT's 600-SORT-STANDINGS: best win rate,
      * then fewer average tries on wins, then more rounds played.
      ******************************************************************
       580-SORT-DEPTS.
           PERFORM 582-SORT-OUTER VARYING YA-I FROM 1 BY 1
               UNTIL YA-I >= YA-DEPT-COUNT.
       580-END.
       582-SORT-OUTER.
           COMPUTE YA-J-START = YA-I + 1.
           PERFORM 584-SORT-INNER VARYING YA-J FROM YA-J-START BY 1
               UNTIL YA-J > YA-DEPT-COUNT.
       582-END.
       584-SORT-INNER.
           IF YA-DP-WIN-PCT(YA-J) > YA-DP-WIN-PCT(YA-I)
               OR (YA-DP-WIN-PCT(YA-J) = YA-DP-WIN-PCT(YA-I)
                   AND YA-DP-AVG-TRIES(YA-J) < YA-DP-AVG-TRIES(YA-I))
               OR (YA-DP-WIN-PCT(YA-J) = YA-DP-WIN-PCT(YA-I)
                   AND YA-DP-AVG-TRIES(YA-J) = YA-DP-AVG-TRIES(YA-I)
                   AND YA-DP-ROUNDS(YA-J) > YA-DP-ROUNDS(YA-I)) THEN
              MOVE YA-DEPT-ENTRY(YA-I) TO YA-DEPT-SWAP
              MOVE YA-DEPT-ENTRY(YA-J) TO YA-DEPT-ENTRY(YA-I)
              MOVE YA-DEPT-SWAP TO YA-DEPT-ENTRY(YA-J).
       584-END.
       590-FIND-CUP-WINNER.
           IF YA-DP-ROUNDS(YA-I) > 0
               AND YA-DP-NAME(YA-I) NOT = "*UNKNOWN*" THEN
              MOVE YA-I TO YA-CUP-SUB.
       590-END.
      ******************************************************************
      * Override rerun, or a rerun after a failed close: every award
      * on file for the year goes before the new ones are written,
      * the close marker last of all.
      ******************************************************************
       600-REMOVE-PRIOR-AWARDS.
           MOVE YA-AWARD-YEAR TO AW-YEAR.
           MOVE LOW-VALUES TO AW-AWARD-CODE.
           MOVE 0 TO AW-RANGE.
           MOVE "N" TO AWARD-EOF-SWITCH.
           START AWARD-HISTORY-FILE KEY NOT < AW-KEY
               INVALID KEY
                   SET AWARD-END-OF-FILE TO TRUE
           END-START.
           PERFORM 620-READ-AWARD.
           PERFORM 640-REMOVE-LOOP UNTIL AWARD-END-OF-FILE.
       600-END.
       620-READ-AWARD.
           IF NOT AWARD-END-OF-FILE THEN
              READ AWARD-HISTORY-FILE NEXT RECORD
                  AT END
                      SET AWARD-END-OF-FILE TO TRUE
              END-READ
              IF NOT AWARD-END-OF-FILE
                  AND AW-YEAR NOT = YA-AWARD-YEAR THEN
                 SET AWARD-END-OF-FILE TO TRUE.
       620-END.
       640-REMOVE-LOOP.
           DELETE AWARD-HISTORY-FILE RECORD
               INVALID KEY
                   ADD 1 TO YA-ERROR-COUNT
                   DISPLAY "ERROR - COULD NOT REMOVE PRIOR AWARD "
                           AW-KEY ", STATUS=" AWARD-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO YA-AWARDS-REMOVED
           END-DELETE.
           PERFORM 620-READ-AWARD.
       640-END.
      ******************************************************************
      * Each award goes on the history file and, when it landed, out
      * on the certificate extract. The year is marked closed only
      * when every award was written.
      ******************************************************************
       650-WRITE-AWARDS.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF CERTIFICATE-STATUS NOT = "00" THEN
              ADD 1 TO YA-ERROR-COUNT
              DISPLAY "ERROR - UNABLE TO OPEN CERTEXT.DAT, STATUS="
                      CERTIFICATE-STATUS
           ELSE
              MOVE SPACES TO YA-OUT-LINE
              STRING "H|" YA-AWARD-YEAR "|YEARAWD|" YA-RUN-DATE
                  DELIMITED BY SIZE INTO YA-OUT-LINE
              WRITE CERTIFICATE-RECORD FROM YA-OUT-LINE.
           PERFORM 660-WRITE-CHAMPION VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-RANGE-COUNT.
           IF YA-IMPROVED-FOUND THEN
              PERFORM 670-BLANK-AWARD
              SET AW-MOST-IMPROVED TO TRUE
              MOVE YA-RT-PLAYER(YA-IMP-SUB) TO AW-PLAYER-ID
              MOVE YA-IMP-CHANGE TO AW-FIGURE
              MOVE YA-RT-FIRST(YA-IMP-SUB) TO AW-FROM-FIGURE
              MOVE YA-RT-LAST(YA-IMP-SUB) TO AW-TO-FIGURE
              MOVE YA-RT-LAST-PERIOD(YA-IMP-SUB) TO AW-SEASON
              PERFORM 680-PUT-AWARD.
           IF YA-POINTS-FOUND THEN
              PERFORM 670-BLANK-AWARD
              SET AW-POINTS-LEADER TO TRUE
              MOVE YA-PTS-PLAYER TO AW-PLAYER-ID
              MOVE YA-PTS-POINTS TO AW-FIGURE
              PERFORM 680-PUT-AWARD.
           IF YA-CUP-SUB > 0 THEN
              PERFORM 670-BLANK-AWARD
              SET AW-DEPT-CUP TO TRUE
              MOVE YA-DP-WIN-PCT(YA-CUP-SUB) TO AW-FIGURE
              MOVE YA-DP-AVG-TRIES(YA-CUP-SUB) TO AW-FROM-FIGURE
              MOVE YA-DP-ROUNDS(YA-CUP-SUB) TO AW-TO-FIGURE
              PERFORM 680-PUT-AWARD.
           IF YA-ERROR-COUNT = 0 THEN
              PERFORM 670-BLANK-AWARD
              SET AW-YEAR-CLOSED TO TRUE
              MOVE AP-OPERATOR-ID TO AW-OPERATOR-ID
              COMPUTE AW-RUN-COUNT = YA-PRIOR-RUNS + 1
              WRITE AWARD-RECORD
                  INVALID KEY
                      ADD 1 TO YA-ERROR-COUNT
                      DISPLAY "ERROR - YEAR-CLOSED MARKER NOT "
                              "WRITTEN, STATUS=" AWARD-HISTORY-STATUS
              END-WRITE.
           IF CERTIFICATE-STATUS = "00" THEN
              MOVE SPACES TO YA-OUT-LINE
              STRING "T|" YA-CERT-COUNT
                  DELIMITED BY SIZE INTO YA-OUT-LINE
              WRITE CERTIFICATE-RECORD FROM YA-OUT-LINE
              CLOSE CERTIFICATE-FILE.
       650-END.
       660-WRITE-CHAMPION.
           PERFORM 670-BLANK-AWARD.
           SET AW-CHAMPION TO TRUE.
           MOVE YA-RG-UPPERNUM(YA-I) TO AW-RANGE.
           MOVE YA-RG-PLAYER(YA-I) TO AW-PLAYER-ID.
           MOVE YA-RG-TRIES(YA-I) TO AW-FIGURE.
           MOVE YA-RG-DATE(YA-I) TO AW-FIGURE-DATE.
           MOVE YA-RG-SEASON(YA-I) TO AW-SEASON.
           PERFORM 680-PUT-AWARD.
       660-END.
       670-BLANK-AWARD.
           MOVE SPACES TO AWARD-RECORD.
           MOVE YA-AWARD-YEAR TO AW-YEAR.
           MOVE 0 TO AW-RANGE.
           MOVE 0 TO AW-FIGURE.
           MOVE 0 TO AW-FROM-FIGURE.
           MOVE 0 TO AW-TO-FIGURE.
           MOVE 0 TO AW-FIGURE-DATE.
           MOVE YA-RUN-DATE TO AW-RUN-DATE.
           MOVE YA-RUN-TIME TO AW-RUN-TIME.
           MOVE AP-OPERATOR-ID TO AW-OPERATOR-ID.
           MOVE 0 TO AW-RUN-COUNT.
       670-END.
      ******************************************************************
      * Fills in the winner's name and department (the department is
      * the cup itself on a DCUP award), writes the history record
      * and the certificate line.
      ******************************************************************
       680-PUT-AWARD.
           IF AW-PLAYER-ID NOT = SPACES THEN
              PERFORM 340-FIND-PLAYER
              IF YA-FOUND THEN
                 MOVE YA-PL-NAME(YA-SUB) TO AW-PLAYER-NAME
                 MOVE YA-PL-DEPT(YA-SUB) TO AW-DEPT
              ELSE
                 MOVE "*NOT REGISTERED*" TO AW-PLAYER-NAME
              END-IF
           ELSE
              MOVE YA-DP-NAME(YA-CUP-SUB) TO AW-DEPT.
           WRITE AWARD-RECORD
               INVALID KEY
                   ADD 1 TO YA-ERROR-COUNT
                   DISPLAY "ERROR - AWARD NOT WRITTEN " AW-KEY
                           ", STATUS=" AWARD-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO YA-AWARDS-WRITTEN
                   PERFORM 690-WRITE-CERTIFICATE
           END-WRITE.
       680-END.
       690-WRITE-CERTIFICATE.
           IF CERTIFICATE-STATUS = "00" THEN
              PERFORM 695-SET-AWARD-TITLE
              MOVE AW-FIGURE TO YA-FIGURE-OUT
              MOVE SPACES TO YA-OUT-LINE
              STRING "C|" AW-YEAR "|" AW-AWARD-CODE "|"
                  YA-AWARD-TITLE "|" AW-RANGE "|" AW-PLAYER-ID "|"
                  AW-PLAYER-NAME "|" AW-DEPT "|" YA-FIGURE-OUT
                  DELIMITED BY SIZE INTO YA-OUT-LINE
              WRITE CERTIFICATE-RECORD FROM YA-OUT-LINE
              ADD 1 TO YA-CERT-COUNT.
       690-END.
       695-SET-AWARD-TITLE.
           IF AW-CHAMPION THEN
              MOVE "RANGE CHAMPION" TO YA-AWARD-TITLE
           ELSE
              IF AW-MOST-IMPROVED THEN
                 MOVE "MOST IMPROVED PLAYER" TO YA-AWARD-TITLE
              ELSE
                 IF AW-POINTS-LEADER THEN
                    MOVE "POINTS LEADER" TO YA-AWARD-TITLE
                 ELSE
                    MOVE "DEPARTMENT CUP" TO YA-AWARD-TITLE.
       695-END.
       700-AWARDS-REPORT.
           DISPLAY "================================================".
           DISPLAY "     YEARAWD - ANNUAL AWARDS " YA-AWARD-YEAR.
           DISPLAY "================================================".
           PERFORM 710-REPORT-SEASONS VARYING YA-QTR FROM 1 BY 1
               UNTIL YA-QTR > 4.
           DISPLAY " ".
           DISPLAY "RANGE CHAMPIONS".
           IF YA-RANGE-COUNT = 0 THEN
              DISPLAY "  NONE - NO CLOSED SEASON BESTS FOR THE YEAR".
           PERFORM 720-REPORT-CHAMPION VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-RANGE-COUNT.
           DISPLAY " ".
           DISPLAY "MOST IMPROVED PLAYER".
           IF YA-IMPROVED-FOUND THEN
              MOVE YA-RT-PLAYER(YA-IMP-SUB) TO AW-PLAYER-ID
              PERFORM 340-FIND-PLAYER
              MOVE YA-IMP-CHANGE TO YA-FIGURE-OUT
              MOVE YA-RT-FIRST(YA-IMP-SUB) TO YA-FROM-OUT
              MOVE YA-RT-LAST(YA-IMP-SUB) TO YA-TO-OUT
              PERFORM 730-REPORT-WINNER
              DISPLAY "     RATING " YA-FROM-OUT " TO " YA-TO-OUT
                      " (UP " YA-FIGURE-OUT ")"
           ELSE
              DISPLAY "  NOT AWARDED - NOBODY RATED IN TWO PERIODS "
                      "IMPROVED".
           DISPLAY " ".
           DISPLAY "POINTS LEADER".
           IF YA-POINTS-FOUND THEN
              MOVE YA-PTS-PLAYER TO AW-PLAYER-ID
              PERFORM 340-FIND-PLAYER
              PERFORM 730-REPORT-WINNER
              DISPLAY "     POINTS EARNED " YA-PTS-POINTS
           ELSE
              DISPLAY "  NOT AWARDED - NO POINTS EARNED IN THE YEAR".
           DISPLAY " ".
           DISPLAY "DEPARTMENT CUP".
           IF YA-CUP-SUB > 0 THEN
              DISPLAY "  WINNER: " YA-DP-NAME(YA-CUP-SUB)
           ELSE
              DISPLAY "  NOT AWARDED - NO DEPARTMENT ROUNDS".
           MOVE 0 TO YA-RANK.
           PERFORM 740-REPORT-DEPT VARYING YA-I FROM 1 BY 1
               UNTIL YA-I > YA-DEPT-COUNT.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "SEASON BESTS READ ......: " YA-HIST-READ.
           DISPLAY "  FOR THE YEAR .........: " YA-HIST-USED.
           DISPLAY "RATINGS FOR THE YEAR ...: " YA-HCAP-READ.
           DISPLAY "LEDGER ENTRIES READ ....: " YA-LEDGER-READ.
           DISPLAY "LIVE ROUNDS, THE YEAR ..: " YA-LIVE-ROUNDS.
           DISPLAY "ARCHIVED ROUNDS ........: " YA-ARCH-ROUNDS.
           DISPLAY "ARCHIVED, STILL LIVE ...: " YA-ARCH-LIVE.
           DISPLAY "PRIOR AWARDS REPLACED ..: " YA-AWARDS-REMOVED.
           DISPLAY "AWARDS WRITTEN .........: " YA-AWARDS-WRITTEN.
           DISPLAY "CERTIFICATE LINES ......: " YA-CERT-COUNT.
           IF YA-ERROR-COUNT > 0 THEN
              DISPLAY "*** " YA-ERROR-COUNT " WRITE ERROR(S) - THE "
                      "YEAR IS NOT MARKED CLOSED, CLEAR THE ERROR AND "
                      "RERUN - THE PARTIAL AWARDS ARE REPLACED ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "YEAR " YA-AWARD-YEAR " CLOSED.".
       700-END.
       710-REPORT-SEASONS.
           IF YA-SEASON-SEEN(YA-QTR) NOT = "Y" THEN
              DISPLAY "NOTE - NO CLOSED BESTS ON LEADHIST FOR "
                      YA-YEAR-TEXT "Q" YA-QTR.
       710-END.
       720-REPORT-CHAMPION.
           MOVE YA-RG-PLAYER(YA-I) TO AW-PLAYER-ID.
           PERFORM 340-FIND-PLAYER.
           IF YA-FOUND THEN
              DISPLAY "  1-" YA-RG-UPPERNUM(YA-I) ": "
                      AW-PLAYER-ID " " YA-PL-NAME(YA-SUB)
           ELSE
              DISPLAY "  1-" YA-RG-UPPERNUM(YA-I) ": "
                      AW-PLAYER-ID " *NOT REGISTERED*".
           DISPLAY "     BEST " YA-RG-TRIES(YA-I) " TRIES ON "
                   YA-RG-DATE(YA-I) " (SEASON " YA-RG-SEASON(YA-I)
                   ")".
       720-END.
       730-REPORT-WINNER.
           IF YA-FOUND THEN
              DISPLAY "  " AW-PLAYER-ID " " YA-PL-NAME(YA-SUB)
           ELSE
              DISPLAY "  " AW-PLAYER-ID " *NOT REGISTERED*".
       730-END.
       740-REPORT-DEPT.
           IF YA-DP-ROUNDS(YA-I) > 0 THEN
              ADD 1 TO YA-RANK
              DISPLAY "  " YA-RANK ". " YA-DP-NAME(YA-I)
                      " ROUNDS " YA-DP-ROUNDS(YA-I)
                      " WIN RATE " YA-DP-WIN-PCT(YA-I)
                      " AVG TRIES " YA-DP-AVG-TRIES(YA-I).
       740-END.
       900-TERMINATE.
           CLOSE PLAYER-MASTER-FILE.
           IF YA-STATS-OPEN THEN
              CLOSE GAMESTATS-FILE.
           CLOSE AWARD-HISTORY-FILE.
       900-END.
       END PROGRAM YEARAWD.
