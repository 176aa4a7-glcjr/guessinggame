      *          report takes a from/to date range from DEPTPRM.DAT
      *          (same convention as GAMETREND's TRENDPRM.DAT), rolls
      *          the period's GAMESTATS rounds up by the playing
      *          player's department (the department they were in
      *          on the day of the round, off DEPTHIST.DAT), and
      *          prints a ranked table:
      *          rounds played, win rate, average tries on wins, the
      *          daily-challenge rounds broken out via GS-MODE, and a
      *          participation rate - players who played this period
      *                    counts only ACTIVE players who played, so
      *                    a department whose inactive alumni played
      *                    can no longer beat 100 percent.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    are left out of the league.
      *  10/15/2026  GC   Archived rounds written to ARCHXTR.DAT by
      *                    GAMERETV are taken as an extra input whenever
      *                    that file is present, so a period GAMEARCH
      *                    has already purged ranks the same way a live
      *                    one does. An extract round still live on
      *                    GAMESTATS is counted once.
      *  10/15/2026  GC   Each round is credited to the department the
      *                    player was in on GS-TS-DATE, off the
      *                    effective-dated DEPTHIST.DAT PLAYMAINT keeps,
      *                    so a transfer no longer moves a player's past
      *                    rounds to the new department. A player with
      *                    no history is in their PLAYER-MASTER
      *                    department throughout. Participation still
      *                    counts players under the department they are
      *                    in today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTRPT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ARCHXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS DEPT-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTPRM-FILE.
           COPY PLAYREC.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  XT-ROUND-KEY.
               10  XT-TS-DATE        PIC 9(08).
               10  FILLER            PIC X(18).
           05  FILLER                PIC X(27).
       FD  DEPT-HISTORY-FILE.
           COPY DEPTHREC.
       WORKING-STORAGE SECTION.
       01 DEPTPRM-STATUS PIC X(2) VALUE "00".
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 EXTRACT-STATUS PIC X(2) VALUE "00".
       01 DEPT-HISTORY-STATUS PIC X(2) VALUE "00".
       01 MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 MASTER-END-OF-FILE VALUE "Y".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 EXTRACT-EOF-SWITCH PIC X(1) VALUE "N".
           88 EXTRACT-END-OF-FILE VALUE "Y".
       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 HISTORY-END-OF-FILE VALUE "Y".
       01 DR-STATS-SW PIC X(1) VALUE "N".
           88 DR-STATS-OPEN VALUE "Y".
       01 DR-LIVE-SW PIC X(1) VALUE "N".
           88 DR-ROUND-LIVE VALUE "Y".
       01 DR-XT-USED PIC 9(07) VALUE 0.
       01 DR-XT-LIVE PIC 9(07) VALUE 0.
       01 DR-DEPT-COUNT PIC 9(03) VALUE 0.
       01 DR-DEPT-TABLE.
           05 DR-DEPT-ENTRY OCCURS 50 TIMES.
               10 DR-PL-DEPT PIC X(10).
               10 DR-PL-STATUS PIC X(01).
               10 DR-PL-PLAYED-SW PIC X(01).
               10 DR-PL-HIST-FIRST PIC 9(04).
               10 DR-PL-HIST-COUNT PIC 9(04).
      *
      * DEPTHIST.DAT in key order - each player's departments sit
      * together, earliest effective date first.
      *
       01 DR-HIST-COUNT PIC 9(04) VALUE 0.
       01 DR-HIST-TABLE.
           05 DR-HIST-ENTRY OCCURS 2000 TIMES.
               10 DR-HS-EFF-DATE PIC 9(08).
               10 DR-HS-DEPT PIC X(10).
       01 DR-HIST-LOST PIC 9(05) VALUE 0.
       01 DR-H PIC 9(04) VALUE 0.
       01 DR-H-END PIC 9(04) VALUE 0.
       01 DR-WORK-DEPT PIC X(10).
       01 DR-SUB PIC 9(03) VALUE 0.
       01 DR-I PIC 9(03) VALUE 0.
           PERFORM 150-INITIALIZE.
           PERFORM 200-READ-MASTER.
           PERFORM 220-LOAD-MASTER-LOOP UNTIL MASTER-END-OF-FILE.
           PERFORM 230-LOAD-DEPT-HISTORY.
           PERFORM 250-POSITION-GAMESTATS.
           PERFORM 270-READ-GAMESTAT.
           PERFORM 300-ACCUMULATE-LOOP UNTIL STAT-END-OF-FILE.
           PERFORM 400-ADD-EXTRACT.
           PERFORM 500-COUNT-PARTICIPANTS.
           PERFORM 550-SCORE-DEPARTMENTS.
           PERFORM 600-SORT-STANDINGS.
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 SET DR-STATS-OPEN TO TRUE.
       150-END.
       200-READ-MASTER.
           IF NOT MASTER-END-OF-FILE THEN
              MOVE PL-DEPT TO DR-PL-DEPT(DR-PLAYER-COUNT)
              MOVE PL-STATUS TO DR-PL-STATUS(DR-PLAYER-COUNT)
              MOVE "N" TO DR-PL-PLAYED-SW(DR-PLAYER-COUNT)
              MOVE 0 TO DR-PL-HIST-FIRST(DR-PLAYER-COUNT)
              MOVE 0 TO DR-PL-HIST-COUNT(DR-PLAYER-COUNT)
           ELSE
              DISPLAY "WARNING - MORE THAN 500 REGISTERED PLAYERS, "
                      PL-PLAYER-ID " NOT COUNTED".
              ADD 1 TO DR-DP-ACTIVES(DR-SUB).
           PERFORM 200-READ-MASTER.
       220-END.
      ******************************************************************
      * Each player's department history is hung off their slot in
      * the player table. No DEPTHIST.DAT means no history - every
      * player is in their PLAYER-MASTER department throughout.
      ******************************************************************
       230-LOAD-DEPT-HISTORY.
           OPEN INPUT DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS NOT = "00" THEN
              MOVE "00" TO DEPT-HISTORY-STATUS
           ELSE
              PERFORM 232-READ-HISTORY
              PERFORM 234-HISTORY-LOOP UNTIL HISTORY-END-OF-FILE
              CLOSE DEPT-HISTORY-FILE.
           IF DR-HIST-LOST > 0 THEN
              DISPLAY "WARNING - DEPARTMENT HISTORY TABLE FULL, "
                      DR-HIST-LOST " ENTRIES NOT LOADED".
       230-END.
       232-READ-HISTORY.
           IF NOT HISTORY-END-OF-FILE THEN
              READ DEPT-HISTORY-FILE NEXT RECORD
                  AT END
                      SET HISTORY-END-OF-FILE TO TRUE
              END-READ.
       232-END.
       234-HISTORY-LOOP.
           MOVE "N" TO DR-FOUND-SWITCH.
           MOVE 1 TO DR-I.
           PERFORM 236-SCAN-HISTORY-PLAYER UNTIL DR-SLOT-FOUND
               OR DR-I > DR-PLAYER-COUNT.
           IF DR-SLOT-FOUND THEN
              IF DR-HIST-COUNT < 2000 THEN
                 ADD 1 TO DR-HIST-COUNT
                 MOVE DH-EFF-DATE TO DR-HS-EFF-DATE(DR-HIST-COUNT)
                 MOVE DH-DEPT TO DR-HS-DEPT(DR-HIST-COUNT)
                 IF DR-PL-HIST-COUNT(DR-I) = 0 THEN
                    MOVE DR-HIST-COUNT TO DR-PL-HIST-FIRST(DR-I)
                 END-IF
                 ADD 1 TO DR-PL-HIST-COUNT(DR-I)
              ELSE
                 ADD 1 TO DR-HIST-LOST.
           PERFORM 232-READ-HISTORY.
       234-END.
       236-SCAN-HISTORY-PLAYER.
           IF DR-PL-ID(DR-I) = DH-PLAYER-ID THEN
              SET DR-SLOT-FOUND TO TRUE
           ELSE
              ADD 1 TO DR-I.
       236-END.
       240-FIND-DEPT-SLOT.
           MOVE "N" TO DR-FOUND-SWITCH.
           MOVE 1 TO DR-SUB.
      * local department owns them, and a colliding id must not feed
      * one. Duels mark the player as having played but score on
      * their own line: a closest-guess duel files a loss for both
      * duelists, which is no verdict on the department. A round
      * voided by GAMECORR counts for nobody.
      ******************************************************************
       300-ACCUMULATE-LOOP.
           PERFORM 310-ACCUMULATE-ROUND.
           PERFORM 270-READ-GAMESTAT.
       300-END.
       310-ACCUMULATE-ROUND.
           IF GS-SITE NOT = SPACES THEN
              ADD 1 TO DR-SITE-SKIPPED
           ELSE
              IF NOT GS-VOIDED-ROUND THEN
                 PERFORM 320-FIND-ROUND-DEPT
                 PERFORM 240-FIND-DEPT-SLOT
                 IF DR-SLOT-FOUND THEN
                    IF GS-DUEL-ROUND THEN
                       ADD 1 TO DR-DP-DUELS(DR-SUB)
                    ELSE
                       PERFORM 350-POST-ROUND
                    END-IF
                 END-IF
              END-IF
           END-IF.
       310-END.
       320-FIND-ROUND-DEPT.
           MOVE "*UNKNOWN*" TO DR-WORK-DEPT.
           MOVE "N" TO DR-FOUND-SWITCH.
           MOVE 1 TO DR-I.
           PERFORM 330-SCAN-PLAYER-TABLE UNTIL DR-SLOT-FOUND
               OR DR-I > DR-PLAYER-COUNT.
           IF DR-SLOT-FOUND THEN
              IF DR-PL-HIST-COUNT(DR-I) > 0 THEN
                 PERFORM 340-DEPT-AS-OF-ROUND.
       320-END.
       330-SCAN-PLAYER-TABLE.
           IF DR-PL-ID(DR-I) = GS-PLAYER-ID THEN
           ELSE
              ADD 1 TO DR-I.
       330-END.
      ******************************************************************
      * The department in effect on GS-TS-DATE: the latest history
      * entry effective on or before it, or the earliest entry for a
      * round older than all of them.
      ******************************************************************
       340-DEPT-AS-OF-ROUND.
           MOVE DR-PL-HIST-FIRST(DR-I) TO DR-H.
           MOVE DR-HS-DEPT(DR-H) TO DR-WORK-DEPT.
           COMPUTE DR-H-END = DR-H + DR-PL-HIST-COUNT(DR-I) - 1.
           PERFORM 345-SCAN-DEPT-HISTORY VARYING DR-H FROM DR-H BY 1
               UNTIL DR-H > DR-H-END.
       340-END.
       345-SCAN-DEPT-HISTORY.
           IF DR-HS-EFF-DATE(DR-H) NOT > GS-TS-DATE THEN
              MOVE DR-HS-DEPT(DR-H) TO DR-WORK-DEPT.
       345-END.
       350-POST-ROUND.
           ADD 1 TO DR-DP-ROUNDS(DR-SUB).
           IF GS-RESULT = "L" THEN
                 ADD 1 TO DR-DP-CHAL-WON(DR-SUB)
                 ADD GS-TRIES TO DR-DP-CHAL-TRIES(DR-SUB).
       350-END.
      ******************************************************************
      * Archived rounds GAMERETV wrote to ARCHXTR.DAT, when the file
      * is there, for the same period and under the same rules. A
      * round still live on GAMESTATS (restored, or archived twice
      * after a failed purge delete) was counted above already.
      ******************************************************************
       400-ADD-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00" THEN
              MOVE "00" TO EXTRACT-STATUS
           ELSE
              PERFORM 420-READ-EXTRACT
              PERFORM 440-EXTRACT-LOOP UNTIL EXTRACT-END-OF-FILE
              CLOSE EXTRACT-FILE.
       400-END.
       420-READ-EXTRACT.
           IF NOT EXTRACT-END-OF-FILE THEN
              READ EXTRACT-FILE
                  AT END
                      SET EXTRACT-END-OF-FILE TO TRUE
              END-READ.
       420-END.
       440-EXTRACT-LOOP.
           IF XT-TS-DATE IS NUMERIC
               AND XT-TS-DATE >= DP-FROM-DATE
               AND XT-TS-DATE NOT > DP-TO-DATE THEN
              PERFORM 460-CHECK-LIVE
              IF DR-ROUND-LIVE THEN
                 ADD 1 TO DR-XT-LIVE
              ELSE
                 MOVE EXTRACT-RECORD TO GAMESTAT-RECORD
                 ADD 1 TO DR-XT-USED
                 PERFORM 310-ACCUMULATE-ROUND.
           PERFORM 420-READ-EXTRACT.
       440-END.
       460-CHECK-LIVE.
           MOVE "N" TO DR-LIVE-SW.
           IF DR-STATS-OPEN THEN
              MOVE XT-ROUND-KEY TO GS-TIMESTAMP
              READ GAMESTATS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET DR-ROUND-LIVE TO TRUE
              END-READ.
       460-END.
       500-COUNT-PARTICIPANTS.
           PERFORM 520-COUNT-ONE-PLAYER VARYING DR-I FROM 1 BY 1
               UNTIL DR-I > DR-PLAYER-COUNT.
           DISPLAY "   DEPTRPT - DEPARTMENT LEAGUE STANDINGS".
           DISPLAY "PERIOD .....: " DP-FROM-DATE " THRU " DP-TO-DATE.
           DISPLAY "================================================".
           IF DR-XT-USED > 0 OR DR-XT-LIVE > 0 THEN
              DISPLAY "ARCHIVED ROUNDS FROM ARCHXTR.DAT: " DR-XT-USED
                      " (" DR-XT-LIVE " STILL LIVE, COUNTED ONCE)".
           IF DR-SITE-SKIPPED > 0 THEN
              DISPLAY "OTHER-OFFICE ROUNDS EXCLUDED: "
                      DR-SITE-SKIPPED.
