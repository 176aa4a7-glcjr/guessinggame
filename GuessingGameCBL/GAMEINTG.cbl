      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Nightly cross-file integrity sweep. GAMERECON proves
      *          AUDIT.DAT against GAMESTATS, but a dozen files now
      *          point at one another and nothing proved they agree -
      *          the breaks surfaced when a player disputed a
      *          statement. This job checks every link and reports
      *          every one that is broken, under five checks:
      *            1 every player on a local round (GAMESTATS), on
      *              the live board (LEADER.DAT), on a closed
      *              season (LEADHIST.DAT), on a handicap
      *              (HCAP.DAT) and on the points ledger
      *              (PTSLEDG.DAT) is registered on PLAYMST.DAT;
      *            2 every LEADER.DAT best is backed by a winning
      *              local round of the player's on LB-BEST-DATE in
      *              that range with exactly LB-BEST-TRIES tries -
      *              live (found through GSXREF) or archived on
      *              GAMARCH.DAT. Standard and challenge wins both
      *              set a best (duels never do), as in GAMECORR;
      *            3 every earn entry on the ledger points through
      *              PT-ROUND-KEY at a round that still exists, live
      *              or archived (entries older than PT-ROUND-KEY
      *              carry spaces and are counted, not checked);
      *            4 every local challenge round on GAMESTATS has the
      *              target of its date's challenge, on CHALNG.DAT or
      *              archived by CHALSETL to CHALARCH.DAT;
      *            5 no RESTART.DAT checkpoint and no SESSLOCK.DAT
      *              lock belongs to a player who is inactive or not
      *              registered.
      *          Round links not found on the live files are tabled
      *          and settled in one pass of each archive. Detail is
      *          listed for the first 100 breaks of each check, all
      *          are counted. RETURN-CODE 8 (and RN-COMP-CODE 8) when
      *          any link is broken, 4 when a table filled and some
      *          links went unchecked. Runs in the GAMENITE stream
      *          (GAMESTRM.DAT step GAMEINTG, logging as GAMEINTG,
      *          last step, limit 08 - a break is reported on the
      *          run log and GAMEOPS, it does not keep play shut).
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEINTG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-KEY
               FILE STATUS IS LEADERBOARD-STATUS.
           SELECT LEADHIST-FILE ASSIGN TO "LEADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADHIST-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HCAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HC-KEY
               FILE STATUS IS HANDICAP-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-KEY
               FILE STATUS IS POINTS-LEDGER-STATUS.
           SELECT CHALLENGE-FILE ASSIGN TO "CHALNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-DATE
               FILE STATUS IS CHALLENGE-STATUS.
           SELECT CHAL-ARCHIVE-FILE ASSIGN TO "CHALARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAL-ARCHIVE-STATUS.
           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-ARCHIVE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-PLAYER-ID
               FILE STATUS IS RESTART-STATUS.
           SELECT SESSION-LOCK-FILE ASSIGN TO "SESSLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-PLAYER-ID
               FILE STATUS IS SESSION-LOCK-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       FD  POINTS-LEDGER-FILE.
           COPY PTSREC.
       FD  CHALLENGE-FILE.
           COPY CHALREC.
       FD  CHAL-ARCHIVE-FILE.
       01  CHAL-ARCHIVE-RECORD.
           05  CA-DATE               PIC 9(08).
           05  CA-LOWERNUM           PIC 9(05).
           05  CA-UPPERNUM           PIC 9(05).
           05  CA-TARGET             PIC 9(05).
           05  CA-MAX-TRIES          PIC 9(05).
      *
      * GAMARCH.DAT is a straight copy of each purged GAMESTATS
      * record. Rounds archived before GS-MODE, GS-SITE and
      * GS-CORR-CODE were added are shorter and read back with
      * those fields blank - a blank mode is a standard round.
      *
       FD  GAME-ARCHIVE-FILE.
       01  STAT-ARCHIVE-RECORD.
           05  GA-TIMESTAMP.
               10  GA-TS-DATE        PIC 9(08).
               10  GA-TS-TIME        PIC 9(08).
               10  GA-PLAYER-ID      PIC X(10).
           05  GA-LOWERNUM           PIC 9(05).
           05  GA-UPPERNUM           PIC 9(05).
           05  GA-TARGET             PIC 9(05).
           05  GA-TRIES              PIC 9(05).
           05  GA-RESULT             PIC X(01).
           05  GA-MODE               PIC X(01).
           05  GA-SITE               PIC X(04).
           05  GA-CORR-CODE          PIC X(01).
       FD  RESTART-FILE.
           COPY CHKPTREC.
       FD  SESSION-LOCK-FILE.
           COPY SESSREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 LEADHIST-STATUS PIC X(2) VALUE "00".
       01 HANDICAP-STATUS PIC X(2) VALUE "00".
       01 POINTS-LEDGER-STATUS PIC X(2) VALUE "00".
       01 CHALLENGE-STATUS PIC X(2) VALUE "00".
       01 CHAL-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 GAME-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 RESTART-STATUS PIC X(2) VALUE "00".
       01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
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
       01 CHAL-ARCH-EOF-SWITCH PIC X(1) VALUE "N".
           88 CHAL-ARCH-END-OF-FILE VALUE "Y".
       01 ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCHIVE-END-OF-FILE VALUE "Y".
       01 RESTART-EOF-SWITCH PIC X(1) VALUE "N".
           88 RESTART-END-OF-FILE VALUE "Y".
       01 SESSION-EOF-SWITCH PIC X(1) VALUE "N".
           88 SESSION-END-OF-FILE VALUE "Y".
       01 IG-STATS-SW PIC X(1) VALUE "N".
           88 IG-STATS-OPEN VALUE "Y".
       01 IG-XREF-SW PIC X(1) VALUE "N".
           88 IG-XREF-OPEN VALUE "Y".
       01 IG-CHAL-SW PIC X(1) VALUE "N".
           88 IG-CHAL-OPEN VALUE "Y".
       01 IG-PLAYER-SW PIC X(1) VALUE "N".
           88 IG-PLAYER-FOUND VALUE "Y".
       01 IG-BACKED-SW PIC X(1) VALUE "N".
           88 IG-BACKED VALUE "Y".
       01 IG-SHOW-SW PIC X(1) VALUE "N".
           88 IG-SHOW-DETAIL VALUE "Y".
       01 IG-SCAN-SW PIC X(1) VALUE "N".
           88 IG-SCAN-DONE VALUE "Y".
       01 IG-CHECK-PLAYER PIC X(10) VALUE SPACES.
      *
      * Breaks by check. The first IG-DETAIL-CAP of each are listed.
      *
       01 IG-CHECK-NAMES-DATA.
           05 FILLER PIC X(30) VALUE "PLAYER NOT ON PLAYMST".
           05 FILLER PIC X(30) VALUE "LEADER BEST WITH NO ROUND".
           05 FILLER PIC X(30) VALUE "EARN ENTRY WITH NO ROUND".
           05 FILLER PIC X(30) VALUE "CHALLENGE TARGET MISMATCH".
           05 FILLER PIC X(30) VALUE "CHECKPOINT/LOCK, BAD PLAYER".
       01 IG-CHECK-NAMES REDEFINES IG-CHECK-NAMES-DATA.
           05 IG-CHECK-NAME PIC X(30) OCCURS 5 TIMES.
       01 IG-BREAK-TABLE.
           05 IG-BREAK-COUNT PIC 9(07) OCCURS 5 TIMES.
       01 IG-CK PIC 9(01) VALUE 0.
       01 IG-DETAIL-CAP PIC 9(07) VALUE 100.
       01 IG-TOTAL-BREAKS PIC 9(07) VALUE 0.
       01 IG-NOT-CHECKED PIC 9(07) VALUE 0.
      *
      * Records read, links checked, and check 1 by source file.
      *
       01 IG-GS-READ PIC 9(07) VALUE 0.
       01 IG-LOCAL-ROUNDS PIC 9(07) VALUE 0.
       01 IG-LB-READ PIC 9(07) VALUE 0.
       01 IG-LH-READ PIC 9(07) VALUE 0.
       01 IG-HC-READ PIC 9(07) VALUE 0.
       01 IG-PT-READ PIC 9(07) VALUE 0.
       01 IG-GA-READ PIC 9(07) VALUE 0.
       01 IG-CA-READ PIC 9(07) VALUE 0.
       01 IG-CK-READ PIC 9(07) VALUE 0.
       01 IG-SL-READ PIC 9(07) VALUE 0.
       01 IG-CHAL-CHECKED PIC 9(07) VALUE 0.
       01 IG-EARN-CHECKED PIC 9(07) VALUE 0.
       01 IG-EARN-NO-KEY PIC 9(07) VALUE 0.
       01 IG-UNREG-GS PIC 9(07) VALUE 0.
       01 IG-UNREG-LB PIC 9(07) VALUE 0.
       01 IG-UNREG-LH PIC 9(07) VALUE 0.
       01 IG-UNREG-HC PIC 9(07) VALUE 0.
       01 IG-UNREG-PT PIC 9(07) VALUE 0.
      *
      * LEADER.DAT bests with no live round behind them, settled
      * against GAMARCH.DAT.
      *
       01 IG-LP-COUNT PIC 9(04) VALUE 0.
       01 IG-LP-TABLE.
           05 IG-LP-ENTRY OCCURS 1000 TIMES.
               10 IG-LP-SEASON PIC X(06).
               10 IG-LP-PLAYER PIC X(10).
               10 IG-LP-UPPERNUM PIC 9(05).
               10 IG-LP-TRIES PIC 9(05).
               10 IG-LP-DATE PIC 9(08).
               10 IG-LP-FOUND-SW PIC X(01).
      *
      * Earn entries whose round is not live, kept in round-key
      * order so each archived round is looked up by halving.
      *
       01 IG-PP-COUNT PIC 9(05) VALUE 0.
       01 IG-PP-TABLE.
           05 IG-PP-ENTRY OCCURS 5000 TIMES.
               10 IG-PP-ROUND-KEY PIC X(26).
               10 IG-PP-PLAYER PIC X(10).
               10 IG-PP-POST-DATE PIC 9(08).
               10 IG-PP-FOUND-SW PIC X(01).
       01 IG-SEEK-KEY PIC X(26) VALUE SPACES.
       01 IG-LO PIC 9(05) VALUE 0.
       01 IG-HI PIC 9(05) VALUE 0.
       01 IG-MID PIC 9(05) VALUE 0.
       01 IG-K PIC 9(05) VALUE 0.
      *
      * Challenge rounds whose date is no longer on CHALNG.DAT,
      * settled against CHALARCH.DAT.
      *
       01 IG-CP-COUNT PIC 9(04) VALUE 0.
       01 IG-CP-TABLE.
           05 IG-CP-ENTRY OCCURS 1000 TIMES.
               10 IG-CP-ROUND-KEY PIC X(26).
               10 IG-CP-DATE PIC 9(08).
               10 IG-CP-TARGET PIC 9(05).
               10 IG-CP-ARCH-TARGET PIC 9(05).
               10 IG-CP-FOUND-SW PIC X(01).
       01 IG-I PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-CHECK-ROUNDS.
           PERFORM 300-CHECK-LEADER.
           PERFORM 350-CHECK-LEADHIST.
           PERFORM 370-CHECK-HCAP.
           PERFORM 400-CHECK-LEDGER.
           PERFORM 500-SEARCH-ARCHIVE.
           PERFORM 550-SEARCH-CHAL-ARCHIVE.
           PERFORM 600-CHECK-SESSIONS.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
      ******************************************************************
      * PLAYMST.DAT is the one file that must be there. Any other
      * file not yet created has nothing in it to break a link.
      ******************************************************************
       150-INITIALIZE.
           MOVE 0 TO IG-BREAK-COUNT(1).
           MOVE 0 TO IG-BREAK-COUNT(2).
           MOVE 0 TO IG-BREAK-COUNT(3).
           MOVE 0 TO IG-BREAK-COUNT(4).
           MOVE 0 TO IG-BREAK-COUNT(5).
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT = "00" THEN
              DISPLAY "PLAYER MASTER FILE NOT AVAILABLE (STATUS="
                      PLAYER-MASTER-STATUS ") - REGISTER PLAYERS "
                      "WITH PLAYMAINT FIRST."
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "00" THEN
              SET IG-STATS-OPEN TO TRUE
           ELSE
              IF GAMESTATS-STATUS = "35" THEN
                 SET STAT-END-OF-FILE TO TRUE
                 MOVE "00" TO GAMESTATS-STATUS
              ELSE
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS = "00" THEN
              SET IG-XREF-OPEN TO TRUE
           ELSE
              IF XREF-STATUS = "35" THEN
                 MOVE "00" TO XREF-STATUS
              ELSE
                 DISPLAY "UNABLE TO OPEN GSXREF FILE, STATUS="
                         XREF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT CHALLENGE-FILE.
           IF CHALLENGE-STATUS = "00" THEN
              SET IG-CHAL-OPEN TO TRUE
           ELSE
              IF CHALLENGE-STATUS = "35" THEN
                 MOVE "00" TO CHALLENGE-STATUS
              ELSE
                 DISPLAY "UNABLE TO OPEN CHALLENGE FILE, STATUS="
                         CHALLENGE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           IF IG-STATS-OPEN AND NOT IG-XREF-OPEN THEN
              DISPLAY "WARNING - GSXREF.DAT NOT PRESENT, LIVE "
                      "ROUNDS CANNOT BACK LEADER BESTS - REBUILD IT "
                      "WITH GAMEREST".
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 180-LOG-RUN-START.
       150-END.
       180-LOG-RUN-START.
           MOVE "GAMEINTG" TO RN-PROGRAM.
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
      * Checks 1 and 4 over the live rounds. Rounds merged in from
      * another office are the sending site's to prove - their
      * players and challenges are not ours.
      ******************************************************************
       200-CHECK-ROUNDS.
           DISPLAY "CHECKING GAMESTATS ROUNDS...".
           PERFORM 210-READ-GAMESTAT.
           PERFORM 220-ROUND-LOOP UNTIL STAT-END-OF-FILE.
       200-END.
       210-READ-GAMESTAT.
           IF NOT STAT-END-OF-FILE THEN
              READ GAMESTATS-FILE NEXT RECORD
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-GS-READ
              END-READ.
       210-END.
       220-ROUND-LOOP.
           IF GS-SITE = SPACES THEN
              ADD 1 TO IG-LOCAL-ROUNDS
              MOVE GS-PLAYER-ID TO IG-CHECK-PLAYER
              PERFORM 800-FIND-PLAYER
              IF NOT IG-PLAYER-FOUND THEN
                 ADD 1 TO IG-UNREG-GS
                 MOVE 1 TO IG-CK
                 PERFORM 850-COUNT-BREAK
                 IF IG-SHOW-DETAIL THEN
                    DISPLAY "  1 ROUND " GS-TS-DATE " " GS-TS-TIME
                            " PLAYER " GS-PLAYER-ID
                            " NOT ON PLAYMST"
                 END-IF
              END-IF
              IF GS-CHALLENGE-ROUND THEN
                 PERFORM 230-CHECK-CHALLENGE.
           PERFORM 210-READ-GAMESTAT.
       220-END.
       230-CHECK-CHALLENGE.
           ADD 1 TO IG-CHAL-CHECKED.
           IF NOT IG-CHAL-OPEN THEN
              PERFORM 240-PEND-CHALLENGE
           ELSE
              MOVE GS-TS-DATE TO CH-DATE
              READ CHALLENGE-FILE
                  INVALID KEY
                      PERFORM 240-PEND-CHALLENGE
                  NOT INVALID KEY
                      IF CH-TARGET NOT = GS-TARGET THEN
                         MOVE 4 TO IG-CK
                         PERFORM 850-COUNT-BREAK
                         IF IG-SHOW-DETAIL THEN
                            DISPLAY "  4 ROUND " GS-TS-DATE " "
                                    GS-TS-TIME " PLAYER "
                                    GS-PLAYER-ID " TARGET "
                                    GS-TARGET " BUT CHALNG TARGET "
                                    CH-TARGET
                         END-IF
                      END-IF
              END-READ.
       230-END.
       240-PEND-CHALLENGE.
           IF IG-CP-COUNT < 1000 THEN
              ADD 1 TO IG-CP-COUNT
              MOVE GS-TIMESTAMP TO IG-CP-ROUND-KEY(IG-CP-COUNT)
              MOVE GS-TS-DATE TO IG-CP-DATE(IG-CP-COUNT)
              MOVE GS-TARGET TO IG-CP-TARGET(IG-CP-COUNT)
              MOVE 0 TO IG-CP-ARCH-TARGET(IG-CP-COUNT)
              MOVE "N" TO IG-CP-FOUND-SW(IG-CP-COUNT)
           ELSE
              ADD 1 TO IG-NOT-CHECKED.
       240-END.
      ******************************************************************
      * Checks 1 and 2 over the live board. A best is backed by the
      * player's rounds of LB-BEST-DATE, found through the GSXREF
      * index; one not backed there waits for the GAMARCH pass.
      ******************************************************************
       300-CHECK-LEADER.
           DISPLAY "CHECKING LEADER.DAT...".
           OPEN INPUT LEADERBOARD-FILE.
           IF LEADERBOARD-STATUS NOT = "00" THEN
              MOVE "00" TO LEADERBOARD-STATUS
           ELSE
              PERFORM 310-READ-LEADER
              PERFORM 320-LEADER-LOOP UNTIL LEADER-END-OF-FILE
              CLOSE LEADERBOARD-FILE.
       300-END.
       310-READ-LEADER.
           IF NOT LEADER-END-OF-FILE THEN
              READ LEADERBOARD-FILE NEXT RECORD
                  AT END
                      SET LEADER-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-LB-READ
              END-READ.
       310-END.
       320-LEADER-LOOP.
           MOVE LB-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              ADD 1 TO IG-UNREG-LB
              MOVE 1 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  1 LEADER " LB-SEASON " PLAYER "
                         LB-PLAYER-ID " NOT ON PLAYMST".
           PERFORM 330-FIND-BACKING-ROUND.
           IF NOT IG-BACKED THEN
              PERFORM 340-PEND-LEADER.
           PERFORM 310-READ-LEADER.
       320-END.
       330-FIND-BACKING-ROUND.
           MOVE "N" TO IG-BACKED-SW.
           IF IG-XREF-OPEN AND IG-STATS-OPEN THEN
              MOVE "N" TO XREF-EOF-SWITCH
              MOVE LB-PLAYER-ID TO GX-PLAYER-ID
              MOVE LB-BEST-DATE TO GX-TS-DATE
              MOVE 0 TO GX-TS-TIME
              START XREF-FILE KEY NOT < GX-KEY
                  INVALID KEY
                      SET XREF-END-OF-FILE TO TRUE
              END-START
              PERFORM 335-READ-XREF
              PERFORM 337-TRY-XREF-ROUND
                  UNTIL XREF-END-OF-FILE OR IG-BACKED.
       330-END.
       335-READ-XREF.
           IF NOT XREF-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET XREF-END-OF-FILE TO TRUE
              END-READ
              IF NOT XREF-END-OF-FILE
                  AND (GX-PLAYER-ID NOT = LB-PLAYER-ID
                      OR GX-TS-DATE NOT = LB-BEST-DATE) THEN
                 SET XREF-END-OF-FILE TO TRUE.
       335-END.
       337-TRY-XREF-ROUND.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GS-SITE = SPACES
                       AND NOT GS-DUEL-ROUND
                       AND NOT GS-VOIDED-ROUND
                       AND GS-RESULT NOT = "L"
                       AND GS-UPPERNUM = LB-UPPERNUM
                       AND GS-TRIES = LB-BEST-TRIES THEN
                      SET IG-BACKED TO TRUE
                   END-IF
           END-READ.
           PERFORM 335-READ-XREF.
       337-END.
       340-PEND-LEADER.
           IF IG-LP-COUNT < 1000 THEN
              ADD 1 TO IG-LP-COUNT
              MOVE LB-SEASON TO IG-LP-SEASON(IG-LP-COUNT)
              MOVE LB-PLAYER-ID TO IG-LP-PLAYER(IG-LP-COUNT)
              MOVE LB-UPPERNUM TO IG-LP-UPPERNUM(IG-LP-COUNT)
              MOVE LB-BEST-TRIES TO IG-LP-TRIES(IG-LP-COUNT)
              MOVE LB-BEST-DATE TO IG-LP-DATE(IG-LP-COUNT)
              MOVE "N" TO IG-LP-FOUND-SW(IG-LP-COUNT)
           ELSE
              ADD 1 TO IG-NOT-CHECKED.
       340-END.
       350-CHECK-LEADHIST.
           DISPLAY "CHECKING LEADHIST.DAT...".
           OPEN INPUT LEADHIST-FILE.
           IF LEADHIST-STATUS NOT = "00" THEN
              MOVE "00" TO LEADHIST-STATUS
           ELSE
              PERFORM 355-READ-LEADHIST
              PERFORM 360-LEADHIST-LOOP UNTIL LEADHIST-END-OF-FILE
              CLOSE LEADHIST-FILE.
       350-END.
       355-READ-LEADHIST.
           IF NOT LEADHIST-END-OF-FILE THEN
              READ LEADHIST-FILE
                  AT END
                      SET LEADHIST-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-LH-READ
              END-READ.
       355-END.
       360-LEADHIST-LOOP.
           MOVE LH-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              ADD 1 TO IG-UNREG-LH
              MOVE 1 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  1 LEADHIST " LH-SEASON " PLAYER "
                         LH-PLAYER-ID " NOT ON PLAYMST".
           PERFORM 355-READ-LEADHIST.
       360-END.
       370-CHECK-HCAP.
           DISPLAY "CHECKING HCAP.DAT...".
           OPEN INPUT HANDICAP-FILE.
           IF HANDICAP-STATUS NOT = "00" THEN
              MOVE "00" TO HANDICAP-STATUS
           ELSE
              PERFORM 375-READ-HCAP
              PERFORM 380-HCAP-LOOP UNTIL HCAP-END-OF-FILE
              CLOSE HANDICAP-FILE.
       370-END.
       375-READ-HCAP.
           IF NOT HCAP-END-OF-FILE THEN
              READ HANDICAP-FILE NEXT RECORD
                  AT END
                      SET HCAP-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-HC-READ
              END-READ.
       375-END.
       380-HCAP-LOOP.
           MOVE HC-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              ADD 1 TO IG-UNREG-HC
              MOVE 1 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  1 HCAP " HC-PERIOD " PLAYER "
                         HC-PLAYER-ID " NOT ON PLAYMST".
           PERFORM 375-READ-HCAP.
       380-END.
      ******************************************************************
      * Checks 1 and 3 over the points ledger. An earn entry's round
      * is looked for on GAMESTATS first; one GAMEARCH has moved on
      * waits, in round-key order, for the GAMARCH pass.
      ******************************************************************
       400-CHECK-LEDGER.
           DISPLAY "CHECKING PTSLEDG.DAT...".
           OPEN INPUT POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS NOT = "00" THEN
              MOVE "00" TO POINTS-LEDGER-STATUS
           ELSE
              PERFORM 410-READ-LEDGER
              PERFORM 420-LEDGER-LOOP UNTIL LEDGER-END-OF-FILE
              CLOSE POINTS-LEDGER-FILE.
       400-END.
       410-READ-LEDGER.
           IF NOT LEDGER-END-OF-FILE THEN
              READ POINTS-LEDGER-FILE NEXT RECORD
                  AT END
                      SET LEDGER-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-PT-READ
              END-READ.
       410-END.
       420-LEDGER-LOOP.
           MOVE PT-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              ADD 1 TO IG-UNREG-PT
              MOVE 1 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  1 LEDGER " PT-POST-DATE " " PT-POST-TIME
                         " PLAYER " PT-PLAYER-ID " NOT ON PLAYMST".
           IF PT-EARN-ENTRY THEN
              IF PT-ROUND-KEY = SPACES THEN
                 ADD 1 TO IG-EARN-NO-KEY
              ELSE
                 ADD 1 TO IG-EARN-CHECKED
                 PERFORM 430-FIND-EARN-ROUND.
           PERFORM 410-READ-LEDGER.
       420-END.
       430-FIND-EARN-ROUND.
           IF NOT IG-STATS-OPEN THEN
              PERFORM 440-PEND-POINTS
           ELSE
              MOVE PT-ROUND-KEY TO GS-TIMESTAMP
              READ GAMESTATS-FILE
                  INVALID KEY
                      PERFORM 440-PEND-POINTS
              END-READ.
       430-END.
       440-PEND-POINTS.
           IF IG-PP-COUNT >= 5000 THEN
              ADD 1 TO IG-NOT-CHECKED
           ELSE
              MOVE PT-ROUND-KEY TO IG-SEEK-KEY
              PERFORM 460-LOCATE-KEY
              PERFORM 445-SHIFT-UP VARYING IG-K FROM IG-PP-COUNT
                  BY -1 UNTIL IG-K < IG-LO
              ADD 1 TO IG-PP-COUNT
              MOVE PT-ROUND-KEY TO IG-PP-ROUND-KEY(IG-LO)
              MOVE PT-PLAYER-ID TO IG-PP-PLAYER(IG-LO)
              MOVE PT-POST-DATE TO IG-PP-POST-DATE(IG-LO)
              MOVE "N" TO IG-PP-FOUND-SW(IG-LO).
       440-END.
       445-SHIFT-UP.
           MOVE IG-PP-ENTRY(IG-K) TO IG-PP-ENTRY(IG-K + 1).
       445-END.
      ******************************************************************
      * Leaves IG-LO on the first entry whose round key is not below
      * IG-SEEK-KEY (IG-PP-COUNT + 1 when there is none).
      ******************************************************************
       460-LOCATE-KEY.
           MOVE 1 TO IG-LO.
           COMPUTE IG-HI = IG-PP-COUNT + 1.
           PERFORM 465-HALVE UNTIL IG-LO >= IG-HI.
       460-END.
       465-HALVE.
           COMPUTE IG-MID = (IG-LO + IG-HI) / 2.
           IF IG-PP-ROUND-KEY(IG-MID) < IG-SEEK-KEY THEN
              COMPUTE IG-LO = IG-MID + 1
           ELSE
              MOVE IG-MID TO IG-HI.
       465-END.
      ******************************************************************
      * One pass of GAMARCH.DAT settles every best and earn entry the
      * live files could not; whatever is still unsettled after it
      * is broken.
      ******************************************************************
       500-SEARCH-ARCHIVE.
           IF IG-LP-COUNT > 0 OR IG-PP-COUNT > 0 THEN
              DISPLAY "SEARCHING GAMARCH.DAT FOR " IG-LP-COUNT
                      " BEST(S) AND " IG-PP-COUNT " EARN ROUND(S)..."
              OPEN INPUT GAME-ARCHIVE-FILE
              IF GAME-ARCHIVE-STATUS NOT = "00" THEN
                 MOVE "00" TO GAME-ARCHIVE-STATUS
              ELSE
                 PERFORM 510-READ-ARCHIVE
                 PERFORM 520-ARCHIVE-LOOP UNTIL ARCHIVE-END-OF-FILE
                 CLOSE GAME-ARCHIVE-FILE
              END-IF
              PERFORM 560-REPORT-UNBACKED VARYING IG-I FROM 1 BY 1
                  UNTIL IG-I > IG-LP-COUNT
              PERFORM 570-REPORT-NO-ROUND VARYING IG-I FROM 1 BY 1
                  UNTIL IG-I > IG-PP-COUNT.
       500-END.
       510-READ-ARCHIVE.
           IF NOT ARCHIVE-END-OF-FILE THEN
              READ GAME-ARCHIVE-FILE
                  AT END
                      SET ARCHIVE-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-GA-READ
              END-READ.
       510-END.
       520-ARCHIVE-LOOP.
           IF GA-TS-DATE IS NUMERIC THEN
              IF IG-LP-COUNT > 0
                  AND GA-SITE = SPACES
                  AND GA-MODE NOT = "D"
                  AND GA-CORR-CODE NOT = "V"
                  AND GA-RESULT NOT = "L" THEN
                 PERFORM 530-MATCH-BEST VARYING IG-I FROM 1 BY 1
                     UNTIL IG-I > IG-LP-COUNT
              END-IF
              IF IG-PP-COUNT > 0 THEN
                 PERFORM 540-MATCH-EARN.
           PERFORM 510-READ-ARCHIVE.
       520-END.
       530-MATCH-BEST.
           IF IG-LP-FOUND-SW(IG-I) = "N"
               AND IG-LP-PLAYER(IG-I) = GA-PLAYER-ID
               AND IG-LP-DATE(IG-I) = GA-TS-DATE
               AND IG-LP-UPPERNUM(IG-I) = GA-UPPERNUM
               AND IG-LP-TRIES(IG-I) = GA-TRIES THEN
              MOVE "Y" TO IG-LP-FOUND-SW(IG-I).
       530-END.
       540-MATCH-EARN.
           MOVE GA-TIMESTAMP TO IG-SEEK-KEY.
           PERFORM 460-LOCATE-KEY.
           MOVE IG-LO TO IG-K.
           MOVE "N" TO IG-SCAN-SW.
           PERFORM 545-MARK-EARN UNTIL IG-SCAN-DONE.
       540-END.
       545-MARK-EARN.
           IF IG-K > IG-PP-COUNT THEN
              SET IG-SCAN-DONE TO TRUE
           ELSE
              IF IG-PP-ROUND-KEY(IG-K) NOT = IG-SEEK-KEY THEN
                 SET IG-SCAN-DONE TO TRUE
              ELSE
                 MOVE "Y" TO IG-PP-FOUND-SW(IG-K)
                 ADD 1 TO IG-K.
       545-END.
       560-REPORT-UNBACKED.
           IF IG-LP-FOUND-SW(IG-I) = "N" THEN
              MOVE 2 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  2 LEADER " IG-LP-SEASON(IG-I) " PLAYER "
                         IG-LP-PLAYER(IG-I) " RANGE "
                         IG-LP-UPPERNUM(IG-I) ": BEST "
                         IG-LP-TRIES(IG-I) " ON " IG-LP-DATE(IG-I)
                         " HAS NO WINNING ROUND".
       560-END.
       570-REPORT-NO-ROUND.
           IF IG-PP-FOUND-SW(IG-I) = "N" THEN
              MOVE 3 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  3 LEDGER PLAYER " IG-PP-PLAYER(IG-I)
                         " POSTED " IG-PP-POST-DATE(IG-I)
                         ": ROUND " IG-PP-ROUND-KEY(IG-I)
                         " NOT FOUND".
       570-END.
      ******************************************************************
      * Challenges CHALSETL has archived are matched by date against
      * CHALARCH.DAT; a date on neither file is a break as well.
      ******************************************************************
       550-SEARCH-CHAL-ARCHIVE.
           IF IG-CP-COUNT > 0 THEN
              DISPLAY "SEARCHING CHALARCH.DAT FOR " IG-CP-COUNT
                      " CHALLENGE ROUND(S)..."
              OPEN INPUT CHAL-ARCHIVE-FILE
              IF CHAL-ARCHIVE-STATUS NOT = "00" THEN
                 MOVE "00" TO CHAL-ARCHIVE-STATUS
              ELSE
                 PERFORM 552-READ-CHAL-ARCHIVE
                 PERFORM 554-CHAL-ARCHIVE-LOOP
                     UNTIL CHAL-ARCH-END-OF-FILE
                 CLOSE CHAL-ARCHIVE-FILE
              END-IF
              PERFORM 558-REPORT-CHALLENGE VARYING IG-I FROM 1 BY 1
                  UNTIL IG-I > IG-CP-COUNT.
       550-END.
       552-READ-CHAL-ARCHIVE.
           IF NOT CHAL-ARCH-END-OF-FILE THEN
              READ CHAL-ARCHIVE-FILE
                  AT END
                      SET CHAL-ARCH-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-CA-READ
              END-READ.
       552-END.
       554-CHAL-ARCHIVE-LOOP.
           PERFORM 556-MATCH-CHALLENGE VARYING IG-I FROM 1 BY 1
               UNTIL IG-I > IG-CP-COUNT.
           PERFORM 552-READ-CHAL-ARCHIVE.
       554-END.
       556-MATCH-CHALLENGE.
           IF IG-CP-DATE(IG-I) = CA-DATE THEN
              MOVE "Y" TO IG-CP-FOUND-SW(IG-I)
              MOVE CA-TARGET TO IG-CP-ARCH-TARGET(IG-I).
       556-END.
       558-REPORT-CHALLENGE.
           IF IG-CP-FOUND-SW(IG-I) = "N" THEN
              MOVE 4 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  4 ROUND " IG-CP-ROUND-KEY(IG-I)
                         ": NO CHALLENGE FOR " IG-CP-DATE(IG-I)
                         " ON CHALNG OR CHALARCH"
              END-IF
           ELSE
              IF IG-CP-ARCH-TARGET(IG-I) NOT = IG-CP-TARGET(IG-I) THEN
                 MOVE 4 TO IG-CK
                 PERFORM 850-COUNT-BREAK
                 IF IG-SHOW-DETAIL THEN
                    DISPLAY "  4 ROUND " IG-CP-ROUND-KEY(IG-I)
                            " TARGET " IG-CP-TARGET(IG-I)
                            " BUT CHALARCH TARGET "
                            IG-CP-ARCH-TARGET(IG-I).
       558-END.
      ******************************************************************
      * Check 5: a checkpoint or session lock is only legitimate for
      * an active, registered player.
      ******************************************************************
       600-CHECK-SESSIONS.
           DISPLAY "CHECKING RESTART.DAT AND SESSLOCK.DAT...".
           OPEN INPUT RESTART-FILE.
           IF RESTART-STATUS NOT = "00" THEN
              MOVE "00" TO RESTART-STATUS
           ELSE
              PERFORM 610-READ-RESTART
              PERFORM 620-RESTART-LOOP UNTIL RESTART-END-OF-FILE
              CLOSE RESTART-FILE.
           OPEN INPUT SESSION-LOCK-FILE.
           IF SESSION-LOCK-STATUS NOT = "00" THEN
              MOVE "00" TO SESSION-LOCK-STATUS
           ELSE
              PERFORM 630-READ-SESSION
              PERFORM 640-SESSION-LOOP UNTIL SESSION-END-OF-FILE
              CLOSE SESSION-LOCK-FILE.
       600-END.
       610-READ-RESTART.
           IF NOT RESTART-END-OF-FILE THEN
              READ RESTART-FILE NEXT RECORD
                  AT END
                      SET RESTART-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-CK-READ
              END-READ.
       610-END.
       620-RESTART-LOOP.
           MOVE CK-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              MOVE 5 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  5 CHECKPOINT FOR " CK-PLAYER-ID
                         " - NOT ON PLAYMST"
              END-IF
           ELSE
              IF PL-INACTIVE THEN
                 MOVE 5 TO IG-CK
                 PERFORM 850-COUNT-BREAK
                 IF IG-SHOW-DETAIL THEN
                    DISPLAY "  5 CHECKPOINT FOR " CK-PLAYER-ID
                            " - PLAYER IS INACTIVE".
           PERFORM 610-READ-RESTART.
       620-END.
       630-READ-SESSION.
           IF NOT SESSION-END-OF-FILE THEN
              READ SESSION-LOCK-FILE NEXT RECORD
                  AT END
                      SET SESSION-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO IG-SL-READ
              END-READ.
       630-END.
       640-SESSION-LOOP.
           MOVE SL-PLAYER-ID TO IG-CHECK-PLAYER.
           PERFORM 800-FIND-PLAYER.
           IF NOT IG-PLAYER-FOUND THEN
              MOVE 5 TO IG-CK
              PERFORM 850-COUNT-BREAK
              IF IG-SHOW-DETAIL THEN
                 DISPLAY "  5 SESSION LOCK FOR " SL-PLAYER-ID
                         " - NOT ON PLAYMST"
              END-IF
           ELSE
              IF PL-INACTIVE THEN
                 MOVE 5 TO IG-CK
                 PERFORM 850-COUNT-BREAK
                 IF IG-SHOW-DETAIL THEN
                    DISPLAY "  5 SESSION LOCK FOR " SL-PLAYER-ID
                            " - PLAYER IS INACTIVE".
           PERFORM 630-READ-SESSION.
       640-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "   GAMEINTG - CROSS-FILE INTEGRITY SWEEP".
           DISPLAY "================================================".
           DISPLAY "GAMESTATS ROUNDS READ ..: " IG-GS-READ.
           DISPLAY "  LOCAL ROUNDS .........: " IG-LOCAL-ROUNDS.
           DISPLAY "  CHALLENGE ROUNDS .....: " IG-CHAL-CHECKED.
           DISPLAY "LEADER BESTS READ ......: " IG-LB-READ.
           DISPLAY "LEADHIST BESTS READ ....: " IG-LH-READ.
           DISPLAY "HANDICAPS READ .........: " IG-HC-READ.
           DISPLAY "LEDGER ENTRIES READ ....: " IG-PT-READ.
           DISPLAY "  EARN ROUNDS CHECKED ..: " IG-EARN-CHECKED.
           DISPLAY "  EARNS WITH NO ROUND KEY " IG-EARN-NO-KEY.
           DISPLAY "GAMARCH ROUNDS READ ....: " IG-GA-READ.
           DISPLAY "CHALARCH RECORDS READ ..: " IG-CA-READ.
           DISPLAY "CHECKPOINTS READ .......: " IG-CK-READ.
           DISPLAY "SESSION LOCKS READ .....: " IG-SL-READ.
           DISPLAY "------------------------------------------------".
           PERFORM 720-SHOW-CHECK VARYING IG-CK FROM 1 BY 1
               UNTIL IG-CK > 5.
           DISPLAY "  CHECK 1 BY FILE: GAMESTATS " IG-UNREG-GS
                   " LEADER " IG-UNREG-LB.
           DISPLAY "                   LEADHIST " IG-UNREG-LH
                   " HCAP " IG-UNREG-HC " PTSLEDG " IG-UNREG-PT.
           DISPLAY "------------------------------------------------".
           IF IG-NOT-CHECKED > 0 THEN
              DISPLAY "*** " IG-NOT-CHECKED " LINK(S) NOT CHECKED - "
                      "A WORK TABLE FILLED ***".
           IF IG-TOTAL-BREAKS > 0 THEN
              DISPLAY "*** " IG-TOTAL-BREAKS " BROKEN LINK(S) ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF IG-NOT-CHECKED > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY "EVERY CROSS-FILE LINK HOLDS.".
       700-END.
       720-SHOW-CHECK.
           DISPLAY "CHECK " IG-CK " " IG-CHECK-NAME(IG-CK) ": "
                   IG-BREAK-COUNT(IG-CK).
       720-END.
       800-FIND-PLAYER.
           MOVE IG-CHECK-PLAYER TO PL-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO IG-PLAYER-SW
               NOT INVALID KEY
                   SET IG-PLAYER-FOUND TO TRUE
           END-READ.
       800-END.
      ******************************************************************
      * Counts a break against check IG-CK and says whether its
      * detail line is still to be listed.
      ******************************************************************
       850-COUNT-BREAK.
           ADD 1 TO IG-BREAK-COUNT(IG-CK).
           ADD 1 TO IG-TOTAL-BREAKS.
           MOVE "N" TO IG-SHOW-SW.
           IF IG-BREAK-COUNT(IG-CK) NOT > IG-DETAIL-CAP THEN
              SET IG-SHOW-DETAIL TO TRUE
           ELSE
              IF IG-BREAK-COUNT(IG-CK) = IG-DETAIL-CAP + 1 THEN
                 DISPLAY "  " IG-CK " ... FURTHER BREAKS OF THIS "
                         "CHECK ARE COUNTED, NOT LISTED".
       850-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           CLOSE PLAYER-MASTER-FILE.
           IF IG-STATS-OPEN THEN
              CLOSE GAMESTATS-FILE.
           IF IG-XREF-OPEN THEN
              CLOSE XREF-FILE.
           IF IG-CHAL-OPEN THEN
              CLOSE CHALLENGE-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
           MOVE "GAMEINTG" TO RN-PROGRAM.
           SET RN-END-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           MOVE IG-GS-READ TO RN-IN-COUNT.
           MOVE IG-TOTAL-BREAKS TO RN-STAT-COUNT.
           MOVE IG-PT-READ TO RN-AUDIT-COUNT.
           IF IG-TOTAL-BREAKS > 0 THEN
              MOVE 8 TO RN-COMP-CODE
           ELSE
              IF IG-NOT-CHECKED > 0 THEN
                 MOVE 4 TO RN-COMP-CODE
              ELSE
                 MOVE 0 TO RN-COMP-CODE.
           WRITE RUN-CONTROL-RECORD.
       910-END.
       END PROGRAM GAMEINTG.
