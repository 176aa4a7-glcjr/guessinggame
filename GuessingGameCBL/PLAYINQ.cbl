      *          computed within each season and range, and the last
      *          ten rounds with dates and modes. GAMESTAT.DAT is
      *          keyed on GS-TIMESTAMP with the player buried in the
      *          key, so the player's rounds are found through the
      *          by-player cross reference GSXREF.DAT and read back
      *          off GAMESTATS one by one.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *                    another office loaded through FEEDLOAD
      *                    under a colliding id were being folded
      *                    into the local player's career card.
      *  10/15/2026  GC   The career tally is gathered through the
      *                    GSXREF.DAT by-player cross reference
      *                    instead of a full read of GAMESTATS.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    are left off the career card.
      *  10/15/2026  GC   Archived rounds written to ARCHXTR.DAT by
      *                    GAMERETV are folded into the career tally
      *                    whenever that file is present, ahead of the
      *                    live rounds so the last ten stay in date
      *                    order. An extract round still live on
      *                    GAMESTATS is counted once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYINQ.
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT GAMESTATS-FILE ASSIGN TO "GAMESTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT LEADHIST-FILE ASSIGN TO "LEADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADHIST-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ARCHXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
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
           05  LH-UPPERNUM           PIC 9(05).
           05  LH-BEST-TRIES         PIC 9(05).
           05  LH-BEST-DATE          PIC 9(08).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  XT-ROUND-KEY.
               10  FILLER            PIC X(16).
               10  XT-PLAYER-ID      PIC X(10).
           05  FILLER                PIC X(27).
       WORKING-STORAGE SECTION.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 LEADHIST-STATUS PIC X(2) VALUE "00".
       01 EXTRACT-STATUS PIC X(2) VALUE "00".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 EXTRACT-EOF-SWITCH PIC X(1) VALUE "N".
           88 EXTRACT-END-OF-FILE VALUE "Y".
       01 PI-STATS-SW PIC X(1) VALUE "N".
           88 PI-STATS-OPEN VALUE "Y".
       01 PI-LIVE-SW PIC X(1) VALUE "N".
           88 PI-ROUND-LIVE VALUE "Y".
       01 PI-XT-ROUNDS PIC 9(07) VALUE 0.
       01 LEADER-EOF-SWITCH PIC X(1) VALUE "N".
           88 LEADER-END-OF-FILE VALUE "Y".
       01 HIST-EOF-SWITCH PIC X(1) VALUE "N".
       250-EXIT.
       250-END.
      ******************************************************************
      * The career figures come off the GSXREF cross reference - the
      * player id sits inside the GAMESTATS key behind the timestamp,
      * so the cross reference (player / date / time) hands back the
      * player's rounds in date order and each is read off GAMESTATS
      * by its own key. Both files are opened fresh per inquiry so
      * the figures reflect play up to this minute. Archived rounds
      * in a GAMERETV extract come first - they are older than
      * anything still live.
      ******************************************************************
       300-SCAN-GAMESTATS.
           MOVE 0 TO PI-ROUNDS.
           MOVE 0 TO PI-CHAL-ROUNDS.
           MOVE 0 TO PI-DUEL-ROUNDS.
           MOVE 0 TO PI-LAST-COUNT.
           MOVE 0 TO PI-XT-ROUNDS.
           MOVE "N" TO STAT-EOF-SWITCH.
           MOVE "N" TO PI-STATS-SW.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS NOT = "00" THEN
              SET STAT-END-OF-FILE TO TRUE
              MOVE "00" TO GAMESTATS-STATUS
           ELSE
              SET PI-STATS-OPEN TO TRUE.
           PERFORM 340-SCAN-EXTRACT.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              IF NOT STAT-END-OF-FILE THEN
                 DISPLAY "PLAYER INDEX NOT AVAILABLE (STATUS="
                         XREF-STATUS ") - RUN GAMEREST FOR GSXREF."
              END-IF
              SET STAT-END-OF-FILE TO TRUE
              MOVE "00" TO XREF-STATUS.
           IF NOT STAT-END-OF-FILE THEN
              MOVE PI-PLAYER-ID TO GX-PLAYER-ID
              MOVE 0 TO GX-TS-DATE
              MOVE 0 TO GX-TS-TIME
              START XREF-FILE KEY NOT < GX-KEY
                  INVALID KEY
                      SET STAT-END-OF-FILE TO TRUE
              END-START.
           PERFORM 320-READ-GAMESTAT.
           PERFORM 330-TALLY-LOOP UNTIL STAT-END-OF-FILE.
           CLOSE XREF-FILE.
           CLOSE GAMESTATS-FILE.
       300-END.
      ******************************************************************
      * The next cross reference entry for the player, and the round
      * it points at. An entry whose round is gone is stepped over.
      ******************************************************************
       320-READ-GAMESTAT.
           IF NOT STAT-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
              END-READ
              IF NOT STAT-END-OF-FILE
                  AND GX-PLAYER-ID NOT = PI-PLAYER-ID THEN
                 SET STAT-END-OF-FILE TO TRUE
              END-IF
              IF NOT STAT-END-OF-FILE THEN
                 MOVE GX-ROUND-KEY TO GS-TIMESTAMP
                 READ GAMESTATS-FILE
                     INVALID KEY
                         MOVE HIGH-VALUES TO GS-SITE
                 END-READ.
       320-END.
      ******************************************************************
      * The id alone is not enough - a branch round loaded by
      * FEEDLOAD under the same id belongs to the branch's player,
      * not ours. An entry whose round could not be read carries
      * HIGH-VALUES in the site and is passed over the same way.
      ******************************************************************
       330-TALLY-LOOP.
           IF GS-PLAYER-ID = PI-PLAYER-ID
               AND GS-SITE = SPACES
               AND NOT GS-VOIDED-ROUND THEN
              PERFORM 350-TALLY-ROUND.
           PERFORM 320-READ-GAMESTAT.
       330-END.
      ******************************************************************
      * The player's rounds off ARCHXTR.DAT, when the file is there,
      * under the same rules as the live ones. A round still live on
      * GAMESTATS is left for the cross reference to count.
      ******************************************************************
       340-SCAN-EXTRACT.
           MOVE "N" TO EXTRACT-EOF-SWITCH.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00" THEN
              MOVE "00" TO EXTRACT-STATUS
           ELSE
              PERFORM 342-READ-EXTRACT
              PERFORM 344-EXTRACT-LOOP UNTIL EXTRACT-END-OF-FILE
              CLOSE EXTRACT-FILE.
       340-END.
       342-READ-EXTRACT.
           IF NOT EXTRACT-END-OF-FILE THEN
              READ EXTRACT-FILE
                  AT END
                      SET EXTRACT-END-OF-FILE TO TRUE
              END-READ.
       342-END.
       344-EXTRACT-LOOP.
           IF XT-PLAYER-ID = PI-PLAYER-ID THEN
              PERFORM 346-CHECK-LIVE
              IF NOT PI-ROUND-LIVE THEN
                 MOVE EXTRACT-RECORD TO GAMESTAT-RECORD
                 IF GS-SITE = SPACES
                     AND NOT GS-VOIDED-ROUND THEN
                    ADD 1 TO PI-XT-ROUNDS
                    PERFORM 350-TALLY-ROUND.
           PERFORM 342-READ-EXTRACT.
       344-END.
       346-CHECK-LIVE.
           MOVE "N" TO PI-LIVE-SW.
           IF PI-STATS-OPEN THEN
              MOVE XT-ROUND-KEY TO GS-TIMESTAMP
              READ GAMESTATS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET PI-ROUND-LIVE TO TRUE
              END-READ.
       346-END.
       350-TALLY-ROUND.
           ADD 1 TO PI-ROUNDS.
           IF GS-RESULT = "L" THEN
           PERFORM 370-POST-LAST-TEN.
       350-END.
      ******************************************************************
      * The cross reference comes back in date / time order, so the
      * last ten rounds are simply the last ten matches - the table
      * holds ten and slides when an eleventh arrives.
      ******************************************************************
       370-POST-LAST-TEN.
           IF PI-LAST-COUNT < 10 THEN
                      " DUEL " PI-DUEL-ROUNDS ")"
              DISPLAY "ROUNDS WON .........: " PI-WON
              DISPLAY "ROUNDS LOST ........: " PI-LOST
              IF PI-XT-ROUNDS > 0 THEN
                 DISPLAY "  (" PI-XT-ROUNDS " OF THEM ARCHIVED, "
                         "FROM ARCHXTR.DAT)"
              END-IF
              IF PI-WON > 0 THEN
                 COMPUTE PI-AVG-TRIES ROUNDED =
                     PI-TRIES-TOTAL / PI-WON
