      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Archive retrieval. GAMEARCH moves old rounds and
      *          their guess detail to the cumulative GAMARCH.DAT and
      *          AUDARCH.DAT archives every month, and until now
      *          nothing read them back - a dispute over a round from
      *          last spring meant copying the archive aside and
      *          editing it by hand. This job takes a date range from
      *          RETVPARM.DAT, with an optional player id, mode and
      *          site, and prints every archived round that matches
      *          with its guess-by-guess detail off AUDARCH.DAT.
      *          RETVPARM.DAT (one record):
      *            from date / to date    YYYYMMDD, both required
      *            player id              spaces for every player
      *            mode                   S standard (a blank mode
      *                                   on an old round is
      *                                   standard), C challenge,
      *                                   D duel, space for all
      *            site                   spaces for every site, a
      *                                   site code for that office's
      *                                   rounds, "*" for rounds
      *                                   played here
      *            extract flag           Y to write ARCHXTR.DAT
      *          With the extract flag set the selected rounds are
      *          also written, in GAMESTAT layout, to ARCHXTR.DAT
      *          (replaced each run). GAMETREND, DEPTRPT and PLAYINQ
      *          take ARCHXTR.DAT as an extra input whenever it is
      *          present, so a historical period reports the same way
      *          a live one does - delete it when the job is done.
      *          Archived rounds and audit records written before
      *          GS-MODE / GS-SITE / GS-CORR-CODE and the AU-TS-DATE,
      *          range and time fields existed are shorter; they read
      *          back with those fields blank and are matched on what
      *          they do carry. Guess detail is paired to its round the
      *          GAMERECON way (a run of one player's guesses at one
      *          target, guess numbers climbing), narrowed by date and
      *          range where the audit record has them. Rounds loaded
      *          from another office have no guess detail here.
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMERETV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETVPARM-FILE ASSIGN TO "RETVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETVPARM-STATUS.
           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-ARCHIVE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-ARCHIVE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ARCHXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETVPARM-FILE.
       01  RETVPARM-RECORD.
           05  RP-FROM-DATE          PIC 9(08).
           05  RP-TO-DATE            PIC 9(08).
           05  RP-PLAYER-ID          PIC X(10).
           05  RP-MODE               PIC X(01).
           05  RP-SITE               PIC X(04).
               88  RP-LOCAL-SITE       VALUE "*".
           05  RP-EXTRACT-FLAG       PIC X(01).
               88  RP-WRITE-EXTRACT    VALUE "Y".
       FD  GAME-ARCHIVE-FILE.
       01  STAT-ARCHIVE-RECORD       PIC X(53).
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD      PIC X(52).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD            PIC X(53).
       WORKING-STORAGE SECTION.
       01 RETVPARM-STATUS PIC X(2) VALUE "00".
       01 GAME-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 AUDIT-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 EXTRACT-STATUS PIC X(2) VALUE "00".
       01 ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCHIVE-END-OF-FILE VALUE "Y".
       01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-END-OF-FILE VALUE "Y".
           COPY GAMESTAT.
           COPY AUDITREC.
       01 RV-SELECT-SW PIC X(1) VALUE "N".
           88 RV-SELECTED VALUE "Y".
       01 RV-FOUND-SW PIC X(1) VALUE "N".
           88 RV-ROUND-FOUND VALUE "Y".
       01 RV-RUN-SW PIC X(1) VALUE "N".
           88 RV-RUN-OPEN VALUE "Y".
       01 RV-GA-READ PIC 9(07) VALUE 0.
       01 RV-AU-READ PIC 9(07) VALUE 0.
       01 RV-SELECTED-COUNT PIC 9(07) VALUE 0.
       01 RV-EXTRACTED PIC 9(07) VALUE 0.
       01 RV-NOT-LISTED PIC 9(07) VALUE 0.
       01 RV-GUESSES-LOST PIC 9(07) VALUE 0.
       01 RV-NO-DETAIL PIC 9(07) VALUE 0.
      *
      * The selected rounds, in archive order, each with the run of
      * guess-table entries paired to it.
      *
       01 RV-RND-COUNT PIC 9(04) VALUE 0.
       01 RV-RND-TABLE.
           05 RV-RND-ENTRY OCCURS 500 TIMES.
               10 RV-RND-IMAGE.
                   15 RV-RND-DATE PIC 9(08).
                   15 RV-RND-TIME PIC 9(08).
                   15 RV-RND-PLAYER PIC X(10).
                   15 RV-RND-LOWER PIC 9(05).
                   15 RV-RND-UPPER PIC 9(05).
                   15 RV-RND-TARGET PIC 9(05).
                   15 FILLER PIC X(07).
                   15 RV-RND-SITE PIC X(04).
                   15 FILLER PIC X(01).
               10 RV-RND-CLAIMED-SW PIC X(01).
               10 RV-RND-FIRST-GU PIC 9(05).
               10 RV-RND-GU-COUNT PIC 9(05).
       01 RV-GU-COUNT PIC 9(05) VALUE 0.
       01 RV-GU-TABLE.
           05 RV-GU-ENTRY OCCURS 10000 TIMES.
               10 RV-GU-NUM PIC 9(05).
               10 RV-GU-VALUE PIC 9(05).
               10 RV-GU-VERDICT PIC X(01).
               10 RV-GU-TIME PIC X(08).
       01 RV-CUR-RND PIC 9(04) VALUE 0.
       01 RV-LAST-PLAYER PIC X(10) VALUE SPACES.
       01 RV-LAST-TARGET PIC 9(05) VALUE 0.
       01 RV-LAST-GUESS-NUM PIC 9(05) VALUE 0.
       01 RV-R PIC 9(04) VALUE 0.
       01 RV-G PIC 9(05) VALUE 0.
       01 RV-G-END PIC 9(05) VALUE 0.
       01 RV-MODE-DESC PIC X(09).
       01 RV-RESULT-DESC PIC X(04).
       01 RV-CORR-DESC PIC X(10).
       01 RV-VERDICT-DESC PIC X(07).
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-READ-ARCHIVE.
           PERFORM 250-SELECT-LOOP UNTIL ARCHIVE-END-OF-FILE.
           PERFORM 400-GATHER-GUESSES.
           PERFORM 700-PRINT-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           OPEN INPUT RETVPARM-FILE.
           IF RETVPARM-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN RETVPARM FILE, STATUS="
                      RETVPARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ RETVPARM-FILE
               AT END
                   DISPLAY "RETVPARM FILE IS EMPTY - NO DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE RETVPARM-FILE.
           IF RP-FROM-DATE IS NOT NUMERIC
               OR RP-TO-DATE IS NOT NUMERIC
               OR RP-FROM-DATE > RP-TO-DATE THEN
              DISPLAY "INVALID DATE RANGE IN RETVPARM: "
                      RETVPARM-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF RP-MODE NOT = SPACE AND RP-MODE NOT = "S"
               AND RP-MODE NOT = "C" AND RP-MODE NOT = "D" THEN
              DISPLAY "INVALID MODE IN RETVPARM: " RP-MODE
                      " - USE S, C, D OR SPACE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT GAME-ARCHIVE-FILE.
           IF GAME-ARCHIVE-STATUS = "35" THEN
              SET ARCHIVE-END-OF-FILE TO TRUE
              MOVE "00" TO GAME-ARCHIVE-STATUS
              DISPLAY "NO GAMARCH.DAT ON FILE - NOTHING ARCHIVED YET"
           ELSE
              IF GAME-ARCHIVE-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN GAMARCH FILE, STATUS="
                         GAME-ARCHIVE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           IF RP-WRITE-EXTRACT THEN
              OPEN OUTPUT EXTRACT-FILE
              IF EXTRACT-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN ARCHXTR FILE, STATUS="
                         EXTRACT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
       150-END.
       200-READ-ARCHIVE.
           IF NOT ARCHIVE-END-OF-FILE THEN
              READ GAME-ARCHIVE-FILE INTO GAMESTAT-RECORD
                  AT END
                      SET ARCHIVE-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO RV-GA-READ
              END-READ.
       200-END.
       250-SELECT-LOOP.
           PERFORM 270-TEST-ROUND.
           IF RV-SELECTED THEN
              ADD 1 TO RV-SELECTED-COUNT
              IF RP-WRITE-EXTRACT THEN
                 PERFORM 300-WRITE-EXTRACT
              END-IF
              PERFORM 320-TABLE-ROUND.
           PERFORM 200-READ-ARCHIVE.
       250-END.
      ******************************************************************
      * The parameter's filters. A blank mode on an old archived round
      * is a standard round; "*" as the site asks for rounds played
      * here (GS-SITE spaces).
      ******************************************************************
       270-TEST-ROUND.
           MOVE "Y" TO RV-SELECT-SW.
           IF GS-TS-DATE IS NOT NUMERIC THEN
              MOVE "N" TO RV-SELECT-SW
           ELSE
              IF GS-TS-DATE < RP-FROM-DATE
                  OR GS-TS-DATE > RP-TO-DATE THEN
                 MOVE "N" TO RV-SELECT-SW.
           IF RP-PLAYER-ID NOT = SPACES
               AND GS-PLAYER-ID NOT = RP-PLAYER-ID THEN
              MOVE "N" TO RV-SELECT-SW.
           IF RP-MODE = "S" THEN
              IF GS-MODE NOT = "S" AND GS-MODE NOT = SPACE THEN
                 MOVE "N" TO RV-SELECT-SW
              END-IF
           ELSE
              IF RP-MODE NOT = SPACE AND GS-MODE NOT = RP-MODE THEN
                 MOVE "N" TO RV-SELECT-SW.
           IF RP-LOCAL-SITE THEN
              IF GS-SITE NOT = SPACES THEN
                 MOVE "N" TO RV-SELECT-SW
              END-IF
           ELSE
              IF RP-SITE NOT = SPACES AND GS-SITE NOT = RP-SITE THEN
                 MOVE "N" TO RV-SELECT-SW.
       270-END.
       300-WRITE-EXTRACT.
           WRITE EXTRACT-RECORD FROM GAMESTAT-RECORD.
           IF EXTRACT-STATUS = "00" THEN
              ADD 1 TO RV-EXTRACTED
           ELSE
              DISPLAY "ERROR - ARCHXTR WRITE FAILED FOR "
                      GS-TIMESTAMP ", STATUS=" EXTRACT-STATUS
              MOVE 8 TO RETURN-CODE.
       300-END.
       320-TABLE-ROUND.
           IF RV-RND-COUNT < 500 THEN
              ADD 1 TO RV-RND-COUNT
              MOVE GAMESTAT-RECORD TO RV-RND-IMAGE(RV-RND-COUNT)
              MOVE "N" TO RV-RND-CLAIMED-SW(RV-RND-COUNT)
              MOVE 0 TO RV-RND-FIRST-GU(RV-RND-COUNT)
              MOVE 0 TO RV-RND-GU-COUNT(RV-RND-COUNT)
           ELSE
              ADD 1 TO RV-NOT-LISTED.
       320-END.
      ******************************************************************
      * One pass of AUDARCH.DAT. Each run of guesses is given to the
      * first selected round, not yet claimed, with the same player
      * and target - and, where the audit record carries them, the
      * same date and range. Runs that belong to no selected round
      * are passed over.
      ******************************************************************
       400-GATHER-GUESSES.
           IF RV-RND-COUNT > 0 THEN
              OPEN INPUT AUDIT-ARCHIVE-FILE
              IF AUDIT-ARCHIVE-STATUS NOT = "00" THEN
                 DISPLAY "NO AUDARCH.DAT ON FILE (STATUS="
                         AUDIT-ARCHIVE-STATUS ") - ROUNDS LISTED "
                         "WITHOUT GUESS DETAIL"
                 MOVE "00" TO AUDIT-ARCHIVE-STATUS
              ELSE
                 PERFORM 410-READ-AUDIT
                 PERFORM 420-AUDIT-LOOP UNTIL AUDIT-END-OF-FILE
                 CLOSE AUDIT-ARCHIVE-FILE.
       400-END.
       410-READ-AUDIT.
           IF NOT AUDIT-END-OF-FILE THEN
              READ AUDIT-ARCHIVE-FILE INTO AUDIT-RECORD
                  AT END
                      SET AUDIT-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO RV-AU-READ
              END-READ.
       410-END.
      ******************************************************************
      * A new run starts whenever the player or target changes, or
      * the guess number fails to climb - the GAMERECON rule.
      ******************************************************************
       420-AUDIT-LOOP.
           IF NOT RV-RUN-OPEN THEN
              PERFORM 430-OPEN-RUN
           ELSE
              IF AU-PLAYER-ID NOT = RV-LAST-PLAYER
                  OR AU-TARGET NOT = RV-LAST-TARGET
                  OR AU-GUESS-NUM NOT > RV-LAST-GUESS-NUM THEN
                 PERFORM 430-OPEN-RUN.
           MOVE AU-GUESS-NUM TO RV-LAST-GUESS-NUM.
           IF RV-CUR-RND > 0 THEN
              PERFORM 460-POST-GUESS.
           PERFORM 410-READ-AUDIT.
       420-END.
       430-OPEN-RUN.
           SET RV-RUN-OPEN TO TRUE.
           MOVE AU-PLAYER-ID TO RV-LAST-PLAYER.
           MOVE AU-TARGET TO RV-LAST-TARGET.
           MOVE 0 TO RV-LAST-GUESS-NUM.
           MOVE 0 TO RV-CUR-RND.
           MOVE "N" TO RV-FOUND-SW.
           MOVE 1 TO RV-R.
           PERFORM 440-FIND-RUN-ROUND UNTIL RV-ROUND-FOUND
               OR RV-R > RV-RND-COUNT.
           IF RV-ROUND-FOUND THEN
              MOVE RV-R TO RV-CUR-RND
              MOVE "Y" TO RV-RND-CLAIMED-SW(RV-R)
              COMPUTE RV-RND-FIRST-GU(RV-R) = RV-GU-COUNT + 1.
       430-END.
       440-FIND-RUN-ROUND.
           IF RV-RND-CLAIMED-SW(RV-R) = "N"
               AND RV-RND-SITE(RV-R) = SPACES
               AND RV-RND-PLAYER(RV-R) = AU-PLAYER-ID
               AND RV-RND-TARGET(RV-R) = AU-TARGET THEN
              SET RV-ROUND-FOUND TO TRUE
              IF AU-TS-DATE IS NUMERIC THEN
                 IF AU-TS-DATE NOT = RV-RND-DATE(RV-R) THEN
                    MOVE "N" TO RV-FOUND-SW
                 END-IF
              END-IF
              IF AU-LOWERNUM IS NUMERIC
                  AND AU-UPPERNUM IS NUMERIC THEN
                 IF AU-LOWERNUM NOT = RV-RND-LOWER(RV-R)
                     OR AU-UPPERNUM NOT = RV-RND-UPPER(RV-R) THEN
                    MOVE "N" TO RV-FOUND-SW
                 END-IF
              END-IF.
           IF NOT RV-ROUND-FOUND THEN
              ADD 1 TO RV-R.
       440-END.
       460-POST-GUESS.
           IF RV-GU-COUNT < 10000 THEN
              ADD 1 TO RV-GU-COUNT
              MOVE AU-GUESS-NUM TO RV-GU-NUM(RV-GU-COUNT)
              MOVE AU-GUESS-VALUE TO RV-GU-VALUE(RV-GU-COUNT)
              MOVE AU-VERDICT TO RV-GU-VERDICT(RV-GU-COUNT)
              MOVE AU-TS-TIME TO RV-GU-TIME(RV-GU-COUNT)
              ADD 1 TO RV-RND-GU-COUNT(RV-CUR-RND)
           ELSE
              ADD 1 TO RV-GUESSES-LOST.
       460-END.
       700-PRINT-REPORT.
           DISPLAY "================================================".
           DISPLAY "      GAMERETV - ARCHIVED ROUND RETRIEVAL".
           DISPLAY "PERIOD .....: " RP-FROM-DATE " THRU " RP-TO-DATE.
           IF RP-PLAYER-ID NOT = SPACES THEN
              DISPLAY "PLAYER .....: " RP-PLAYER-ID.
           IF RP-MODE NOT = SPACE THEN
              DISPLAY "MODE .......: " RP-MODE.
           IF RP-LOCAL-SITE THEN
              DISPLAY "SITE .......: PLAYED HERE"
           ELSE
              IF RP-SITE NOT = SPACES THEN
                 DISPLAY "SITE .......: " RP-SITE.
           DISPLAY "================================================".
           IF RV-RND-COUNT = 0 THEN
              DISPLAY "NO ARCHIVED ROUNDS MATCH."
           ELSE
              PERFORM 720-PRINT-ROUND VARYING RV-R FROM 1 BY 1
                  UNTIL RV-R > RV-RND-COUNT.
           DISPLAY "------------------------------------------------".
           DISPLAY "ARCHIVED ROUNDS READ ...: " RV-GA-READ.
           DISPLAY "ROUNDS SELECTED ........: " RV-SELECTED-COUNT.
           DISPLAY "AUDIT RECORDS READ .....: " RV-AU-READ.
           DISPLAY "ROUNDS WITH NO DETAIL ..: " RV-NO-DETAIL.
           IF RP-WRITE-EXTRACT THEN
              DISPLAY "WRITTEN TO ARCHXTR.DAT .: " RV-EXTRACTED.
           IF RV-NOT-LISTED > 0 THEN
              DISPLAY "*** " RV-NOT-LISTED " SELECTED ROUND(S) OVER "
                      "THE 500 LISTED - NARROW THE RANGE ***"
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE.
           IF RV-GUESSES-LOST > 0 THEN
              DISPLAY "*** " RV-GUESSES-LOST " GUESS(ES) OVER THE "
                      "10000 HELD - DETAIL INCOMPLETE ***"
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE.
       700-END.
       720-PRINT-ROUND.
           MOVE RV-RND-IMAGE(RV-R) TO GAMESTAT-RECORD.
           MOVE "STANDARD " TO RV-MODE-DESC.
           IF GS-CHALLENGE-ROUND THEN
              MOVE "CHALLENGE" TO RV-MODE-DESC.
           IF GS-DUEL-ROUND THEN
              MOVE "DUEL     " TO RV-MODE-DESC.
           MOVE "WON " TO RV-RESULT-DESC.
           IF GS-RESULT = "L" THEN
              MOVE "LOST" TO RV-RESULT-DESC.
           MOVE SPACES TO RV-CORR-DESC.
           IF GS-VOIDED-ROUND THEN
              MOVE " (VOIDED)" TO RV-CORR-DESC.
           IF GS-AMENDED-ROUND THEN
              MOVE " (AMENDED)" TO RV-CORR-DESC.
           DISPLAY " ".
           DISPLAY "ROUND " GS-TS-DATE " " GS-TS-TIME " PLAYER "
                   GS-PLAYER-ID " " RV-MODE-DESC RV-CORR-DESC.
           DISPLAY "  RANGE " GS-LOWERNUM "-" GS-UPPERNUM
                   " TARGET " GS-TARGET " " RV-RESULT-DESC
                   " IN " GS-TRIES " TRIES".
           IF GS-SITE NOT = SPACES THEN
              DISPLAY "  LOADED FROM SITE " GS-SITE
                      " - GUESS DETAIL IS KEPT AT THAT SITE"
           ELSE
              IF RV-RND-GU-COUNT(RV-R) = 0 THEN
                 ADD 1 TO RV-NO-DETAIL
                 DISPLAY "  NO GUESS DETAIL ON AUDARCH.DAT"
              ELSE
                 COMPUTE RV-G-END = RV-RND-FIRST-GU(RV-R)
                     + RV-RND-GU-COUNT(RV-R) - 1
                 PERFORM 740-PRINT-GUESS
                     VARYING RV-G FROM RV-RND-FIRST-GU(RV-R) BY 1
                     UNTIL RV-G > RV-G-END.
       720-END.
      ******************************************************************
      * AU-TS-TIME is shown only when the guess was keyed at a
      * terminal - zeros (GAMEBATCH) or spaces (logged before the
      * field existed) leave it off.
      ******************************************************************
       740-PRINT-GUESS.
           MOVE "CORRECT" TO RV-VERDICT-DESC.
           IF RV-GU-VERDICT(RV-G) = "L" THEN
              MOVE "LOW    " TO RV-VERDICT-DESC.
           IF RV-GU-VERDICT(RV-G) = "H" THEN
              MOVE "HIGH   " TO RV-VERDICT-DESC.
           IF RV-GU-TIME(RV-G) IS NUMERIC
               AND RV-GU-TIME(RV-G) NOT = "00000000" THEN
              DISPLAY "    GUESS " RV-GU-NUM(RV-G) "  "
                      RV-GU-VALUE(RV-G) "  " RV-VERDICT-DESC
                      "  KEYED " RV-GU-TIME(RV-G)
           ELSE
              DISPLAY "    GUESS " RV-GU-NUM(RV-G) "  "
                      RV-GU-VALUE(RV-G) "  " RV-VERDICT-DESC.
       740-END.
       900-TERMINATE.
           CLOSE GAME-ARCHIVE-FILE.
           IF RP-WRITE-EXTRACT THEN
              CLOSE EXTRACT-FILE.
       900-END.
       END PROGRAM GAMERETV.
