      *          L (leaderboard) records are counted for the trailer
      *          check but not loaded - each office competes on its
      *          own board. A G record whose key is already on file
      *          is counted as already loaded and skipped, so a
      *          resend of the same feed is harmless. The feed does
      *          not carry the round's target or lower bound, so a
      *          loaded round stores target zero and lower bound 1;
      *          GAMERECON skips site-tagged rounds for this reason.
      *          Every feed date loaded is kept on the feed control
      *          file FEEDCTL.DAT under the site code, with its
      *          trailer figures and what the load did. A feed whose
      *          date is already there, or is older than the site's
      *          last date, is rejected unless the operator sets the
      *          resend flag (LP-RESEND-FLAG "Y") in LOADPARM.DAT - a
      *          resend loads in the normal way, skipping rounds
      *          already on file. Every run writes a one-line
      *          acknowledgement for the sending office to
      *          FEEDACK.DAT, in GAMEFEED's pipe style, and ends with
      *          the dates missing from the site's feed sequence.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *                    GAMETREND ranges over them on its own,
      *                    and DEPTRPT excludes other-office rounds
      *                    by design.
      *  10/15/2026  GC   Each round loaded now also gets its entry on
      *                    the by-player cross reference GSXREF.DAT,
      *                    and a round already on GAMESTATS whose
      *                    entry is missing has it put back, so a
      *                    rerun of the feed also mends the index.
      *  10/15/2026  GC   Loaded rounds now carry a blank in the new
      *                    GS-CORR-CODE byte - only GAMECORR sets it.
      *  10/15/2026  GC   Feed sequence control: each date loaded is
      *                    recorded on FEEDCTL.DAT, a repeated or
      *                    out-of-order date is refused unless the
      *                    LOADPARM resend flag is set, an
      *                    acknowledgement goes to FEEDACK.DAT, and
      *                    the report lists missing feed dates. A
      *                    plain rerun of the same feed is now refused
      *                    rather than skipped - set the resend flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDLOAD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT XREF-FILE ASSIGN TO "GSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS FEED-CONTROL-STATUS.
           SELECT ACK-FILE ASSIGN TO "FEEDACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
       FD  LOADPARM-FILE.
       01  LOADPARM-RECORD.
           05  LP-SITE-CODE          PIC X(04).
           05  LP-RESEND-FLAG        PIC X(01).
               88  LP-RESEND                 VALUE "Y".
       FD  FEEDIN-FILE.
       01  FEEDIN-RECORD             PIC X(80).
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.
       FD  ACK-FILE.
       01  ACK-RECORD                PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 LOADPARM-STATUS PIC X(2) VALUE "00".
       01 FEEDIN-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 FEED-CONTROL-STATUS PIC X(2) VALUE "00".
       01 ACK-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 FEED-EOF-SWITCH PIC X(1) VALUE "N".
           88 FEED-END-OF-FILE VALUE "Y".
       01 FL-SITE-CODE PIC X(04) VALUE SPACES.
       01 FL-RESEND-SW PIC X(01) VALUE "N".
           88 FL-RESEND VALUE "Y".
       01 FL-FEED-LINE.
           05 FL-REC-TYPE PIC X(01).
           05 FILLER PIC X(79).
       01 FL-T-SAVE-HASH PIC 9(09) VALUE 0.
       01 FL-LOADED-COUNT PIC 9(07) VALUE 0.
       01 FL-ALREADY-COUNT PIC 9(07) VALUE 0.
       01 FL-REASON-WORK PIC X(40) VALUE SPACES.
       01 FL-REJECT-REASON PIC X(40) VALUE SPACES.
       01 FL-ACK-STATE PIC X(08) VALUE SPACES.
       01 FL-ACK-LINE PIC X(80) VALUE SPACES.
       01 FL-RUN-DATE PIC 9(08) VALUE 0.
       01 FL-RUN-TIME PIC 9(08) VALUE 0.
       01 FL-CTL-EOF-SWITCH PIC X(01) VALUE "N".
           88 FL-CTL-END-OF-FILE VALUE "Y".
       01 FL-LAST-DATE PIC 9(08) VALUE 0.
       01 FL-ON-FILE-SW PIC X(01) VALUE "N".
           88 FL-DATE-ON-FILE VALUE "Y".
       01 FL-LOADED-SW PIC X(01) VALUE "N".
           88 FL-FEED-LOADED VALUE "Y".
       01 FL-PREV-DATE PIC 9(08) VALUE 0.
       01 FL-PREV-INT PIC 9(08) VALUE 0.
       01 FL-THIS-INT PIC 9(08) VALUE 0.
       01 FL-GAP-INT PIC 9(08) VALUE 0.
       01 FL-GAP-DATE PIC 9(08) VALUE 0.
       01 FL-YESTERDAY-INT PIC 9(08) VALUE 0.
       01 FL-DATES-ON-FILE PIC 9(07) VALUE 0.
       01 FL-MISSING-COUNT PIC 9(07) VALUE 0.
       01 FL-MISSING-SHOWN PIC 9(03) VALUE 0.
       01 FL-MISSING-LIMIT PIC 9(03) VALUE 60.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 200-READ-FEED.
           PERFORM 300-VERIFY-LOOP UNTIL FEED-END-OF-FILE.
           PERFORM 400-CHECK-TRAILER.
           IF FL-ERROR-COUNT = 0 THEN
              PERFORM 420-CHECK-SEQUENCE.
           IF FL-ERROR-COUNT = 0 THEN
              PERFORM 500-LOAD-PASS
              PERFORM 600-RECORD-FEED
           ELSE
              DISPLAY "*** FEED REJECTED WHOLE - " FL-ERROR-COUNT
                      " ERROR(S), NOTHING LOADED ***"
              MOVE 8 TO RETURN-CODE.
           PERFORM 650-WRITE-ACK.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 800-MISSING-DATES-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
                      "ROUND MUST CARRY ITS SENDING SITE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LP-RESEND-FLAG TO FL-RESEND-SW.
           ACCEPT FL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FL-RUN-TIME FROM TIME.
           OPEN INPUT FEEDIN-FILE.
           IF FEEDIN-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN FEEDIN FILE, STATUS="
                      FEEDIN-STATUS " - NO INBOUND FEED TO LOAD"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O FEED-CONTROL-FILE.
           IF FEED-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT FEED-CONTROL-FILE
              CLOSE FEED-CONTROL-FILE
              OPEN I-O FEED-CONTROL-FILE.
           IF FEED-CONTROL-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN FEED CONTROL FILE, STATUS="
                      FEED-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE FEEDIN-FILE
              STOP RUN.
           OPEN OUTPUT ACK-FILE.
           IF ACK-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN FEEDACK FILE, STATUS="
                      ACK-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE FEEDIN-FILE
              CLOSE FEED-CONTROL-FILE
              STOP RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
       300-VERIFY-LOOP.
           IF FL-TRAILER-SEEN THEN
              ADD 1 TO FL-ERROR-COUNT
              MOVE "RECORD AFTER THE TRAILER" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - RECORD AFTER THE TRAILER: "
                      FL-FEED-LINE
           ELSE
                    MOVE FL-H-DATE TO FL-FEED-DATE
                 ELSE
                    ADD 1 TO FL-ERROR-COUNT
                    MOVE "HEADER DATE NOT NUMERIC" TO FL-REASON-WORK
                    PERFORM 390-NOTE-REJECT
                    DISPLAY "ERROR - HEADER DATE NOT NUMERIC: "
                            FL-FEED-LINE
                 END-IF
              ELSE
                 ADD 1 TO FL-ERROR-COUNT
                 MOVE "FILE DOES NOT START WITH AN H HEADER"
                      TO FL-REASON-WORK
                 PERFORM 390-NOTE-REJECT
                 DISPLAY "ERROR - FILE DOES NOT START WITH AN H "
                         "HEADER: " FL-FEED-LINE
              END-IF
                       PERFORM 360-VERIFY-TRAILER-RECORD
                    ELSE
                       ADD 1 TO FL-ERROR-COUNT
                       MOVE "UNKNOWN RECORD TYPE" TO FL-REASON-WORK
                       PERFORM 390-NOTE-REJECT
                       DISPLAY "ERROR - UNKNOWN RECORD TYPE: "
                               FL-FEED-LINE.
       320-END.
              ADD FL-G-TRIES TO FL-HASH-TOTAL
           ELSE
              ADD 1 TO FL-ERROR-COUNT
              MOVE "MALFORMED G RECORD" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - MALFORMED G RECORD: " FL-FEED-LINE.
       340-END.
       360-VERIFY-TRAILER-RECORD.
              MOVE FL-T-HASH TO FL-T-SAVE-HASH
           ELSE
              ADD 1 TO FL-ERROR-COUNT
              MOVE "MALFORMED T RECORD" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - MALFORMED T RECORD: " FL-FEED-LINE.
       360-END.
      ******************************************************************
      * The first reason found is the one the sending office is told
      * about on the acknowledgement; the full list is on the report.
      ******************************************************************
       390-NOTE-REJECT.
           IF FL-REJECT-REASON = SPACES THEN
              MOVE FL-REASON-WORK TO FL-REJECT-REASON.
       390-END.
       400-CHECK-TRAILER.
           IF NOT FL-HEADER-SEEN THEN
              ADD 1 TO FL-ERROR-COUNT
              MOVE "NO H HEADER RECORD" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - NO H HEADER RECORD FOUND".
           IF NOT FL-TRAILER-SEEN THEN
              ADD 1 TO FL-ERROR-COUNT
              MOVE "NO T TRAILER - FILE IS TORN" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - NO T TRAILER RECORD FOUND - FILE IS "
                      "TORN"
           ELSE
              IF FL-T-SAVE-GAMES NOT = FL-GAME-COUNT THEN
                 ADD 1 TO FL-ERROR-COUNT
                 MOVE "TRAILER ROUND COUNT DOES NOT MATCH"
                      TO FL-REASON-WORK
                 PERFORM 390-NOTE-REJECT
                 DISPLAY "ERROR - TRAILER SAYS " FL-T-SAVE-GAMES
                         " ROUNDS, FILE HOLDS " FL-GAME-COUNT
              END-IF
              IF FL-T-SAVE-LEADERS NOT = FL-LEADER-COUNT THEN
                 ADD 1 TO FL-ERROR-COUNT
                 MOVE "TRAILER BOARD COUNT DOES NOT MATCH"
                      TO FL-REASON-WORK
                 PERFORM 390-NOTE-REJECT
                 DISPLAY "ERROR - TRAILER SAYS " FL-T-SAVE-LEADERS
                         " BOARD ENTRIES, FILE HOLDS "
                         FL-LEADER-COUNT
              END-IF
              IF FL-T-SAVE-HASH NOT = FL-HASH-TOTAL THEN
                 ADD 1 TO FL-ERROR-COUNT
                 MOVE "TRAILER HASH DOES NOT MATCH" TO FL-REASON-WORK
                 PERFORM 390-NOTE-REJECT
                 DISPLAY "ERROR - TRAILER HASH " FL-T-SAVE-HASH
                         " BUT TRIES SUM TO " FL-HASH-TOTAL.
       400-END.
      ******************************************************************
      * Sequence check, run only on a feed that balanced: the site's
      * control records are read in date order to find its last date
      * loaded and whether this date is among them. A date already
      * loaded, or one older than the last, is a resend and needs
      * the operator's flag - otherwise it is refused like any other
      * bad feed. Dates older than the last that were never loaded
      * (a gap being filled) come through the same way.
      ******************************************************************
       420-CHECK-SEQUENCE.
           IF FUNCTION INTEGER-OF-DATE(FL-FEED-DATE) = 0 THEN
              ADD 1 TO FL-ERROR-COUNT
              MOVE "HEADER DATE IS NOT A CALENDAR DATE"
                   TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - HEADER DATE " FL-FEED-DATE
                      " IS NOT A CALENDAR DATE"
           ELSE
              PERFORM 425-FIND-LAST-DATE
              PERFORM 428-JUDGE-SEQUENCE.
       420-END.
       425-FIND-LAST-DATE.
           MOVE 0 TO FL-LAST-DATE.
           MOVE "N" TO FL-ON-FILE-SW.
           MOVE "N" TO FL-CTL-EOF-SWITCH.
           MOVE FL-SITE-CODE TO FC-SITE-CODE.
           MOVE 0 TO FC-FEED-DATE.
           START FEED-CONTROL-FILE KEY IS NOT LESS THAN FC-KEY
               INVALID KEY
                   SET FL-CTL-END-OF-FILE TO TRUE
           END-START.
           PERFORM 440-READ-CONTROL.
           PERFORM 430-SCAN-CONTROL UNTIL FL-CTL-END-OF-FILE.
       425-END.
       428-JUDGE-SEQUENCE.
           IF FL-DATE-ON-FILE AND NOT FL-RESEND THEN
              ADD 1 TO FL-ERROR-COUNT
              MOVE "ALREADY LOADED - NOT FLAGGED AS RESEND"
                   TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              DISPLAY "ERROR - FEED DATE " FL-FEED-DATE
                      " ALREADY LOADED FOR SITE " FL-SITE-CODE
                      " - SET THE RESEND FLAG TO LOAD IT AGAIN"
           ELSE
              IF FL-FEED-DATE < FL-LAST-DATE AND NOT FL-RESEND THEN
                 ADD 1 TO FL-ERROR-COUNT
                 MOVE "OLDER THAN LAST FEED - NOT A RESEND"
                      TO FL-REASON-WORK
                 PERFORM 390-NOTE-REJECT
                 DISPLAY "ERROR - FEED DATE " FL-FEED-DATE
                         " IS OLDER THAN LAST FEED LOADED "
                         FL-LAST-DATE " - SET THE RESEND FLAG"
              ELSE
                 IF FL-RESEND THEN
                    DISPLAY "FEED LOADED AS A RESEND BY OPERATOR FLAG".
       428-END.
       430-SCAN-CONTROL.
           IF FC-SITE-CODE NOT = FL-SITE-CODE THEN
              SET FL-CTL-END-OF-FILE TO TRUE
           ELSE
              MOVE FC-FEED-DATE TO FL-LAST-DATE
              IF FC-FEED-DATE = FL-FEED-DATE THEN
                 SET FL-DATE-ON-FILE TO TRUE
              END-IF
              PERFORM 440-READ-CONTROL.
       430-END.
       440-READ-CONTROL.
           IF NOT FL-CTL-END-OF-FILE THEN
              READ FEED-CONTROL-FILE NEXT RECORD
                  AT END
                      SET FL-CTL-END-OF-FILE TO TRUE
              END-READ.
       440-END.
      ******************************************************************
      * Pass two: the feed re-read from the top, G records written to
      * GAMESTATS tagged with the sending site. A key already on file
      * means this feed (or this round) was loaded before - it is
              DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                      GAMESTATS-STATUS " - NOTHING LOADED"
              MOVE 16 TO RETURN-CODE
              MOVE "UNABLE TO OPEN GAMESTATS" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              PERFORM 650-WRITE-ACK
              PERFORM 900-TERMINATE
              STOP RUN.
           OPEN I-O XREF-FILE.
           IF XREF-STATUS = "35" THEN
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PLAYER INDEX FILE, STATUS="
                      XREF-STATUS " - NOTHING LOADED"
              MOVE 16 TO RETURN-CODE
              CLOSE GAMESTATS-FILE
              MOVE "UNABLE TO OPEN PLAYER INDEX" TO FL-REASON-WORK
              PERFORM 390-NOTE-REJECT
              PERFORM 650-WRITE-ACK
              PERFORM 900-TERMINATE
              STOP RUN.
           PERFORM 520-READ-FEED-NOCOUNT.
           PERFORM 540-LOAD-LOOP UNTIL FEED-END-OF-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           SET FL-FEED-LOADED TO TRUE.
       500-END.
       520-READ-FEED-NOCOUNT.
           IF NOT FEED-END-OF-FILE THEN
           MOVE FL-G-RESULT TO GS-RESULT.
           MOVE FL-G-MODE TO GS-MODE.
           MOVE FL-SITE-CODE TO GS-SITE.
           MOVE SPACE TO GS-CORR-CODE.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   ADD 1 TO FL-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO FL-LOADED-COUNT.
           PERFORM 580-WRITE-XREF.
       560-END.
      ******************************************************************
      * The cross reference entry is written for a fresh round and
      * for one already on file alike - a duplicate key simply means
      * the entry is there already.
      ******************************************************************
       580-WRITE-XREF.
           MOVE FL-G-PLAYER TO GX-PLAYER-ID.
           MOVE FL-G-DATE TO GX-TS-DATE.
           MOVE FL-G-TIME TO GX-TS-TIME.
           MOVE GS-TIMESTAMP TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   IF XREF-STATUS NOT = "22" THEN
                      DISPLAY "WARNING - PLAYER INDEX NOT UPDATED FOR "
                              GS-TIMESTAMP ", STATUS=" XREF-STATUS
                   END-IF
           END-WRITE.
       580-END.
      ******************************************************************
      * The feed is entered on the control file once it has landed.
      * A resend finds its date there already and rewrites it with
      * this load's figures, counting the load.
      ******************************************************************
       600-RECORD-FEED.
           MOVE FL-SITE-CODE TO FC-SITE-CODE.
           MOVE FL-FEED-DATE TO FC-FEED-DATE.
           READ FEED-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO FC-LOAD-TIMES
           END-READ.
           MOVE FL-SITE-CODE TO FC-SITE-CODE.
           MOVE FL-FEED-DATE TO FC-FEED-DATE.
           MOVE FL-RUN-DATE TO FC-LOAD-DATE.
           MOVE FL-RUN-TIME TO FC-LOAD-TIME.
           MOVE FL-GAME-COUNT TO FC-GAME-COUNT.
           MOVE FL-LEADER-COUNT TO FC-LEADER-COUNT.
           MOVE FL-HASH-TOTAL TO FC-HASH-TOTAL.
           MOVE FL-LOADED-COUNT TO FC-LOADED-COUNT.
           MOVE FL-ALREADY-COUNT TO FC-ALREADY-COUNT.
           IF FEED-CONTROL-STATUS = "00" THEN
              ADD 1 TO FC-LOAD-TIMES
              REWRITE FEED-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY "WARNING - FEED CONTROL NOT UPDATED FOR "
                              FC-KEY ", STATUS=" FEED-CONTROL-STATUS
              END-REWRITE
           ELSE
              MOVE 1 TO FC-LOAD-TIMES
              WRITE FEED-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY "WARNING - FEED CONTROL NOT WRITTEN FOR "
                              FC-KEY ", STATUS=" FEED-CONTROL-STATUS
              END-WRITE.
       600-END.
      ******************************************************************
      * Acknowledgement back to the sending office, laid out like the
      * feed itself: H header, one A line carrying the feed date, the
      * verdict, rounds loaded and skipped and the reject reason, and
      * a T trailer with the A-line count.
      ******************************************************************
       650-WRITE-ACK.
           IF FL-FEED-LOADED THEN
              MOVE "ACCEPTED" TO FL-ACK-STATE
           ELSE
              MOVE "REJECTED" TO FL-ACK-STATE.
           MOVE SPACES TO FL-ACK-LINE.
           STRING "H|" FL-RUN-DATE "|FEEDACK|" FL-SITE-CODE
               DELIMITED BY SIZE INTO FL-ACK-LINE.
           WRITE ACK-RECORD FROM FL-ACK-LINE.
           MOVE SPACES TO FL-ACK-LINE.
           STRING "A|" FL-FEED-DATE "|" FL-ACK-STATE "|"
               FL-LOADED-COUNT "|" FL-ALREADY-COUNT "|"
               FL-REJECT-REASON
               DELIMITED BY SIZE INTO FL-ACK-LINE.
           WRITE ACK-RECORD FROM FL-ACK-LINE.
           MOVE SPACES TO FL-ACK-LINE.
           STRING "T|0000001"
               DELIMITED BY SIZE INTO FL-ACK-LINE.
           WRITE ACK-RECORD FROM FL-ACK-LINE.
       650-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "     FEEDLOAD - INBOUND FEED LOAD REPORT".
           DISPLAY "SENDING SITE ...........: " FL-SITE-CODE.
           DISPLAY "FEED DATE (HEADER) .....: " FL-FEED-DATE.
           DISPLAY "RESEND FLAG ............: " FL-RESEND-SW.
           DISPLAY "================================================".
           DISPLAY "FEED RECORDS READ ......: " FL-RECORDS-READ.
           DISPLAY "ROUND (G) RECORDS ......: " FL-GAME-COUNT.
           IF FL-ERROR-COUNT = 0 THEN
              DISPLAY "ROUNDS LOADED ..........: " FL-LOADED-COUNT
              DISPLAY "ALREADY ON FILE ........: " FL-ALREADY-COUNT
              DISPLAY "FEED LOADED CLEAN."
           ELSE
              DISPLAY "REJECT REASON SENT .....: " FL-REJECT-REASON.
           DISPLAY "ACKNOWLEDGEMENT ........: " FL-ACK-STATE.
       700-END.
      ******************************************************************
      * Missing feed dates for the site: every day between two dates
      * on the control file that has no record of its own, and every
      * day from the last date loaded up to yesterday (the feed runs
      * a day behind). The listing stops after FL-MISSING-LIMIT lines
      * but the count covers them all.
      ******************************************************************
       800-MISSING-DATES-REPORT.
           DISPLAY "================================================".
           DISPLAY "     MISSING FEED DATES FOR SITE " FL-SITE-CODE.
           DISPLAY "================================================".
           MOVE 0 TO FL-PREV-DATE.
           MOVE 0 TO FL-DATES-ON-FILE.
           MOVE 0 TO FL-MISSING-COUNT.
           MOVE 0 TO FL-MISSING-SHOWN.
           MOVE "N" TO FL-CTL-EOF-SWITCH.
           MOVE FL-SITE-CODE TO FC-SITE-CODE.
           MOVE 0 TO FC-FEED-DATE.
           START FEED-CONTROL-FILE KEY IS NOT LESS THAN FC-KEY
               INVALID KEY
                   SET FL-CTL-END-OF-FILE TO TRUE
           END-START.
           PERFORM 440-READ-CONTROL.
           PERFORM 820-MISSING-LOOP UNTIL FL-CTL-END-OF-FILE.
           IF FL-DATES-ON-FILE = 0 THEN
              DISPLAY "NO FEEDS ON FILE FOR THIS SITE"
           ELSE
              COMPUTE FL-YESTERDAY-INT =
                  FUNCTION INTEGER-OF-DATE(FL-RUN-DATE) - 1
              COMPUTE FL-THIS-INT = FL-YESTERDAY-INT + 1
              PERFORM 840-LIST-GAP
              DISPLAY "FEED DATES ON FILE .....: " FL-DATES-ON-FILE
              DISPLAY "LAST FEED DATE .........: " FL-PREV-DATE
              DISPLAY "MISSING FEED DATES .....: " FL-MISSING-COUNT
              IF FL-MISSING-COUNT > FL-MISSING-SHOWN THEN
                 DISPLAY "(FIRST " FL-MISSING-SHOWN " LISTED)".
       800-END.
       820-MISSING-LOOP.
           IF FC-SITE-CODE NOT = FL-SITE-CODE THEN
              SET FL-CTL-END-OF-FILE TO TRUE
           ELSE
              ADD 1 TO FL-DATES-ON-FILE
              COMPUTE FL-THIS-INT =
                  FUNCTION INTEGER-OF-DATE(FC-FEED-DATE)
              IF FL-PREV-DATE NOT = 0 THEN
                 PERFORM 840-LIST-GAP
              END-IF
              MOVE FC-FEED-DATE TO FL-PREV-DATE
              PERFORM 440-READ-CONTROL.
       820-END.
      ******************************************************************
      * Every day strictly between FL-PREV-DATE and FL-THIS-INT.
      ******************************************************************
       840-LIST-GAP.
           COMPUTE FL-PREV-INT = FUNCTION INTEGER-OF-DATE(FL-PREV-DATE).
           COMPUTE FL-GAP-INT = FL-PREV-INT + 1.
           PERFORM 860-LIST-ONE-DATE UNTIL FL-GAP-INT >= FL-THIS-INT.
       840-END.
       860-LIST-ONE-DATE.
           ADD 1 TO FL-MISSING-COUNT.
           IF FL-MISSING-SHOWN < FL-MISSING-LIMIT THEN
              COMPUTE FL-GAP-DATE = FUNCTION DATE-OF-INTEGER(FL-GAP-INT)
              DISPLAY "  NO FEED FOR " FL-GAP-DATE
              ADD 1 TO FL-MISSING-SHOWN.
           ADD 1 TO FL-GAP-INT.
       860-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           CLOSE FEEDIN-FILE.
           CLOSE FEED-CONTROL-FILE.
           CLOSE ACK-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
