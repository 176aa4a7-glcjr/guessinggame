      *                    duel was adding two losses to the trend,
      *                    the same pollution GAMERPT and DEPTRPT
      *                    already keep out.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    are left out of every figure.
      *  10/15/2026  GC   Archived rounds written to ARCHXTR.DAT by
      *                    GAMERETV are taken as an extra input whenever
      *                    that file is present, so a period GAMEARCH
      *                    has already purged trends the same way a live
      *                    one does. An extract round still live on
      *                    GAMESTATS is counted once. The day table is
      *                    put back in date order when extract rounds
      *                    were added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMETREND.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ARCHXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRENDPRM-FILE.
           05  TP-TO-DATE            PIC 9(08).
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  XT-ROUND-KEY.
               10  XT-TS-DATE        PIC 9(08).
               10  FILLER            PIC X(18).
           05  FILLER                PIC X(27).
       WORKING-STORAGE SECTION.
       01 TRENDPRM-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 EXTRACT-STATUS PIC X(2) VALUE "00".
       01 STAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 STAT-END-OF-FILE VALUE "Y".
       01 EXTRACT-EOF-SWITCH PIC X(1) VALUE "N".
           88 EXTRACT-END-OF-FILE VALUE "Y".
       01 TR-STATS-SW PIC X(1) VALUE "N".
           88 TR-STATS-OPEN VALUE "Y".
       01 TR-LIVE-SW PIC X(1) VALUE "N".
           88 TR-ROUND-LIVE VALUE "Y".
       01 TR-XT-READ PIC 9(07) VALUE 0.
       01 TR-XT-USED PIC 9(07) VALUE 0.
       01 TR-XT-LIVE PIC 9(07) VALUE 0.
       01 TR-FROM-INT PIC 9(08) VALUE 0.
       01 TR-TO-INT PIC 9(08) VALUE 0.
       01 TR-PERIOD-DAYS PIC 9(05) VALUE 0.
               10 TR-PLR-WON PIC 9(05).
               10 TR-PLR-LOST PIC 9(05).
               10 TR-PLR-TRIES PIC 9(07).
       01 TR-SWAP-DAY.
           05 TR-SW-DATE PIC 9(08).
           05 TR-SW-PLAYED PIC 9(05).
           05 TR-SW-WON PIC 9(05).
           05 TR-SW-LOST PIC 9(05).
           05 TR-SW-TRIES PIC 9(07).
       01 TR-SUB PIC 9(03) VALUE 0.
       01 TR-I PIC 9(03) VALUE 0.
       01 TR-J PIC 9(03) VALUE 0.
       01 TR-J-START PIC 9(03) VALUE 0.
       01 TR-FOUND-SWITCH PIC X(1) VALUE "N".
           88 TR-SLOT-FOUND VALUE "Y".
       01 TR-AVG-TRIES PIC 9(05)V99 VALUE 0.
           PERFORM 200-POSITION-FILE.
           PERFORM 250-READ-GAMESTAT.
           PERFORM 300-ACCUMULATE-LOOP UNTIL STAT-END-OF-FILE.
           PERFORM 500-ADD-EXTRACT.
           IF TR-XT-USED > 0 THEN
              PERFORM 600-SORT-DAYS.
           PERFORM 700-PRINT-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 SET TR-STATS-OPEN TO TRUE.
       150-END.
       200-POSITION-FILE.
           IF NOT STAT-END-OF-FILE THEN
      ******************************************************************
      * Duels never reach the win/loss figures - a closest-guess
      * duel files a loss for both duelists, which is not a trend.
      * They are counted on their own line instead. A round voided
      * by GAMECORR counts nowhere.
      ******************************************************************
       300-ACCUMULATE-LOOP.
           PERFORM 310-ACCUMULATE-ROUND.
           PERFORM 250-READ-GAMESTAT.
       300-END.
       310-ACCUMULATE-ROUND.
           IF GS-VOIDED-ROUND THEN
              CONTINUE
           ELSE
              IF GS-DUEL-ROUND THEN
                 IF GS-TS-DATE >= TP-FROM-DATE THEN
                    ADD 1 TO TR-CUR-DUELS
                 ELSE
                    IF GS-TS-DATE >= TR-PREV-FROM-DATE THEN
                       ADD 1 TO TR-PRV-DUELS
                    END-IF
                 END-IF
              ELSE
                 IF GS-TS-DATE >= TP-FROM-DATE THEN
                    PERFORM 350-ACCUMULATE-CURRENT
                 ELSE
                    IF GS-TS-DATE >= TR-PREV-FROM-DATE THEN
                       PERFORM 380-ACCUMULATE-PREVIOUS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       310-END.
       350-ACCUMULATE-CURRENT.
           ADD 1 TO TR-CUR-PLAYED.
           IF GS-RESULT = "L" THEN
           ELSE
              ADD 1 TO TR-SUB.
       470-END.
      ******************************************************************
      * Archived rounds GAMERETV wrote to ARCHXTR.DAT, when the file
      * is there. Only rounds in the current or prior period count,
      * and a round still live on GAMESTATS (restored, or archived
      * twice after a failed purge delete) was counted above already.
      ******************************************************************
       500-ADD-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00" THEN
              MOVE "00" TO EXTRACT-STATUS
           ELSE
              PERFORM 520-READ-EXTRACT
              PERFORM 540-EXTRACT-LOOP UNTIL EXTRACT-END-OF-FILE
              CLOSE EXTRACT-FILE.
       500-END.
       520-READ-EXTRACT.
           IF NOT EXTRACT-END-OF-FILE THEN
              READ EXTRACT-FILE
                  AT END
                      SET EXTRACT-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO TR-XT-READ
              END-READ.
       520-END.
       540-EXTRACT-LOOP.
           IF XT-TS-DATE IS NUMERIC
               AND XT-TS-DATE >= TR-PREV-FROM-DATE
               AND XT-TS-DATE NOT > TP-TO-DATE THEN
              PERFORM 560-CHECK-LIVE
              IF TR-ROUND-LIVE THEN
                 ADD 1 TO TR-XT-LIVE
              ELSE
                 MOVE EXTRACT-RECORD TO GAMESTAT-RECORD
                 ADD 1 TO TR-XT-USED
                 PERFORM 310-ACCUMULATE-ROUND.
           PERFORM 520-READ-EXTRACT.
       540-END.
       560-CHECK-LIVE.
           MOVE "N" TO TR-LIVE-SW.
           IF TR-STATS-OPEN THEN
              MOVE XT-ROUND-KEY TO GS-TIMESTAMP
              READ GAMESTATS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET TR-ROUND-LIVE TO TRUE
              END-READ.
       560-END.
       600-SORT-DAYS.
           PERFORM 620-SORT-OUTER VARYING TR-I FROM 1 BY 1
               UNTIL TR-I >= TR-DAY-COUNT.
       600-END.
       620-SORT-OUTER.
           COMPUTE TR-J-START = TR-I + 1.
           PERFORM 640-SORT-INNER VARYING TR-J FROM TR-J-START BY 1
               UNTIL TR-J > TR-DAY-COUNT.
       620-END.
       640-SORT-INNER.
           IF TR-DAY-DATE(TR-J) < TR-DAY-DATE(TR-I) THEN
              MOVE TR-DAY-ENTRY(TR-I) TO TR-SWAP-DAY
              MOVE TR-DAY-ENTRY(TR-J) TO TR-DAY-ENTRY(TR-I)
              MOVE TR-SWAP-DAY TO TR-DAY-ENTRY(TR-J).
       640-END.
       700-PRINT-REPORT.
           DISPLAY "================================================".
           DISPLAY "       GAMETREND - PERIOD TREND REPORT".
           DISPLAY "PERIOD .....: " TP-FROM-DATE " THRU " TP-TO-DATE.
           DISPLAY "PRIOR ......: " TR-PREV-FROM-DATE " THRU "
                   TR-PREV-TO-DATE " (" TR-PERIOD-DAYS " DAYS)".
           IF TR-XT-USED > 0 OR TR-XT-LIVE > 0 THEN
              DISPLAY "ARCHIVED ROUNDS FROM ARCHXTR.DAT: " TR-XT-USED
                      " (" TR-XT-LIVE " STILL LIVE, COUNTED ONCE)".
           DISPLAY "================================================".
           IF TR-CUR-PLAYED = 0 THEN
              DISPLAY "NO GAMES FOUND IN GAMESTATS FOR THIS PERIOD."
