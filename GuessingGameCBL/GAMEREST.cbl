      *          supported rebuild path the GAMESTAT and LEADREC
      *          notes have been promising since the last two
      *          status-39 rebuilds were improvised by hand.
      *          The by-player cross reference GSXREF.DAT has no
      *          backup of its own - it is rebuilt from the live
      *          GAMESTATS after every GAMESTAT reload, or on its own
      *          when RESTPARM names file id GSXREF (backup date not
      *          used), and the entries written are proven against
      *          the rounds read.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *  10/15/2026  GC   Added 600-REBUILD-PLAYER-INDEX for the
      *                    GSXREF.DAT cross reference - run after a
      *                    GAMESTAT reload and under file id GSXREF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEREST.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-DATE
               FILE STATUS IS CHALLENGE-STATUS.
           SELECT XREF-FILE ASSIGN TO "GSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT STAT-BACKUP-FILE ASSIGN TO "GSTATBKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-BACKUP-STATUS.
           COPY PLAYREC.
       FD  CHALLENGE-FILE.
           COPY CHALREC.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  STAT-BACKUP-FILE.
       01  STAT-BACKUP-RECORD        PIC X(80).
       FD  LEADER-BACKUP-FILE.
       01 LEADERBOARD-STATUS PIC X(2) VALUE "00".
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 CHALLENGE-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 STAT-BACKUP-STATUS PIC X(2) VALUE "00".
       01 LEADER-BACKUP-STATUS PIC X(2) VALUE "00".
       01 MASTER-BACKUP-STATUS PIC X(2) VALUE "00".
       01 RS-ERROR-COUNT PIC 9(05) VALUE 0.
       01 RS-LOADED-COUNT PIC 9(07) VALUE 0.
       01 RS-LOAD-ERRORS PIC 9(05) VALUE 0.
       01 RS-XREF-ROUNDS PIC 9(07) VALUE 0.
       01 RS-XREF-WRITTEN PIC 9(07) VALUE 0.
       01 RS-XREF-ERRORS PIC 9(05) VALUE 0.
       01 RS-XREF-SW PIC X(01) VALUE "N".
           88 RS-XREF-BUILT VALUE "Y".
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           IF RP-FILE-ID = "GSXREF" THEN
              PERFORM 600-REBUILD-PLAYER-INDEX
           ELSE
              PERFORM 200-VERIFY-PASS
              IF RS-ERROR-COUNT = 0 THEN
                 PERFORM 500-LOAD-PASS
                 IF RP-FILE-ID = "GAMESTAT" THEN
                    PERFORM 600-REBUILD-PLAYER-INDEX
                 END-IF
              ELSE
                 DISPLAY "*** BACKUP FAILED VERIFY - " RS-ERROR-COUNT
                         " ERROR(S), LIVE FILE LEFT UNTOUCHED ***"
                 MOVE 8 TO RETURN-CODE.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
           IF RP-FILE-ID NOT = "GAMESTAT"
               AND RP-FILE-ID NOT = "LEADER"
               AND RP-FILE-ID NOT = "PLAYMST"
               AND RP-FILE-ID NOT = "CHALNG"
               AND RP-FILE-ID NOT = "GSXREF" THEN
              DISPLAY "UNKNOWN FILE ID IN RESTPARM: " RP-FILE-ID
                      " - USE GAMESTAT, LEADER, PLAYMST, CHALNG "
                      "OR GSXREF"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF RP-FILE-ID = "GSXREF" THEN
              DISPLAY "GAMEREST - REBUILDING GSXREF FROM THE LIVE "
                      "GAMESTATS FILE"
           ELSE
              IF RP-BACKUP-DATE IS NOT NUMERIC
                  OR RP-BACKUP-DATE = 0 THEN
                 DISPLAY "INVALID BACKUP DATE IN RESTPARM: "
                         RESTPARM-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 DISPLAY "GAMEREST - REBUILDING " RP-FILE-ID
                         " FROM THE BACKUP DATED " RP-BACKUP-DATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
           IF RP-FILE-ID = "CHALNG" THEN
              CLOSE CHALLENGE-FILE.
       580-END.
      ******************************************************************
      * The GSXREF player index is rebuilt from whatever GAMESTATS
      * now holds - one entry per round - and the entries written are
      * proven against the rounds read. A GAMESTATS that is not there
      * yet leaves an empty index.
      ******************************************************************
       600-REBUILD-PLAYER-INDEX.
           MOVE "N" TO BACKUP-EOF-SWITCH.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "35" THEN
              SET BACKUP-END-OF-FILE TO TRUE
              MOVE "00" TO GAMESTATS-STATUS
           ELSE
              IF GAMESTATS-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS " - GSXREF NOT REBUILT"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN OUTPUT XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN GSXREF FOR REBUILD, STATUS="
                      XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           SET RS-XREF-BUILT TO TRUE.
           PERFORM 620-READ-ROUND.
           PERFORM 640-INDEX-ONE-ROUND UNTIL BACKUP-END-OF-FILE.
           CLOSE XREF-FILE.
           CLOSE GAMESTATS-FILE.
           IF RS-XREF-WRITTEN NOT = RS-XREF-ROUNDS
               OR RS-XREF-ERRORS > 0 THEN
              DISPLAY "*** GSXREF REBUILD WROTE " RS-XREF-WRITTEN
                      " ENTRIES FOR " RS-XREF-ROUNDS " ROUNDS WITH "
                      RS-XREF-ERRORS " ERROR(S) ***"
              MOVE 8 TO RETURN-CODE.
       600-END.
       620-READ-ROUND.
           IF NOT BACKUP-END-OF-FILE THEN
              READ GAMESTATS-FILE NEXT RECORD
                  AT END
                      SET BACKUP-END-OF-FILE TO TRUE
              END-READ.
       620-END.
       640-INDEX-ONE-ROUND.
           ADD 1 TO RS-XREF-ROUNDS.
           MOVE GS-PLAYER-ID TO GX-PLAYER-ID.
           MOVE GS-TS-DATE TO GX-TS-DATE.
           MOVE GS-TS-TIME TO GX-TS-TIME.
           MOVE GS-TIMESTAMP TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   ADD 1 TO RS-XREF-ERRORS
                   DISPLAY "ERROR - GSXREF WRITE FAILED, STATUS="
                           XREF-STATUS ": " GS-TIMESTAMP
               NOT INVALID KEY
                   ADD 1 TO RS-XREF-WRITTEN
           END-WRITE.
           PERFORM 620-READ-ROUND.
       640-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "       GAMEREST - REBUILD TOTALS".
           DISPLAY "FILE REBUILT ...........: " RP-FILE-ID.
           IF RP-FILE-ID NOT = "GSXREF" THEN
              DISPLAY "BACKUP DATED ...........: " RP-BACKUP-DATE.
           DISPLAY "================================================".
           IF RP-FILE-ID NOT = "GSXREF" THEN
              DISPLAY "BACKUP RECORDS VERIFIED : " RS-VERIFY-COUNT
              DISPLAY "CONTROL TOTAL ..........: " RS-VERIFY-TOTAL
              DISPLAY "RECORDS RELOADED .......: " RS-LOADED-COUNT
              DISPLAY "VERIFY/LOAD ERRORS .....: " RS-ERROR-COUNT
                      " / " RS-LOAD-ERRORS
              IF RS-ERROR-COUNT = 0 AND RS-LOAD-ERRORS = 0
                  AND RS-LOADED-COUNT = RS-TRAILER-COUNT THEN
                 DISPLAY "REBUILD COMPLETE AND IN BALANCE.".
           IF RS-XREF-BUILT THEN
              DISPLAY "GSXREF ROUNDS READ .....: " RS-XREF-ROUNDS
              DISPLAY "GSXREF ENTRIES WRITTEN .: " RS-XREF-WRITTEN
              DISPLAY "GSXREF WRITE ERRORS ....: " RS-XREF-ERRORS.
       700-END.
       900-TERMINATE.
           PERFORM 910-LOG-RUN-END.
           SET RN-END-ENTRY TO TRUE.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           IF RP-FILE-ID = "GSXREF" THEN
              MOVE RS-XREF-ROUNDS TO RN-IN-COUNT
              MOVE RS-XREF-WRITTEN TO RN-STAT-COUNT
           ELSE
              MOVE RS-VERIFY-COUNT TO RN-IN-COUNT
              MOVE RS-LOADED-COUNT TO RN-STAT-COUNT.
           MOVE 0 TO RN-AUDIT-COUNT.
           IF RS-ERROR-COUNT = 0 AND RS-LOAD-ERRORS = 0
               AND RS-XREF-ERRORS = 0
               AND RS-XREF-WRITTEN = RS-XREF-ROUNDS THEN
              MOVE 0 TO RN-COMP-CODE
           ELSE
              MOVE 8 TO RN-COMP-CODE.
