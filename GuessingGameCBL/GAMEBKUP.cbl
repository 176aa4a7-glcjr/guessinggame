      *          identifies itself to GAMEREST.
      *          Control totals: sum of GS-TRIES, LB-BEST-TRIES,
      *          PL-REG-DATE and CH-TARGET respectively.
      *          The by-player cross reference GSXREF.DAT is not
      *          backed up - it holds nothing GAMESTATS does not -
      *          but it is proven against GAMESTATS every night:
      *          one entry per round, each entry pointing at a round
      *          that is there under the same player, date and time.
      * Tectonics: cobc
      * Modification History:
      *   9/02/2026  GC   Original version.
      *  10/15/2026  GC   Added 600-VERIFY-PLAYER-INDEX - GSXREF.DAT
      *                    is proven both ways against GAMESTATS and
      *                    a miss fails the night like a bad backup.
      *  10/15/2026  GC   The GSXREF entry pass now STARTs at the front
      *                    of the index - it read on from wherever the
      *                    round pass's last random read left the file,
      *                    so only the tail of the index was checked and
      *                    the entry count never proved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEBKUP.
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
       01 BK-TOTAL-UNLOADED PIC 9(07) VALUE 0.
       01 BK-BALANCE-SWITCH PIC X(1) VALUE "Y".
           88 BK-IN-BALANCE VALUE "Y".
       01 BK-XREF-ROUNDS PIC 9(07) VALUE 0.
       01 BK-XREF-ENTRIES PIC 9(07) VALUE 0.
       01 BK-XREF-MISSING PIC 9(07) VALUE 0.
       01 BK-XREF-ORPHANS PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 300-BACKUP-LEADERBOARD.
           PERFORM 400-BACKUP-PLAYER-MASTER.
           PERFORM 500-BACKUP-CHALLENGE.
           PERFORM 600-VERIFY-PLAYER-INDEX THRU 600-EXIT.
           PERFORM 700-CONTROL-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
                      SET BACKUP-END-OF-FILE TO TRUE
              END-READ.
       570-END.
      ******************************************************************
      * PLAYER INDEX. Two passes: every GAMESTATS round must have its
      * GSXREF entry, and every GSXREF entry must point at a round
      * that is still on GAMESTATS under the same player, date and
      * time. A missing index with rounds on file fails the night -
      * GAMEREST with file id GSXREF builds it.
      ******************************************************************
       600-VERIFY-PLAYER-INDEX.
           MOVE "GSXREF" TO BK-CUR-FILE-ID.
           PERFORM 210-RESET-COUNTERS.
           OPEN INPUT GAMESTATS-FILE.
           IF GAMESTATS-STATUS = "35" THEN
              SET SOURCE-END-OF-FILE TO TRUE
              MOVE "00" TO GAMESTATS-STATUS
           ELSE
              IF GAMESTATS-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN GAMESTATS FILE, STATUS="
                         GAMESTATS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              PERFORM 230-READ-GAMESTAT
              IF SOURCE-END-OF-FILE THEN
                 DISPLAY "GSXREF NOT BUILT YET - NO ROUNDS ON FILE"
              ELSE
                 MOVE "N" TO BK-BALANCE-SWITCH
                 DISPLAY "GSXREF PLAYER INDEX NOT AVAILABLE (STATUS="
                         XREF-STATUS ") - RUN GAMEREST FOR GSXREF"
              END-IF
              CLOSE GAMESTATS-FILE
              GO TO 600-EXIT.
           PERFORM 230-READ-GAMESTAT.
           PERFORM 620-CHECK-ROUND-LOOP UNTIL SOURCE-END-OF-FILE.
           MOVE LOW-VALUES TO GX-KEY.
           START XREF-FILE KEY NOT < GX-KEY
               INVALID KEY
                   SET BACKUP-END-OF-FILE TO TRUE
           END-START.
           PERFORM 640-READ-XREF.
           PERFORM 650-CHECK-ENTRY-LOOP UNTIL BACKUP-END-OF-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           IF BK-XREF-MISSING = 0 AND BK-XREF-ORPHANS = 0
               AND BK-XREF-ENTRIES = BK-XREF-ROUNDS THEN
              DISPLAY "GSXREF PROVEN: " BK-XREF-ENTRIES
                      " ENTRIES FOR " BK-XREF-ROUNDS " ROUNDS"
           ELSE
              DISPLAY "GSXREF FAILED VERIFY: " BK-XREF-ENTRIES
                      " ENTRIES FOR " BK-XREF-ROUNDS " ROUNDS, "
                      BK-XREF-MISSING " MISSING, " BK-XREF-ORPHANS
                      " ORPHANED - RUN GAMEREST FOR GSXREF"
              MOVE "N" TO BK-BALANCE-SWITCH.
       600-EXIT.
       600-END.
       620-CHECK-ROUND-LOOP.
           ADD 1 TO BK-XREF-ROUNDS.
           MOVE GS-PLAYER-ID TO GX-PLAYER-ID.
           MOVE GS-TS-DATE TO GX-TS-DATE.
           MOVE GS-TS-TIME TO GX-TS-TIME.
           READ XREF-FILE
               INVALID KEY
                   ADD 1 TO BK-XREF-MISSING
                   DISPLAY "ERROR - NO GSXREF ENTRY FOR ROUND "
                           GS-TIMESTAMP
               NOT INVALID KEY
                   IF GX-ROUND-KEY NOT = GS-TIMESTAMP THEN
                      ADD 1 TO BK-XREF-MISSING
                      DISPLAY "ERROR - GSXREF ENTRY FOR ROUND "
                              GS-TIMESTAMP " POINTS AT "
                              GX-ROUND-KEY
                   END-IF
           END-READ.
           PERFORM 230-READ-GAMESTAT.
       620-END.
       640-READ-XREF.
           IF NOT BACKUP-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET BACKUP-END-OF-FILE TO TRUE
              END-READ.
       640-END.
       650-CHECK-ENTRY-LOOP.
           ADD 1 TO BK-XREF-ENTRIES.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   ADD 1 TO BK-XREF-ORPHANS
                   DISPLAY "ERROR - GSXREF ENTRY " GX-KEY
                           " HAS NO ROUND ON GAMESTATS"
               NOT INVALID KEY
                   IF GS-PLAYER-ID NOT = GX-PLAYER-ID
                       OR GS-TS-DATE NOT = GX-TS-DATE
                       OR GS-TS-TIME NOT = GX-TS-TIME THEN
                      ADD 1 TO BK-XREF-ORPHANS
                      DISPLAY "ERROR - GSXREF ENTRY " GX-KEY
                              " DOES NOT MATCH ITS ROUND"
                   END-IF
           END-READ.
           PERFORM 640-READ-XREF.
       650-END.
       700-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "   GAMEBKUP - NIGHTLY BACKUP FOR " BK-RUN-DATE.
           DISPLAY "================================================".
           DISPLAY "TOTAL RECORDS UNLOADED .: " BK-TOTAL-UNLOADED.
           IF BK-IN-BALANCE THEN
              DISPLAY "ALL FOUR BACKUPS AND THE PLAYER INDEX "
                      "VERIFIED."
           ELSE
              DISPLAY "*** ONE OR MORE BACKUPS OR THE PLAYER INDEX "
                      "FAILED VERIFY ***"
              MOVE 8 TO RETURN-CODE.
       700-END.
       900-TERMINATE.
