      *                    the hold file is kept for recovery.
      *   9/02/2026  GC   Archive record widened for the new GS-SITE
      *                    field on GAMESTAT-RECORD (FEEDLOAD).
      *  10/15/2026  GC   Each purged round's entry is deleted from
      *                    the GSXREF.DAT by-player cross reference
      *                    along with it.
      *  10/15/2026  GC   Archive record widened for the new
      *                    GS-CORR-CODE byte on GAMESTAT-RECORD.
      *  10/15/2026  GC   Audit archive/hold records widened for the
      *                    new AU-TS-TIME field on AUDIT-RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEARCH.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT XREF-FILE ASSIGN TO "GSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-ARCHIVE-STATUS.
           05  AP-CUTOFF-DATE        PIC 9(08).
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  GAME-ARCHIVE-FILE.
       01  STAT-ARCHIVE-RECORD       PIC X(53).
       FD  GUESS-AUDIT-FILE.
           COPY AUDITREC.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD      PIC X(52).
       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD         PIC X(52).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       FD  RUNCTL-ARCHIVE-FILE.
       WORKING-STORAGE SECTION.
       01 ARCHPARM-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 GAME-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 AUDIT-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 AR-STAT-ARCHIVED PIC 9(07) VALUE 0.
       01 AR-STAT-RETAINED PIC 9(07) VALUE 0.
       01 AR-STAT-DELETED PIC 9(07) VALUE 0.
       01 AR-XREF-DELETED PIC 9(07) VALUE 0.
       01 AR-XREF-SW PIC X(01) VALUE "N".
           88 AR-XREF-OPEN VALUE "Y".
       01 AR-AUDIT-READ PIC 9(07) VALUE 0.
       01 AR-AUDIT-ARCHIVED PIC 9(07) VALUE 0.
       01 AR-AUDIT-RETAINED PIC 9(07) VALUE 0.
              GO TO 500-EXIT.
           CLOSE GAMESTATS-FILE.
           OPEN I-O GAMESTATS-FILE.
           OPEN I-O XREF-FILE.
           IF XREF-STATUS = "00" THEN
              SET AR-XREF-OPEN TO TRUE
           ELSE
              DISPLAY "WARNING - PLAYER INDEX NOT AVAILABLE, STATUS="
                      XREF-STATUS " - RUN GAMEREST FOR GSXREF".
           MOVE "N" TO STAT-EOF-SWITCH.
           PERFORM 520-READ-STAT-NOCOUNT.
           PERFORM 550-DELETE-STAT-LOOP UNTIL STAT-END-OF-FILE.
           IF AR-XREF-OPEN THEN
              CLOSE XREF-FILE
              DISPLAY "PLAYER INDEX ENTRIES DELETED: "
                      AR-XREF-DELETED.
       500-EXIT.
       500-END.
       520-READ-STAT-NOCOUNT.
              DELETE GAMESTATS-FILE RECORD
              IF GAMESTATS-STATUS = "00" THEN
                 ADD 1 TO AR-STAT-DELETED
                 PERFORM 560-DELETE-XREF
              ELSE
                 DISPLAY "WARNING - DELETE FAILED FOR "
                         GS-TIMESTAMP ", STATUS=" GAMESTATS-STATUS
              END-IF.
           PERFORM 520-READ-STAT-NOCOUNT.
       550-END.
       560-DELETE-XREF.
           IF AR-XREF-OPEN THEN
              MOVE GS-PLAYER-ID TO GX-PLAYER-ID
              MOVE GS-TS-DATE TO GX-TS-DATE
              MOVE GS-TS-TIME TO GX-TS-TIME
              DELETE XREF-FILE RECORD
                  INVALID KEY
                      DISPLAY "WARNING - NO PLAYER INDEX ENTRY FOR "
                              GS-TIMESTAMP ", STATUS=" XREF-STATUS
                  NOT INVALID KEY
                      ADD 1 TO AR-XREF-DELETED
              END-DELETE.
       560-END.
      ******************************************************************
      * Pass two, AUDIT: the live log is rebuilt from the hold file
      * of retained records written during pass one.
