      *          player id that is not registered and active here,
      *          so the contest standings stop collecting typo
      *          identities.
      *          Every add, change, deactivation and reactivation
      *          is written to the player change journal
      *          PLAYJRNL.DAT with the record before and after and
      *          the operator, date and time (reported by PLAYJRPT),
      *          and every department a player is given is kept on
      *          the effective-dated department history DEPTHIST.DAT
      *          so DEPTRPT and YEARAWD can credit a round to the
      *          department the player was in on the day it was
      *          played.
      * Tectonics: cobc
      * Modification History:
      *   8/19/2026  GC   Original version.
      *  10/15/2026  GC   New registrations carry a blank
      *                    PL-MERGED-TO-ID. An id PLAYMRG has merged
      *                    into another shows the surviving id on
      *                    (C)HANGE and cannot be reactivated - its
      *                    history now lives under the survivor.
      *  10/15/2026  GC   The operator id is asked for once at sign-on.
      *                    Every add, change, deactivate and reactivate
      *                    is journaled to PLAYJRNL.DAT with before and
      *                    after images, the operator and the date and
      *                    time. A registration or change of department
      *                    writes an effective-dated record to
      *                    DEPTHIST.DAT; a player registered before the
      *                    history was kept gets an opening record for
      *                    the old department, effective 00000000, on
      *                    their first transfer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMAINT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT PLAYER-JOURNAL-FILE ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-JOURNAL-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS DEPT-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYREC.
       FD  PLAYER-JOURNAL-FILE.
           COPY PCHGREC.
       FD  DEPT-HISTORY-FILE.
           COPY DEPTHREC.
       WORKING-STORAGE SECTION.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE "00".
       01 PLAYER-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 DEPT-HISTORY-STATUS PIC X(2) VALUE "00".
       01 PM-OPERATOR-ID PIC X(10).
       01 PM-TODAY PIC 9(08) VALUE 0.
       01 PM-BEFORE-IMAGE.
           05 PM-BF-PLAYER-ID PIC X(10).
           05 PM-BF-NAME PIC X(30).
           05 PM-BF-DEPT PIC X(10).
           05 PM-BF-STATUS PIC X(01).
           05 FILLER PIC X(18).
       01 PM-AFTER-IMAGE.
           05 PM-AF-PLAYER-ID PIC X(10).
           05 PM-AF-NAME PIC X(30).
           05 PM-AF-DEPT PIC X(10).
           05 PM-AF-STATUS PIC X(01).
               88 PM-AF-ACTIVE VALUE "A".
           05 PM-AF-REG-DATE PIC 9(08).
           05 FILLER PIC X(10).
       01 PM-HISTORY-SWITCH PIC X(1) VALUE "N".
           88 PM-HAS-HISTORY VALUE "Y".
       01 PM-CHOICE PIC X(1).
       01 PM-PLAYER-ID PIC X(10).
       01 PM-NAME-INPUT PIC X(30).
                      PLAYER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN EXTEND PLAYER-JOURNAL-FILE.
           IF PLAYER-JOURNAL-STATUS = "35" THEN
              OPEN OUTPUT PLAYER-JOURNAL-FILE.
           IF PLAYER-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PLAYER CHANGE JOURNAL, STATUS="
                      PLAYER-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS = "35" THEN
              OPEN OUTPUT DEPT-HISTORY-FILE
              CLOSE DEPT-HISTORY-FILE
              OPEN I-O DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN DEPARTMENT HISTORY, STATUS="
                      DEPT-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM 160-GET-OPERATOR-ID.
       150-END.
       160-GET-OPERATOR-ID.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT PM-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(PM-OPERATOR-ID)
               TO PM-OPERATOR-ID.
           IF PM-OPERATOR-ID = SPACES THEN
              DISPLAY "OPERATOR ID CANNOT BE BLANK. TRY AGAIN."
              GO TO 160-GET-OPERATOR-ID.
       160-END.
       200-MENU.
           DISPLAY "PLAYER MASTER MAINTENANCE - (A)DD (C)HANGE "
                   "(D)EACTIVATE (Q)UIT:".
                   CONTINUE
               NOT INVALID KEY
                   SET PM-FOUND TO TRUE.
           IF PM-FOUND THEN
              MOVE PLAYER-RECORD TO PM-BEFORE-IMAGE.
       270-END.
       300-ADD-PLAYER.
           PERFORM 250-GET-PLAYER-ID.
           MOVE PM-DEPT-INPUT TO PL-DEPT.
           SET PL-ACTIVE TO TRUE.
           ACCEPT PL-REG-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PL-MERGED-TO-ID.
           MOVE SPACES TO PM-BEFORE-IMAGE.
           MOVE PLAYER-RECORD TO PM-AFTER-IMAGE.
           WRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER NOT SAVED, STATUS="
                           PLAYER-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "PLAYER " PM-PLAYER-ID " REGISTERED."
                   PERFORM 350-LOG-ADD.
       300-EXIT.
       300-END.
       350-LOG-ADD.
           SET PJ-ADDED TO TRUE.
           PERFORM 600-WRITE-JOURNAL.
           MOVE PM-AF-PLAYER-ID TO DH-PLAYER-ID.
           MOVE PM-AF-REG-DATE TO DH-EFF-DATE.
           MOVE PM-AF-DEPT TO DH-DEPT.
           PERFORM 650-WRITE-DEPT-HISTORY.
       350-END.
       400-CHANGE-PLAYER.
           PERFORM 250-GET-PLAYER-ID.
           PERFORM 270-READ-PLAYER.
              GO TO 400-EXIT.
           DISPLAY "PLAYER: " PL-PLAYER-ID " NAME: " PL-NAME.
           DISPLAY "DEPT: " PL-DEPT " STATUS: " PL-STATUS.
           IF PL-MERGED-TO-ID NOT = SPACES THEN
              DISPLAY "MERGED INTO: " PL-MERGED-TO-ID.
           DISPLAY "ENTER NEW NAME (BLANK TO KEEP):".
           ACCEPT PM-NAME-INPUT.
           IF PM-NAME-INPUT NOT = SPACES THEN
           ACCEPT PM-DEPT-INPUT.
           IF PM-DEPT-INPUT NOT = SPACES THEN
              MOVE PM-DEPT-INPUT TO PL-DEPT.
           IF PL-INACTIVE AND PL-MERGED-TO-ID NOT = SPACES THEN
              DISPLAY "ID WAS MERGED INTO " PL-MERGED-TO-ID
                      " - IT STAYS INACTIVE"
           ELSE
              IF PL-INACTIVE THEN
                 DISPLAY "PLAYER IS INACTIVE - REACTIVATE? (Y/N)"
                 ACCEPT PM-ANSWER
                 MOVE FUNCTION UPPER-CASE(PM-ANSWER) TO PM-ANSWER
                 IF PM-ANSWER = "Y" THEN
                    SET PL-ACTIVE TO TRUE.
           MOVE PLAYER-RECORD TO PM-AFTER-IMAGE.
           REWRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER NOT UPDATED, STATUS="
                           PLAYER-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "PLAYER " PM-PLAYER-ID " UPDATED."
                   PERFORM 450-LOG-CHANGE.
       400-EXIT.
       400-END.
       450-LOG-CHANGE.
           IF PM-AFTER-IMAGE NOT = PM-BEFORE-IMAGE THEN
              IF PM-AF-ACTIVE AND PM-BF-STATUS NOT = "A" THEN
                 SET PJ-REACTIVATED TO TRUE
                 PERFORM 600-WRITE-JOURNAL
              ELSE
                 SET PJ-CHANGED TO TRUE
                 PERFORM 600-WRITE-JOURNAL.
           IF PM-AF-DEPT NOT = PM-BF-DEPT THEN
              PERFORM 470-LOG-DEPT-CHANGE.
       450-END.
       470-LOG-DEPT-CHANGE.
           PERFORM 660-CHECK-DEPT-HISTORY.
           IF NOT PM-HAS-HISTORY THEN
              MOVE PM-AF-PLAYER-ID TO DH-PLAYER-ID
              MOVE 0 TO DH-EFF-DATE
              MOVE PM-BF-DEPT TO DH-DEPT
              PERFORM 650-WRITE-DEPT-HISTORY.
           ACCEPT PM-TODAY FROM DATE YYYYMMDD.
           MOVE PM-AF-PLAYER-ID TO DH-PLAYER-ID.
           MOVE PM-TODAY TO DH-EFF-DATE.
           MOVE PM-AF-DEPT TO DH-DEPT.
           PERFORM 650-WRITE-DEPT-HISTORY.
       470-END.
       500-DEACTIVATE-PLAYER.
           PERFORM 250-GET-PLAYER-ID.
           PERFORM 270-READ-PLAYER.
              DISPLAY "PLAYER " PM-PLAYER-ID " IS ALREADY INACTIVE"
              GO TO 500-EXIT.
           SET PL-INACTIVE TO TRUE.
           MOVE PLAYER-RECORD TO PM-AFTER-IMAGE.
           REWRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER NOT UPDATED, STATUS="
                           PLAYER-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "PLAYER " PM-PLAYER-ID " DEACTIVATED."
                   SET PJ-DEACTIVATED TO TRUE
                   PERFORM 600-WRITE-JOURNAL.
       500-EXIT.
       500-END.
      * The action code is set by the caller; the images are the
      * master record as read and as written.
       600-WRITE-JOURNAL.
           ACCEPT PJ-CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT PJ-CHG-TIME FROM TIME.
           MOVE PM-AF-PLAYER-ID TO PJ-PLAYER-ID.
           MOVE PM-OPERATOR-ID TO PJ-OPERATOR-ID.
           MOVE PM-BEFORE-IMAGE TO PJ-BEFORE-IMAGE.
           MOVE PM-AFTER-IMAGE TO PJ-AFTER-IMAGE.
           WRITE PLAYER-JOURNAL-RECORD.
           IF PLAYER-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "WARNING - CHANGE NOT JOURNALED, STATUS="
                      PLAYER-JOURNAL-STATUS.
       600-END.
      * Player, effective date and department are set by the caller.
      * A second change on the same day replaces that day's record.
       650-WRITE-DEPT-HISTORY.
           ACCEPT DH-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT DH-SET-TIME FROM TIME.
           MOVE PM-OPERATOR-ID TO DH-OPERATOR-ID.
           WRITE DEPT-HISTORY-RECORD
               INVALID KEY
                   REWRITE DEPT-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - DEPARTMENT HISTORY NOT "
                                   "SAVED, STATUS=" DEPT-HISTORY-STATUS
                   END-REWRITE
           END-WRITE.
       650-END.
       660-CHECK-DEPT-HISTORY.
           MOVE "N" TO PM-HISTORY-SWITCH.
           MOVE PM-AF-PLAYER-ID TO DH-PLAYER-ID.
           MOVE 0 TO DH-EFF-DATE.
           START DEPT-HISTORY-FILE KEY NOT < DH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DEPT-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DH-PLAYER-ID = PM-AF-PLAYER-ID THEN
                              SET PM-HAS-HISTORY TO TRUE
                           END-IF
                   END-READ
           END-START.
       660-END.
       900-TERMINATE.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE PLAYER-JOURNAL-FILE.
           CLOSE DEPT-HISTORY-FILE.
       900-END.
       END PROGRAM PLAYMAINT.
