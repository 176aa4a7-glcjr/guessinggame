      ******************************************************************
      * Author:Gary Cole
      * Date:10/15/2026
      * Purpose: Player change journal report. Lists the entries
      *          PLAYMAINT wrote to PLAYJRNL.DAT - every add, change,
      *          deactivation and reactivation of a PLAYER-MASTER
      *          record, with the operator, the date and time, and
      *          each field that changed shown before and after - for
      *          a date range, for one player, or both. Asked for one
      *          player, it also lists that player's department
      *          history off DEPTHIST.DAT.
      *          JRNLPRM.DAT (one record):
      *            from date / to date    YYYYMMDD; both may be left
      *                                   blank when a player id is
      *                                   given, for every date
      *            player id              spaces for every player
      * Tectonics: cobc
      * Modification History:
      *  10/15/2026  GC   Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYJRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLPRM-FILE ASSIGN TO "JRNLPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNLPRM-STATUS.
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
       FD  JRNLPRM-FILE.
       01  JRNLPRM-RECORD.
           05  JP-FROM-DATE          PIC 9(08).
           05  JP-FROM-DATE-X REDEFINES JP-FROM-DATE
                                     PIC X(08).
           05  JP-TO-DATE            PIC 9(08).
           05  JP-TO-DATE-X REDEFINES JP-TO-DATE
                                     PIC X(08).
           05  JP-PLAYER-ID          PIC X(10).
       FD  PLAYER-JOURNAL-FILE.
           COPY PCHGREC.
       FD  DEPT-HISTORY-FILE.
           COPY DEPTHREC.
       WORKING-STORAGE SECTION.
       01 JRNLPRM-STATUS PIC X(2) VALUE "00".
       01 PLAYER-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 DEPT-HISTORY-STATUS PIC X(2) VALUE "00".
       01 JOURNAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-END-OF-FILE VALUE "Y".
       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 HISTORY-END-OF-FILE VALUE "Y".
       01 JR-FROM-DATE PIC 9(08) VALUE 0.
       01 JR-TO-DATE PIC 9(08) VALUE 0.
       01 JR-SELECT-SW PIC X(1) VALUE "N".
           88 JR-SELECTED VALUE "Y".
       01 JR-READ-COUNT PIC 9(07) VALUE 0.
       01 JR-LISTED-COUNT PIC 9(07) VALUE 0.
       01 JR-ADDED-COUNT PIC 9(07) VALUE 0.
       01 JR-CHANGED-COUNT PIC 9(07) VALUE 0.
       01 JR-DEACT-COUNT PIC 9(07) VALUE 0.
       01 JR-REACT-COUNT PIC 9(07) VALUE 0.
       01 JR-HISTORY-COUNT PIC 9(05) VALUE 0.
       01 JR-ACTION-DESC PIC X(11).
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
           PERFORM 300-PRINT-HEADING.
           PERFORM 200-READ-JOURNAL.
           PERFORM 400-JOURNAL-LOOP UNTIL JOURNAL-END-OF-FILE.
           IF JP-PLAYER-ID NOT = SPACES THEN
              PERFORM 600-PRINT-DEPT-HISTORY.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-TERMINATE.
           STOP RUN.
       100-END.
       150-INITIALIZE.
           OPEN INPUT JRNLPRM-FILE.
           IF JRNLPRM-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN JRNLPRM FILE, STATUS="
                      JRNLPRM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ JRNLPRM-FILE
               AT END
                   DISPLAY "JRNLPRM FILE IS EMPTY - NO SELECTION"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE JRNLPRM-FILE.
           MOVE FUNCTION UPPER-CASE(JP-PLAYER-ID) TO JP-PLAYER-ID.
           IF JP-FROM-DATE-X = SPACES AND JP-TO-DATE-X = SPACES
               AND JP-PLAYER-ID NOT = SPACES THEN
              MOVE 0 TO JR-FROM-DATE
              MOVE 99999999 TO JR-TO-DATE
           ELSE
              IF JP-FROM-DATE IS NOT NUMERIC
                  OR JP-TO-DATE IS NOT NUMERIC
                  OR JP-FROM-DATE > JP-TO-DATE THEN
                 DISPLAY "INVALID DATE RANGE IN JRNLPRM: "
                         JRNLPRM-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE JP-FROM-DATE TO JR-FROM-DATE
                 MOVE JP-TO-DATE TO JR-TO-DATE.
           OPEN INPUT PLAYER-JOURNAL-FILE.
           IF PLAYER-JOURNAL-STATUS = "35" THEN
              SET JOURNAL-END-OF-FILE TO TRUE
              MOVE "00" TO PLAYER-JOURNAL-STATUS
              DISPLAY "NO PLAYJRNL.DAT ON FILE - NOTHING JOURNALED YET"
           ELSE
              IF PLAYER-JOURNAL-STATUS NOT = "00" THEN
                 DISPLAY "UNABLE TO OPEN PLAYJRNL FILE, STATUS="
                         PLAYER-JOURNAL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
       150-END.
       200-READ-JOURNAL.
           IF NOT JOURNAL-END-OF-FILE THEN
              READ PLAYER-JOURNAL-FILE
                  AT END
                      SET JOURNAL-END-OF-FILE TO TRUE
                  NOT AT END
                      ADD 1 TO JR-READ-COUNT
              END-READ.
       200-END.
       300-PRINT-HEADING.
           DISPLAY "================================================".
           DISPLAY "      PLAYJRPT - PLAYER CHANGE JOURNAL".
           IF JR-FROM-DATE = 0 AND JR-TO-DATE = 99999999 THEN
              DISPLAY "PERIOD .....: ALL DATES"
           ELSE
              DISPLAY "PERIOD .....: " JR-FROM-DATE " THRU "
                      JR-TO-DATE.
           IF JP-PLAYER-ID NOT = SPACES THEN
              DISPLAY "PLAYER .....: " JP-PLAYER-ID.
           DISPLAY "================================================".
       300-END.
       400-JOURNAL-LOOP.
           MOVE "Y" TO JR-SELECT-SW.
           IF PJ-CHG-DATE IS NOT NUMERIC THEN
              MOVE "N" TO JR-SELECT-SW
           ELSE
              IF PJ-CHG-DATE < JR-FROM-DATE
                  OR PJ-CHG-DATE > JR-TO-DATE THEN
                 MOVE "N" TO JR-SELECT-SW.
           IF JP-PLAYER-ID NOT = SPACES
               AND PJ-PLAYER-ID NOT = JP-PLAYER-ID THEN
              MOVE "N" TO JR-SELECT-SW.
           IF JR-SELECTED THEN
              PERFORM 420-PRINT-ENTRY.
           PERFORM 200-READ-JOURNAL.
       400-END.
      ******************************************************************
      * An add shows the record as registered; any other entry shows
      * only the fields that differ between the before and after
      * images.
      ******************************************************************
       420-PRINT-ENTRY.
           ADD 1 TO JR-LISTED-COUNT.
           MOVE "UNKNOWN    " TO JR-ACTION-DESC.
           IF PJ-ADDED THEN
              MOVE "ADDED      " TO JR-ACTION-DESC
              ADD 1 TO JR-ADDED-COUNT.
           IF PJ-CHANGED THEN
              MOVE "CHANGED    " TO JR-ACTION-DESC
              ADD 1 TO JR-CHANGED-COUNT.
           IF PJ-DEACTIVATED THEN
              MOVE "DEACTIVATED" TO JR-ACTION-DESC
              ADD 1 TO JR-DEACT-COUNT.
           IF PJ-REACTIVATED THEN
              MOVE "REACTIVATED" TO JR-ACTION-DESC
              ADD 1 TO JR-REACT-COUNT.
           DISPLAY " ".
           DISPLAY PJ-CHG-DATE " " PJ-CHG-TIME " " PJ-PLAYER-ID " "
                   JR-ACTION-DESC " BY " PJ-OPERATOR-ID.
           IF PJ-ADDED THEN
              DISPLAY "  NAME ......: " PJ-AF-NAME
              DISPLAY "  DEPARTMENT : " PJ-AF-DEPT
              DISPLAY "  STATUS ....: " PJ-AF-STATUS
              DISPLAY "  REGISTERED : " PJ-AF-REG-DATE
           ELSE
              PERFORM 440-PRINT-CHANGES.
       420-END.
       440-PRINT-CHANGES.
           IF PJ-BF-NAME NOT = PJ-AF-NAME THEN
              DISPLAY "  NAME ......: " PJ-BF-NAME
              DISPLAY "          ->   " PJ-AF-NAME.
           IF PJ-BF-DEPT NOT = PJ-AF-DEPT THEN
              DISPLAY "  DEPARTMENT : " PJ-BF-DEPT " -> " PJ-AF-DEPT.
           IF PJ-BF-STATUS NOT = PJ-AF-STATUS THEN
              DISPLAY "  STATUS ....: " PJ-BF-STATUS " -> "
                      PJ-AF-STATUS.
           IF PJ-BF-MERGED-TO NOT = PJ-AF-MERGED-TO THEN
              DISPLAY "  MERGED TO .: " PJ-BF-MERGED-TO " -> "
                      PJ-AF-MERGED-TO.
       440-END.
      ******************************************************************
      * The player's departments in effective-date order. An
      * effective date of zeros is the department the player was in
      * before the history was kept.
      ******************************************************************
       600-PRINT-DEPT-HISTORY.
           DISPLAY " ".
           DISPLAY "DEPARTMENT HISTORY FOR " JP-PLAYER-ID.
           OPEN INPUT DEPT-HISTORY-FILE.
           IF DEPT-HISTORY-STATUS NOT = "00" THEN
              DISPLAY "  NO DEPTHIST.DAT ON FILE (STATUS="
                      DEPT-HISTORY-STATUS ")"
              MOVE "00" TO DEPT-HISTORY-STATUS
           ELSE
              MOVE JP-PLAYER-ID TO DH-PLAYER-ID
              MOVE 0 TO DH-EFF-DATE
              START DEPT-HISTORY-FILE KEY NOT < DH-KEY
                  INVALID KEY
                      SET HISTORY-END-OF-FILE TO TRUE
              END-START
              PERFORM 620-READ-HISTORY
              PERFORM 640-PRINT-HISTORY UNTIL HISTORY-END-OF-FILE
              CLOSE DEPT-HISTORY-FILE.
           IF JR-HISTORY-COUNT = 0 THEN
              DISPLAY "  NONE - THE PLAYER MASTER DEPARTMENT APPLIES".
       600-END.
       620-READ-HISTORY.
           IF NOT HISTORY-END-OF-FILE THEN
              READ DEPT-HISTORY-FILE NEXT RECORD
                  AT END
                      SET HISTORY-END-OF-FILE TO TRUE
              END-READ.
           IF NOT HISTORY-END-OF-FILE THEN
              IF DH-PLAYER-ID NOT = JP-PLAYER-ID THEN
                 SET HISTORY-END-OF-FILE TO TRUE.
       620-END.
       640-PRINT-HISTORY.
           ADD 1 TO JR-HISTORY-COUNT.
           IF DH-EFF-DATE = 0 THEN
              DISPLAY "  FROM START     " DH-DEPT "  SET " DH-SET-DATE
                      " BY " DH-OPERATOR-ID
           ELSE
              DISPLAY "  FROM " DH-EFF-DATE "  " DH-DEPT "  SET "
                      DH-SET-DATE " BY " DH-OPERATOR-ID.
           PERFORM 620-READ-HISTORY.
       640-END.
       700-PRINT-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "JOURNAL ENTRIES READ ...: " JR-READ-COUNT.
           DISPLAY "ENTRIES LISTED .........: " JR-LISTED-COUNT.
           DISPLAY "  ADDED ................: " JR-ADDED-COUNT.
           DISPLAY "  CHANGED ..............: " JR-CHANGED-COUNT.
           DISPLAY "  DEACTIVATED ..........: " JR-DEACT-COUNT.
           DISPLAY "  REACTIVATED ..........: " JR-REACT-COUNT.
       700-END.
       900-TERMINATE.
           CLOSE PLAYER-JOURNAL-FILE.
       900-END.
       END PROGRAM PLAYJRPT.
