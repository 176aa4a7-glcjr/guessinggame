      *                    id must not pass for the local player's
      *                    filed round and suppress their
      *                    settlement.
      *  10/15/2026  GC   300/340 now look each started player's own
      *                    rounds for today up through the by-player
      *                    cross reference GSXREF.DAT instead of
      *                    reading every round filed today, and each
      *                    settlement round written gets its entry on
      *                    the cross reference.
      *  10/15/2026  GC   Settlement rounds now carry a blank in the
      *                    new GS-CORR-CODE byte - only GAMECORR sets
      *                    it.
      *  10/15/2026  GC   Every walkaway settled is also logged to the
      *                    new challenge walkaway log CHALWALK.DAT (see
      *                    the WALKREC copybook) with the tries taken
      *                    against the range's halving-search par, so
      *                    the PTSSCRN prize screen can see whether a
      *                    player only walks away when losing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALSETL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-TIMESTAMP
               FILE STATUS IS GAMESTATS-STATUS.
           SELECT XREF-FILE ASSIGN TO "GSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT CHAL-ARCHIVE-FILE ASSIGN TO "CHALARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAL-ARCHIVE-STATUS.
           SELECT WALK-LOG-FILE ASSIGN TO "CHALWALK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WALK-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           COPY AUDITREC.
       FD  GAMESTATS-FILE.
           COPY GAMESTAT.
       FD  XREF-FILE.
           COPY GSXREF.
       FD  RESTART-FILE.
           COPY CHKPTREC.
       FD  SESSION-LOCK-FILE.
           COPY SESSREC.
       FD  CHAL-ARCHIVE-FILE.
       01  CHAL-ARCHIVE-RECORD       PIC X(28).
       FD  WALK-LOG-FILE.
           COPY WALKREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 CHALLENGE-STATUS PIC X(2) VALUE "00".
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 GAMESTATS-STATUS PIC X(2) VALUE "00".
       01 XREF-STATUS PIC X(2) VALUE "00".
       01 RESTART-STATUS PIC X(2) VALUE "00".
       01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
       01 CHAL-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 WALK-LOG-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-END-OF-FILE VALUE "Y".
       01 CS-LOCKS-CLEARED PIC 9(05) VALUE 0.
       01 CS-SWEPT-COUNT PIC 9(05) VALUE 0.
       01 CS-SWEEP-ERRORS PIC 9(05) VALUE 0.
       01 CS-WALKS-LOGGED PIC 9(05) VALUE 0.
       01 CS-RANGE-SIZE PIC 9(05) VALUE 0.
       01 CS-SPAN PIC 9(07) VALUE 0.
       01 CS-PAR PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-INITIALIZE.
                      GAMESTATS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O XREF-FILE.
           IF XREF-STATUS = "35" THEN
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE.
           IF XREF-STATUS NOT = "00" THEN
              DISPLAY "UNABLE TO OPEN PLAYER INDEX FILE, STATUS="
                      XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN EXTEND WALK-LOG-FILE.
           IF WALK-LOG-STATUS = "35" THEN
              OPEN OUTPUT WALK-LOG-FILE.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35" THEN
              OPEN OUTPUT RUN-CONTROL-FILE.
      ******************************************************************
      * A player who already has a GAMESTATS record for this target
      * today finished their round - challenge or a coincidental
      * standard round - and must not be settled again. Each started
      * player's rounds for today come off the GSXREF cross reference
      * (player / date / time) and are read back off GAMESTATS.
      ******************************************************************
       300-MARK-FILED-ROUNDS.
           PERFORM 340-MARK-LOOP VARYING CS-I FROM 1 BY 1
               UNTIL CS-I > CS-PLAYER-COUNT.
       300-END.
       320-READ-XREF.
           IF NOT STAT-END-OF-FILE THEN
              READ XREF-FILE NEXT RECORD
                  AT END
                      SET STAT-END-OF-FILE TO TRUE
              END-READ
              IF NOT STAT-END-OF-FILE
                  AND (GX-PLAYER-ID NOT = CS-PL-ID(CS-I)
                      OR GX-TS-DATE NOT = CS-TODAY) THEN
                 SET STAT-END-OF-FILE TO TRUE.
       320-END.
       340-MARK-LOOP.
           MOVE "N" TO STAT-EOF-SWITCH.
           MOVE CS-PL-ID(CS-I) TO GX-PLAYER-ID.
           MOVE CS-TODAY TO GX-TS-DATE.
           MOVE 0 TO GX-TS-TIME.
           START XREF-FILE KEY NOT < GX-KEY
               INVALID KEY
                   SET STAT-END-OF-FILE TO TRUE
           END-START.
           PERFORM 320-READ-XREF.
           PERFORM 360-MARK-ONE-ROUND UNTIL STAT-END-OF-FILE.
       340-END.
       360-MARK-ONE-ROUND.
           MOVE GX-ROUND-KEY TO GS-TIMESTAMP.
           READ GAMESTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GS-TARGET = CH-TARGET
                       AND GS-SITE = SPACES THEN
                      MOVE "Y" TO CS-PL-FILED-SW(CS-I)
                      SET STAT-END-OF-FILE TO TRUE
                   END-IF
           END-READ.
           PERFORM 320-READ-XREF.
       360-END.
       400-SETTLE-WALKAWAYS.
           PERFORM 420-SETTLE-ONE-PLAYER VARYING CS-I FROM 1 BY 1
           MOVE "L" TO GS-RESULT.
           MOVE "C" TO GS-MODE.
           MOVE SPACES TO GS-SITE.
           MOVE SPACE TO GS-CORR-CODE.
           WRITE GAMESTAT-RECORD
               INVALID KEY
                   DISPLAY "WARNING - SETTLEMENT NOT SAVED FOR "
                   ADD 1 TO CS-SETTLED-COUNT
                   DISPLAY "SETTLED AS A LOSS: " CS-PL-ID(CS-I)
                           " AFTER " CS-PL-TRIES(CS-I)
                           " TRIES - WALKED AWAY."
                   PERFORM 450-WRITE-XREF
                   PERFORM 445-LOG-WALKAWAY.
       440-END.
      ******************************************************************
      * Par is the guesses a straight halving search needs to be sure
      * of the range - 7 for 1-100. A player already at or past par
      * with no correct guess was losing the round when they walked.
      ******************************************************************
       445-LOG-WALKAWAY.
           COMPUTE CS-RANGE-SIZE = CH-UPPERNUM - CH-LOWERNUM + 1.
           MOVE 0 TO CS-PAR.
           MOVE 1 TO CS-SPAN.
           PERFORM 447-DOUBLE-SPAN UNTIL CS-SPAN >= CS-RANGE-SIZE.
           MOVE GS-TIMESTAMP TO WK-ROUND-KEY.
           MOVE CH-LOWERNUM TO WK-LOWERNUM.
           MOVE CH-UPPERNUM TO WK-UPPERNUM.
           MOVE CS-PL-TRIES(CS-I) TO WK-TRIES.
           MOVE CS-PAR TO WK-PAR.
           IF CS-PL-TRIES(CS-I) >= CS-PAR THEN
              MOVE "Y" TO WK-LOSING-SW
           ELSE
              MOVE "N" TO WK-LOSING-SW.
           WRITE WALK-RECORD.
           IF WALK-LOG-STATUS = "00" THEN
              ADD 1 TO CS-WALKS-LOGGED
           ELSE
              DISPLAY "WARNING - WALKAWAY NOT LOGGED FOR "
                      CS-PL-ID(CS-I) ", STATUS=" WALK-LOG-STATUS.
       445-END.
       447-DOUBLE-SPAN.
           COMPUTE CS-SPAN = CS-SPAN * 2.
           ADD 1 TO CS-PAR.
       447-END.
       450-WRITE-XREF.
           MOVE GS-PLAYER-ID TO GX-PLAYER-ID.
           MOVE GS-TS-DATE TO GX-TS-DATE.
           MOVE GS-TS-TIME TO GX-TS-TIME.
           MOVE GS-TIMESTAMP TO GX-ROUND-KEY.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "WARNING - PLAYER INDEX NOT UPDATED FOR "
                           CS-PL-ID(CS-I) ", STATUS=" XREF-STATUS.
       450-END.
      ******************************************************************
      * The leftover checkpoint is only cleared when it really is the
      * abandoned challenge round - a checkpoint for some other
      * in-flight round is left alone.
           DISPLAY "AUDIT RECORDS READ .....: " CS-AUDIT-READ.
           DISPLAY "PLAYERS WHO STARTED ....: " CS-PLAYER-COUNT.
           DISPLAY "WALKAWAYS SETTLED ......: " CS-SETTLED-COUNT.
           DISPLAY "WALKAWAYS LOGGED .......: " CS-WALKS-LOGGED.
           DISPLAY "CHECKPOINTS CLEARED ....: " CS-CKPT-CLEARED.
           DISPLAY "SESSION LOCKS CLEARED ..: " CS-LOCKS-CLEARED.
           DISPLAY "OLD CHALLENGES SWEPT ...: " CS-SWEPT-COUNT.
           PERFORM 910-LOG-RUN-END.
           CLOSE CHALLENGE-FILE.
           CLOSE GAMESTATS-FILE.
           CLOSE XREF-FILE.
           CLOSE WALK-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
       900-END.
       910-LOG-RUN-END.
