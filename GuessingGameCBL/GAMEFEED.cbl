      *   8/21/2026  GC   G records now carry the round's GS-MODE so
      *                    the intranet page can break the daily
      *                    challenge out from standard play.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    are not fed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEFEED.
                 SET STAT-END-OF-FILE TO TRUE.
       250-END.
       300-FEED-GAME-LOOP.
           IF NOT GS-VOIDED-ROUND THEN
              ADD 1 TO FE-GAME-COUNT
              ADD GS-TRIES TO FE-HASH-TOTAL
              MOVE SPACES TO FE-OUT-LINE
              STRING "G|" GS-TS-DATE "|" GS-TS-TIME "|"
                  GS-PLAYER-ID "|" GS-UPPERNUM "|" GS-TRIES "|"
                  GS-RESULT "|" GS-MODE
                  DELIMITED BY SIZE INTO FE-OUT-LINE
              WRITE FEED-RECORD FROM FE-OUT-LINE.
           PERFORM 250-READ-GAMESTAT.
       300-END.
       400-READ-LEADER.
