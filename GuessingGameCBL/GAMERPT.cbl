      *                    morning AFTER its date by FEEDLOAD, so a
      *                    combined day only exists by rerunning
      *                    this report for the feed date.
      *  10/15/2026  GC   Rounds voided by GAMECORR (GS-CORR-CODE "V")
      *                    are left out of the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMERPT.
                   ADD 1 TO RUN-IN-COUNT.
       200-END.
       300-ACCUMULATE-LOOP.
           IF GS-TS-DATE = RPT-TODAY
               AND NOT GS-VOIDED-ROUND THEN
              PERFORM 350-ACCUMULATE-RECORD THRU 350-EXIT.
           PERFORM 200-READ-GAMESTAT.
       300-END.
