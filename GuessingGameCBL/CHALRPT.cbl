      *                    combined table for a date only exists by
      *                    rerunning this report for that date once
      *                    FEEDLOAD has merged the file.
      *  10/15/2026  GC   Challenge rounds voided by GAMECORR
      *                    (GS-CORR-CODE "V") no longer make the
      *                    table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALRPT.
       250-END.
       300-COLLECT-LOOP.
           IF GS-CHALLENGE-ROUND
               AND NOT GS-VOIDED-ROUND
               AND (GS-TARGET = CH-TARGET
                   OR GS-SITE NOT = SPACES) THEN
              PERFORM 350-POST-ATTEMPT.
