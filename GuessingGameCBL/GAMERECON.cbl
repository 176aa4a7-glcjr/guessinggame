      *                    their audit detail lives at the sending
      *                    site, and every loaded round was being
      *                    reported as missing its audit trail.
      *  10/15/2026  GC   A round amended by GAMECORR (GS-CORR-CODE
      *                    "A") is matched on player and target
      *                    alone - its tries were put right after
      *                    the fact and its audit detail is the
      *                    record of what was actually keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMERECON.
               OR RC-SUB > RC-ROUND-COUNT.
           IF RC-ROUND-FOUND THEN
              MOVE "Y" TO RC-RND-MATCHED-SW(RC-SUB)
              IF RC-RND-GUESSES(RC-SUB) = GS-TRIES
                  OR GS-AMENDED-ROUND THEN
                 ADD 1 TO RC-ROUNDS-MATCHED
              ELSE
                 ADD 1 TO RC-ROUNDS-ERROR
