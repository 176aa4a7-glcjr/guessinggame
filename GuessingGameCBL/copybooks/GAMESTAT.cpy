      *                    for is now a supported path: GAMEBKUP
      *                    unloads nightly and GAMEREST reloads
      *                    under the current layout.
      *  10/15/2026  GC   Added GS-CORR-CODE (at the end) for rounds
      *                    put right by GAMECORR: "V" a voided round,
      *                    kept on file for the record but counted
      *                    by nobody; "A" a round whose tries or
      *                    result were amended after the fact, so
      *                    its audit detail no longer has to agree.
      *                    Space for every round as played. NOTE:
      *                    the record grew again - a GAMESTAT.DAT
      *                    from before this change opens with status
      *                    39; rebuild it with GAMEBKUP / GAMEREST
      *                    before use. Rebuilt records carry a space
      *                    in GS-CORR-CODE, which is exactly right.
      ******************************************************************
       01  GAMESTAT-RECORD.
           05  GS-TIMESTAMP.
               88  GS-CHALLENGE-ROUND  VALUE "C".
               88  GS-DUEL-ROUND       VALUE "D".
           05  GS-SITE               PIC X(04).
           05  GS-CORR-CODE          PIC X(01).
               88  GS-VOIDED-ROUND     VALUE "V".
               88  GS-AMENDED-ROUND    VALUE "A".
