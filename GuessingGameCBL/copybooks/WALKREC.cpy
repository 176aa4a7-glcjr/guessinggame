      ******************************************************************
      * Copybook: WALKREC
      * Purpose : Record layout for the challenge walkaway log
      *           CHALWALK.DAT - one record per challenge round
      *           CHALSETL settles as a loss because the player
      *           walked away from it, keyed by the settlement
      *           round's own GS-TIMESTAMP. WK-PAR is the number of
      *           guesses a straight halving search needs for the
      *           range; a player who had already used that many
      *           without finding the target was losing when they
      *           walked (WK-WAS-LOSING). PTSSCRN reads the log to
      *           find players who only ever walk away from the
      *           challenge on the days it is going against them.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  WALK-RECORD.
           05  WK-ROUND-KEY.
               10  WK-TS-DATE        PIC 9(08).
               10  WK-TS-TIME        PIC 9(08).
               10  WK-PLAYER-ID      PIC X(10).
           05  WK-LOWERNUM           PIC 9(05).
           05  WK-UPPERNUM           PIC 9(05).
           05  WK-TRIES              PIC 9(05).
           05  WK-PAR                PIC 9(05).
           05  WK-LOSING-SW          PIC X(01).
               88  WK-WAS-LOSING       VALUE "Y".
