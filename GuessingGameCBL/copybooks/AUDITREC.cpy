      *                    GAMECOACH can score a player's search
      *                    against the round's actual range. Spaces
      *                    on records from before the change.
      *  10/15/2026  GC   Added AU-TS-TIME (at the end, same deal
      *                    again) - the time of day the guess was
      *                    keyed, HHMMSSCC, so PTSSCRN can spot
      *                    guesses logged faster than a person can
      *                    type. Zeros on a guess that was never
      *                    keyed at a terminal (GAMEBATCH plays
      *                    pre-supplied guesses); spaces on records
      *                    from before the change. The record is now
      *                    52 bytes - GAMEARCH's audit archive/hold
      *                    and PLAYMRG's audit hold grew with it.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AU-PLAYER-ID          PIC X(10).
           05  AU-TS-DATE            PIC 9(08).
           05  AU-LOWERNUM           PIC 9(05).
           05  AU-UPPERNUM           PIC 9(05).
           05  AU-TS-TIME            PIC 9(08).
