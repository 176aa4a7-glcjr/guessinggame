      ******************************************************************
      * Copybook: DEPTHREC
      * Purpose : Record layout for the department history file
      *           DEPTHIST.DAT - one record per department a player
      *           has belonged to, keyed player / effective date, so
      *           a round can be credited to the department the
      *           player was in on the day it was played rather than
      *           the one on PLAYMST.DAT today. Written by PLAYMAINT:
      *           on registration (effective the registration date)
      *           and on every change of department (effective the
      *           day of the change). A player registered before the
      *           history was kept gets, on their first transfer, an
      *           opening record for the old department effective
      *           00000000 - "from the start". A player with no
      *           history at all is in PL-DEPT for every date.
      *           Readers take the latest record effective on or
      *           before the round's date, or the earliest record
      *           when the round predates them all.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  DEPT-HISTORY-RECORD.
           05  DH-KEY.
               10  DH-PLAYER-ID      PIC X(10).
               10  DH-EFF-DATE       PIC 9(08).
           05  DH-DEPT               PIC X(10).
           05  DH-SET-DATE           PIC 9(08).
           05  DH-SET-TIME           PIC 9(08).
           05  DH-OPERATOR-ID        PIC X(10).
