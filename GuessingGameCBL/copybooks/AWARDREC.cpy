      ******************************************************************
      * Copybook: AWARDREC
      * Purpose : Record layout for the annual awards history file
      *           AWARDHST.DAT - the permanent record of every award
      *           YEARAWD has named, keyed year / award / range. The
      *           award codes:
      *             CHMP  overall champion for the range in
      *                   AW-RANGE (fewest best tries across the
      *                   year's four closed seasons, AW-FIGURE, set
      *                   on AW-FIGURE-DATE in season AW-SEASON)
      *             IMPR  most improved (handicap rating change,
      *                   AW-FIGURE, from AW-FROM-FIGURE in the
      *                   year's first rated period to AW-TO-FIGURE
      *                   in its last, AW-SEASON)
      *             PTSL  points leader (points earned in the year
      *                   net of adjustments, AW-FIGURE)
      *             DCUP  department cup (AW-DEPT; win rate
      *                   AW-FIGURE, average tries on wins
      *                   AW-FROM-FIGURE, rounds AW-TO-FIGURE)
      *             CLSD  the year-closed marker, written last - its
      *                   presence is what stops a second close of
      *                   the same year without the operator's
      *                   override. AW-RUN-COUNT counts the closes.
      *           AW-RANGE is zero on every award but CHMP.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  AWARD-RECORD.
           05  AW-KEY.
               10  AW-YEAR           PIC 9(04).
               10  AW-AWARD-CODE     PIC X(04).
                   88  AW-CHAMPION       VALUE "CHMP".
                   88  AW-MOST-IMPROVED  VALUE "IMPR".
                   88  AW-POINTS-LEADER  VALUE "PTSL".
                   88  AW-DEPT-CUP       VALUE "DCUP".
                   88  AW-YEAR-CLOSED    VALUE "CLSD".
               10  AW-RANGE          PIC 9(05).
           05  AW-PLAYER-ID          PIC X(10).
           05  AW-PLAYER-NAME        PIC X(30).
           05  AW-DEPT               PIC X(10).
           05  AW-FIGURE             PIC S9(07)V99.
           05  AW-FROM-FIGURE        PIC S9(07)V99.
           05  AW-TO-FIGURE          PIC S9(07)V99.
           05  AW-FIGURE-DATE        PIC 9(08).
           05  AW-SEASON             PIC X(06).
           05  AW-RUN-DATE           PIC 9(08).
           05  AW-RUN-TIME           PIC 9(08).
           05  AW-OPERATOR-ID        PIC X(10).
           05  AW-RUN-COUNT          PIC 9(03).
