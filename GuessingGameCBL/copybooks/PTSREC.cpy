      *           against them every month.
      * History :
      *   9/02/2026  GC   Original layout.
      *  10/15/2026  GC   Added entry type A - an adjustment written by
      *                    GAMECORR when a round already posted is
      *                    voided or amended. It takes back points
      *                    earned by the round named in PT-ROUND-KEY
      *                    (PT-POINTS is the amount taken back, never
      *                    signed) and carries the operator who keyed
      *                    the correction. The posted total on
      *                    PTSCTL.DAT is net of adjustments, so
      *                    earns less adjustments on the ledger must
      *                    equal it. An amendment that raises a
      *                    round's points writes a further E entry.
      ******************************************************************
       01  POINTS-RECORD.
           05  PT-KEY.
           05  PT-ENTRY-TYPE         PIC X(01).
               88  PT-EARN-ENTRY       VALUE "E".
               88  PT-REDEEM-ENTRY     VALUE "R".
               88  PT-ADJUST-ENTRY     VALUE "A".
           05  PT-POINTS             PIC 9(05).
           05  PT-DIFF-CODE          PIC X(01).
           05  PT-MODE               PIC X(01).
