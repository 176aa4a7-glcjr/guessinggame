      ******************************************************************
      * Copybook: FEEDCTL
      * Purpose : Record layout for the inbound feed control file
      *           FEEDCTL.DAT - one record per feed date loaded from
      *           each sending site (the LOADPARM.DAT site code),
      *           keyed site / feed date, carrying the feed's own
      *           trailer figures (round and board record counts,
      *           tries-sum hash) and what the load did with it.
      *           FEEDLOAD checks a new feed against the site's last
      *           date here before it loads anything, writes the
      *           record when the feed lands, and lists the dates
      *           missing from the site's sequence. A feed loaded
      *           again as a resend rewrites its record and counts
      *           the load in FC-LOAD-TIMES.
      * History :
      *  10/15/2026  GC   Original layout.
      ******************************************************************
       01  FEED-CONTROL-RECORD.
           05  FC-KEY.
               10  FC-SITE-CODE      PIC X(04).
               10  FC-FEED-DATE      PIC 9(08).
           05  FC-LOAD-DATE          PIC 9(08).
           05  FC-LOAD-TIME          PIC 9(08).
           05  FC-GAME-COUNT         PIC 9(07).
           05  FC-LEADER-COUNT       PIC 9(07).
           05  FC-HASH-TOTAL         PIC 9(09).
           05  FC-LOADED-COUNT       PIC 9(07).
           05  FC-ALREADY-COUNT      PIC 9(07).
           05  FC-LOAD-TIMES         PIC 9(03).
