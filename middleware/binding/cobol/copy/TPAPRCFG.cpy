      *
      *  TPAPRCFG.cpy
      *
      *  Dual-control settings for BIZSRV's bookings: the amount
      *  at or above which a booking needs a second user's
      *  approval before it becomes active (zero turns dual
      *  control off), and how many days a booking may wait for
      *  that approval before PENDAPPR voids it.
      *
       05 APRCFG-THRESHOLD          PIC 9(09)V99.
       05 APRCFG-EXPIRY-DAYS        PIC 9(03).
