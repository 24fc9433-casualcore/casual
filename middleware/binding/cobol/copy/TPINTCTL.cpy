      *
      *  TPINTCTL.cpy
      *
      *  INTAKE's control record INTKCTL, rewritten by the service
      *  itself: the sequence number of the intake file now being
      *  gathered, which names it INTAKEnnnnnn, and the date of
      *  the last evening cut-off, so the day is closed once and
      *  only once.
      *
       05 INTCTL-FILE-SEQUENCE      PIC 9(06).
       05 INTCTL-LAST-CUTOFF-DATE   PIC 9(08).
