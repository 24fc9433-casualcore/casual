      *
      *  TPAPRAUT.cpy
      *
      *  One user authorized to approve or reject bookings held
      *  for dual control: the TPKEY handle the user's calls
      *  arrive under, and the user id it stands for, so reports
      *  can name who decided what.
      *
       05 APRAUT-KEY-HANDLE         PIC 9(09).
       05 APRAUT-USER-ID            PIC X(08).
