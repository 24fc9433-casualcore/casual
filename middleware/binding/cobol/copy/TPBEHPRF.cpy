      *
      *  TPBEHPRF.cpy
      *
      *  One customer's behaviour profile, built by BEHVPROF from
      *  the rolled BATCHOUT generations of the last so many
      *  nights and keyed on the customer id: how many confirmed
      *  bookings the customer typically makes on a night they
      *  book at all, the most they have made on one night, and
      *  the average and largest amounts.  BATCHCLI scores each
      *  night's records against it before the calls - a night
      *  far busier than the customer's usual, or an amount far
      *  beyond anything the customer has sent, is held for the
      *  fraud team.  Amounts are the sent amounts, in the
      *  booking currency.
      *
       05 BEHPRF-CUSTOMER-ID        PIC X(10).
      *  Nights the customer booked on, out of the nights the
      *  window covered.
       05 BEHPRF-NIGHTS-ACTIVE      PIC 9(05).
       05 BEHPRF-NIGHTS-IN-WINDOW   PIC 9(05).
       05 BEHPRF-TOTAL-COUNT        PIC 9(09).
      *  Confirmed bookings per active night, rounded.
       05 BEHPRF-TYPICAL-COUNT      PIC 9(07).
       05 BEHPRF-MAX-NIGHT-COUNT    PIC 9(07).
       05 BEHPRF-AVERAGE-AMOUNT     PIC S9(11)V99.
       05 BEHPRF-LARGEST-AMOUNT     PIC S9(11)V99.
       05 BEHPRF-FIRST-NIGHT        PIC 9(08).
       05 BEHPRF-LAST-NIGHT         PIC 9(08).
       05 BEHPRF-BUILT-DATE         PIC 9(08).
