      *
      *  TPTARIFF.cpy
      *
      *  One line of the transaction fee tariff: what a confirmed
      *  booking through a service costs the customer, by the
      *  amount band the booking falls in and the customer's fee
      *  tier on the master.  A band runs up to and including its
      *  ceiling; the band a booking falls in is the lowest
      *  ceiling at or above its amount.  Spaces in the service
      *  or the tier make a line that serves every service or
      *  every tier - a line naming the exact service or tier is
      *  preferred over one that does not, the service counting
      *  for more than the tier.  The fee is the flat charge plus
      *  the percentage of the amount, held to the cap when one
      *  is given.
      *
       05 TARIFF-SERVICE-NAME       PIC X(30).
       05 TARIFF-BAND-CEILING       PIC 9(09)V99.
       05 TARIFF-CUSTOMER-TIER      PIC X(01).
       05 TARIFF-FLAT-FEE           PIC 9(05)V99.
      *  Percent of the booked amount, to four places.
       05 TARIFF-PERCENT-RATE       PIC 9(02)V9(04).
      *  Zero for no cap.
       05 TARIFF-FEE-CAP            PIC 9(05)V99.
