      *
      *  TPRETCFG.cpy
      *
      *  Returns control, RETCFG: how many days after the original
      *  was processed a return is still accepted, the return
      *  rate (returns as a percentage of the customer's payments)
      *  above which the return-rate report flags a customer, and
      *  the fewest payments a customer must have made in the
      *  period before a rate is judged at all.  Each field left
      *  blank or zero takes its default.
      *
       05 RETCFG-WINDOW-DAYS        PIC 9(03).
       05 RETCFG-RATE-TOLERANCE     PIC 9(03)V99.
       05 RETCFG-MINIMUM-PAYMENTS   PIC 9(05).
