      *
      *  TPTRSFND.cpy
      *
      *  One line of the treasury funding file TRSYFUND: what
      *  treasury put into a subsidiary's settlement account in
      *  one currency for the night of the funding date - the
      *  afternoon's prefunding estimate LIQRPT holds the night's
      *  confirmed outflows and the days ahead against.  A later
      *  line for the same entity, currency and date replaces an
      *  earlier one, so a top-up is sent as the new total.
      *
       05 TRSFND-ENTITY-CODE        PIC X(03).
       05 TRSFND-CURRENCY-CODE      PIC X(03).
       05 TRSFND-FUNDING-DATE       PIC 9(08).
       05 TRSFND-FUNDED-AMOUNT      PIC S9(13)V99.
