      *
      *  TPCUSBAL.cpy
      *
      *  One customer's running position in the keyed balance
      *  file BIZSRV maintains on every booking, amendment and
      *  cancellation.  A booked amount is a payment out of the
      *  customer's account and lowers the balance; a negative
      *  amount, or the cancellation of a booking, raises it.  A
      *  debit may take the balance below zero only as far as the
      *  overdraft allowance, which CUSMSTMN maintains.  The
      *  opening figure and the debit and credit totals run from
      *  the last nightly snapshot, which rolls them forward.
      *
       05 CUSBAL-CUSTOMER-ID        PIC X(10).
       05 CUSBAL-OVERDRAFT-LIMIT    PIC S9(9)V99.
       05 CUSBAL-OPENING-BALANCE    PIC S9(11)V99.
       05 CUSBAL-CURRENT-BALANCE    PIC S9(11)V99.
       05 CUSBAL-DEBIT-TOTAL        PIC S9(11)V99.
       05 CUSBAL-CREDIT-TOTAL       PIC S9(11)V99.
       05 CUSBAL-MOVEMENT-COUNT     PIC 9(07).
       05 CUSBAL-LAST-MOVEMENT-DATE PIC 9(08).
       05 CUSBAL-SNAPSHOT-DATE      PIC 9(08).
