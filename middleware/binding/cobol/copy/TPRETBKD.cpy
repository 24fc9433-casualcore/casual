      *
      *  TPRETBKD.cpy
      *
      *  One return booked through BIZSRV, appended to the
      *  returns ledger RETBOOKD as it is booked: which payment
      *  came back, under which return reference it was booked,
      *  how much of how much, how many days after the original
      *  was processed, and the bank's reason - so the reason is
      *  kept with the booking for the return-rate report and the
      *  large-value return's corrections.
      *
       05 RETBKD-RETURN-ID          PIC X(12).
       05 RETBKD-ORIGINAL-REFERENCE PIC X(12).
       05 RETBKD-RETURN-REFERENCE   PIC X(12).
       05 RETBKD-CUSTOMER-ID        PIC X(10).
       05 RETBKD-AMOUNT             PIC 9(09)V99.
       05 RETBKD-ORIGINAL-AMOUNT    PIC 9(09)V99.
       05 RETBKD-ORIGINAL-DATE      PIC 9(08).
       05 RETBKD-RETURN-DATE        PIC 9(08).
       05 RETBKD-DAYS-AFTER         PIC 9(05).
       05 RETBKD-BOOKED-DATE        PIC 9(08).
       05 RETBKD-REASON-CODE        PIC X(04).
       05 RETBKD-REASON-TEXT        PIC X(30).
       05 RETBKD-SOURCE-ID          PIC X(10).
