      *
      *  TPRETIN.cpy
      *
      *  One returned payment on the returns file the receiving
      *  bank sends back - between the usual HDR and TRL control
      *  records (TPBATHDR.cpy, TPBATTRL.cpy), the header naming
      *  the bank as its source and the trailer counting these
      *  records and hashing their amounts.  The bank's own id
      *  for the return, the reference of the payment it sends
      *  back as we confirmed it, the amount coming back, the
      *  date it was returned, and the bank's reason - code and
      *  text (account closed, invalid beneficiary and so on).
      *
       05 RETIN-RETURN-ID           PIC X(12).
       05 RETIN-ORIGINAL-REFERENCE  PIC X(12).
       05 RETIN-AMOUNT              PIC 9(09)V99.
       05 RETIN-RETURN-DATE         PIC 9(08).
       05 RETIN-REASON-CODE         PIC X(04).
       05 RETIN-REASON-TEXT         PIC X(30).
