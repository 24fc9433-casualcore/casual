      *
      *  TPSTOPIN.cpy
      *
      *  One stop-payment instruction a customer has given, kept
      *  by STOPMNT in the keyed file STOPINST and checked by
      *  BATCHCLI before every call.  A stop names either one
      *  payment by its reference, or a customer's payments over
      *  a range of effective dates - all of them, or only those
      *  for one amount.  Every stop carries an expiry date past
      *  which it is out of force.  BATCHCLI stamps each record it
      *  diverts on the stop that caught it; STOPCONF's daily
      *  confirmation reports the hits it has not yet confirmed,
      *  the stops that expired unused and the reference stops
      *  that came too late, and closes out the last two.
      *  Nothing is deleted: a stop out of force stays on file.
      *
       05 STOPIN-STOP-ID            PIC X(10).
      *  R one payment by reference, C a customer's date range.
       05 STOPIN-KIND               PIC X(01).
               88 STOPIN-BY-REFERENCE       VALUE "R".
               88 STOPIN-BY-CUSTOMER        VALUE "C".
      *  For a reference stop the reference, and the customer if
      *  given (which the record must then carry too); for a
      *  customer stop the customer and the effective-date range.
       05 STOPIN-REFERENCE-NUM      PIC X(12).
       05 STOPIN-CUSTOMER-ID        PIC X(10).
       05 STOPIN-FROM-DATE          PIC 9(08).
       05 STOPIN-TO-DATE            PIC 9(08).
      *  The original amount in its arrival currency the stop is
      *  limited to - zero stops every amount.
       05 STOPIN-AMOUNT             PIC 9(09)V99.
       05 STOPIN-EXPIRY-DATE        PIC 9(08).
      *  A in force, R removed by hand, X expired unused, L too
      *  late - the reference was processed before the stop.
       05 STOPIN-STATUS             PIC X(01).
               88 STOPIN-ACTIVE             VALUE "A".
               88 STOPIN-REMOVED            VALUE "R".
               88 STOPIN-EXPIRED            VALUE "X".
               88 STOPIN-TOO-LATE           VALUE "L".
       05 STOPIN-ADDED-DATE         PIC 9(08).
       05 STOPIN-ADDED-USER         PIC X(08).
       05 STOPIN-STATUS-DATE        PIC 9(08).
       05 STOPIN-STATUS-USER        PIC X(08).
      *  Records the stop has diverted, and how many of them the
      *  daily confirmation has already reported.
       05 STOPIN-HIT-COUNT          PIC 9(05).
       05 STOPIN-HITS-CONFIRMED     PIC 9(05).
       05 STOPIN-LAST-HIT-DATE      PIC 9(08).
       05 STOPIN-LAST-HIT-RUN-ID    PIC 9(08).
       05 STOPIN-LAST-HIT-REFERENCE PIC X(12).
