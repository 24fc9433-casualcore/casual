      *
      *  TPTXNHST.cpy
      *
      *  One reference's history across nights in the keyed
      *  history store TXNHIST, loaded by HISTLOAD from the
      *  rolled output, reject and suspense generations and
      *  searched by HISTINQ: what finally became of the record,
      *  for how much in which currency under which entity, the
      *  run and service that handled it and the generation it
      *  was last seen on.  Keyed on the reference, with the
      *  customer and effective date as an alternate key (with
      *  duplicates) for a customer's payments over a date range.
      *  A reference seen on a later night - a failure
      *  resubmitted, a booking reversed - takes the later
      *  disposition and keeps the one it replaced.
      *
       05 TXNHST-REFERENCE-NUM      PIC X(12).
       05 TXNHST-CUSTOMER-DATE-KEY.
               10 TXNHST-CUSTOMER-ID        PIC X(10).
               10 TXNHST-EFFECTIVE-DATE     PIC 9(08).
      *  The status word off the output line.
       05 TXNHST-DISPOSITION        PIC X(06).
               88 TXNHST-CONFIRMED          VALUE "OK".
               88 TXNHST-FAILED             VALUE "FAILED".
               88 TXNHST-REJECTED           VALUE "REJECT".
               88 TXNHST-SUSPENDED          VALUE "SUSPND".
               88 TXNHST-REVERSED           VALUE "REVRSD".
               88 TXNHST-WAREHOUSED         VALUE "FUTURE".
               88 TXNHST-DUPLICATE          VALUE "DUPLIC".
               88 TXNHST-QUEUED             VALUE "QUEUED".
               88 TXNHST-COMPLIANCE-HELD    VALUE "CMPHLD".
               88 TXNHST-STOPPED            VALUE "STOPPD".
      *  The reject or hold reason word off the line, and for a
      *  failed call the return code the rejects file kept.
       05 TXNHST-REASON-TEXT        PIC X(20).
       05 TXNHST-RETURN-CODE        PIC S9(09).
      *  The amount booked, in the booking currency, and the
      *  amount as it arrived in its own currency.
       05 TXNHST-BOOKED-AMOUNT      PIC S9(09)V99.
       05 TXNHST-ORIGINAL-AMOUNT    PIC S9(09)V99.
       05 TXNHST-CURRENCY-CODE      PIC X(03).
       05 TXNHST-ENTITY-CODE        PIC X(03).
       05 TXNHST-RUN-ID             PIC 9(08).
       05 TXNHST-SERVICE-NAME       PIC X(30).
      *  The roll date and name of the generation the line was
      *  loaded from.
       05 TXNHST-PROCESSED-DATE     PIC 9(08).
       05 TXNHST-GENERATION-NAME    PIC X(12).
      *  Spaces until a later night replaces the disposition.
       05 TXNHST-PRIOR-DISPOSITION  PIC X(06).
       05 TXNHST-FIRST-SEEN-DATE    PIC 9(08).
       05 TXNHST-TIMES-PROCESSED    PIC 9(04).
       05 TXNHST-LOADED-DATE        PIC 9(08).
