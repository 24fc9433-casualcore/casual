      *
      *  TPCMPHLD.cpy
      *
      *  One record BATCHCLI held back because the customer id or
      *  the customer's name is on the watch list, keyed on the
      *  record's reference.  The hold queue is apart from the
      *  suspense file on purpose: a supervisor's SUSPREL release
      *  never sees it, and only a compliance officer working
      *  through CMPCLEAR can decide it.  A cleared item goes back
      *  through the night on CMPCLEAR's release feed and passes
      *  the screening under its reference; a confirmed hit stays
      *  held for good.  The amount is the original amount in its
      *  arrival currency, as on the suspense file.
      *
       05 CMPHLD-REFERENCE-NUM      PIC X(12).
       05 CMPHLD-CUSTOMER-ID        PIC X(10).
       05 CMPHLD-AMOUNT             PIC S9(9)V99.
       05 CMPHLD-EFFECTIVE-DATE     PIC 9(08).
       05 CMPHLD-CURRENCY-CODE      PIC X(03).
       05 CMPHLD-ENTITY-CODE        PIC X(03).
       05 CMPHLD-SOURCE-ID          PIC X(10).
       05 CMPHLD-HELD-DATE          PIC 9(08).
       05 CMPHLD-HELD-RUN-ID        PIC 9(08).
      *  What matched: I the customer id, N the normalized name -
      *  with the watch-list entry and the name as screened.
       05 CMPHLD-MATCH-KIND         PIC X(01).
               88 CMPHLD-ID-MATCH           VALUE "I".
               88 CMPHLD-NAME-MATCH         VALUE "N".
       05 CMPHLD-WATCH-ENTRY-ID     PIC X(10).
       05 CMPHLD-SCREENED-NAME      PIC X(30).
      *  H held awaiting a decision, C cleared as a false match,
      *  R cleared and released to the feed, F confirmed as a
      *  true match - with the date and the deciding officer.
       05 CMPHLD-STATUS             PIC X(01).
               88 CMPHLD-HELD               VALUE "H".
               88 CMPHLD-CLEARED            VALUE "C".
               88 CMPHLD-RELEASED           VALUE "R".
               88 CMPHLD-CONFIRMED          VALUE "F".
               88 CMPHLD-PASSED             VALUE "C" "R".
       05 CMPHLD-DECISION-DATE      PIC 9(08).
       05 CMPHLD-DECISION-USER      PIC X(08).
       05 CMPHLD-RELEASED-DATE      PIC 9(08).
