      *
      *  TPARRREG.cpy
      *
      *  One entry on the inbound arrival registry ARRIVREG: a
      *  file that landed for the business date, what its header
      *  and trailer said, and what became of it - accepted for
      *  the manifest, refused, or a copy of a file already
      *  accepted (the same header date, source and trailer hash,
      *  whatever name it came under).  An expected feed still
      *  missing at its cut-off is entered too, once, when the
      *  alert for it goes out.
      *
       05 ARRREG-BUSINESS-DATE      PIC 9(08).
       05 ARRREG-FILE-NAME          PIC X(12).
       05 ARRREG-SOURCE-ID          PIC X(10).
       05 ARRREG-HEADER-DATE        PIC 9(08).
       05 ARRREG-RECORD-COUNT       PIC 9(09).
       05 ARRREG-HASH-TOTAL         PIC S9(13)V99.
       05 ARRREG-ARRIVED-TIME       PIC 9(08).
      *  The schedule slot the file filled - or, on a LATE entry,
      *  the slot that went unfilled.
       05 ARRREG-EXPECTED-TIME      PIC 9(04).
       05 ARRREG-PRIORITY           PIC 9(03).
       05 ARRREG-STATUS             PIC X(08).
               88 ARRREG-ACCEPTED           VALUE "ACCEPTED".
               88 ARRREG-DUPLICATE          VALUE "DUPLICAT".
               88 ARRREG-NO-HEADER          VALUE "NOHEADER".
               88 ARRREG-NO-TRAILER         VALUE "NOTRAILR".
               88 ARRREG-COUNT-WRONG        VALUE "COUNTBAD".
               88 ARRREG-NOT-CURRENT        VALUE "STALE".
               88 ARRREG-UNKNOWN-SOURCE     VALUE "UNKNOWN".
               88 ARRREG-NOT-LANDED         VALUE "MISSING".
               88 ARRREG-LATE-ALERTED       VALUE "LATE".
      *  Y once the file has been written to a manifest.
       05 ARRREG-MANIFEST-FLAG      PIC X(01).
               88 ARRREG-IN-MANIFEST        VALUE "Y".
      *  For a duplicate, the name the file was first accepted
      *  under.
       05 ARRREG-DUPLICATE-OF       PIC X(12).
