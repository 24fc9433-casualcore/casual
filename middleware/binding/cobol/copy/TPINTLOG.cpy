      *
      *  TPINTLOG.cpy
      *
      *  One line of INTAKE's log INTKLOG.  Every call the daytime
      *  intake service answers is logged with the caller's TPKEY
      *  handle, the record offered and whether it was accepted -
      *  with the same per-field reason codes the front-end edit
      *  pass writes on a reject.  At the evening cut-off a total
      *  line per caller, and one over all callers, give the day's
      *  counts and accepted amount for the intake file just
      *  closed.
      *
       05 INTLOG-LOG-DATE           PIC 9(08).
       05 INTLOG-LOG-TIME           PIC 9(08).
      *  C a call, T one caller's totals at the cut-off, G the
      *  totals over every caller.
       05 INTLOG-LINE-TYPE          PIC X(01).
               88 INTLOG-CALL-LINE          VALUE "C".
               88 INTLOG-CALLER-TOTAL       VALUE "T".
               88 INTLOG-GRAND-TOTAL        VALUE "G".
       05 INTLOG-CALLER-KEY         PIC 9(09).
      *  The intake file the call's record went to, or would have.
       05 INTLOG-INTAKE-FILE        PIC X(12).
       05 INTLOG-SUB-TYPE           PIC X(16).
       05 INTLOG-REFERENCE-NUM      PIC X(12).
       05 INTLOG-CUSTOMER-ID        PIC X(10).
       05 INTLOG-AMOUNT             PIC S9(9)V99.
      *  ACCEPTED, REJECTED, CUTOFF, or on a total line TOTAL.
       05 INTLOG-OUTCOME            PIC X(08).
       05 INTLOG-REASON-CODES.
               10 INTLOG-CUSTOMER-CODE      PIC X(01).
               10 INTLOG-AMOUNT-CODE        PIC X(01).
               10 INTLOG-DATE-CODE          PIC X(01).
               10 INTLOG-REFERENCE-CODE     PIC X(01).
       05 INTLOG-APPL-CODE          PIC 9(04).
      *  Filled on total lines only.
       05 INTLOG-ACCEPTED-COUNT     PIC 9(07).
       05 INTLOG-REJECTED-COUNT     PIC 9(07).
       05 INTLOG-ACCEPTED-AMOUNT    PIC S9(13)V99.
