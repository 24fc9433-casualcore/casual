      *
      *  TPXPRSLT.cpy
      *
      *  One record's outcome, carried back to the site that sent
      *  it on a result interchange - exported with SUB-TYPE
      *  XP-RESULT so the receiving side files it with the
      *  results it has had back rather than posting it.  The
      *  record is named by the sending site's own interchange
      *  sequence, its place in that interchange and its
      *  reference.
      *
       05 XPRSLT-RESULT-SITE        PIC X(10).
       05 XPRSLT-INTERCHANGE-SEQ    PIC 9(06).
       05 XPRSLT-FILE-DATE          PIC 9(08).
       05 XPRSLT-RECORD-NUM         PIC 9(06).
       05 XPRSLT-REFERENCE-NUM      PIC X(12).
       05 XPRSLT-CUSTOMER-ID        PIC X(10).
       05 XPRSLT-AMOUNT             PIC S9(9)V99.
       05 XPRSLT-OUTCOME            PIC X(06).
       05 XPRSLT-REASON-TEXT        PIC X(20).
       05 XPRSLT-POSTED-DATE        PIC 9(08).
