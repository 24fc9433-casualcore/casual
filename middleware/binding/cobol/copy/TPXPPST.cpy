      *
      *  TPXPPST.cpy
      *
      *  One record of a sister site's interchange as XPPOST
      *  posted it, on the posting register XPPOSTRG: where it
      *  came from - the sending site, the interchange sequence
      *  and the record's place in it - the record itself, the
      *  feed it was posted on, and what became of it.  XPPOST
      *  RESULT finds the outcome once the night has run and
      *  carries it back to the sending site on a result
      *  interchange.
      *
       05 XPPST-SENDING-SITE        PIC X(10).
       05 XPPST-INTERCHANGE-SEQ     PIC 9(06).
       05 XPPST-FILE-DATE           PIC 9(08).
       05 XPPST-RECORD-NUM          PIC 9(06).
       05 XPPST-REFERENCE-NUM       PIC X(12).
       05 XPPST-CUSTOMER-ID         PIC X(10).
       05 XPPST-AMOUNT              PIC S9(9)V99.
       05 XPPST-EFFECTIVE-DATE      PIC 9(08).
       05 XPPST-FEED-NAME           PIC X(12).
       05 XPPST-POSTED-DATE         PIC 9(08).
      *  P posted and waiting on the night, I not posted - the
      *  buffer would not import - R outcome sent back.
       05 XPPST-STATUS              PIC X(01).
               88 XPPST-AWAITING-OUTCOME    VALUE "P".
               88 XPPST-IMPORT-FAILED       VALUE "I".
               88 XPPST-RESULT-SENT         VALUE "R".
      *  The disposition word as the history store has it, EDTREJ
      *  for a record the front-end edit pass refused, IMPERR for
      *  one that would not import; and the reason beside it.
       05 XPPST-OUTCOME             PIC X(06).
       05 XPPST-REASON-TEXT         PIC X(20).
       05 XPPST-RESULT-SEQUENCE     PIC 9(06).
       05 XPPST-RESULT-DATE         PIC 9(08).
