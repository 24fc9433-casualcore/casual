      *
      *  TPXPINQ.cpy
      *
      *  One verified inbound interchange waiting to be posted:
      *  SIMPCLI keeps a copy of every interchange whose envelope
      *  checks out, under XI and the sender's six-digit
      *  sequence, and queues it here on XPINQUE.  XPPOST POST
      *  turns the queued interchanges into the night's feeds and
      *  empties the queue of the ones it has posted.
      *
       05 XPINQ-INTERCHANGE-NAME    PIC X(08).
       05 XPINQ-SENDING-SITE        PIC X(10).
       05 XPINQ-FILE-DATE           PIC 9(08).
       05 XPINQ-SEQUENCE            PIC 9(06).
       05 XPINQ-RECORD-COUNT        PIC 9(06).
