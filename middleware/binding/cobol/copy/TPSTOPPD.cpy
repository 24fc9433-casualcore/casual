      *
      *  TPSTOPPD.cpy
      *
      *  One record BATCHCLI diverted because a customer's
      *  stop-payment instruction covered it, appended to the
      *  stopped-payments file STOPPED instead of being sent - and
      *  not to suspense, where a supervisor's release could send
      *  it after all.  The amount is the original amount in its
      *  arrival currency, as on the suspense file.
      *
       05 STOPPD-REFERENCE-NUM      PIC X(12).
       05 STOPPD-CUSTOMER-ID        PIC X(10).
       05 STOPPD-AMOUNT             PIC S9(9)V99.
       05 STOPPD-EFFECTIVE-DATE     PIC 9(08).
       05 STOPPD-CURRENCY-CODE      PIC X(03).
       05 STOPPD-ENTITY-CODE        PIC X(03).
       05 STOPPD-SOURCE-ID          PIC X(10).
       05 STOPPD-STOPPED-DATE       PIC 9(08).
       05 STOPPD-RUN-ID             PIC 9(08).
       05 STOPPD-STOP-ID            PIC X(10).
       05 STOPPD-STOP-KIND          PIC X(01).
