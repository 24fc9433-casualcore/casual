      *
      *  TPLVTR.cpy
      *
      *  One detail record of the large-value transaction return
      *  filed with the regulator.  A confirmed transaction is
      *  reported when the customer's confirmed total for the
      *  business date - across every run and partition of the
      *  date - reaches the reporting threshold; the basis says
      *  whether the transaction reached it on its own or only
      *  through the day's total, and the day's count and total
      *  travel on every line.  A transaction reported in an
      *  earlier submission and since reversed or returned is
      *  carried once more as a correction naming the submission
      *  that first reported it.
      *
       05 LVTR-RECORD-TYPE          PIC X(01).
               88 LVTR-DETAIL               VALUE "D".
       05 LVTR-SUBMISSION-SEQ       PIC 9(06).
       05 LVTR-LINE-SEQ             PIC 9(07).
       05 LVTR-ACTION               PIC X(01).
               88 LVTR-NEW-REPORT           VALUE "N".
               88 LVTR-CORRECTION           VALUE "C".
       05 LVTR-REPORT-BASIS         PIC X(01).
               88 LVTR-BASIS-SINGLE         VALUE "S".
               88 LVTR-BASIS-AGGREGATE      VALUE "A".
       05 LVTR-BUSINESS-DATE        PIC 9(08).
       05 LVTR-REFERENCE-NUM        PIC X(12).
       05 LVTR-CUSTOMER-ID          PIC X(10).
       05 LVTR-AMOUNT               PIC 9(11)V99.
       05 LVTR-EFFECTIVE-DATE       PIC X(08).
       05 LVTR-ENTITY-CODE          PIC X(03).
       05 LVTR-RUN-ID               PIC 9(08).
       05 LVTR-DAY-COUNT            PIC 9(05).
       05 LVTR-DAY-TOTAL            PIC 9(13)V99.
      *  Corrections only: the submission that first carried the
      *  transaction and why it no longer stands.
       05 LVTR-ORIGINAL-SUBMISSION  PIC 9(06).
       05 LVTR-CORRECTION-REASON    PIC X(08).
               88 LVTR-REVERSED             VALUE "REVERSED".
               88 LVTR-RETURNED             VALUE "RETURNED".
