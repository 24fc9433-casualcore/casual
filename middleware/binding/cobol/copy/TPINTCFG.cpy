      *
      *  TPINTCFG.cpy
      *
      *  Settings for the daytime intake service INTAKE: the time
      *  of day its evening cut-off falls, and the source id its
      *  intake files carry in their headers - the id the
      *  expected-senders schedule SENDSCHD must have a slot for.
      *
      *  HHMM, local time.
       05 INTCFG-CUTOFF-TIME        PIC 9(04).
       05 INTCFG-SOURCE-ID          PIC X(10).
