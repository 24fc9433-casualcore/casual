      *
      *  TPSNDSCH.cpy
      *
      *  One slot on the expected-senders schedule SENDSCHD: a
      *  source system whose header id is expected to land a feed
      *  by a time of day, the cut-off after which its absence is
      *  an alert, and the priority its file takes in the night's
      *  manifest - lowest number first.  A source sending more
      *  than one file a night has a slot per file, its arrivals
      *  filling them in expected-time order.
      *
       05 SNDSCH-SOURCE-ID          PIC X(10).
      *  HHMM, local time.
       05 SNDSCH-EXPECTED-TIME      PIC 9(04).
       05 SNDSCH-CUTOFF-TIME        PIC 9(04).
       05 SNDSCH-PRIORITY           PIC 9(03).
      *  Y or N for each day Monday to Sunday the feed is sent;
      *  spaces for a feed sent every day.
       05 SNDSCH-SEND-DAYS          PIC X(07).
