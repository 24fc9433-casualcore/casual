      *
      *  TPFRDALR.cpy
      *
      *  One line of the fraud alerts file: a record BATCHCLI held
      *  because it broke one of the behaviour rules, with the
      *  customer's profile figures and the night's figures up to
      *  and including the record, so the fraud team can see why
      *  without re-running anything.  At the end of a run each
      *  customer alerted on gets one NIGHT-TOTAL line with the
      *  night's final figures.  Append-only, shared by every run.
      *
       05 FRDALR-DATE               PIC 9(08).
       05 FRDALR-TIME               PIC 9(08).
       05 FRDALR-RUN-ID             PIC 9(08).
       05 FRDALR-SOURCE-ID          PIC X(10).
       05 FRDALR-REFERENCE-NUM      PIC X(12).
       05 FRDALR-CUSTOMER-ID        PIC X(10).
      *  VELOCITY far more bookings than the customer's usual
      *  night, SPIKE an amount far beyond the customer's usual
      *  and past their largest, STRUCTURING pieces adding up to
      *  just under the daily ceiling, NIGHT-TOTAL the closing
      *  figures.
       05 FRDALR-RULE               PIC X(12).
               88 FRDALR-VELOCITY           VALUE "VELOCITY".
               88 FRDALR-SPIKE              VALUE "SPIKE".
               88 FRDALR-STRUCTURING        VALUE "STRUCTURING".
               88 FRDALR-NIGHT-TOTAL        VALUE "NIGHT-TOTAL".
       05 FRDALR-AMOUNT             PIC S9(11)V99.
       05 FRDALR-NIGHT-COUNT        PIC 9(07).
       05 FRDALR-NIGHT-AMOUNT       PIC S9(13)V99.
       05 FRDALR-NIGHT-LARGEST      PIC S9(11)V99.
       05 FRDALR-NIGHT-ALERTS       PIC 9(05).
      *  The profile as scored against - zeros for a customer
      *  with no profile, or one too new to be trusted.
       05 FRDALR-PROFILE-NIGHTS     PIC 9(05).
       05 FRDALR-PROFILE-TYPICAL    PIC 9(07).
       05 FRDALR-PROFILE-AVERAGE    PIC S9(11)V99.
       05 FRDALR-PROFILE-LARGEST    PIC S9(11)V99.
      *  Zero for a customer with no ceiling on file.
       05 FRDALR-DAILY-CEILING      PIC 9(11)V99.
