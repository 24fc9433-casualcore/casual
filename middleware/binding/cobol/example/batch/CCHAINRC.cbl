               05 GL-DEBIT-CREDIT            PIC X(02).
                       88 GL-IS-DEBIT                VALUE "DR".
               05 GL-AMOUNT                  PIC S9(13)V99.
      *  Fee lines carry FEE: ahead of the service name - the fees
      *  BATCHCLI charged on the bookings, not the bookings.
        01  GL-POSTING-FEE-VIEW.
               05 FILLER                     PIC X(08).
               05 GL-SERVICE-MARK            PIC X(04).
                       88 GL-FEE-LINE                VALUE "FEE:".
               05 FILLER                     PIC X(55).

        WORKING-STORAGE SECTION.
        01  CHAIN-SWITCHES.
           END-READ.

        MARK-ONE-GL-POSTING.
           IF GL-IS-DEBIT AND NOT GL-FEE-LINE
                MOVE GL-POSTING-DATE TO BUCKET-DATE-WORK
                PERFORM FIND-GL-BUCKET
                IF BUCKET-MATCH-FOUND
