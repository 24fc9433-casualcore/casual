                       88 GL-IS-DEBIT                VALUE "DR".
                       88 GL-IS-CREDIT               VALUE "CR".
               05 GL-AMOUNT                  PIC S9(13)V99.
      *  Fee lines carry FEE: ahead of the service name - the fees
      *  BATCHCLI charged on the bookings, not the bookings.
        01  GL-POSTING-FEE-VIEW.
               05 FILLER                     PIC X(08).
               05 GL-SERVICE-MARK            PIC X(04).
                       88 GL-FEE-LINE                VALUE "FEE:".
               05 FILLER                     PIC X(55).

      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CSETLRPT.cbl.  The run id columns at
               05 OUTPUT-OK-AMOUNT  PIC S9(13)V99 VALUE 0.
               05 GL-DEBIT-TOTAL    PIC S9(13)V99 VALUE 0.
               05 GL-CREDIT-TOTAL   PIC S9(13)V99 VALUE 0.
               05 GL-FEE-DEBIT-TOTAL PIC S9(13)V99 VALUE 0.
        01  SENT-AMOUNT-WORK        PIC S9(9)V99 VALUE 0.
        01  AMOUNT-DISPLAY-TEXT     PIC -(13)9.99.
        01  RECV-DISPLAY-TEXT       PIC -(13)9.99.
           EVALUATE TRUE
                WHEN GL-IS-DEBIT
                     ADD GL-AMOUNT TO GL-DEBIT-TOTAL
                     IF GL-FEE-LINE
                          ADD GL-AMOUNT TO GL-FEE-DEBIT-TOTAL
                     END-IF
                WHEN GL-IS-CREDIT
                     ADD GL-AMOUNT TO GL-CREDIT-TOTAL
           END-EVALUATE.
           MOVE GL-CREDIT-TOTAL TO RECV-DISPLAY-TEXT.
           DISPLAY "GL debits:         " AMOUNT-DISPLAY-TEXT.
           DISPLAY "GL credits:        " RECV-DISPLAY-TEXT.
           IF GL-FEE-DEBIT-TOTAL NOT = 0
                MOVE GL-FEE-DEBIT-TOTAL TO AMOUNT-DISPLAY-TEXT
                DISPLAY "  of which fees:   " AMOUNT-DISPLAY-TEXT
           END-IF.
           MOVE OUTPUT-OK-AMOUNT TO AMOUNT-DISPLAY-TEXT.
           DISPLAY "Settlement amount: " AMOUNT-DISPLAY-TEXT.
           DISPLAY "Run-control OKs:   " RUNCTL-OK-TOTAL.
                     CLOSE-CONDITION-TEXT
                PERFORM WRITE-HOLD-RECORD
           END-IF.
      *  The settlement amount is the bookings alone - the fee
      *  lines charged on them stand outside it.
           IF GL-DEBIT-TOTAL - GL-FEE-DEBIT-TOTAL NOT =
                OUTPUT-OK-AMOUNT
                PERFORM FAIL-ONE-CONDITION
                DISPLAY "  GL-NE-SETTLEMENT"
                MOVE "GL-NE-SETTLEMENT" TO CLOSE-CONDITION-TEXT
