      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CRETRAT.cbl
      *
      *  Return rate per customer.  Over a period of days ending
      *  today - thirty unless the command line names another,
      *  up to a year - every customer's payments and the
      *  returns booked against them are counted off BIZSRV's
      *  store TXNSTORE: ordinary bookings standing active by
      *  their effective date, returns (booked by RETNPROC under
      *  RETURN-TXN) by the date they came back.  The rate is
      *  the returns as a percentage of the payments, by count
      *  and by amount; a customer whose rate by count exceeds
      *  the RETCFG tolerance is flagged, provided the customer
      *  made at least the RETCFG minimum of payments in the
      *  period - one return on a single payment says little.
      *  The report RETRTRPT lists the flagged customers first,
      *  then every other customer with a return, and closes
      *  with the period's returns by the bank's reason code off
      *  the returns ledger RETBOOKD.
      *
      *  Usage: retrate [days]
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RETRATE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL RETURNS-CONFIG-FILE ASSIGN TO "RETCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNS-LEDGER-FILE ASSIGN TO "RETBOOKD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RATE-REPORT-FILE ASSIGN TO "RETRTRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  RETURNS-CONFIG-FILE.
        01  RETURNS-CONFIG-RECORD.
           COPY TPRETCFG.

        FD  RETURNS-LEDGER-FILE.
        01  RETURNS-LEDGER-RECORD.
           COPY TPRETBKD.

        FD  RATE-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  PERIOD-TEXT             PIC X(03) VALUE SPACES.
        01  PERIOD-LENGTH           PIC S9(4) COMP-5 VALUE 0.
        01  PERIOD-DAYS             PIC 9(03) VALUE 30.

        01  RATE-SWITCHES.
               05 END-OF-STORE-SW   PIC X(01) VALUE "N".
                       88 END-OF-STORE       VALUE "Y".
               05 END-OF-LEDGER-SW  PIC X(01) VALUE "N".
                       88 END-OF-LEDGER      VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 CUSTOMER-MATCH-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-MATCH-FOUND VALUE "Y".
               05 CUSTOMER-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-TABLE-FULL VALUE "Y".
               05 REASON-MATCH-SW   PIC X(01) VALUE "N".
                       88 REASON-MATCH-FOUND VALUE "Y".
      *  F the flagged customers are being printed, R the rest.
               05 PRINT-PASS-SW     PIC X(01) VALUE "F".
                       88 PRINT-FLAGGED-PASS VALUE "F".
                       88 PRINT-OTHERS-PASS  VALUE "R".
               05 CUSTOMER-FLAG-SW  PIC X(01) VALUE "N".
                       88 CUSTOMER-FLAGGED   VALUE "Y".
                       88 CUSTOMER-TOO-FEW   VALUE "F".

        01  RATE-COUNTERS.
               05 BOOKINGS-READ     PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-IN-PERIOD PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-IN-PERIOD PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-WITH-RETURNS
                                    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-FLAGGED PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-TOO-FEW PIC S9(9) COMP-5 VALUE 0.
               05 BOOKINGS-NOT-COUNTED
                                    PIC S9(9) COMP-5 VALUE 0.
               05 LEDGER-RETURNS    PIC S9(9) COMP-5 VALUE 0.
        01  PAYMENT-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.
        01  RETURN-AMOUNT-TOTAL     PIC S9(13)V99 VALUE 0.

        01  RUN-DATE                PIC 9(08).
        01  PERIOD-START-SERIAL     PIC S9(9) COMP-5 VALUE 0.
        01  RUN-SERIAL-DAY          PIC S9(9) COMP-5 VALUE 0.
      *  RETCFG, else a rate above five percent over at least one
      *  payment.
        01  RATE-TOLERANCE          PIC 9(03)V99 VALUE 5.00.
        01  MINIMUM-PAYMENTS        PIC 9(05) VALUE 1.

      *  Each customer seen in the period: payments and returns,
      *  by count and amount.
        01  CUSTOMER-TABLE.
               05 CUSTOMER-COUNT    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMER-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-IDX.
                       10 CUSTAB-CUSTOMER-ID         PIC X(10).
                       10 CUSTAB-PAYMENT-COUNT       PIC S9(9) COMP-5.
                       10 CUSTAB-PAYMENT-AMOUNT      PIC S9(13)V99.
                       10 CUSTAB-RETURN-COUNT        PIC S9(9) COMP-5.
                       10 CUSTAB-RETURN-AMOUNT       PIC S9(13)V99.
        01  CUSTOMER-FOUND-IDX      USAGE INDEX.
        01  CUSTOMER-KEY-WORK       PIC X(10).

      *  The period's returns by the bank's reason, off the
      *  ledger.
        01  REASON-TABLE.
               05 REASON-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 REASON-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON REASON-COUNT
                       INDEXED BY REASON-IDX.
                       10 RSNTAB-REASON-CODE         PIC X(04).
                       10 RSNTAB-REASON-TEXT         PIC X(30).
                       10 RSNTAB-RETURN-COUNT        PIC S9(9) COMP-5.
                       10 RSNTAB-RETURN-AMOUNT       PIC S9(13)V99.
        01  REASON-FOUND-IDX        USAGE INDEX.

        01  COUNT-RATE-WORK         PIC S9(5)V99 VALUE 0.
        01  AMOUNT-RATE-WORK        PIC S9(5)V99 VALUE 0.

      *  Calendar dates to serial day numbers, for the period.
        01  CALDT-FIELDS.
               05 CALDT-DATE        PIC 9(08).
               05 CALDT-DATE-SPLIT REDEFINES CALDT-DATE.
                       10 CALDT-YYYY         PIC 9(04).
                       10 CALDT-MM           PIC 9(02).
                       10 CALDT-DD           PIC 9(02).
        01  CALDT-SERIAL-DAY        PIC S9(9) COMP-5.
        01  CALDT-PRIOR-YEARS       PIC S9(9) COMP-5.
        01  CALDT-MONTH-SUB         PIC S9(4) COMP-5.
        01  CALDT-LEAP-SW           PIC X(01) VALUE "N".
               88 CALDT-LEAP-YEAR            VALUE "Y".
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
        01  IN-PERIOD-SW            PIC X(01) VALUE "N".
               88 DATE-IN-PERIOD             VALUE "Y".

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "CUSTOMER RETURN RATE REPORT  RUN".
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(09) VALUE "  PERIOD ".
               05 HEAD-PERIOD-DAYS  PIC ZZ9.
               05 FILLER            PIC X(17) VALUE
                    " DAYS  TOLERANCE ".
               05 HEAD-TOLERANCE    PIC ZZ9.99.
               05 FILLER            PIC X(14) VALUE
                    "%  MIN PAYMTS ".
               05 HEAD-MINIMUM      PIC ZZZZ9.
               05 FILLER            PIC X(28) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(12) VALUE "CUSTOMER".
               05 FILLER            PIC X(11) VALUE "  PAYMENTS".
               05 FILLER            PIC X(19) VALUE
                    "     PAYMENT AMOUNT".
               05 FILLER            PIC X(11) VALUE "   RETURNS".
               05 FILLER            PIC X(19) VALUE
                    "      RETURN AMOUNT".
               05 FILLER            PIC X(10) VALUE "   RATE %".
               05 FILLER            PIC X(11) VALUE "  AMOUNT %".
               05 FILLER            PIC X(39) VALUE "  JUDGEMENT".
        01  DETAIL-LINE.
               05 DETAIL-CUSTOMER   PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-PAYMENTS   PIC ZZZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-PAYMENT-AMOUNT PIC Z(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-RETURNS    PIC ZZZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-RETURN-AMOUNT PIC Z(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-COUNT-RATE PIC ZZZZ9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DETAIL-AMOUNT-RATE PIC ZZZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-JUDGEMENT  PIC X(38).
        01  REASON-HEADING-LINE.
               05 FILLER            PIC X(06) VALUE "REASON".
               05 FILLER            PIC X(32) VALUE "BANK'S TEXT".
               05 FILLER            PIC X(11) VALUE "   RETURNS".
               05 FILLER            PIC X(19) VALUE
                    "      RETURN AMOUNT".
               05 FILLER            PIC X(64) VALUE SPACES.
        01  REASON-LINE.
               05 REASON-CODE-OUT   PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 REASON-TEXT-OUT   PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 REASON-RETURNS-OUT PIC ZZZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 REASON-AMOUNT-OUT PIC Z(13)9.99.
               05 FILLER            PIC X(66) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.
        01  AMOUNT-TOTAL-LINE.
               05 AMTLN-CAPTION     PIC X(32).
               05 AMTLN-AMOUNT      PIC Z(12)9.99.
               05 FILLER            PIC X(84) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CRETRAT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO PERIOD-TEXT COUNT IN PERIOD-LENGTH.
           PERFORM TAKE-PERIOD-DAYS.
           PERFORM READ-RETURNS-CONFIG.
           MOVE RUN-DATE TO CALDT-DATE.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           MOVE CALDT-SERIAL-DAY TO RUN-SERIAL-DAY.
           COMPUTE PERIOD-START-SERIAL =
                RUN-SERIAL-DAY - PERIOD-DAYS + 1.

           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
                PERFORM READ-STORE-RECORD
                PERFORM TALLY-ONE-BOOKING UNTIL END-OF-STORE
                CLOSE TXN-STORE-FILE
           ELSE
                DISPLAY "Return rate: transaction store not "
                     "available (status " STORE-FILE-STATUS
                     ") - no rates to report"
           END-IF.
           PERFORM LOAD-REASON-TABLE.

           OPEN OUTPUT RATE-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           SET PRINT-FLAGGED-PASS TO TRUE.
           PERFORM PRINT-ONE-CUSTOMER
                VARYING CUSTOMER-IDX FROM 1 BY 1
                UNTIL CUSTOMER-IDX > CUSTOMER-COUNT.
           SET PRINT-OTHERS-PASS TO TRUE.
           PERFORM PRINT-ONE-CUSTOMER
                VARYING CUSTOMER-IDX FROM 1 BY 1
                UNTIL CUSTOMER-IDX > CUSTOMER-COUNT.
           PERFORM PRINT-REASON-SECTION.
           PERFORM PRINT-RATE-TOTALS.
           CLOSE RATE-REPORT-FILE.
           DISPLAY "Return rate: " PERIOD-DAYS " days, "
                CUSTOMERS-WITH-RETURNS " customers with returns, "
                CUSTOMERS-FLAGGED " over tolerance".
           IF CUSTOMERS-FLAGGED > 0
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      *  The period off the command line - days, 1 to 366 -
      *  else thirty.
      *****************************************************
        TAKE-PERIOD-DAYS.
           IF PERIOD-LENGTH > 0
                IF PERIOD-LENGTH < 4
                     AND PERIOD-TEXT(1:PERIOD-LENGTH) NUMERIC
                     MOVE PERIOD-TEXT(1:PERIOD-LENGTH) TO
                          PERIOD-DAYS
                ELSE
                     MOVE 0 TO PERIOD-DAYS
                END-IF
                IF PERIOD-DAYS = 0 OR PERIOD-DAYS > 366
                     DISPLAY "Return rate: period |"
                          CMD-LINE-REC(1:PERIOD-LENGTH)
                          "| not understood - the default 30 "
                          "days used"
                     MOVE 30 TO PERIOD-DAYS
                END-IF
           END-IF.

      *****************************************************
      *  Tolerance and minimum payments from RETCFG, defaulted
      *  where the file or the field is missing.
      *****************************************************
        READ-RETURNS-CONFIG.
           MOVE 5.00 TO RETCFG-RATE-TOLERANCE.
           MOVE 1 TO RETCFG-MINIMUM-PAYMENTS.
           OPEN INPUT RETURNS-CONFIG-FILE.
           READ RETURNS-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE RETURNS-CONFIG-FILE.
           IF RETCFG-RATE-TOLERANCE NUMERIC
                AND RETCFG-RATE-TOLERANCE > 0
                MOVE RETCFG-RATE-TOLERANCE TO RATE-TOLERANCE
           END-IF.
           IF RETCFG-MINIMUM-PAYMENTS NUMERIC
                AND RETCFG-MINIMUM-PAYMENTS > 0
                MOVE RETCFG-MINIMUM-PAYMENTS TO MINIMUM-PAYMENTS
           END-IF.

        READ-STORE-RECORD.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-STORE TO TRUE
           END-READ.

      *****************************************************
      *  One store entry: an active ordinary booking dated in
      *  the period counts as a payment, an active return dated
      *  in the period as a return.  Fees, and bookings pending,
      *  cancelled or voided, are neither.
      *****************************************************
        TALLY-ONE-BOOKING.
           ADD 1 TO BOOKINGS-READ.
           IF STORE-TXN-ACTIVE AND NOT STORE-FEE-BOOKING
                AND STORE-EFFECTIVE-DATE NUMERIC
                MOVE STORE-EFFECTIVE-DATE TO CALDT-DATE
                PERFORM JUDGE-DATE-IN-PERIOD
                IF DATE-IN-PERIOD
                     MOVE STORE-CUSTOMER-ID TO CUSTOMER-KEY-WORK
                     PERFORM FIND-CUSTOMER-ENTRY
                     IF CUSTOMER-MATCH-FOUND
                          PERFORM ADD-BOOKING-TO-CUSTOMER
                     ELSE
                          ADD 1 TO BOOKINGS-NOT-COUNTED
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-STORE-RECORD.

        ADD-BOOKING-TO-CUSTOMER.
           IF STORE-RETURN-BOOKING
                ADD 1 TO CUSTAB-RETURN-COUNT(CUSTOMER-IDX)
                SUBTRACT STORE-AMOUNT FROM
                     CUSTAB-RETURN-AMOUNT(CUSTOMER-IDX)
                ADD 1 TO RETURNS-IN-PERIOD
                SUBTRACT STORE-AMOUNT FROM RETURN-AMOUNT-TOTAL
           ELSE
                ADD 1 TO CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX)
                ADD STORE-AMOUNT TO
                     CUSTAB-PAYMENT-AMOUNT(CUSTOMER-IDX)
                ADD 1 TO PAYMENTS-IN-PERIOD
                ADD STORE-AMOUNT TO PAYMENT-AMOUNT-TOTAL
           END-IF.

        JUDGE-DATE-IN-PERIOD.
           MOVE "N" TO IN-PERIOD-SW.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           IF CALDT-SERIAL-DAY NOT < PERIOD-START-SERIAL
                AND CALDT-SERIAL-DAY NOT > RUN-SERIAL-DAY
                SET DATE-IN-PERIOD TO TRUE
           END-IF.

      *****************************************************
      *  The customer's entry, started at zero on first sight.
      *****************************************************
        FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER
                VARYING CUSTOMER-IDX FROM 1 BY 1
                UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                     OR CUSTOMER-MATCH-FOUND.
           IF CUSTOMER-MATCH-FOUND
                SET CUSTOMER-IDX TO CUSTOMER-FOUND-IDX
           ELSE
                IF CUSTOMER-COUNT < 10000
                     ADD 1 TO CUSTOMER-COUNT
                     SET CUSTOMER-IDX TO CUSTOMER-COUNT
                     MOVE CUSTOMER-KEY-WORK TO
                          CUSTAB-CUSTOMER-ID(CUSTOMER-IDX)
                     MOVE 0 TO CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX)
                     MOVE 0 TO CUSTAB-PAYMENT-AMOUNT(CUSTOMER-IDX)
                     MOVE 0 TO CUSTAB-RETURN-COUNT(CUSTOMER-IDX)
                     MOVE 0 TO CUSTAB-RETURN-AMOUNT(CUSTOMER-IDX)
                     SET CUSTOMER-MATCH-FOUND TO TRUE
                ELSE
                     IF NOT CUSTOMER-TABLE-FULL
                          DISPLAY "Return rate: customer table full "
                               "at " CUSTOMER-COUNT " - later "
                               "customers are not counted"
                          SET CUSTOMER-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.

        MATCH-ONE-CUSTOMER.
           IF CUSTAB-CUSTOMER-ID(CUSTOMER-IDX) = CUSTOMER-KEY-WORK
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET CUSTOMER-FOUND-IDX TO CUSTOMER-IDX
           END-IF.

      *****************************************************
      *  The period's returns by reason, off the ledger.
      *****************************************************
        LOAD-REASON-TABLE.
           OPEN INPUT RETURNS-LEDGER-FILE.
           PERFORM READ-LEDGER-RECORD.
           PERFORM TALLY-ONE-LEDGER-RETURN UNTIL END-OF-LEDGER.
           CLOSE RETURNS-LEDGER-FILE.

        READ-LEDGER-RECORD.
           READ RETURNS-LEDGER-FILE
                AT END SET END-OF-LEDGER TO TRUE
           END-READ.

        TALLY-ONE-LEDGER-RETURN.
           IF RETBKD-RETURN-DATE NUMERIC
                MOVE RETBKD-RETURN-DATE TO CALDT-DATE
                PERFORM JUDGE-DATE-IN-PERIOD
                IF DATE-IN-PERIOD
                     ADD 1 TO LEDGER-RETURNS
                     PERFORM FIND-REASON-ENTRY
                     IF REASON-MATCH-FOUND
                          ADD 1 TO RSNTAB-RETURN-COUNT(REASON-IDX)
                          ADD RETBKD-AMOUNT TO
                               RSNTAB-RETURN-AMOUNT(REASON-IDX)
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-LEDGER-RECORD.

        FIND-REASON-ENTRY.
           MOVE "N" TO REASON-MATCH-SW.
           PERFORM MATCH-ONE-REASON
                VARYING REASON-IDX FROM 1 BY 1
                UNTIL REASON-IDX > REASON-COUNT
                     OR REASON-MATCH-FOUND.
           IF REASON-MATCH-FOUND
                SET REASON-IDX TO REASON-FOUND-IDX
           ELSE
                IF REASON-COUNT < 200
                     ADD 1 TO REASON-COUNT
                     SET REASON-IDX TO REASON-COUNT
                     MOVE RETBKD-REASON-CODE TO
                          RSNTAB-REASON-CODE(REASON-IDX)
                     MOVE RETBKD-REASON-TEXT TO
                          RSNTAB-REASON-TEXT(REASON-IDX)
                     MOVE 0 TO RSNTAB-RETURN-COUNT(REASON-IDX)
                     MOVE 0 TO RSNTAB-RETURN-AMOUNT(REASON-IDX)
                     SET REASON-MATCH-FOUND TO TRUE
                END-IF
           END-IF.

        MATCH-ONE-REASON.
           IF RSNTAB-REASON-CODE(REASON-IDX) = RETBKD-REASON-CODE
                SET REASON-MATCH-FOUND TO TRUE
                SET REASON-FOUND-IDX TO REASON-IDX
           END-IF.

      *****************************************************
      *  One customer with returns, judged against the
      *  tolerance and printed in its pass: the flagged first,
      *  then the rest.  A customer with returns but no payment
      *  in the period - the payment predates it - rates at a
      *  hundred percent and is judged like any other.
      *****************************************************
        PRINT-ONE-CUSTOMER.
           IF CUSTAB-RETURN-COUNT(CUSTOMER-IDX) > 0
                PERFORM JUDGE-CUSTOMER-RATE
                IF (PRINT-FLAGGED-PASS AND CUSTOMER-FLAGGED)
                     OR (PRINT-OTHERS-PASS AND NOT CUSTOMER-FLAGGED)
                     PERFORM PRINT-CUSTOMER-LINE
                END-IF
           END-IF.

        JUDGE-CUSTOMER-RATE.
           MOVE 100 TO COUNT-RATE-WORK.
           MOVE 100 TO AMOUNT-RATE-WORK.
           IF CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX) > 0
                COMPUTE COUNT-RATE-WORK ROUNDED =
                     CUSTAB-RETURN-COUNT(CUSTOMER-IDX) * 100
                     / CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX)
           END-IF.
           IF CUSTAB-PAYMENT-AMOUNT(CUSTOMER-IDX) > 0
                COMPUTE AMOUNT-RATE-WORK ROUNDED =
                     CUSTAB-RETURN-AMOUNT(CUSTOMER-IDX) * 100
                     / CUSTAB-PAYMENT-AMOUNT(CUSTOMER-IDX)
           END-IF.
           MOVE "N" TO CUSTOMER-FLAG-SW.
           IF COUNT-RATE-WORK > RATE-TOLERANCE
                IF CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX) <
                     MINIMUM-PAYMENTS
                     SET CUSTOMER-TOO-FEW TO TRUE
                ELSE
                     SET CUSTOMER-FLAGGED TO TRUE
                END-IF
           END-IF.

        PRINT-CUSTOMER-LINE.
           MOVE CUSTAB-CUSTOMER-ID(CUSTOMER-IDX) TO DETAIL-CUSTOMER.
           MOVE CUSTAB-PAYMENT-COUNT(CUSTOMER-IDX) TO
                DETAIL-PAYMENTS.
           MOVE CUSTAB-PAYMENT-AMOUNT(CUSTOMER-IDX) TO
                DETAIL-PAYMENT-AMOUNT.
           MOVE CUSTAB-RETURN-COUNT(CUSTOMER-IDX) TO DETAIL-RETURNS.
           MOVE CUSTAB-RETURN-AMOUNT(CUSTOMER-IDX) TO
                DETAIL-RETURN-AMOUNT.
           MOVE COUNT-RATE-WORK TO DETAIL-COUNT-RATE.
           MOVE AMOUNT-RATE-WORK TO DETAIL-AMOUNT-RATE.
           ADD 1 TO CUSTOMERS-WITH-RETURNS.
           EVALUATE TRUE
                WHEN CUSTOMER-FLAGGED
                     ADD 1 TO CUSTOMERS-FLAGGED
                     MOVE "** OVER TOLERANCE" TO DETAIL-JUDGEMENT
                WHEN CUSTOMER-TOO-FEW
                     ADD 1 TO CUSTOMERS-TOO-FEW
                     MOVE "OVER - TOO FEW PAYMENTS TO JUDGE" TO
                          DETAIL-JUDGEMENT
                WHEN OTHER
                     MOVE "WITHIN TOLERANCE" TO DETAIL-JUDGEMENT
           END-EVALUATE.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  The period's returns by the bank's reason code.
      *****************************************************
        PRINT-REASON-SECTION.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REASON-HEADING-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF REASON-COUNT = 0
                MOVE "NO RETURNS ON THE LEDGER FOR THE PERIOD" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-ONE-REASON
                VARYING REASON-IDX FROM 1 BY 1
                UNTIL REASON-IDX > REASON-COUNT.

        PRINT-ONE-REASON.
           MOVE RSNTAB-REASON-CODE(REASON-IDX) TO REASON-CODE-OUT.
           MOVE RSNTAB-REASON-TEXT(REASON-IDX) TO REASON-TEXT-OUT.
           MOVE RSNTAB-RETURN-COUNT(REASON-IDX) TO
                REASON-RETURNS-OUT.
           MOVE RSNTAB-RETURN-AMOUNT(REASON-IDX) TO
                REASON-AMOUNT-OUT.
           MOVE REASON-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Run totals after the reasons.
      *****************************************************
        PRINT-RATE-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CUSTOMERS-WITH-RETURNS = 0
                MOVE "NO CUSTOMER HAD A RETURN IN THE PERIOD" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "STORE ENTRIES READ" TO TOTLN-CAPTION.
           MOVE BOOKINGS-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PAYMENTS IN THE PERIOD" TO TOTLN-CAPTION.
           MOVE PAYMENTS-IN-PERIOD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  AMOUNT" TO AMTLN-CAPTION.
           MOVE PAYMENT-AMOUNT-TOTAL TO AMTLN-AMOUNT.
           PERFORM WRITE-AMOUNT-TOTAL-LINE.
           MOVE "RETURNS IN THE PERIOD" TO TOTLN-CAPTION.
           MOVE RETURNS-IN-PERIOD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  AMOUNT" TO AMTLN-CAPTION.
           MOVE RETURN-AMOUNT-TOTAL TO AMTLN-AMOUNT.
           PERFORM WRITE-AMOUNT-TOTAL-LINE.
           MOVE "RETURNS ON THE LEDGER" TO TOTLN-CAPTION.
           MOVE LEDGER-RETURNS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS WITH PAYMENTS/RETURNS" TO TOTLN-CAPTION.
           MOVE CUSTOMER-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS WITH RETURNS" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-WITH-RETURNS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OVER TOLERANCE" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-FLAGGED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OVER, TOO FEW PAYMENTS" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-TOO-FEW TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
      *  Bookings the full table had no room for are in no
      *  customer's figure above, and the reader must be told.
           IF CUSTOMER-TABLE-FULL
                MOVE "** BOOKINGS NOT COUNTED - FULL" TO
                     TOTLN-CAPTION
                MOVE BOOKINGS-NOT-COUNTED TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
           END-IF.

        WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        WRITE-AMOUNT-TOTAL-LINE.
           MOVE AMOUNT-TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Write the line held in PRINT-WORK-LINE, breaking to a
      *  fresh page with headings when the current page is full.
      *****************************************************
        WRITE-REPORT-LINE.
           IF LINES-ON-PAGE NOT < LINES-PER-PAGE
                PERFORM PRINT-PAGE-HEADINGS
           END-IF.
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE PERIOD-DAYS TO HEAD-PERIOD-DAYS.
           MOVE RATE-TOLERANCE TO HEAD-TOLERANCE.
           MOVE MINIMUM-PAYMENTS TO HEAD-MINIMUM.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  Serial day number (days since the start of year 1,
      *  Gregorian throughout).
      *****************************************************
        CONVERT-CALDT-TO-SERIAL.
           COMPUTE CALDT-PRIOR-YEARS = CALDT-YYYY - 1.
           COMPUTE CALDT-SERIAL-DAY =
                (CALDT-PRIOR-YEARS * 365)
                + (CALDT-PRIOR-YEARS / 4)
                - (CALDT-PRIOR-YEARS / 100)
                + (CALDT-PRIOR-YEARS / 400)
                + CALDT-DD.
           PERFORM ADD-CALDT-MONTH-DAYS
                VARYING CALDT-MONTH-SUB FROM 1 BY 1
                UNTIL CALDT-MONTH-SUB NOT < CALDT-MM.
           PERFORM CHECK-CALDT-LEAP-YEAR.
           IF CALDT-LEAP-YEAR AND CALDT-MM > 2
                ADD 1 TO CALDT-SERIAL-DAY
           END-IF.

        ADD-CALDT-MONTH-DAYS.
           ADD DAYS-IN-MONTH(CALDT-MONTH-SUB) TO CALDT-SERIAL-DAY.

        CHECK-CALDT-LEAP-YEAR.
           MOVE "N" TO CALDT-LEAP-SW.
           DIVIDE CALDT-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO CALDT-LEAP-SW
                DIVIDE CALDT-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO CALDT-LEAP-SW
                     DIVIDE CALDT-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO CALDT-LEAP-SW
                     END-IF
                END-IF
           END-IF.
