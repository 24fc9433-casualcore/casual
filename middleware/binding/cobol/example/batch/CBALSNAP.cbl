      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CBALSNAP.cbl
      *
      *  Nightly snapshot of the customer balance file BIZSRV
      *  maintains: one line per customer with the opening
      *  balance, the day's debits and credits and the closing
      *  balance, the overdraft allowance, and a flag for an
      *  account overdrawn, past its allowance, or whose figures
      *  do not add up.  Each entry is then rolled forward - the
      *  closing balance becomes tomorrow's opening and the
      *  movement totals start again - so the snapshot is taken
      *  once, after the day's bookings have stopped.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BALSNAP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-BALANCE-FILE ASSIGN TO "CUSTBAL"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY CUSBAL-CUSTOMER-ID
                FILE STATUS BALANCE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
           SELECT SNAPSHOT-REPORT-FILE ASSIGN TO "BALRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-BALANCE-FILE.
        01  CUSTOMER-BALANCE-RECORD.
           COPY TPCUSBAL.

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  SNAPSHOT-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  BALANCE-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  SNAPSHOT-SWITCHES.
               05 END-OF-BALANCES-SW PIC X(01) VALUE "N".
                       88 END-OF-BALANCES    VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-FILE-PRESENT VALUE "Y".

        01  SNAPSHOT-COUNTERS.
               05 CUSTOMERS-LISTED  PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-OVERDRAWN PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-PAST-ALLOWANCE PIC S9(9) COMP-5
                                                  VALUE 0.
               05 CUSTOMERS-OUT-OF-BALANCE PIC S9(9) COMP-5
                                                  VALUE 0.
               05 ROLL-FORWARD-FAILURES PIC S9(9) COMP-5 VALUE 0.

        01  SNAPSHOT-TOTALS.
               05 TOTAL-OPENING     PIC S9(13)V99 VALUE 0.
               05 TOTAL-DEBITS      PIC S9(13)V99 VALUE 0.
               05 TOTAL-CREDITS     PIC S9(13)V99 VALUE 0.
               05 TOTAL-CLOSING     PIC S9(13)V99 VALUE 0.
        01  EXPECTED-CLOSING        PIC S9(11)V99 VALUE 0.

        01  TODAY-DATE              PIC 9(08).

      *  Report lines.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.
        01  HEADING-LINE-1.
               05 FILLER            PIC X(26) VALUE
                    "CUSTOMER BALANCE SNAPSHOT ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(89) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  COLUMN-HEADING-LINE.
               05 FILLER            PIC X(42) VALUE
                    "CUSTOMER   NAME".
               05 FILLER            PIC X(16) VALUE
                    "         OPENING".
               05 FILLER            PIC X(16) VALUE
                    "          DEBITS".
               05 FILLER            PIC X(16) VALUE
                    "         CREDITS".
               05 FILLER            PIC X(16) VALUE
                    "         CLOSING".
               05 FILLER            PIC X(14) VALUE
                    "     ALLOWANCE".
               05 FILLER            PIC X(12) VALUE SPACES.
        01  BALANCE-DETAIL-LINE.
               05 DETAIL-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CUSTOMER-NAME PIC X(30).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-OPENING    PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-DEBITS     PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CREDITS    PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CLOSING    PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-ALLOWANCE  PIC -(9)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-FLAG       PIC X(12).
        01  TOTAL-LINE.
               05 FILLER            PIC X(10) VALUE "TOTALS".
               05 TOTLN-CUSTOMERS   PIC ZZZZZZZZ9.
               05 FILLER            PIC X(23) VALUE " CUSTOMERS".
               05 TOTLN-OPENING     PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 TOTLN-DEBITS      PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 TOTLN-CREDITS     PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 TOTLN-CLOSING     PIC -(11)9.99.
               05 FILLER            PIC X(27) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CBALSNAP.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
                AND BALANCE-FILE-STATUS NOT = "05"
                DISPLAY "Customer balances: open failed with status "
                     BALANCE-FILE-STATUS " - no snapshot taken"
           ELSE
                PERFORM OPEN-CUSTOMER-MASTER
                OPEN OUTPUT SNAPSHOT-REPORT-FILE
                PERFORM PRINT-PAGE-HEADINGS
                PERFORM READ-BALANCE-RECORD
                PERFORM SNAPSHOT-ONE-CUSTOMER UNTIL END-OF-BALANCES
                PERFORM PRINT-SNAPSHOT-TOTALS
                CLOSE SNAPSHOT-REPORT-FILE
                CLOSE CUSTOMER-BALANCE-FILE
                IF MASTER-FILE-PRESENT
                     CLOSE CUSTOMER-MASTER-FILE
                END-IF
                DISPLAY "Customers in the snapshot: "
                     CUSTOMERS-LISTED
                DISPLAY "Overdrawn:                 "
                     CUSTOMERS-OVERDRAWN
                DISPLAY "Past their allowance:      "
                     CUSTOMERS-PAST-ALLOWANCE
                DISPLAY "Out of balance:            "
                     CUSTOMERS-OUT-OF-BALANCE
                DISPLAY "Not rolled forward:        "
                     ROLL-FORWARD-FAILURES
           END-IF.
           STOP RUN.

      *****************************************************
      *  The master only supplies names; the snapshot runs
      *  without it.
      *****************************************************
        OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
                SET MASTER-FILE-PRESENT TO TRUE
           END-IF.

        READ-BALANCE-RECORD.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
                AT END SET END-OF-BALANCES TO TRUE
           END-READ.

      *****************************************************
      *  One customer: list the day's figures, check that the
      *  opening less debits plus credits comes to the closing
      *  balance, then roll the entry forward.
      *****************************************************
        SNAPSHOT-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-LISTED.
           MOVE CUSBAL-CUSTOMER-ID TO DETAIL-CUSTOMER-ID.
           PERFORM LOOK-UP-CUSTOMER-NAME.
           MOVE CUSBAL-OPENING-BALANCE TO DETAIL-OPENING.
           MOVE CUSBAL-DEBIT-TOTAL TO DETAIL-DEBITS.
           MOVE CUSBAL-CREDIT-TOTAL TO DETAIL-CREDITS.
           MOVE CUSBAL-CURRENT-BALANCE TO DETAIL-CLOSING.
           MOVE CUSBAL-OVERDRAFT-LIMIT TO DETAIL-ALLOWANCE.
           COMPUTE EXPECTED-CLOSING = CUSBAL-OPENING-BALANCE
                - CUSBAL-DEBIT-TOTAL + CUSBAL-CREDIT-TOTAL.
           EVALUATE TRUE
                WHEN EXPECTED-CLOSING NOT = CUSBAL-CURRENT-BALANCE
                     MOVE "OUT OF BAL" TO DETAIL-FLAG
                     ADD 1 TO CUSTOMERS-OUT-OF-BALANCE
                WHEN CUSBAL-CURRENT-BALANCE <
                     0 - CUSBAL-OVERDRAFT-LIMIT
                     MOVE "PAST ALLOW" TO DETAIL-FLAG
                     ADD 1 TO CUSTOMERS-PAST-ALLOWANCE
                WHEN CUSBAL-CURRENT-BALANCE < 0
                     MOVE "OVERDRAWN" TO DETAIL-FLAG
                     ADD 1 TO CUSTOMERS-OVERDRAWN
                WHEN OTHER
                     MOVE SPACES TO DETAIL-FLAG
           END-EVALUATE.
           MOVE BALANCE-DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD CUSBAL-OPENING-BALANCE TO TOTAL-OPENING.
           ADD CUSBAL-DEBIT-TOTAL TO TOTAL-DEBITS.
           ADD CUSBAL-CREDIT-TOTAL TO TOTAL-CREDITS.
           ADD CUSBAL-CURRENT-BALANCE TO TOTAL-CLOSING.
           PERFORM ROLL-BALANCE-FORWARD.
           PERFORM READ-BALANCE-RECORD.

        LOOK-UP-CUSTOMER-NAME.
           MOVE SPACES TO DETAIL-CUSTOMER-NAME.
           IF MASTER-FILE-PRESENT
                MOVE CUSBAL-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                          MOVE "(NOT ON MASTER)" TO
                               DETAIL-CUSTOMER-NAME
                     NOT INVALID KEY
                          MOVE CUSMST-CUSTOMER-NAME TO
                               DETAIL-CUSTOMER-NAME
                END-READ
           END-IF.

      *****************************************************
      *  Tonight's closing is tomorrow's opening.
      *****************************************************
        ROLL-BALANCE-FORWARD.
           MOVE CUSBAL-CURRENT-BALANCE TO CUSBAL-OPENING-BALANCE.
           MOVE 0 TO CUSBAL-DEBIT-TOTAL.
           MOVE 0 TO CUSBAL-CREDIT-TOTAL.
           MOVE 0 TO CUSBAL-MOVEMENT-COUNT.
           MOVE TODAY-DATE TO CUSBAL-SNAPSHOT-DATE.
           REWRITE CUSTOMER-BALANCE-RECORD
                INVALID KEY
                     ADD 1 TO ROLL-FORWARD-FAILURES
                     DISPLAY "Balance for " CUSBAL-CUSTOMER-ID
                          " not rolled forward"
           END-REWRITE.

        PRINT-SNAPSHOT-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CUSTOMERS-LISTED TO TOTLN-CUSTOMERS.
           MOVE TOTAL-OPENING TO TOTLN-OPENING.
           MOVE TOTAL-DEBITS TO TOTLN-DEBITS.
           MOVE TOTAL-CREDITS TO TOTLN-CREDITS.
           MOVE TOTAL-CLOSING TO TOTLN-CLOSING.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
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
           MOVE SPACES TO PRINT-WORK-LINE.
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
