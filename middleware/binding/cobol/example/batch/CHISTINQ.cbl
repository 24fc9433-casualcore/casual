      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CHISTINQ.cbl
      *
      *  Search of the transaction history store HISTLOAD keeps
      *  from the rolled generations:
      *
      *     histinq REF <reference> <user-id>
      *                               one reference
      *     histinq CUSTOMER <customer> <from> <to> <user-id>
      *                               a customer's records with
      *                               effective dates from/to
      *                               (YYYYMMDD) inclusive
      *     histinq AMOUNT <low> <high> <user-id>
      *                               booked amounts low/high
      *                               inclusive, e.g. 1500.00
      *     histinq DISP <disposition> <user-id>
      *                               every record whose final
      *                               disposition is the status
      *                               word given (OK, FAILED,
      *                               REJECT, SUSPND, REVRSD ...)
      *
      *  Customer ids are shown under the MASKRUL rule for
      *  TXNHIST, or the BATCHOUT rule when TXNHIST has none,
      *  unless the user is named for HISTFULL on the authorized-
      *  operators file.  Unlike the operator commands, an empty
      *  or missing authorized-operators file grants no one the
      *  full ids.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HISTINQ.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL HISTORY-STORE-FILE ASSIGN TO "TXNHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TXNHST-REFERENCE-NUM
                ALTERNATE RECORD KEY TXNHST-CUSTOMER-DATE-KEY
                     WITH DUPLICATES
                FILE STATUS HISTORY-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO "MASKRUL"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

        FD  MASKING-RULES-FILE.
        01  MASKING-RULE-RECORD.
               05 MASKRUL-RECORD-TYPE        PIC X(01).
                       88 MASKRUL-MASK-RULE          VALUE "M".
                       88 MASKRUL-UNMASK-AUTH        VALUE "U".
               05 MASKRUL-TARGET             PIC X(08).
               05 MASKRUL-KEEP-LEADING       PIC 9(02).
               05 MASKRUL-KEEP-TRAILING      PIC 9(02).

        WORKING-STORAGE SECTION.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  INQUIRY-ACTION          PIC X(08) VALUE SPACES.
               88 INQUIRY-REFERENCE          VALUE "REF".
               88 INQUIRY-CUSTOMER           VALUE "CUSTOMER".
               88 INQUIRY-AMOUNT             VALUE "AMOUNT".
               88 INQUIRY-DISPOSITION        VALUE "DISP".
        01  INQUIRY-ARGUMENTS.
               05 INQUIRY-ARGUMENT-1 PIC X(12) VALUE SPACES.
               05 INQUIRY-ARGUMENT-2 PIC X(12) VALUE SPACES.
               05 INQUIRY-ARGUMENT-3 PIC X(12) VALUE SPACES.
               05 INQUIRY-ARGUMENT-4 PIC X(12) VALUE SPACES.
        01  INQUIRY-USER-ID         PIC X(08) VALUE SPACES.

        01  INQUIRY-SWITCHES.
               05 HISTORY-OPEN-SW   PIC X(01) VALUE "N".
                       88 HISTORY-IS-OPEN    VALUE "Y".
               05 END-OF-HISTORY-SW PIC X(01) VALUE "N".
                       88 END-OF-HISTORY     VALUE "Y".
               05 END-OF-OPAUTH-SW  PIC X(01) VALUE "N".
                       88 END-OF-OPAUTH      VALUE "Y".
               05 FULL-ID-AUTH-SW   PIC X(01) VALUE "N".
                       88 FULL-ID-AUTHORIZED VALUE "Y".
               05 END-OF-MASKRUL-SW PIC X(01) VALUE "N".
                       88 END-OF-MASKRUL     VALUE "Y".
               05 HISTORY-MASK-SW   PIC X(01) VALUE "N".
                       88 HISTORY-MASK-PRESENT VALUE "Y".
               05 OUTPUT-MASK-SW    PIC X(01) VALUE "N".
                       88 OUTPUT-MASK-PRESENT VALUE "Y".
               05 ARGUMENTS-SW      PIC X(01) VALUE "Y".
                       88 ARGUMENTS-VALID    VALUE "Y".

        01  INQUIRY-COUNTERS.
               05 ITEMS-LISTED      PIC S9(9) COMP-5 VALUE 0.
        01  LIST-AMOUNT-TOTAL       PIC S9(13)V99 VALUE 0.

      *  The search bounds off the command line.
        01  SEARCH-CUSTOMER-ID      PIC X(10) VALUE SPACES.
        01  SEARCH-FROM-TEXT        PIC X(08) VALUE SPACES.
        01  SEARCH-FROM-DATE REDEFINES SEARCH-FROM-TEXT
                                    PIC 9(08).
        01  SEARCH-TO-TEXT          PIC X(08) VALUE SPACES.
        01  SEARCH-TO-DATE REDEFINES SEARCH-TO-TEXT
                                    PIC 9(08).
        01  SEARCH-LOW-AMOUNT       PIC 9(09)V99 VALUE 0.
        01  SEARCH-HIGH-AMOUNT      PIC 9(09)V99 VALUE 0.
        01  SEARCH-DISPOSITION      PIC X(06) VALUE SPACES.

      *  An amount typed as whole units with optional cents,
      *  lined up as digits.
        01  AMOUNT-INPUT-TEXT       PIC X(12).
        01  AMOUNT-PARSE-AREA.
               05 AMOUNT-WHOLE-TEXT PIC X(09) JUSTIFIED RIGHT.
               05 AMOUNT-CENTS-TEXT PIC X(02).
        01  AMOUNT-PARSE-VALUE REDEFINES AMOUNT-PARSE-AREA
                                    PIC 9(09)V99.
        01  AMOUNT-PARSED           PIC 9(09)V99.

        01  HISTORY-KEEP-LEADING    PIC 9(02) VALUE 0.
        01  HISTORY-KEEP-TRAILING   PIC 9(02) VALUE 0.
        01  OUTPUT-KEEP-LEADING     PIC 9(02) VALUE 0.
        01  OUTPUT-KEEP-TRAILING    PIC 9(02) VALUE 0.
        01  MASK-WORK-ID            PIC X(10).
        01  MASK-FIRST-POSITION     PIC S9(4) COMP-5.
        01  MASK-FILL-LENGTH        PIC S9(4) COMP-5.

        01  TRACE-AMOUNT-TEXT       PIC -(9)9.99.
        01  TRACE-ORIG-AMOUNT-TEXT  PIC -(9)9.99.
        01  TOTAL-AMOUNT-TEXT       PIC -(13)9.99.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CHISTINQ.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO INQUIRY-ACTION INQUIRY-ARGUMENT-1
                     INQUIRY-ARGUMENT-2 INQUIRY-ARGUMENT-3
                     INQUIRY-ARGUMENT-4
                WITH POINTER CMD-PARSE-PTR.
           PERFORM CHECK-SEARCH-ARGUMENTS.
           IF NOT ARGUMENTS-VALID
                DISPLAY "Usage: histinq REF <reference> <user-id>"
                DISPLAY "       histinq CUSTOMER <customer> "
                     "<from YYYYMMDD> <to YYYYMMDD> <user-id>"
                DISPLAY "       histinq AMOUNT <low> <high> "
                     "<user-id>"
                DISPLAY "       histinq DISP <disposition> "
                     "<user-id>"
                STOP RUN
           END-IF.

           PERFORM LOAD-MASKING-RULES.
           PERFORM CHECK-FULL-ID-AUTHORITY.
           PERFORM OPEN-HISTORY-STORE.
           IF HISTORY-IS-OPEN
                EVALUATE TRUE
                     WHEN INQUIRY-REFERENCE
                          PERFORM SHOW-ONE-REFERENCE
                     WHEN INQUIRY-CUSTOMER
                          PERFORM LIST-CUSTOMER-HISTORY
                     WHEN OTHER
                          PERFORM LIST-BY-FULL-PASS
                END-EVALUATE
                CLOSE HISTORY-STORE-FILE
                MOVE LIST-AMOUNT-TOTAL TO TOTAL-AMOUNT-TEXT
                DISPLAY "Items listed:      " ITEMS-LISTED
                DISPLAY "Amount booked:     " TOTAL-AMOUNT-TEXT
                IF NOT FULL-ID-AUTHORIZED
                     AND (HISTORY-MASK-PRESENT
                          OR OUTPUT-MASK-PRESENT)
                     DISPLAY "Customer ids masked for "
                          INQUIRY-USER-ID
                END-IF
           END-IF.
           STOP RUN.

      *****************************************************
      *  Each search names the user last; the bounds before it
      *  must be there and be the right shape.
      *****************************************************
        CHECK-SEARCH-ARGUMENTS.
           EVALUATE TRUE
                WHEN INQUIRY-REFERENCE
                     MOVE INQUIRY-ARGUMENT-2 TO INQUIRY-USER-ID
                     IF INQUIRY-ARGUMENT-1 = SPACES
                          MOVE "N" TO ARGUMENTS-SW
                     END-IF
                WHEN INQUIRY-CUSTOMER
                     MOVE INQUIRY-ARGUMENT-1 TO SEARCH-CUSTOMER-ID
                     MOVE INQUIRY-ARGUMENT-2 TO SEARCH-FROM-TEXT
                     MOVE INQUIRY-ARGUMENT-3 TO SEARCH-TO-TEXT
                     MOVE INQUIRY-ARGUMENT-4 TO INQUIRY-USER-ID
                     IF SEARCH-CUSTOMER-ID = SPACES
                          OR SEARCH-FROM-TEXT NOT NUMERIC
                          OR SEARCH-TO-TEXT NOT NUMERIC
                          OR SEARCH-FROM-DATE > SEARCH-TO-DATE
                          MOVE "N" TO ARGUMENTS-SW
                     END-IF
                WHEN INQUIRY-AMOUNT
                     MOVE INQUIRY-ARGUMENT-3 TO INQUIRY-USER-ID
                     MOVE INQUIRY-ARGUMENT-1 TO AMOUNT-INPUT-TEXT
                     PERFORM PARSE-SEARCH-AMOUNT
                     MOVE AMOUNT-PARSED TO SEARCH-LOW-AMOUNT
                     MOVE INQUIRY-ARGUMENT-2 TO AMOUNT-INPUT-TEXT
                     PERFORM PARSE-SEARCH-AMOUNT
                     MOVE AMOUNT-PARSED TO SEARCH-HIGH-AMOUNT
                     IF SEARCH-LOW-AMOUNT > SEARCH-HIGH-AMOUNT
                          MOVE "N" TO ARGUMENTS-SW
                     END-IF
                WHEN INQUIRY-DISPOSITION
                     MOVE INQUIRY-ARGUMENT-1 TO SEARCH-DISPOSITION
                     MOVE INQUIRY-ARGUMENT-2 TO INQUIRY-USER-ID
                     IF SEARCH-DISPOSITION = SPACES
                          MOVE "N" TO ARGUMENTS-SW
                     END-IF
                WHEN OTHER
                     MOVE "N" TO ARGUMENTS-SW
           END-EVALUATE.

        PARSE-SEARCH-AMOUNT.
           MOVE SPACES TO AMOUNT-PARSE-AREA.
           MOVE 0 TO AMOUNT-PARSED.
           IF AMOUNT-INPUT-TEXT = SPACES
                MOVE "N" TO ARGUMENTS-SW
           ELSE
                UNSTRING AMOUNT-INPUT-TEXT DELIMITED BY "."
                     INTO AMOUNT-WHOLE-TEXT AMOUNT-CENTS-TEXT
                INSPECT AMOUNT-WHOLE-TEXT
                     REPLACING LEADING SPACE BY ZERO
                INSPECT AMOUNT-CENTS-TEXT REPLACING ALL SPACE BY ZERO
                IF AMOUNT-PARSE-VALUE NUMERIC
                     MOVE AMOUNT-PARSE-VALUE TO AMOUNT-PARSED
                ELSE
                     MOVE "N" TO ARGUMENTS-SW
                END-IF
           END-IF.

        OPEN-HISTORY-STORE.
           OPEN INPUT HISTORY-STORE-FILE.
           IF HISTORY-FILE-STATUS = "00"
                OR HISTORY-FILE-STATUS = "05"
                SET HISTORY-IS-OPEN TO TRUE
           ELSE
                DISPLAY "History store: open failed with "
                     "status " HISTORY-FILE-STATUS
           END-IF.

      *****************************************************
      *  One reference, straight off the key.
      *****************************************************
        SHOW-ONE-REFERENCE.
           MOVE INQUIRY-ARGUMENT-1 TO TXNHST-REFERENCE-NUM.
           READ HISTORY-STORE-FILE
                INVALID KEY
                     DISPLAY "Not in the history store: "
                          INQUIRY-ARGUMENT-1
                NOT INVALID KEY
                     PERFORM LIST-ONE-ENTRY
           END-READ.

      *****************************************************
      *  A customer's records in date order, along the
      *  customer-and-date key from the first date asked for.
      *****************************************************
        LIST-CUSTOMER-HISTORY.
           MOVE SEARCH-CUSTOMER-ID TO TXNHST-CUSTOMER-ID.
           MOVE SEARCH-FROM-DATE TO TXNHST-EFFECTIVE-DATE.
           START HISTORY-STORE-FILE
                KEY NOT < TXNHST-CUSTOMER-DATE-KEY
                INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
                PERFORM READ-HISTORY-ENTRY
           END-IF.
           PERFORM LIST-ONE-CUSTOMER-ENTRY UNTIL END-OF-HISTORY.

        READ-HISTORY-ENTRY.
           READ HISTORY-STORE-FILE NEXT RECORD
                AT END SET END-OF-HISTORY TO TRUE
           END-READ.

        LIST-ONE-CUSTOMER-ENTRY.
           IF TXNHST-CUSTOMER-ID NOT = SEARCH-CUSTOMER-ID
                OR TXNHST-EFFECTIVE-DATE > SEARCH-TO-DATE
                SET END-OF-HISTORY TO TRUE
           ELSE
                PERFORM LIST-ONE-ENTRY
                PERFORM READ-HISTORY-ENTRY
           END-IF.

      *****************************************************
      *  Neither the amount nor the disposition leads a key -
      *  those searches pass over the whole store in reference
      *  order.
      *****************************************************
        LIST-BY-FULL-PASS.
           MOVE LOW-VALUES TO TXNHST-REFERENCE-NUM.
           START HISTORY-STORE-FILE
                KEY NOT < TXNHST-REFERENCE-NUM
                INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
                PERFORM READ-HISTORY-ENTRY
           END-IF.
           PERFORM SELECT-ONE-ENTRY UNTIL END-OF-HISTORY.

        SELECT-ONE-ENTRY.
           EVALUATE TRUE
                WHEN INQUIRY-AMOUNT
                     IF TXNHST-BOOKED-AMOUNT NOT < SEARCH-LOW-AMOUNT
                          AND TXNHST-BOOKED-AMOUNT
                               NOT > SEARCH-HIGH-AMOUNT
                          PERFORM LIST-ONE-ENTRY
                     END-IF
                WHEN INQUIRY-DISPOSITION
                     IF TXNHST-DISPOSITION = SEARCH-DISPOSITION
                          PERFORM LIST-ONE-ENTRY
                     END-IF
           END-EVALUATE.
           PERFORM READ-HISTORY-ENTRY.

        LIST-ONE-ENTRY.
           ADD 1 TO ITEMS-LISTED.
           ADD TXNHST-BOOKED-AMOUNT TO LIST-AMOUNT-TOTAL.
           MOVE TXNHST-CUSTOMER-ID TO MASK-WORK-ID.
           IF NOT FULL-ID-AUTHORIZED
                PERFORM MASK-ONE-CUSTOMER-ID
           END-IF.
           MOVE TXNHST-BOOKED-AMOUNT TO TRACE-AMOUNT-TEXT.
           MOVE TXNHST-ORIGINAL-AMOUNT TO TRACE-ORIG-AMOUNT-TEXT.
           DISPLAY TXNHST-EFFECTIVE-DATE " " TXNHST-REFERENCE-NUM
                " " MASK-WORK-ID " " TRACE-AMOUNT-TEXT " "
                TXNHST-DISPOSITION " " TXNHST-REASON-TEXT.
           DISPLAY "     " TRACE-ORIG-AMOUNT-TEXT " "
                TXNHST-CURRENCY-CODE " entity " TXNHST-ENTITY-CODE
                " run " TXNHST-RUN-ID " service "
                TXNHST-SERVICE-NAME.
           DISPLAY "     processed " TXNHST-PROCESSED-DATE " on "
                TXNHST-GENERATION-NAME " first seen "
                TXNHST-FIRST-SEEN-DATE " times "
                TXNHST-TIMES-PROCESSED.
           IF TXNHST-PRIOR-DISPOSITION NOT = SPACES
                DISPLAY "     previously " TXNHST-PRIOR-DISPOSITION
           END-IF.
           IF TXNHST-FAILED
                DISPLAY "     return code " TXNHST-RETURN-CODE
           END-IF.

      *****************************************************
      *  The mask for the history store, falling back to the
      *  one the output file is written under.
      *****************************************************
        LOAD-MASKING-RULES.
           OPEN INPUT MASKING-RULES-FILE.
           PERFORM READ-MASKING-RULE.
           PERFORM STORE-MASKING-RULE UNTIL END-OF-MASKRUL.
           CLOSE MASKING-RULES-FILE.
           IF HISTORY-MASK-PRESENT
                MOVE HISTORY-KEEP-LEADING TO OUTPUT-KEEP-LEADING
                MOVE HISTORY-KEEP-TRAILING TO OUTPUT-KEEP-TRAILING
           END-IF.

        READ-MASKING-RULE.
           READ MASKING-RULES-FILE
                AT END SET END-OF-MASKRUL TO TRUE
           END-READ.

        STORE-MASKING-RULE.
           EVALUATE TRUE
                WHEN MASKRUL-MASK-RULE
                     AND MASKRUL-TARGET = "TXNHIST"
                     SET HISTORY-MASK-PRESENT TO TRUE
                     MOVE MASKRUL-KEEP-LEADING TO
                          HISTORY-KEEP-LEADING
                     MOVE MASKRUL-KEEP-TRAILING TO
                          HISTORY-KEEP-TRAILING
                WHEN MASKRUL-MASK-RULE
                     AND MASKRUL-TARGET = "BATCHOUT"
                     SET OUTPUT-MASK-PRESENT TO TRUE
                     MOVE MASKRUL-KEEP-LEADING TO
                          OUTPUT-KEEP-LEADING
                     MOVE MASKRUL-KEEP-TRAILING TO
                          OUTPUT-KEEP-TRAILING
           END-EVALUATE.
           PERFORM READ-MASKING-RULE.

        MASK-ONE-CUSTOMER-ID.
           IF HISTORY-MASK-PRESENT OR OUTPUT-MASK-PRESENT
                COMPUTE MASK-FIRST-POSITION = OUTPUT-KEEP-LEADING + 1
                COMPUTE MASK-FILL-LENGTH =
                     10 - OUTPUT-KEEP-LEADING - OUTPUT-KEEP-TRAILING
                IF MASK-FILL-LENGTH > 0
                     AND MASK-FIRST-POSITION NOT > 10
                     MOVE ALL "*" TO MASK-WORK-ID(
                          MASK-FIRST-POSITION:MASK-FILL-LENGTH)
                END-IF
           END-IF.

      *****************************************************
      *  Full customer ids only for a user named for HISTFULL.
      *****************************************************
        CHECK-FULL-ID-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-AUTH-ENTRY UNTIL END-OF-OPAUTH.
           CLOSE OPERATOR-AUTH-FILE.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-OPAUTH TO TRUE
           END-READ.

        MATCH-ONE-AUTH-ENTRY.
           IF OPAUTH-COMMAND = "HISTFULL"
                AND OPAUTH-USER-ID = INQUIRY-USER-ID
                AND INQUIRY-USER-ID NOT = SPACES
                SET FULL-ID-AUTHORIZED TO TRUE
           END-IF.
           PERFORM READ-OPERATOR-AUTH.
