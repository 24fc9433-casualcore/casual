      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CRETPRC.cbl
      *
      *  Inbound returns.  A payment we confirmed can come back
      *  from the receiving bank days later - account closed,
      *  beneficiary invalid and the like - on the returns file
      *  RETURNIN (TPRETIN.cpy between HDR and TRL controls).
      *  Each return is matched to the original reference on the
      *  reference registry REFREG and in BIZSRV's store TXNSTORE,
      *  and must be:
      *     - for a payment still standing - not reversed, not
      *       cancelled, an active ordinary booking, and not
      *       returned already;
      *     - inside the return window on RETCFG, counted in days
      *       from the date the original was processed;
      *     - no larger than the original amount.
      *  A valid return is booked through BIZSRV as RETURN-TXN,
      *  which credits the customer, and then:
      *     RETGLPST  the return's GL pair in the GL posting
      *               layout - the clearing account credited and
      *               the control account debited, as a reversal
      *               books, under RETURN: and the bank's reason
      *     RETBOOKD  the returns ledger, extended - the return,
      *               the original and the reason kept together
      *  Every return that is not booked - unmatched, invalid, or
      *  refused by the service - is listed with the reason on
      *  the exception report RETEXRPT.  RETRATE reports the
      *  return rate per customer from the ledger and the store.
      *
      *  The controls are verified over the whole file before a
      *  return is booked: a file without its header, without
      *  its trailer, or whose count or hash total disagrees is
      *  refused whole.  A rerun of a file already booked books
      *  nothing twice - each return already taken reports as
      *  ALREADY-RETURNED.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RETNPROC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL RETURNS-INPUT-FILE ASSIGN TO "RETURNIN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNS-CONFIG-FILE ASSIGN TO "RETCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "REFREG"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY REGISTRY-REFERENCE-NUM
                FILE STATUS REGISTRY-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL ENTITY-ACCOUNTS-FILE ASSIGN TO "ENTACCTS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "RETGLPST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNS-LEDGER-FILE ASSIGN TO "RETBOOKD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "RETEXRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The returns file: the bank's header, the returns, and
      *  the trailer, told apart by the record type in the first
      *  three positions.
        FD  RETURNS-INPUT-FILE.
        01  RETURNS-HEADER-RECORD.
           COPY TPBATHDR.
        01  RETURNS-TRAILER-RECORD.
           COPY TPBATTRL.
        01  RETURNS-DETAIL-RECORD.
           COPY TPRETIN.

        FD  RETURNS-CONFIG-FILE.
        01  RETURNS-CONFIG-RECORD.
           COPY TPRETCFG.

      *  The reference registry as BATCHCLI keeps it - see the
      *  same layout in CBATCH.cbl.
        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
               05 REGISTRY-REFERENCE-NUM     PIC X(12).
               05 REGISTRY-PROCESSED-DATE    PIC 9(08).
               05 REGISTRY-REVERSED-FLAG     PIC X(01).
                       88 REGISTRY-REVERSED          VALUE "Y".

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

      *  The subsidiaries' GL accounts - see the same layout read
      *  in CBATCH.cbl.  Only the clearing and control accounts
      *  are used here.
        FD  ENTITY-ACCOUNTS-FILE.
        01  ENTITY-ACCOUNTS-RECORD.
               05 ENTACC-ENTITY-CODE         PIC X(03).
               05 ENTACC-DEBIT-ACCOUNT       PIC X(10).
               05 ENTACC-CREDIT-ACCOUNT      PIC X(10).
               05 ENTACC-FEE-ACCOUNT         PIC X(10).
               05 ENTACC-DUE-TO-ACCOUNT      PIC X(10).
               05 ENTACC-DUE-FROM-ACCOUNT    PIC X(10).

        FD  GL-POSTING-FILE.
        01  GL-POSTING-RECORD.
               05 GL-POSTING-DATE            PIC 9(08).
               05 GL-SERVICE-NAME            PIC X(30).
               05 GL-ACCOUNT-CODE            PIC X(10).
               05 GL-DEBIT-CREDIT            PIC X(02).
               05 GL-AMOUNT                  PIC S9(13)V99.
               05 GL-ENTITY-CODE             PIC X(03).

        FD  RETURNS-LEDGER-FILE.
        01  RETURNS-LEDGER-RECORD.
           COPY TPRETBKD.

        FD  EXCEPTION-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

      *  Separate descriptor for the reply side of the TPCALL -
      *  see the same split in CSIMPCL.
        01 TPTYPE-RECV-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01 TPSVCDEF-REC.
           COPY TPSVCDEF.

        01  SEND-RECORD.
           COPY TPBIZREC.
        01  RECV-RECORD.
           COPY TPBIZREC.

        01  TARGET-SERVICE-NAME     PIC X(30) VALUE SPACES.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  REGISTRY-FILE-STATUS    PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.

        01  RETURNS-SWITCHES.
               05 END-OF-RETURNS-SW PIC X(01) VALUE "N".
                       88 END-OF-RETURNS     VALUE "Y".
               05 CONTROL-CHECK-SW  PIC X(01) VALUE "N".
                       88 CONTROL-CHECK-FAILED VALUE "Y".
               05 TRAILER-SEEN-SW   PIC X(01) VALUE "N".
                       88 TRAILER-SEEN       VALUE "Y".
               05 REGISTRY-OPEN-SW  PIC X(01) VALUE "N".
                       88 REGISTRY-IS-OPEN   VALUE "Y".
               05 STORE-OPEN-SW     PIC X(01) VALUE "N".
                       88 STORE-IS-OPEN      VALUE "Y".
               05 END-OF-ENTACC-SW  PIC X(01) VALUE "N".
                       88 END-OF-ENTACC      VALUE "Y".
               05 ENTACC-MATCH-SW   PIC X(01) VALUE "N".
                       88 ENTACC-MATCH-FOUND VALUE "Y".
               05 CALDT-VALID-SW    PIC X(01) VALUE "N".
                       88 CALDT-VALID        VALUE "Y".
               05 RETURN-LOOKUP-SW  PIC X(01) VALUE "N".
                       88 RETURN-SEARCHING   VALUE "N".
                       88 RETURN-ON-FILE     VALUE "Y".
                       88 RETURN-KEY-FREE    VALUE "F".

        01  RETURNS-COUNTERS.
               05 DETAILS-COUNTED   PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-READ      PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-BOOKED    PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-EXCEPTED  PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-BAD-RECORD PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-UNMATCHED  PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-NOT-STANDING PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-ALREADY-RETURNED
                                    PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-WINDOW     PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-OVER-AMOUNT PIC S9(9) COMP-5 VALUE 0.
               05 EXCEPT-SERVICE    PIC S9(9) COMP-5 VALUE 0.
               05 GL-LINES-WRITTEN  PIC S9(9) COMP-5 VALUE 0.
        01  DETAIL-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
        01  BOOKED-AMOUNT-TOTAL     PIC S9(13)V99 VALUE 0.
        01  EXCEPTED-AMOUNT-TOTAL   PIC S9(13)V99 VALUE 0.

      *  The controls as the bank sent them.
        01  HEADER-SOURCE-WORK      PIC X(10) VALUE SPACES.
        01  HEADER-DATE-WORK        PIC 9(08) VALUE 0.
        01  TRAILER-COUNT-WORK      PIC 9(09) VALUE 0.
        01  TRAILER-HASH-WORK       PIC S9(13)V99 VALUE 0.
        01  REFUSAL-TEXT            PIC X(60) VALUE SPACES.

        01  RUN-DATE                PIC 9(08).
      *  Returns accepted up to this many days after the original
      *  was processed - RETCFG, else thirty.
        01  RETURN-WINDOW-DAYS      PIC 9(03) VALUE 30.

      *  The return in hand: why it is excepted (spaces while it
      *  still stands), and the original it was matched to.
        01  EXCEPTION-REASON-WORK   PIC X(16) VALUE SPACES.
        01  EXCEPTION-DETAIL-WORK   PIC X(40) VALUE SPACES.
        01  RETURN-AMOUNT-WORK      PIC 9(09)V99 VALUE 0.
        01  RETURN-CUSTOMER-WORK    PIC X(10) VALUE SPACES.
        01  RETURN-REFERENCE-WORK   PIC X(12) VALUE SPACES.
        01  RETURN-PROBE            PIC S9(4) COMP-5 VALUE 0.
        01  RETURN-PROBE-DIGIT      PIC 9(01) VALUE 0.
        01  ORIGINAL-AMOUNT-WORK    PIC S9(9)V99 VALUE 0.
        01  ORIGINAL-DATE-WORK      PIC 9(08) VALUE 0.
        01  ORIGINAL-BOOKED-WORK    PIC 9(08) VALUE 0.
        01  ORIGINAL-SERIAL-DAY     PIC S9(9) COMP-5 VALUE 0.
        01  RETURN-SERIAL-DAY       PIC S9(9) COMP-5 VALUE 0.
        01  DAYS-AFTER-WORK         PIC S9(9) COMP-5 VALUE 0.

      *  Edited figures for the exception detail text.
        01  AMOUNT-EDIT-TEXT        PIC Z(8)9.99.
        01  DAYS-EDIT-TEXT          PIC ZZZZ9.
        01  WINDOW-EDIT-TEXT        PIC ZZ9.
        01  APPL-CODE-EDIT-TEXT     PIC -(8)9.
        01  TP-STATUS-EDIT-TEXT     PIC -(8)9.

      *  Calendar dates to serial day numbers, for the window.
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

      *  The clearing and control accounts by entity, off
      *  ENTACCTS.
        01  ENTITY-ACCOUNTS-TABLE.
               05 ENTACC-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 ENTACC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON ENTACC-COUNT
                       INDEXED BY ENTACC-IDX.
                       10 ENTTAB-ENTITY-CODE         PIC X(03).
                       10 ENTTAB-DEBIT-ACCOUNT       PIC X(10).
                       10 ENTTAB-CREDIT-ACCOUNT      PIC X(10).
        01  ENTITY-ACCOUNT-KEY      PIC X(03) VALUE SPACES.
        01  DEFAULT-ENTITY-CODE     PIC X(03) VALUE "001".
        01  GL-DEBIT-ACCOUNT-WORK   PIC X(10).
        01  GL-CREDIT-ACCOUNT-WORK  PIC X(10).

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "INBOUND RETURNS EXCEPTIONS  RUN".
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(07) VALUE "  BANK ".
               05 HEAD-SOURCE-ID    PIC X(10).
               05 FILLER            PIC X(13) VALUE
                    "  FILE DATE ".
               05 HEAD-FILE-DATE    PIC 9(08).
               05 FILLER            PIC X(12) VALUE
                    "  WINDOW ".
               05 HEAD-WINDOW-DAYS  PIC ZZ9.
               05 FILLER            PIC X(05) VALUE " DAYS".
               05 FILLER            PIC X(24) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(14) VALUE "RETURN ID".
               05 FILLER            PIC X(14) VALUE "ORIGINAL REF".
               05 FILLER            PIC X(12) VALUE "CUSTOMER".
               05 FILLER            PIC X(15) VALUE
                    "       AMOUNT".
               05 FILLER            PIC X(10) VALUE "RETURNED".
               05 FILLER            PIC X(06) VALUE "RSN".
               05 FILLER            PIC X(18) VALUE "EXCEPTION".
               05 FILLER            PIC X(43) VALUE "DETAIL".
        01  DETAIL-LINE.
               05 DETAIL-RETURN-ID  PIC X(12).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-ORIGINAL-REF PIC X(12).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-CUSTOMER   PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-AMOUNT     PIC Z(9)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-RETURN-DATE PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-REASON-CODE PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-EXCEPTION  PIC X(16).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-TEXT       PIC X(40).
               05 FILLER            PIC X(03) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.
        01  AMOUNT-TOTAL-LINE.
               05 AMTLN-CAPTION     PIC X(32).
               05 AMTLN-AMOUNT      PIC Z(12)9.99.
               05 FILLER            PIC X(84) VALUE SPACES.

      ******************************************************
      * Start program - the controls first, then each return.
      ******************************************************
        PROCEDURE DIVISION.
        START-CRETPRC.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE 1 TO CMD-PARSE-PTR.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO TARGET-SERVICE-NAME
                WITH POINTER CMD-PARSE-PTR.
           IF TARGET-SERVICE-NAME = SPACES
                DISPLAY "Usage: retnproc <service-name>"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RETURNS-CONFIG.
           PERFORM VERIFY-RETURNS-CONTROLS.
           IF NOT CONTROL-CHECK-FAILED
                PERFORM OPEN-LOOKUP-FILES
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           IF CONTROL-CHECK-FAILED
                DISPLAY "Returns: " REFUSAL-TEXT
                DISPLAY "Returns: file refused - nothing booked"
                PERFORM PRINT-REFUSAL-LINE
                MOVE 8 TO RETURN-CODE
           ELSE
                PERFORM LOAD-ENTITY-ACCOUNTS
                PERFORM PROCESS-RETURNS-FILE
                CLOSE REGISTRY-FILE
                CLOSE TXN-STORE-FILE
                IF RETURNS-EXCEPTED > 0
                     MOVE 4 TO RETURN-CODE
                END-IF
           END-IF.
           PERFORM PRINT-RETURN-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "Returns read:      " RETURNS-READ.
           DISPLAY "Returns booked:    " RETURNS-BOOKED.
           DISPLAY "Exceptions:        " RETURNS-EXCEPTED.
           STOP RUN.

      *****************************************************
      *  The return window from RETCFG, defaulted where the file
      *  or the field is missing.
      *****************************************************
        READ-RETURNS-CONFIG.
           MOVE 30 TO RETCFG-WINDOW-DAYS.
           OPEN INPUT RETURNS-CONFIG-FILE.
           READ RETURNS-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE RETURNS-CONFIG-FILE.
           IF RETCFG-WINDOW-DAYS NUMERIC AND RETCFG-WINDOW-DAYS > 0
                MOVE RETCFG-WINDOW-DAYS TO RETURN-WINDOW-DAYS
           END-IF.

      *****************************************************
      *  A first pass over the whole file for its controls: the
      *  header must lead, the trailer must close it, and the
      *  trailer's count and hash total must agree with the
      *  returns between them.  Nothing is booked from a file
      *  that fails - half a returns file booked is worse than
      *  none.
      *****************************************************
        VERIFY-RETURNS-CONTROLS.
           OPEN INPUT RETURNS-INPUT-FILE.
           PERFORM READ-RETURNS-RECORD.
           IF END-OF-RETURNS OR NOT HEADER-TYPE-OK
                SET CONTROL-CHECK-FAILED TO TRUE
                MOVE "missing header control record" TO REFUSAL-TEXT
           ELSE
                MOVE HEADER-SOURCE-ID TO HEADER-SOURCE-WORK
                MOVE HEADER-FILE-DATE TO HEADER-DATE-WORK
                DISPLAY "Returns header: file date "
                     HEADER-FILE-DATE " source " HEADER-SOURCE-ID
                PERFORM READ-RETURNS-RECORD
                PERFORM COUNT-ONE-CONTROL-RECORD
                     UNTIL END-OF-RETURNS OR CONTROL-CHECK-FAILED
           END-IF.
           CLOSE RETURNS-INPUT-FILE.
           IF NOT CONTROL-CHECK-FAILED
                PERFORM CHECK-TRAILER-TOTALS
           END-IF.

        COUNT-ONE-CONTROL-RECORD.
           EVALUATE TRUE
                WHEN TRAILER-SEEN
                     SET CONTROL-CHECK-FAILED TO TRUE
                     MOVE "records after the trailer" TO REFUSAL-TEXT
                WHEN TRAILER-TYPE-OK
                     SET TRAILER-SEEN TO TRUE
                     MOVE TRAILER-RECORD-COUNT TO TRAILER-COUNT-WORK
                     MOVE TRAILER-HASH-TOTAL TO TRAILER-HASH-WORK
                WHEN OTHER
                     ADD 1 TO DETAILS-COUNTED
                     IF RETIN-AMOUNT NUMERIC
                          ADD RETIN-AMOUNT TO DETAIL-HASH-TOTAL
                     END-IF
           END-EVALUATE.
           PERFORM READ-RETURNS-RECORD.

        CHECK-TRAILER-TOTALS.
           EVALUATE TRUE
                WHEN NOT TRAILER-SEEN
                     SET CONTROL-CHECK-FAILED TO TRUE
                     MOVE "no trailer control record" TO
                          REFUSAL-TEXT
                WHEN TRAILER-COUNT-WORK NOT = DETAILS-COUNTED
                     SET CONTROL-CHECK-FAILED TO TRUE
                     MOVE "trailer record count does not agree"
                          TO REFUSAL-TEXT
                WHEN TRAILER-HASH-WORK NOT = DETAIL-HASH-TOTAL
                     SET CONTROL-CHECK-FAILED TO TRUE
                     MOVE "trailer hash total does not agree"
                          TO REFUSAL-TEXT
           END-EVALUATE.

        READ-RETURNS-RECORD.
           READ RETURNS-INPUT-FILE
                AT END SET END-OF-RETURNS TO TRUE
           END-READ.

      *****************************************************
      *  Nothing can be matched without the registry and the
      *  store, so a run missing either refuses the file rather
      *  than reporting every return unmatched.
      *****************************************************
        OPEN-LOOKUP-FILES.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS = "00"
                SET REGISTRY-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-IS-OPEN TO TRUE
           END-IF.
           IF NOT REGISTRY-IS-OPEN OR NOT STORE-IS-OPEN
                SET CONTROL-CHECK-FAILED TO TRUE
                MOVE "registry or transaction store not available"
                     TO REFUSAL-TEXT
                IF REGISTRY-IS-OPEN
                     CLOSE REGISTRY-FILE
                END-IF
                IF STORE-IS-OPEN
                     CLOSE TXN-STORE-FILE
                END-IF
           END-IF.

      *****************************************************
      *  The second pass: every return between the header and
      *  the trailer, matched, checked and booked or excepted.
      *****************************************************
        PROCESS-RETURNS-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN EXTEND RETURNS-LEDGER-FILE.
           MOVE "N" TO END-OF-RETURNS-SW.
           OPEN INPUT RETURNS-INPUT-FILE.
           PERFORM READ-RETURNS-RECORD.
           PERFORM READ-RETURNS-RECORD.
           PERFORM PROCESS-ONE-RETURN
                UNTIL END-OF-RETURNS OR TRAILER-TYPE-OK.
           CLOSE RETURNS-INPUT-FILE.
           CLOSE GL-POSTING-FILE.
           CLOSE RETURNS-LEDGER-FILE.

        PROCESS-ONE-RETURN.
           ADD 1 TO RETURNS-READ.
           MOVE SPACES TO EXCEPTION-REASON-WORK.
           MOVE SPACES TO EXCEPTION-DETAIL-WORK.
           MOVE SPACES TO RETURN-CUSTOMER-WORK.
           MOVE 0 TO RETURN-AMOUNT-WORK.
           PERFORM EDIT-RETURN-RECORD.
           IF EXCEPTION-REASON-WORK = SPACES
                PERFORM MATCH-ORIGINAL-PAYMENT
           END-IF.
           IF EXCEPTION-REASON-WORK = SPACES
                PERFORM CHECK-RETURN-LIMITS
           END-IF.
           IF EXCEPTION-REASON-WORK = SPACES
                PERFORM BOOK-RETURN
           END-IF.
           IF EXCEPTION-REASON-WORK NOT = SPACES
                PERFORM REPORT-RETURN-EXCEPTION
           END-IF.
           PERFORM READ-RETURNS-RECORD.

      *****************************************************
      *  The record itself: a reference to match, an amount
      *  above zero and a return date that is a calendar date.
      *****************************************************
        EDIT-RETURN-RECORD.
           IF RETIN-AMOUNT NUMERIC
                MOVE RETIN-AMOUNT TO RETURN-AMOUNT-WORK
           END-IF.
           EVALUATE TRUE
                WHEN RETIN-ORIGINAL-REFERENCE = SPACES
                     MOVE "BAD-RECORD" TO EXCEPTION-REASON-WORK
                     MOVE "NO ORIGINAL REFERENCE" TO
                          EXCEPTION-DETAIL-WORK
                WHEN RETIN-AMOUNT NOT NUMERIC
                     OR RETIN-AMOUNT = 0
                     MOVE "BAD-RECORD" TO EXCEPTION-REASON-WORK
                     MOVE "AMOUNT MISSING OR ZERO" TO
                          EXCEPTION-DETAIL-WORK
                WHEN RETIN-RETURN-DATE NOT NUMERIC
                     MOVE "BAD-RECORD" TO EXCEPTION-REASON-WORK
                     MOVE "RETURN DATE NOT A DATE" TO
                          EXCEPTION-DETAIL-WORK
                WHEN OTHER
                     MOVE RETIN-RETURN-DATE TO CALDT-DATE
                     PERFORM CHECK-CALDT-VALID
                     IF NOT CALDT-VALID
                          MOVE "BAD-RECORD" TO EXCEPTION-REASON-WORK
                          MOVE "RETURN DATE NOT A DATE" TO
                               EXCEPTION-DETAIL-WORK
                     END-IF
           END-EVALUATE.
           IF EXCEPTION-REASON-WORK NOT = SPACES
                ADD 1 TO EXCEPT-BAD-RECORD
           END-IF.

      *****************************************************
      *  The original: confirmed on the registry and not backed
      *  out, and standing in the store as an active ordinary
      *  booking with no return already taken against it.
      *****************************************************
        MATCH-ORIGINAL-PAYMENT.
           MOVE RETIN-ORIGINAL-REFERENCE TO REGISTRY-REFERENCE-NUM.
           READ REGISTRY-FILE
                INVALID KEY
                     MOVE "NOT-ON-REGISTRY" TO EXCEPTION-REASON-WORK
                     MOVE "NO CONFIRMED PAYMENT UNDER THE REFERENCE"
                          TO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-UNMATCHED
                NOT INVALID KEY
                     IF REGISTRY-REVERSED
                          MOVE "ALREADY-REVERSED" TO
                               EXCEPTION-REASON-WORK
                          MOVE "ORIGINAL BACKED OUT BY A REVERSAL" TO
                               EXCEPTION-DETAIL-WORK
                          ADD 1 TO EXCEPT-NOT-STANDING
                     END-IF
           END-READ.
           IF EXCEPTION-REASON-WORK = SPACES
                MOVE REGISTRY-PROCESSED-DATE TO ORIGINAL-DATE-WORK
                MOVE RETIN-ORIGINAL-REFERENCE TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                          MOVE "NOT-IN-STORE" TO EXCEPTION-REASON-WORK
                          MOVE "REGISTERED BUT NOT IN THE STORE" TO
                               EXCEPTION-DETAIL-WORK
                          ADD 1 TO EXCEPT-UNMATCHED
                     NOT INVALID KEY
                          PERFORM JUDGE-ORIGINAL-BOOKING
                END-READ
           END-IF.
           IF EXCEPTION-REASON-WORK = SPACES
                PERFORM CHECK-ALREADY-RETURNED
           END-IF.

        JUDGE-ORIGINAL-BOOKING.
           MOVE STORE-CUSTOMER-ID TO RETURN-CUSTOMER-WORK.
           MOVE STORE-AMOUNT TO ORIGINAL-AMOUNT-WORK.
           MOVE STORE-BOOKED-DATE TO ORIGINAL-BOOKED-WORK.
           EVALUATE TRUE
                WHEN STORE-TXN-CANCELLED
                     MOVE "ORIG-CANCELLED" TO EXCEPTION-REASON-WORK
                     MOVE "ORIGINAL CANCELLED IN THE STORE" TO
                          EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-NOT-STANDING
                WHEN NOT STORE-TXN-ACTIVE
                     OR STORE-FEE-BOOKING
                     OR STORE-RETURN-BOOKING
                     MOVE "ORIG-NOT-BOOKED" TO EXCEPTION-REASON-WORK
                     STRING "STORE STATUS " STORE-STATUS
                          " KIND " STORE-TXN-KIND
                          " - NOT A STANDING PAYMENT"
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-NOT-STANDING
           END-EVALUATE.

      *  The return references BIZSRV books under, looked at the
      *  way it looks at them: R and the last eleven characters
      *  of the original's, then with a probe digit 1 to 9 over
      *  the second character, until one free - there is no
      *  return - or one that is a return carrying this original,
      *  taken by an earlier run.  A return from before the
      *  original was kept on it is taken on the first key alone.
        CHECK-ALREADY-RETURNED.
           SET RETURN-SEARCHING TO TRUE.
           PERFORM PROBE-RETURN-REFERENCE
                VARYING RETURN-PROBE FROM 0 BY 1
                UNTIL RETURN-PROBE > 9
                     OR NOT RETURN-SEARCHING.
           IF RETURN-ON-FILE
                MOVE "ALREADY-RETURNED" TO EXCEPTION-REASON-WORK
                STRING "BOOKED AS " RETURN-REFERENCE-WORK
                     " ON " STORE-BOOKED-DATE
                     DELIMITED BY SIZE
                     INTO EXCEPTION-DETAIL-WORK
                ADD 1 TO EXCEPT-ALREADY-RETURNED
           END-IF.

        PROBE-RETURN-REFERENCE.
           MOVE SPACES TO RETURN-REFERENCE-WORK.
           IF RETURN-PROBE = 0
                STRING "R" RETIN-ORIGINAL-REFERENCE(2:11)
                     DELIMITED BY SIZE
                     INTO RETURN-REFERENCE-WORK
           ELSE
                MOVE RETURN-PROBE TO RETURN-PROBE-DIGIT
                STRING "R" RETURN-PROBE-DIGIT
                     RETIN-ORIGINAL-REFERENCE(3:10)
                     DELIMITED BY SIZE
                     INTO RETURN-REFERENCE-WORK
           END-IF.
           MOVE RETURN-REFERENCE-WORK TO STORE-REFERENCE-NUM.
           READ TXN-STORE-FILE
                INVALID KEY
                     SET RETURN-KEY-FREE TO TRUE
                NOT INVALID KEY
                     IF STORE-RETURN-BOOKING
                          AND (STORE-ORIGIN-REFERENCE =
                               RETIN-ORIGINAL-REFERENCE
                          OR (STORE-ORIGIN-REFERENCE = SPACES
                               AND RETURN-PROBE = 0))
                          SET RETURN-ON-FILE TO TRUE
                     END-IF
           END-READ.

      *****************************************************
      *  Inside the window, counted from the day the original
      *  was processed (the day it was booked, for a registry
      *  entry without one), and no larger than the original.
      *****************************************************
        CHECK-RETURN-LIMITS.
           IF ORIGINAL-DATE-WORK NOT NUMERIC
                OR ORIGINAL-DATE-WORK = 0
                MOVE ORIGINAL-BOOKED-WORK TO ORIGINAL-DATE-WORK
           END-IF.
           MOVE ORIGINAL-DATE-WORK TO CALDT-DATE.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           MOVE CALDT-SERIAL-DAY TO ORIGINAL-SERIAL-DAY.
           MOVE RETIN-RETURN-DATE TO CALDT-DATE.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           MOVE CALDT-SERIAL-DAY TO RETURN-SERIAL-DAY.
           COMPUTE DAYS-AFTER-WORK =
                RETURN-SERIAL-DAY - ORIGINAL-SERIAL-DAY.
           EVALUATE TRUE
                WHEN DAYS-AFTER-WORK < 0
                     MOVE "BEFORE-ORIGINAL" TO EXCEPTION-REASON-WORK
                     STRING "ORIGINAL PROCESSED " ORIGINAL-DATE-WORK
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-WINDOW
                WHEN DAYS-AFTER-WORK > RETURN-WINDOW-DAYS
                     MOVE "OUTSIDE-WINDOW" TO EXCEPTION-REASON-WORK
                     MOVE DAYS-AFTER-WORK TO DAYS-EDIT-TEXT
                     MOVE RETURN-WINDOW-DAYS TO WINDOW-EDIT-TEXT
                     STRING "PROCESSED " ORIGINAL-DATE-WORK
                          DAYS-EDIT-TEXT " DAYS, WINDOW "
                          WINDOW-EDIT-TEXT
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-WINDOW
                WHEN RETURN-AMOUNT-WORK > ORIGINAL-AMOUNT-WORK
                     MOVE "OVER-AMOUNT" TO EXCEPTION-REASON-WORK
                     MOVE ORIGINAL-AMOUNT-WORK TO AMOUNT-EDIT-TEXT
                     STRING "ORIGINAL AMOUNT " AMOUNT-EDIT-TEXT
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-OVER-AMOUNT
           END-EVALUATE.

      *****************************************************
      *  Book the return through the service: the original
      *  reference, the amount coming back and the return date.
      *  A refusal or a failed call is an exception like any
      *  other - a failed call is left for a rerun of the file.
      *****************************************************
        BOOK-RETURN.
           MOVE SPACES TO SEND-RECORD.
           MOVE RETURN-CUSTOMER-WORK TO
                BIZREC-CUSTOMER-ID OF SEND-RECORD.
           MOVE RETURN-AMOUNT-WORK TO BIZREC-AMOUNT OF SEND-RECORD.
           MOVE RETIN-RETURN-DATE TO
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD.
           MOVE RETIN-ORIGINAL-REFERENCE TO
                BIZREC-REFERENCE-NUM OF SEND-RECORD.
           MOVE SPACES TO RECV-RECORD.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE "RETURN-TXN" TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF SEND-RECORD TO LEN OF TPTYPE-REC.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-RECV-REC.
           MOVE LENGTH OF RECV-RECORD TO LEN OF TPTYPE-RECV-REC.
           MOVE TARGET-SERVICE-NAME TO SERVICE-NAME.
           SET TPBLOCK TO TRUE.
           SET TPNOTRAN TO TRUE.
           SET TPNOTIME TO TRUE.
           SET TPSIGRSTRT TO TRUE.
           SET TPCHANGE TO TRUE.

           CALL "TPCALL" USING TPSVCDEF-REC
                TPTYPE-REC
                SEND-RECORD
                TPTYPE-RECV-REC
                RECV-RECORD
                TPSTATUS-REC.

           EVALUATE TRUE
                WHEN TPOK
                     PERFORM RECORD-RETURN-BOOKED
                WHEN TPESVCFAIL
                     MOVE "SERVICE-REFUSED" TO EXCEPTION-REASON-WORK
                     MOVE APPL-RETURN-CODE TO APPL-CODE-EDIT-TEXT
                     STRING "BIZSRV RETURN CODE " APPL-CODE-EDIT-TEXT
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-SERVICE
                WHEN OTHER
                     MOVE "SERVICE-FAILED" TO EXCEPTION-REASON-WORK
                     MOVE TP-STATUS TO TP-STATUS-EDIT-TEXT
                     STRING "TP-STATUS " TP-STATUS-EDIT-TEXT
                          " - RERUN THE FILE"
                          DELIMITED BY SIZE
                          INTO EXCEPTION-DETAIL-WORK
                     ADD 1 TO EXCEPT-SERVICE
           END-EVALUATE.

        RECORD-RETURN-BOOKED.
           ADD 1 TO RETURNS-BOOKED.
           ADD RETURN-AMOUNT-WORK TO BOOKED-AMOUNT-TOTAL.
           IF BIZREC-REFERENCE-NUM OF RECV-RECORD NOT = SPACES
                MOVE BIZREC-REFERENCE-NUM OF RECV-RECORD TO
                     RETURN-REFERENCE-WORK
           END-IF.
           PERFORM WRITE-RETURN-GL-PAIR.
           PERFORM WRITE-RETURN-LEDGER-ENTRY.

      *****************************************************
      *  The return's pair in the ledger, booked the way a
      *  reversal is: the clearing account credited and the
      *  control account debited for the amount returned.  The
      *  store keeps no entity - a return books against the
      *  default entity's accounts, as a reversal does.  The
      *  service name carries the bank's reason and the return
      *  id, so each entry traces back to the return it books.
      *****************************************************
        WRITE-RETURN-GL-PAIR.
           PERFORM FIND-ENTITY-ACCOUNTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE RETIN-RETURN-DATE TO GL-POSTING-DATE.
           STRING "RETURN:" RETIN-REASON-CODE " " RETIN-RETURN-ID
                DELIMITED BY SIZE INTO GL-SERVICE-NAME.
           MOVE RETURN-AMOUNT-WORK TO GL-AMOUNT.
           MOVE DEFAULT-ENTITY-CODE TO GL-ENTITY-CODE.
           MOVE GL-DEBIT-ACCOUNT-WORK TO GL-ACCOUNT-CODE.
           MOVE "CR" TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.
           MOVE GL-CREDIT-ACCOUNT-WORK TO GL-ACCOUNT-CODE.
           MOVE "DR" TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.
           ADD 2 TO GL-LINES-WRITTEN.

        FIND-ENTITY-ACCOUNTS.
           MOVE "SETTLECLR " TO GL-DEBIT-ACCOUNT-WORK.
           MOVE "BATCHCTRL " TO GL-CREDIT-ACCOUNT-WORK.
           MOVE "N" TO ENTACC-MATCH-SW.
           PERFORM MATCH-ONE-ENTITY-ACCOUNT
                VARYING ENTACC-IDX FROM 1 BY 1
                UNTIL ENTACC-IDX > ENTACC-COUNT
                     OR ENTACC-MATCH-FOUND.

        MATCH-ONE-ENTITY-ACCOUNT.
           IF ENTTAB-ENTITY-CODE(ENTACC-IDX) = ENTITY-ACCOUNT-KEY
                SET ENTACC-MATCH-FOUND TO TRUE
                MOVE ENTTAB-DEBIT-ACCOUNT(ENTACC-IDX) TO
                     GL-DEBIT-ACCOUNT-WORK
                MOVE ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX) TO
                     GL-CREDIT-ACCOUNT-WORK
           END-IF.

        LOAD-ENTITY-ACCOUNTS.
           OPEN INPUT ENTITY-ACCOUNTS-FILE.
           PERFORM READ-ENTITY-ACCOUNT.
           PERFORM STORE-ENTITY-ACCOUNT
                UNTIL END-OF-ENTACC OR ENTACC-COUNT = 20.
           CLOSE ENTITY-ACCOUNTS-FILE.

        READ-ENTITY-ACCOUNT.
           READ ENTITY-ACCOUNTS-FILE
                AT END SET END-OF-ENTACC TO TRUE
           END-READ.

        STORE-ENTITY-ACCOUNT.
           ADD 1 TO ENTACC-COUNT.
           SET ENTACC-IDX TO ENTACC-COUNT.
           MOVE ENTACC-ENTITY-CODE TO ENTTAB-ENTITY-CODE(ENTACC-IDX).
           MOVE ENTACC-DEBIT-ACCOUNT TO
                ENTTAB-DEBIT-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-CREDIT-ACCOUNT TO
                ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX).
           PERFORM READ-ENTITY-ACCOUNT.

      *****************************************************
      *  The booked return on the returns ledger, with the
      *  bank's reason kept beside it.
      *****************************************************
        WRITE-RETURN-LEDGER-ENTRY.
           MOVE SPACES TO RETURNS-LEDGER-RECORD.
           MOVE RETIN-RETURN-ID TO RETBKD-RETURN-ID.
           MOVE RETIN-ORIGINAL-REFERENCE TO RETBKD-ORIGINAL-REFERENCE.
           MOVE RETURN-REFERENCE-WORK TO RETBKD-RETURN-REFERENCE.
           MOVE RETURN-CUSTOMER-WORK TO RETBKD-CUSTOMER-ID.
           MOVE RETURN-AMOUNT-WORK TO RETBKD-AMOUNT.
           MOVE ORIGINAL-AMOUNT-WORK TO RETBKD-ORIGINAL-AMOUNT.
           MOVE ORIGINAL-DATE-WORK TO RETBKD-ORIGINAL-DATE.
           MOVE RETIN-RETURN-DATE TO RETBKD-RETURN-DATE.
           MOVE DAYS-AFTER-WORK TO RETBKD-DAYS-AFTER.
           MOVE RUN-DATE TO RETBKD-BOOKED-DATE.
           MOVE RETIN-REASON-CODE TO RETBKD-REASON-CODE.
           MOVE RETIN-REASON-TEXT TO RETBKD-REASON-TEXT.
           MOVE HEADER-SOURCE-WORK TO RETBKD-SOURCE-ID.
           WRITE RETURNS-LEDGER-RECORD.

      *****************************************************
      *  A return not booked, on the exception report.
      *****************************************************
        REPORT-RETURN-EXCEPTION.
           ADD 1 TO RETURNS-EXCEPTED.
           ADD RETURN-AMOUNT-WORK TO EXCEPTED-AMOUNT-TOTAL.
           MOVE RETIN-RETURN-ID TO DETAIL-RETURN-ID.
           MOVE RETIN-ORIGINAL-REFERENCE TO DETAIL-ORIGINAL-REF.
           MOVE RETURN-CUSTOMER-WORK TO DETAIL-CUSTOMER.
           MOVE RETURN-AMOUNT-WORK TO DETAIL-AMOUNT.
           MOVE RETIN-RETURN-DATE TO DETAIL-RETURN-DATE.
           MOVE RETIN-REASON-CODE TO DETAIL-REASON-CODE.
           MOVE EXCEPTION-REASON-WORK TO DETAIL-EXCEPTION.
           MOVE EXCEPTION-DETAIL-WORK TO DETAIL-TEXT.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-REFUSAL-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           STRING "** FILE REFUSED - " REFUSAL-TEXT
                " - NOTHING BOOKED"
                DELIMITED BY SIZE INTO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Run totals after the exceptions.
      *****************************************************
        PRINT-RETURN-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RETURNS-EXCEPTED = 0 AND NOT CONTROL-CHECK-FAILED
                MOVE "NO EXCEPTIONS - EVERY RETURN BOOKED" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "RETURNS ON THE FILE" TO TOTLN-CAPTION.
           MOVE DETAILS-COUNTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RETURNS READ" TO TOTLN-CAPTION.
           MOVE RETURNS-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RETURNS BOOKED" TO TOTLN-CAPTION.
           MOVE RETURNS-BOOKED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  AMOUNT BOOKED" TO AMTLN-CAPTION.
           MOVE BOOKED-AMOUNT-TOTAL TO AMTLN-AMOUNT.
           PERFORM WRITE-AMOUNT-TOTAL-LINE.
           MOVE "  GL ENTRIES WRITTEN" TO TOTLN-CAPTION.
           MOVE GL-LINES-WRITTEN TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "EXCEPTIONS" TO TOTLN-CAPTION.
           MOVE RETURNS-EXCEPTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  AMOUNT NOT BOOKED" TO AMTLN-CAPTION.
           MOVE EXCEPTED-AMOUNT-TOTAL TO AMTLN-AMOUNT.
           PERFORM WRITE-AMOUNT-TOTAL-LINE.
           MOVE "  RECORD NOT VALID" TO TOTLN-CAPTION.
           MOVE EXCEPT-BAD-RECORD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NO MATCHING PAYMENT" TO TOTLN-CAPTION.
           MOVE EXCEPT-UNMATCHED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  PAYMENT NO LONGER STANDING" TO TOTLN-CAPTION.
           MOVE EXCEPT-NOT-STANDING TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ALREADY RETURNED" TO TOTLN-CAPTION.
           MOVE EXCEPT-ALREADY-RETURNED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OUTSIDE THE RETURN WINDOW" TO TOTLN-CAPTION.
           MOVE EXCEPT-WINDOW TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  MORE THAN THE ORIGINAL" TO TOTLN-CAPTION.
           MOVE EXCEPT-OVER-AMOUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REFUSED OR FAILED BY SERVICE" TO TOTLN-CAPTION.
           MOVE EXCEPT-SERVICE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.

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
           MOVE HEADER-SOURCE-WORK TO HEAD-SOURCE-ID.
           MOVE HEADER-DATE-WORK TO HEAD-FILE-DATE.
           MOVE RETURN-WINDOW-DAYS TO HEAD-WINDOW-DAYS.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  A return date must be a calendar date.
      *****************************************************
        CHECK-CALDT-VALID.
           MOVE "Y" TO CALDT-VALID-SW.
           IF CALDT-YYYY = 0 OR CALDT-MM < 1 OR CALDT-MM > 12
                OR CALDT-DD < 1
                MOVE "N" TO CALDT-VALID-SW
           ELSE
                PERFORM CHECK-CALDT-LEAP-YEAR
                IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                     IF CALDT-DD > 29
                          MOVE "N" TO CALDT-VALID-SW
                     END-IF
                ELSE
                     IF CALDT-DD > DAYS-IN-MONTH(CALDT-MM)
                          MOVE "N" TO CALDT-VALID-SW
                     END-IF
                END-IF
           END-IF.

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
