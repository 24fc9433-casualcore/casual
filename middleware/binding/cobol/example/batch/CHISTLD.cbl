      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CHISTLD.cbl
      *
      *  Nightly load of the transaction history store TXNHIST
      *  from the generations OUTGENR rolled:
      *
      *     histload [YYYYMMDD] [<default service>]
      *     histload ALL [<default service>]
      *
      *  Every output generation (type OUT) rolled on the date
      *  given - today when none is - is loaded line by line, or
      *  with ALL every generation still on the registry, oldest
      *  first, to build the store from what is retained.  The
      *  reject and suspense generations rolled alongside give
      *  the full customer id behind a masked output line and the
      *  return code a failed call came back with; the booking in
      *  TXNSTORE gives the id for the rest.
      *
      *  The output line does not carry the service; it is
      *  worked out again the way BATCHCLI routes - the first
      *  ROUTES rule the record matches, else the service the
      *  night's run was started with, given here as the second
      *  argument.  A reversal always went to that service.
      *
      *  A reference new to the store is added.  One already on
      *  it takes the later disposition, keeping the one it
      *  replaced, except that a DUPLIC line - the reference
      *  turned away as already processed - leaves the original
      *  outcome standing.  Loading the same generation twice
      *  changes nothing.  Lines that are not a customer's
      *  record (a refused reversal names none) are passed by.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HISTLOAD.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GENERATION-INPUT-FILE ASSIGN TO DYNAMIC
                GENERATION-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS INPUT-FILE-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO DYNAMIC
                GENERATION-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO DYNAMIC
                GENERATION-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ROUTING-RULES-FILE ASSIGN TO "ROUTES"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-STORE-FILE ASSIGN TO "TXNHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TXNHST-REFERENCE-NUM
                ALTERNATE RECORD KEY TXNHST-CUSTOMER-DATE-KEY
                     WITH DUPLICATES
                FILE STATUS HISTORY-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CICNET.cbl.  A line refused before
      *  any call carries its reason word after the reference.
        FD  GENERATION-INPUT-FILE.
        01  GENERATION-INPUT-RECORD.
               05 GEN-IN-STATUS              PIC X(06).
                       88 GEN-STATUS-FAILED          VALUE "FAILED".
                       88 GEN-STATUS-REVERSED        VALUE "REVRSD".
                       88 GEN-STATUS-DUPLICATE       VALUE "DUPLIC".
                       88 GEN-STATUS-CONFIRMED       VALUE "OK".
               05 GEN-IN-CUSTOMER-ID         PIC X(10).
               05 GEN-IN-SENT-AMOUNT         PIC -(9)9.99.
               05 GEN-IN-SENT-AMOUNT-TEXT REDEFINES
                    GEN-IN-SENT-AMOUNT       PIC X(13).
               05 GEN-IN-EFFECTIVE-DATE      PIC X(08).
               05 GEN-IN-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(01).
               05 GEN-IN-REASON-WORD         PIC X(20).
               05 FILLER                     PIC X(22).
      *  Run id, then the currency and entity extension columns.
               05 GEN-IN-RUN-ID              PIC X(08).
               05 GEN-IN-CURRENCY-CODE       PIC X(03).
               05 FILLER                     PIC X(01).
               05 GEN-IN-ORIG-AMOUNT         PIC -(9)9.99.
               05 GEN-IN-ORIG-AMOUNT-TEXT REDEFINES
                    GEN-IN-ORIG-AMOUNT       PIC X(13).
               05 GEN-IN-ENTITY-CODE         PIC X(03).

      *  The failed call's record - see the same layout written in
      *  CBATCH.cbl.  A resubmission file carries its own header
      *  and trailer.
        FD  REJECT-FILE.
        01  BATCH-REJECT-RECORD.
               05 REJECT-CUSTOMER-ID         PIC X(10).
               05 REJECT-AMOUNT              PIC S9(9)V99.
               05 REJECT-EFFECTIVE-DATE      PIC 9(08).
               05 REJECT-REFERENCE-NUM       PIC X(12).
               05 REJECT-CURRENCY-CODE       PIC X(03).
               05 REJECT-ENTITY-CODE         PIC X(03).
               05 REJECT-DISPOSITION.
                       10 FILLER             PIC X(01).
                       10 REJECT-TP-STATUS   PIC S9(9).
                       10 FILLER             PIC X(01).
                       10 REJECT-RETURN-CODE PIC S9(9).
               05 REJECT-REASON-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 REJECT-REASON-TEXT PIC X(14).
        01  REJ-HEADER-VIEW.
           COPY TPBATHDR.
        01  REJ-TRAILER-VIEW.
           COPY TPBATTRL.

        FD  SUSPENSE-FILE.
        01  SUSPENSE-RECORD.
               05 SUSP-CUSTOMER-ID           PIC X(10).
               05 SUSP-AMOUNT                PIC S9(9)V99.
               05 SUSP-EFFECTIVE-DATE        PIC 9(08).
               05 SUSP-REFERENCE-NUM         PIC X(12).
               05 SUSP-CURRENCY-CODE         PIC X(03).
               05 SUSP-ENTITY-CODE           PIC X(03).
               05 SUSP-HOLD-REASON.
                       10 FILLER             PIC X(01).
                       10 SUSP-REASON-TEXT   PIC X(20).
        01  SUS-HEADER-VIEW.
           COPY TPBATHDR.
        01  SUS-TRAILER-VIEW.
           COPY TPBATTRL.

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

        FD  ROUTING-RULES-FILE.
        01  ROUTING-RULE-RECORD.
           COPY TPROUTE.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

        WORKING-STORAGE SECTION.
        01  GENERATION-INPUT-NAME   PIC X(12) VALUE SPACES.
        01  INPUT-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  LOAD-SELECTOR           PIC X(10) VALUE SPACES.
               88 LOAD-EVERY-GENERATION      VALUE "ALL".
        01  DEFAULT-SERVICE-NAME    PIC X(30) VALUE SPACES.
        01  LOAD-DATE               PIC 9(08) VALUE 0.
        01  TODAY-DATE              PIC 9(08) VALUE 0.
        01  DEFAULT-ENTITY-CODE     PIC X(03) VALUE "001".
        01  BOOKING-CURRENCY-CODE   PIC X(03) VALUE "USD".

        01  LOAD-SWITCHES.
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 END-OF-ROUTES-SW  PIC X(01) VALUE "N".
                       88 END-OF-ROUTES      VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 ROUTE-MATCH-SW    PIC X(01) VALUE "N".
                       88 ROUTE-MATCH-FOUND  VALUE "Y".
               05 REF-MATCH-SW      PIC X(01) VALUE "N".
                       88 REF-MATCH-FOUND    VALUE "Y".
               05 REF-OVERFLOW-SW   PIC X(01) VALUE "N".
                       88 REF-TABLE-FULL     VALUE "Y".
               05 GEN-OVERFLOW-SW   PIC X(01) VALUE "N".
                       88 GEN-TABLE-FULL     VALUE "Y".

        01  LOAD-COUNTERS.
               05 GENERATIONS-LOADED PIC S9(9) COMP-5 VALUE 0.
               05 GENERATIONS-MISSING PIC S9(9) COMP-5 VALUE 0.
               05 LINES-READ        PIC S9(9) COMP-5 VALUE 0.
               05 LINES-PASSED-BY   PIC S9(9) COMP-5 VALUE 0.
               05 HISTORY-ADDED     PIC S9(9) COMP-5 VALUE 0.
               05 HISTORY-UPDATED   PIC S9(9) COMP-5 VALUE 0.
               05 DUPLICATES-KEPT   PIC S9(9) COMP-5 VALUE 0.
               05 ALREADY-LOADED    PIC S9(9) COMP-5 VALUE 0.
               05 HISTORY-WRITE-FAILED PIC S9(9) COMP-5 VALUE 0.
               05 IDS-STILL-MASKED  PIC S9(9) COMP-5 VALUE 0.
               05 REFS-NOT-LOADED   PIC S9(9) COMP-5 VALUE 0.

      *  The generations the load works through, in registry
      *  order - output, reject and suspense alike.
        01  GENERATION-TABLE.
               05 GENTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 GENTAB-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON GENTAB-COUNT
                       INDEXED BY GEN-IDX.
                       10 GENTAB-FILE-NAME           PIC X(12).
                       10 GENTAB-TYPE                PIC X(03).
                               88 GENTAB-OUTPUT      VALUE "OUT".
                               88 GENTAB-REJECTS     VALUE "REJ".
                               88 GENTAB-SUSPENSE    VALUE "SUS".
                       10 GENTAB-ROLL-DATE           PIC 9(08).

      *  The routing rules, as BATCHCLI loads them.
        01  ROUTING-TABLE.
               05 ROUTING-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 ROUTING-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON ROUTING-COUNT
                       INDEXED BY ROUTING-IDX.
                       10 RTETAB-RULE-TYPE           PIC X(01).
                               88 RTETAB-ON-CUSTOMER VALUE "C".
                               88 RTETAB-ON-AMOUNT   VALUE "A".
                               88 RTETAB-ON-REFERENCE VALUE "R".
                       10 RTETAB-CUSTOMER-LOW        PIC X(10).
                       10 RTETAB-CUSTOMER-HIGH       PIC X(10).
                       10 RTETAB-AMOUNT-THRESHOLD    PIC 9(09)V99.
                       10 RTETAB-REFERENCE-PREFIX    PIC X(04).
                       10 RTETAB-SERVICE-NAME        PIC X(30).

      *  The full customer id and return code behind each
      *  reference on the reject and suspense generations.
        01  REFERENCE-DETAIL-TABLE.
               05 REFTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 REFTAB-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON REFTAB-COUNT
                       INDEXED BY REF-IDX.
                       10 REFTAB-REFERENCE-NUM       PIC X(12).
                       10 REFTAB-CUSTOMER-ID         PIC X(10).
                       10 REFTAB-RETURN-CODE         PIC S9(9).
        01  REF-FOUND-IDX           USAGE INDEX.
        01  LOOKUP-REFERENCE        PIC X(12).
        01  LOOKUP-CUSTOMER-ID      PIC X(10).
        01  LOOKUP-RETURN-CODE      PIC S9(9).

      *  The history entry built from the current line, held
      *  while the store is read for the entry already there.
        01  NEW-HISTORY-IMAGE       PIC X(177).
        01  PRIOR-DISPOSITION-WORK  PIC X(06).
        01  FIRST-SEEN-WORK         PIC 9(08).
        01  TIMES-PROCESSED-WORK    PIC 9(04).
        01  LINE-AMOUNT-WORK        PIC S9(11)V99.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CHISTLD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO LOAD-SELECTOR DEFAULT-SERVICE-NAME
                WITH POINTER CMD-PARSE-PTR.
           EVALUATE TRUE
                WHEN LOAD-SELECTOR = SPACES
                     MOVE TODAY-DATE TO LOAD-DATE
                WHEN LOAD-EVERY-GENERATION
                     CONTINUE
                WHEN LOAD-SELECTOR(1:8) NUMERIC
                     AND LOAD-SELECTOR(9:2) = SPACES
                     MOVE LOAD-SELECTOR(1:8) TO LOAD-DATE
                WHEN OTHER
                     DISPLAY "Usage: histload [YYYYMMDD|ALL] "
                          "[<default service>]"
                     STOP RUN
           END-EVALUATE.
           IF DEFAULT-SERVICE-NAME = SPACES
                DISPLAY "History load: no default service given - "
                     "records no ROUTES rule claims are stored "
                     "without one"
           END-IF.

           PERFORM COLLECT-GENERATIONS.
           PERFORM LOAD-ROUTING-RULES.
           PERFORM LOAD-REFERENCE-DETAILS
                VARYING GEN-IDX FROM 1 BY 1
                UNTIL GEN-IDX > GENTAB-COUNT.

           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           END-IF.
           OPEN I-O HISTORY-STORE-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
                AND HISTORY-FILE-STATUS NOT = "05"
                DISPLAY "History load: TXNHIST open failed with "
                     "status " HISTORY-FILE-STATUS " - nothing loaded"
                STOP RUN
           END-IF.
           PERFORM LOAD-ONE-OUTPUT-GENERATION
                VARYING GEN-IDX FROM 1 BY 1
                UNTIL GEN-IDX > GENTAB-COUNT.
           CLOSE HISTORY-STORE-FILE.
           IF STORE-PRESENT
                CLOSE TXN-STORE-FILE
           END-IF.

           DISPLAY "History load: " GENERATIONS-LOADED
                " generations, " LINES-READ " lines read".
           DISPLAY "  Added:             " HISTORY-ADDED.
           DISPLAY "  Updated:           " HISTORY-UPDATED.
           DISPLAY "  Duplicates kept:   " DUPLICATES-KEPT.
           DISPLAY "  Already loaded:    " ALREADY-LOADED.
           DISPLAY "  Passed by:         " LINES-PASSED-BY.
           IF IDS-STILL-MASKED > 0
                DISPLAY "  Ids left masked:   " IDS-STILL-MASKED
           END-IF.
           IF GENERATIONS-MISSING > 0
                DISPLAY "  ** Generations not found: "
                     GENERATIONS-MISSING
           END-IF.
           IF HISTORY-WRITE-FAILED > 0
                DISPLAY "  ** Store writes failed: "
                     HISTORY-WRITE-FAILED
           END-IF.
           STOP RUN.

      *****************************************************
      *  The generations to load off the OUTGENS registry: the
      *  output, reject and suspense generations rolled on the
      *  load date, or every one of them for ALL.
      *****************************************************
        COLLECT-GENERATIONS.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM COLLECT-ONE-GENERATION UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.
           IF GENTAB-COUNT = 0
                DISPLAY "History load: no generation on the "
                     "registry for " LOAD-SELECTOR
                     " - nothing loaded"
                STOP RUN
           END-IF.

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        COLLECT-ONE-GENERATION.
           IF (OUTGEN-TYPE = "OUT" OR "REJ" OR "SUS")
                AND (LOAD-EVERY-GENERATION
                     OR OUTGEN-ROLL-DATE = LOAD-DATE)
                IF GENTAB-COUNT < 500
                     ADD 1 TO GENTAB-COUNT
                     SET GEN-IDX TO GENTAB-COUNT
                     MOVE OUTGEN-FILE-NAME TO
                          GENTAB-FILE-NAME(GEN-IDX)
                     MOVE OUTGEN-TYPE TO GENTAB-TYPE(GEN-IDX)
                     MOVE OUTGEN-ROLL-DATE TO
                          GENTAB-ROLL-DATE(GEN-IDX)
                ELSE
                     IF NOT GEN-TABLE-FULL
                          DISPLAY "History load: generation table "
                               "full at " GENTAB-COUNT " - load the "
                               "rest by date"
                          SET GEN-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  The routing rules in file order, first match wins.
      *****************************************************
        LOAD-ROUTING-RULES.
           OPEN INPUT ROUTING-RULES-FILE.
           PERFORM READ-ROUTING-RULE.
           PERFORM STORE-ROUTING-RULE
                UNTIL END-OF-ROUTES OR ROUTING-COUNT = 50.
           CLOSE ROUTING-RULES-FILE.

        READ-ROUTING-RULE.
           READ ROUTING-RULES-FILE
                AT END SET END-OF-ROUTES TO TRUE
           END-READ.

        STORE-ROUTING-RULE.
           ADD 1 TO ROUTING-COUNT.
           SET ROUTING-IDX TO ROUTING-COUNT.
           MOVE ROUTE-RULE-TYPE TO RTETAB-RULE-TYPE(ROUTING-IDX).
           MOVE ROUTE-CUSTOMER-LOW TO
                RTETAB-CUSTOMER-LOW(ROUTING-IDX).
           MOVE ROUTE-CUSTOMER-HIGH TO
                RTETAB-CUSTOMER-HIGH(ROUTING-IDX).
           MOVE ROUTE-AMOUNT-THRESHOLD TO
                RTETAB-AMOUNT-THRESHOLD(ROUTING-IDX).
           MOVE ROUTE-REFERENCE-PREFIX TO
                RTETAB-REFERENCE-PREFIX(ROUTING-IDX).
           MOVE ROUTE-SERVICE-NAME TO
                RTETAB-SERVICE-NAME(ROUTING-IDX).
           PERFORM READ-ROUTING-RULE.

      *****************************************************
      *  The reject and suspense generations' references, with
      *  the full customer id and a failed call's return code.
      *  Header and trailer records are passed by.
      *****************************************************
        LOAD-REFERENCE-DETAILS.
           MOVE GENTAB-FILE-NAME(GEN-IDX) TO GENERATION-INPUT-NAME.
           MOVE "N" TO END-OF-FILE-SW.
           EVALUATE TRUE
                WHEN GENTAB-REJECTS(GEN-IDX)
                     OPEN INPUT REJECT-FILE
                     PERFORM READ-REJECT-RECORD
                     PERFORM STORE-ONE-REJECT-RECORD
                          UNTIL END-OF-CURRENT-FILE
                     CLOSE REJECT-FILE
                WHEN GENTAB-SUSPENSE(GEN-IDX)
                     OPEN INPUT SUSPENSE-FILE
                     PERFORM READ-SUSPENSE-RECORD
                     PERFORM STORE-ONE-SUSPENSE-RECORD
                          UNTIL END-OF-CURRENT-FILE
                     CLOSE SUSPENSE-FILE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

        READ-REJECT-RECORD.
           READ REJECT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-REJECT-RECORD.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK OF REJ-HEADER-VIEW
                     CONTINUE
                WHEN TRAILER-TYPE-OK OF REJ-TRAILER-VIEW
                     CONTINUE
                WHEN OTHER
                     MOVE REJECT-REFERENCE-NUM TO LOOKUP-REFERENCE
                     MOVE REJECT-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                     MOVE 0 TO LOOKUP-RETURN-CODE
                     IF REJECT-RETURN-CODE NUMERIC
                          MOVE REJECT-RETURN-CODE TO
                               LOOKUP-RETURN-CODE
                     END-IF
                     PERFORM ADD-REFERENCE-DETAIL
           END-EVALUATE.
           PERFORM READ-REJECT-RECORD.

        READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-SUSPENSE-RECORD.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK OF SUS-HEADER-VIEW
                     CONTINUE
                WHEN TRAILER-TYPE-OK OF SUS-TRAILER-VIEW
                     CONTINUE
                WHEN OTHER
                     MOVE SUSP-REFERENCE-NUM TO LOOKUP-REFERENCE
                     MOVE SUSP-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                     MOVE 0 TO LOOKUP-RETURN-CODE
                     PERFORM ADD-REFERENCE-DETAIL
           END-EVALUATE.
           PERFORM READ-SUSPENSE-RECORD.

      *  A reference on more than one generation keeps one entry,
      *  with the latest details.  A full table leaves the rest
      *  to the store and the line itself.
        ADD-REFERENCE-DETAIL.
           PERFORM FIND-REFERENCE-DETAIL.
           IF REF-MATCH-FOUND
                SET REF-IDX TO REF-FOUND-IDX
           ELSE
                IF REFTAB-COUNT < 9000
                     ADD 1 TO REFTAB-COUNT
                     SET REF-IDX TO REFTAB-COUNT
                     MOVE LOOKUP-REFERENCE TO
                          REFTAB-REFERENCE-NUM(REF-IDX)
                     SET REF-MATCH-FOUND TO TRUE
                ELSE
                     ADD 1 TO REFS-NOT-LOADED
                     IF NOT REF-TABLE-FULL
                          DISPLAY "History load: reference table "
                               "full at " REFTAB-COUNT " - later ids "
                               "come from the store"
                          SET REF-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.
           IF REF-MATCH-FOUND
                MOVE LOOKUP-CUSTOMER-ID TO
                     REFTAB-CUSTOMER-ID(REF-IDX)
                MOVE LOOKUP-RETURN-CODE TO
                     REFTAB-RETURN-CODE(REF-IDX)
           END-IF.

        FIND-REFERENCE-DETAIL.
           MOVE "N" TO REF-MATCH-SW.
           PERFORM MATCH-ONE-REFERENCE
                VARYING REF-IDX FROM 1 BY 1
                UNTIL REF-IDX > REFTAB-COUNT
                     OR REF-MATCH-FOUND.

        MATCH-ONE-REFERENCE.
           IF REFTAB-REFERENCE-NUM(REF-IDX) = LOOKUP-REFERENCE
                SET REF-MATCH-FOUND TO TRUE
                SET REF-FOUND-IDX TO REF-IDX
           END-IF.

      *****************************************************
      *  One output generation into the store.  A generation the
      *  registry names but the roll's retention has since
      *  removed is counted and skipped.
      *****************************************************
        LOAD-ONE-OUTPUT-GENERATION.
           IF GENTAB-OUTPUT(GEN-IDX)
                MOVE GENTAB-FILE-NAME(GEN-IDX) TO
                     GENERATION-INPUT-NAME
                OPEN INPUT GENERATION-INPUT-FILE
                IF INPUT-FILE-STATUS = "00"
                     ADD 1 TO GENERATIONS-LOADED
                     MOVE "N" TO END-OF-FILE-SW
                     PERFORM READ-GENERATION-LINE
                     PERFORM LOAD-ONE-LINE
                          UNTIL END-OF-CURRENT-FILE
                     CLOSE GENERATION-INPUT-FILE
                ELSE
                     ADD 1 TO GENERATIONS-MISSING
                     DISPLAY "History load: generation "
                          GENERATION-INPUT-NAME " not found "
                          "(status " INPUT-FILE-STATUS ")"
                END-IF
           END-IF.

        READ-GENERATION-LINE.
           READ GENERATION-INPUT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        LOAD-ONE-LINE.
           ADD 1 TO LINES-READ.
           IF GEN-IN-CUSTOMER-ID = SPACES
                OR GEN-IN-REFERENCE-NUM = SPACES
                ADD 1 TO LINES-PASSED-BY
           ELSE
                PERFORM BUILD-HISTORY-ENTRY
                PERFORM POST-HISTORY-ENTRY
           END-IF.
           PERFORM READ-GENERATION-LINE.

      *****************************************************
      *  The history entry for the line, amounts de-edited: an
      *  amount the parser could not read is stored as zero, a
      *  line from before the currency columns carries only the
      *  sent amount in the booking currency, and the house
      *  entity stands in for a line from before the entity
      *  column.
      *****************************************************
        BUILD-HISTORY-ENTRY.
           MOVE SPACES TO HISTORY-STORE-RECORD.
           MOVE GEN-IN-REFERENCE-NUM TO TXNHST-REFERENCE-NUM.
           IF GEN-IN-EFFECTIVE-DATE NUMERIC
                MOVE GEN-IN-EFFECTIVE-DATE TO TXNHST-EFFECTIVE-DATE
           ELSE
                MOVE 0 TO TXNHST-EFFECTIVE-DATE
           END-IF.
           MOVE GEN-IN-STATUS TO TXNHST-DISPOSITION.
           IF NOT GEN-STATUS-CONFIRMED
                MOVE GEN-IN-REASON-WORD TO TXNHST-REASON-TEXT
           END-IF.
           IF GEN-IN-SENT-AMOUNT-TEXT = SPACES
                MOVE 0 TO LINE-AMOUNT-WORK
           ELSE
                MOVE GEN-IN-SENT-AMOUNT TO LINE-AMOUNT-WORK
           END-IF.
           MOVE LINE-AMOUNT-WORK TO TXNHST-BOOKED-AMOUNT.
           IF GEN-IN-ORIG-AMOUNT-TEXT NOT = SPACES
                MOVE GEN-IN-ORIG-AMOUNT TO LINE-AMOUNT-WORK
           END-IF.
           MOVE LINE-AMOUNT-WORK TO TXNHST-ORIGINAL-AMOUNT.
           IF GEN-IN-CURRENCY-CODE = SPACES
                MOVE BOOKING-CURRENCY-CODE TO TXNHST-CURRENCY-CODE
           ELSE
                MOVE GEN-IN-CURRENCY-CODE TO TXNHST-CURRENCY-CODE
           END-IF.
           IF GEN-IN-ENTITY-CODE = SPACES
                MOVE DEFAULT-ENTITY-CODE TO TXNHST-ENTITY-CODE
           ELSE
                MOVE GEN-IN-ENTITY-CODE TO TXNHST-ENTITY-CODE
           END-IF.
           IF GEN-IN-RUN-ID NUMERIC
                MOVE GEN-IN-RUN-ID TO TXNHST-RUN-ID
           ELSE
                MOVE 0 TO TXNHST-RUN-ID
           END-IF.
           PERFORM RESOLVE-FULL-CUSTOMER-ID.
           PERFORM ROUTE-HISTORY-ENTRY.
           MOVE GENTAB-ROLL-DATE(GEN-IDX) TO TXNHST-PROCESSED-DATE.
           MOVE GENTAB-ROLL-DATE(GEN-IDX) TO TXNHST-FIRST-SEEN-DATE.
           MOVE GENTAB-FILE-NAME(GEN-IDX) TO TXNHST-GENERATION-NAME.
           MOVE 1 TO TXNHST-TIMES-PROCESSED.
           MOVE TODAY-DATE TO TXNHST-LOADED-DATE.

      *  The reject or suspense record under the reference, then
      *  the store, then the line as it stands - counted when
      *  that may be a masked id.
        RESOLVE-FULL-CUSTOMER-ID.
           MOVE GEN-IN-CUSTOMER-ID TO TXNHST-CUSTOMER-ID.
           MOVE 0 TO TXNHST-RETURN-CODE.
           MOVE GEN-IN-REFERENCE-NUM TO LOOKUP-REFERENCE.
           PERFORM FIND-REFERENCE-DETAIL.
           IF REF-MATCH-FOUND
                SET REF-IDX TO REF-FOUND-IDX
                MOVE REFTAB-CUSTOMER-ID(REF-IDX) TO
                     TXNHST-CUSTOMER-ID
                IF GEN-STATUS-FAILED
                     MOVE REFTAB-RETURN-CODE(REF-IDX) TO
                          TXNHST-RETURN-CODE
                END-IF
           ELSE
                IF STORE-PRESENT
                     MOVE GEN-IN-REFERENCE-NUM TO STORE-REFERENCE-NUM
                     READ TXN-STORE-FILE
                          INVALID KEY
                               MOVE "N" TO REF-MATCH-SW
                          NOT INVALID KEY
                               SET REF-MATCH-FOUND TO TRUE
                               MOVE STORE-CUSTOMER-ID TO
                                    TXNHST-CUSTOMER-ID
                     END-READ
                END-IF
           END-IF.
           IF NOT REF-MATCH-FOUND
                AND TXNHST-CUSTOMER-ID(3:6) = "******"
                ADD 1 TO IDS-STILL-MASKED
           END-IF.

      *****************************************************
      *  The service the record went to, the way BATCHCLI
      *  routes it: the first rule the record matches, on the
      *  full customer id, the booked amount or the reference
      *  prefix, else the night's default.  A reversal is sent to
      *  the default service whatever the rules say.
      *****************************************************
        ROUTE-HISTORY-ENTRY.
           MOVE DEFAULT-SERVICE-NAME TO TXNHST-SERVICE-NAME.
           MOVE "N" TO ROUTE-MATCH-SW.
           IF NOT GEN-STATUS-REVERSED
                PERFORM APPLY-ONE-ROUTING-RULE
                     VARYING ROUTING-IDX FROM 1 BY 1
                     UNTIL ROUTING-IDX > ROUTING-COUNT
                          OR ROUTE-MATCH-FOUND
           END-IF.

        APPLY-ONE-ROUTING-RULE.
           EVALUATE TRUE
                WHEN RTETAB-ON-CUSTOMER(ROUTING-IDX)
                     IF TXNHST-CUSTOMER-ID NOT <
                          RTETAB-CUSTOMER-LOW(ROUTING-IDX)
                          AND TXNHST-CUSTOMER-ID
                               NOT > RTETAB-CUSTOMER-HIGH(ROUTING-IDX)
                          SET ROUTE-MATCH-FOUND TO TRUE
                     END-IF
                WHEN RTETAB-ON-AMOUNT(ROUTING-IDX)
                     IF TXNHST-BOOKED-AMOUNT NOT <
                          RTETAB-AMOUNT-THRESHOLD(ROUTING-IDX)
                          SET ROUTE-MATCH-FOUND TO TRUE
                     END-IF
                WHEN RTETAB-ON-REFERENCE(ROUTING-IDX)
                     IF TXNHST-REFERENCE-NUM(1:4) =
                          RTETAB-REFERENCE-PREFIX(ROUTING-IDX)
                          SET ROUTE-MATCH-FOUND TO TRUE
                     END-IF
           END-EVALUATE.
           IF ROUTE-MATCH-FOUND
                MOVE RTETAB-SERVICE-NAME(ROUTING-IDX) TO
                     TXNHST-SERVICE-NAME
           END-IF.

      *****************************************************
      *  Add the entry, or bring the one on the store up to the
      *  later disposition.  The same generation loaded again
      *  finds its own entry and leaves it be; a DUPLIC line
      *  leaves the outcome it was a duplicate of.
      *****************************************************
        POST-HISTORY-ENTRY.
           MOVE HISTORY-STORE-RECORD TO NEW-HISTORY-IMAGE.
           READ HISTORY-STORE-FILE
                INVALID KEY
                     MOVE NEW-HISTORY-IMAGE TO HISTORY-STORE-RECORD
                     PERFORM ADD-HISTORY-ENTRY
                NOT INVALID KEY
                     PERFORM UPDATE-HISTORY-ENTRY
           END-READ.

        ADD-HISTORY-ENTRY.
           WRITE HISTORY-STORE-RECORD
                INVALID KEY
                     ADD 1 TO HISTORY-WRITE-FAILED
                NOT INVALID KEY
                     ADD 1 TO HISTORY-ADDED
           END-WRITE.

        UPDATE-HISTORY-ENTRY.
           EVALUATE TRUE
                WHEN TXNHST-GENERATION-NAME =
                     GENTAB-FILE-NAME(GEN-IDX)
                     ADD 1 TO ALREADY-LOADED
                WHEN GEN-STATUS-DUPLICATE
                     ADD 1 TO DUPLICATES-KEPT
                WHEN OTHER
                     MOVE TXNHST-DISPOSITION TO PRIOR-DISPOSITION-WORK
                     MOVE TXNHST-FIRST-SEEN-DATE TO FIRST-SEEN-WORK
                     MOVE TXNHST-TIMES-PROCESSED TO
                          TIMES-PROCESSED-WORK
                     MOVE NEW-HISTORY-IMAGE TO HISTORY-STORE-RECORD
                     MOVE PRIOR-DISPOSITION-WORK TO
                          TXNHST-PRIOR-DISPOSITION
                     MOVE FIRST-SEEN-WORK TO TXNHST-FIRST-SEEN-DATE
                     IF TIMES-PROCESSED-WORK < 9999
                          ADD 1 TO TIMES-PROCESSED-WORK
                     END-IF
                     MOVE TIMES-PROCESSED-WORK TO
                          TXNHST-TIMES-PROCESSED
                     REWRITE HISTORY-STORE-RECORD
                          INVALID KEY
                               ADD 1 TO HISTORY-WRITE-FAILED
                          NOT INVALID KEY
                               ADD 1 TO HISTORY-UPDATED
                     END-REWRITE
           END-EVALUATE.
