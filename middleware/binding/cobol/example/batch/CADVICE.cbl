      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CADVICE.cbl
      *
      *  Customer transaction advices for the notification
      *  platform, over the night's output and the day's
      *  returns.  Every payment the customer should hear about
      *  becomes one advice record:
      *     C  confirmed - an OK line
      *     F  failed    - a FAILED line, worded from DISPTAB
      *                    by the return code BATCHREJ holds for
      *                    it, or a REJECT line, worded from the
      *                    reject reason
      *     H  held      - a SUSPND line, the payment sitting in
      *                    SUSPENSE
      *     V  reversed  - a REVRSD line
      *     R  returned  - a return booked today on RETBOOKD
      *  Warehoused, duplicate, queued and compliance-held lines
      *  are not advised: the payment is still to be decided, and
      *  a compliance hold must not be tipped off.
      *
      *  Each advice goes out as the customer asked on the master
      *  - the channel, the address it delivers to and the events
      *  they want to hear about - or is suppressed: a customer
      *  opted out, an event they turned off, an e-mail or text
      *  channel with no address, or a customer not on the
      *  master at all.  The outputs:
      *     ADVICES   HDR, one advice per record, then TRL with
      *               the advice count and amount hash
      *     ADVRPT    the dispatch report - every suppressed
      *               advice, then the reconciliation of advices
      *               written and suppressed against the records
      *               processed
      *  The output line's customer id may be masked for sharing;
      *  the reject or suspense record under the same reference,
      *  or the booking in TXNSTORE, carries the id in full and
      *  is preferred.  The selector on the command line picks a
      *  rolled generation from OUTGENS the way the netting does,
      *  with its rejects and suspense alongside it.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ADVICEGN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT ADVICE-INPUT-FILE ASSIGN TO DYNAMIC
                ADVICE-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO DYNAMIC
                REJECT-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO DYNAMIC
                SUSPENSE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DISPOSITION-TABLE-FILE ASSIGN TO "DISPTAB"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNS-LEDGER-FILE ASSIGN TO "RETBOOKD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT ADVICE-FILE ASSIGN TO "ADVICES"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT ADVICE-REPORT-FILE ASSIGN TO "ADVRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CICNET.cbl.  A REJECT or SUSPND line
      *  carries its reason word after the reference; a REVRSD
      *  line carries the cancellation already negated.
        FD  ADVICE-INPUT-FILE.
        01  ADVICE-INPUT-RECORD.
               05 ADV-IN-STATUS              PIC X(06).
                       88 ADV-STATUS-OK              VALUE "OK".
                       88 ADV-STATUS-FAILED          VALUE "FAILED".
                       88 ADV-STATUS-REJECTED        VALUE "REJECT".
                       88 ADV-STATUS-SUSPENDED       VALUE "SUSPND".
                       88 ADV-STATUS-REVERSED        VALUE "REVRSD".
               05 ADV-IN-CUSTOMER-ID         PIC X(10).
               05 ADV-IN-SENT-AMOUNT         PIC -(9)9.99.
               05 ADV-IN-SENT-AMOUNT-TEXT REDEFINES
                    ADV-IN-SENT-AMOUNT       PIC X(13).
               05 ADV-IN-EFFECTIVE-DATE      PIC X(08).
               05 ADV-IN-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(01).
               05 ADV-IN-REASON-WORD         PIC X(20).
               05 FILLER                     PIC X(22).
      *  Run id, then the currency and entity extension columns.
               05 ADV-IN-RUN-ID              PIC X(08).
               05 ADV-IN-CURRENCY-CODE       PIC X(03).
               05 FILLER                     PIC X(01).
               05 ADV-IN-ORIG-AMOUNT         PIC -(9)9.99.
               05 ADV-IN-ORIG-AMOUNT-TEXT REDEFINES
                    ADV-IN-ORIG-AMOUNT       PIC X(13).
               05 ADV-IN-ENTITY-CODE         PIC X(03).

      *  The failed call's record - see the same layout written in
      *  CBATCH.cbl - with the return code it came back with.  A
      *  resubmission file carries its own header and trailer.
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

        FD  DISPOSITION-TABLE-FILE.
        01  DISPOSITION-RECORD.
               05 DISP-RETURN-CODE           PIC S9(9).
               05 DISP-ACTION-CODE           PIC X(01).
               05 DISP-DESCRIPTION           PIC X(30).

        FD  RETURNS-LEDGER-FILE.
        01  RETURNS-LEDGER-RECORD.
           COPY TPRETBKD.

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  ADVICE-FILE.
        01  ADVICE-RECORD.
           COPY TPADVICE.
        01  ADVICE-HEADER-RECORD.
           COPY TPBATHDR.
        01  ADVICE-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  ADVICE-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  ADVICE-INPUT-NAME       PIC X(12) VALUE "BATCHOUT".
        01  REJECT-FILE-NAME        PIC X(12) VALUE "BATCHREJ".
        01  SUSPENSE-FILE-NAME      PIC X(12) VALUE "SUSPENSE".
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  ADVICE-SOURCE-ID        PIC X(10) VALUE "ADVICEGN".

      *  The generation selector off the command line, and the
      *  registry scan that resolves it to file names.
        01  GENERATION-SELECTOR     PIC X(10) VALUE SPACES.
        01  SELECTOR-RUN-ID         PIC 9(08) VALUE 0.
        01  SELECTOR-DATE           PIC 9(08) VALUE 0.
        01  SELECTOR-SWITCHES.
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 SELECTOR-KIND-SW  PIC X(01) VALUE "N".
                       88 SELECT-BY-DATE     VALUE "D".
                       88 SELECT-BY-RUN-ID   VALUE "R".
                       88 SELECT-LIVE-FILE   VALUE "N".
               05 GEN-FOUND-SW      PIC X(01) VALUE "N".
                       88 GENERATION-FOUND   VALUE "Y".
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.

        01  ADVICE-SWITCHES.
               05 END-OF-INPUT-SW   PIC X(01) VALUE "N".
                       88 END-OF-INPUT       VALUE "Y".
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-FILE-PRESENT VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 CUSTOMER-FOUND-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-ON-MASTER VALUE "Y".
               05 EVENT-WANTED-SW   PIC X(01) VALUE "N".
                       88 EVENT-WANTED       VALUE "Y".
               05 REF-MATCH-SW      PIC X(01) VALUE "N".
                       88 REF-MATCH-FOUND    VALUE "Y".
               05 DISP-MATCH-SW     PIC X(01) VALUE "N".
                       88 DISP-MATCH-FOUND   VALUE "Y".
               05 WORDING-MATCH-SW  PIC X(01) VALUE "N".
                       88 WORDING-MATCH-FOUND VALUE "Y".
               05 REF-OVERFLOW-SW   PIC X(01) VALUE "N".
                       88 REF-TABLE-FULL     VALUE "Y".

        01  ADVICE-COUNTERS.
               05 LINES-READ        PIC S9(9) COMP-5 VALUE 0.
               05 LINES-NOT-ADVISED PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-READ      PIC S9(9) COMP-5 VALUE 0.
               05 RETURNS-BOOKED-TODAY
                                    PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-PROCESSED PIC S9(9) COMP-5 VALUE 0.
               05 EVENTS-CONFIRMED  PIC S9(9) COMP-5 VALUE 0.
               05 EVENTS-FAILED     PIC S9(9) COMP-5 VALUE 0.
               05 EVENTS-HELD       PIC S9(9) COMP-5 VALUE 0.
               05 EVENTS-REVERSED   PIC S9(9) COMP-5 VALUE 0.
               05 EVENTS-RETURNED   PIC S9(9) COMP-5 VALUE 0.
               05 ADVICE-EVENTS     PIC S9(9) COMP-5 VALUE 0.
               05 ADVICES-WRITTEN   PIC S9(9) COMP-5 VALUE 0.
               05 ADVICES-BY-EMAIL  PIC S9(9) COMP-5 VALUE 0.
               05 ADVICES-BY-TEXT   PIC S9(9) COMP-5 VALUE 0.
               05 ADVICES-BY-POST   PIC S9(9) COMP-5 VALUE 0.
               05 ADVICES-SUPPRESSED
                                    PIC S9(9) COMP-5 VALUE 0.
               05 SUPPRESSED-NOT-ON-MASTER
                                    PIC S9(9) COMP-5 VALUE 0.
               05 SUPPRESSED-OPTED-OUT
                                    PIC S9(9) COMP-5 VALUE 0.
               05 SUPPRESSED-NOT-WANTED
                                    PIC S9(9) COMP-5 VALUE 0.
               05 SUPPRESSED-NO-ADDRESS
                                    PIC S9(9) COMP-5 VALUE 0.
               05 REFS-NOT-LOADED   PIC S9(9) COMP-5 VALUE 0.
               05 ACCOUNTED-FOR     PIC S9(9) COMP-5 VALUE 0.
        01  ADVICE-HASH-TOTAL       PIC S9(13)V99 VALUE 0.

        01  RUN-DATE                PIC 9(08).
      *  The date the advices are made out for: today for the live
      *  file, the roll date for a generation.  Returns booked on
      *  it are advised with the night's output.
        01  BUSINESS-DATE           PIC 9(08).
        01  BOOKING-CURRENCY-CODE   PIC X(03) VALUE "USD".

      *  The current line reduced to what the advice needs.
        01  LINE-AMOUNT-WORK        PIC S9(11)V99.
        01  SUPPRESS-REASON         PIC X(20).
        01  RETURN-CODE-EDIT        PIC -(9)9.
        01  LOOKUP-REFERENCE        PIC X(12).
        01  LOOKUP-RETURN-CODE      PIC S9(9).
        01  WORDING-KEY             PIC X(20).

      *  The full customer id and the return code behind each
      *  reference on the night's rejects and suspense.
        01  REFERENCE-DETAIL-TABLE.
               05 REFTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 REFTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON REFTAB-COUNT
                       INDEXED BY REF-IDX.
                       10 REFTAB-REFERENCE-NUM       PIC X(12).
                       10 REFTAB-CUSTOMER-ID         PIC X(10).
                       10 REFTAB-RETURN-CODE         PIC S9(9).
        01  REF-FOUND-IDX           USAGE INDEX.

      *  The reply-code descriptions off DISPTAB - the wording a
      *  failed call's advice gives.
        01  DISPOSITION-TABLE.
               05 DISP-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 DSPTAB-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON DISP-COUNT
                       INDEXED BY DISP-IDX.
                       10 DSPTAB-RETURN-CODE         PIC S9(9).
                       10 DSPTAB-DESCRIPTION         PIC X(30).
        01  DISP-FOUND-IDX          USAGE INDEX.

      *  The customer's wording for the reject and hold reasons a
      *  line can carry: the reason word, how much of it to
      *  match (NO-RATE- and OVERFLOW- carry the currency after
      *  them) and the words the customer reads.  A hold for any
      *  other reason - a review, a fraud rule - is simply held
      *  for review.
        01  REASON-WORDING-VALUES.
               05 FILLER            PIC X(22) VALUE
                    "BAD-AMOUNT          10".
               05 FILLER            PIC X(30) VALUE
                    "AMOUNT COULD NOT BE READ".
               05 FILLER            PIC X(22) VALUE
                    "UNKNOWN-CUSTOMER    16".
               05 FILLER            PIC X(30) VALUE
                    "ACCOUNT NOT RECOGNISED".
               05 FILLER            PIC X(22) VALUE
                    "PERIOD-CLOSED       13".
               05 FILLER            PIC X(30) VALUE
                    "ACCOUNTING PERIOD CLOSED".
               05 FILLER            PIC X(22) VALUE
                    "NO-RATE-            08".
               05 FILLER            PIC X(30) VALUE
                    "CURRENCY NOT ACCEPTED TODAY".
               05 FILLER            PIC X(22) VALUE
                    "OVERFLOW-           09".
               05 FILLER            PIC X(30) VALUE
                    "AMOUNT TOO LARGE TO CONVERT".
               05 FILLER            PIC X(22) VALUE
                    "CUSTOMER-NOT-ACTIVE 19".
               05 FILLER            PIC X(30) VALUE
                    "ACCOUNT NOT ACTIVE".
               05 FILLER            PIC X(22) VALUE
                    "DAILY-LIMIT-BREACH  18".
               05 FILLER            PIC X(30) VALUE
                    "DAILY PAYMENT LIMIT REACHED".
               05 FILLER            PIC X(22) VALUE
                    "FUTURE-NO-WAREHOUSE 19".
               05 FILLER            PIC X(30) VALUE
                    "HELD UNTIL ITS DUE DATE".
               05 FILLER            PIC X(22) VALUE
                    "DORMANT             07".
               05 FILLER            PIC X(30) VALUE
                    "ACCOUNT DORMANT".
        01  REASON-WORDING-TABLE REDEFINES REASON-WORDING-VALUES.
               05 WORDING-ENTRY OCCURS 9 TIMES
                       INDEXED BY WORDING-IDX.
                       10 WORDING-REASON-WORD        PIC X(20).
                       10 WORDING-MATCH-LENGTH       PIC 9(02).
                       10 WORDING-TEXT               PIC X(30).
        01  FAILED-DEFAULT-TEXT     PIC X(30) VALUE
                    "PAYMENT COULD NOT BE COMPLETED".
        01  HELD-DEFAULT-TEXT       PIC X(30) VALUE
                    "PAYMENT HELD FOR REVIEW".

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "ADVICE DISPATCH REPORT       RUN".
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(17) VALUE
                    "  BUSINESS DATE ".
               05 HEAD-BUSINESS-DATE PIC 9(08).
               05 FILLER            PIC X(08) VALUE "  INPUT ".
               05 HEAD-INPUT-NAME   PIC X(12).
               05 FILLER            PIC X(37) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(12) VALUE "CUSTOMER".
               05 FILLER            PIC X(14) VALUE "REFERENCE".
               05 FILLER            PIC X(11) VALUE "EVENT".
               05 FILLER            PIC X(17) VALUE
                    "           AMOUNT".
               05 FILLER            PIC X(05) VALUE "CCY".
               05 FILLER            PIC X(22) VALUE
                    "SUPPRESSED BECAUSE".
               05 FILLER            PIC X(51) VALUE SPACES.
        01  DETAIL-LINE.
               05 DETAIL-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-REFERENCE  PIC X(12).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-EVENT      PIC X(09).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-AMOUNT     PIC -(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-CURRENCY   PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-REASON     PIC X(20).
               05 FILLER            PIC X(51) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CADVICE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE 1 TO CMD-PARSE-PTR.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO GENERATION-SELECTOR
                WITH POINTER CMD-PARSE-PTR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO BUSINESS-DATE.
           PERFORM RESOLVE-GENERATION-SELECTOR.
           PERFORM LOAD-DISPOSITION-TABLE.
           PERFORM LOAD-REJECT-DETAILS.
           PERFORM LOAD-SUSPENSE-DETAILS.
           PERFORM OPEN-LOOKUP-FILES.

           OPEN OUTPUT ADVICE-FILE.
           OPEN OUTPUT ADVICE-REPORT-FILE.
           PERFORM WRITE-ADVICE-HEADER.
           PERFORM PRINT-PAGE-HEADINGS.

           MOVE "N" TO END-OF-INPUT-SW.
           OPEN INPUT ADVICE-INPUT-FILE.
           PERFORM READ-ADVICE-INPUT.
           PERFORM ADVISE-ONE-OUTPUT-LINE UNTIL END-OF-INPUT.
           CLOSE ADVICE-INPUT-FILE.

           MOVE "N" TO END-OF-FILE-SW.
           OPEN INPUT RETURNS-LEDGER-FILE.
           PERFORM READ-RETURNS-LEDGER.
           PERFORM ADVISE-ONE-RETURN UNTIL END-OF-CURRENT-FILE.
           CLOSE RETURNS-LEDGER-FILE.

           IF MASTER-FILE-PRESENT
                CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF STORE-PRESENT
                CLOSE TXN-STORE-FILE
           END-IF.
           PERFORM WRITE-ADVICE-TRAILER.
           PERFORM PRINT-DISPATCH-TOTALS.
           CLOSE ADVICE-FILE.
           CLOSE ADVICE-REPORT-FILE.
           DISPLAY "Customer advices: " ADVICE-EVENTS
                " events, " ADVICES-WRITTEN " advices written, "
                ADVICES-SUPPRESSED " suppressed".
           STOP RUN.

      *****************************************************
      *  Resolve the command-line selector against the OUTGENS
      *  registry, as the netting does: YYYYMMDD picks the
      *  generation rolled that date, R and a run id the
      *  generation stamped with it, and no selector the live
      *  files.  The rejects and suspense rolled with the output
      *  go with it.  Advising customers of the wrong night
      *  cannot be taken back, so an unanswered selector stops
      *  the run.
      *****************************************************
        RESOLVE-GENERATION-SELECTOR.
           EVALUATE TRUE
                WHEN GENERATION-SELECTOR = SPACES
                     MOVE "N" TO SELECTOR-KIND-SW
                WHEN GENERATION-SELECTOR(1:8) NUMERIC
                     AND GENERATION-SELECTOR(9:2) = SPACES
                     MOVE "D" TO SELECTOR-KIND-SW
                     MOVE GENERATION-SELECTOR(1:8) TO
                          SELECTOR-DATE
                WHEN GENERATION-SELECTOR(1:1) = "R"
                     AND GENERATION-SELECTOR(2:8) NUMERIC
                     MOVE "R" TO SELECTOR-KIND-SW
                     MOVE GENERATION-SELECTOR(2:8) TO
                          SELECTOR-RUN-ID
                WHEN OTHER
                     DISPLAY "Customer advices: selector |"
                          GENERATION-SELECTOR "| not understood "
                          "- nothing advised"
                     STOP RUN
           END-EVALUATE.
           IF NOT SELECT-LIVE-FILE
                PERFORM LOOK-UP-OUTPUT-GENERATION
                IF GENERATION-FOUND
                     DISPLAY "Customer advices: reading "
                          "generation " ADVICE-INPUT-NAME
                ELSE
                     DISPLAY "Customer advices: no generation "
                          "on the registry for the selector - "
                          "nothing advised"
                     STOP RUN
                END-IF
           END-IF.

        LOOK-UP-OUTPUT-GENERATION.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM MATCH-ONE-OUTGENS-ENTRY UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        MATCH-ONE-OUTGENS-ENTRY.
           IF (SELECT-BY-DATE
                AND OUTGEN-ROLL-DATE = SELECTOR-DATE)
                OR (SELECT-BY-RUN-ID
                AND OUTGEN-RUN-ID = SELECTOR-RUN-ID)
                EVALUATE OUTGEN-TYPE
                     WHEN "OUT"
                          SET GENERATION-FOUND TO TRUE
                          MOVE OUTGEN-FILE-NAME TO
                               ADVICE-INPUT-NAME
                          MOVE OUTGEN-ROLL-DATE TO BUSINESS-DATE
                     WHEN "REJ"
                          MOVE OUTGEN-FILE-NAME TO REJECT-FILE-NAME
                     WHEN "SUS"
                          MOVE OUTGEN-FILE-NAME TO
                               SUSPENSE-FILE-NAME
                     WHEN OTHER
                          CONTINUE
                END-EVALUATE
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  The reply-code descriptions, so a failed payment is
      *  advised in the words operations gave its return code.
      *****************************************************
        LOAD-DISPOSITION-TABLE.
           MOVE "N" TO END-OF-FILE-SW.
           OPEN INPUT DISPOSITION-TABLE-FILE.
           PERFORM READ-DISPOSITION-RECORD.
           PERFORM STORE-DISPOSITION-RECORD
                UNTIL END-OF-CURRENT-FILE OR DISP-COUNT = 100.
           CLOSE DISPOSITION-TABLE-FILE.

        READ-DISPOSITION-RECORD.
           READ DISPOSITION-TABLE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-DISPOSITION-RECORD.
           ADD 1 TO DISP-COUNT.
           SET DISP-IDX TO DISP-COUNT.
           MOVE DISP-RETURN-CODE TO DSPTAB-RETURN-CODE(DISP-IDX).
           MOVE DISP-DESCRIPTION TO DSPTAB-DESCRIPTION(DISP-IDX).
           PERFORM READ-DISPOSITION-RECORD.

      *****************************************************
      *  The full customer id and return code behind each failed
      *  call, and the full id behind each held record - the
      *  output line may carry the id masked.  Header and
      *  trailer records of a resubmission file are passed by.
      *****************************************************
        LOAD-REJECT-DETAILS.
           MOVE "N" TO END-OF-FILE-SW.
           OPEN INPUT REJECT-FILE.
           PERFORM READ-REJECT-RECORD.
           PERFORM STORE-ONE-REJECT-RECORD
                UNTIL END-OF-CURRENT-FILE.
           CLOSE REJECT-FILE.

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
                     MOVE 0 TO LOOKUP-RETURN-CODE
                     IF REJECT-RETURN-CODE NUMERIC
                          MOVE REJECT-RETURN-CODE TO
                               LOOKUP-RETURN-CODE
                     END-IF
                     PERFORM ADD-REFERENCE-DETAIL
                     IF REF-MATCH-FOUND
                          MOVE REJECT-CUSTOMER-ID TO
                               REFTAB-CUSTOMER-ID(REF-IDX)
                     END-IF
           END-EVALUATE.
           PERFORM READ-REJECT-RECORD.

        LOAD-SUSPENSE-DETAILS.
           MOVE "N" TO END-OF-FILE-SW.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM READ-SUSPENSE-RECORD.
           PERFORM STORE-ONE-SUSPENSE-RECORD
                UNTIL END-OF-CURRENT-FILE.
           CLOSE SUSPENSE-FILE.

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
                     MOVE 0 TO LOOKUP-RETURN-CODE
                     PERFORM ADD-REFERENCE-DETAIL
                     IF REF-MATCH-FOUND
                          MOVE SUSP-CUSTOMER-ID TO
                               REFTAB-CUSTOMER-ID(REF-IDX)
                     END-IF
           END-EVALUATE.
           PERFORM READ-SUSPENSE-RECORD.

      *  A reference seen again (a record rejected on one run
      *  and held on its resubmission) keeps one entry, with the
      *  latest details.  A full table leaves the rest to the
      *  store and the line itself.
        ADD-REFERENCE-DETAIL.
           PERFORM FIND-REFERENCE-DETAIL.
           IF REF-MATCH-FOUND
                SET REF-IDX TO REF-FOUND-IDX
           ELSE
                IF REFTAB-COUNT < 5000
                     ADD 1 TO REFTAB-COUNT
                     SET REF-IDX TO REFTAB-COUNT
                     MOVE LOOKUP-REFERENCE TO
                          REFTAB-REFERENCE-NUM(REF-IDX)
                     SET REF-MATCH-FOUND TO TRUE
                ELSE
                     ADD 1 TO REFS-NOT-LOADED
                     IF NOT REF-TABLE-FULL
                          DISPLAY "Customer advices: reference "
                               "table full at " REFTAB-COUNT
                               " - later ids come from the store"
                          SET REF-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.
           IF REF-MATCH-FOUND
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
      *  The master gives each customer's advice preferences,
      *  and the store the full customer id behind a masked
      *  line.  With no master no customer can be addressed:
      *  every advice is suppressed and the report says so.
      *****************************************************
        OPEN-LOOKUP-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
                SET MASTER-FILE-PRESENT TO TRUE
           ELSE
                DISPLAY "Customer advices: customer master not "
                     "available (status " MASTER-FILE-STATUS
                     ") - every advice suppressed"
           END-IF.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           END-IF.

      *****************************************************
      *  The advice file's header: the business date the
      *  advices are for and this program as the source.
      *****************************************************
        WRITE-ADVICE-HEADER.
           MOVE SPACES TO ADVICE-HEADER-RECORD.
           MOVE "HDR" TO HEADER-RECORD-TYPE OF ADVICE-HEADER-RECORD.
           MOVE BUSINESS-DATE TO
                HEADER-FILE-DATE OF ADVICE-HEADER-RECORD.
           MOVE ADVICE-SOURCE-ID TO
                HEADER-SOURCE-ID OF ADVICE-HEADER-RECORD.
           MOVE "F" TO HEADER-FORMAT-CODE OF ADVICE-HEADER-RECORD.
           WRITE ADVICE-HEADER-RECORD.

        WRITE-ADVICE-TRAILER.
           MOVE SPACES TO ADVICE-TRAILER-RECORD.
           MOVE "TRL" TO
                TRAILER-RECORD-TYPE OF ADVICE-TRAILER-RECORD.
           MOVE ADVICES-WRITTEN TO
                TRAILER-RECORD-COUNT OF ADVICE-TRAILER-RECORD.
           MOVE ADVICE-HASH-TOTAL TO
                TRAILER-HASH-TOTAL OF ADVICE-TRAILER-RECORD.
           WRITE ADVICE-TRAILER-RECORD.

      *****************************************************
      *  Read-ahead over the output file.
      *****************************************************
        READ-ADVICE-INPUT.
           READ ADVICE-INPUT-FILE
                AT END SET END-OF-INPUT TO TRUE
           END-READ.

      *****************************************************
      *  One output line: work out which event it is, if any,
      *  and dispatch the advice.  A line with no customer on it
      *  - a refused reversal - is nothing a customer sent.
      *****************************************************
        ADVISE-ONE-OUTPUT-LINE.
           ADD 1 TO LINES-READ.
           MOVE SPACES TO ADVICE-RECORD.
           EVALUATE TRUE
                WHEN ADV-IN-CUSTOMER-ID = SPACES
                     CONTINUE
                WHEN ADV-STATUS-OK
                     SET ADVICE-CONFIRMED TO TRUE
                     ADD 1 TO EVENTS-CONFIRMED
                WHEN ADV-STATUS-FAILED
                     SET ADVICE-FAILED TO TRUE
                     ADD 1 TO EVENTS-FAILED
                WHEN ADV-STATUS-REJECTED
                     SET ADVICE-FAILED TO TRUE
                     ADD 1 TO EVENTS-FAILED
                WHEN ADV-STATUS-SUSPENDED
                     SET ADVICE-HELD TO TRUE
                     ADD 1 TO EVENTS-HELD
                WHEN ADV-STATUS-REVERSED
                     SET ADVICE-REVERSED TO TRUE
                     ADD 1 TO EVENTS-REVERSED
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           IF ADVICE-EVENT = SPACE
                ADD 1 TO LINES-NOT-ADVISED
           ELSE
                PERFORM BUILD-LINE-ADVICE
                PERFORM DISPATCH-ADVICE
           END-IF.
           PERFORM READ-ADVICE-INPUT.

        BUILD-LINE-ADVICE.
           MOVE ADV-IN-REFERENCE-NUM TO ADVICE-REFERENCE-NUM.
           IF ADV-IN-EFFECTIVE-DATE NUMERIC
                MOVE ADV-IN-EFFECTIVE-DATE TO ADVICE-EFFECTIVE-DATE
           ELSE
                MOVE 0 TO ADVICE-EFFECTIVE-DATE
           END-IF.
           PERFORM DE-EDIT-LINE-AMOUNT.
           PERFORM RESOLVE-FULL-CUSTOMER-ID.
           EVALUATE TRUE
                WHEN ADV-STATUS-FAILED
                     PERFORM WORD-FAILED-CALL
                WHEN ADV-STATUS-REJECTED
                     MOVE ADV-IN-REASON-WORD TO WORDING-KEY
                     MOVE FAILED-DEFAULT-TEXT TO ADVICE-REASON-TEXT
                     PERFORM WORD-LINE-REASON
                WHEN ADV-STATUS-SUSPENDED
                     MOVE ADV-IN-REASON-WORD TO WORDING-KEY
                     MOVE HELD-DEFAULT-TEXT TO ADVICE-REASON-TEXT
                     PERFORM WORD-LINE-REASON
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      *  The amount in the currency the payment arrived in, as a
      *  positive figure whichever way it moved - a line from
      *  before the currency columns existed carries only the
      *  sent amount, in the booking currency, and an amount the
      *  parser could not read carries none.
        DE-EDIT-LINE-AMOUNT.
           EVALUATE TRUE
                WHEN ADV-IN-ORIG-AMOUNT-TEXT NOT = SPACES
                     MOVE ADV-IN-ORIG-AMOUNT TO LINE-AMOUNT-WORK
                WHEN ADV-IN-SENT-AMOUNT-TEXT NOT = SPACES
                     MOVE ADV-IN-SENT-AMOUNT TO LINE-AMOUNT-WORK
                WHEN OTHER
                     MOVE 0 TO LINE-AMOUNT-WORK
           END-EVALUATE.
           IF LINE-AMOUNT-WORK < 0
                COMPUTE LINE-AMOUNT-WORK = 0 - LINE-AMOUNT-WORK
           END-IF.
           MOVE LINE-AMOUNT-WORK TO ADVICE-AMOUNT.
           IF ADV-IN-CURRENCY-CODE = SPACES
                MOVE BOOKING-CURRENCY-CODE TO ADVICE-CURRENCY-CODE
           ELSE
                MOVE ADV-IN-CURRENCY-CODE TO ADVICE-CURRENCY-CODE
           END-IF.

      *  The reject or suspense record under the reference, then
      *  the store, then the line as it stands.
        RESOLVE-FULL-CUSTOMER-ID.
           MOVE ADV-IN-CUSTOMER-ID TO ADVICE-CUSTOMER-ID.
           MOVE 0 TO LOOKUP-RETURN-CODE.
           MOVE ADV-IN-REFERENCE-NUM TO LOOKUP-REFERENCE.
           PERFORM FIND-REFERENCE-DETAIL.
           IF REF-MATCH-FOUND
                SET REF-IDX TO REF-FOUND-IDX
                MOVE REFTAB-CUSTOMER-ID(REF-IDX) TO
                     ADVICE-CUSTOMER-ID
                MOVE REFTAB-RETURN-CODE(REF-IDX) TO
                     LOOKUP-RETURN-CODE
           ELSE
                IF STORE-PRESENT
                     MOVE ADV-IN-REFERENCE-NUM TO STORE-REFERENCE-NUM
                     READ TXN-STORE-FILE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                               MOVE STORE-CUSTOMER-ID TO
                                    ADVICE-CUSTOMER-ID
                     END-READ
                END-IF
           END-IF.

      *****************************************************
      *  A failed call is worded from DISPTAB by the return code
      *  BATCHREJ holds for it; a code operations never gave a
      *  description gets the plain failure wording.
      *****************************************************
        WORD-FAILED-CALL.
           MOVE LOOKUP-RETURN-CODE TO RETURN-CODE-EDIT.
           STRING "RC" RETURN-CODE-EDIT
                DELIMITED BY SIZE INTO ADVICE-REASON-CODE.
           MOVE FAILED-DEFAULT-TEXT TO ADVICE-REASON-TEXT.
           MOVE "N" TO DISP-MATCH-SW.
           PERFORM MATCH-ONE-DISPOSITION
                VARYING DISP-IDX FROM 1 BY 1
                UNTIL DISP-IDX > DISP-COUNT
                     OR DISP-MATCH-FOUND.
           IF DISP-MATCH-FOUND
                SET DISP-IDX TO DISP-FOUND-IDX
                IF DSPTAB-DESCRIPTION(DISP-IDX) NOT = SPACES
                     MOVE DSPTAB-DESCRIPTION(DISP-IDX) TO
                          ADVICE-REASON-TEXT
                END-IF
           END-IF.

        MATCH-ONE-DISPOSITION.
           IF DSPTAB-RETURN-CODE(DISP-IDX) = LOOKUP-RETURN-CODE
                SET DISP-MATCH-FOUND TO TRUE
                SET DISP-FOUND-IDX TO DISP-IDX
           END-IF.

      *****************************************************
      *  A reject or hold is worded from the reason word the
      *  line carries.  The fraud rules' own reasons go no
      *  further than this program: the advice calls the hold a
      *  review, and so does its reason code.
      *****************************************************
        WORD-LINE-REASON.
           IF WORDING-KEY(1:6) = "FRAUD-"
                MOVE "FOR-REVIEW" TO ADVICE-REASON-CODE
           ELSE
                MOVE WORDING-KEY TO ADVICE-REASON-CODE
           END-IF.
           MOVE "N" TO WORDING-MATCH-SW.
           PERFORM MATCH-ONE-WORDING
                VARYING WORDING-IDX FROM 1 BY 1
                UNTIL WORDING-IDX > 9
                     OR WORDING-MATCH-FOUND.

        MATCH-ONE-WORDING.
           IF WORDING-KEY(1:WORDING-MATCH-LENGTH(WORDING-IDX)) =
                WORDING-REASON-WORD(WORDING-IDX)
                     (1:WORDING-MATCH-LENGTH(WORDING-IDX))
                SET WORDING-MATCH-FOUND TO TRUE
                MOVE WORDING-TEXT(WORDING-IDX) TO ADVICE-REASON-TEXT
           END-IF.

      *****************************************************
      *  One return off the ledger: booked on the business date,
      *  it is advised against the original payment's reference
      *  in the bank's own reason words.  Returns booked on other
      *  days were advised with their own night.
      *****************************************************
        READ-RETURNS-LEDGER.
           READ RETURNS-LEDGER-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        ADVISE-ONE-RETURN.
           ADD 1 TO RETURNS-READ.
           IF RETBKD-BOOKED-DATE = BUSINESS-DATE
                ADD 1 TO RETURNS-BOOKED-TODAY
                ADD 1 TO EVENTS-RETURNED
                MOVE SPACES TO ADVICE-RECORD
                SET ADVICE-RETURNED TO TRUE
                MOVE RETBKD-CUSTOMER-ID TO ADVICE-CUSTOMER-ID
                MOVE RETBKD-ORIGINAL-REFERENCE TO
                     ADVICE-REFERENCE-NUM
                MOVE RETBKD-ORIGINAL-DATE TO ADVICE-EFFECTIVE-DATE
                MOVE RETBKD-AMOUNT TO ADVICE-AMOUNT
                MOVE BOOKING-CURRENCY-CODE TO ADVICE-CURRENCY-CODE
                MOVE RETBKD-REASON-CODE TO ADVICE-REASON-CODE
                MOVE RETBKD-REASON-TEXT TO ADVICE-REASON-TEXT
                PERFORM DISPATCH-ADVICE
           END-IF.
           PERFORM READ-RETURNS-LEDGER.

      *****************************************************
      *  Send the advice the customer asked for, or suppress it
      *  and say why on the report.  A channel left as spaces
      *  is post, and post needs no address of its own - the
      *  platform holds the postal address.
      *****************************************************
        DISPATCH-ADVICE.
           ADD 1 TO ADVICE-EVENTS.
           MOVE SPACES TO SUPPRESS-REASON.
           MOVE "N" TO CUSTOMER-FOUND-SW.
           MOVE "N" TO EVENT-WANTED-SW.
           IF MASTER-FILE-PRESENT
                MOVE ADVICE-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          SET CUSTOMER-ON-MASTER TO TRUE
                          PERFORM CHECK-EVENT-WANTED
                END-READ
           END-IF.
           EVALUATE TRUE
                WHEN NOT CUSTOMER-ON-MASTER
                     MOVE "NOT-ON-MASTER" TO SUPPRESS-REASON
                     ADD 1 TO SUPPRESSED-NOT-ON-MASTER
                WHEN CUSMST-ADVICE-OPTED-OUT
                     MOVE "OPTED-OUT" TO SUPPRESS-REASON
                     ADD 1 TO SUPPRESSED-OPTED-OUT
                WHEN NOT EVENT-WANTED
                     MOVE "EVENT-NOT-WANTED" TO SUPPRESS-REASON
                     ADD 1 TO SUPPRESSED-NOT-WANTED
                WHEN (CUSMST-ADVICE-BY-EMAIL
                     OR CUSMST-ADVICE-BY-TEXT)
                     AND CUSMST-CONTACT-ADDRESS = SPACES
                     MOVE "NO-CONTACT-ADDRESS" TO SUPPRESS-REASON
                     ADD 1 TO SUPPRESSED-NO-ADDRESS
                WHEN OTHER
                     PERFORM WRITE-ADVICE-RECORD
           END-EVALUATE.
           IF SUPPRESS-REASON NOT = SPACES
                ADD 1 TO ADVICES-SUPPRESSED
                PERFORM PRINT-SUPPRESSED-LINE
           END-IF.

        CHECK-EVENT-WANTED.
           EVALUATE TRUE
                WHEN ADVICE-CONFIRMED AND CUSMST-WANTS-CONFIRMED
                     SET EVENT-WANTED TO TRUE
                WHEN ADVICE-FAILED AND CUSMST-WANTS-FAILED
                     SET EVENT-WANTED TO TRUE
                WHEN ADVICE-HELD AND CUSMST-WANTS-HELD
                     SET EVENT-WANTED TO TRUE
                WHEN ADVICE-REVERSED AND CUSMST-WANTS-REVERSED
                     SET EVENT-WANTED TO TRUE
                WHEN ADVICE-RETURNED AND CUSMST-WANTS-RETURNED
                     SET EVENT-WANTED TO TRUE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

        WRITE-ADVICE-RECORD.
           MOVE "ADV" TO ADVICE-RECORD-TYPE.
           MOVE CUSMST-CUSTOMER-NAME TO ADVICE-CUSTOMER-NAME.
           EVALUATE TRUE
                WHEN CUSMST-ADVICE-BY-EMAIL
                     MOVE "E" TO ADVICE-CHANNEL
                     ADD 1 TO ADVICES-BY-EMAIL
                WHEN CUSMST-ADVICE-BY-TEXT
                     MOVE "S" TO ADVICE-CHANNEL
                     ADD 1 TO ADVICES-BY-TEXT
                WHEN OTHER
                     MOVE "P" TO ADVICE-CHANNEL
                     ADD 1 TO ADVICES-BY-POST
           END-EVALUATE.
           MOVE CUSMST-CONTACT-ADDRESS TO ADVICE-CONTACT-ADDRESS.
           MOVE BUSINESS-DATE TO ADVICE-EVENT-DATE.
           WRITE ADVICE-RECORD.
           ADD 1 TO ADVICES-WRITTEN.
           ADD ADVICE-AMOUNT TO ADVICE-HASH-TOTAL.

      *****************************************************
      *  One suppressed advice on the report, as it happens.
      *****************************************************
        PRINT-SUPPRESSED-LINE.
           MOVE ADVICE-CUSTOMER-ID TO DETAIL-CUSTOMER-ID.
           MOVE ADVICE-REFERENCE-NUM TO DETAIL-REFERENCE.
           EVALUATE TRUE
                WHEN ADVICE-CONFIRMED
                     MOVE "CONFIRMED" TO DETAIL-EVENT
                WHEN ADVICE-FAILED
                     MOVE "FAILED" TO DETAIL-EVENT
                WHEN ADVICE-HELD
                     MOVE "HELD" TO DETAIL-EVENT
                WHEN ADVICE-REVERSED
                     MOVE "REVERSED" TO DETAIL-EVENT
                WHEN OTHER
                     MOVE "RETURNED" TO DETAIL-EVENT
           END-EVALUATE.
           MOVE ADVICE-AMOUNT TO DETAIL-AMOUNT.
           MOVE ADVICE-CURRENCY-CODE TO DETAIL-CURRENCY.
           MOVE SUPPRESS-REASON TO DETAIL-REASON.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  The reconciliation after the suppressed advices: every
      *  record processed is an advice event or a line not
      *  advised, and every event is an advice written - each
      *  one in the trailer's count - or one suppressed.
      *****************************************************
        PRINT-DISPATCH-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ADVICES-SUPPRESSED = 0
                MOVE "NO ADVICES SUPPRESSED" TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           COMPUTE RECORDS-PROCESSED =
                LINES-READ + RETURNS-BOOKED-TODAY.
           MOVE "OUTPUT LINES READ" TO TOTLN-CAPTION.
           MOVE LINES-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RETURNS BOOKED TODAY" TO TOTLN-CAPTION.
           MOVE RETURNS-BOOKED-TODAY TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS PROCESSED" TO TOTLN-CAPTION.
           MOVE RECORDS-PROCESSED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NOT ADVISED" TO TOTLN-CAPTION.
           MOVE LINES-NOT-ADVISED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ADVICE EVENTS" TO TOTLN-CAPTION.
           MOVE ADVICE-EVENTS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    CONFIRMED" TO TOTLN-CAPTION.
           MOVE EVENTS-CONFIRMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    FAILED" TO TOTLN-CAPTION.
           MOVE EVENTS-FAILED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    HELD" TO TOTLN-CAPTION.
           MOVE EVENTS-HELD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    REVERSED" TO TOTLN-CAPTION.
           MOVE EVENTS-REVERSED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    RETURNED" TO TOTLN-CAPTION.
           MOVE EVENTS-RETURNED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ADVICES WRITTEN" TO TOTLN-CAPTION.
           MOVE ADVICES-WRITTEN TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  BY E-MAIL" TO TOTLN-CAPTION.
           MOVE ADVICES-BY-EMAIL TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  BY TEXT MESSAGE" TO TOTLN-CAPTION.
           MOVE ADVICES-BY-TEXT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  BY POST" TO TOTLN-CAPTION.
           MOVE ADVICES-BY-POST TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ADVICES SUPPRESSED" TO TOTLN-CAPTION.
           MOVE ADVICES-SUPPRESSED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NOT ON MASTER" TO TOTLN-CAPTION.
           MOVE SUPPRESSED-NOT-ON-MASTER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPTED OUT" TO TOTLN-CAPTION.
           MOVE SUPPRESSED-OPTED-OUT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  EVENT NOT WANTED" TO TOTLN-CAPTION.
           MOVE SUPPRESSED-NOT-WANTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NO CONTACT ADDRESS" TO TOTLN-CAPTION.
           MOVE SUPPRESSED-NO-ADDRESS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE ACCOUNTED-FOR = ADVICE-EVENTS + LINES-NOT-ADVISED.
           IF ACCOUNTED-FOR = RECORDS-PROCESSED
                AND ADVICE-EVENTS =
                     ADVICES-WRITTEN + ADVICES-SUPPRESSED
                MOVE "ADVICES RECONCILED TO RECORDS PROCESSED" TO
                     PRINT-WORK-LINE
           ELSE
                MOVE "** ADVICES DO NOT RECONCILE TO RECORDS PROCESSED"
                     TO PRINT-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *  References the full table had no room for took their
      *  customer id from the store or the line, and the reader
      *  must be told.
           IF REF-TABLE-FULL
                MOVE "** REJECT/SUSPENSE REFS NOT HELD" TO
                     TOTLN-CAPTION
                MOVE REFS-NOT-LOADED TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
           END-IF.

        WRITE-TOTAL-LINE.
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
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE BUSINESS-DATE TO HEAD-BUSINESS-DATE.
           MOVE ADVICE-INPUT-NAME TO HEAD-INPUT-NAME.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
