      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CLVTR.cbl
      *
      *  The large-value transaction return for the regulator,
      *  for one business date.
      *
      *     lvtrfile [yyyymmdd] [user]    (default today)
      *
      *  The date's runs are every run id RUNCTL stamps on it,
      *  partitions included, and every one must have ended
      *  complete - a return is not filed from a night still in
      *  flight.  Their confirmed lines are gathered off the live
      *  BATCHOUT and every OUT generation on OUTGENS by the run
      *  id on the line, and each customer's confirmed amounts are
      *  totalled for the date (the full customer id is taken from
      *  TXNSTORE when the output is masked).  A customer whose
      *  total reaches the threshold on LVTRCFG has every one of
      *  the date's transactions reported, so several payments
      *  under the threshold that add up past it are caught with
      *  the single large ones.
      *
      *  Every reported transaction goes on the register LVTRREG;
      *  one already there is never reported again, and one there
      *  that has since been reversed, or returned by the
      *  receiving bank (the returns ledger RETBOOKD), is carried
      *  as a correction on the next submission, whatever date it
      *  was filed for.
      *
      *  Each submission is its own file, LVTR plus the six-digit
      *  submission sequence, with a header and a trailer, and is
      *  logged on LVTRLOG with its counts and totals, the date
      *  and time and the user who filed it.  The first
      *  submission for a date is filed even when there is
      *  nothing to report; a later one only when there is.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LVTRFILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL LVTR-CONFIG-FILE ASSIGN TO "LVTRCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
      *  The live BATCHOUT and the generations in turn, by name.
           SELECT OUTPUT-LINE-FILE ASSIGN TO DYNAMIC
                OUTPUT-LINE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS OUTPUT-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL LVTR-REGISTER-FILE ASSIGN TO "LVTRREG"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY LVTREG-REFERENCE-NUM
                FILE STATUS REGISTER-FILE-STATUS.
           SELECT OPTIONAL RETURNS-LEDGER-FILE ASSIGN TO "RETBOOKD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUBMISSION-LOG-FILE ASSIGN TO "LVTRLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC
                SUBMISSION-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS SUBMISSION-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  LVTR-CONFIG-FILE.
        01  LVTR-CONFIG-RECORD.
               05 LVTCFG-THRESHOLD           PIC 9(11)V99.
               05 LVTCFG-REPORTER-ID         PIC X(10).

      *  The run-control record as BATCHCLI writes it.
        FD  RUN-CONTROL-FILE.
        01  RUN-CONTROL-RECORD.
               05 RUNCTL-RUN-ID              PIC 9(08).
               05 RUNCTL-RECORD-TYPE         PIC X(01).
                       88 RUNCTL-START-RECORD        VALUE "S".
                       88 RUNCTL-END-RECORD          VALUE "E".
               05 RUNCTL-INPUT-FILE-NAME     PIC X(12).
               05 RUNCTL-STAMP-DATE          PIC 9(08).
               05 RUNCTL-STAMP-TIME          PIC 9(08).
               05 RUNCTL-RECORDS-READ        PIC 9(09).
               05 RUNCTL-RECORDS-OK          PIC 9(09).
               05 RUNCTL-RECORDS-FAILED      PIC 9(09).
               05 RUNCTL-COMPLETION-STATUS   PIC X(01).
                       88 RUNCTL-COMPLETE            VALUE "C".
               05 RUNCTL-RECORDS-OTHER       PIC 9(09).

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CSETLRPT.cbl.
        FD  OUTPUT-LINE-FILE.
        01  OUTPUT-LINE-RECORD.
               05 OUTLN-STATUS               PIC X(06).
                       88 OUTLN-CONFIRMED            VALUE "OK".
                       88 OUTLN-REVERSED             VALUE "REVRSD".
               05 OUTLN-CUSTOMER-ID          PIC X(10).
               05 OUTLN-SENT-AMOUNT          PIC -(9)9.99.
               05 OUTLN-EFFECTIVE-DATE       PIC X(08).
               05 OUTLN-REFERENCE-NUM        PIC X(12).
               05 FILLER                     PIC X(43).
               05 OUTLN-RUN-ID               PIC X(08).
               05 OUTLN-CURRENCY-CODE        PIC X(03).
               05 FILLER                     PIC X(01).
               05 OUTLN-ORIG-AMOUNT          PIC X(13).
               05 OUTLN-ENTITY-CODE          PIC X(03).

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  LVTR-REGISTER-FILE.
        01  LVTR-REGISTER-RECORD.
           COPY TPLVTREG.

      *  Every return booked against an original payment.
        FD  RETURNS-LEDGER-FILE.
        01  RETURNS-LEDGER-RECORD.
           COPY TPRETBKD.

      *  One line per submission filed.
        FD  SUBMISSION-LOG-FILE.
        01  SUBMISSION-LOG-RECORD.
               05 LVTLOG-SUBMISSION-SEQ      PIC 9(06).
               05 LVTLOG-FILE-NAME           PIC X(10).
               05 LVTLOG-BUSINESS-DATE       PIC 9(08).
               05 LVTLOG-FILED-DATE          PIC 9(08).
               05 LVTLOG-FILED-TIME          PIC 9(08).
               05 LVTLOG-USER-ID             PIC X(08).
               05 LVTLOG-RUN-COUNT           PIC 9(03).
               05 LVTLOG-THRESHOLD           PIC 9(11)V99.
               05 LVTLOG-NEW-COUNT           PIC 9(07).
               05 LVTLOG-NEW-AMOUNT          PIC 9(13)V99.
               05 LVTLOG-CORRECTION-COUNT    PIC 9(07).
               05 LVTLOG-CORRECTION-AMOUNT   PIC 9(13)V99.

        FD  SUBMISSION-FILE.
        01  SUBMISSION-HEADER-RECORD.
               05 LVTHDR-RECORD-TYPE         PIC X(01).
               05 LVTHDR-SUBMISSION-SEQ      PIC 9(06).
               05 LVTHDR-REPORTER-ID         PIC X(10).
               05 LVTHDR-BUSINESS-DATE       PIC 9(08).
               05 LVTHDR-CREATED-DATE        PIC 9(08).
               05 LVTHDR-CREATED-TIME        PIC 9(08).
               05 LVTHDR-THRESHOLD           PIC 9(11)V99.
               05 FILLER                     PIC X(77).
        01  SUBMISSION-DETAIL-RECORD.
           COPY TPLVTR.
        01  SUBMISSION-TRAILER-RECORD.
               05 LVTTRL-RECORD-TYPE         PIC X(01).
               05 LVTTRL-SUBMISSION-SEQ      PIC 9(06).
               05 LVTTRL-DETAIL-COUNT        PIC 9(07).
               05 LVTTRL-NEW-COUNT           PIC 9(07).
               05 LVTTRL-NEW-AMOUNT          PIC 9(13)V99.
               05 LVTTRL-CORRECTION-COUNT    PIC 9(07).
               05 LVTTRL-CORRECTION-AMOUNT   PIC 9(13)V99.
               05 FILLER                     PIC X(73).

        WORKING-STORAGE SECTION.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  DATE-ARGUMENT           PIC X(08) VALUE SPACES.
        01  FILING-USER-ID          PIC X(08) VALUE SPACES.
        01  BUSINESS-DATE           PIC 9(08) VALUE 0.
        01  STAMP-DATE              PIC 9(08) VALUE 0.
        01  STAMP-TIME              PIC 9(08) VALUE 0.

        01  OUTPUT-LINE-NAME        PIC X(12) VALUE SPACES.
        01  SUBMISSION-FILE-NAME    PIC X(10) VALUE SPACES.
        01  OUTPUT-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  REGISTER-FILE-STATUS    PIC X(02) VALUE SPACES.
        01  SUBMISSION-FILE-STATUS  PIC X(02) VALUE SPACES.

        01  REPORT-THRESHOLD        PIC 9(11)V99 VALUE 10000.00.
        01  REPORTER-ID             PIC X(10) VALUE SPACES.

        01  FILING-SWITCHES.
               05 END-OF-RUNCTL-SW  PIC X(01) VALUE "N".
                       88 END-OF-RUNCTL      VALUE "Y".
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 END-OF-LINES-SW   PIC X(01) VALUE "N".
                       88 END-OF-LINES       VALUE "Y".
               05 END-OF-LOG-SW     PIC X(01) VALUE "N".
                       88 END-OF-LOG         VALUE "Y".
               05 END-OF-LEDGER-SW  PIC X(01) VALUE "N".
                       88 END-OF-LEDGER      VALUE "Y".
               05 RUN-MATCH-SW      PIC X(01) VALUE "N".
                       88 RUN-MATCH-FOUND    VALUE "Y".
               05 CUSTOMER-MATCH-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-MATCH-FOUND VALUE "Y".
               05 CUSTOMER-FULL-SW  PIC X(01) VALUE "N".
                       88 CUSTOMER-TABLE-FULL VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 FILING-REFUSED-SW PIC X(01) VALUE "N".
                       88 FILING-REFUSED     VALUE "Y".
               05 DATE-FILED-SW     PIC X(01) VALUE "N".
                       88 DATE-ALREADY-FILED VALUE "Y".
               05 ON-REGISTER-SW    PIC X(01) VALUE "N".
                       88 ON-REGISTER        VALUE "Y".
      *  Which pass over the output lines is running: T tallies
      *  the customers' day totals and what is waiting to be
      *  filed, N writes the new reports, C the corrections.
               05 SCAN-PASS-SW      PIC X(01) VALUE "T".
                       88 SCAN-TALLY         VALUE "T".
                       88 SCAN-NEW-REPORTS   VALUE "N".
                       88 SCAN-CORRECTIONS   VALUE "C".

      *  Every run id stamped on the business date and whether it
      *  ended complete.
        01  RUN-TABLE.
               05 RUN-COUNT         PIC S9(4) COMP-5 VALUE 0.
               05 RUN-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON RUN-COUNT
                       INDEXED BY RUN-IDX.
                       10 RUNTAB-RUN-ID              PIC 9(08).
                       10 RUNTAB-COMPLETE-SW         PIC X(01).
                               88 RUNTAB-COMPLETE            VALUE "Y".
        01  RUN-ID-WORK             PIC 9(08) VALUE 0.
        01  RUNS-INCOMPLETE         PIC S9(4) COMP-5 VALUE 0.

      *  Each customer's confirmed total for the date, and how
      *  many of their transactions are not yet on the register.
        01  CUSTOMER-DAY-TABLE.
               05 CUSDAY-COUNT      PIC S9(9) COMP-5 VALUE 0.
               05 CUSDAY-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON CUSDAY-COUNT
                       INDEXED BY CUSDAY-IDX.
                       10 CUSDAY-CUSTOMER-ID         PIC X(10).
                       10 CUSDAY-TXN-COUNT           PIC S9(9) COMP-5.
                       10 CUSDAY-TOTAL-AMOUNT        PIC S9(13)V99.
                       10 CUSDAY-UNREPORTED          PIC S9(9) COMP-5.
        01  CUSDAY-FOUND-IDX        USAGE INDEX.

        01  FILING-COUNTERS.
               05 GENERATIONS-READ  PIC S9(9) COMP-5 VALUE 0.
               05 GENERATIONS-MISSING PIC S9(9) COMP-5 VALUE 0.
               05 LINES-CONFIRMED   PIC S9(9) COMP-5 VALUE 0.
               05 LINES-NOT-TALLIED PIC S9(9) COMP-5 VALUE 0.
               05 NEW-PENDING       PIC S9(9) COMP-5 VALUE 0.
               05 CORRECTIONS-PENDING PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-REPORTABLE PIC S9(9) COMP-5 VALUE 0.
               05 DETAIL-LINE-SEQ   PIC S9(9) COMP-5 VALUE 0.
               05 NEW-WRITTEN       PIC S9(9) COMP-5 VALUE 0.
               05 CORRECTIONS-WRITTEN PIC S9(9) COMP-5 VALUE 0.
        01  NEW-AMOUNT-TOTAL        PIC 9(13)V99 VALUE 0.
        01  CORRECTION-AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
        01  LAST-SUBMISSION-SEQ     PIC 9(06) VALUE 0.
        01  THIS-SUBMISSION-SEQ     PIC 9(06) VALUE 0.

        01  LINE-CUSTOMER-ID        PIC X(10) VALUE SPACES.
        01  LINE-AMOUNT-WORK        PIC S9(11)V99 VALUE 0.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CLVTR.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO DATE-ARGUMENT FILING-USER-ID
                WITH POINTER CMD-PARSE-PTR.
           IF DATE-ARGUMENT NUMERIC
                MOVE DATE-ARGUMENT TO BUSINESS-DATE
           ELSE
                MOVE STAMP-DATE TO BUSINESS-DATE
                IF DATE-ARGUMENT NOT = SPACES
                     MOVE DATE-ARGUMENT TO FILING-USER-ID
                END-IF
           END-IF.
           DISPLAY "Large-value return for " BUSINESS-DATE.
           PERFORM READ-LVTR-CONFIG.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-SUBMISSION-LOG.
           IF NOT FILING-REFUSED
                PERFORM OPEN-LOOKUP-FILES
           END-IF.
           IF FILING-REFUSED
                DISPLAY "Large-value return: nothing filed"
                MOVE 8 TO RETURN-CODE
           ELSE
                SET SCAN-TALLY TO TRUE
                PERFORM SCAN-ALL-OUTPUT
                PERFORM SCAN-RETURNS-LEDGER
                PERFORM COUNT-NEW-PENDING
                     VARYING CUSDAY-IDX FROM 1 BY 1
                     UNTIL CUSDAY-IDX > CUSDAY-COUNT
                IF NEW-PENDING = 0 AND CORRECTIONS-PENDING = 0
                     AND DATE-ALREADY-FILED
                     DISPLAY "Large-value return: nothing new "
                          "since the last submission for the date "
                          "- nothing filed"
                ELSE
                     PERFORM FILE-SUBMISSION
                END-IF
                CLOSE LVTR-REGISTER-FILE
                IF STORE-PRESENT
                     CLOSE TXN-STORE-FILE
                END-IF
           END-IF.
           DISPLAY "Runs on the date:  " RUN-COUNT.
           DISPLAY "Confirmed lines:   " LINES-CONFIRMED.
           DISPLAY "Customers at or over the threshold: "
                CUSTOMERS-REPORTABLE.
           IF GENERATIONS-MISSING > 0
                DISPLAY "Generations missing from disk: "
                     GENERATIONS-MISSING
           END-IF.
           IF CUSTOMER-TABLE-FULL
                DISPLAY "Customer table full - lines not totalled: "
                     LINES-NOT-TALLIED
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      *  Threshold and reporter id, defaulting when absent.
      *****************************************************
        READ-LVTR-CONFIG.
           MOVE 10000.00 TO LVTCFG-THRESHOLD.
           MOVE SPACES TO LVTCFG-REPORTER-ID.
           OPEN INPUT LVTR-CONFIG-FILE.
           READ LVTR-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE LVTR-CONFIG-FILE.
           IF LVTCFG-THRESHOLD NUMERIC AND LVTCFG-THRESHOLD > 0
                MOVE LVTCFG-THRESHOLD TO REPORT-THRESHOLD
           END-IF.
           MOVE LVTCFG-REPORTER-ID TO REPORTER-ID.
           IF REPORTER-ID = SPACES
                DISPLAY "Large-value return: no reporter id on "
                     "LVTRCFG - the header carries spaces"
           END-IF.

      *****************************************************
      *  The date's run ids; a run not yet ended complete
      *  refuses the filing.
      *****************************************************
        LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-RUN-CONTROL-RECORD.
           PERFORM GATHER-ONE-RUN-RECORD UNTIL END-OF-RUNCTL.
           CLOSE RUN-CONTROL-FILE.
           PERFORM JUDGE-RUN-COMPLETION
                VARYING RUN-IDX FROM 1 BY 1
                UNTIL RUN-IDX > RUN-COUNT.
           IF RUNS-INCOMPLETE > 0
                DISPLAY "Large-value return: " RUNS-INCOMPLETE
                     " run(s) on the date not ended complete"
                SET FILING-REFUSED TO TRUE
           END-IF.

        READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
                AT END SET END-OF-RUNCTL TO TRUE
           END-READ.

        GATHER-ONE-RUN-RECORD.
           IF RUNCTL-STAMP-DATE = BUSINESS-DATE
                MOVE RUNCTL-RUN-ID TO RUN-ID-WORK
                PERFORM FIND-RUN-ENTRY
                IF NOT RUN-MATCH-FOUND
                     IF RUN-COUNT < 100
                          ADD 1 TO RUN-COUNT
                          SET RUN-IDX TO RUN-COUNT
                          MOVE RUN-ID-WORK TO RUNTAB-RUN-ID(RUN-IDX)
                          MOVE "N" TO RUNTAB-COMPLETE-SW(RUN-IDX)
                          SET RUN-MATCH-FOUND TO TRUE
                     ELSE
                          DISPLAY "Large-value return: more than "
                               "100 runs on the date - table full"
                          SET FILING-REFUSED TO TRUE
                     END-IF
                END-IF
                IF RUN-MATCH-FOUND
                     AND RUNCTL-END-RECORD AND RUNCTL-COMPLETE
                     SET RUNTAB-COMPLETE(RUN-IDX) TO TRUE
                END-IF
           END-IF.
           PERFORM READ-RUN-CONTROL-RECORD.

      *  Leaves RUN-IDX on the entry when found.
        FIND-RUN-ENTRY.
           MOVE "N" TO RUN-MATCH-SW.
           SET RUN-IDX TO 1.
           PERFORM MATCH-ONE-RUN-ENTRY
                UNTIL RUN-IDX > RUN-COUNT OR RUN-MATCH-FOUND.

        MATCH-ONE-RUN-ENTRY.
           IF RUNTAB-RUN-ID(RUN-IDX) = RUN-ID-WORK
                SET RUN-MATCH-FOUND TO TRUE
           ELSE
                SET RUN-IDX UP BY 1
           END-IF.

        JUDGE-RUN-COMPLETION.
           IF NOT RUNTAB-COMPLETE(RUN-IDX)
                ADD 1 TO RUNS-INCOMPLETE
                DISPLAY "  run " RUNTAB-RUN-ID(RUN-IDX)
                     " has no complete end record"
           END-IF.

      *****************************************************
      *  The next submission sequence, and whether the date has
      *  been filed before.
      *****************************************************
        LOAD-SUBMISSION-LOG.
           OPEN INPUT SUBMISSION-LOG-FILE.
           PERFORM READ-SUBMISSION-LOG.
           PERFORM NOTE-ONE-SUBMISSION UNTIL END-OF-LOG.
           CLOSE SUBMISSION-LOG-FILE.
           COMPUTE THIS-SUBMISSION-SEQ = LAST-SUBMISSION-SEQ + 1.

        READ-SUBMISSION-LOG.
           READ SUBMISSION-LOG-FILE
                AT END SET END-OF-LOG TO TRUE
           END-READ.

        NOTE-ONE-SUBMISSION.
           IF LVTLOG-SUBMISSION-SEQ > LAST-SUBMISSION-SEQ
                MOVE LVTLOG-SUBMISSION-SEQ TO LAST-SUBMISSION-SEQ
           END-IF.
           IF LVTLOG-BUSINESS-DATE = BUSINESS-DATE
                SET DATE-ALREADY-FILED TO TRUE
           END-IF.
           PERFORM READ-SUBMISSION-LOG.

        OPEN-LOOKUP-FILES.
           OPEN I-O LVTR-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
                AND REGISTER-FILE-STATUS NOT = "05"
                DISPLAY "Large-value return: register LVTRREG "
                     "would not open (status " REGISTER-FILE-STATUS
                     ")"
                SET FILING-REFUSED TO TRUE
           ELSE
                OPEN INPUT TXN-STORE-FILE
                IF STORE-FILE-STATUS = "00"
                     SET STORE-PRESENT TO TRUE
                ELSE
                     DISPLAY "Large-value return: TXNSTORE not "
                          "available (status " STORE-FILE-STATUS
                          ") - customers taken as on the output"
                END-IF
           END-IF.

      *****************************************************
      *  One pass over the live output and every generation,
      *  doing whatever the pass switch says to each line.
      *****************************************************
        SCAN-ALL-OUTPUT.
           MOVE "BATCHOUT" TO OUTPUT-LINE-NAME.
           PERFORM SCAN-ONE-OUTPUT-FILE.
           MOVE "N" TO END-OF-OUTGENS-SW.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM SCAN-ONE-GENERATION UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        SCAN-ONE-GENERATION.
           IF OUTGEN-TYPE = "OUT"
                MOVE OUTGEN-FILE-NAME TO OUTPUT-LINE-NAME
                PERFORM SCAN-ONE-OUTPUT-FILE
                IF OUTPUT-FILE-STATUS NOT = "00" AND SCAN-TALLY
                     ADD 1 TO GENERATIONS-MISSING
                     DISPLAY "Large-value return: generation "
                          OUTPUT-LINE-NAME " not readable (status "
                          OUTPUT-FILE-STATUS ")"
                END-IF
                IF OUTPUT-FILE-STATUS = "00" AND SCAN-TALLY
                     ADD 1 TO GENERATIONS-READ
                END-IF
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *  A live BATCHOUT already rolled away is simply absent.
        SCAN-ONE-OUTPUT-FILE.
           MOVE "N" TO END-OF-LINES-SW.
           OPEN INPUT OUTPUT-LINE-FILE.
           IF OUTPUT-FILE-STATUS = "00"
                PERFORM READ-OUTPUT-LINE
                PERFORM SCAN-ONE-LINE UNTIL END-OF-LINES
                CLOSE OUTPUT-LINE-FILE
           END-IF.

        READ-OUTPUT-LINE.
           READ OUTPUT-LINE-FILE
                AT END SET END-OF-LINES TO TRUE
           END-READ.

        SCAN-ONE-LINE.
           EVALUATE TRUE
                WHEN SCAN-TALLY
                     PERFORM TALLY-ONE-LINE
                WHEN SCAN-NEW-REPORTS
                     PERFORM REPORT-ONE-LINE
                WHEN SCAN-CORRECTIONS
                     PERFORM CORRECT-ONE-LINE
           END-EVALUATE.
           PERFORM READ-OUTPUT-LINE.

      *  A confirmed line belongs to the date when its run id is
      *  one of the date's runs.
        TEST-LINE-ON-DATE.
           MOVE "N" TO RUN-MATCH-SW.
           IF OUTLN-CONFIRMED AND OUTLN-RUN-ID NUMERIC
                MOVE OUTLN-RUN-ID TO RUN-ID-WORK
                PERFORM FIND-RUN-ENTRY
           END-IF.

        RESOLVE-CUSTOMER-ID.
           MOVE OUTLN-CUSTOMER-ID TO LINE-CUSTOMER-ID.
           IF STORE-PRESENT
                MOVE OUTLN-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          MOVE STORE-CUSTOMER-ID TO LINE-CUSTOMER-ID
                END-READ
           END-IF.

        READ-REGISTER-ENTRY.
           MOVE "N" TO ON-REGISTER-SW.
           MOVE OUTLN-REFERENCE-NUM TO LVTREG-REFERENCE-NUM.
           READ LVTR-REGISTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ON-REGISTER TO TRUE
           END-READ.

      *****************************************************
      *  Pass one: the day totals, and what waits to be filed.
      *****************************************************
        TALLY-ONE-LINE.
           PERFORM TEST-LINE-ON-DATE.
           IF RUN-MATCH-FOUND
                ADD 1 TO LINES-CONFIRMED
                MOVE OUTLN-SENT-AMOUNT TO LINE-AMOUNT-WORK
                PERFORM RESOLVE-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-DAY-ENTRY
                IF NOT CUSTOMER-MATCH-FOUND
                     PERFORM ADD-CUSTOMER-DAY-ENTRY
                END-IF
                IF CUSTOMER-MATCH-FOUND
                     SET CUSDAY-IDX TO CUSDAY-FOUND-IDX
                     ADD 1 TO CUSDAY-TXN-COUNT(CUSDAY-IDX)
                     ADD LINE-AMOUNT-WORK TO
                          CUSDAY-TOTAL-AMOUNT(CUSDAY-IDX)
                     PERFORM READ-REGISTER-ENTRY
                     IF NOT ON-REGISTER
                          ADD 1 TO CUSDAY-UNREPORTED(CUSDAY-IDX)
                     END-IF
                ELSE
                     ADD 1 TO LINES-NOT-TALLIED
                END-IF
           END-IF.
           IF OUTLN-REVERSED
                PERFORM READ-REGISTER-ENTRY
                IF ON-REGISTER AND LVTREG-STANDING
                     ADD 1 TO CORRECTIONS-PENDING
                END-IF
           END-IF.

        FIND-CUSTOMER-DAY-ENTRY.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER-DAY
                VARYING CUSDAY-IDX FROM 1 BY 1
                UNTIL CUSDAY-IDX > CUSDAY-COUNT
                     OR CUSTOMER-MATCH-FOUND.

        MATCH-ONE-CUSTOMER-DAY.
           IF CUSDAY-CUSTOMER-ID(CUSDAY-IDX) = LINE-CUSTOMER-ID
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET CUSDAY-FOUND-IDX TO CUSDAY-IDX
           END-IF.

        ADD-CUSTOMER-DAY-ENTRY.
           IF CUSDAY-COUNT < 10000
                ADD 1 TO CUSDAY-COUNT
                SET CUSDAY-FOUND-IDX TO CUSDAY-COUNT
                SET CUSDAY-IDX TO CUSDAY-COUNT
                MOVE LINE-CUSTOMER-ID TO
                     CUSDAY-CUSTOMER-ID(CUSDAY-IDX)
                MOVE 0 TO CUSDAY-TXN-COUNT(CUSDAY-IDX)
                MOVE 0 TO CUSDAY-TOTAL-AMOUNT(CUSDAY-IDX)
                MOVE 0 TO CUSDAY-UNREPORTED(CUSDAY-IDX)
                SET CUSTOMER-MATCH-FOUND TO TRUE
           ELSE
                SET CUSTOMER-TABLE-FULL TO TRUE
           END-IF.

        COUNT-NEW-PENDING.
           IF CUSDAY-TOTAL-AMOUNT(CUSDAY-IDX) NOT < REPORT-THRESHOLD
                ADD 1 TO CUSTOMERS-REPORTABLE
                ADD CUSDAY-UNREPORTED(CUSDAY-IDX) TO NEW-PENDING
           END-IF.

      *****************************************************
      *  The submission: header, new reports, corrections,
      *  trailer, and the log line that proves it.
      *****************************************************
        FILE-SUBMISSION.
           MOVE SPACES TO SUBMISSION-FILE-NAME.
           STRING "LVTR" THIS-SUBMISSION-SEQ
                DELIMITED BY SIZE INTO SUBMISSION-FILE-NAME.
           OPEN OUTPUT SUBMISSION-FILE.
           IF SUBMISSION-FILE-STATUS NOT = "00"
                DISPLAY "Large-value return: " SUBMISSION-FILE-NAME
                     " would not open (status "
                     SUBMISSION-FILE-STATUS ") - nothing filed"
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE SPACES TO SUBMISSION-HEADER-RECORD
                MOVE "H" TO LVTHDR-RECORD-TYPE
                MOVE THIS-SUBMISSION-SEQ TO LVTHDR-SUBMISSION-SEQ
                MOVE REPORTER-ID TO LVTHDR-REPORTER-ID
                MOVE BUSINESS-DATE TO LVTHDR-BUSINESS-DATE
                MOVE STAMP-DATE TO LVTHDR-CREATED-DATE
                MOVE STAMP-TIME TO LVTHDR-CREATED-TIME
                MOVE REPORT-THRESHOLD TO LVTHDR-THRESHOLD
                WRITE SUBMISSION-HEADER-RECORD
                IF NEW-PENDING > 0
                     SET SCAN-NEW-REPORTS TO TRUE
                     PERFORM SCAN-ALL-OUTPUT
                END-IF
                IF CORRECTIONS-PENDING > 0
                     SET SCAN-CORRECTIONS TO TRUE
                     PERFORM SCAN-ALL-OUTPUT
                     PERFORM SCAN-RETURNS-LEDGER
                END-IF
                MOVE SPACES TO SUBMISSION-TRAILER-RECORD
                MOVE "T" TO LVTTRL-RECORD-TYPE
                MOVE THIS-SUBMISSION-SEQ TO LVTTRL-SUBMISSION-SEQ
                MOVE DETAIL-LINE-SEQ TO LVTTRL-DETAIL-COUNT
                MOVE NEW-WRITTEN TO LVTTRL-NEW-COUNT
                MOVE NEW-AMOUNT-TOTAL TO LVTTRL-NEW-AMOUNT
                MOVE CORRECTIONS-WRITTEN TO LVTTRL-CORRECTION-COUNT
                MOVE CORRECTION-AMOUNT-TOTAL TO
                     LVTTRL-CORRECTION-AMOUNT
                WRITE SUBMISSION-TRAILER-RECORD
                CLOSE SUBMISSION-FILE
                PERFORM WRITE-SUBMISSION-LOG
                DISPLAY "Large-value return: submission "
                     THIS-SUBMISSION-SEQ " filed as "
                     SUBMISSION-FILE-NAME
                DISPLAY "  new reports:     " NEW-WRITTEN
                DISPLAY "  corrections:     " CORRECTIONS-WRITTEN
           END-IF.

        WRITE-SUBMISSION-LOG.
           OPEN EXTEND SUBMISSION-LOG-FILE.
           MOVE SPACES TO SUBMISSION-LOG-RECORD.
           MOVE THIS-SUBMISSION-SEQ TO LVTLOG-SUBMISSION-SEQ.
           MOVE SUBMISSION-FILE-NAME TO LVTLOG-FILE-NAME.
           MOVE BUSINESS-DATE TO LVTLOG-BUSINESS-DATE.
           MOVE STAMP-DATE TO LVTLOG-FILED-DATE.
           MOVE STAMP-TIME TO LVTLOG-FILED-TIME.
           MOVE FILING-USER-ID TO LVTLOG-USER-ID.
           MOVE RUN-COUNT TO LVTLOG-RUN-COUNT.
           MOVE REPORT-THRESHOLD TO LVTLOG-THRESHOLD.
           MOVE NEW-WRITTEN TO LVTLOG-NEW-COUNT.
           MOVE NEW-AMOUNT-TOTAL TO LVTLOG-NEW-AMOUNT.
           MOVE CORRECTIONS-WRITTEN TO LVTLOG-CORRECTION-COUNT.
           MOVE CORRECTION-AMOUNT-TOTAL TO LVTLOG-CORRECTION-AMOUNT.
           WRITE SUBMISSION-LOG-RECORD.
           CLOSE SUBMISSION-LOG-FILE.

      *****************************************************
      *  Pass two: every transaction of a customer at or over
      *  the threshold not already on the register.
      *****************************************************
        REPORT-ONE-LINE.
           PERFORM TEST-LINE-ON-DATE.
           IF RUN-MATCH-FOUND
                PERFORM RESOLVE-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-DAY-ENTRY
                IF CUSTOMER-MATCH-FOUND
                     SET CUSDAY-IDX TO CUSDAY-FOUND-IDX
                     IF CUSDAY-TOTAL-AMOUNT(CUSDAY-IDX)
                          NOT < REPORT-THRESHOLD
                          PERFORM READ-REGISTER-ENTRY
                          IF NOT ON-REGISTER
                               PERFORM WRITE-NEW-REPORT
                          END-IF
                     END-IF
                END-IF
           END-IF.

        WRITE-NEW-REPORT.
           MOVE OUTLN-SENT-AMOUNT TO LINE-AMOUNT-WORK.
           MOVE SPACES TO LVTR-REGISTER-RECORD.
           MOVE OUTLN-REFERENCE-NUM TO LVTREG-REFERENCE-NUM.
           MOVE BUSINESS-DATE TO LVTREG-BUSINESS-DATE.
           MOVE LINE-CUSTOMER-ID TO LVTREG-CUSTOMER-ID.
           MOVE LINE-AMOUNT-WORK TO LVTREG-AMOUNT.
           MOVE OUTLN-EFFECTIVE-DATE TO LVTREG-EFFECTIVE-DATE.
           MOVE OUTLN-ENTITY-CODE TO LVTREG-ENTITY-CODE.
           MOVE RUN-ID-WORK TO LVTREG-RUN-ID.
           IF LINE-AMOUNT-WORK NOT < REPORT-THRESHOLD
                MOVE "S" TO LVTREG-REPORT-BASIS
           ELSE
                MOVE "A" TO LVTREG-REPORT-BASIS
           END-IF.
           MOVE THIS-SUBMISSION-SEQ TO LVTREG-SUBMISSION-SEQ.
           MOVE STAMP-DATE TO LVTREG-REPORTED-DATE.
           SET LVTREG-STANDING TO TRUE.
           MOVE 0 TO LVTREG-CORRECTION-SEQ.
           MOVE 0 TO LVTREG-CORRECTED-DATE.
           WRITE LVTR-REGISTER-RECORD
                INVALID KEY
                     DISPLAY "Large-value return: register write "
                          "failed for " LVTREG-REFERENCE-NUM
                          " status " REGISTER-FILE-STATUS
                NOT INVALID KEY
                     PERFORM FILL-DETAIL-FROM-REGISTER
                     MOVE "N" TO LVTR-ACTION
                     MOVE CUSDAY-TXN-COUNT(CUSDAY-IDX) TO
                          LVTR-DAY-COUNT
                     MOVE CUSDAY-TOTAL-AMOUNT(CUSDAY-IDX) TO
                          LVTR-DAY-TOTAL
                     MOVE 0 TO LVTR-ORIGINAL-SUBMISSION
                     WRITE SUBMISSION-DETAIL-RECORD
                     ADD 1 TO NEW-WRITTEN
                     ADD LVTREG-AMOUNT TO NEW-AMOUNT-TOTAL
           END-WRITE.

        FILL-DETAIL-FROM-REGISTER.
           MOVE SPACES TO SUBMISSION-DETAIL-RECORD.
           ADD 1 TO DETAIL-LINE-SEQ.
           MOVE "D" TO LVTR-RECORD-TYPE.
           MOVE THIS-SUBMISSION-SEQ TO LVTR-SUBMISSION-SEQ.
           MOVE DETAIL-LINE-SEQ TO LVTR-LINE-SEQ.
           MOVE LVTREG-REPORT-BASIS TO LVTR-REPORT-BASIS.
           MOVE LVTREG-BUSINESS-DATE TO LVTR-BUSINESS-DATE.
           MOVE LVTREG-REFERENCE-NUM TO LVTR-REFERENCE-NUM.
           MOVE LVTREG-CUSTOMER-ID TO LVTR-CUSTOMER-ID.
           MOVE LVTREG-AMOUNT TO LVTR-AMOUNT.
           MOVE LVTREG-EFFECTIVE-DATE TO LVTR-EFFECTIVE-DATE.
           MOVE LVTREG-ENTITY-CODE TO LVTR-ENTITY-CODE.
           MOVE LVTREG-RUN-ID TO LVTR-RUN-ID.

      *****************************************************
      *  Pass three: reversals of transactions already filed,
      *  whatever date they were filed for.
      *****************************************************
        CORRECT-ONE-LINE.
           IF OUTLN-REVERSED
                PERFORM READ-REGISTER-ENTRY
                IF ON-REGISTER AND LVTREG-STANDING
                     MOVE "REVERSED" TO LVTREG-CORRECTION-REASON
                     PERFORM WRITE-CORRECTION
                END-IF
           END-IF.

      *****************************************************
      *  Returns of transactions already filed: counted on the
      *  tally pass, corrected on the corrections pass.  A
      *  reference already corrected is no longer standing.
      *****************************************************
        SCAN-RETURNS-LEDGER.
           MOVE "N" TO END-OF-LEDGER-SW.
           OPEN INPUT RETURNS-LEDGER-FILE.
           PERFORM READ-RETURNS-LEDGER.
           PERFORM CHECK-ONE-RETURN UNTIL END-OF-LEDGER.
           CLOSE RETURNS-LEDGER-FILE.

        READ-RETURNS-LEDGER.
           READ RETURNS-LEDGER-FILE
                AT END SET END-OF-LEDGER TO TRUE
           END-READ.

        CHECK-ONE-RETURN.
           MOVE "N" TO ON-REGISTER-SW.
           MOVE RETBKD-ORIGINAL-REFERENCE TO LVTREG-REFERENCE-NUM.
           READ LVTR-REGISTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ON-REGISTER TO TRUE
           END-READ.
           IF ON-REGISTER AND LVTREG-STANDING
                IF SCAN-CORRECTIONS
                     MOVE "RETURNED" TO LVTREG-CORRECTION-REASON
                     PERFORM WRITE-CORRECTION
                ELSE
                     ADD 1 TO CORRECTIONS-PENDING
                END-IF
           END-IF.
           PERFORM READ-RETURNS-LEDGER.

      *  Takes the register record as read, with the reason set.
        WRITE-CORRECTION.
           SET LVTREG-CORRECTED TO TRUE.
           MOVE THIS-SUBMISSION-SEQ TO LVTREG-CORRECTION-SEQ.
           MOVE STAMP-DATE TO LVTREG-CORRECTED-DATE.
           REWRITE LVTR-REGISTER-RECORD
                INVALID KEY
                     DISPLAY "Large-value return: register rewrite "
                          "failed for " LVTREG-REFERENCE-NUM
                          " status " REGISTER-FILE-STATUS
                NOT INVALID KEY
                     PERFORM FILL-DETAIL-FROM-REGISTER
                     MOVE "C" TO LVTR-ACTION
                     MOVE 0 TO LVTR-DAY-COUNT
                     MOVE 0 TO LVTR-DAY-TOTAL
                     MOVE LVTREG-SUBMISSION-SEQ TO
                          LVTR-ORIGINAL-SUBMISSION
                     MOVE LVTREG-CORRECTION-REASON TO
                          LVTR-CORRECTION-REASON
                     WRITE SUBMISSION-DETAIL-RECORD
                     ADD 1 TO CORRECTIONS-WRITTEN
                     ADD LVTREG-AMOUNT TO CORRECTION-AMOUNT-TOTAL
           END-REWRITE.
