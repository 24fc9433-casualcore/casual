      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CICNET.cbl
      *
      *  Intercompany netting over the night's confirmed output.
      *  A booking made under one group entity for a customer who
      *  banks with another leaves the customer's home entity (on
      *  the customer master) owing the entity the booking went
      *  through (the entity columns of the output line).  The
      *  confirmed bookings, less the reversals of the same
      *  night, are summed per entity pair and currency in both
      *  directions, and only the difference is settled:
      *     ICSETL    one settlement instruction per pair and
      *               currency with a net left to pay, naming the
      *               net payer and the net receiver
      *     ICGLPOST  the matching due-to/due-from entries in the
      *               GL posting layout - a credit to the payer's
      *               due-to account and a debit to the
      *               receiver's due-from account, from the
      *               ENTACCTS file or the DUETO/DUEFROM house
      *               accounts suffixed with the entity code
      *     ICNETRPT  the netting report - the gross flows each
      *               way, the net and the netting ratio (the
      *               share of the gross the netting saved from
      *               being settled) for every pair
      *  The output line's customer id may be masked for sharing;
      *  the booking in TXNSTORE under the same reference carries
      *  the id in full, and is preferred when it is there.  The
      *  selector on the command line picks a rolled generation
      *  from OUTGENS the way the settlement report does.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ICNETTNG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT NETTING-INPUT-FILE ASSIGN TO DYNAMIC
                NETTING-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
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
           SELECT OPTIONAL ENTITY-ACCOUNTS-FILE ASSIGN TO "ENTACCTS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT SETTLEMENT-INSTRUCTION-FILE ASSIGN TO "ICSETL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "ICGLPOST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT NETTING-REPORT-FILE ASSIGN TO "ICNETRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CSETLRPT.cbl.  A REVRSD line carries
      *  the cancellation already negated.
        FD  NETTING-INPUT-FILE.
        01  NETTING-INPUT-RECORD.
               05 NET-IN-STATUS              PIC X(06).
                       88 NET-STATUS-OK              VALUE "OK".
                       88 NET-STATUS-REVERSED        VALUE "REVRSD".
               05 NET-IN-CUSTOMER-ID         PIC X(10).
               05 NET-IN-SENT-AMOUNT         PIC -(9)9.99.
               05 NET-IN-EFFECTIVE-DATE      PIC X(08).
               05 NET-IN-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(43).
      *  Run id, then the currency and entity extension columns.
               05 NET-IN-RUN-ID              PIC X(08).
               05 NET-IN-CURRENCY-CODE       PIC X(03).
               05 FILLER                     PIC X(01).
               05 NET-IN-ORIG-AMOUNT         PIC -(9)9.99.
               05 NET-IN-ORIG-AMOUNT-TEXT REDEFINES
                    NET-IN-ORIG-AMOUNT       PIC X(13).
               05 NET-IN-ENTITY-CODE         PIC X(03).

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

      *  The subsidiaries' GL accounts - see the same layout read
      *  in CBATCH.cbl.  Only the due-to and due-from accounts are
      *  used here.
        FD  ENTITY-ACCOUNTS-FILE.
        01  ENTITY-ACCOUNTS-RECORD.
               05 ENTACC-ENTITY-CODE         PIC X(03).
               05 ENTACC-DEBIT-ACCOUNT       PIC X(10).
               05 ENTACC-CREDIT-ACCOUNT      PIC X(10).
               05 ENTACC-FEE-ACCOUNT         PIC X(10).
               05 ENTACC-DUE-TO-ACCOUNT      PIC X(10).
               05 ENTACC-DUE-FROM-ACCOUNT    PIC X(10).

        FD  SETTLEMENT-INSTRUCTION-FILE.
        01  SETTLEMENT-INSTRUCTION-RECORD.
           COPY TPICSETL.

        FD  GL-POSTING-FILE.
        01  GL-POSTING-RECORD.
               05 GL-POSTING-DATE            PIC 9(08).
               05 GL-SERVICE-NAME            PIC X(30).
               05 GL-ACCOUNT-CODE            PIC X(10).
               05 GL-DEBIT-CREDIT            PIC X(02).
               05 GL-AMOUNT                  PIC S9(13)V99.
               05 GL-ENTITY-CODE             PIC X(03).

        FD  NETTING-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  NETTING-INPUT-NAME      PIC X(12) VALUE "BATCHOUT".
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.

      *  The generation selector off the command line, and the
      *  registry scan that resolves it to a file name.
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

        01  NETTING-SWITCHES.
               05 END-OF-INPUT-SW   PIC X(01) VALUE "N".
                       88 END-OF-INPUT       VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-FILE-PRESENT VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 END-OF-ENTACC-SW  PIC X(01) VALUE "N".
                       88 END-OF-ENTACC      VALUE "Y".
               05 ENTACC-MATCH-SW   PIC X(01) VALUE "N".
                       88 ENTACC-MATCH-FOUND VALUE "Y".
               05 PAIR-MATCH-SW     PIC X(01) VALUE "N".
                       88 PAIR-MATCH-FOUND   VALUE "Y".
               05 PAIR-OVERFLOW-SW  PIC X(01) VALUE "N".
                       88 PAIR-TABLE-FULL    VALUE "Y".

        01  NETTING-COUNTERS.
               05 LINES-READ        PIC S9(9) COMP-5 VALUE 0.
               05 LINES-CONFIRMED   PIC S9(9) COMP-5 VALUE 0.
               05 LINES-DOMESTIC    PIC S9(9) COMP-5 VALUE 0.
               05 LINES-INTERCOMPANY PIC S9(9) COMP-5 VALUE 0.
               05 LINES-NOT-NETTED  PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-NOT-ON-MASTER
                                    PIC S9(9) COMP-5 VALUE 0.
               05 INSTRUCTIONS-WRITTEN
                                    PIC S9(9) COMP-5 VALUE 0.
               05 PAIRS-FULLY-OFFSET PIC S9(9) COMP-5 VALUE 0.
               05 GL-LINES-WRITTEN  PIC S9(9) COMP-5 VALUE 0.

        01  RUN-DATE                PIC 9(08).
      *  The date the instructions and entries are made out for:
      *  today for the live file, the roll date for a generation.
        01  BUSINESS-DATE           PIC 9(08).
        01  DEFAULT-ENTITY-CODE     PIC X(03) VALUE "001".
        01  BOOKING-CURRENCY-CODE   PIC X(03) VALUE "USD".

      *  The current line reduced to what the netting needs: the
      *  two entities, the currency and the signed amount in it.
        01  LINE-CUSTOMER-ID        PIC X(10).
        01  LINE-HOME-ENTITY        PIC X(03).
        01  LINE-BOOKING-ENTITY     PIC X(03).
        01  LINE-CURRENCY-CODE      PIC X(03).
        01  LINE-AMOUNT-WORK        PIC S9(11)V99.
        01  LOW-ENTITY-KEY          PIC X(03).
        01  HIGH-ENTITY-KEY         PIC X(03).
        01  LOW-ENTITY-PAYS-SW      PIC X(01) VALUE "N".
               88 LOW-ENTITY-PAYS            VALUE "Y".

      *  Each entity pair and currency seen, the lower entity code
      *  first, with the flow each way.
        01  PAIR-TABLE.
               05 PAIR-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 PAIR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON PAIR-COUNT
                       INDEXED BY PAIR-IDX.
                       10 PAIR-LOW-ENTITY            PIC X(03).
                       10 PAIR-HIGH-ENTITY           PIC X(03).
                       10 PAIR-CURRENCY-CODE         PIC X(03).
                       10 PAIR-LOW-PAYS              PIC S9(13)V99.
                       10 PAIR-HIGH-PAYS             PIC S9(13)V99.
                       10 PAIR-BOOKING-COUNT         PIC S9(9) COMP-5.
        01  PAIR-FOUND-IDX          USAGE INDEX.

      *  The due-to and due-from accounts by entity, off ENTACCTS.
        01  ENTITY-ACCOUNTS-TABLE.
               05 ENTACC-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 ENTACC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON ENTACC-COUNT
                       INDEXED BY ENTACC-IDX.
                       10 ENTTAB-ENTITY-CODE         PIC X(03).
                       10 ENTTAB-DUE-TO-ACCOUNT      PIC X(10).
                       10 ENTTAB-DUE-FROM-ACCOUNT    PIC X(10).
        01  ENTITY-ACCOUNT-KEY      PIC X(03).
        01  DUE-TO-ACCOUNT-WORK     PIC X(10).
        01  DUE-FROM-ACCOUNT-WORK   PIC X(10).

      *  One pair worked out: who pays whom, how much, and how
      *  much of the gross the netting took out.
        01  PAIR-RESULT.
               05 NET-AMOUNT-WORK   PIC S9(13)V99.
               05 NET-ABSOLUTE-WORK PIC S9(13)V99.
               05 GROSS-TOTAL-WORK  PIC S9(13)V99.
               05 NETTING-RATIO-WORK PIC S9(3)V99.
               05 PAYER-ENTITY-WORK PIC X(03).
               05 RECEIVER-ENTITY-WORK PIC X(03).
               05 INSTRUCTION-ID-WORK PIC X(12).
               05 INSTRUCTION-SEQ   PIC 9(04) VALUE 0.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "INTERCOMPANY NETTING REPORT  RUN".
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
               05 FILLER            PIC X(13) VALUE "ENTITY PAIR".
               05 FILLER            PIC X(05) VALUE "CCY".
               05 FILLER            PIC X(19) VALUE
                    "     GROSS A TO B".
               05 FILLER            PIC X(19) VALUE
                    "     GROSS B TO A".
               05 FILLER            PIC X(19) VALUE
                    "       NET AMOUNT".
               05 FILLER            PIC X(07) VALUE "PAYER".
               05 FILLER            PIC X(07) VALUE "RCVR".
               05 FILLER            PIC X(08) VALUE "RATIO%".
               05 FILLER            PIC X(09) VALUE "BOOKINGS".
               05 FILLER            PIC X(26) VALUE "INSTRUCTION".
        01  DETAIL-LINE.
               05 DETAIL-LOW-ENTITY PIC X(03).
               05 FILLER            PIC X(01) VALUE "/".
               05 DETAIL-HIGH-ENTITY PIC X(03).
               05 FILLER            PIC X(06) VALUE SPACES.
               05 DETAIL-CURRENCY   PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-LOW-PAYS   PIC -(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-HIGH-PAYS  PIC -(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-NET-AMOUNT PIC Z(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-PAYER      PIC X(03).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DETAIL-RECEIVER   PIC X(03).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DETAIL-RATIO      PIC ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-BOOKINGS   PIC ZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-INSTRUCTION PIC X(24).
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CICNET.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE 1 TO CMD-PARSE-PTR.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO GENERATION-SELECTOR
                WITH POINTER CMD-PARSE-PTR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO BUSINESS-DATE.
           PERFORM RESOLVE-GENERATION-SELECTOR.
           PERFORM LOAD-ENTITY-ACCOUNTS.
           PERFORM OPEN-LOOKUP-FILES.

           OPEN INPUT NETTING-INPUT-FILE.
           PERFORM READ-NETTING-RECORD.
           PERFORM NET-ONE-RECORD UNTIL END-OF-INPUT.
           CLOSE NETTING-INPUT-FILE.
           IF MASTER-FILE-PRESENT
                CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF STORE-PRESENT
                CLOSE TXN-STORE-FILE
           END-IF.

           OPEN OUTPUT SETTLEMENT-INSTRUCTION-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT NETTING-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           PERFORM SETTLE-ONE-PAIR
                VARYING PAIR-IDX FROM 1 BY 1
                UNTIL PAIR-IDX > PAIR-COUNT.
           PERFORM PRINT-NETTING-TOTALS.
           CLOSE SETTLEMENT-INSTRUCTION-FILE.
           CLOSE GL-POSTING-FILE.
           CLOSE NETTING-REPORT-FILE.
           DISPLAY "Intercompany netting: " LINES-INTERCOMPANY
                " intercompany bookings, " PAIR-COUNT
                " pairs, " INSTRUCTIONS-WRITTEN
                " settlement instructions".
           STOP RUN.

      *****************************************************
      *  Resolve the command-line selector against the OUTGENS
      *  registry, as the settlement report does: YYYYMMDD picks
      *  the generation rolled that date, R and a run id the
      *  generation stamped with it, and no selector the live
      *  file.  Netting the wrong night would settle money that
      *  is not owed, so an unanswered selector stops the run.
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
                     DISPLAY "Intercompany netting: selector |"
                          GENERATION-SELECTOR "| not understood "
                          "- nothing netted"
                     STOP RUN
           END-EVALUATE.
           IF NOT SELECT-LIVE-FILE
                PERFORM LOOK-UP-OUTPUT-GENERATION
                IF GENERATION-FOUND
                     DISPLAY "Intercompany netting: reading "
                          "generation " NETTING-INPUT-NAME
                ELSE
                     DISPLAY "Intercompany netting: no generation "
                          "on the registry for the selector - "
                          "nothing netted"
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
           IF OUTGEN-TYPE = "OUT"
                AND ((SELECT-BY-DATE
                AND OUTGEN-ROLL-DATE = SELECTOR-DATE)
                OR (SELECT-BY-RUN-ID
                AND OUTGEN-RUN-ID = SELECTOR-RUN-ID))
                SET GENERATION-FOUND TO TRUE
                MOVE OUTGEN-FILE-NAME TO NETTING-INPUT-NAME
                MOVE OUTGEN-ROLL-DATE TO BUSINESS-DATE
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  The master gives each customer's home entity, and the
      *  store the full customer id behind a masked line.  With
      *  no master every customer banks with the house entity,
      *  and nothing is intercompany except bookings made under
      *  another entity.
      *****************************************************
        OPEN-LOOKUP-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
                SET MASTER-FILE-PRESENT TO TRUE
           ELSE
                DISPLAY "Intercompany netting: customer master not "
                     "available (status " MASTER-FILE-STATUS
                     ") - every customer taken as entity "
                     DEFAULT-ENTITY-CODE
           END-IF.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           END-IF.

      *****************************************************
      *  Read-ahead over the output file.
      *****************************************************
        READ-NETTING-RECORD.
           READ NETTING-INPUT-FILE
                AT END SET END-OF-INPUT TO TRUE
           END-READ.

      *****************************************************
      *  A confirmed booking or a reversal of one: find whose
      *  customer it was and which entity it went through, and
      *  if they differ roll the amount into the pair's flow.
      *  Every other line moved no money between entities.
      *****************************************************
        NET-ONE-RECORD.
           ADD 1 TO LINES-READ.
           IF NET-STATUS-OK OR NET-STATUS-REVERSED
                ADD 1 TO LINES-CONFIRMED
                PERFORM DE-EDIT-LINE-AMOUNT
                PERFORM RESOLVE-HOME-ENTITY
                IF NET-IN-ENTITY-CODE = SPACES
                     MOVE DEFAULT-ENTITY-CODE TO LINE-BOOKING-ENTITY
                ELSE
                     MOVE NET-IN-ENTITY-CODE TO LINE-BOOKING-ENTITY
                END-IF
                IF LINE-HOME-ENTITY = LINE-BOOKING-ENTITY
                     ADD 1 TO LINES-DOMESTIC
                ELSE
                     ADD 1 TO LINES-INTERCOMPANY
                     PERFORM TALLY-PAIR-FLOW
                END-IF
           END-IF.
           PERFORM READ-NETTING-RECORD.

      *  The amount in the currency the booking arrived in - a
      *  line from before the currency columns existed carries
      *  only the sent amount, in the booking currency.
        DE-EDIT-LINE-AMOUNT.
           IF NET-IN-ORIG-AMOUNT-TEXT = SPACES
                MOVE NET-IN-SENT-AMOUNT TO LINE-AMOUNT-WORK
           ELSE
                MOVE NET-IN-ORIG-AMOUNT TO LINE-AMOUNT-WORK
           END-IF.
           IF NET-IN-CURRENCY-CODE = SPACES
                MOVE BOOKING-CURRENCY-CODE TO LINE-CURRENCY-CODE
           ELSE
                MOVE NET-IN-CURRENCY-CODE TO LINE-CURRENCY-CODE
           END-IF.

      *  A customer not on the master banks with the house entity
      *  - BATCHCLI refuses unknown customers, so this is one
      *  closed off the master since the night ran.
        RESOLVE-HOME-ENTITY.
           MOVE NET-IN-CUSTOMER-ID TO LINE-CUSTOMER-ID.
           IF STORE-PRESENT
                MOVE NET-IN-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          MOVE STORE-CUSTOMER-ID TO LINE-CUSTOMER-ID
                END-READ
           END-IF.
           MOVE DEFAULT-ENTITY-CODE TO LINE-HOME-ENTITY.
           IF MASTER-FILE-PRESENT
                MOVE LINE-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                          ADD 1 TO CUSTOMERS-NOT-ON-MASTER
                     NOT INVALID KEY
                          IF CUSMST-HOME-ENTITY NOT = SPACES
                               MOVE CUSMST-HOME-ENTITY TO
                                    LINE-HOME-ENTITY
                          END-IF
                END-READ
           END-IF.

      *****************************************************
      *  The customer's home entity owes the booking entity.
      *  The pair is held lower entity code first, so the flows
      *  each way between two entities meet in one entry.
      *****************************************************
        TALLY-PAIR-FLOW.
           IF LINE-HOME-ENTITY < LINE-BOOKING-ENTITY
                MOVE LINE-HOME-ENTITY TO LOW-ENTITY-KEY
                MOVE LINE-BOOKING-ENTITY TO HIGH-ENTITY-KEY
                MOVE "Y" TO LOW-ENTITY-PAYS-SW
           ELSE
                MOVE LINE-BOOKING-ENTITY TO LOW-ENTITY-KEY
                MOVE LINE-HOME-ENTITY TO HIGH-ENTITY-KEY
                MOVE "N" TO LOW-ENTITY-PAYS-SW
           END-IF.
           MOVE "N" TO PAIR-MATCH-SW.
           PERFORM MATCH-ONE-PAIR
                VARYING PAIR-IDX FROM 1 BY 1
                UNTIL PAIR-IDX > PAIR-COUNT
                     OR PAIR-MATCH-FOUND.
           IF PAIR-MATCH-FOUND
                SET PAIR-IDX TO PAIR-FOUND-IDX
           ELSE
                IF PAIR-COUNT < 200
                     ADD 1 TO PAIR-COUNT
                     SET PAIR-IDX TO PAIR-COUNT
                     MOVE LOW-ENTITY-KEY TO PAIR-LOW-ENTITY(PAIR-IDX)
                     MOVE HIGH-ENTITY-KEY TO
                          PAIR-HIGH-ENTITY(PAIR-IDX)
                     MOVE LINE-CURRENCY-CODE TO
                          PAIR-CURRENCY-CODE(PAIR-IDX)
                     MOVE 0 TO PAIR-LOW-PAYS(PAIR-IDX)
                     MOVE 0 TO PAIR-HIGH-PAYS(PAIR-IDX)
                     MOVE 0 TO PAIR-BOOKING-COUNT(PAIR-IDX)
                     SET PAIR-MATCH-FOUND TO TRUE
                ELSE
                     ADD 1 TO LINES-NOT-NETTED
                     IF NOT PAIR-TABLE-FULL
                          DISPLAY "Intercompany netting: pair table "
                               "full at " PAIR-COUNT " - later pairs "
                               "are not netted"
                          SET PAIR-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.
           IF PAIR-MATCH-FOUND
                ADD 1 TO PAIR-BOOKING-COUNT(PAIR-IDX)
                IF LOW-ENTITY-PAYS
                     ADD LINE-AMOUNT-WORK TO PAIR-LOW-PAYS(PAIR-IDX)
                ELSE
                     ADD LINE-AMOUNT-WORK TO
                          PAIR-HIGH-PAYS(PAIR-IDX)
                END-IF
           END-IF.

        MATCH-ONE-PAIR.
           IF PAIR-LOW-ENTITY(PAIR-IDX) = LOW-ENTITY-KEY
                AND PAIR-HIGH-ENTITY(PAIR-IDX) = HIGH-ENTITY-KEY
                AND PAIR-CURRENCY-CODE(PAIR-IDX) = LINE-CURRENCY-CODE
                SET PAIR-MATCH-FOUND TO TRUE
                SET PAIR-FOUND-IDX TO PAIR-IDX
           END-IF.

      *****************************************************
      *  Net one pair: whichever way the difference runs names
      *  the payer, and a pair whose flows cancel exactly owes
      *  nothing and gets no instruction.  The netting ratio is
      *  the share of the gross flows the netting took out of
      *  settlement.
      *****************************************************
        SETTLE-ONE-PAIR.
           COMPUTE NET-AMOUNT-WORK = PAIR-LOW-PAYS(PAIR-IDX)
                - PAIR-HIGH-PAYS(PAIR-IDX).
           COMPUTE GROSS-TOTAL-WORK = PAIR-LOW-PAYS(PAIR-IDX)
                + PAIR-HIGH-PAYS(PAIR-IDX).
           IF NET-AMOUNT-WORK < 0
                COMPUTE NET-ABSOLUTE-WORK = 0 - NET-AMOUNT-WORK
                MOVE PAIR-HIGH-ENTITY(PAIR-IDX) TO PAYER-ENTITY-WORK
                MOVE PAIR-LOW-ENTITY(PAIR-IDX) TO
                     RECEIVER-ENTITY-WORK
           ELSE
                MOVE NET-AMOUNT-WORK TO NET-ABSOLUTE-WORK
                MOVE PAIR-LOW-ENTITY(PAIR-IDX) TO PAYER-ENTITY-WORK
                MOVE PAIR-HIGH-ENTITY(PAIR-IDX) TO
                     RECEIVER-ENTITY-WORK
           END-IF.
           MOVE 0 TO NETTING-RATIO-WORK.
           IF GROSS-TOTAL-WORK > 0
                AND NET-ABSOLUTE-WORK NOT > GROSS-TOTAL-WORK
                COMPUTE NETTING-RATIO-WORK ROUNDED =
                     (GROSS-TOTAL-WORK - NET-ABSOLUTE-WORK) * 100
                     / GROSS-TOTAL-WORK
           END-IF.
           MOVE SPACES TO INSTRUCTION-ID-WORK.
           IF NET-ABSOLUTE-WORK = 0
                ADD 1 TO PAIRS-FULLY-OFFSET
                MOVE SPACES TO PAYER-ENTITY-WORK
                MOVE SPACES TO RECEIVER-ENTITY-WORK
           ELSE
                PERFORM WRITE-SETTLEMENT-INSTRUCTION
                PERFORM WRITE-DUE-GL-ENTRIES
           END-IF.
           PERFORM PRINT-PAIR-LINE.

      *  The instruction id is IC, the business date as YYMMDD
      *  and the instruction's sequence in the run.
        WRITE-SETTLEMENT-INSTRUCTION.
           ADD 1 TO INSTRUCTION-SEQ.
           STRING "IC" BUSINESS-DATE(3:6) INSTRUCTION-SEQ
                DELIMITED BY SIZE INTO INSTRUCTION-ID-WORK.
           MOVE SPACES TO SETTLEMENT-INSTRUCTION-RECORD.
           MOVE INSTRUCTION-ID-WORK TO ICSETL-INSTRUCTION-ID.
           MOVE BUSINESS-DATE TO ICSETL-BUSINESS-DATE.
           MOVE PAYER-ENTITY-WORK TO ICSETL-PAYER-ENTITY.
           MOVE RECEIVER-ENTITY-WORK TO ICSETL-RECEIVER-ENTITY.
           MOVE PAIR-CURRENCY-CODE(PAIR-IDX) TO
                ICSETL-CURRENCY-CODE.
           MOVE NET-ABSOLUTE-WORK TO ICSETL-NET-AMOUNT.
           IF PAYER-ENTITY-WORK = PAIR-LOW-ENTITY(PAIR-IDX)
                MOVE PAIR-LOW-PAYS(PAIR-IDX) TO ICSETL-GROSS-PAYABLE
                MOVE PAIR-HIGH-PAYS(PAIR-IDX) TO
                     ICSETL-GROSS-RECEIVABLE
           ELSE
                MOVE PAIR-HIGH-PAYS(PAIR-IDX) TO
                     ICSETL-GROSS-PAYABLE
                MOVE PAIR-LOW-PAYS(PAIR-IDX) TO
                     ICSETL-GROSS-RECEIVABLE
           END-IF.
           MOVE PAIR-BOOKING-COUNT(PAIR-IDX) TO ICSETL-BOOKING-COUNT.
           WRITE SETTLEMENT-INSTRUCTION-RECORD.
           ADD 1 TO INSTRUCTIONS-WRITTEN.

      *****************************************************
      *  The instruction's two sides in the ledger: the payer
      *  credits what it owes to its due-to account, the
      *  receiver debits what it is owed to its due-from
      *  account.  The service name carries the pair, the
      *  currency and the instruction id, so each entry traces
      *  back to the instruction it books.
      *****************************************************
        WRITE-DUE-GL-ENTRIES.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE BUSINESS-DATE TO GL-POSTING-DATE.
           STRING "IC:" PAYER-ENTITY-WORK ">" RECEIVER-ENTITY-WORK
                " " PAIR-CURRENCY-CODE(PAIR-IDX)
                " " INSTRUCTION-ID-WORK
                DELIMITED BY SIZE INTO GL-SERVICE-NAME.
           MOVE NET-ABSOLUTE-WORK TO GL-AMOUNT.

           MOVE PAYER-ENTITY-WORK TO ENTITY-ACCOUNT-KEY.
           PERFORM FIND-DUE-ACCOUNTS.
           MOVE DUE-TO-ACCOUNT-WORK TO GL-ACCOUNT-CODE.
           MOVE PAYER-ENTITY-WORK TO GL-ENTITY-CODE.
           MOVE "CR" TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.

           MOVE RECEIVER-ENTITY-WORK TO ENTITY-ACCOUNT-KEY.
           PERFORM FIND-DUE-ACCOUNTS.
           MOVE DUE-FROM-ACCOUNT-WORK TO GL-ACCOUNT-CODE.
           MOVE RECEIVER-ENTITY-WORK TO GL-ENTITY-CODE.
           MOVE "DR" TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.
           ADD 2 TO GL-LINES-WRITTEN.

      *****************************************************
      *  The entity's due-to and due-from accounts: its own off
      *  ENTACCTS where given, else the house DUETO and DUEFROM
      *  accounts with the entity code after them.
      *****************************************************
        FIND-DUE-ACCOUNTS.
           MOVE SPACES TO DUE-TO-ACCOUNT-WORK.
           MOVE SPACES TO DUE-FROM-ACCOUNT-WORK.
           STRING "DUETO" ENTITY-ACCOUNT-KEY
                DELIMITED BY SIZE INTO DUE-TO-ACCOUNT-WORK.
           STRING "DUEFROM" ENTITY-ACCOUNT-KEY
                DELIMITED BY SIZE INTO DUE-FROM-ACCOUNT-WORK.
           MOVE "N" TO ENTACC-MATCH-SW.
           PERFORM MATCH-ONE-ENTITY-ACCOUNTS
                VARYING ENTACC-IDX FROM 1 BY 1
                UNTIL ENTACC-IDX > ENTACC-COUNT
                     OR ENTACC-MATCH-FOUND.

        MATCH-ONE-ENTITY-ACCOUNTS.
           IF ENTTAB-ENTITY-CODE(ENTACC-IDX) = ENTITY-ACCOUNT-KEY
                SET ENTACC-MATCH-FOUND TO TRUE
                IF ENTTAB-DUE-TO-ACCOUNT(ENTACC-IDX) NOT = SPACES
                     MOVE ENTTAB-DUE-TO-ACCOUNT(ENTACC-IDX) TO
                          DUE-TO-ACCOUNT-WORK
                END-IF
                IF ENTTAB-DUE-FROM-ACCOUNT(ENTACC-IDX) NOT = SPACES
                     MOVE ENTTAB-DUE-FROM-ACCOUNT(ENTACC-IDX) TO
                          DUE-FROM-ACCOUNT-WORK
                END-IF
           END-IF.

        LOAD-ENTITY-ACCOUNTS.
           OPEN INPUT ENTITY-ACCOUNTS-FILE.
           PERFORM READ-ENTITY-ACCOUNTS.
           PERFORM STORE-ENTITY-ACCOUNTS
                UNTIL END-OF-ENTACC OR ENTACC-COUNT = 20.
           CLOSE ENTITY-ACCOUNTS-FILE.

        READ-ENTITY-ACCOUNTS.
           READ ENTITY-ACCOUNTS-FILE
                AT END SET END-OF-ENTACC TO TRUE
           END-READ.

        STORE-ENTITY-ACCOUNTS.
           ADD 1 TO ENTACC-COUNT.
           SET ENTACC-IDX TO ENTACC-COUNT.
           MOVE ENTACC-ENTITY-CODE TO ENTTAB-ENTITY-CODE(ENTACC-IDX).
           MOVE ENTACC-DUE-TO-ACCOUNT TO
                ENTTAB-DUE-TO-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-DUE-FROM-ACCOUNT TO
                ENTTAB-DUE-FROM-ACCOUNT(ENTACC-IDX).
           PERFORM READ-ENTITY-ACCOUNTS.

      *****************************************************
      *  One report line per pair and currency.
      *****************************************************
        PRINT-PAIR-LINE.
           MOVE PAIR-LOW-ENTITY(PAIR-IDX) TO DETAIL-LOW-ENTITY.
           MOVE PAIR-HIGH-ENTITY(PAIR-IDX) TO DETAIL-HIGH-ENTITY.
           MOVE PAIR-CURRENCY-CODE(PAIR-IDX) TO DETAIL-CURRENCY.
           MOVE PAIR-LOW-PAYS(PAIR-IDX) TO DETAIL-LOW-PAYS.
           MOVE PAIR-HIGH-PAYS(PAIR-IDX) TO DETAIL-HIGH-PAYS.
           MOVE NET-ABSOLUTE-WORK TO DETAIL-NET-AMOUNT.
           MOVE PAYER-ENTITY-WORK TO DETAIL-PAYER.
           MOVE RECEIVER-ENTITY-WORK TO DETAIL-RECEIVER.
           MOVE NETTING-RATIO-WORK TO DETAIL-RATIO.
           MOVE PAIR-BOOKING-COUNT(PAIR-IDX) TO DETAIL-BOOKINGS.
           IF INSTRUCTION-ID-WORK = SPACES
                MOVE "FULLY OFFSET" TO DETAIL-INSTRUCTION
           ELSE
                MOVE INSTRUCTION-ID-WORK TO DETAIL-INSTRUCTION
           END-IF.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Run totals after the pairs.
      *****************************************************
        PRINT-NETTING-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF PAIR-COUNT = 0
                MOVE "NO INTERCOMPANY BOOKINGS ON THE INPUT" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "OUTPUT LINES READ" TO TOTLN-CAPTION.
           MOVE LINES-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CONFIRMED AND REVERSED LINES" TO TOTLN-CAPTION.
           MOVE LINES-CONFIRMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  WITHIN ONE ENTITY" TO TOTLN-CAPTION.
           MOVE LINES-DOMESTIC TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  INTERCOMPANY" TO TOTLN-CAPTION.
           MOVE LINES-INTERCOMPANY TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS NOT ON MASTER" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-NOT-ON-MASTER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ENTITY PAIRS NETTED" TO TOTLN-CAPTION.
           MOVE PAIR-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  FULLY OFFSET" TO TOTLN-CAPTION.
           MOVE PAIRS-FULLY-OFFSET TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "SETTLEMENT INSTRUCTIONS" TO TOTLN-CAPTION.
           MOVE INSTRUCTIONS-WRITTEN TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DUE-TO/DUE-FROM GL ENTRIES" TO TOTLN-CAPTION.
           MOVE GL-LINES-WRITTEN TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
      *  Lines the full table had no room for are in no figure
      *  above, and the reader must be told.
           IF PAIR-TABLE-FULL
                MOVE "** LINES NOT NETTED - TABLE FULL" TO
                     TOTLN-CAPTION
                MOVE LINES-NOT-NETTED TO TOTLN-COUNT
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
           MOVE NETTING-INPUT-NAME TO HEAD-INPUT-NAME.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
