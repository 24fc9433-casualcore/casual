      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSTOPMN.cbl
      *
      *  Maintenance for the stop-payment instructions BATCHCLI
      *  checks every record against before it calls: a customer
      *  phoning to stop one payment, or all their payments over
      *  a range of dates, no longer means barring the whole
      *  account on the customer master and stopping everything
      *  else they legitimately send.  Stops are keyed by hand -
      *  added, amended and removed under the same two-person
      *  rule CUSMSTMN and WATCHMNT apply in PROD.  Nothing is
      *  ever deleted; a removed stop stays on file, out of
      *  force, beside the hits it made.  Every transaction goes
      *  on the stop history.
      *
      *  A maintenance transaction carries:
      *     action      A add or amend, D remove
      *     the stop id, and for A:
      *        kind     R one payment by reference - the
      *                   reference, and optionally the customer
      *                   the record must also carry
      *                 C a customer's payments - the customer,
      *                   the first and last effective dates, and
      *                   optionally the one amount (original
      *                   amount, arrival currency) to stop
      *        the expiry date, which may not be already past
      *     the requesting user, and in PROD the confirming user
      *     (who must be someone else)
      *
      *  An amendment keeps the hits the stop has already made;
      *  amending a stop that is out of force puts it back.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STOPMNT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL STOP-INSTRUCTION-FILE ASSIGN TO "STOPINST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STOPIN-STOP-ID
                FILE STATUS STOP-FILE-STATUS.
           SELECT MAINTENANCE-FILE ASSIGN TO "STOPMAINT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "STOPHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DOMAIN-CONFIG-FILE ASSIGN TO "DOMAINCFG"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  STOP-INSTRUCTION-FILE.
        01  STOP-INSTRUCTION-RECORD.
           COPY TPSTOPIN.

        FD  MAINTENANCE-FILE.
        01  MAINTENANCE-RECORD.
               05 STMNT-ACTION               PIC X(01).
                       88 STMNT-ADD-AMEND            VALUE "A".
                       88 STMNT-REMOVE               VALUE "D".
               05 STMNT-STOP-ID              PIC X(10).
               05 STMNT-KIND                 PIC X(01).
                       88 STMNT-BY-REFERENCE         VALUE "R".
                       88 STMNT-BY-CUSTOMER          VALUE "C".
               05 STMNT-REFERENCE-NUM        PIC X(12).
               05 STMNT-CUSTOMER-ID          PIC X(10).
               05 STMNT-FROM-DATE            PIC 9(08).
               05 STMNT-TO-DATE              PIC 9(08).
               05 STMNT-AMOUNT               PIC 9(09)V99.
               05 STMNT-EXPIRY-DATE          PIC 9(08).
               05 STMNT-USER-ID              PIC X(08).
               05 STMNT-CONFIRMED-BY         PIC X(08).

      *  One line of history per transaction, applied or refused.
        FD  CHANGE-HISTORY-FILE.
        01  CHANGE-HISTORY-RECORD.
               05 HIST-DATE                  PIC 9(08).
               05 HIST-TIME                  PIC 9(08).
               05 HIST-USER-ID               PIC X(08).
               05 HIST-CONFIRMED-BY          PIC X(08).
               05 HIST-ACTION                PIC X(01).
               05 HIST-STOP-ID               PIC X(10).
               05 HIST-KIND                  PIC X(01).
               05 HIST-OUTCOME               PIC X(20).

        FD  DOMAIN-CONFIG-FILE.
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.

        WORKING-STORAGE SECTION.
        01  STOP-FILE-STATUS        PIC X(02) VALUE SPACES.

        01  MAINT-SWITCHES.
               05 END-OF-MAINT-SW   PIC X(01) VALUE "N".
                       88 END-OF-MAINT       VALUE "Y".
               05 STOP-OPEN-SW      PIC X(01) VALUE "N".
                       88 STOP-OPEN-FAILED   VALUE "Y".
               05 STOP-FOUND-SW     PIC X(01) VALUE "N".
                       88 STOP-FOUND         VALUE "Y".

        01  MAINT-COUNTERS.
               05 CHANGES-APPLIED   PIC S9(9) COMP-5 VALUE 0.
               05 CHANGES-REFUSED   PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08).
        01  OUTCOME-TEXT            PIC X(20) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSTOPMN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-DOMAIN-CONFIG.
           PERFORM OPEN-STOP-INSTRUCTIONS.
           IF STOP-OPEN-FAILED
                CONTINUE
           ELSE
                OPEN INPUT MAINTENANCE-FILE
                OPEN EXTEND CHANGE-HISTORY-FILE
                PERFORM READ-MAINTENANCE-RECORD
                PERFORM APPLY-ONE-MAINTENANCE UNTIL END-OF-MAINT
                CLOSE MAINTENANCE-FILE
                CLOSE CHANGE-HISTORY-FILE
                CLOSE STOP-INSTRUCTION-FILE
                DISPLAY "Stop changes applied: " CHANGES-APPLIED
                DISPLAY "Stop changes refused: " CHANGES-REFUSED
           END-IF.
           STOP RUN.

      *****************************************************
      *  Which environment are these stops - PROD demands the
      *  two-person rule.
      *****************************************************
        READ-DOMAIN-CONFIG.
           MOVE "DEFAULT"  TO DOMCFG-DOMAIN-NAME.
           MOVE "REPLYQ"   TO DOMCFG-QUEUE-NAME.
           MOVE 30         TO DOMCFG-DEFAULT-TIMEOUT.
           MOVE 3          TO DOMCFG-RETRY-COUNT.
           MOVE "PROD"     TO DOMCFG-ENVIRONMENT-TAG.
           OPEN INPUT DOMAIN-CONFIG-FILE.
           READ DOMAIN-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE DOMAIN-CONFIG-FILE.
           DISPLAY "Stop-payment maintenance against environment "
                DOMCFG-ENVIRONMENT-TAG.

      *****************************************************
      *  Open the keyed stops for update - OPTIONAL, so the
      *  first run starts the file.
      *****************************************************
        OPEN-STOP-INSTRUCTIONS.
           OPEN I-O STOP-INSTRUCTION-FILE.
           IF STOP-FILE-STATUS NOT = "00"
                AND STOP-FILE-STATUS NOT = "05"
                DISPLAY "Stop instructions: open failed with status "
                     STOP-FILE-STATUS " - no changes applied"
                SET STOP-OPEN-FAILED TO TRUE
           END-IF.

      *****************************************************
      *  Read-ahead over the maintenance transactions.
      *****************************************************
        READ-MAINTENANCE-RECORD.
           READ MAINTENANCE-FILE
                AT END SET END-OF-MAINT TO TRUE
           END-READ.

      *****************************************************
      *  One maintenance transaction: the confirmation rule
      *  first, then the action against the keyed stops.  Every
      *  outcome, applied or refused, goes on the history.
      *****************************************************
        APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO OUTCOME-TEXT.
           PERFORM CHECK-TWO-PERSON-RULE.
           IF OUTCOME-TEXT = SPACES
                IF STMNT-STOP-ID = SPACES
                     MOVE "NO-STOP-ID" TO OUTCOME-TEXT
                END-IF
           END-IF.
           IF OUTCOME-TEXT = SPACES
                PERFORM FETCH-STOP-INSTRUCTION
                EVALUATE TRUE
                     WHEN STMNT-ADD-AMEND
                          PERFORM CHECK-STOP-DETAILS
                          IF OUTCOME-TEXT = SPACES
                               PERFORM APPLY-ADD-AMEND
                          END-IF
                     WHEN STMNT-REMOVE
                          PERFORM APPLY-REMOVE
                     WHEN OTHER
                          MOVE "UNKNOWN-ACTION" TO OUTCOME-TEXT
                END-EVALUATE
           END-IF.

           IF OUTCOME-TEXT = "APPLIED"
                ADD 1 TO CHANGES-APPLIED
           ELSE
                ADD 1 TO CHANGES-REFUSED
                DISPLAY "Refused " STMNT-ACTION " "
                     STMNT-STOP-ID " - " OUTCOME-TEXT
           END-IF.
           PERFORM WRITE-CHANGE-HISTORY.
           PERFORM READ-MAINTENANCE-RECORD.

      *****************************************************
      *  In PROD a change needs a confirmer, and not the same
      *  person who keyed it.
      *****************************************************
        CHECK-TWO-PERSON-RULE.
           IF DOMCFG-ENV-PROD
                IF STMNT-CONFIRMED-BY = SPACES
                     MOVE "NO-CONFIRMER" TO OUTCOME-TEXT
                ELSE
                     IF STMNT-CONFIRMED-BY = STMNT-USER-ID
                          MOVE "SELF-CONFIRMED" TO OUTCOME-TEXT
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Keyed read for the stop the transaction names.
      *****************************************************
        FETCH-STOP-INSTRUCTION.
           MOVE "N" TO STOP-FOUND-SW.
           MOVE STMNT-STOP-ID TO STOPIN-STOP-ID.
           READ STOP-INSTRUCTION-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET STOP-FOUND TO TRUE
           END-READ.

      *****************************************************
      *  A stop that could catch nothing, or catch everything a
      *  customer sends for ever, is refused rather than kept: a
      *  reference stop needs its reference, a customer stop its
      *  customer and a closed date range, and every stop an
      *  expiry date not already past.
      *****************************************************
        CHECK-STOP-DETAILS.
           EVALUATE TRUE
                WHEN STMNT-BY-REFERENCE
                     IF STMNT-REFERENCE-NUM = SPACES
                          MOVE "NO-REFERENCE" TO OUTCOME-TEXT
                     END-IF
                WHEN STMNT-BY-CUSTOMER
                     EVALUATE TRUE
                          WHEN STMNT-CUSTOMER-ID = SPACES
                               MOVE "NO-CUSTOMER" TO OUTCOME-TEXT
                          WHEN STMNT-FROM-DATE NOT NUMERIC
                               OR STMNT-TO-DATE NOT NUMERIC
                               MOVE "BAD-DATE-RANGE" TO OUTCOME-TEXT
                          WHEN STMNT-FROM-DATE = 0
                               OR STMNT-TO-DATE < STMNT-FROM-DATE
                               MOVE "BAD-DATE-RANGE" TO OUTCOME-TEXT
                          WHEN STMNT-AMOUNT NOT NUMERIC
                               MOVE "BAD-AMOUNT" TO OUTCOME-TEXT
                          WHEN OTHER
                               CONTINUE
                     END-EVALUATE
                WHEN OTHER
                     MOVE "UNKNOWN-KIND" TO OUTCOME-TEXT
           END-EVALUATE.
           IF OUTCOME-TEXT = SPACES
                EVALUATE TRUE
                     WHEN STMNT-EXPIRY-DATE NOT NUMERIC
                          MOVE "NO-EXPIRY" TO OUTCOME-TEXT
                     WHEN STMNT-EXPIRY-DATE = 0
                          MOVE "NO-EXPIRY" TO OUTCOME-TEXT
                     WHEN STMNT-EXPIRY-DATE < TODAY-DATE
                          MOVE "EXPIRY-PASSED" TO OUTCOME-TEXT
                     WHEN OTHER
                          CONTINUE
                END-EVALUATE
           END-IF.

      *  A new stop starts with no hits; an amendment keeps its
      *  hits and the confirmation's place among them.
        APPLY-ADD-AMEND.
           IF NOT STOP-FOUND
                MOVE SPACES TO STOP-INSTRUCTION-RECORD
                MOVE STMNT-STOP-ID TO STOPIN-STOP-ID
                MOVE TODAY-DATE TO STOPIN-ADDED-DATE
                MOVE STMNT-USER-ID TO STOPIN-ADDED-USER
                MOVE 0 TO STOPIN-HIT-COUNT
                MOVE 0 TO STOPIN-HITS-CONFIRMED
                MOVE 0 TO STOPIN-LAST-HIT-DATE
                MOVE 0 TO STOPIN-LAST-HIT-RUN-ID
           END-IF.
           MOVE STMNT-KIND TO STOPIN-KIND.
           MOVE STMNT-REFERENCE-NUM TO STOPIN-REFERENCE-NUM.
           MOVE STMNT-CUSTOMER-ID TO STOPIN-CUSTOMER-ID.
           IF STMNT-BY-CUSTOMER
                MOVE STMNT-FROM-DATE TO STOPIN-FROM-DATE
                MOVE STMNT-TO-DATE TO STOPIN-TO-DATE
                MOVE STMNT-AMOUNT TO STOPIN-AMOUNT
                MOVE SPACES TO STOPIN-REFERENCE-NUM
           ELSE
                MOVE 0 TO STOPIN-FROM-DATE
                MOVE 0 TO STOPIN-TO-DATE
                MOVE 0 TO STOPIN-AMOUNT
           END-IF.
           MOVE STMNT-EXPIRY-DATE TO STOPIN-EXPIRY-DATE.
           SET STOPIN-ACTIVE TO TRUE.
           MOVE TODAY-DATE TO STOPIN-STATUS-DATE.
           MOVE STMNT-USER-ID TO STOPIN-STATUS-USER.
           IF STOP-FOUND
                REWRITE STOP-INSTRUCTION-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-REWRITE
           ELSE
                WRITE STOP-INSTRUCTION-RECORD
                     INVALID KEY
                          MOVE "WRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-WRITE
           END-IF.

        APPLY-REMOVE.
           EVALUATE TRUE
                WHEN NOT STOP-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT STOPIN-ACTIVE
                     MOVE "NOT-IN-FORCE" TO OUTCOME-TEXT
                WHEN OTHER
                     SET STOPIN-REMOVED TO TRUE
                     MOVE TODAY-DATE TO STOPIN-STATUS-DATE
                     MOVE STMNT-USER-ID TO STOPIN-STATUS-USER
                     REWRITE STOP-INSTRUCTION-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                          NOT INVALID KEY
                               MOVE "APPLIED" TO OUTCOME-TEXT
                     END-REWRITE
           END-EVALUATE.

      *****************************************************
      *  Who changed what, when, and how it came out.
      *****************************************************
        WRITE-CHANGE-HISTORY.
           MOVE TODAY-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE STMNT-USER-ID TO HIST-USER-ID.
           MOVE STMNT-CONFIRMED-BY TO HIST-CONFIRMED-BY.
           MOVE STMNT-ACTION TO HIST-ACTION.
           MOVE STMNT-STOP-ID TO HIST-STOP-ID.
           MOVE STMNT-KIND TO HIST-KIND.
           MOVE OUTCOME-TEXT TO HIST-OUTCOME.
           WRITE CHANGE-HISTORY-RECORD.
