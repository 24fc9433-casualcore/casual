      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSTDMNT.cbl
      *
      *  Maintenance for the keyed standing-instruction master
      *  the daily generator STDINSGN works from - the recurring
      *  payments that used to be keyed into upstream
      *  spreadsheets every month.  Instructions are added,
      *  amended and cancelled through maintenance transactions
      *  under the same discipline CUSMSTMN gives the customer
      *  master: two-person confirmation when the job is pointed
      *  at PROD (the DOMCFG-ENV-PROD flag says which), and a
      *  change history of who changed what and when.
      *
      *  A maintenance transaction carries:
      *     action      A add, M amend, C cancel
      *     the instruction id and the customer id
      *     for add/amend: amount, currency, entity, frequency
      *     (D W F M Q Y), the next due date and the end date
      *     (zero for none); an amend with no next due date
      *     keeps the instruction's own
      *     the requesting user, and for PROD the confirming user
      *     (who must be someone else)
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STDINSMN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STDINST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STDINS-INSTRUCTION-ID
                FILE STATUS STDINS-FILE-STATUS.
           SELECT MAINTENANCE-FILE ASSIGN TO "STDMAINT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "STDHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DOMAIN-CONFIG-FILE ASSIGN TO "DOMAINCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  STANDING-INSTR-FILE.
        01  STANDING-INSTR-RECORD.
           COPY TPSTDINS.

        FD  MAINTENANCE-FILE.
        01  MAINTENANCE-RECORD.
               05 SMNT-ACTION                PIC X(01).
                       88 SMNT-ADD                   VALUE "A".
                       88 SMNT-AMEND                 VALUE "M".
                       88 SMNT-CANCEL                VALUE "C".
               05 SMNT-INSTRUCTION-ID        PIC X(06).
               05 SMNT-CUSTOMER-ID           PIC X(10).
               05 SMNT-AMOUNT                PIC S9(9)V99.
               05 SMNT-CURRENCY-CODE         PIC X(03).
               05 SMNT-ENTITY-CODE           PIC X(03).
               05 SMNT-FREQUENCY             PIC X(01).
               05 SMNT-NEXT-DUE-DATE         PIC 9(08).
               05 SMNT-END-DATE              PIC 9(08).
               05 SMNT-USER-ID               PIC X(08).
               05 SMNT-CONFIRMED-BY          PIC X(08).

      *  One line of change history per maintenance transaction,
      *  applied or refused - in the shape CUSMSTMN keeps for the
      *  customer master, with the instruction beside the
      *  customer.
        FD  CHANGE-HISTORY-FILE.
        01  CHANGE-HISTORY-RECORD.
               05 HIST-DATE                  PIC 9(08).
               05 HIST-TIME                  PIC 9(08).
               05 HIST-USER-ID               PIC X(08).
               05 HIST-CONFIRMED-BY          PIC X(08).
               05 HIST-ACTION                PIC X(01).
               05 HIST-CUSTOMER-ID           PIC X(10).
               05 HIST-OUTCOME               PIC X(20).
               05 HIST-INSTRUCTION-ID        PIC X(06).

        FD  DOMAIN-CONFIG-FILE.
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        WORKING-STORAGE SECTION.
        01  STDINS-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  MAINT-SWITCHES.
               05 END-OF-MAINT-SW   PIC X(01) VALUE "N".
                       88 END-OF-MAINT       VALUE "Y".
               05 STDINS-OPEN-SW    PIC X(01) VALUE "N".
                       88 STDINS-OPEN-FAILED VALUE "Y".
               05 ENTRY-FOUND-SW    PIC X(01) VALUE "N".
                       88 ENTRY-FOUND        VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-FILE-PRESENT VALUE "Y".
               05 DUE-DATE-KEPT-SW  PIC X(01) VALUE "N".
                       88 DUE-DATE-KEPT      VALUE "Y".

        01  MAINT-COUNTERS.
               05 CHANGES-APPLIED   PIC S9(9) COMP-5 VALUE 0.
               05 CHANGES-REFUSED   PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08).
        01  OUTCOME-TEXT            PIC X(20) VALUE SPACES.
        01  CHECK-DATE-FIELDS.
               05 CHECK-DATE        PIC 9(08).
               05 CHECK-DATE-SPLIT REDEFINES CHECK-DATE.
                       10 CHECK-YYYY         PIC 9(04).
                       10 CHECK-MM           PIC 9(02).
                       10 CHECK-DD           PIC 9(02).

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSTDMNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-DOMAIN-CONFIG.
           PERFORM OPEN-STANDING-INSTRUCTIONS.
           IF STDINS-OPEN-FAILED
                CONTINUE
           ELSE
                PERFORM OPEN-CUSTOMER-MASTER
                OPEN INPUT MAINTENANCE-FILE
                OPEN EXTEND CHANGE-HISTORY-FILE
                PERFORM READ-MAINTENANCE-RECORD
                PERFORM APPLY-ONE-MAINTENANCE UNTIL END-OF-MAINT
                CLOSE MAINTENANCE-FILE
                CLOSE CHANGE-HISTORY-FILE
                IF MASTER-FILE-PRESENT
                     CLOSE CUSTOMER-MASTER-FILE
                END-IF
                CLOSE STANDING-INSTR-FILE
                DISPLAY "Instruction changes applied: "
                     CHANGES-APPLIED
                DISPLAY "Instruction changes refused: "
                     CHANGES-REFUSED
           END-IF.
           STOP RUN.

      *****************************************************
      *  Which environment is this master's - PROD demands the
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
           DISPLAY "Instruction maintenance against environment "
                DOMCFG-ENVIRONMENT-TAG.

      *****************************************************
      *  Open the keyed master for update - OPTIONAL, so a first
      *  run on a box with no master yet starts one.
      *****************************************************
        OPEN-STANDING-INSTRUCTIONS.
           OPEN I-O STANDING-INSTR-FILE.
           IF STDINS-FILE-STATUS NOT = "00"
                AND STDINS-FILE-STATUS NOT = "05"
                DISPLAY "Standing instructions: open failed with "
                     "status " STDINS-FILE-STATUS
                     " - no changes applied"
                SET STDINS-OPEN-FAILED TO TRUE
           END-IF.

      *  The customer master, read only to see that a new
      *  instruction's customer exists and is in active standing.
      *  No master on hand checks nothing, as in BATCHCLI.
        OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
                SET MASTER-FILE-PRESENT TO TRUE
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
      *  first, then the action against the keyed master.  Every
      *  outcome, applied or refused, goes on the history.
      *****************************************************
        APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO OUTCOME-TEXT.
           MOVE "N" TO DUE-DATE-KEPT-SW.
           PERFORM CHECK-TWO-PERSON-RULE.
           IF OUTCOME-TEXT = SPACES
                PERFORM FETCH-INSTRUCTION-ENTRY
                EVALUATE TRUE
                     WHEN SMNT-ADD
                          PERFORM APPLY-ADD-INSTRUCTION
                     WHEN SMNT-AMEND
                          PERFORM APPLY-AMEND-INSTRUCTION
                     WHEN SMNT-CANCEL
                          PERFORM APPLY-CANCEL-INSTRUCTION
                     WHEN OTHER
                          MOVE "UNKNOWN-ACTION" TO OUTCOME-TEXT
                END-EVALUATE
           END-IF.

           IF OUTCOME-TEXT = "APPLIED"
                ADD 1 TO CHANGES-APPLIED
           ELSE
                ADD 1 TO CHANGES-REFUSED
                DISPLAY "Refused " SMNT-ACTION " "
                     SMNT-INSTRUCTION-ID " - " OUTCOME-TEXT
           END-IF.
           PERFORM WRITE-CHANGE-HISTORY.
           PERFORM READ-MAINTENANCE-RECORD.

      *****************************************************
      *  In PROD a change needs a confirmer, and not the same
      *  person who keyed it.
      *****************************************************
        CHECK-TWO-PERSON-RULE.
           IF DOMCFG-ENV-PROD
                IF SMNT-CONFIRMED-BY = SPACES
                     MOVE "NO-CONFIRMER" TO OUTCOME-TEXT
                ELSE
                     IF SMNT-CONFIRMED-BY = SMNT-USER-ID
                          MOVE "SELF-CONFIRMED" TO OUTCOME-TEXT
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Keyed read for the instruction the transaction names.
      *****************************************************
        FETCH-INSTRUCTION-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           MOVE SMNT-INSTRUCTION-ID TO STDINS-INSTRUCTION-ID.
           READ STANDING-INSTR-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ENTRY-FOUND TO TRUE
           END-READ.

      *  The instruction id leads every payment reference the
      *  generator builds from it, so it may not begin F or R -
      *  those lead the fee and return bookings' own keys.
        APPLY-ADD-INSTRUCTION.
           EVALUATE TRUE
                WHEN SMNT-INSTRUCTION-ID = SPACES
                     MOVE "NO-INSTRUCTION-ID" TO OUTCOME-TEXT
                WHEN ENTRY-FOUND
                     MOVE "ALREADY-ON-FILE" TO OUTCOME-TEXT
                WHEN SMNT-INSTRUCTION-ID(1:1) = "F"
                     OR SMNT-INSTRUCTION-ID(1:1) = "R"
                     MOVE "RESERVED-ID-PREFIX" TO OUTCOME-TEXT
                WHEN OTHER
                     PERFORM CHECK-INSTRUCTION-CUSTOMER
           END-EVALUATE.
           IF OUTCOME-TEXT = SPACES
                PERFORM VALIDATE-INSTRUCTION-TERMS
           END-IF.
           IF OUTCOME-TEXT = SPACES
                MOVE SMNT-INSTRUCTION-ID TO STDINS-INSTRUCTION-ID
                MOVE SMNT-CUSTOMER-ID TO STDINS-CUSTOMER-ID
                PERFORM MOVE-INSTRUCTION-TERMS
                MOVE SMNT-NEXT-DUE-DATE TO STDINS-NEXT-DUE-DATE
                MOVE SMNT-NEXT-DUE-DATE(7:2) TO STDINS-ANCHOR-DAY
                SET STDINS-ACTIVE TO TRUE
                MOVE 0 TO STDINS-LAST-PAID-DATE
                MOVE TODAY-DATE TO STDINS-STATUS-DATE
                WRITE STANDING-INSTR-RECORD
                     INVALID KEY
                          MOVE "WRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-WRITE
           END-IF.

      *  An amend may not move an instruction to another
      *  customer - that is a cancel and a new instruction.  A
      *  next due date given re-anchors the day of the month.
        APPLY-AMEND-INSTRUCTION.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT STDINS-ACTIVE
                     MOVE "NOT-ACTIVE" TO OUTCOME-TEXT
                WHEN SMNT-CUSTOMER-ID NOT = SPACES
                     AND SMNT-CUSTOMER-ID NOT = STDINS-CUSTOMER-ID
                     MOVE "CUSTOMER-MISMATCH" TO OUTCOME-TEXT
                WHEN OTHER
                     IF SMNT-NEXT-DUE-DATE NOT NUMERIC
                          OR SMNT-NEXT-DUE-DATE = 0
                          MOVE STDINS-NEXT-DUE-DATE TO
                               SMNT-NEXT-DUE-DATE
                          SET DUE-DATE-KEPT TO TRUE
                     END-IF
                     PERFORM VALIDATE-INSTRUCTION-TERMS
           END-EVALUATE.
           IF OUTCOME-TEXT = SPACES
                PERFORM MOVE-INSTRUCTION-TERMS
                IF SMNT-NEXT-DUE-DATE NOT = STDINS-NEXT-DUE-DATE
                     MOVE SMNT-NEXT-DUE-DATE TO STDINS-NEXT-DUE-DATE
                     MOVE SMNT-NEXT-DUE-DATE(7:2) TO
                          STDINS-ANCHOR-DAY
                END-IF
                MOVE TODAY-DATE TO STDINS-STATUS-DATE
                REWRITE STANDING-INSTR-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-REWRITE
           END-IF.

        APPLY-CANCEL-INSTRUCTION.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN STDINS-CANCELLED
                     MOVE "ALREADY-CANCELLED" TO OUTCOME-TEXT
                WHEN OTHER
                     SET STDINS-CANCELLED TO TRUE
                     MOVE TODAY-DATE TO STDINS-STATUS-DATE
                     REWRITE STANDING-INSTR-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO
                                    OUTCOME-TEXT
                          NOT INVALID KEY
                               MOVE "APPLIED" TO OUTCOME-TEXT
                     END-REWRITE
           END-EVALUATE.

      *  A new instruction's customer must be on the master and
      *  in active standing - the generator would only skip it
      *  every day otherwise.
        CHECK-INSTRUCTION-CUSTOMER.
           IF SMNT-CUSTOMER-ID = SPACES
                MOVE "NO-CUSTOMER-ID" TO OUTCOME-TEXT
           ELSE
                IF MASTER-FILE-PRESENT
                     MOVE SMNT-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                     READ CUSTOMER-MASTER-FILE
                          INVALID KEY
                               MOVE "UNKNOWN-CUSTOMER" TO
                                    OUTCOME-TEXT
                          NOT INVALID KEY
                               IF NOT CUSMST-STANDING-ACTIVE
                                    MOVE "CUSTOMER-NOT-ACTIVE" TO
                                         OUTCOME-TEXT
                               END-IF
                     END-READ
                END-IF
           END-IF.

      *****************************************************
      *  The terms of an added or amended instruction: a known
      *  frequency, a non-zero amount, a real next due date no
      *  earlier than today (an amend keeping the instruction's
      *  own date is not held to that), and an end date that is
      *  either zero or no earlier than the next due date.
      *****************************************************
        VALIDATE-INSTRUCTION-TERMS.
           MOVE SMNT-NEXT-DUE-DATE TO CHECK-DATE.
           EVALUATE TRUE
                WHEN NOT (SMNT-FREQUENCY = "D" OR "W" OR "F"
                     OR "M" OR "Q" OR "Y")
                     MOVE "BAD-FREQUENCY" TO OUTCOME-TEXT
                WHEN SMNT-AMOUNT NOT NUMERIC
                     MOVE "BAD-AMOUNT" TO OUTCOME-TEXT
                WHEN SMNT-AMOUNT = 0
                     MOVE "BAD-AMOUNT" TO OUTCOME-TEXT
                WHEN SMNT-NEXT-DUE-DATE NOT NUMERIC
                     MOVE "BAD-DUE-DATE" TO OUTCOME-TEXT
                WHEN CHECK-MM < 1 OR CHECK-MM > 12
                     OR CHECK-DD < 1 OR CHECK-DD > 31
                     MOVE "BAD-DUE-DATE" TO OUTCOME-TEXT
                WHEN SMNT-NEXT-DUE-DATE < TODAY-DATE
                     AND NOT DUE-DATE-KEPT
                     MOVE "DUE-DATE-PAST" TO OUTCOME-TEXT
                WHEN SMNT-END-DATE NOT NUMERIC
                     MOVE "BAD-END-DATE" TO OUTCOME-TEXT
                WHEN SMNT-END-DATE > 0
                     AND SMNT-END-DATE < SMNT-NEXT-DUE-DATE
                     MOVE "BAD-END-DATE" TO OUTCOME-TEXT
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

        MOVE-INSTRUCTION-TERMS.
           MOVE SMNT-AMOUNT TO STDINS-AMOUNT.
           MOVE SMNT-CURRENCY-CODE TO STDINS-CURRENCY-CODE.
           MOVE SMNT-ENTITY-CODE TO STDINS-ENTITY-CODE.
           MOVE SMNT-FREQUENCY TO STDINS-FREQUENCY.
           MOVE SMNT-END-DATE TO STDINS-END-DATE.

      *****************************************************
      *  Who changed what, when, and how it came out.
      *****************************************************
        WRITE-CHANGE-HISTORY.
           MOVE TODAY-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE SMNT-USER-ID TO HIST-USER-ID.
           MOVE SMNT-CONFIRMED-BY TO HIST-CONFIRMED-BY.
           MOVE SMNT-ACTION TO HIST-ACTION.
           MOVE SMNT-CUSTOMER-ID TO HIST-CUSTOMER-ID.
           MOVE OUTCOME-TEXT TO HIST-OUTCOME.
           MOVE SMNT-INSTRUCTION-ID TO HIST-INSTRUCTION-ID.
           WRITE CHANGE-HISTORY-RECORD.
