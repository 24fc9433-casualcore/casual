      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CINDOUBT.cbl
      *
      *  In-doubt booking reconciliation between the two sides of
      *  the night: what BATCHCLI believes happened (BATCHOUT, the
      *  BATCHREJ resubmission file and the REFREG registry)
      *  against what BIZSRV actually booked in TXNSTORE.  A call
      *  that timed out after the service had already booked, or
      *  a record redriven on the standby, leaves the client
      *  saying FAILED while the store says booked - and the
      *  resubmission of that reject is a double payment.  Every
      *  in-doubt reference is listed:
      *     BOOKED-FAILED   booked server-side, failed client-side
      *     NOT-BOOKED      confirmed client-side, absent from the
      *                     store
      *     CANCELLED       confirmed client-side, cancelled in the
      *                     store with no reversal on the registry
      *     VOIDED          confirmed client-side, rejected or
      *                     expired in the store under dual
      *                     control
      *     AMOUNT-DIFFERS  confirmed both sides, amounts disagree
      *  and every one goes on the in-doubt resolution file.  The
      *  rejects are rewritten as a clean resubmission file with
      *  the booked-but-rejected references withheld, under
      *  regenerated controls - the clean file, not BATCHREJ, is
      *  what goes back into the driver.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INDOUBT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RECON-OUTPUT-FILE ASSIGN TO "BATCHOUT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "BATCHREJ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "REFREG"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY REGISTRY-REFERENCE-NUM
                FILE STATUS REGISTRY-FILE-STATUS.
           SELECT RESOLUTION-FILE ASSIGN TO "INDOUBT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT CLEAN-REJECT-FILE ASSIGN TO "REJCLEAN"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CRECON.cbl.
        FD  RECON-OUTPUT-FILE.
        01  RECON-OUTPUT-RECORD.
               05 RECON-OUT-STATUS           PIC X(06).
                       88 RECON-STATUS-OK            VALUE "OK".
                       88 RECON-STATUS-FAILED        VALUE "FAILED".
               05 RECON-OUT-CUSTOMER-ID      PIC X(10).
               05 RECON-OUT-SENT-AMOUNT      PIC -(9)9.99.
               05 RECON-OUT-EFFECTIVE-DATE   PIC X(08).
               05 RECON-OUT-REFERENCE-NUM    PIC X(12).
               05 RECON-OUT-RECV-CUSTOMER    PIC X(10).
               05 RECON-OUT-RECV-AMOUNT      PIC -(9)9.99.
               05 RECON-OUT-RECV-DATE        PIC X(08).
               05 RECON-OUT-RECV-REFERENCE   PIC X(12).
               05 RECON-OUT-RUN-ID           PIC X(08).
               05 FILLER                     PIC X(20).
      *  A failed reversal line carries no amount or date - only
      *  the words and the reference being reversed.
        01  RECON-REVERSAL-VIEW.
               05 FILLER                     PIC X(16).
               05 RECON-REV-LITERAL          PIC X(12).
                       88 RECON-REVERSAL-LINE        VALUE
                                                  "REVERSAL OF ".
               05 FILLER                     PIC X(92).

      *  The reject record exactly as BATCHCLI writes it - the
      *  input layout, arrival currency and entity, then the
      *  disposition and source suffixes.
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
               05 REJECT-SOURCE-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 REJECT-SOURCE-ID   PIC X(10).
        01  REJECT-HEADER-RECORD.
           COPY TPBATHDR.
        01  REJECT-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

      *  The registry entry as BATCHCLI keeps it - see CBATCH.cbl.
        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
               05 REGISTRY-REFERENCE-NUM     PIC X(12).
               05 REGISTRY-PROCESSED-DATE    PIC 9(08).
               05 REGISTRY-REVERSED-FLAG     PIC X(01).
                       88 REGISTRY-REVERSED          VALUE "Y".

      *  One in-doubt reference: what kind, both sides' amounts,
      *  the store's status, and what was done about it - WITHHELD
      *  from the resubmission file, or left for REVIEW.
        FD  RESOLUTION-FILE.
        01  RESOLUTION-RECORD.
               05 IDBT-TYPE                  PIC X(14).
               05 IDBT-REFERENCE-NUM         PIC X(12).
               05 IDBT-CUSTOMER-ID           PIC X(10).
               05 IDBT-CLIENT-AMOUNT         PIC S9(9)V99.
               05 IDBT-STORE-AMOUNT          PIC S9(9)V99.
               05 IDBT-STORE-STATUS          PIC X(01).
               05 IDBT-RESOLUTION            PIC X(08).
               05 IDBT-RUN-DATE              PIC 9(08).

      *  The rejects that are safe to resubmit, whole - the
      *  disposition and source suffixes kept, the same shape as
      *  BATCHREJ.
        FD  CLEAN-REJECT-FILE.
        01  CLEAN-REJECT-RECORD     PIC X(93).

        WORKING-STORAGE SECTION.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  REGISTRY-FILE-STATUS    PIC X(02) VALUE SPACES.

        01  INDOUBT-SWITCHES.
               05 END-OF-OUTPUT-SW  PIC X(01) VALUE "N".
                       88 END-OF-OUTPUT      VALUE "Y".
               05 END-OF-REJECTS-SW PIC X(01) VALUE "N".
                       88 END-OF-REJECTS     VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 REGISTRY-PRESENT-SW PIC X(01) VALUE "N".
                       88 REGISTRY-PRESENT   VALUE "Y".
               05 BOOKING-FOUND-SW  PIC X(01) VALUE "N".
                       88 BOOKING-FOUND      VALUE "Y".
               05 REVERSAL-SEEN-SW  PIC X(01) VALUE "N".
                       88 REVERSAL-ON-REGISTRY VALUE "Y".
               05 REJECT-MATCH-SW   PIC X(01) VALUE "N".
                       88 REJECT-MATCH-FOUND VALUE "Y".
               05 TRAILER-SEEN-SW   PIC X(01) VALUE "N".
                       88 TRAILER-SEEN       VALUE "Y".
               05 CONTROL-FAILED-SW PIC X(01) VALUE "N".
                       88 CONTROL-CHECK-FAILED VALUE "Y".

        01  INDOUBT-COUNTERS.
               05 OUTPUTS-READ      PIC S9(9) COMP-5 VALUE 0.
               05 CONFIRMED-CHECKED PIC S9(9) COMP-5 VALUE 0.
               05 FAILED-CHECKED    PIC S9(9) COMP-5 VALUE 0.
               05 BOOKED-FAILED     PIC S9(9) COMP-5 VALUE 0.
               05 NOT-BOOKED        PIC S9(9) COMP-5 VALUE 0.
               05 CANCELLED-IN-STORE PIC S9(9) COMP-5 VALUE 0.
               05 VOIDED-IN-STORE   PIC S9(9) COMP-5 VALUE 0.
               05 AMOUNTS-DIFFERING PIC S9(9) COMP-5 VALUE 0.
               05 REJECTS-READ      PIC S9(9) COMP-5 VALUE 0.
               05 REJECTS-WITHHELD  PIC S9(9) COMP-5 VALUE 0.
               05 REJECTS-CLEARED   PIC S9(9) COMP-5 VALUE 0.

      *  The references on the reject file, loaded ahead of the
      *  output pass so a booked FAILED line can be tied to the
      *  reject that would resubmit it.
        01  REJECT-TABLE.
               05 REJECT-COUNT      PIC S9(9) COMP-5 VALUE 0.
               05 REJECT-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON REJECT-COUNT
                       INDEXED BY REJECT-IDX.
                       10 REJTAB-REFERENCE-NUM       PIC X(12).
                       10 REJTAB-WITHHOLD-SW         PIC X(01).
                               88 REJTAB-WITHHOLD            VALUE "Y".
        01  REJECT-FOUND-IDX        USAGE INDEX.
        01  REJECT-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88 REJECT-TABLE-FULL          VALUE "Y".

      *  The clean resubmission file feeds back into the batch
      *  driver - so it carries the same header and trailer
      *  controls the driver demands of any input.
        01  REJECT-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
        01  CLEAN-RECORD-COUNT      PIC S9(9) COMP-5 VALUE 0.
        01  CLEAN-HASH-TOTAL        PIC S9(13)V99 VALUE 0.
        01  RESUBMIT-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 RESUB-HDR-DATE    PIC 9(08).
               05 RESUB-HDR-SOURCE  PIC X(10) VALUE "INDOUBT".
               05 FILLER            PIC X(01) VALUE "F".
        01  RESUBMIT-TRAILER.
               05 FILLER            PIC X(03) VALUE "TRL".
               05 RESUB-TRL-COUNT   PIC 9(09).
               05 RESUB-TRL-HASH    PIC S9(13)V99.

        01  CLIENT-AMOUNT-WORK      PIC S9(9)V99.
        01  CLIENT-AMOUNT-TEXT      PIC -(9)9.99.
        01  STORE-AMOUNT-TEXT       PIC -(9)9.99.
        01  RUN-DATE                PIC 9(08).

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CINDOUBT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-TXN-STORE.
      *  Without the store there is no server side to hold the
      *  client's story against - no report is better than one
      *  that calls every confirmed record unbooked.
           IF NOT STORE-PRESENT
                STOP RUN
           END-IF.
           PERFORM OPEN-REFERENCE-REGISTRY.
           PERFORM LOAD-REJECT-TABLE.
           IF REJECT-TABLE-FULL
                DISPLAY "In-doubt: the reject file exceeds the "
                     "5000-entry table - no clean resubmission "
                     "file can be trusted; refusing to run"
           ELSE
                OPEN OUTPUT RESOLUTION-FILE
                OPEN INPUT RECON-OUTPUT-FILE
                PERFORM READ-OUTPUT-RECORD
                PERFORM CHECK-ONE-OUTPUT-LINE UNTIL END-OF-OUTPUT
                CLOSE RECON-OUTPUT-FILE
                PERFORM WRITE-CLEAN-REJECT-FILE
                CLOSE RESOLUTION-FILE
                DISPLAY "===== In-doubt reconciliation ====="
                DISPLAY "Output lines read:      " OUTPUTS-READ
                DISPLAY "Confirmed checked:      " CONFIRMED-CHECKED
                DISPLAY "Failed checked:         " FAILED-CHECKED
                DISPLAY "Booked but failed:      " BOOKED-FAILED
                DISPLAY "Confirmed, not booked:  " NOT-BOOKED
                DISPLAY "Confirmed, cancelled:   "
                     CANCELLED-IN-STORE
                DISPLAY "Confirmed, voided:      " VOIDED-IN-STORE
                DISPLAY "Amounts differing:      "
                     AMOUNTS-DIFFERING
                DISPLAY "Rejects read:           " REJECTS-READ
                DISPLAY "Rejects withheld:       " REJECTS-WITHHELD
                DISPLAY "Rejects cleared:        " REJECTS-CLEARED
           END-IF.
           CLOSE TXN-STORE-FILE.
           IF REGISTRY-PRESENT
                CLOSE REGISTRY-FILE
           END-IF.
           STOP RUN.

      *****************************************************
      *  Open the service's store read-only - it is the server
      *  side of every comparison this program makes.
      *****************************************************
        OPEN-TXN-STORE.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           ELSE
                DISPLAY "In-doubt: transaction store not available "
                     "(status " STORE-FILE-STATUS ") - no report "
                     "produced"
           END-IF.

      *****************************************************
      *  The registry only tells a deliberate reversal from an
      *  unexplained cancellation - with no registry, every
      *  cancelled booking is listed.
      *****************************************************
        OPEN-REFERENCE-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS = "00"
                SET REGISTRY-PRESENT TO TRUE
           ELSE
                DISPLAY "In-doubt: no reference registry - "
                     "reversals cannot be told from cancellations"
           END-IF.

      *****************************************************
      *  Load every reference on the reject file - header and
      *  trailer control records are passed over.
      *****************************************************
        LOAD-REJECT-TABLE.
           OPEN INPUT REJECT-FILE.
           PERFORM READ-REJECT-RECORD.
           PERFORM STORE-REJECT-REFERENCE
                UNTIL END-OF-REJECTS OR REJECT-TABLE-FULL.
           CLOSE REJECT-FILE.

        READ-REJECT-RECORD.
           READ REJECT-FILE
                AT END SET END-OF-REJECTS TO TRUE
           END-READ.

        STORE-REJECT-REFERENCE.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK
                     CONTINUE
                WHEN TRAILER-TYPE-OK
                     CONTINUE
                WHEN REJECT-COUNT = 5000
                     SET REJECT-TABLE-FULL TO TRUE
                WHEN OTHER
                     ADD 1 TO REJECT-COUNT
                     SET REJECT-IDX TO REJECT-COUNT
                     MOVE REJECT-REFERENCE-NUM TO
                          REJTAB-REFERENCE-NUM(REJECT-IDX)
                     MOVE "N" TO REJTAB-WITHHOLD-SW(REJECT-IDX)
           END-EVALUATE.
           PERFORM READ-REJECT-RECORD.

      *****************************************************
      *  Read-ahead over the output file.
      *****************************************************
        READ-OUTPUT-RECORD.
           READ RECON-OUTPUT-FILE
                AT END SET END-OF-OUTPUT TO TRUE
           END-READ.
           IF NOT END-OF-OUTPUT
                ADD 1 TO OUTPUTS-READ
           END-IF.

      *****************************************************
      *  Hold one output line against the store: a confirmed
      *  line must be booked, active and for the amount sent; a
      *  failed line must not be booked at all.  Lines of any
      *  other kind never reached the service as a booking.
      *****************************************************
        CHECK-ONE-OUTPUT-LINE.
           EVALUATE TRUE
                WHEN RECON-STATUS-OK
                     ADD 1 TO CONFIRMED-CHECKED
                     PERFORM FETCH-STORE-BOOKING
                     PERFORM JUDGE-CONFIRMED-LINE
                WHEN RECON-STATUS-FAILED
                     AND NOT RECON-REVERSAL-LINE
                     ADD 1 TO FAILED-CHECKED
                     PERFORM FETCH-STORE-BOOKING
                     PERFORM JUDGE-FAILED-LINE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM READ-OUTPUT-RECORD.

        FETCH-STORE-BOOKING.
           MOVE RECON-OUT-SENT-AMOUNT TO CLIENT-AMOUNT-WORK.
           MOVE RECON-OUT-REFERENCE-NUM TO STORE-REFERENCE-NUM.
           READ TXN-STORE-FILE
                INVALID KEY
                     MOVE "N" TO BOOKING-FOUND-SW
                NOT INVALID KEY
                     SET BOOKING-FOUND TO TRUE
           END-READ.

      *  A cancellation the registry shows a reversal run made is
      *  the reversal working as designed, not an in-doubt item.
        JUDGE-CONFIRMED-LINE.
           MOVE SPACES TO IDBT-TYPE.
           EVALUATE TRUE
                WHEN NOT BOOKING-FOUND
                     ADD 1 TO NOT-BOOKED
                     MOVE "NOT-BOOKED" TO IDBT-TYPE
                     MOVE SPACES TO STORE-CUSTOMER-ID
                     MOVE ZERO TO STORE-AMOUNT
                     MOVE SPACE TO STORE-STATUS
                     PERFORM LIST-IN-DOUBT-REFERENCE
                WHEN STORE-TXN-CANCELLED
                     PERFORM CHECK-REGISTRY-REVERSAL
                     IF NOT REVERSAL-ON-REGISTRY
                          ADD 1 TO CANCELLED-IN-STORE
                          MOVE "CANCELLED" TO IDBT-TYPE
                          PERFORM LIST-IN-DOUBT-REFERENCE
                     END-IF
                WHEN STORE-TXN-VOIDED
                     ADD 1 TO VOIDED-IN-STORE
                     MOVE "VOIDED" TO IDBT-TYPE
                     PERFORM LIST-IN-DOUBT-REFERENCE
                WHEN STORE-AMOUNT NOT = CLIENT-AMOUNT-WORK
                     ADD 1 TO AMOUNTS-DIFFERING
                     MOVE "AMOUNT-DIFFERS" TO IDBT-TYPE
                     PERFORM LIST-IN-DOUBT-REFERENCE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           IF IDBT-TYPE NOT = SPACES
                MOVE "REVIEW" TO IDBT-RESOLUTION
                PERFORM WRITE-RESOLUTION-RECORD
           END-IF.

      *  A booked FAILED line whose reject is on file is withheld
      *  when the clean file is written; one with no reject (the
      *  rejects already resubmitted, or rolled) can only be
      *  reviewed.
        JUDGE-FAILED-LINE.
           IF BOOKING-FOUND AND STORE-TXN-BOOKED
                ADD 1 TO BOOKED-FAILED
                MOVE "BOOKED-FAILED" TO IDBT-TYPE
                PERFORM LIST-IN-DOUBT-REFERENCE
                PERFORM FIND-REJECT-ENTRY
                IF REJECT-MATCH-FOUND
                     SET REJECT-IDX TO REJECT-FOUND-IDX
                     SET REJTAB-WITHHOLD(REJECT-IDX) TO TRUE
                ELSE
                     MOVE "REVIEW" TO IDBT-RESOLUTION
                     PERFORM WRITE-RESOLUTION-RECORD
                END-IF
           END-IF.

        CHECK-REGISTRY-REVERSAL.
           MOVE "N" TO REVERSAL-SEEN-SW.
           IF REGISTRY-PRESENT
                MOVE STORE-REFERENCE-NUM TO REGISTRY-REFERENCE-NUM
                READ REGISTRY-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          IF REGISTRY-REVERSED
                               SET REVERSAL-ON-REGISTRY TO TRUE
                          END-IF
                END-READ
           END-IF.

        FIND-REJECT-ENTRY.
           MOVE "N" TO REJECT-MATCH-SW.
           PERFORM MATCH-ONE-REJECT-ENTRY
                VARYING REJECT-IDX FROM 1 BY 1
                UNTIL REJECT-IDX > REJECT-COUNT
                     OR REJECT-MATCH-FOUND.

        MATCH-ONE-REJECT-ENTRY.
           IF REJTAB-REFERENCE-NUM(REJECT-IDX) =
                RECON-OUT-REFERENCE-NUM
                SET REJECT-MATCH-FOUND TO TRUE
                SET REJECT-FOUND-IDX TO REJECT-IDX
           END-IF.

      *****************************************************
      *  One in-doubt line on the job log, and the resolution
      *  record filled for whichever of the two actions follows.
      *  The customer id comes from the store where it is booked
      *  - the output file's ids may be masked.
      *****************************************************
        LIST-IN-DOUBT-REFERENCE.
           MOVE CLIENT-AMOUNT-WORK TO CLIENT-AMOUNT-TEXT.
           MOVE STORE-AMOUNT TO STORE-AMOUNT-TEXT.
           DISPLAY IDBT-TYPE " reference |"
                RECON-OUT-REFERENCE-NUM "| client "
                RECON-OUT-STATUS " " CLIENT-AMOUNT-TEXT
                " store " STORE-STATUS " " STORE-AMOUNT-TEXT.
           MOVE RECON-OUT-REFERENCE-NUM TO IDBT-REFERENCE-NUM.
           IF BOOKING-FOUND
                MOVE STORE-CUSTOMER-ID TO IDBT-CUSTOMER-ID
           ELSE
                MOVE RECON-OUT-CUSTOMER-ID TO IDBT-CUSTOMER-ID
           END-IF.
           MOVE CLIENT-AMOUNT-WORK TO IDBT-CLIENT-AMOUNT.
           MOVE STORE-AMOUNT TO IDBT-STORE-AMOUNT.
           MOVE STORE-STATUS TO IDBT-STORE-STATUS.

        WRITE-RESOLUTION-RECORD.
           MOVE RUN-DATE TO IDBT-RUN-DATE.
           WRITE RESOLUTION-RECORD.
           MOVE SPACES TO IDBT-TYPE.

      *****************************************************
      *  Second pass over the rejects: each is either withheld -
      *  its FAILED line was found booked, or the store shows it
      *  booked regardless (a group rolled back client-side after
      *  the service had committed) - or copied to the clean
      *  resubmission file.  The reject file's own controls are
      *  checked on the way through.
      *****************************************************
        WRITE-CLEAN-REJECT-FILE.
           MOVE "N" TO END-OF-REJECTS-SW.
           MOVE 0 TO REJECT-COUNT.
           OPEN INPUT REJECT-FILE.
           OPEN OUTPUT CLEAN-REJECT-FILE.
           MOVE RUN-DATE TO RESUB-HDR-DATE.
           WRITE CLEAN-REJECT-RECORD FROM RESUBMIT-HEADER.
           PERFORM READ-REJECT-RECORD.
           PERFORM CLEAR-ONE-REJECT UNTIL END-OF-REJECTS.
           MOVE CLEAN-RECORD-COUNT TO RESUB-TRL-COUNT.
           MOVE CLEAN-HASH-TOTAL TO RESUB-TRL-HASH.
           WRITE CLEAN-REJECT-RECORD FROM RESUBMIT-TRAILER.
           CLOSE REJECT-FILE.
           CLOSE CLEAN-REJECT-FILE.
           IF NOT TRAILER-SEEN
                DISPLAY "In-doubt: reject file has no trailer "
                     "control record - file may be truncated"
                SET CONTROL-CHECK-FAILED TO TRUE
           END-IF.
           IF CONTROL-CHECK-FAILED
                DISPLAY "In-doubt: reject control checks FAILED - "
                     "review the clean file before resubmitting"
           END-IF.

      *  The table was loaded in file order, so the reject in
      *  hand is the next table entry.
        CLEAR-ONE-REJECT.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK
                     CONTINUE
                WHEN TRAILER-TYPE-OK
                     SET TRAILER-SEEN TO TRUE
                     PERFORM CHECK-REJECT-TRAILER
                WHEN OTHER
                     ADD 1 TO REJECTS-READ
                     ADD REJECT-AMOUNT TO REJECT-HASH-TOTAL
                     ADD 1 TO REJECT-COUNT
                     SET REJECT-IDX TO REJECT-COUNT
                     PERFORM JUDGE-ONE-REJECT
           END-EVALUATE.
           PERFORM READ-REJECT-RECORD.

        JUDGE-ONE-REJECT.
           MOVE REJECT-REFERENCE-NUM TO STORE-REFERENCE-NUM.
           READ TXN-STORE-FILE
                INVALID KEY
                     MOVE "N" TO BOOKING-FOUND-SW
                NOT INVALID KEY
                     SET BOOKING-FOUND TO TRUE
           END-READ.
           IF BOOKING-FOUND AND STORE-TXN-BOOKED
                AND NOT REJTAB-WITHHOLD(REJECT-IDX)
                DISPLAY "BOOKED-REJECT reference |"
                     REJECT-REFERENCE-NUM "| has no FAILED line "
                     "but is booked in the store"
                SET REJTAB-WITHHOLD(REJECT-IDX) TO TRUE
           END-IF.
           IF REJTAB-WITHHOLD(REJECT-IDX)
                PERFORM WITHHOLD-BOOKED-REJECT
           ELSE
                ADD 1 TO REJECTS-CLEARED
                WRITE CLEAN-REJECT-RECORD FROM BATCH-REJECT-RECORD
                ADD 1 TO CLEAN-RECORD-COUNT
                ADD REJECT-AMOUNT TO CLEAN-HASH-TOTAL
           END-IF.

      *  The reject carries the original arrival amount, the store
      *  the booked one - both go on the resolution record as
      *  they stand.
        WITHHOLD-BOOKED-REJECT.
           ADD 1 TO REJECTS-WITHHELD.
           MOVE "BOOKED-FAILED" TO IDBT-TYPE.
           MOVE REJECT-REFERENCE-NUM TO IDBT-REFERENCE-NUM.
           MOVE REJECT-CUSTOMER-ID TO IDBT-CUSTOMER-ID.
           MOVE REJECT-AMOUNT TO IDBT-CLIENT-AMOUNT.
           MOVE STORE-AMOUNT TO IDBT-STORE-AMOUNT.
           MOVE STORE-STATUS TO IDBT-STORE-STATUS.
           MOVE "WITHHELD" TO IDBT-RESOLUTION.
           PERFORM WRITE-RESOLUTION-RECORD.

        CHECK-REJECT-TRAILER.
           IF TRAILER-RECORD-COUNT
                NOT = REJECTS-READ
                OR TRAILER-HASH-TOTAL
                     NOT = REJECT-HASH-TOTAL
                DISPLAY "In-doubt: reject trailer does not match "
                     "the records read"
                SET CONTROL-CHECK-FAILED TO TRUE
           END-IF.
