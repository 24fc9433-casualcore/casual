      *  a test run no longer depends on someone else's stub
      *  being up.
      *
      *  Every change the service makes to the store - a booking,
      *  an amendment, a cancellation - is journalled with the
      *  record before and after, stamped with the date, time and
      *  SUB-TYPE, on TXNJRNL.  TXNRECOV rolls a backup copy of
      *  the store forward from that journal.  A change that
      *  cannot be journalled is not made: the store is put back
      *  as it was and the call fails with 1008.
      *
      *  Bookings are kept in a transaction store keyed on the
      *  reference number, so the SUB-TYPEs finally differ the way
      *  the business means them to: NEW-TXN books and refuses a
      *  INQ-TXN returns the stored record - the server-side
      *  counterpart of the batch driver's reference registry.
      *
      *  Each customer's running position is kept in the keyed
      *  balance file CUSTBAL (TPCUSBAL.cpy): a booking debits it,
      *  a cancellation credits it back, and an amendment moves it
      *  by the difference - or, when the amendment changes the
      *  customer, credits the old customer and debits the new
      *  one.  A debit that would take the balance past the
      *  customer's overdraft allowance is refused with 1011;
      *  BATCHCLI's DISPTAB maps 1011 to H so the record is
      *  suspended rather than lost.  INQ-TXN with no reference
      *  and a customer id returns that customer's balance in the
      *  amount and the date of the last movement in the
      *  effective date.  BALSNAP reports and rolls the file
      *  forward each night.
      *
      *  Dual control: a booking at or above the APPRCFG threshold
      *  goes into the store pending (reply success, code 1012)
      *  and leaves the balance alone until a second user approves
      *  it with APPROVE-TXN - it then becomes active and debits
      *  the balance - or voids it with REJECT-TXN.  The deciding
      *  user is known by the TPKEY handle the call arrives under:
      *  it must be on the APPRAUTH approver list and must not be
      *  the handle the booking was made under.  An amendment
      *  taking an active booking to the threshold puts it back
      *  into pending.  INQ-TXN answers 1012 for a pending booking
      *  and 1015 for a voided one; PENDAPPR lists what is waiting
      *  and voids what has waited too long.
      *
      *  Transaction fees: FEE-TXN books the fee BATCHCLI has
      *  worked out for a confirmed booking, named by the
      *  booking's reference.  The fee is booked under its own
      *  derived reference, marked as a fee on the store, and the
      *  reply carries that reference.  A fee is owed whatever
      *  the customer's position, so it is neither funds-checked
      *  nor held for dual control.  CANCEL-FEE backs a fee out
      *  when its booking is reversed, again named by the
      *  booking's reference: the reply carries the fee as
      *  cancelled, negated, or a zero amount when no fee stands
      *  against the booking - nothing was charged, or it is
      *  already cancelled.
      *
      *  A derived reference - a fee's or a return's - is the
      *  kind's letter, F or R, and the last eleven characters of
      *  the original's.  Where that key is already held for some
      *  other booking - two originals differing only in their
      *  first character - a probe digit 1 to 9 takes the place
      *  of the second character in turn.  The original's
      *  reference is kept on the fee or return, and a derived
      *  key is taken as the original's only when it carries it.
      *  The front ends refuse inbound references beginning F or
      *  R, so an ordinary booking does not stand on the keys the
      *  letters are reserved for.
      *
      *  Inbound returns: RETURN-TXN books a payment the receiving
      *  bank has sent back, against the original reference it
      *  names.  The original must stand active and be an
      *  ordinary booking, and the return may be no larger than
      *  it.  The return is booked active under its own derived
      *  reference, marked as a return, with the amount
      *  negated and the original amount kept as the prior
      *  amount; it credits the customer's balance.  The reply
      *  carries the return as booked.  One return per original:
      *  a second refuses with 1006, and a booking with a return
      *  standing against it can no longer be cancelled (1019),
      *  so the customer is never credited twice.
      *
      *  Application return codes handed back on a failure:
      *     1001  customer id missing or not in our format
      *     1002  amount zero
      *     1003  effective date not a valid calendar date
      *     1004  reference number missing
      *     1005  SUB-TYPE not one this service handles
      *     1006  reference already booked (NEW-TXN), the
      *           booking already charged its fee (FEE-TXN), or
      *           the original already returned (RETURN-TXN)
      *     1007  reference not on file (AMEND-TXN, INQ-TXN,
      *           CANCEL-TXN, RETURN-TXN), or no balance kept
      *           for the customer (INQ-TXN by customer)
      *     1008  transaction store unavailable, or the change
      *           could not be journalled and was not made
      *     1009  reference already cancelled (CANCEL-TXN,
      *           RETURN-TXN)
      *     1010  cancel amount is not the negated booking
      *     1011  debit would breach the customer's overdraft
      *           allowance (NEW-TXN, AMEND-TXN, APPROVE-TXN)
      *     1012  booking pending approval - returned with a
      *           successful reply (NEW-TXN, AMEND-TXN, INQ-TXN)
      *     1013  reference not pending approval (APPROVE-TXN,
      *           REJECT-TXN)
      *     1014  caller not an authorized approver, or the user
      *           who made the booking (APPROVE-TXN, REJECT-TXN)
      *     1015  booking voided - rejected or expired unapproved
      *           (AMEND-TXN, CANCEL-TXN, RETURN-TXN; with a
      *           successful reply
      *           on INQ-TXN)
      *     1016  reference is itself a fee or a return, not a
      *           booking a fee was charged on (CANCEL-FEE)
      *     1017  return amount not above zero, or above the
      *           original booking (RETURN-TXN)
      *     1018  original is not an active ordinary booking -
      *           pending, a fee or itself a return (RETURN-TXN)
      *     1019  a return stands against the booking
      *           (CANCEL-TXN)
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BIZSRV.
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-BALANCE-FILE ASSIGN TO "CUSTBAL"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSBAL-CUSTOMER-ID
                FILE STATUS BALANCE-FILE-STATUS.
           SELECT OPTIONAL APPROVAL-CONFIG-FILE ASSIGN TO "APPRCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVER-AUTH-FILE ASSIGN TO "APPRAUTH"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  One booked transaction, keyed on the caller's
      *  reconciliation reference - see TPTXNSTO.cpy.
        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  TXN-JOURNAL-FILE.
        01  TXN-JOURNAL-RECORD.
           COPY TPTXNJRL.

      *  Each customer's running position and overdraft
      *  allowance - see TPCUSBAL.cpy.
        FD  CUSTOMER-BALANCE-FILE.
        01  CUSTOMER-BALANCE-RECORD.
           COPY TPCUSBAL.

      *  The dual-control threshold, and who may approve.
        FD  APPROVAL-CONFIG-FILE.
        01  APPROVAL-CONFIG-RECORD.
           COPY TPAPRCFG.

        FD  APPROVER-AUTH-FILE.
        01  APPROVER-AUTH-RECORD.
           COPY TPAPRAUT.

        WORKING-STORAGE SECTION.
        01 TPSVCRET-REC.
                       88 REQUEST-VALID      VALUE "Y".
               05 STORE-OPEN-SW     PIC X(01) VALUE "N".
                       88 STORE-IS-OPEN      VALUE "Y".
               05 JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
                       88 JOURNAL-IS-OPEN    VALUE "Y".
               05 JOURNAL-WRITTEN-SW PIC X(01) VALUE "N".
                       88 JOURNAL-WRITTEN    VALUE "Y".
               05 BALANCE-OPEN-SW   PIC X(01) VALUE "N".
                       88 BALANCE-IS-OPEN    VALUE "Y".
               05 BALANCE-FOUND-SW  PIC X(01) VALUE "N".
                       88 BALANCE-FOUND      VALUE "Y".
               05 FUNDS-CHECK-SW    PIC X(01) VALUE "N".
                       88 FUNDS-INSUFFICIENT VALUE "Y".
               05 APPROVAL-SW       PIC X(01) VALUE "N".
                       88 APPROVAL-NEEDED    VALUE "Y".
               05 APPROVER-SW       PIC X(01) VALUE "N".
                       88 APPROVER-AUTHORIZED VALUE "Y".
               05 END-OF-APPRAUTH-SW PIC X(01) VALUE "N".
                       88 END-OF-APPRAUTH    VALUE "Y".
               05 RETURN-STANDING-SW PIC X(01) VALUE "N".
                       88 RETURN-STANDING    VALUE "Y".
               05 DERIVED-LOOKUP-SW PIC X(01) VALUE "N".
                       88 DERIVED-SEARCHING  VALUE "N".
                       88 DERIVED-ON-FILE    VALUE "Y".
                       88 DERIVED-KEY-FREE   VALUE "F".
                       88 DERIVED-KEYS-TAKEN VALUE "X".

        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  BALANCE-FILE-STATUS     PIC X(02) VALUE SPACES.
      *  The customer whose balance is being checked or moved, and
      *  by how much: a positive figure is a debit, a negative one
      *  a credit.  The prior customer is the one an amendment is
      *  moving the booking away from.
        01  BALANCE-CUSTOMER-WORK   PIC X(10) VALUE SPACES.
        01  BALANCE-DEBIT-WORK      PIC S9(11)V99 VALUE 0.
        01  PRIOR-CUSTOMER-WORK     PIC X(10) VALUE SPACES.
        01  PRIOR-STATUS-WORK       PIC X(01) VALUE SPACES.
               88 PRIOR-TXN-ACTIVE           VALUE "A".
      *  Bookings at or above this need a second user's approval;
      *  zero, the default with no APPRCFG, means none do.
        01  APPROVAL-THRESHOLD      PIC 9(09)V99 VALUE 0.
      *  The store record as read, kept for the journal's before
      *  image while the record area is changed in place.
        01  JOURNAL-BEFORE-WORK     PIC X(120) VALUE SPACES.
        01  BOOKED-DATE             PIC 9(08) VALUE 0.
      *  A fee's or a return's own reference, derived from the
      *  original's: the kind, the original, the probe digit and
      *  the key it gives, and the original booking's figures
      *  kept while the derived key is looked for.
        01  DERIVED-KIND-WORK       PIC X(01) VALUE SPACE.
               88 DERIVED-KIND-FEE           VALUE "F".
               88 DERIVED-KIND-RETURN        VALUE "R".
        01  DERIVED-ORIGIN-WORK     PIC X(12) VALUE SPACES.
        01  DERIVED-PROBE           PIC S9(4) COMP-5 VALUE 0.
        01  DERIVED-PROBE-DIGIT     PIC 9(01) VALUE 0.
        01  DERIVED-REFERENCE-WORK  PIC X(12) VALUE SPACES.
        01  ORIGINAL-CUSTOMER-WORK  PIC X(10) VALUE SPACES.
        01  ORIGINAL-AMOUNT-WORK    PIC S9(9)V99 VALUE 0.

      *  Pieces of the effective date, split out for the calendar
      *  test - the same edit the front-end pass applies, enforced
                SET TPFAIL TO TRUE
                MOVE 1008 TO APPL-CODE
           ELSE
                PERFORM READ-APPROVAL-CONFIG
                EVALUATE SUB-TYPE OF TPTYPE-REC
                     WHEN "NEW-TXN"
                          PERFORM PROCESS-NEW-TXN
                          PERFORM PROCESS-INQ-TXN
                     WHEN "CANCEL-TXN"
                          PERFORM PROCESS-CANCEL-TXN
                     WHEN "APPROVE-TXN"
                          PERFORM PROCESS-APPROVE-TXN
                     WHEN "REJECT-TXN"
                          PERFORM PROCESS-REJECT-TXN
                     WHEN "FEE-TXN"
                          PERFORM PROCESS-FEE-TXN
                     WHEN "CANCEL-FEE"
                          PERFORM PROCESS-CANCEL-FEE
                     WHEN "RETURN-TXN"
                          PERFORM PROCESS-RETURN-TXN
                     WHEN OTHER
                          SET TPFAIL TO TRUE
                          MOVE 1005 TO APPL-CODE
      *****************************************************
      *  Open the keyed transaction store for this request -
      *  OPTIONAL, so the first booking on a fresh box starts it.
      *  The journal opens with it: a store whose changes cannot
      *  be journalled is as unavailable as one that will not
      *  open, since a change made without its journal entry is
      *  lost to any recovery.  So with the balance file: a
      *  booking that cannot move the customer's balance is not
      *  taken.
      *****************************************************
        OPEN-TXN-STORE.
           OPEN I-O TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                OR STORE-FILE-STATUS = "05"
                SET STORE-IS-OPEN TO TRUE
                OPEN EXTEND TXN-JOURNAL-FILE
                IF JOURNAL-FILE-STATUS = "00"
                     OR JOURNAL-FILE-STATUS = "05"
                     SET JOURNAL-IS-OPEN TO TRUE
                     PERFORM OPEN-CUSTOMER-BALANCES
                ELSE
                     DISPLAY "BIZSRV: transaction journal open "
                          "failed with status " JOURNAL-FILE-STATUS
                     CLOSE TXN-STORE-FILE
                     MOVE "N" TO STORE-OPEN-SW
                END-IF
           ELSE
                DISPLAY "BIZSRV: transaction store open failed "
                     "with status " STORE-FILE-STATUS
           END-IF.

        OPEN-CUSTOMER-BALANCES.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
                OR BALANCE-FILE-STATUS = "05"
                SET BALANCE-IS-OPEN TO TRUE
           ELSE
                DISPLAY "BIZSRV: customer balance file open "
                     "failed with status " BALANCE-FILE-STATUS
                CLOSE TXN-JOURNAL-FILE
                MOVE "N" TO JOURNAL-OPEN-SW
                CLOSE TXN-STORE-FILE
                MOVE "N" TO STORE-OPEN-SW
           END-IF.

      *****************************************************
      *  The dual-control threshold - absent or junk leaves dual
      *  control off.
      *****************************************************
        READ-APPROVAL-CONFIG.
           MOVE 0 TO APPROVAL-THRESHOLD.
           OPEN INPUT APPROVAL-CONFIG-FILE.
           READ APPROVAL-CONFIG-FILE
                AT END MOVE ZERO TO APRCFG-THRESHOLD
           END-READ.
           CLOSE APPROVAL-CONFIG-FILE.
           IF APRCFG-THRESHOLD NUMERIC
                MOVE APRCFG-THRESHOLD TO APPROVAL-THRESHOLD
           END-IF.

      *  Does the amount about to be booked need a second user?
        CHECK-APPROVAL-NEEDED.
           MOVE "N" TO APPROVAL-SW.
           IF APPROVAL-THRESHOLD > 0
                AND BIZREC-AMOUNT NOT < APPROVAL-THRESHOLD
                SET APPROVAL-NEEDED TO TRUE
           END-IF.

      *****************************************************
      *  A new transaction: validate it, book it, and confirm by
      *  echoing the record back - the reference number is the
      *  caller's reconciliation key, so the echo must be
      *  faithful and a reference already booked must refuse.
      *  The reference is looked for first, so a re-driven
      *  booking hears 1006 whatever its customer's balance now
      *  says.  A booking needing approval is funds-checked now
      *  but moves the balance only once approved.
      *****************************************************
        PROCESS-NEW-TXN.
           PERFORM VALIDATE-REQUEST-RECORD.
           IF REQUEST-VALID
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                          PERFORM BOOK-NEW-TXN
                     NOT INVALID KEY
                          SET TPFAIL TO TRUE
                          MOVE 1006 TO APPL-CODE
                END-READ
           END-IF.

        BOOK-NEW-TXN.
           MOVE BIZREC-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK.
           MOVE BIZREC-AMOUNT TO BALANCE-DEBIT-WORK.
           PERFORM FETCH-CUSTOMER-BALANCE.
           PERFORM CHECK-AVAILABLE-FUNDS.
           IF FUNDS-INSUFFICIENT
                SET TPFAIL TO TRUE
                MOVE 1011 TO APPL-CODE
           ELSE
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                MOVE BIZREC-CUSTOMER-ID TO STORE-CUSTOMER-ID
                MOVE BIZREC-AMOUNT TO STORE-AMOUNT
                MOVE BIZREC-EFFECTIVE-DATE TO STORE-EFFECTIVE-DATE
                ACCEPT BOOKED-DATE FROM DATE YYYYMMDD
                MOVE BOOKED-DATE TO STORE-BOOKED-DATE
                PERFORM CHECK-APPROVAL-NEEDED
                IF APPROVAL-NEEDED
                     MOVE "P" TO STORE-STATUS
                ELSE
                     MOVE "A" TO STORE-STATUS
                END-IF
                MOVE CALL-KEY-HANDLE TO STORE-MAKER-KEY
                MOVE ZERO TO STORE-CHECKER-KEY
                MOVE SPACES TO STORE-TXN-KIND
                MOVE SPACES TO STORE-ORIGIN-REFERENCE
                WRITE TXN-STORE-RECORD
                     INVALID KEY
                          SET TPFAIL TO TRUE
                     NOT INVALID KEY
                          SET TPSUCCESS TO TRUE
                          MOVE 0 TO APPL-CODE
                          MOVE SPACES TO JOURNAL-BEFORE-WORK
                          SET JRNL-RECORD-ADDED TO TRUE
                          PERFORM WRITE-JOURNAL-ENTRY
                          IF JOURNAL-WRITTEN
                               IF STORE-TXN-PENDING
                                    MOVE 1012 TO APPL-CODE
                               ELSE
                                    PERFORM POST-BALANCE-MOVEMENT
                               END-IF
                          END-IF
                END-WRITE
           END-IF.

      *****************************************************
      *  An amendment to a transaction already on file - the same
      *  field edits apply, the reference must already be booked,
      *  and the amount it replaces is kept on the record.  The
      *  customer's balance moves only for an active booking - a
      *  cancelled one has already been credited back and a
      *  pending one has not yet been debited.  An active booking
      *  amended to the dual-control threshold goes back to
      *  pending under the amending user, and its prior amount is
      *  credited back until it is approved again.  A pending
      *  booking amended stays pending under the amending user,
      *  so the amendment too needs a second user to approve it.
      *  A voided booking cannot be amended.
      *****************************************************
        PROCESS-AMEND-TXN.
           PERFORM VALIDATE-REQUEST-RECORD.
           END-IF.

        APPLY-AMENDMENT.
           MOVE "N" TO FUNDS-CHECK-SW.
           MOVE "N" TO APPROVAL-SW.
           MOVE STORE-CUSTOMER-ID TO PRIOR-CUSTOMER-WORK.
           MOVE STORE-STATUS TO PRIOR-STATUS-WORK.
           IF STORE-TXN-ACTIVE
                PERFORM CHECK-APPROVAL-NEEDED
           END-IF.
           IF STORE-TXN-ACTIVE AND NOT APPROVAL-NEEDED
                MOVE BIZREC-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK
                IF BIZREC-CUSTOMER-ID = STORE-CUSTOMER-ID
                     COMPUTE BALANCE-DEBIT-WORK =
                          BIZREC-AMOUNT - STORE-AMOUNT
                ELSE
                     MOVE BIZREC-AMOUNT TO BALANCE-DEBIT-WORK
                END-IF
                PERFORM FETCH-CUSTOMER-BALANCE
                PERFORM CHECK-AVAILABLE-FUNDS
           END-IF.
           EVALUATE TRUE
                WHEN STORE-TXN-VOIDED
                     SET TPFAIL TO TRUE
                     MOVE 1015 TO APPL-CODE
                WHEN FUNDS-INSUFFICIENT
                     SET TPFAIL TO TRUE
                     MOVE 1011 TO APPL-CODE
                WHEN OTHER
                     PERFORM REWRITE-AMENDED-TXN
           END-EVALUATE.

        REWRITE-AMENDED-TXN.
           MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK.
           MOVE STORE-AMOUNT TO STORE-PRIOR-AMOUNT.
           MOVE BIZREC-AMOUNT TO STORE-AMOUNT.
           MOVE BIZREC-CUSTOMER-ID TO STORE-CUSTOMER-ID.
           MOVE BIZREC-EFFECTIVE-DATE TO STORE-EFFECTIVE-DATE.
           IF APPROVAL-NEEDED
                MOVE "P" TO STORE-STATUS
           END-IF.
           IF STORE-TXN-PENDING
                MOVE CALL-KEY-HANDLE TO STORE-MAKER-KEY
                MOVE ZERO TO STORE-CHECKER-KEY
           END-IF.
           REWRITE TXN-STORE-RECORD
                INVALID KEY
                     SET TPFAIL TO TRUE
                NOT INVALID KEY
                     SET TPSUCCESS TO TRUE
                     MOVE 0 TO APPL-CODE
                     SET JRNL-RECORD-REWRITTEN TO TRUE
                     PERFORM WRITE-JOURNAL-ENTRY
                     IF JOURNAL-WRITTEN
                          PERFORM POST-AMENDMENT-BALANCES
                          IF STORE-TXN-PENDING
                               MOVE 1012 TO APPL-CODE
                          END-IF
                     END-IF
           END-REWRITE.

      *  Same customer: the difference, already worked out and
      *  checked.  A new customer: the old one is credited the
      *  whole prior amount and the new one debited the whole new
      *  amount.  Gone back to pending: the old customer is
      *  credited the prior amount and nobody is debited yet.
        POST-AMENDMENT-BALANCES.
           EVALUATE TRUE
                WHEN NOT PRIOR-TXN-ACTIVE
                     CONTINUE
                WHEN APPROVAL-NEEDED
                     MOVE PRIOR-CUSTOMER-WORK TO BALANCE-CUSTOMER-WORK
                     COMPUTE BALANCE-DEBIT-WORK =
                          0 - STORE-PRIOR-AMOUNT
                     PERFORM FETCH-CUSTOMER-BALANCE
                     PERFORM POST-BALANCE-MOVEMENT
                WHEN STORE-CUSTOMER-ID = PRIOR-CUSTOMER-WORK
                     PERFORM POST-BALANCE-MOVEMENT
                WHEN OTHER
                     PERFORM MOVE-BOOKING-TO-NEW-CUSTOMER
           END-EVALUATE.

        MOVE-BOOKING-TO-NEW-CUSTOMER.
           MOVE PRIOR-CUSTOMER-WORK TO BALANCE-CUSTOMER-WORK.
           COMPUTE BALANCE-DEBIT-WORK = 0 - STORE-PRIOR-AMOUNT.
           PERFORM FETCH-CUSTOMER-BALANCE.
           PERFORM POST-BALANCE-MOVEMENT.
           MOVE STORE-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK.
           MOVE STORE-AMOUNT TO BALANCE-DEBIT-WORK.
           PERFORM FETCH-CUSTOMER-BALANCE.
           PERFORM POST-BALANCE-MOVEMENT.

      *****************************************************
      *  An inquiry: only the reference is needed, and the reply
      *  carries the record as booked - amendments included.
      *  A booking still pending approval answers 1012, a voided
      *  one 1015, on an otherwise successful reply.  With no
      *  reference but a customer id, the reply carries the
      *  customer's current balance instead.
      *****************************************************
        PROCESS-INQ-TXN.
           IF BIZREC-REFERENCE-NUM = SPACES
                IF BIZREC-CUSTOMER-ID = SPACES
                     SET TPFAIL TO TRUE
                     MOVE 1004 TO APPL-CODE
                ELSE
                     PERFORM INQUIRE-CUSTOMER-BALANCE
                END-IF
           ELSE
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                          MOVE STORE-EFFECTIVE-DATE TO
                               BIZREC-EFFECTIVE-DATE
                          SET TPSUCCESS TO TRUE
                          EVALUATE TRUE
                               WHEN STORE-TXN-PENDING
                                    MOVE 1012 TO APPL-CODE
                               WHEN STORE-TXN-VOIDED
                                    MOVE 1015 TO APPL-CODE
                               WHEN OTHER
                                    MOVE 0 TO APPL-CODE
                          END-EVALUATE
                END-READ
           END-IF.

        INQUIRE-CUSTOMER-BALANCE.
           MOVE BIZREC-CUSTOMER-ID TO CUSBAL-CUSTOMER-ID.
           READ CUSTOMER-BALANCE-FILE
                INVALID KEY
                     SET TPFAIL TO TRUE
                     MOVE 1007 TO APPL-CODE
                NOT INVALID KEY
                     MOVE CUSBAL-CURRENT-BALANCE TO BIZREC-AMOUNT
                     MOVE CUSBAL-LAST-MOVEMENT-DATE TO
                          BIZREC-EFFECTIVE-DATE
                     SET TPSUCCESS TO TRUE
                     MOVE 0 TO APPL-CODE
           END-READ.

      *****************************************************
      *  A cancellation: the booking must exist and still be
      *  active, and the amount sent must be the exact negation
      *  of what stands booked - the reversal run negates the
      *  original, and anything else is a mis-built offset.  The
      *  cancelled booking keeps its figures, status C, and its
      *  amount is credited back to the customer's balance if it
      *  was active - a booking cancelled while still pending
      *  approval never reached the balance.
      *****************************************************
        PROCESS-CANCEL-TXN.
           IF BIZREC-REFERENCE-NUM = SPACES
                SET TPFAIL TO TRUE
                MOVE 1004 TO APPL-CODE
           ELSE
                PERFORM CHECK-RETURN-STANDING
           END-IF.
           IF RETURN-STANDING
                SET TPFAIL TO TRUE
                MOVE 1019 TO APPL-CODE
           END-IF.
           IF BIZREC-REFERENCE-NUM NOT = SPACES
                AND NOT RETURN-STANDING
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                WHEN STORE-TXN-CANCELLED
                     SET TPFAIL TO TRUE
                     MOVE 1009 TO APPL-CODE
                WHEN STORE-TXN-VOIDED
                     SET TPFAIL TO TRUE
                     MOVE 1015 TO APPL-CODE
                WHEN BIZREC-AMOUNT + STORE-AMOUNT NOT = ZERO
                     SET TPFAIL TO TRUE
                     MOVE 1010 TO APPL-CODE
                WHEN OTHER
                     MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK
                     MOVE STORE-STATUS TO PRIOR-STATUS-WORK
                     MOVE "C" TO STORE-STATUS
                     REWRITE TXN-STORE-RECORD
                          INVALID KEY
                               SET TPFAIL TO TRUE
                               MOVE 1008 TO APPL-CODE
                          NOT INVALID KEY
                               SET TPSUCCESS TO TRUE
                               MOVE 0 TO APPL-CODE
                               SET JRNL-RECORD-REWRITTEN TO TRUE
                               PERFORM WRITE-JOURNAL-ENTRY
                               IF JOURNAL-WRITTEN
                                    AND PRIOR-TXN-ACTIVE
                                    PERFORM CREDIT-CANCELLED-BOOKING
                               END-IF
                     END-REWRITE
           END-EVALUATE.

        CREDIT-CANCELLED-BOOKING.
           MOVE STORE-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK.
           COMPUTE BALANCE-DEBIT-WORK = 0 - STORE-AMOUNT.
           PERFORM FETCH-CUSTOMER-BALANCE.
           PERFORM POST-BALANCE-MOVEMENT.

      *  A booking the receiving bank has returned is already
      *  credited back through its return; cancelling it as well
      *  would credit the customer twice.
        CHECK-RETURN-STANDING.
           MOVE "N" TO RETURN-STANDING-SW.
           SET DERIVED-KIND-RETURN TO TRUE.
           MOVE BIZREC-REFERENCE-NUM TO DERIVED-ORIGIN-WORK.
           PERFORM FIND-DERIVED-BOOKING.
           IF DERIVED-ON-FILE AND STORE-TXN-ACTIVE
                SET RETURN-STANDING TO TRUE
           END-IF.

      *****************************************************
      *  The fee or return of the kind and original set up by the
      *  caller: each derived key in turn, until one on file
      *  carries the original (the record is left in the record
      *  area), or one is free - the key a new fee or return is
      *  booked under.  Keys are never given up, so the first
      *  free one also means there is none to find.  An entry
      *  from before the original was kept is taken on the first
      *  key alone, as it always was.
      *****************************************************
        FIND-DERIVED-BOOKING.
           SET DERIVED-SEARCHING TO TRUE.
           PERFORM PROBE-DERIVED-REFERENCE
                VARYING DERIVED-PROBE FROM 0 BY 1
                UNTIL DERIVED-PROBE > 9
                     OR NOT DERIVED-SEARCHING.
           IF DERIVED-SEARCHING
                SET DERIVED-KEYS-TAKEN TO TRUE
           END-IF.

        PROBE-DERIVED-REFERENCE.
           MOVE SPACES TO DERIVED-REFERENCE-WORK.
           IF DERIVED-PROBE = 0
                STRING DERIVED-KIND-WORK DERIVED-ORIGIN-WORK(2:11)
                     DELIMITED BY SIZE
                     INTO DERIVED-REFERENCE-WORK
           ELSE
                MOVE DERIVED-PROBE TO DERIVED-PROBE-DIGIT
                STRING DERIVED-KIND-WORK DERIVED-PROBE-DIGIT
                     DERIVED-ORIGIN-WORK(3:10)
                     DELIMITED BY SIZE
                     INTO DERIVED-REFERENCE-WORK
           END-IF.
           MOVE DERIVED-REFERENCE-WORK TO STORE-REFERENCE-NUM.
           READ TXN-STORE-FILE
                INVALID KEY
                     SET DERIVED-KEY-FREE TO TRUE
                NOT INVALID KEY
                     IF STORE-TXN-KIND = DERIVED-KIND-WORK
                          AND (STORE-ORIGIN-REFERENCE =
                               DERIVED-ORIGIN-WORK
                          OR (STORE-ORIGIN-REFERENCE = SPACES
                               AND DERIVED-PROBE = 0))
                          SET DERIVED-ON-FILE TO TRUE
                     END-IF
           END-READ.

      *****************************************************
      *  A transaction fee: the same field edits as a booking,
      *  whose reference names the booking charged.  A fee
      *  already standing against that booking refuses with 1006
      *  - a fee re-driven after a restart is not charged twice
      *  - and so does a booking whose derived keys are all held
      *  for others.  Booked active straight away under the
      *  derived reference, debited to the customer's balance,
      *  and the reply carries the fee's reference.
      *****************************************************
        PROCESS-FEE-TXN.
           PERFORM VALIDATE-REQUEST-RECORD.
           IF REQUEST-VALID
                SET DERIVED-KIND-FEE TO TRUE
                MOVE BIZREC-REFERENCE-NUM TO DERIVED-ORIGIN-WORK
                PERFORM FIND-DERIVED-BOOKING
                IF DERIVED-KEY-FREE
                     PERFORM BOOK-FEE-TXN
                ELSE
                     SET TPFAIL TO TRUE
                     MOVE 1006 TO APPL-CODE
                END-IF
           END-IF.

        BOOK-FEE-TXN.
           MOVE DERIVED-REFERENCE-WORK TO STORE-REFERENCE-NUM.
           MOVE BIZREC-CUSTOMER-ID TO STORE-CUSTOMER-ID.
           MOVE BIZREC-AMOUNT TO STORE-AMOUNT.
           MOVE ZERO TO STORE-PRIOR-AMOUNT.
           MOVE BIZREC-EFFECTIVE-DATE TO STORE-EFFECTIVE-DATE.
           ACCEPT BOOKED-DATE FROM DATE YYYYMMDD.
           MOVE BOOKED-DATE TO STORE-BOOKED-DATE.
           MOVE "A" TO STORE-STATUS.
           MOVE CALL-KEY-HANDLE TO STORE-MAKER-KEY.
           MOVE ZERO TO STORE-CHECKER-KEY.
           SET STORE-FEE-BOOKING TO TRUE.
           MOVE DERIVED-ORIGIN-WORK TO STORE-ORIGIN-REFERENCE.
           WRITE TXN-STORE-RECORD
                INVALID KEY
                     SET TPFAIL TO TRUE
                     MOVE 1006 TO APPL-CODE
                NOT INVALID KEY
                     SET TPSUCCESS TO TRUE
                     MOVE 0 TO APPL-CODE
                     MOVE SPACES TO JOURNAL-BEFORE-WORK
                     SET JRNL-RECORD-ADDED TO TRUE
                     PERFORM WRITE-JOURNAL-ENTRY
                     IF JOURNAL-WRITTEN
                          PERFORM POST-DERIVED-BOOKING
                     END-IF
           END-WRITE.

        POST-DERIVED-BOOKING.
           MOVE STORE-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK.
           MOVE STORE-AMOUNT TO BALANCE-DEBIT-WORK.
           PERFORM FETCH-CUSTOMER-BALANCE.
           PERFORM POST-BALANCE-MOVEMENT.
           MOVE STORE-REFERENCE-NUM TO BIZREC-REFERENCE-NUM.

      *****************************************************
      *  A fee backed out with the booking it was charged on.
      *  Only the booking's reference is needed: the fee standing
      *  against it is cancelled for whatever stands booked, and
      *  the reply carries it as the offset - the fee's
      *  reference, customer, negated amount, effective date.  No
      *  fee on file, or one already cancelled, is a successful
      *  reply with a zero amount; a reference that is itself a
      *  fee or a return refuses with 1016.
      *****************************************************
        PROCESS-CANCEL-FEE.
           MOVE "Y" TO REQUEST-VALID-SW.
           IF BIZREC-REFERENCE-NUM = SPACES
                MOVE "N" TO REQUEST-VALID-SW
                SET TPFAIL TO TRUE
                MOVE 1004 TO APPL-CODE
           ELSE
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          IF STORE-FEE-BOOKING
                               OR STORE-RETURN-BOOKING
                               MOVE "N" TO REQUEST-VALID-SW
                               SET TPFAIL TO TRUE
                               MOVE 1016 TO APPL-CODE
                          END-IF
                END-READ
           END-IF.
           IF REQUEST-VALID
                SET DERIVED-KIND-FEE TO TRUE
                MOVE BIZREC-REFERENCE-NUM TO DERIVED-ORIGIN-WORK
                PERFORM FIND-DERIVED-BOOKING
                IF DERIVED-ON-FILE
                     PERFORM APPLY-FEE-CANCELLATION
                ELSE
                     PERFORM ANSWER-NO-FEE-STANDING
                END-IF
           END-IF.

        APPLY-FEE-CANCELLATION.
           EVALUATE TRUE
                WHEN NOT STORE-TXN-ACTIVE
                     PERFORM ANSWER-NO-FEE-STANDING
                WHEN OTHER
                     MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK
                     MOVE "C" TO STORE-STATUS
                     REWRITE TXN-STORE-RECORD
                          INVALID KEY
                          NOT INVALID KEY
                               SET TPSUCCESS TO TRUE
                               MOVE 0 TO APPL-CODE
                               SET JRNL-RECORD-REWRITTEN TO TRUE
                               PERFORM WRITE-JOURNAL-ENTRY
                               IF JOURNAL-WRITTEN
                                    PERFORM ANSWER-FEE-CANCELLED
                               END-IF
                     END-REWRITE
           END-EVALUATE.

        ANSWER-FEE-CANCELLED.
           PERFORM CREDIT-CANCELLED-BOOKING.
           PERFORM ECHO-STORED-BOOKING.
           MOVE STORE-REFERENCE-NUM TO BIZREC-REFERENCE-NUM.
           COMPUTE BIZREC-AMOUNT = 0 - STORE-AMOUNT.

        ANSWER-NO-FEE-STANDING.
           MOVE ZERO TO BIZREC-AMOUNT.
           SET TPSUCCESS TO TRUE.
           MOVE 0 TO APPL-CODE.

      *****************************************************
      *  A payment returned by the receiving bank.  The request
      *  names the original reference, the amount returned and
      *  the date of the return; the original must stand active
      *  as an ordinary booking and the return may not exceed
      *  it.  Booked under the return reference, active, as a
      *  negated amount with the original amount kept as the
      *  prior amount, and credited to the customer.  The reply
      *  carries the return reference and the booking as it
      *  stands.
      *****************************************************
        PROCESS-RETURN-TXN.
           MOVE "Y" TO REQUEST-VALID-SW.
           EVALUATE TRUE
                WHEN BIZREC-REFERENCE-NUM = SPACES
                     MOVE "N" TO REQUEST-VALID-SW
                     SET TPFAIL TO TRUE
                     MOVE 1004 TO APPL-CODE
                WHEN BIZREC-AMOUNT NOT > ZERO
                     MOVE "N" TO REQUEST-VALID-SW
                     SET TPFAIL TO TRUE
                     MOVE 1017 TO APPL-CODE
                WHEN OTHER
                     PERFORM VALIDATE-EFFECTIVE-DATE
           END-EVALUATE.
           IF REQUEST-VALID
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                          SET TPFAIL TO TRUE
                          MOVE 1007 TO APPL-CODE
                     NOT INVALID KEY
                          PERFORM APPLY-RETURN
                END-READ
           END-IF.

        APPLY-RETURN.
           EVALUATE TRUE
                WHEN STORE-TXN-CANCELLED
                     SET TPFAIL TO TRUE
                     MOVE 1009 TO APPL-CODE
                WHEN STORE-TXN-VOIDED
                     SET TPFAIL TO TRUE
                     MOVE 1015 TO APPL-CODE
                WHEN NOT STORE-TXN-ACTIVE
                     OR STORE-FEE-BOOKING
                     OR STORE-RETURN-BOOKING
                     SET TPFAIL TO TRUE
                     MOVE 1018 TO APPL-CODE
                WHEN BIZREC-AMOUNT > STORE-AMOUNT
                     SET TPFAIL TO TRUE
                     MOVE 1017 TO APPL-CODE
                WHEN OTHER
                     PERFORM FIND-RETURN-KEY
           END-EVALUATE.

      *  The original's figures are kept aside while its derived
      *  keys are looked at: a return already standing against it
      *  refuses with 1006, as does an original whose keys are
      *  all held for others.
        FIND-RETURN-KEY.
           MOVE STORE-CUSTOMER-ID TO ORIGINAL-CUSTOMER-WORK.
           MOVE STORE-AMOUNT TO ORIGINAL-AMOUNT-WORK.
           SET DERIVED-KIND-RETURN TO TRUE.
           MOVE BIZREC-REFERENCE-NUM TO DERIVED-ORIGIN-WORK.
           PERFORM FIND-DERIVED-BOOKING.
           IF DERIVED-KEY-FREE
                PERFORM BOOK-RETURN-TXN
           ELSE
                SET TPFAIL TO TRUE
                MOVE 1006 TO APPL-CODE
           END-IF.

        BOOK-RETURN-TXN.
           MOVE DERIVED-REFERENCE-WORK TO STORE-REFERENCE-NUM.
           MOVE ORIGINAL-CUSTOMER-WORK TO STORE-CUSTOMER-ID.
           MOVE ORIGINAL-AMOUNT-WORK TO STORE-PRIOR-AMOUNT.
           COMPUTE STORE-AMOUNT = 0 - BIZREC-AMOUNT.
           MOVE BIZREC-EFFECTIVE-DATE TO STORE-EFFECTIVE-DATE.
           ACCEPT BOOKED-DATE FROM DATE YYYYMMDD.
           MOVE BOOKED-DATE TO STORE-BOOKED-DATE.
           MOVE "A" TO STORE-STATUS.
           MOVE CALL-KEY-HANDLE TO STORE-MAKER-KEY.
           MOVE ZERO TO STORE-CHECKER-KEY.
           SET STORE-RETURN-BOOKING TO TRUE.
           MOVE DERIVED-ORIGIN-WORK TO STORE-ORIGIN-REFERENCE.
           WRITE TXN-STORE-RECORD
                INVALID KEY
                     SET TPFAIL TO TRUE
                     MOVE 1006 TO APPL-CODE
                NOT INVALID KEY
                     SET TPSUCCESS TO TRUE
                     MOVE 0 TO APPL-CODE
                     MOVE SPACES TO JOURNAL-BEFORE-WORK
                     SET JRNL-RECORD-ADDED TO TRUE
                     PERFORM WRITE-JOURNAL-ENTRY
                     IF JOURNAL-WRITTEN
                          PERFORM ECHO-STORED-BOOKING
                          PERFORM POST-DERIVED-BOOKING
                     END-IF
           END-WRITE.

      *****************************************************
      *  Approval of a booking held for dual control: it must be
      *  pending, the caller an authorized approver other than
      *  the user who booked it, and the customer's balance must
      *  still cover it - the funds are checked again because
      *  other bookings may have landed since.  Approved, the
      *  booking is active and debits the balance.  The reply
      *  carries the booking as INQ-TXN would.
      *****************************************************
        PROCESS-APPROVE-TXN.
           PERFORM FETCH-PENDING-BOOKING.
           IF REQUEST-VALID
                MOVE STORE-CUSTOMER-ID TO BALANCE-CUSTOMER-WORK
                MOVE STORE-AMOUNT TO BALANCE-DEBIT-WORK
                PERFORM FETCH-CUSTOMER-BALANCE
                PERFORM CHECK-AVAILABLE-FUNDS
                IF FUNDS-INSUFFICIENT
                     SET TPFAIL TO TRUE
                     MOVE 1011 TO APPL-CODE
                ELSE
                     MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK
                     MOVE "A" TO STORE-STATUS
                     MOVE CALL-KEY-HANDLE TO STORE-CHECKER-KEY
                     REWRITE TXN-STORE-RECORD
                          INVALID KEY
                               SET TPFAIL TO TRUE
                               MOVE 1008 TO APPL-CODE
                          NOT INVALID KEY
                               SET TPSUCCESS TO TRUE
                               MOVE 0 TO APPL-CODE
                               SET JRNL-RECORD-REWRITTEN TO TRUE
                               PERFORM WRITE-JOURNAL-ENTRY
                               IF JOURNAL-WRITTEN
                                    PERFORM POST-BALANCE-MOVEMENT
                                    PERFORM ECHO-STORED-BOOKING
                               END-IF
                     END-REWRITE
                END-IF
           END-IF.

      *****************************************************
      *  Rejection: the same checks as approval, bar the funds;
      *  the booking is voided and never reaches the balance.
      *****************************************************
        PROCESS-REJECT-TXN.
           PERFORM FETCH-PENDING-BOOKING.
           IF REQUEST-VALID
                MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK
                MOVE "V" TO STORE-STATUS
                MOVE CALL-KEY-HANDLE TO STORE-CHECKER-KEY
                REWRITE TXN-STORE-RECORD
                     INVALID KEY
                          SET TPFAIL TO TRUE
                          MOVE 1008 TO APPL-CODE
                     NOT INVALID KEY
                          SET TPSUCCESS TO TRUE
                          MOVE 0 TO APPL-CODE
                          SET JRNL-RECORD-REWRITTEN TO TRUE
                          PERFORM WRITE-JOURNAL-ENTRY
                          IF JOURNAL-WRITTEN
                               PERFORM ECHO-STORED-BOOKING
                          END-IF
                END-REWRITE
           END-IF.

      *  The booking an approval or rejection names, refused in
      *  order: no reference, not on file, not pending, caller
      *  not an approver or the maker.
        FETCH-PENDING-BOOKING.
           MOVE "N" TO REQUEST-VALID-SW.
           IF BIZREC-REFERENCE-NUM = SPACES
                SET TPFAIL TO TRUE
                MOVE 1004 TO APPL-CODE
           ELSE
                MOVE BIZREC-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY
                          SET TPFAIL TO TRUE
                          MOVE 1007 TO APPL-CODE
                     NOT INVALID KEY
                          PERFORM CHECK-APPROVER
                END-READ
           END-IF.

        CHECK-APPROVER.
           PERFORM FIND-APPROVER-AUTHORITY.
           EVALUATE TRUE
                WHEN NOT STORE-TXN-PENDING
                     SET TPFAIL TO TRUE
                     MOVE 1013 TO APPL-CODE
                WHEN NOT APPROVER-AUTHORIZED
                     SET TPFAIL TO TRUE
                     MOVE 1014 TO APPL-CODE
                WHEN CALL-KEY-HANDLE = STORE-MAKER-KEY
                     SET TPFAIL TO TRUE
                     MOVE 1014 TO APPL-CODE
                WHEN OTHER
                     MOVE "Y" TO REQUEST-VALID-SW
           END-EVALUATE.

      *****************************************************
      *  Is the caller's TPKEY handle on the approver list?  No
      *  list means nobody may approve - dual control is not
      *  satisfied by default.  A call with no key is nobody.
      *****************************************************
        FIND-APPROVER-AUTHORITY.
           MOVE "N" TO APPROVER-SW.
           MOVE "N" TO END-OF-APPRAUTH-SW.
           IF CALL-KEY-HANDLE > 0
                OPEN INPUT APPROVER-AUTH-FILE
                PERFORM READ-APPROVER-AUTH
                PERFORM MATCH-ONE-APPROVER
                     UNTIL END-OF-APPRAUTH OR APPROVER-AUTHORIZED
                CLOSE APPROVER-AUTH-FILE
           END-IF.

        READ-APPROVER-AUTH.
           READ APPROVER-AUTH-FILE
                AT END SET END-OF-APPRAUTH TO TRUE
           END-READ.

        MATCH-ONE-APPROVER.
           IF APRAUT-KEY-HANDLE NUMERIC
                AND APRAUT-KEY-HANDLE = CALL-KEY-HANDLE
                SET APPROVER-AUTHORIZED TO TRUE
           ELSE
                PERFORM READ-APPROVER-AUTH
           END-IF.

        ECHO-STORED-BOOKING.
           MOVE STORE-CUSTOMER-ID TO BIZREC-CUSTOMER-ID.
           MOVE STORE-AMOUNT TO BIZREC-AMOUNT.
           MOVE STORE-EFFECTIVE-DATE TO BIZREC-EFFECTIVE-DATE.

      *****************************************************
      *  Append the change just made to the journal: the caller
      *  has set the action and kept the before image; the after
      *  image is the record area as it now stands in the store.
      *  An entry that will not write takes the change back out
      *  of the store - a record added is deleted, one rewritten
      *  is put back from the before image - and the call fails
      *  with 1008; the caller goes no further than the store.
      *****************************************************
        WRITE-JOURNAL-ENTRY.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE SUB-TYPE OF TPTYPE-REC TO JRNL-SUB-TYPE.
           MOVE JOURNAL-BEFORE-WORK TO JRNL-BEFORE-IMAGE.
           MOVE TXN-STORE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE TXN-JOURNAL-RECORD.
           IF JOURNAL-FILE-STATUS = "00"
                SET JOURNAL-WRITTEN TO TRUE
           ELSE
                MOVE "N" TO JOURNAL-WRITTEN-SW
                DISPLAY "BIZSRV: transaction journal write failed "
                     "with status " JOURNAL-FILE-STATUS
                     " - change to " STORE-REFERENCE-NUM
                     " not made"
                PERFORM BACK-OUT-STORE-CHANGE
                SET TPFAIL TO TRUE
                MOVE 1008 TO APPL-CODE
           END-IF.

        BACK-OUT-STORE-CHANGE.
           IF JRNL-RECORD-ADDED
                DELETE TXN-STORE-FILE RECORD
                     INVALID KEY
                          DISPLAY "BIZSRV: " STORE-REFERENCE-NUM
                               " could not be taken back out of "
                               "the store - status "
                               STORE-FILE-STATUS
                END-DELETE
           ELSE
                MOVE JOURNAL-BEFORE-WORK TO TXN-STORE-RECORD
                REWRITE TXN-STORE-RECORD
                     INVALID KEY
                          DISPLAY "BIZSRV: " STORE-REFERENCE-NUM
                               " could not be put back in the "
                               "store - status " STORE-FILE-STATUS
                END-REWRITE
           END-IF.

      *****************************************************
      *  The customer's balance record, or a fresh one at zero
      *  with no overdraft allowance for a customer not seen
      *  before - written, not rewritten, when it is posted.
      *****************************************************
        FETCH-CUSTOMER-BALANCE.
           MOVE "N" TO BALANCE-FOUND-SW.
           MOVE BALANCE-CUSTOMER-WORK TO CUSBAL-CUSTOMER-ID.
           READ CUSTOMER-BALANCE-FILE
                INVALID KEY
                     PERFORM START-CUSTOMER-BALANCE
                NOT INVALID KEY
                     SET BALANCE-FOUND TO TRUE
           END-READ.

        START-CUSTOMER-BALANCE.
           MOVE BALANCE-CUSTOMER-WORK TO CUSBAL-CUSTOMER-ID.
           MOVE 0 TO CUSBAL-OVERDRAFT-LIMIT.
           MOVE 0 TO CUSBAL-OPENING-BALANCE.
           MOVE 0 TO CUSBAL-CURRENT-BALANCE.
           MOVE 0 TO CUSBAL-DEBIT-TOTAL.
           MOVE 0 TO CUSBAL-CREDIT-TOTAL.
           MOVE 0 TO CUSBAL-MOVEMENT-COUNT.
           MOVE 0 TO CUSBAL-LAST-MOVEMENT-DATE.
           MOVE 0 TO CUSBAL-SNAPSHOT-DATE.

      *****************************************************
      *  Available funds: only a debit can breach, and only by
      *  taking the balance below the negated overdraft
      *  allowance.  A credit is always taken, even onto an
      *  account still overdrawn after it.
      *****************************************************
        CHECK-AVAILABLE-FUNDS.
           MOVE "N" TO FUNDS-CHECK-SW.
           IF BALANCE-DEBIT-WORK > 0
                AND CUSBAL-CURRENT-BALANCE - BALANCE-DEBIT-WORK
                     < 0 - CUSBAL-OVERDRAFT-LIMIT
                SET FUNDS-INSUFFICIENT TO TRUE
           END-IF.

      *****************************************************
      *  Move the fetched balance by the debit (or credit) and
      *  put it back.  The store change it follows is already
      *  made and journalled, so a failure here is reported for
      *  the snapshot to pick up, not handed to the caller.
      *****************************************************
        POST-BALANCE-MOVEMENT.
           SUBTRACT BALANCE-DEBIT-WORK FROM CUSBAL-CURRENT-BALANCE.
           IF BALANCE-DEBIT-WORK > 0
                ADD BALANCE-DEBIT-WORK TO CUSBAL-DEBIT-TOTAL
           ELSE
                SUBTRACT BALANCE-DEBIT-WORK FROM CUSBAL-CREDIT-TOTAL
           END-IF.
           ADD 1 TO CUSBAL-MOVEMENT-COUNT.
           ACCEPT CUSBAL-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD.
           IF BALANCE-FOUND
                REWRITE CUSTOMER-BALANCE-RECORD
                     INVALID KEY
                          DISPLAY "BIZSRV: balance not posted for "
                               CUSBAL-CUSTOMER-ID
                END-REWRITE
           ELSE
                WRITE CUSTOMER-BALANCE-RECORD
                     INVALID KEY
                          DISPLAY "BIZSRV: balance not posted for "
                               CUSBAL-CUSTOMER-ID
                END-WRITE
           END-IF.

      *****************************************************
      *  Our validation rules, applied in order of the return
      *  codes - the first edit a record fails is the one
           IF STORE-IS-OPEN
                CLOSE TXN-STORE-FILE
           END-IF.
           IF JOURNAL-IS-OPEN
                CLOSE TXN-JOURNAL-FILE
           END-IF.
           IF BALANCE-IS-OPEN
                CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           MOVE LENGTH OF DATA-REC TO LEN OF TPTYPE-REC.
           COPY TPRETURN.
