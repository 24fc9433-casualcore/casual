      *
      *  TPTXNSTO.cpy
      *
      *  One booked transaction in BIZSRV's keyed transaction
      *  store, keyed on the caller's reconciliation reference.
      *  The prior amount is kept so an amendment leaves the
      *  figure it replaced on record.  Shared by the service and
      *  by every batch program that reads the store back, so the
      *  field positions cannot drift between them.
      *
      *  A booking at or above the dual-control threshold is held
      *  pending until a second user approves it (active) or
      *  rejects it, or it expires unapproved (voided).  The
      *  TPKEY handles of the user who booked it and the user who
      *  decided it are kept with it.
      *
       05 STORE-REFERENCE-NUM       PIC X(12).
       05 STORE-CUSTOMER-ID         PIC X(10).
       05 STORE-AMOUNT              PIC S9(9)V99.
       05 STORE-PRIOR-AMOUNT        PIC S9(9)V99.
       05 STORE-EFFECTIVE-DATE      PIC 9(08).
       05 STORE-BOOKED-DATE         PIC 9(08).
       05 STORE-STATUS              PIC X(01).
               88 STORE-TXN-ACTIVE          VALUE "A".
               88 STORE-TXN-CANCELLED       VALUE "C".
               88 STORE-TXN-PENDING         VALUE "P".
               88 STORE-TXN-VOIDED          VALUE "V".
               88 STORE-TXN-BOOKED          VALUE "A" "P".
       05 STORE-MAKER-KEY           PIC S9(9).
       05 STORE-CHECKER-KEY         PIC S9(9).
      *  F for a transaction fee BATCHCLI booked against the
      *  customer under FEE-TXN; R for a payment the receiving
      *  bank returned, booked under RETURN-TXN as a negated
      *  amount with the original amount in the prior amount;
      *  spaces for an ordinary booking, which is also how
      *  entries from before the field existed read.
       05 STORE-TXN-KIND            PIC X(01).
               88 STORE-FEE-BOOKING         VALUE "F".
               88 STORE-RETURN-BOOKING      VALUE "R".
      *  For a fee or a return, the reference of the booking it
      *  was raised against.  Its own reference is derived from
      *  that one - the kind's letter and the last eleven
      *  characters, or with a probe digit over the second
      *  character where that key is already taken - and this is
      *  what tells whose it is.  Spaces on an ordinary booking.
       05 STORE-ORIGIN-REFERENCE    PIC X(12).
