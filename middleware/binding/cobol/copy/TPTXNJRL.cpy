      *
      *  TPTXNJRL.cpy
      *
      *  One entry of the transaction store's journal: BIZSRV
      *  appends one for every change it makes to TXNSTORE - when,
      *  under which SUB-TYPE, whether a record was added or
      *  rewritten, and the whole record before and after - so the
      *  store can be rolled forward from a backup copy instead of
      *  a corrupted store costing every booking since last night.
      *  The images are wider than today's store record, so the
      *  record can grow without the journal changing shape; the
      *  unused tail reads as spaces.
      *
       05 JRNL-DATE                 PIC 9(08).
       05 JRNL-TIME                 PIC 9(08).
       05 JRNL-SUB-TYPE             PIC X(16).
       05 JRNL-ACTION               PIC X(01).
               88 JRNL-RECORD-ADDED         VALUE "W".
               88 JRNL-RECORD-REWRITTEN     VALUE "R".
      *  Spaces for a record added - there was nothing before it.
       05 JRNL-BEFORE-IMAGE         PIC X(120).
       05 JRNL-AFTER-IMAGE          PIC X(120).
