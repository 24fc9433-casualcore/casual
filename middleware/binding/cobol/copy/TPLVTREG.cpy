      *
      *  TPLVTREG.cpy
      *
      *  The register of every transaction ever filed on the
      *  large-value return, keyed on the reference: what was
      *  reported, in which submission, and - once the
      *  transaction has been reversed or returned and the
      *  correction filed - in which submission it was withdrawn.
      *  A reference on the register is never reported new again,
      *  so a late run for an already-filed date adds only what
      *  is new.
      *
       05 LVTREG-REFERENCE-NUM      PIC X(12).
       05 LVTREG-BUSINESS-DATE      PIC 9(08).
       05 LVTREG-CUSTOMER-ID        PIC X(10).
       05 LVTREG-AMOUNT             PIC 9(11)V99.
       05 LVTREG-EFFECTIVE-DATE     PIC X(08).
       05 LVTREG-ENTITY-CODE        PIC X(03).
       05 LVTREG-RUN-ID             PIC 9(08).
       05 LVTREG-REPORT-BASIS       PIC X(01).
       05 LVTREG-SUBMISSION-SEQ     PIC 9(06).
       05 LVTREG-REPORTED-DATE      PIC 9(08).
      *  R reported and standing, C corrected.
       05 LVTREG-STATUS             PIC X(01).
               88 LVTREG-STANDING           VALUE "R".
               88 LVTREG-CORRECTED          VALUE "C".
       05 LVTREG-CORRECTION-REASON  PIC X(08).
       05 LVTREG-CORRECTION-SEQ     PIC 9(06).
       05 LVTREG-CORRECTED-DATE     PIC 9(08).
