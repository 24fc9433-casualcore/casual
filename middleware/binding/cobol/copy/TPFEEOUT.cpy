      *
      *  TPFEEOUT.cpy
      *
      *  One fee assessed by BATCHCLI on a confirmed booking, or
      *  backed out with it by a reversal run - the fee file
      *  written beside BATCHOUT and rolled with it, which the
      *  settlement report reads for its fee column.  The fee is
      *  booked through the service under its own reference,
      *  derived from the booking's and handed back by the
      *  service; spaces where the fee was not booked.
      *  The run id sits in the same columns as on the output
      *  lines, so the roll stamps the generation the same way.
      *
       05 FEEOUT-ORIG-REFERENCE     PIC X(12).
       05 FEEOUT-FEE-REFERENCE      PIC X(12).
       05 FEEOUT-CUSTOMER-ID        PIC X(10).
       05 FEEOUT-SERVICE-NAME       PIC X(30).
       05 FEEOUT-CUSTOMER-TIER      PIC X(01).
       05 FEEOUT-EFFECTIVE-DATE     PIC 9(08).
       05 FEEOUT-ORIG-AMOUNT        PIC S9(9)V99.
      *  Negative on a reversal - the fee handed back.
       05 FEEOUT-FEE-AMOUNT         PIC S9(6)V99.
       05 FEEOUT-RUN-ID             PIC 9(08).
      *  B booked, P projected by a dry run, R reversed with its
      *  booking, F the service refused it, N not assessed.
       05 FEEOUT-OUTCOME            PIC X(01).
               88 FEEOUT-BOOKED             VALUE "B".
               88 FEEOUT-PROJECTED          VALUE "P".
               88 FEEOUT-REVERSED           VALUE "R".
               88 FEEOUT-FAILED             VALUE "F".
               88 FEEOUT-NOT-ASSESSED       VALUE "N".
               88 FEEOUT-CHARGED            VALUE "B" "P".
       05 FEEOUT-ENTITY-CODE        PIC X(03).
       05 FEEOUT-RETURN-CODE        PIC 9(05).
