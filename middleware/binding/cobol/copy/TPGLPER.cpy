      *
      *  TPGLPER.cpy
      *
      *  One accounting period's standing on the GLPERIOD file
      *  finance keeps through GLLEDGER: the period (YYYYMM),
      *  whether it is closed, and what BATCHCLI does with a
      *  record dated in it while it is - H parks the record in
      *  the future-dated warehouse until the period is reopened
      *  or operations withdraws it, R refuses it outright.  A
      *  period with no record, or one reopened, is open.  The
      *  file is rewritten whole, one record per period.
      *
       05 GLPER-PERIOD              PIC 9(06).
       05 GLPER-STATUS              PIC X(01).
               88 GLPER-CLOSED              VALUE "C".
               88 GLPER-REOPENED            VALUE "O".
       05 GLPER-LATE-ACTION         PIC X(01).
               88 GLPER-LATE-HOLD           VALUE "H".
               88 GLPER-LATE-REFUSE         VALUE "R".
       05 GLPER-CHANGED-DATE        PIC 9(08).
       05 GLPER-CHANGED-USER        PIC X(08).
