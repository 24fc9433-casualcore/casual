      *
      *  TPREPLOG.cpy
      *
      *  One line of the replication log REPLLOG: every state
      *  package REPLPACK hands to the standby site - its
      *  interchange sequence, the moment at the primary it
      *  reflects, and how many entries of each kind it carried.
      *  Held against the returned acknowledgments, it answers
      *  how far behind the standby's state is.
      *
       05 REPLOG-SEQUENCE           PIC 9(06).
       05 REPLOG-ASOF-DATE          PIC 9(08).
       05 REPLOG-ASOF-TIME          PIC 9(08).
       05 REPLOG-PACKAGE-KIND       PIC X(01).
               88 REPLOG-FULL-PACKAGE       VALUE "F".
       05 REPLOG-REGISTRY-COUNT     PIC 9(09).
       05 REPLOG-USAGE-COUNT        PIC 9(09).
       05 REPLOG-RUNCTL-COUNT       PIC 9(09).
       05 REPLOG-CHECKPOINT-COUNT   PIC 9(09).
       05 REPLOG-STORE-COUNT        PIC 9(09).
