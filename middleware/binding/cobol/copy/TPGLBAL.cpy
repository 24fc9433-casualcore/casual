      *
      *  TPGLBAL.cpy
      *
      *  One GL account's movements for one entity in one
      *  accounting period (YYYYMM), as GLLEDGER rolls them up
      *  from the posting files.  The key puts an account's
      *  periods together in order, so its opening balance for a
      *  period is the net of every record ahead of it.  Debits
      *  and credits are kept apart - the trial balance proves
      *  them equal - and the entry count and the dates show how
      *  much went in and when it last did.
      *
       05 GLBAL-KEY.
               10 GLBAL-ENTITY-CODE         PIC X(03).
               10 GLBAL-ACCOUNT-CODE        PIC X(10).
               10 GLBAL-PERIOD              PIC 9(06).
       05 GLBAL-DEBIT-TOTAL         PIC S9(15)V99.
       05 GLBAL-CREDIT-TOTAL        PIC S9(15)V99.
       05 GLBAL-ENTRY-COUNT         PIC 9(09).
       05 GLBAL-LAST-POSTING-DATE   PIC 9(08).
       05 GLBAL-LAST-LEDGER-DATE    PIC 9(08).
