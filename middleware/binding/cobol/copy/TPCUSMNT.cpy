      *
      *  TPCUSMNT.cpy
      *
      *  One customer maintenance transaction as CUSMSTMN applies
      *  it off CUSMAINT - keyed by operations, or generated by
      *  the monthly DORMSWEP sweep for the customers it finds
      *  dormant.  Shared so the generated transactions cannot
      *  drift from the layout the maintenance program reads.
      *
       05 CMNT-ACTION               PIC X(01).
               88 CMNT-ADD                  VALUE "A".
               88 CMNT-AMEND                VALUE "M".
               88 CMNT-CLOSE                VALUE "C".
               88 CMNT-BLOCK                VALUE "B".
               88 CMNT-OVERDRAFT            VALUE "O".
               88 CMNT-FEE-TIER-CHANGE      VALUE "T".
               88 CMNT-HOME-ENTITY-CHANGE   VALUE "H".
               88 CMNT-PREFERENCE-CHANGE    VALUE "P".
               88 CMNT-DORMANT              VALUE "D".
               88 CMNT-REACTIVATE           VALUE "R".
       05 CMNT-CUSTOMER-ID          PIC X(10).
       05 CMNT-CUSTOMER-NAME        PIC X(30).
       05 CMNT-EFFECTIVE-DATE       PIC 9(08).
       05 CMNT-USER-ID              PIC X(08).
       05 CMNT-CONFIRMED-BY         PIC X(08).
       05 CMNT-OVERDRAFT-LIMIT      PIC 9(09)V99.
      *  Transactions from before the field existed read as
      *  spaces - the standard tier.
       05 CMNT-FEE-TIER             PIC X(01).
      *  Likewise spaces - the house entity.
       05 CMNT-HOME-ENTITY          PIC X(03).
      *  Likewise spaces - every event advised, by post.
       05 CMNT-ADVICE-CHANNEL       PIC X(01).
       05 CMNT-CONTACT-ADDRESS      PIC X(40).
       05 CMNT-ADVICE-EVENTS.
               10 CMNT-ADVISE-FLAG OCCURS 5 TIMES
                       INDEXED BY CMNT-FLAG-IDX
                                            PIC X(01).
