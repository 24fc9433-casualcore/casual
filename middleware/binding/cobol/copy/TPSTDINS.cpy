      *
      *  TPSTDINS.cpy
      *
      *  One standing instruction: a customer's recurring payment,
      *  keyed on its six-character instruction id.  STDINSMN
      *  maintains the master under the two-person rule; STDINSGN
      *  turns the instructions falling due into an ordinary
      *  input feed each day and steps them on to their next due
      *  date.  The anchor day is the day of the month the
      *  instruction was set up to fall on, so a payment due on
      *  the 31st comes back to the 31st after a short month
      *  instead of drifting to the 28th for good.
      *
       05 STDINS-INSTRUCTION-ID     PIC X(06).
       05 STDINS-CUSTOMER-ID        PIC X(10).
       05 STDINS-AMOUNT             PIC S9(9)V99.
       05 STDINS-CURRENCY-CODE      PIC X(03).
       05 STDINS-ENTITY-CODE        PIC X(03).
      *  D daily, W weekly, F fortnightly, M monthly, Q quarterly,
      *  Y yearly.
       05 STDINS-FREQUENCY          PIC X(01).
               88 STDINS-DAILY              VALUE "D".
               88 STDINS-WEEKLY             VALUE "W".
               88 STDINS-FORTNIGHTLY        VALUE "F".
               88 STDINS-MONTHLY            VALUE "M".
               88 STDINS-QUARTERLY          VALUE "Q".
               88 STDINS-YEARLY             VALUE "Y".
               88 STDINS-FREQUENCY-OK       VALUE "D" "W" "F"
                                                  "M" "Q" "Y".
       05 STDINS-NEXT-DUE-DATE      PIC 9(08).
      *  The last date a payment may fall on - zero for an
      *  instruction with no end.
       05 STDINS-END-DATE           PIC 9(08).
       05 STDINS-ANCHOR-DAY         PIC 9(02).
      *  A active, E ended (its end date passed), C cancelled by
      *  maintenance.
       05 STDINS-STATUS             PIC X(01).
               88 STDINS-ACTIVE             VALUE "A".
               88 STDINS-ENDED              VALUE "E".
               88 STDINS-CANCELLED          VALUE "C".
       05 STDINS-LAST-PAID-DATE     PIC 9(08).
       05 STDINS-STATUS-DATE        PIC 9(08).
