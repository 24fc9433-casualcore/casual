      *
      *  TPADVICE.cpy
      *
      *  One customer advice on the ADVICES file ADVICEGN writes
      *  for the notification platform: which customer, by which
      *  channel and to what address, what happened to which
      *  payment - confirmed, failed, held, reversed or returned -
      *  and why, in words the customer can read.  The file opens
      *  with a HDR record (date and source) and closes with a
      *  TRL record carrying the advice count and amount hash.
      *
       05 ADVICE-RECORD-TYPE        PIC X(03).
               88 ADVICE-DETAIL             VALUE "ADV".
       05 ADVICE-EVENT              PIC X(01).
               88 ADVICE-CONFIRMED          VALUE "C".
               88 ADVICE-FAILED             VALUE "F".
               88 ADVICE-HELD               VALUE "H".
               88 ADVICE-REVERSED           VALUE "V".
               88 ADVICE-RETURNED           VALUE "R".
       05 ADVICE-CUSTOMER-ID        PIC X(10).
       05 ADVICE-CUSTOMER-NAME      PIC X(30).
       05 ADVICE-CHANNEL            PIC X(01).
       05 ADVICE-CONTACT-ADDRESS    PIC X(40).
       05 ADVICE-REFERENCE-NUM      PIC X(12).
       05 ADVICE-EFFECTIVE-DATE     PIC 9(08).
       05 ADVICE-AMOUNT             PIC S9(09)V99.
       05 ADVICE-CURRENCY-CODE      PIC X(03).
      *  The system's own reason code - the disposition return
      *  code, the reject or hold word, or the bank's return
      *  reason - and its plain-language wording.
       05 ADVICE-REASON-CODE        PIC X(20).
       05 ADVICE-REASON-TEXT        PIC X(30).
       05 ADVICE-EVENT-DATE         PIC 9(08).
