      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CERASE.cbl
      *
      *  Erasure of customers closed past the legal retention
      *  period:
      *
      *     cuserase LIST     the customers due, nothing changed
      *     cuserase ERASE    erase them
      *
      *  A customer is due when closed on the master with a
      *  standing date more than the ERASRETN number of years
      *  back (seven when none is set down).  Each is given a
      *  pseudonym token - "#" and a nine-digit number, one past
      *  the highest on the erasure register ERASREG - and the id
      *  is replaced by the token wherever it is held: the master
      *  entry is moved to the token with the name and contact
      *  address cleared, the balance entry, behaviour profile
      *  (BEHPROF) and daily limit usage (LIMUSAGE) are moved with
      *  it - each written under the token before the original
      *  is deleted, so a failed move keeps the original.  The
      *  transaction store and history store entries are rewritten
      *  under it, and so are the customer's standing instructions
      *  (STDINST), future-dated warehouse entries (FUTWHSE),
      *  compliance holds (CMPHOLD - the screened name cleared as
      *  well), large-value register entries (LVTRREG) and stop
      *  instructions (STOPINST).  Each store record rewritten is
      *  journalled on TXNJRNL as BIZSRV journals its own
      *  changes, so REPLPACK carries the erasure to the standby
      *  site; a record the journal will not take is put back.
      *
      *  Every line of the customer change history, the
      *  standing-instruction change history STDHIST, the returns
      *  ledger RETBOOKD, the store journal TXNJRNL and backup
      *  copy TXNBKUP (so a TXNRECOV recovery rebuilds the store
      *  under the token), the screening log SCRNLOG (the screened
      *  name cleared as well), fraud alerts FRAUDALR, stopped
      *  payments STOPPED, advices ADVICES (the customer's name and
      *  contact address cleared as well), the generated feeds
      *  STDFEED, FUTFEED and CMPFEED, the dormancy sweep's
      *  DORMMAINT, intake log INTKLOG, sister-site posting register
      *  XPPOSTRG, large-value submission log LVTRLOG, the live
      *  BATCHOUT, BATCHREJ, SUSPENSE and FEEOUT with each
      *  partition's own copies when PARTCFG shows a partitioned
      *  run, and the output, registry-archive and audit
      *  generations on the OUTGENS, REGGENS and AUDGENS
      *  registries that holds the id has it replaced.  An
      *  output line printed with the id masked is given the token
      *  masked the same way, where the line's reference is one
      *  of the customer's.  The token
      *  is the width of the id, so no record moves and no amount
      *  is touched - every total and reconciliation built on the
      *  files still balances, only under the token.
      *
      *  A verification pass then reads every file again for the
      *  original ids.  ERASCERT holds a certificate per customer,
      *  listing every file with the records touched and any trace
      *  left, and a run summary proving each file holds as many
      *  records as before.  Neither the certificate nor the
      *  register carries the original id.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSERASE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-BALANCE-FILE ASSIGN TO "CUSTBAL"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CUSBAL-CUSTOMER-ID
                FILE STATUS BALANCE-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-STORE-FILE ASSIGN TO "TXNHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TXNHST-REFERENCE-NUM
                ALTERNATE RECORD KEY TXNHST-CUSTOMER-DATE-KEY
                     WITH DUPLICATES
                FILE STATUS HISTORY-FILE-STATUS.
      *  The other keyed files holding a customer id outside
      *  their key, each rewritten in place.
           SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STDINST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STDINS-INSTRUCTION-ID
                FILE STATUS STDINS-FILE-STATUS.
           SELECT OPTIONAL FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY FUTWHS-KEY
                FILE STATUS WAREHOUSE-FILE-STATUS.
           SELECT OPTIONAL COMPLIANCE-HOLD-FILE ASSIGN TO "CMPHOLD"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CMPHLD-REFERENCE-NUM
                FILE STATUS HOLD-FILE-STATUS.
           SELECT OPTIONAL LVTR-REGISTER-FILE ASSIGN TO "LVTRREG"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY LVTREG-REFERENCE-NUM
                FILE STATUS LVTREG-FILE-STATUS.
           SELECT OPTIONAL STOP-INSTRUCTION-FILE ASSIGN TO "STOPINST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STOPIN-STOP-ID
                FILE STATUS STOP-FILE-STATUS.
      *  Keyed on the customer, so moved to the token like the
      *  balances.
           SELECT OPTIONAL BEHAVIOUR-PROFILE-FILE ASSIGN TO "BEHPROF"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY BEHPRF-CUSTOMER-ID
                FILE STATUS PROFILE-FILE-STATUS.
           SELECT OPTIONAL LIMIT-USAGE-FILE ASSIGN TO "LIMUSAGE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY LIMUSE-KEY
                FILE STATUS USAGE-FILE-STATUS.
           SELECT OPTIONAL TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL PARTITION-CONFIG-FILE ASSIGN TO "PARTCFG"
                ORGANIZATION LINE SEQUENTIAL.
      *  The change history and the generations are read as plain
      *  lines through the one SELECT, by name, and rewritten
      *  through the work file when any line changed.
           SELECT TEXT-FILE ASSIGN TO DYNAMIC TEXT-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS TEXT-FILE-STATUS.
           SELECT ERASURE-WORK-FILE ASSIGN TO "ERASWORK"
                ORGANIZATION LINE SEQUENTIAL.
      *  The OUTGENS, REGGENS and AUDGENS registries all lead with
      *  the generation file name.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO DYNAMIC
                REGISTRY-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RETENTION-PARM-FILE ASSIGN TO "ERASRETN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ERASURE-REGISTER ASSIGN TO "ERASREG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO "MASKRUL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  CUSTOMER-BALANCE-FILE.
        01  CUSTOMER-BALANCE-RECORD.
           COPY TPCUSBAL.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

        FD  STANDING-INSTR-FILE.
        01  STANDING-INSTR-RECORD.
           COPY TPSTDINS.

        FD  FUTURE-WAREHOUSE-FILE.
        01  FUTURE-WAREHOUSE-RECORD.
           COPY TPFUTWHS.

        FD  COMPLIANCE-HOLD-FILE.
        01  COMPLIANCE-HOLD-RECORD.
           COPY TPCMPHLD.

        FD  LVTR-REGISTER-FILE.
        01  LVTR-REGISTER-RECORD.
           COPY TPLVTREG.

        FD  STOP-INSTRUCTION-FILE.
        01  STOP-INSTRUCTION-RECORD.
           COPY TPSTOPIN.

        FD  BEHAVIOUR-PROFILE-FILE.
        01  BEHAVIOUR-PROFILE-RECORD.
           COPY TPBEHPRF.

      *  One customer's usage against the daily ceiling on one
      *  business date, as BATCHCLI keeps it.
        FD  LIMIT-USAGE-FILE.
        01  LIMIT-USAGE-RECORD.
               05 LIMUSE-KEY.
                       10 LIMUSE-CUSTOMER-ID PIC X(10).
                       10 LIMUSE-BUSINESS-DATE PIC 9(08).
               05 LIMUSE-AMOUNT-USED         PIC S9(13)V99.

        FD  TXN-JOURNAL-FILE.
        01  TXN-JOURNAL-RECORD.
           COPY TPTXNJRL.

        FD  PARTITION-CONFIG-FILE.
        01  PARTITION-CONFIG-RECORD.
               05 PART-TOTAL-COUNT           PIC 9(02).
               05 PART-THIS-NUMBER           PIC 9(02).

      *  Any line; the output-line view gives the customer and
      *  reference columns BATCHCLI writes them in, and the advice
      *  and screening-log views the name and address columns.
        FD  TEXT-FILE.
        01  TEXT-LINE               PIC X(300).
        01  TEXT-OUTPUT-LINE-VIEW.
               05 FILLER                     PIC X(06).
               05 TEXT-OUT-CUSTOMER-ID       PIC X(10).
               05 FILLER                     PIC X(21).
               05 TEXT-OUT-REFERENCE-NUM     PIC X(12).
               05 FILLER                     PIC X(251).
        01  TEXT-ADVICE-LINE-VIEW.
           COPY TPADVICE.
        01  TEXT-SCREENING-LINE-VIEW.
           COPY TPSCRLOG.

        FD  ERASURE-WORK-FILE.
        01  ERASURE-WORK-LINE       PIC X(300).

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 GENREG-FILE-NAME           PIC X(12).
               05 GENREG-TYPE                PIC X(03).
               05 FILLER                     PIC X(25).

        FD  RETENTION-PARM-FILE.
        01  RETENTION-PARM-RECORD   PIC 9(02).

      *  One erased customer: the token, when, the standing date
      *  that made them due, the records touched and whether the
      *  verification pass found the files clean.
        FD  ERASURE-REGISTER.
        01  ERASURE-REGISTER-RECORD.
               05 ERSREG-TOKEN               PIC X(10).
               05 ERSREG-TOKEN-PARTS REDEFINES ERSREG-TOKEN.
                       10 ERSREG-TOKEN-MARK  PIC X(01).
                       10 ERSREG-TOKEN-NUMBER PIC 9(09).
               05 ERSREG-ERASED-DATE         PIC 9(08).
               05 ERSREG-STANDING-DATE       PIC 9(08).
               05 ERSREG-RECORDS-TOUCHED     PIC 9(09).
               05 ERSREG-VERIFIED-FLAG       PIC X(01).

        FD  MASKING-RULES-FILE.
        01  MASKING-RULE-RECORD.
               05 MASKRUL-RECORD-TYPE        PIC X(01).
                       88 MASKRUL-MASK-RULE          VALUE "M".
                       88 MASKRUL-UNMASK-AUTH        VALUE "U".
               05 MASKRUL-TARGET             PIC X(08).
               05 MASKRUL-KEEP-LEADING       PIC 9(02).
               05 MASKRUL-KEEP-TRAILING      PIC 9(02).

        FD  CERTIFICATE-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  BALANCE-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  STDINS-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE SPACES.
        01  HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  LVTREG-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  STOP-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  PROFILE-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  USAGE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  TEXT-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  TEXT-FILE-NAME          PIC X(12) VALUE SPACES.
        01  REGISTRY-FILE-NAME      PIC X(12) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  ERASURE-ACTION          PIC X(08) VALUE SPACES.
               88 ERASURE-LIST-ONLY          VALUE "LIST".
               88 ERASURE-APPLY              VALUE "ERASE".

        01  ERASURE-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 END-OF-WORK-SW    PIC X(01) VALUE "N".
                       88 END-OF-WORK-FILE   VALUE "Y".
               05 END-OF-REGISTER-SW PIC X(01) VALUE "N".
                       88 END-OF-REGISTER    VALUE "Y".
               05 END-OF-MASKRUL-SW PIC X(01) VALUE "N".
                       88 END-OF-MASKRUL     VALUE "Y".
               05 OUTPUT-MASK-SW    PIC X(01) VALUE "N".
                       88 OUTPUT-MASK-PRESENT VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-PRESENT     VALUE "Y".
               05 LINE-CHANGED-SW   PIC X(01) VALUE "N".
                       88 LINE-CHANGED       VALUE "Y".
               05 PASS-SW           PIC X(01) VALUE "E".
                       88 ERASE-PASS         VALUE "E".
                       88 VERIFY-PASS        VALUE "V".
               05 CUSTOMER-MATCH-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-MATCH-FOUND VALUE "Y".
               05 CREF-MATCH-SW     PIC X(01) VALUE "N".
                       88 CREF-MATCH-FOUND   VALUE "Y".
               05 CREF-OVERFLOW-SW  PIC X(01) VALUE "N".
                       88 CREF-TABLE-FULL    VALUE "Y".
               05 ERASURE-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 ERASURE-TABLE-FULL VALUE "Y".
               05 FILE-OVERFLOW-SW  PIC X(01) VALUE "N".
                       88 FILE-TABLE-FULL    VALUE "Y".
               05 CUSTOMER-CLEAN-SW PIC X(01) VALUE "Y".
                       88 CUSTOMER-CLEAN     VALUE "Y".
               05 JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
                       88 JOURNAL-IS-OPEN    VALUE "Y".
               05 USAGE-DONE-SW     PIC X(01) VALUE "N".
                       88 USAGE-CUSTOMER-DONE VALUE "Y".

        01  ERASURE-COUNTERS.
               05 CUSTOMERS-READ    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-CLOSED  PIC S9(9) COMP-5 VALUE 0.
               05 CLOSED-NO-DATE    PIC S9(9) COMP-5 VALUE 0.
               05 CLOSED-IN-RETENTION PIC S9(9) COMP-5 VALUE 0.
               05 ALREADY-ERASED    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-VERIFIED PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-NOT-CLEAN PIC S9(9) COMP-5 VALUE 0.
               05 FILES-CHANGED     PIC S9(9) COMP-5 VALUE 0.
               05 FILES-NOT-FOUND   PIC S9(9) COMP-5 VALUE 0.
               05 FILES-OUT-OF-BALANCE PIC S9(9) COMP-5 VALUE 0.
               05 REKEY-FAILED      PIC S9(9) COMP-5 VALUE 0.
               05 LINES-CHANGED     PIC S9(9) COMP-5 VALUE 0.
               05 LINE-HITS         PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-THIS-PASS PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08) VALUE 0.

      *  Retention in years - from the ERASRETN parameter file,
      *  defaulting to seven when none has been set down.  A
      *  customer closed before the cutoff - today that many
      *  years back - is due.
        01  RETENTION-YEARS         PIC 9(02) VALUE 7.
        01  CUTOFF-DATE-FIELDS.
               05 CUTOFF-DATE       PIC 9(08).
               05 CUTOFF-DATE-SPLIT REDEFINES CUTOFF-DATE.
                       10 CUTOFF-YYYY        PIC 9(04).
                       10 CUTOFF-MMDD        PIC 9(04).

        01  NEXT-TOKEN-NUMBER       PIC 9(09) VALUE 0.
        01  TOKEN-BUILD.
               05 TOKEN-BUILD-MARK  PIC X(01) VALUE "#".
               05 TOKEN-BUILD-NUMBER PIC 9(09).
        01  ERASED-NAME-TEXT        PIC X(30) VALUE "ERASED CUSTOMER".

        01  OUTPUT-KEEP-LEADING     PIC 9(02) VALUE 0.
        01  OUTPUT-KEEP-TRAILING    PIC 9(02) VALUE 0.
        01  MASK-WORK-ID            PIC X(10).
        01  MASK-FIRST-POSITION     PIC S9(4) COMP-5.
        01  MASK-FILL-LENGTH        PIC S9(4) COMP-5.

      *  The customers due this run, each with the token given,
      *  the masked forms of id and token, and what each file
      *  gave up: records touched by the erasure and traces the
      *  verification pass still found, by file-table position.
        01  ERASURE-TABLE.
               05 ERSTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 ERSTAB-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON ERSTAB-COUNT
                       INDEXED BY ERS-IDX.
                       10 ERSTAB-CUSTOMER-ID         PIC X(10).
                       10 ERSTAB-TOKEN               PIC X(10).
                       10 ERSTAB-MASKED-ID           PIC X(10).
                       10 ERSTAB-MASKED-TOKEN        PIC X(10).
                       10 ERSTAB-STANDING-DATE       PIC 9(08).
                       10 ERSTAB-RECORDS-TOUCHED     PIC S9(9) COMP-5.
                       10 ERSTAB-TRACES-FOUND        PIC S9(9) COMP-5.
                       10 ERSTAB-FILE-TOUCHED OCCURS 250 TIMES
                                                  PIC S9(9) COMP-5.
                       10 ERSTAB-FILE-TRACES OCCURS 250 TIMES
                                                  PIC S9(9) COMP-5.
        01  ERS-FOUND-IDX           USAGE INDEX.
        01  LOOKUP-CUSTOMER-ID      PIC X(10).

      *  Every file the erasure reaches, in the order worked: the
      *  keyed files, the change history and the returns ledger,
      *  then the generations off each registry.  Records before
      *  come from the erasure pass, records after from the
      *  verification pass.
        01  FILE-TABLE.
               05 FILETAB-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 FILETAB-ENTRY OCCURS 1 TO 250 TIMES
                       DEPENDING ON FILETAB-COUNT
                       INDEXED BY FILE-IDX.
                       10 FILETAB-FILE-NAME          PIC X(12).
                       10 FILETAB-KIND               PIC X(01).
                               88 FILETAB-KEYED      VALUE "K".
                               88 FILETAB-OUTPUT-LINES VALUE "O".
                               88 FILETAB-PLAIN-LINES VALUE "T".
                               88 FILETAB-ADVICE-LINES VALUE "A".
                               88 FILETAB-SCREENING-LINES VALUE "S".
                       10 FILETAB-STATE              PIC X(01).
                               88 FILETAB-NOT-FOUND  VALUE "M".
                               88 FILETAB-CHANGED    VALUE "C".
                       10 FILETAB-RECORDS-BEFORE     PIC S9(9) COMP-5.
                       10 FILETAB-RECORDS-AFTER      PIC S9(9) COMP-5.
        01  FILE-SUB                PIC S9(4) COMP-5.
        01  MASTER-FILE-SUB         PIC S9(4) COMP-5 VALUE 1.
        01  BALANCE-FILE-SUB        PIC S9(4) COMP-5 VALUE 2.
        01  STORE-FILE-SUB          PIC S9(4) COMP-5 VALUE 3.
        01  HISTORY-FILE-SUB        PIC S9(4) COMP-5 VALUE 4.
        01  STDINST-FILE-SUB        PIC S9(4) COMP-5 VALUE 5.
        01  FUTWHSE-FILE-SUB        PIC S9(4) COMP-5 VALUE 6.
        01  CMPHOLD-FILE-SUB        PIC S9(4) COMP-5 VALUE 7.
        01  LVTRREG-FILE-SUB        PIC S9(4) COMP-5 VALUE 8.
        01  STOPINST-FILE-SUB       PIC S9(4) COMP-5 VALUE 9.
        01  BEHPROF-FILE-SUB        PIC S9(4) COMP-5 VALUE 10.
        01  LIMUSAGE-FILE-SUB       PIC S9(4) COMP-5 VALUE 11.

      *  A store record as it stood before the token went in, to
      *  put back if the journal will not take the change, and a
      *  usage entry's date while its original is deleted.
        01  STORE-BEFORE-WORK       PIC X(92) VALUE SPACES.
        01  USAGE-DATE-WORK         PIC 9(08) VALUE 0.

      *  How many streams the night ran as - each writes its own
      *  output, reject, suspense and fee files.
        01  PARTITION-TOTAL         PIC 9(02) VALUE 1.
        01  PARTITION-SUB           PIC 9(02) VALUE 0.

      *  The references booked to the customers due, from the
      *  transaction and history stores, the warehouse, the
      *  compliance holds and the large-value register - what
      *  ties a masked output line to the customer it was printed
      *  for.
        01  CUSTOMER-REFERENCE-TABLE.
               05 CREFTAB-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 CREFTAB-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON CREFTAB-COUNT
                       INDEXED BY CREF-IDX.
                       10 CREFTAB-REFERENCE-NUM      PIC X(12).
                       10 CREFTAB-ERASURE-SLOT       PIC S9(4) COMP-5.
        01  CREF-FOUND-IDX          USAGE INDEX.
        01  LOOKUP-REFERENCE        PIC X(12).
        01  ERASURE-SLOT-WORK       PIC S9(4) COMP-5.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "CUSTOMER ERASURE CERTIFICATE RUN".
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(13) VALUE
                    "  PSEUDONYM ".
               05 HEAD-PSEUDONYM    PIC X(12).
               05 FILLER            PIC X(57) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(14) VALUE "FILE".
               05 FILLER            PIC X(18) VALUE
                    "  RECORDS TOUCHED".
               05 FILLER            PIC X(18) VALUE
                    " TRACES REMAINING".
               05 FILLER            PIC X(18) VALUE
                    "   RECORDS BEFORE".
               05 FILLER            PIC X(18) VALUE
                    "    RECORDS AFTER".
               05 FILLER            PIC X(46) VALUE "  NOTE".
        01  DETAIL-LINE.
               05 DETAIL-FILE-NAME  PIC X(12).
               05 FILLER            PIC X(09) VALUE SPACES.
               05 DETAIL-TOUCHED    PIC ZZZZZZZZ9.
               05 FILLER            PIC X(09) VALUE SPACES.
               05 DETAIL-TRACES     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(09) VALUE SPACES.
               05 DETAIL-BEFORE     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(09) VALUE SPACES.
               05 DETAIL-AFTER      PIC ZZZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-NOTE       PIC X(46).
        01  CERTIFICATE-LINE.
               05 FILLER            PIC X(11) VALUE "CLOSED ON ".
               05 CERT-STANDING-DATE PIC 9(08).
               05 FILLER            PIC X(12) VALUE "  RETENTION".
               05 CERT-RETENTION    PIC Z9.
               05 FILLER            PIC X(15) VALUE
                    " YEARS  ERASED ".
               05 CERT-ERASED-DATE  PIC 9(08).
               05 FILLER            PIC X(76) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CERASE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO ERASURE-ACTION
                WITH POINTER CMD-PARSE-PTR.
           IF NOT ERASURE-LIST-ONLY AND NOT ERASURE-APPLY
                DISPLAY "Usage: cuserase LIST | ERASE"
                STOP RUN
           END-IF.
           PERFORM READ-RETENTION-PARM.
           MOVE TODAY-DATE TO CUTOFF-DATE.
           SUBTRACT RETENTION-YEARS FROM CUTOFF-YYYY.
           IF CUTOFF-MMDD = 0229
                MOVE 0228 TO CUTOFF-MMDD
           END-IF.
           PERFORM LOAD-MASKING-RULES.
           PERFORM LOAD-ERASURE-REGISTER.
           PERFORM SELECT-CUSTOMERS-DUE.

           DISPLAY "Customer erasure: " CUSTOMERS-CLOSED
                " closed customers, " ERSTAB-COUNT
                " closed before " CUTOFF-DATE.
           IF CLOSED-NO-DATE > 0
                DISPLAY "  Closed with no standing date (kept): "
                     CLOSED-NO-DATE
           END-IF.
           IF ERASURE-LIST-ONLY OR ERSTAB-COUNT = 0
                PERFORM LIST-ONE-CUSTOMER-DUE
                     VARYING ERS-IDX FROM 1 BY 1
                     UNTIL ERS-IDX > ERSTAB-COUNT
                STOP RUN
           END-IF.

           PERFORM BUILD-FILE-TABLE.
           SET ERASE-PASS TO TRUE.
           PERFORM REKEY-CUSTOMER-MASTER.
           PERFORM REKEY-CUSTOMER-BALANCES.
           PERFORM REKEY-BEHAVIOUR-PROFILES.
           PERFORM REKEY-LIMIT-USAGE.
           PERFORM PASS-TRANSACTION-STORE.
           PERFORM PASS-HISTORY-STORE.
           PERFORM PASS-CUSTOMER-KEYED-FILES.
           PERFORM PASS-ONE-TEXT-FILE
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILETAB-COUNT.

           SET VERIFY-PASS TO TRUE.
           PERFORM VERIFY-CUSTOMER-MASTER.
           PERFORM VERIFY-CUSTOMER-BALANCES.
           PERFORM VERIFY-BEHAVIOUR-PROFILES.
           PERFORM VERIFY-LIMIT-USAGE.
           PERFORM PASS-TRANSACTION-STORE.
           PERFORM PASS-HISTORY-STORE.
           PERFORM PASS-CUSTOMER-KEYED-FILES.
           PERFORM PASS-ONE-TEXT-FILE
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILETAB-COUNT.

           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN EXTEND ERASURE-REGISTER.
           PERFORM WRITE-ONE-CERTIFICATE
                VARYING ERS-IDX FROM 1 BY 1
                UNTIL ERS-IDX > ERSTAB-COUNT.
           CLOSE ERASURE-REGISTER.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE CERTIFICATE-FILE.

           DISPLAY "  Customers erased:     " ERSTAB-COUNT.
           DISPLAY "  Verified clean:       " CUSTOMERS-VERIFIED.
           DISPLAY "  Files changed:        " FILES-CHANGED.
           IF CUSTOMERS-NOT-CLEAN > 0
                DISPLAY "  ** Traces remain for "
                     CUSTOMERS-NOT-CLEAN " customers - see ERASCERT"
           END-IF.
           IF FILES-OUT-OF-BALANCE > 0
                DISPLAY "  ** Record counts changed in "
                     FILES-OUT-OF-BALANCE " files - see ERASCERT"
           END-IF.
           STOP RUN.

        READ-RETENTION-PARM.
           OPEN INPUT RETENTION-PARM-FILE.
           READ RETENTION-PARM-FILE
                AT END CONTINUE
                NOT AT END
                     IF RETENTION-PARM-RECORD NUMERIC
                          AND RETENTION-PARM-RECORD > 0
                          MOVE RETENTION-PARM-RECORD TO
                               RETENTION-YEARS
                     END-IF
           END-READ.
           CLOSE RETENTION-PARM-FILE.

      *****************************************************
      *  The BATCHOUT mask rule - an output line printed under it
      *  carries the id in that masked form.
      *****************************************************
        LOAD-MASKING-RULES.
           OPEN INPUT MASKING-RULES-FILE.
           PERFORM READ-MASKING-RULE.
           PERFORM STORE-MASKING-RULE UNTIL END-OF-MASKRUL.
           CLOSE MASKING-RULES-FILE.

        READ-MASKING-RULE.
           READ MASKING-RULES-FILE
                AT END SET END-OF-MASKRUL TO TRUE
           END-READ.

        STORE-MASKING-RULE.
           IF MASKRUL-MASK-RULE AND MASKRUL-TARGET = "BATCHOUT"
                SET OUTPUT-MASK-PRESENT TO TRUE
                MOVE MASKRUL-KEEP-LEADING TO OUTPUT-KEEP-LEADING
                MOVE MASKRUL-KEEP-TRAILING TO OUTPUT-KEEP-TRAILING
           END-IF.
           PERFORM READ-MASKING-RULE.

        MASK-ONE-CUSTOMER-ID.
           COMPUTE MASK-FIRST-POSITION = OUTPUT-KEEP-LEADING + 1.
           COMPUTE MASK-FILL-LENGTH =
                10 - OUTPUT-KEEP-LEADING - OUTPUT-KEEP-TRAILING.
           IF MASK-FILL-LENGTH > 0
                AND MASK-FIRST-POSITION NOT > 10
                MOVE ALL "*" TO MASK-WORK-ID(
                     MASK-FIRST-POSITION:MASK-FILL-LENGTH)
           END-IF.

      *****************************************************
      *  The highest token given so far - the next customer
      *  erased takes the number after it.
      *****************************************************
        LOAD-ERASURE-REGISTER.
           OPEN INPUT ERASURE-REGISTER.
           PERFORM READ-ERASURE-REGISTER.
           PERFORM NOTE-ONE-REGISTER-ENTRY UNTIL END-OF-REGISTER.
           CLOSE ERASURE-REGISTER.

        READ-ERASURE-REGISTER.
           READ ERASURE-REGISTER
                AT END SET END-OF-REGISTER TO TRUE
           END-READ.

        NOTE-ONE-REGISTER-ENTRY.
           IF ERSREG-TOKEN-NUMBER NUMERIC
                AND ERSREG-TOKEN-NUMBER > NEXT-TOKEN-NUMBER
                MOVE ERSREG-TOKEN-NUMBER TO NEXT-TOKEN-NUMBER
           END-IF.
           PERFORM READ-ERASURE-REGISTER.

      *****************************************************
      *  One pass over the master for the customers due: closed,
      *  with a standing date before the cutoff, and not already
      *  under a token.
      *****************************************************
        SELECT-CUSTOMERS-DUE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "Customer erasure: no customer master "
                     "(status " MASTER-FILE-STATUS ") - nothing "
                     "to erase"
                STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CUSMST-CUSTOMER-ID.
           MOVE "N" TO END-OF-FILE-SW.
           START CUSTOMER-MASTER-FILE KEY NOT < CUSMST-CUSTOMER-ID
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM CHECK-ONE-CUSTOMER UNTIL END-OF-CURRENT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

        READ-MASTER-NEXT.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        CHECK-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-READ.
           EVALUATE TRUE
                WHEN NOT CUSMST-STANDING-CLOSED
                     CONTINUE
                WHEN CUSMST-CUSTOMER-ID(1:1) = TOKEN-BUILD-MARK
                     ADD 1 TO ALREADY-ERASED
                WHEN CUSMST-STANDING-DATE NOT NUMERIC
                     ADD 1 TO CUSTOMERS-CLOSED
                     ADD 1 TO CLOSED-NO-DATE
                WHEN CUSMST-STANDING-DATE NOT < CUTOFF-DATE
                     ADD 1 TO CUSTOMERS-CLOSED
                     ADD 1 TO CLOSED-IN-RETENTION
                WHEN OTHER
                     ADD 1 TO CUSTOMERS-CLOSED
                     PERFORM ADD-CUSTOMER-DUE
           END-EVALUATE.
           PERFORM READ-MASTER-NEXT.

      *  A run takes at most a hundred customers; the rest are
      *  still due and are taken by the next run.
        ADD-CUSTOMER-DUE.
           IF ERSTAB-COUNT < 100
                ADD 1 TO ERSTAB-COUNT
                SET ERS-IDX TO ERSTAB-COUNT
                INITIALIZE ERSTAB-ENTRY(ERS-IDX)
                MOVE CUSMST-CUSTOMER-ID TO ERSTAB-CUSTOMER-ID(ERS-IDX)
                MOVE CUSMST-STANDING-DATE TO
                     ERSTAB-STANDING-DATE(ERS-IDX)
                ADD 1 TO NEXT-TOKEN-NUMBER
                MOVE NEXT-TOKEN-NUMBER TO TOKEN-BUILD-NUMBER
                MOVE TOKEN-BUILD TO ERSTAB-TOKEN(ERS-IDX)
                MOVE CUSMST-CUSTOMER-ID TO MASK-WORK-ID
                PERFORM MASK-ONE-CUSTOMER-ID
                MOVE MASK-WORK-ID TO ERSTAB-MASKED-ID(ERS-IDX)
                MOVE TOKEN-BUILD TO MASK-WORK-ID
                PERFORM MASK-ONE-CUSTOMER-ID
                MOVE MASK-WORK-ID TO ERSTAB-MASKED-TOKEN(ERS-IDX)
           ELSE
                IF NOT ERASURE-TABLE-FULL
                     DISPLAY "Customer erasure: a hundred customers "
                          "taken - the rest are left for the next "
                          "run"
                     SET ERASURE-TABLE-FULL TO TRUE
                END-IF
           END-IF.

        LIST-ONE-CUSTOMER-DUE.
           DISPLAY "  " ERSTAB-CUSTOMER-ID(ERS-IDX) " closed "
                ERSTAB-STANDING-DATE(ERS-IDX) " - token "
                ERSTAB-TOKEN(ERS-IDX).

      *  Find the customer due under LOOKUP-CUSTOMER-ID.
        FIND-CUSTOMER-DUE.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER-DUE
                VARYING ERS-IDX FROM 1 BY 1
                UNTIL ERS-IDX > ERSTAB-COUNT
                     OR CUSTOMER-MATCH-FOUND.

        MATCH-ONE-CUSTOMER-DUE.
           IF ERSTAB-CUSTOMER-ID(ERS-IDX) = LOOKUP-CUSTOMER-ID
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET ERS-FOUND-IDX TO ERS-IDX
           END-IF.

      *  A customer due by the id or by the token it is given -
      *  for a line whose id has already been replaced.
        FIND-ERASED-CUSTOMER.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-ERASED-CUSTOMER
                VARYING ERS-IDX FROM 1 BY 1
                UNTIL ERS-IDX > ERSTAB-COUNT
                     OR CUSTOMER-MATCH-FOUND.

        MATCH-ONE-ERASED-CUSTOMER.
           IF ERSTAB-CUSTOMER-ID(ERS-IDX) = LOOKUP-CUSTOMER-ID
                OR ERSTAB-TOKEN(ERS-IDX) = LOOKUP-CUSTOMER-ID
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET ERS-FOUND-IDX TO ERS-IDX
           END-IF.

      *****************************************************
      *  The files to work through: the keyed files, then the
      *  change history, the returns ledger, the store's journal
      *  and backup copy, the logs, registers and live night
      *  files that carry the id, then each registry's
      *  generations.
      *****************************************************
        BUILD-FILE-TABLE.
           MOVE "CUSTMST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "CUSTBAL" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "TXNSTORE" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "TXNHIST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "STDINST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "FUTWHSE" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "CMPHOLD" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "LVTRREG" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "STOPINST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "BEHPROF" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "LIMUSAGE" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           PERFORM MARK-KEYED-FILE
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILETAB-COUNT.
           MOVE "CUSHIST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "STDHIST" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "RETBOOKD" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "TXNJRNL" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "TXNBKUP" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "SCRNLOG" TO TEXT-FILE-NAME.
           PERFORM ADD-SCREENING-FILE-ENTRY.
           MOVE "FRAUDALR" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "STOPPED" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "ADVICES" TO TEXT-FILE-NAME.
           PERFORM ADD-ADVICE-FILE-ENTRY.
           MOVE "STDFEED" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "FUTFEED" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "CMPFEED" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "DORMMAINT" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "INTKLOG" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "XPPOSTRG" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "LVTRLOG" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "BATCHOUT" TO TEXT-FILE-NAME.
           PERFORM ADD-OUTPUT-FILE-ENTRY.
           MOVE "BATCHREJ" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "SUSPENSE" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE "FEEOUT" TO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           PERFORM READ-PARTITION-CONFIG.
           IF PARTITION-TOTAL > 1
                PERFORM ADD-PARTITION-FILES
                     VARYING PARTITION-SUB FROM 1 BY 1
                     UNTIL PARTITION-SUB > PARTITION-TOTAL
           END-IF.
           MOVE "OUTGENS" TO REGISTRY-FILE-NAME.
           PERFORM ADD-REGISTRY-GENERATIONS.
           MOVE "REGGENS" TO REGISTRY-FILE-NAME.
           PERFORM ADD-REGISTRY-GENERATIONS.
           MOVE "AUDGENS" TO REGISTRY-FILE-NAME.
           PERFORM ADD-REGISTRY-GENERATIONS.

        MARK-KEYED-FILE.
           SET FILETAB-KEYED(FILE-IDX) TO TRUE.

        READ-PARTITION-CONFIG.
           OPEN INPUT PARTITION-CONFIG-FILE.
           READ PARTITION-CONFIG-FILE
                AT END MOVE 01 TO PART-TOTAL-COUNT
           END-READ.
           CLOSE PARTITION-CONFIG-FILE.
           IF PART-TOTAL-COUNT NUMERIC AND PART-TOTAL-COUNT > 0
                MOVE PART-TOTAL-COUNT TO PARTITION-TOTAL
           END-IF.

      *  One stream's own files, named as BATCHCLI names them.
        ADD-PARTITION-FILES.
           MOVE SPACES TO TEXT-FILE-NAME.
           STRING "BATCHOUT" PARTITION-SUB DELIMITED BY SIZE
                INTO TEXT-FILE-NAME.
           PERFORM ADD-OUTPUT-FILE-ENTRY.
           MOVE SPACES TO TEXT-FILE-NAME.
           STRING "BATCHREJ" PARTITION-SUB DELIMITED BY SIZE
                INTO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE SPACES TO TEXT-FILE-NAME.
           STRING "SUSPENSE" PARTITION-SUB DELIMITED BY SIZE
                INTO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE SPACES TO TEXT-FILE-NAME.
           STRING "FEEOUT" PARTITION-SUB DELIMITED BY SIZE
                INTO TEXT-FILE-NAME.
           PERFORM ADD-FILE-ENTRY.

      *  A live output file's lines are laid out as BATCHCLI
      *  prints them, like an output generation's.
        ADD-OUTPUT-FILE-ENTRY.
           PERFORM ADD-FILE-ENTRY.
           IF NOT FILE-TABLE-FULL
                SET FILETAB-OUTPUT-LINES(FILE-IDX) TO TRUE
           END-IF.

      *  Advice and screening-log lines carry the customer's
      *  name, and an advice the contact address, besides the id.
        ADD-ADVICE-FILE-ENTRY.
           PERFORM ADD-FILE-ENTRY.
           IF NOT FILE-TABLE-FULL
                SET FILETAB-ADVICE-LINES(FILE-IDX) TO TRUE
           END-IF.

        ADD-SCREENING-FILE-ENTRY.
           PERFORM ADD-FILE-ENTRY.
           IF NOT FILE-TABLE-FULL
                SET FILETAB-SCREENING-LINES(FILE-IDX) TO TRUE
           END-IF.

        ADD-FILE-ENTRY.
           IF FILETAB-COUNT < 250
                ADD 1 TO FILETAB-COUNT
                SET FILE-IDX TO FILETAB-COUNT
                MOVE TEXT-FILE-NAME TO FILETAB-FILE-NAME(FILE-IDX)
                SET FILETAB-PLAIN-LINES(FILE-IDX) TO TRUE
                MOVE SPACE TO FILETAB-STATE(FILE-IDX)
                MOVE 0 TO FILETAB-RECORDS-BEFORE(FILE-IDX)
                MOVE 0 TO FILETAB-RECORDS-AFTER(FILE-IDX)
           ELSE
                IF NOT FILE-TABLE-FULL
                     DISPLAY "Customer erasure: file table full at "
                          FILETAB-COUNT " - " TEXT-FILE-NAME
                          " and after not reached"
                     SET FILE-TABLE-FULL TO TRUE
                END-IF
           END-IF.

        ADD-REGISTRY-GENERATIONS.
           OPEN INPUT GENERATION-REGISTRY.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-GENERATION-REGISTRY.
           PERFORM ADD-ONE-GENERATION UNTIL END-OF-CURRENT-FILE.
           CLOSE GENERATION-REGISTRY.

        READ-GENERATION-REGISTRY.
           READ GENERATION-REGISTRY
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

      *  An output generation's lines are laid out as BATCHCLI
      *  prints them, which is where a masked id can stand.
        ADD-ONE-GENERATION.
           IF GENREG-FILE-NAME NOT = SPACES
                MOVE GENREG-FILE-NAME TO TEXT-FILE-NAME
                PERFORM ADD-FILE-ENTRY
                IF REGISTRY-FILE-NAME = "OUTGENS"
                     AND GENREG-TYPE = "OUT"
                     AND NOT FILE-TABLE-FULL
                     SET FILETAB-OUTPUT-LINES(FILE-IDX) TO TRUE
                END-IF
           END-IF.
           PERFORM READ-GENERATION-REGISTRY.

      *****************************************************
      *  Move each customer's master entry to the token, with the
      *  name and contact address cleared and advices stopped.
      *****************************************************
        REKEY-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           MOVE CUSTOMERS-READ TO
                FILETAB-RECORDS-BEFORE(MASTER-FILE-SUB).
           PERFORM REKEY-ONE-MASTER-ENTRY
                VARYING ERS-IDX FROM 1 BY 1
                UNTIL ERS-IDX > ERSTAB-COUNT.
           CLOSE CUSTOMER-MASTER-FILE.

        REKEY-ONE-MASTER-ENTRY.
           MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO CUSMST-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
                INVALID KEY
                     ADD 1 TO REKEY-FAILED
                NOT INVALID KEY
                     PERFORM WRITE-TOKEN-MASTER-ENTRY
           END-READ.

      *  The entry under the token goes on first; the original
      *  is deleted only once it has, so a write that fails
      *  leaves the customer's entry where it was.
        WRITE-TOKEN-MASTER-ENTRY.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO CUSMST-CUSTOMER-ID.
           MOVE ERASED-NAME-TEXT TO CUSMST-CUSTOMER-NAME.
           MOVE SPACES TO CUSMST-CONTACT-ADDRESS.
           SET CUSMST-ADVICE-OPTED-OUT TO TRUE.
           WRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                     CONTINUE
           END-WRITE.
           IF MASTER-FILE-STATUS = "00"
                MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO CUSMST-CUSTOMER-ID
                DELETE CUSTOMER-MASTER-FILE
                     INVALID KEY
                          ADD 1 TO REKEY-FAILED
                     NOT INVALID KEY
                          ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                          ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                               MASTER-FILE-SUB)
                END-DELETE
           ELSE
                ADD 1 TO REKEY-FAILED
           END-IF.

      *****************************************************
      *  Move each customer's balance entry to the token, the
      *  figures as they stand.  The file is counted first.
      *****************************************************
        REKEY-CUSTOMER-BALANCES.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
                PERFORM COUNT-BALANCE-ENTRIES
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(BALANCE-FILE-SUB)
                PERFORM REKEY-ONE-BALANCE-ENTRY
                     VARYING ERS-IDX FROM 1 BY 1
                     UNTIL ERS-IDX > ERSTAB-COUNT
                CLOSE CUSTOMER-BALANCE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(BALANCE-FILE-SUB) TO TRUE
           END-IF.

        COUNT-BALANCE-ENTRIES.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE LOW-VALUES TO CUSBAL-CUSTOMER-ID.
           MOVE "N" TO END-OF-FILE-SW.
           START CUSTOMER-BALANCE-FILE
                KEY NOT < CUSBAL-CUSTOMER-ID
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-BALANCE-NEXT
           END-IF.
           PERFORM CHECK-ONE-BALANCE-ENTRY UNTIL END-OF-CURRENT-FILE.

        READ-BALANCE-NEXT.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

      *  On the verification pass an entry still under an
      *  original id is a trace.
        CHECK-ONE-BALANCE-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           IF VERIFY-PASS
                MOVE CUSBAL-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-DUE
                IF CUSTOMER-MATCH-FOUND
                     SET ERS-IDX TO ERS-FOUND-IDX
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                          BALANCE-FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-BALANCE-NEXT.

        REKEY-ONE-BALANCE-ENTRY.
           MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO CUSBAL-CUSTOMER-ID.
           READ CUSTOMER-BALANCE-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     PERFORM WRITE-TOKEN-BALANCE-ENTRY
           END-READ.

        WRITE-TOKEN-BALANCE-ENTRY.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO CUSBAL-CUSTOMER-ID.
           WRITE CUSTOMER-BALANCE-RECORD
                INVALID KEY
                     CONTINUE
           END-WRITE.
           IF BALANCE-FILE-STATUS = "00"
                MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO CUSBAL-CUSTOMER-ID
                DELETE CUSTOMER-BALANCE-FILE
                     INVALID KEY
                          ADD 1 TO REKEY-FAILED
                     NOT INVALID KEY
                          ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                          ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                               BALANCE-FILE-SUB)
                END-DELETE
           ELSE
                ADD 1 TO REKEY-FAILED
           END-IF.

      *****************************************************
      *  Each customer's behaviour profile moved to the token
      *  the same way.  The file is counted first.
      *****************************************************
        REKEY-BEHAVIOUR-PROFILES.
           OPEN I-O BEHAVIOUR-PROFILE-FILE.
           IF PROFILE-FILE-STATUS = "00"
                PERFORM COUNT-PROFILE-ENTRIES
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(BEHPROF-FILE-SUB)
                PERFORM REKEY-ONE-PROFILE-ENTRY
                     VARYING ERS-IDX FROM 1 BY 1
                     UNTIL ERS-IDX > ERSTAB-COUNT
                CLOSE BEHAVIOUR-PROFILE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(BEHPROF-FILE-SUB) TO TRUE
           END-IF.

        COUNT-PROFILE-ENTRIES.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE LOW-VALUES TO BEHPRF-CUSTOMER-ID.
           MOVE "N" TO END-OF-FILE-SW.
           START BEHAVIOUR-PROFILE-FILE
                KEY NOT < BEHPRF-CUSTOMER-ID
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-PROFILE-NEXT
           END-IF.
           PERFORM CHECK-ONE-PROFILE-ENTRY UNTIL END-OF-CURRENT-FILE.

        READ-PROFILE-NEXT.
           READ BEHAVIOUR-PROFILE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        CHECK-ONE-PROFILE-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           IF VERIFY-PASS
                MOVE BEHPRF-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-DUE
                IF CUSTOMER-MATCH-FOUND
                     SET ERS-IDX TO ERS-FOUND-IDX
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                          BEHPROF-FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-PROFILE-NEXT.

        REKEY-ONE-PROFILE-ENTRY.
           MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO BEHPRF-CUSTOMER-ID.
           READ BEHAVIOUR-PROFILE-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     PERFORM WRITE-TOKEN-PROFILE-ENTRY
           END-READ.

        WRITE-TOKEN-PROFILE-ENTRY.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO BEHPRF-CUSTOMER-ID.
           WRITE BEHAVIOUR-PROFILE-RECORD
                INVALID KEY
                     CONTINUE
           END-WRITE.
           IF PROFILE-FILE-STATUS = "00"
                MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO BEHPRF-CUSTOMER-ID
                DELETE BEHAVIOUR-PROFILE-FILE
                     INVALID KEY
                          ADD 1 TO REKEY-FAILED
                     NOT INVALID KEY
                          ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                          ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                               BEHPROF-FILE-SUB)
                END-DELETE
           ELSE
                ADD 1 TO REKEY-FAILED
           END-IF.

      *****************************************************
      *  Each customer's daily limit usage, one entry per
      *  business date, moved to the token date by date: the
      *  customer's first entry left is found afresh each time,
      *  until none is left or one will not move.
      *****************************************************
        REKEY-LIMIT-USAGE.
           OPEN I-O LIMIT-USAGE-FILE.
           IF USAGE-FILE-STATUS = "00"
                PERFORM COUNT-USAGE-ENTRIES
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(LIMUSAGE-FILE-SUB)
                PERFORM REKEY-CUSTOMER-USAGE
                     VARYING ERS-IDX FROM 1 BY 1
                     UNTIL ERS-IDX > ERSTAB-COUNT
                CLOSE LIMIT-USAGE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(LIMUSAGE-FILE-SUB) TO TRUE
           END-IF.

        COUNT-USAGE-ENTRIES.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE LOW-VALUES TO LIMUSE-KEY.
           MOVE "N" TO END-OF-FILE-SW.
           START LIMIT-USAGE-FILE KEY NOT < LIMUSE-KEY
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-USAGE-NEXT
           END-IF.
           PERFORM CHECK-ONE-USAGE-ENTRY UNTIL END-OF-CURRENT-FILE.

        READ-USAGE-NEXT.
           READ LIMIT-USAGE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        CHECK-ONE-USAGE-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           IF VERIFY-PASS
                MOVE LIMUSE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-DUE
                IF CUSTOMER-MATCH-FOUND
                     SET ERS-IDX TO ERS-FOUND-IDX
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                          LIMUSAGE-FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-USAGE-NEXT.

        REKEY-CUSTOMER-USAGE.
           MOVE "N" TO USAGE-DONE-SW.
           PERFORM REKEY-NEXT-USAGE-ENTRY UNTIL USAGE-CUSTOMER-DONE.

        REKEY-NEXT-USAGE-ENTRY.
           MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO LIMUSE-CUSTOMER-ID.
           MOVE ZERO TO LIMUSE-BUSINESS-DATE.
           START LIMIT-USAGE-FILE KEY NOT < LIMUSE-KEY
                INVALID KEY SET USAGE-CUSTOMER-DONE TO TRUE
           END-START.
           IF NOT USAGE-CUSTOMER-DONE
                READ LIMIT-USAGE-FILE NEXT RECORD
                     AT END SET USAGE-CUSTOMER-DONE TO TRUE
                END-READ
           END-IF.
           IF NOT USAGE-CUSTOMER-DONE
                IF LIMUSE-CUSTOMER-ID = ERSTAB-CUSTOMER-ID(ERS-IDX)
                     PERFORM WRITE-TOKEN-USAGE-ENTRY
                ELSE
                     SET USAGE-CUSTOMER-DONE TO TRUE
                END-IF
           END-IF.

        WRITE-TOKEN-USAGE-ENTRY.
           MOVE LIMUSE-BUSINESS-DATE TO USAGE-DATE-WORK.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO LIMUSE-CUSTOMER-ID.
           WRITE LIMIT-USAGE-RECORD
                INVALID KEY
                     CONTINUE
           END-WRITE.
           IF USAGE-FILE-STATUS = "00"
                MOVE ERSTAB-CUSTOMER-ID(ERS-IDX) TO LIMUSE-CUSTOMER-ID
                MOVE USAGE-DATE-WORK TO LIMUSE-BUSINESS-DATE
                DELETE LIMIT-USAGE-FILE
                     INVALID KEY
                          ADD 1 TO REKEY-FAILED
                          SET USAGE-CUSTOMER-DONE TO TRUE
                     NOT INVALID KEY
                          ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                          ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                               LIMUSAGE-FILE-SUB)
                END-DELETE
           ELSE
                ADD 1 TO REKEY-FAILED
                SET USAGE-CUSTOMER-DONE TO TRUE
           END-IF.

      *****************************************************
      *  The verification passes over the master and balances:
      *  every entry counted, any still under an original id
      *  a trace.
      *****************************************************
        VERIFY-CUSTOMER-MASTER.
           MOVE 0 TO RECORDS-THIS-PASS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE LOW-VALUES TO CUSMST-CUSTOMER-ID.
           MOVE "N" TO END-OF-FILE-SW.
           START CUSTOMER-MASTER-FILE KEY NOT < CUSMST-CUSTOMER-ID
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM VERIFY-ONE-MASTER-ENTRY UNTIL END-OF-CURRENT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE RECORDS-THIS-PASS TO
                FILETAB-RECORDS-AFTER(MASTER-FILE-SUB).

        VERIFY-ONE-MASTER-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE CUSMST-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, MASTER-FILE-SUB)
           END-IF.
           PERFORM READ-MASTER-NEXT.

        VERIFY-CUSTOMER-BALANCES.
           IF NOT FILETAB-NOT-FOUND(BALANCE-FILE-SUB)
                OPEN INPUT CUSTOMER-BALANCE-FILE
                PERFORM COUNT-BALANCE-ENTRIES
                CLOSE CUSTOMER-BALANCE-FILE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(BALANCE-FILE-SUB)
           END-IF.

        VERIFY-BEHAVIOUR-PROFILES.
           IF NOT FILETAB-NOT-FOUND(BEHPROF-FILE-SUB)
                OPEN INPUT BEHAVIOUR-PROFILE-FILE
                PERFORM COUNT-PROFILE-ENTRIES
                CLOSE BEHAVIOUR-PROFILE-FILE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(BEHPROF-FILE-SUB)
           END-IF.

        VERIFY-LIMIT-USAGE.
           IF NOT FILETAB-NOT-FOUND(LIMUSAGE-FILE-SUB)
                OPEN INPUT LIMIT-USAGE-FILE
                PERFORM COUNT-USAGE-ENTRIES
                CLOSE LIMIT-USAGE-FILE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(LIMUSAGE-FILE-SUB)
           END-IF.

      *****************************************************
      *  The transaction store, in reference order: on the
      *  erasure pass each booking of a customer due is
      *  rewritten under the token, journalled, and its reference
      *  noted; on the verification pass one still under the id
      *  is a trace.  The journal is opened with the store - with
      *  no journal to take the changes, no booking is rewritten,
      *  and the verification pass reports them all as traces.
      *****************************************************
        PASS-TRANSACTION-STORE.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE "N" TO JOURNAL-OPEN-SW.
           IF ERASE-PASS
                OPEN I-O TXN-STORE-FILE
                OPEN EXTEND TXN-JOURNAL-FILE
                IF JOURNAL-FILE-STATUS = "00"
                     OR JOURNAL-FILE-STATUS = "05"
                     SET JOURNAL-IS-OPEN TO TRUE
                ELSE
                     DISPLAY "Customer erasure: store journal open "
                          "failed with status " JOURNAL-FILE-STATUS
                          " - no booking rewritten"
                END-IF
           ELSE
                OPEN INPUT TXN-STORE-FILE
           END-IF.
           IF STORE-FILE-STATUS = "00"
                MOVE LOW-VALUES TO STORE-REFERENCE-NUM
                MOVE "N" TO END-OF-FILE-SW
                START TXN-STORE-FILE KEY NOT < STORE-REFERENCE-NUM
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-STORE-NEXT
                END-IF
                PERFORM PASS-ONE-STORE-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE TXN-STORE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(STORE-FILE-SUB) TO TRUE
           END-IF.
           IF JOURNAL-IS-OPEN
                CLOSE TXN-JOURNAL-FILE
                MOVE "N" TO JOURNAL-OPEN-SW
           END-IF.
           IF ERASE-PASS
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(STORE-FILE-SUB)
           ELSE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(STORE-FILE-SUB)
           END-IF.

        READ-STORE-NEXT.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-STORE-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE STORE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE STORE-REFERENCE-NUM TO LOOKUP-REFERENCE
                     PERFORM NOTE-CUSTOMER-REFERENCE
                     IF JOURNAL-IS-OPEN
                          PERFORM REWRITE-STORE-ENTRY
                     END-IF
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                          STORE-FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-STORE-NEXT.

      *****************************************************
      *  A booking under the token, journalled the way BIZSRV
      *  journals its own changes: before and after images both
      *  under the token - the journal, like the backup copy,
      *  must not give the id back to a recovery - so a replay
      *  finds the store already as the entry leaves it, and
      *  REPLPACK carries the rewrite to the standby site.  An
      *  entry the journal will not take puts the booking back.
      *****************************************************
        REWRITE-STORE-ENTRY.
           MOVE TXN-STORE-RECORD TO STORE-BEFORE-WORK.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO STORE-CUSTOMER-ID.
           REWRITE TXN-STORE-RECORD
                INVALID KEY
                     ADD 1 TO REKEY-FAILED
                NOT INVALID KEY
                     PERFORM JOURNAL-STORE-ENTRY
           END-REWRITE.

        JOURNAL-STORE-ENTRY.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE "CUSERASE" TO JRNL-SUB-TYPE.
           SET JRNL-RECORD-REWRITTEN TO TRUE.
           MOVE TXN-STORE-RECORD TO JRNL-BEFORE-IMAGE.
           MOVE TXN-STORE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE TXN-JOURNAL-RECORD.
           IF JOURNAL-FILE-STATUS = "00"
                ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX, STORE-FILE-SUB)
           ELSE
                DISPLAY "Customer erasure: store journal write "
                     "failed with status " JOURNAL-FILE-STATUS
                     " - " STORE-REFERENCE-NUM " put back"
                ADD 1 TO REKEY-FAILED
                MOVE STORE-BEFORE-WORK TO TXN-STORE-RECORD
                REWRITE TXN-STORE-RECORD
                     INVALID KEY
                          DISPLAY "Customer erasure: "
                               STORE-REFERENCE-NUM " could not be "
                               "put back - status " STORE-FILE-STATUS
                END-REWRITE
           END-IF.

      *****************************************************
      *  The history store likewise, in reference order -
      *  rewriting the customer moves the entry along the
      *  customer-and-date key with it.
      *****************************************************
        PASS-HISTORY-STORE.
           MOVE 0 TO RECORDS-THIS-PASS.
           IF ERASE-PASS
                OPEN I-O HISTORY-STORE-FILE
           ELSE
                OPEN INPUT HISTORY-STORE-FILE
           END-IF.
           IF HISTORY-FILE-STATUS = "00"
                MOVE LOW-VALUES TO TXNHST-REFERENCE-NUM
                MOVE "N" TO END-OF-FILE-SW
                START HISTORY-STORE-FILE
                     KEY NOT < TXNHST-REFERENCE-NUM
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-HISTORY-NEXT
                END-IF
                PERFORM PASS-ONE-HISTORY-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE HISTORY-STORE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(HISTORY-FILE-SUB) TO TRUE
           END-IF.
           IF ERASE-PASS
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(HISTORY-FILE-SUB)
           ELSE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(HISTORY-FILE-SUB)
           END-IF.

        READ-HISTORY-NEXT.
           READ HISTORY-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-HISTORY-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE TXNHST-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE TXNHST-REFERENCE-NUM TO LOOKUP-REFERENCE
                     PERFORM NOTE-CUSTOMER-REFERENCE
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO TXNHST-CUSTOMER-ID
                     REWRITE HISTORY-STORE-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                               ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                                    HISTORY-FILE-SUB)
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                          HISTORY-FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-HISTORY-NEXT.

      *****************************************************
      *  The keyed files holding the id outside their key, each
      *  in key order the way the store is passed: on the erasure
      *  pass each entry of a customer due is rewritten under the
      *  token, on the verification pass one still under the id
      *  is a trace.  A compliance hold has the name it was
      *  screened under cleared with the id.  References on the
      *  warehouse, the holds and the large-value register are
      *  noted with the stores', for the masked output lines.
      *****************************************************
        PASS-CUSTOMER-KEYED-FILES.
           PERFORM PASS-STANDING-INSTRUCTIONS.
           PERFORM PASS-FUTURE-WAREHOUSE.
           PERFORM PASS-COMPLIANCE-HOLDS.
           PERFORM PASS-LVTR-REGISTER.
           PERFORM PASS-STOP-INSTRUCTIONS.

        PASS-STANDING-INSTRUCTIONS.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE STDINST-FILE-SUB TO FILE-SUB.
           IF ERASE-PASS
                OPEN I-O STANDING-INSTR-FILE
           ELSE
                OPEN INPUT STANDING-INSTR-FILE
           END-IF.
           IF STDINS-FILE-STATUS = "00"
                MOVE LOW-VALUES TO STDINS-INSTRUCTION-ID
                MOVE "N" TO END-OF-FILE-SW
                START STANDING-INSTR-FILE
                     KEY NOT < STDINS-INSTRUCTION-ID
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-STANDING-NEXT
                END-IF
                PERFORM PASS-ONE-STANDING-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE STANDING-INSTR-FILE
           ELSE
                SET FILETAB-NOT-FOUND(FILE-SUB) TO TRUE
           END-IF.
           PERFORM NOTE-KEYED-FILE-COUNT.

        READ-STANDING-NEXT.
           READ STANDING-INSTR-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-STANDING-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE STDINS-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO STDINS-CUSTOMER-ID
                     REWRITE STANDING-INSTR-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               PERFORM COUNT-KEYED-ENTRY-TOUCHED
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-STANDING-NEXT.

        PASS-FUTURE-WAREHOUSE.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE FUTWHSE-FILE-SUB TO FILE-SUB.
           IF ERASE-PASS
                OPEN I-O FUTURE-WAREHOUSE-FILE
           ELSE
                OPEN INPUT FUTURE-WAREHOUSE-FILE
           END-IF.
           IF WAREHOUSE-FILE-STATUS = "00"
                MOVE LOW-VALUES TO FUTWHS-KEY
                MOVE "N" TO END-OF-FILE-SW
                START FUTURE-WAREHOUSE-FILE KEY NOT < FUTWHS-KEY
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-WAREHOUSE-NEXT
                END-IF
                PERFORM PASS-ONE-WAREHOUSE-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE FUTURE-WAREHOUSE-FILE
           ELSE
                SET FILETAB-NOT-FOUND(FILE-SUB) TO TRUE
           END-IF.
           PERFORM NOTE-KEYED-FILE-COUNT.

        READ-WAREHOUSE-NEXT.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-WAREHOUSE-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE FUTWHS-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE FUTWHS-REFERENCE-NUM TO LOOKUP-REFERENCE
                     PERFORM NOTE-CUSTOMER-REFERENCE
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO FUTWHS-CUSTOMER-ID
                     REWRITE FUTURE-WAREHOUSE-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               PERFORM COUNT-KEYED-ENTRY-TOUCHED
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-WAREHOUSE-NEXT.

        PASS-COMPLIANCE-HOLDS.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE CMPHOLD-FILE-SUB TO FILE-SUB.
           IF ERASE-PASS
                OPEN I-O COMPLIANCE-HOLD-FILE
           ELSE
                OPEN INPUT COMPLIANCE-HOLD-FILE
           END-IF.
           IF HOLD-FILE-STATUS = "00"
                MOVE LOW-VALUES TO CMPHLD-REFERENCE-NUM
                MOVE "N" TO END-OF-FILE-SW
                START COMPLIANCE-HOLD-FILE
                     KEY NOT < CMPHLD-REFERENCE-NUM
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-HOLD-NEXT
                END-IF
                PERFORM PASS-ONE-HOLD-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE COMPLIANCE-HOLD-FILE
           ELSE
                SET FILETAB-NOT-FOUND(FILE-SUB) TO TRUE
           END-IF.
           PERFORM NOTE-KEYED-FILE-COUNT.

        READ-HOLD-NEXT.
           READ COMPLIANCE-HOLD-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-HOLD-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE CMPHLD-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE CMPHLD-REFERENCE-NUM TO LOOKUP-REFERENCE
                     PERFORM NOTE-CUSTOMER-REFERENCE
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO CMPHLD-CUSTOMER-ID
                     MOVE SPACES TO CMPHLD-SCREENED-NAME
                     REWRITE COMPLIANCE-HOLD-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               PERFORM COUNT-KEYED-ENTRY-TOUCHED
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-HOLD-NEXT.

        PASS-LVTR-REGISTER.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE LVTRREG-FILE-SUB TO FILE-SUB.
           IF ERASE-PASS
                OPEN I-O LVTR-REGISTER-FILE
           ELSE
                OPEN INPUT LVTR-REGISTER-FILE
           END-IF.
           IF LVTREG-FILE-STATUS = "00"
                MOVE LOW-VALUES TO LVTREG-REFERENCE-NUM
                MOVE "N" TO END-OF-FILE-SW
                START LVTR-REGISTER-FILE
                     KEY NOT < LVTREG-REFERENCE-NUM
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-LVTR-NEXT
                END-IF
                PERFORM PASS-ONE-LVTR-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE LVTR-REGISTER-FILE
           ELSE
                SET FILETAB-NOT-FOUND(FILE-SUB) TO TRUE
           END-IF.
           PERFORM NOTE-KEYED-FILE-COUNT.

        READ-LVTR-NEXT.
           READ LVTR-REGISTER-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-LVTR-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE LVTREG-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE LVTREG-REFERENCE-NUM TO LOOKUP-REFERENCE
                     PERFORM NOTE-CUSTOMER-REFERENCE
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO LVTREG-CUSTOMER-ID
                     REWRITE LVTR-REGISTER-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               PERFORM COUNT-KEYED-ENTRY-TOUCHED
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-LVTR-NEXT.

        PASS-STOP-INSTRUCTIONS.
           MOVE 0 TO RECORDS-THIS-PASS.
           MOVE STOPINST-FILE-SUB TO FILE-SUB.
           IF ERASE-PASS
                OPEN I-O STOP-INSTRUCTION-FILE
           ELSE
                OPEN INPUT STOP-INSTRUCTION-FILE
           END-IF.
           IF STOP-FILE-STATUS = "00"
                MOVE LOW-VALUES TO STOPIN-STOP-ID
                MOVE "N" TO END-OF-FILE-SW
                START STOP-INSTRUCTION-FILE
                     KEY NOT < STOPIN-STOP-ID
                     INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
                END-START
                IF NOT END-OF-CURRENT-FILE
                     PERFORM READ-STOP-NEXT
                END-IF
                PERFORM PASS-ONE-STOP-ENTRY
                     UNTIL END-OF-CURRENT-FILE
                CLOSE STOP-INSTRUCTION-FILE
           ELSE
                SET FILETAB-NOT-FOUND(FILE-SUB) TO TRUE
           END-IF.
           PERFORM NOTE-KEYED-FILE-COUNT.

        READ-STOP-NEXT.
           READ STOP-INSTRUCTION-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

      *  A stop by reference carries no customer id - spaces never
      *  match a customer due.
        PASS-ONE-STOP-ENTRY.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE STOPIN-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-DUE.
           IF CUSTOMER-MATCH-FOUND
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE ERSTAB-TOKEN(ERS-IDX) TO STOPIN-CUSTOMER-ID
                     REWRITE STOP-INSTRUCTION-RECORD
                          INVALID KEY
                               ADD 1 TO REKEY-FAILED
                          NOT INVALID KEY
                               PERFORM COUNT-KEYED-ENTRY-TOUCHED
                     END-REWRITE
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.
           PERFORM READ-STOP-NEXT.

        COUNT-KEYED-ENTRY-TOUCHED.
           ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX).
           ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX, FILE-SUB).

        NOTE-KEYED-FILE-COUNT.
           IF ERASE-PASS
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(FILE-SUB)
           ELSE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(FILE-SUB)
           END-IF.

      *  Note a reference booked to the customer at ERS-IDX, once.
        NOTE-CUSTOMER-REFERENCE.
           SET ERASURE-SLOT-WORK TO ERS-IDX.
           PERFORM FIND-CUSTOMER-REFERENCE.
           IF NOT CREF-MATCH-FOUND
                IF CREFTAB-COUNT < 9000
                     ADD 1 TO CREFTAB-COUNT
                     SET CREF-IDX TO CREFTAB-COUNT
                     MOVE LOOKUP-REFERENCE TO
                          CREFTAB-REFERENCE-NUM(CREF-IDX)
                     MOVE ERASURE-SLOT-WORK TO
                          CREFTAB-ERASURE-SLOT(CREF-IDX)
                ELSE
                     IF NOT CREF-TABLE-FULL
                          DISPLAY "Customer erasure: reference table "
                               "full - later masked output lines are "
                               "not tied to their customer"
                          SET CREF-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.

        FIND-CUSTOMER-REFERENCE.
           MOVE "N" TO CREF-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER-REFERENCE
                VARYING CREF-IDX FROM 1 BY 1
                UNTIL CREF-IDX > CREFTAB-COUNT
                     OR CREF-MATCH-FOUND.

        MATCH-ONE-CUSTOMER-REFERENCE.
           IF CREFTAB-REFERENCE-NUM(CREF-IDX) = LOOKUP-REFERENCE
                SET CREF-MATCH-FOUND TO TRUE
                SET CREF-FOUND-IDX TO CREF-IDX
           END-IF.

      *****************************************************
      *  One line file.  The erasure pass copies it to the work
      *  file with the ids replaced and, only when a line
      *  changed, copies the work file back over it; the
      *  verification pass reads it for the ids again.  A
      *  generation the registry names but retention has since
      *  removed is noted as not found.
      *****************************************************
        PASS-ONE-TEXT-FILE.
           IF NOT FILETAB-KEYED(FILE-IDX)
                AND NOT FILETAB-NOT-FOUND(FILE-IDX)
                SET FILE-SUB TO FILE-IDX
                MOVE FILETAB-FILE-NAME(FILE-IDX) TO TEXT-FILE-NAME
                MOVE 0 TO RECORDS-THIS-PASS
                MOVE 0 TO LINES-CHANGED
                OPEN INPUT TEXT-FILE
                IF TEXT-FILE-STATUS = "00"
                     IF ERASE-PASS
                          OPEN OUTPUT ERASURE-WORK-FILE
                     END-IF
                     MOVE "N" TO END-OF-FILE-SW
                     PERFORM READ-TEXT-LINE
                     PERFORM PASS-ONE-TEXT-LINE
                          UNTIL END-OF-CURRENT-FILE
                     CLOSE TEXT-FILE
                     PERFORM FINISH-TEXT-FILE
                ELSE
                     SET FILETAB-NOT-FOUND(FILE-IDX) TO TRUE
                     ADD 1 TO FILES-NOT-FOUND
                END-IF
           END-IF.

        READ-TEXT-LINE.
           READ TEXT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        PASS-ONE-TEXT-LINE.
           ADD 1 TO RECORDS-THIS-PASS.
           MOVE "N" TO LINE-CHANGED-SW.
           IF FILETAB-ADVICE-LINES(FILE-IDX)
                AND ADVICE-DETAIL
                PERFORM CLEAR-ADVICE-PARTICULARS
           END-IF.
           IF FILETAB-SCREENING-LINES(FILE-IDX)
                PERFORM CLEAR-SCREENED-NAME
           END-IF.
           PERFORM SCAN-LINE-FOR-CUSTOMER
                VARYING ERS-IDX FROM 1 BY 1
                UNTIL ERS-IDX > ERSTAB-COUNT.
           IF FILETAB-OUTPUT-LINES(FILE-IDX)
                AND OUTPUT-MASK-PRESENT
                PERFORM SCAN-LINE-FOR-MASKED-ID
           END-IF.
           IF ERASE-PASS
                IF LINE-CHANGED
                     ADD 1 TO LINES-CHANGED
                END-IF
                WRITE ERASURE-WORK-LINE FROM TEXT-LINE
           END-IF.
           PERFORM READ-TEXT-LINE.

        SCAN-LINE-FOR-CUSTOMER.
           MOVE 0 TO LINE-HITS.
           INSPECT TEXT-LINE TALLYING LINE-HITS
                FOR ALL ERSTAB-CUSTOMER-ID(ERS-IDX).
           IF LINE-HITS > 0
                IF ERASE-PASS
                     INSPECT TEXT-LINE REPLACING
                          ALL ERSTAB-CUSTOMER-ID(ERS-IDX)
                          BY ERSTAB-TOKEN(ERS-IDX)
                     SET LINE-CHANGED TO TRUE
                     ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                     ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX, FILE-SUB)
                ELSE
                     ADD LINE-HITS TO
                          ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.

      *****************************************************
      *  The name and contact address on a customer's advice,
      *  and the name on their screening-log line, are cleared
      *  as the compliance hold's screened name is; on the
      *  verification pass one left standing is a trace.  The
      *  line is counted as touched here only where its id is
      *  already the token - otherwise the id scan counts it.
      *****************************************************
        CLEAR-ADVICE-PARTICULARS.
           MOVE ADVICE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-ERASED-CUSTOMER.
           IF CUSTOMER-MATCH-FOUND
                AND (ADVICE-CUSTOMER-NAME NOT = SPACES
                OR ADVICE-CONTACT-ADDRESS NOT = SPACES)
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE SPACES TO ADVICE-CUSTOMER-NAME
                     MOVE SPACES TO ADVICE-CONTACT-ADDRESS
                     PERFORM NOTE-PARTICULARS-CLEARED
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.

        CLEAR-SCREENED-NAME.
           MOVE SCRLOG-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-ERASED-CUSTOMER.
           IF CUSTOMER-MATCH-FOUND
                AND SCRLOG-SCREENED-NAME NOT = SPACES
                SET ERS-IDX TO ERS-FOUND-IDX
                IF ERASE-PASS
                     MOVE SPACES TO SCRLOG-SCREENED-NAME
                     PERFORM NOTE-PARTICULARS-CLEARED
                ELSE
                     ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB)
                END-IF
           END-IF.

        NOTE-PARTICULARS-CLEARED.
           SET LINE-CHANGED TO TRUE.
           IF LOOKUP-CUSTOMER-ID = ERSTAB-TOKEN(ERS-IDX)
                ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX, FILE-SUB)
           END-IF.

      *  A masked id is only taken as the customer's where the
      *  line's reference is one of theirs - another customer's
      *  id can mask to the same form.
        SCAN-LINE-FOR-MASKED-ID.
           MOVE TEXT-OUT-REFERENCE-NUM TO LOOKUP-REFERENCE.
           PERFORM FIND-CUSTOMER-REFERENCE.
           IF CREF-MATCH-FOUND
                SET CREF-IDX TO CREF-FOUND-IDX
                SET ERS-IDX TO CREFTAB-ERASURE-SLOT(CREF-IDX)
                IF TEXT-OUT-CUSTOMER-ID = ERSTAB-MASKED-ID(ERS-IDX)
                     AND TEXT-OUT-CUSTOMER-ID NOT =
                          ERSTAB-MASKED-TOKEN(ERS-IDX)
                     IF ERASE-PASS
                          MOVE ERSTAB-MASKED-TOKEN(ERS-IDX) TO
                               TEXT-OUT-CUSTOMER-ID
                          SET LINE-CHANGED TO TRUE
                          ADD 1 TO ERSTAB-RECORDS-TOUCHED(ERS-IDX)
                          ADD 1 TO ERSTAB-FILE-TOUCHED(ERS-IDX,
                               FILE-SUB)
                     ELSE
                          ADD 1 TO ERSTAB-FILE-TRACES(ERS-IDX,
                               FILE-SUB)
                     END-IF
                END-IF
           END-IF.

        FINISH-TEXT-FILE.
           IF ERASE-PASS
                CLOSE ERASURE-WORK-FILE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-BEFORE(FILE-IDX)
                IF LINES-CHANGED > 0
                     SET FILETAB-CHANGED(FILE-IDX) TO TRUE
                     ADD 1 TO FILES-CHANGED
                     PERFORM COPY-WORK-FILE-BACK
                END-IF
           ELSE
                MOVE RECORDS-THIS-PASS TO
                     FILETAB-RECORDS-AFTER(FILE-IDX)
           END-IF.

        COPY-WORK-FILE-BACK.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT TEXT-FILE.
           MOVE "N" TO END-OF-WORK-SW.
           PERFORM READ-WORK-LINE.
           PERFORM COPY-ONE-WORK-LINE UNTIL END-OF-WORK-FILE.
           CLOSE TEXT-FILE.
           CLOSE ERASURE-WORK-FILE.

        READ-WORK-LINE.
           READ ERASURE-WORK-FILE
                AT END SET END-OF-WORK-FILE TO TRUE
           END-READ.

        COPY-ONE-WORK-LINE.
           WRITE TEXT-LINE FROM ERASURE-WORK-LINE.
           PERFORM READ-WORK-LINE.

      *****************************************************
      *  The certificate for one customer - every file with the
      *  records touched and traces left - and its entry on the
      *  erasure register.
      *****************************************************
        WRITE-ONE-CERTIFICATE.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO HEAD-PSEUDONYM.
           PERFORM PRINT-PAGE-HEADINGS.
           MOVE ERSTAB-STANDING-DATE(ERS-IDX) TO CERT-STANDING-DATE.
           MOVE RETENTION-YEARS TO CERT-RETENTION.
           MOVE TODAY-DATE TO CERT-ERASED-DATE.
           MOVE CERTIFICATE-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO ERSTAB-TRACES-FOUND(ERS-IDX).
           PERFORM WRITE-CERTIFICATE-DETAIL
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILETAB-COUNT.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FILES EXAMINED" TO TOTLN-CAPTION.
           MOVE FILETAB-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS TOUCHED" TO TOTLN-CAPTION.
           MOVE ERSTAB-RECORDS-TOUCHED(ERS-IDX) TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TRACES OF THE ORIGINAL ID" TO TOTLN-CAPTION.
           MOVE ERSTAB-TRACES-FOUND(ERS-IDX) TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ERSTAB-TRACES-FOUND(ERS-IDX) = 0
                ADD 1 TO CUSTOMERS-VERIFIED
                MOVE "Y" TO ERSREG-VERIFIED-FLAG
                MOVE "VERIFIED - NO TRACE OF THE ORIGINAL ID REMAINS"
                     TO PRINT-WORK-LINE
           ELSE
                ADD 1 TO CUSTOMERS-NOT-CLEAN
                MOVE "N" TO ERSREG-VERIFIED-FLAG
                MOVE "** NOT VERIFIED - TRACES OF THE ORIGINAL ID LEFT"
                     TO PRINT-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE ERSTAB-TOKEN(ERS-IDX) TO ERSREG-TOKEN.
           MOVE TODAY-DATE TO ERSREG-ERASED-DATE.
           MOVE ERSTAB-STANDING-DATE(ERS-IDX) TO ERSREG-STANDING-DATE.
           MOVE ERSTAB-RECORDS-TOUCHED(ERS-IDX) TO
                ERSREG-RECORDS-TOUCHED.
           WRITE ERASURE-REGISTER-RECORD.

        WRITE-CERTIFICATE-DETAIL.
           SET FILE-SUB TO FILE-IDX.
           MOVE SPACES TO DETAIL-NOTE.
           MOVE FILETAB-FILE-NAME(FILE-IDX) TO DETAIL-FILE-NAME.
           MOVE ERSTAB-FILE-TOUCHED(ERS-IDX, FILE-SUB) TO
                DETAIL-TOUCHED.
           MOVE ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB) TO
                DETAIL-TRACES.
           MOVE FILETAB-RECORDS-BEFORE(FILE-IDX) TO DETAIL-BEFORE.
           MOVE FILETAB-RECORDS-AFTER(FILE-IDX) TO DETAIL-AFTER.
           ADD ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB) TO
                ERSTAB-TRACES-FOUND(ERS-IDX).
           EVALUATE TRUE
                WHEN ERSTAB-FILE-TRACES(ERS-IDX, FILE-SUB) > 0
                     MOVE "** TRACE REMAINS" TO DETAIL-NOTE
                WHEN FILETAB-NOT-FOUND(FILE-IDX)
                     MOVE "NOT FOUND - NOTHING HELD" TO DETAIL-NOTE
           END-EVALUATE.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  The run summary: each file must hold as many records as
      *  before - ids were replaced in place, nothing added or
      *  lost - so every total built on the files still stands.
      *****************************************************
        WRITE-RUN-SUMMARY.
           MOVE "RUN SUMMARY" TO HEAD-PSEUDONYM.
           PERFORM PRINT-PAGE-HEADINGS.
           PERFORM WRITE-SUMMARY-DETAIL
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILETAB-COUNT.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CUSTOMERS ON MASTER" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CLOSED" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-CLOSED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  WITHIN RETENTION" TO TOTLN-CAPTION.
           MOVE CLOSED-IN-RETENTION TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NO STANDING DATE - KEPT" TO TOTLN-CAPTION.
           MOVE CLOSED-NO-DATE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ERASED THIS RUN" TO TOTLN-CAPTION.
           MOVE ERSTAB-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ERASED IN EARLIER RUNS" TO TOTLN-CAPTION.
           MOVE ALREADY-ERASED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS VERIFIED CLEAN" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-VERIFIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FILES CHANGED" TO TOTLN-CAPTION.
           MOVE FILES-CHANGED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "GENERATIONS NOT FOUND" TO TOTLN-CAPTION.
           MOVE FILES-NOT-FOUND TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF REKEY-FAILED > 0
                MOVE "** KEYED UPDATES FAILED" TO TOTLN-CAPTION
                MOVE REKEY-FAILED TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
           END-IF.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF FILES-OUT-OF-BALANCE = 0
                MOVE "RECORD COUNTS UNCHANGED IN EVERY FILE"
                     TO PRINT-WORK-LINE
           ELSE
                MOVE "** RECORD COUNTS CHANGED IN THE FILES MARKED"
                     TO PRINT-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

        WRITE-SUMMARY-DETAIL.
           MOVE SPACES TO DETAIL-NOTE.
           MOVE FILETAB-FILE-NAME(FILE-IDX) TO DETAIL-FILE-NAME.
           MOVE 0 TO DETAIL-TOUCHED.
           MOVE 0 TO DETAIL-TRACES.
           MOVE FILETAB-RECORDS-BEFORE(FILE-IDX) TO DETAIL-BEFORE.
           MOVE FILETAB-RECORDS-AFTER(FILE-IDX) TO DETAIL-AFTER.
           EVALUATE TRUE
                WHEN FILETAB-RECORDS-BEFORE(FILE-IDX) NOT =
                     FILETAB-RECORDS-AFTER(FILE-IDX)
                     ADD 1 TO FILES-OUT-OF-BALANCE
                     MOVE "** RECORD COUNT CHANGED" TO DETAIL-NOTE
                WHEN FILETAB-NOT-FOUND(FILE-IDX)
                     MOVE "NOT FOUND" TO DETAIL-NOTE
                WHEN FILETAB-CHANGED(FILE-IDX)
                     MOVE "REWRITTEN" TO DETAIL-NOTE
           END-EVALUATE.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Write the line held in PRINT-WORK-LINE, breaking to a
      *  fresh page with headings when the current page is full.
      *****************************************************
        WRITE-REPORT-LINE.
           IF LINES-ON-PAGE NOT < LINES-PER-PAGE
                PERFORM PRINT-PAGE-HEADINGS
           END-IF.
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
