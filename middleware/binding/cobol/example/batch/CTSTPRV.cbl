      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CTSTPRV.cbl
      *
      *  TEST data provisioning from PROD:
      *
      *     testprov [every-n [max-customers [days]]]
      *
      *  A subset of the PROD customers - every n-th customer on
      *  the master (default 10) up to max-customers (default
      *  500), plus every customer named in PROVSEL whatever the
      *  sample, so the known awkward cases always go across -
      *  is extracted with everything the TEST job needs about
      *  them: the master entry, the balance entry, the LIMITS
      *  line, the standing instructions, the TXNSTORE bookings
      *  of the last days (default 30) and their records on the
      *  input feeds landed in those days, taken from the
      *  arrival registry ARRIVREG (BATCHIN itself when nothing
      *  is registered).
      *
      *  Every customer id is replaced by a TEST id under the
      *  MASKRUL rule for target TESTPROV - the leading and
      *  trailing characters the rule keeps, the rest a "T" and
      *  a sequence number - and each customer has one TEST id
      *  throughout, so every file still joins up on it.  A TEST
      *  id that happens to be a PROD id is passed over for the
      *  next number.  Names are replaced by TEST CUSTOMER and
      *  the same number, contact addresses are cleared and
      *  advices stopped.  References and amounts go across as
      *  they are.
      *
      *  The TEST files are written under their own names -
      *  TSTCUST, TSTCBAL, TSTLIMIT, TSTSTDIN, TSTTXNST - and the
      *  input records as fresh feeds with their own header and
      *  trailer: TSTBATIN for fixed-format records, TSTBATDL for
      *  delimited ones, both listed on the manifest TSTBATMN.
      *  The run refuses unless DOMAINCFG is PROD and the TEST
      *  domain's TSTDOMCF is TEST, so it can only ever copy from
      *  PROD towards TEST.
      *
      *  A verification pass then reads every TEST file back:
      *  each customer id field is looked up on the PROD master,
      *  each record is searched for every extracted customer's
      *  PROD id and PROD name (those of four characters or
      *  more), and each feed's records are counted and totalled
      *  against its trailer.  PROVRPT shows the figures per file
      *  and ends with the verdict; anything found ends the run
      *  with RETURN-CODE 8 and the files must not be released.
      *  No PROD id or name is printed.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTPROV.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL DOMAIN-CONFIG-FILE ASSIGN TO "DOMAINCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TEST-DOMAIN-CONFIG-FILE
                ASSIGN TO "TSTDOMCF"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO "MASKRUL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROVISION-SELECT-FILE ASSIGN TO "PROVSEL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-BALANCE-FILE ASSIGN TO "CUSTBAL"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSBAL-CUSTOMER-ID
                FILE STATUS BALANCE-FILE-STATUS.
           SELECT OPTIONAL LIMITS-FILE ASSIGN TO "LIMITS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STDINST"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STDINS-INSTRUCTION-ID
                FILE STATUS STDINS-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL ARRIVAL-REGISTRY-FILE ASSIGN TO "ARRIVREG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INPUT-FEED-FILE ASSIGN TO DYNAMIC
                INPUT-FEED-NAME
                ORGANIZATION LINE SEQUENTIAL.
      *  The TEST side.  The indexed files are written by key -
      *  a TEST id does not sort where its PROD id did - and read
      *  back in key order for the verification.
           SELECT TEST-MASTER-FILE ASSIGN TO "TSTCUST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TSTMST-CUSTOMER-ID
                FILE STATUS TEST-FILE-STATUS.
           SELECT TEST-BALANCE-FILE ASSIGN TO "TSTCBAL"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TSTBAL-CUSTOMER-ID
                FILE STATUS TEST-FILE-STATUS.
           SELECT TEST-LIMITS-FILE ASSIGN TO "TSTLIMIT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT TEST-STDINST-FILE ASSIGN TO "TSTSTDIN"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TSTSTD-INSTRUCTION-ID
                FILE STATUS TEST-FILE-STATUS.
           SELECT TEST-STORE-FILE ASSIGN TO "TSTTXNST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TSTSTO-REFERENCE-NUM
                FILE STATUS TEST-FILE-STATUS.
           SELECT TEST-FEED-FILE ASSIGN TO "TSTBATIN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT TEST-DELIM-FEED-FILE ASSIGN TO "TSTBATDL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT TEST-MANIFEST-FILE ASSIGN TO "TSTBATMN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT PROVISION-REPORT-FILE ASSIGN TO "PROVRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  DOMAIN-CONFIG-FILE.
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.

      *  The TEST domain's own configuration, seen only for its
      *  environment tag.
        FD  TEST-DOMAIN-CONFIG-FILE.
        01  TEST-DOMAIN-CONFIG-RECORD.
               05 FILLER                     PIC X(67).
               05 TEST-DOMAIN-ENVIRONMENT    PIC X(04).
                       88 TEST-DOMAIN-IS-TEST        VALUE "TEST".
               05 FILLER                     PIC X(30).

        FD  MASKING-RULES-FILE.
        01  MASKING-RULE-RECORD.
               05 MASKRUL-RECORD-TYPE        PIC X(01).
                       88 MASKRUL-MASK-RULE          VALUE "M".
                       88 MASKRUL-UNMASK-AUTH        VALUE "U".
               05 MASKRUL-TARGET             PIC X(08).
               05 MASKRUL-KEEP-LEADING       PIC 9(02).
               05 MASKRUL-KEEP-TRAILING      PIC 9(02).

      *  One PROD customer id per line, taken whatever the
      *  sample.
        FD  PROVISION-SELECT-FILE.
        01  PROVISION-SELECT-RECORD.
               05 PROVSEL-CUSTOMER-ID        PIC X(10).

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  CUSTOMER-BALANCE-FILE.
        01  CUSTOMER-BALANCE-RECORD.
           COPY TPCUSBAL.

      *  The LIMITS line as BATCHCLI reads it.
        FD  LIMITS-FILE.
        01  LIMITS-RECORD.
               05 LIMIT-CUSTOMER-ID          PIC X(10).
               05 LIMIT-DAILY-CEILING        PIC 9(11)V99.

        FD  STANDING-INSTR-FILE.
        01  STANDING-INSTR-RECORD.
           COPY TPSTDINS.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  ARRIVAL-REGISTRY-FILE.
        01  ARRIVAL-REGISTRY-RECORD.
           COPY TPARRREG.

      *  An input feed as BATCHCLI reads it - fixed-format or
      *  delimited according to its header.
        FD  INPUT-FEED-FILE.
        01  INPUT-FEED-RECORD.
               05 INFEED-CUSTOMER-ID         PIC X(10).
               05 INFEED-AMOUNT              PIC S9(9)V99.
               05 FILLER                     PIC X(59).
        01  INPUT-HEADER-RECORD.
           COPY TPBATHDR.
        01  INPUT-TRAILER-RECORD.
           COPY TPBATTRL.
        01  INPUT-FEED-TEXT         PIC X(80).

      *  The TEST records are the PROD layouts byte for byte; the
      *  key is all the program needs to see of them.
        FD  TEST-MASTER-FILE.
        01  TEST-MASTER-RECORD.
               05 TSTMST-CUSTOMER-ID         PIC X(10).
               05 FILLER                     PIC X(97).

        FD  TEST-BALANCE-FILE.
        01  TEST-BALANCE-RECORD.
               05 TSTBAL-CUSTOMER-ID         PIC X(10).
               05 FILLER                     PIC X(86).

        FD  TEST-LIMITS-FILE.
        01  TEST-LIMITS-RECORD      PIC X(23).

        FD  TEST-STDINST-FILE.
        01  TEST-STDINST-RECORD.
               05 TSTSTD-INSTRUCTION-ID      PIC X(06).
               05 FILLER                     PIC X(63).

        FD  TEST-STORE-FILE.
        01  TEST-STORE-RECORD.
               05 TSTSTO-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(80).

        FD  TEST-FEED-FILE.
        01  TEST-FEED-RECORD        PIC X(80).

        FD  TEST-DELIM-FEED-FILE.
        01  TEST-DELIM-FEED-RECORD  PIC X(80).

        FD  TEST-MANIFEST-FILE.
        01  TEST-MANIFEST-RECORD.
               05 TSTMAN-FILE-NAME           PIC X(12).

        FD  PROVISION-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  CMD-ARGUMENTS.
               05 SAMPLE-EVERY-TEXT PIC X(05) JUSTIFIED RIGHT.
               05 SAMPLE-MAX-TEXT   PIC X(05) JUSTIFIED RIGHT.
               05 DAYS-BACK-TEXT    PIC X(05) JUSTIFIED RIGHT.
        01  SAMPLE-EVERY            PIC 9(05) VALUE 10.
        01  SAMPLE-MAX              PIC 9(05) VALUE 500.
        01  DAYS-BACK               PIC 9(05) VALUE 30.
        01  DAY-STEP                PIC 9(05).
        01  ARGUMENTS-BAD-SW        PIC X(01) VALUE "N".
               88 ARGUMENTS-BAD              VALUE "Y".

        01  MASTER-FILE-STATUS      PIC X(02).
        01  BALANCE-FILE-STATUS     PIC X(02).
        01  STDINS-FILE-STATUS      PIC X(02).
        01  STORE-FILE-STATUS       PIC X(02).
        01  TEST-FILE-STATUS        PIC X(02).

        01  RUN-DATE                PIC 9(08).
        01  CUTOFF-FIELDS.
               05 CUTOFF-DATE.
                       10 CUTOFF-YYYY        PIC 9(04).
                       10 CUTOFF-MM          PIC 9(02).
                       10 CUTOFF-DD          PIC 9(02).
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

        01  PROVISION-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 MATCH-SW          PIC X(01) VALUE "N".
                       88 MATCH-FOUND        VALUE "Y".
               05 TABLE-FULL-SW     PIC X(01) VALUE "N".
                       88 TABLE-FULL-NOTED   VALUE "Y".
               05 COLLISION-SW      PIC X(01) VALUE "N".
                       88 TEST-ID-COLLIDES   VALUE "Y".
               05 FEED-DELIMITED-SW PIC X(01) VALUE "N".
                       88 FEED-DELIMITED     VALUE "Y".
               05 FEED-HEADER-SW    PIC X(01) VALUE "N".
                       88 FEED-HEADER-SEEN   VALUE "Y".
               05 VERIFY-SKIP-ID-SW PIC X(01) VALUE "N".
                       88 VERIFY-SKIP-ID     VALUE "Y".

      *  The MASKRUL rule for TESTPROV; a rule that would leave
      *  fewer than five characters to mask is not used.
        01  TEST-KEEP-LEADING       PIC 9(02) VALUE 0.
        01  TEST-KEEP-TRAILING      PIC 9(02) VALUE 0.
        01  MASK-MIDDLE-WIDTH       PIC S9(4) COMP-5.
        01  MASK-MIDDLE-START       PIC S9(4) COMP-5.
        01  MASK-DIGIT-START        PIC S9(4) COMP-5.
        01  MASK-RULE-NOTE          PIC X(46) VALUE SPACES.
        01  NEXT-TEST-SEQUENCE      PIC 9(09) VALUE 0.
        01  TEST-ID-WORK            PIC X(10).
        01  TEST-NAME-BUILD.
               05 FILLER            PIC X(14) VALUE "TEST CUSTOMER ".
               05 TEST-NAME-NUMBER  PIC 9(09).
               05 FILLER            PIC X(07) VALUE SPACES.

      *  The customers going across: PROD id and name, TEST id.
        01  SELECTION-TABLE.
               05 SELTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 SELTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON SELTAB-COUNT
                       INDEXED BY SEL-IDX.
                       10 SELTAB-PROD-ID             PIC X(10).
                       10 SELTAB-TEST-ID             PIC X(10).
                       10 SELTAB-TEST-NUMBER         PIC 9(09).
                       10 SELTAB-PROD-NAME           PIC X(30).
                       10 SELTAB-ID-LENGTH           PIC S9(4) COMP-5.
                       10 SELTAB-NAME-LENGTH         PIC S9(4) COMP-5.
                       10 SELTAB-NAMED-SW            PIC X(01).
                               88 SELTAB-NAMED          VALUE "Y".
                       10 SELTAB-ON-MASTER-SW        PIC X(01).
                               88 SELTAB-ON-MASTER      VALUE "Y".
        01  SEL-FOUND-IDX           USAGE INDEX.
        01  LOOKUP-CUSTOMER-ID      PIC X(10).
        01  CUSTOMER-ORDINAL        PIC S9(9) COMP-5 VALUE 0.
        01  SAMPLE-QUOTIENT         PIC S9(9) COMP-5.
        01  SAMPLE-REMAINDER        PIC S9(9) COMP-5.

      *  The input feeds already read - a name the registry holds
      *  for several nights is one file on disk.
        01  FEED-NAME-TABLE.
               05 FEEDTAB-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 FEEDTAB-NAME      PIC X(12) OCCURS 1 TO 200 TIMES
                       DEPENDING ON FEEDTAB-COUNT
                       INDEXED BY FEED-IDX.
        01  INPUT-FEED-NAME         PIC X(12) VALUE SPACES.

      *  A delimited line taken apart at its first comma.
        01  DELIM-CUSTOMER-TEXT     PIC X(10).
        01  DELIM-AMOUNT-TEXT       PIC X(14).
        01  DELIM-REST-START        PIC S9(4) COMP-5.
        01  DELIM-REST-LENGTH       PIC S9(4) COMP-5.
        01  DELIM-BUILD-LINE        PIC X(80).
      *  The delimited amount converted exactly as BATCHCLI
      *  converts it, so the TEST trailer total is the one its
      *  control check arrives at.
        01  CSV-AMOUNT-VALUE        PIC S9(9)V99 VALUE 0.
        01  CSV-AMOUNT-WORK.
               05 CSV-INT-VALUE     PIC S9(9) COMP-5.
               05 CSV-DEC-VALUE     PIC S9(4) COMP-5.
               05 CSV-DEC-COUNT     PIC S9(4) COMP-5.
               05 CSV-INT-COUNT     PIC S9(4) COMP-5.
               05 CSV-SCAN-SUB      PIC S9(4) COMP-5.
               05 CSV-SCAN-CHAR     PIC X(01).
               05 CSV-SCAN-DIGIT REDEFINES CSV-SCAN-CHAR
                                    PIC 9(01).
               05 CSV-NEGATIVE-SW   PIC X(01).
                       88 CSV-AMOUNT-NEGATIVE VALUE "Y".
               05 CSV-DECIMALS-SW   PIC X(01).
                       88 CSV-IN-DECIMALS    VALUE "Y".
               05 CSV-DIGIT-SEEN-SW PIC X(01).
                       88 CSV-DIGIT-SEEN     VALUE "Y".
               05 AMOUNT-BAD-SW     PIC X(01).
                       88 RECORD-AMOUNT-BAD  VALUE "Y".

      *  The TEST feeds' control records.
        01  TEST-FEED-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 TEST-HDR-DATE     PIC 9(08).
               05 FILLER            PIC X(10) VALUE "TESTPROV".
               05 TEST-HDR-FORMAT   PIC X(01).
        01  TEST-FEED-TRAILER.
               05 TEST-TRL-RECORD-TYPE PIC X(03) VALUE "TRL".
               05 TEST-TRL-COUNT    PIC 9(09).
               05 TEST-TRL-HASH     PIC S9(13)V99.
        01  FIXED-FEED-COUNT        PIC S9(9) COMP-5 VALUE 0.
        01  FIXED-FEED-HASH         PIC S9(13)V99 VALUE 0.
        01  DELIM-FEED-COUNT        PIC S9(9) COMP-5 VALUE 0.
        01  DELIM-FEED-HASH         PIC S9(13)V99 VALUE 0.

      *  Figures per TEST file, in report order.
        01  FILE-FIGURES.
               05 FIGURE-ENTRY OCCURS 7 TIMES.
                       10 FIG-FILE-NAME              PIC X(12).
                       10 FIG-PROD-READ              PIC S9(9) COMP-5.
                       10 FIG-WRITTEN                PIC S9(9) COMP-5.
                       10 FIG-VERIFIED               PIC S9(9) COMP-5.
                       10 FIG-PROD-IDS               PIC S9(9) COMP-5.
                       10 FIG-PROD-NAMES             PIC S9(9) COMP-5.
                       10 FIG-NOTE                   PIC X(30).
        01  FIG-SUB                 PIC S9(4) COMP-5.
        01  MASTER-SUB              PIC S9(4) COMP-5 VALUE 1.
        01  BALANCE-SUB             PIC S9(4) COMP-5 VALUE 2.
        01  LIMITS-SUB              PIC S9(4) COMP-5 VALUE 3.
        01  STDINST-SUB             PIC S9(4) COMP-5 VALUE 4.
        01  STORE-SUB               PIC S9(4) COMP-5 VALUE 5.
        01  FIXED-FEED-SUB          PIC S9(4) COMP-5 VALUE 6.
        01  DELIM-FEED-SUB          PIC S9(4) COMP-5 VALUE 7.

        01  PROVISION-COUNTERS.
               05 CUSTOMERS-ON-MASTER PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-NAMED   PIC S9(9) COMP-5 VALUE 0.
               05 NAMED-NOT-ON-MASTER PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-SAMPLED PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-SELECTED PIC S9(9) COMP-5 VALUE 0.
               05 TEST-IDS-PASSED-OVER PIC S9(9) COMP-5 VALUE 0.
               05 INPUT-FEEDS-READ  PIC S9(9) COMP-5 VALUE 0.
               05 INPUT-FEEDS-MISSING PIC S9(9) COMP-5 VALUE 0.
               05 WRITE-FAILURES    PIC S9(9) COMP-5 VALUE 0.
               05 FINDINGS-TOTAL    PIC S9(9) COMP-5 VALUE 0.
               05 CONTROL-MISMATCHES PIC S9(9) COMP-5 VALUE 0.

      *  The verification's view of the record in hand.
        01  VERIFY-RECORD-TEXT      PIC X(132).
        01  VERIFY-ID-START         PIC S9(4) COMP-5.
        01  VERIFY-CUSTOMER-ID      PIC X(10).
        01  VERIFY-RECORD-NUMBER    PIC S9(9) COMP-5.
        01  VERIFY-HIT-COUNT        PIC S9(9) COMP-5.
        01  VERIFY-COUNT            PIC S9(9) COMP-5.
        01  VERIFY-HASH             PIC S9(13)V99.
        01  VERIFY-TRAILER-VIEW.
               05 VERIFY-TRL-TYPE   PIC X(03).
                       88 VERIFY-TRL-SEEN    VALUE "TRL".
               05 VERIFY-TRL-COUNT  PIC 9(09).
               05 VERIFY-TRL-HASH   PIC S9(13)V99.
               05 FILLER            PIC X(53).
        01  VERIFY-FIXED-VIEW.
               05 FILLER            PIC X(10).
               05 VERIFY-FIXED-AMOUNT PIC S9(9)V99.
               05 FILLER            PIC X(59).

        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(36) VALUE
                    "TEST DATA PROVISIONING FROM PROD".
               05 FILLER            PIC X(04) VALUE "RUN ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(13) VALUE "   SINCE ".
               05 HEAD-CUTOFF-DATE  PIC 9(08).
               05 FILLER            PIC X(54) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(12) VALUE "TEST FILE".
               05 FILLER            PIC X(11) VALUE "  PROD READ".
               05 FILLER            PIC X(11) VALUE "    WRITTEN".
               05 FILLER            PIC X(11) VALUE "   VERIFIED".
               05 FILLER            PIC X(11) VALUE "   PROD IDS".
               05 FILLER            PIC X(11) VALUE " PROD NAMES".
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FILLER            PIC X(63) VALUE "NOTE".
        01  FILE-LINE.
               05 FILELN-FILE-NAME  PIC X(12).
               05 FILELN-PROD-READ  PIC Z(10)9.
               05 FILELN-WRITTEN    PIC Z(10)9.
               05 FILELN-VERIFIED   PIC Z(10)9.
               05 FILELN-PROD-IDS   PIC Z(10)9.
               05 FILELN-PROD-NAMES PIC Z(10)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FILELN-NOTE       PIC X(63).
        01  FINDING-LINE.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 FINDLN-FILE-NAME  PIC X(12).
               05 FILLER            PIC X(08) VALUE " RECORD ".
               05 FINDLN-RECORD     PIC Z(08)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FINDLN-TEXT       PIC X(40).
               05 FILLER            PIC X(57) VALUE SPACES.
        01  VERDICT-LINE.
               05 FILLER            PIC X(10) VALUE "VERDICT: ".
               05 VERDICT-TEXT      PIC X(60).
               05 FILLER            PIC X(62) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CTSTPRV.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE SPACES TO CMD-ARGUMENTS.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO SAMPLE-EVERY-TEXT SAMPLE-MAX-TEXT DAYS-BACK-TEXT
                WITH POINTER CMD-PARSE-PTR.
           IF SAMPLE-EVERY-TEXT NOT = SPACES
                INSPECT SAMPLE-EVERY-TEXT
                     REPLACING LEADING SPACE BY ZERO
                IF SAMPLE-EVERY-TEXT NUMERIC
                     MOVE SAMPLE-EVERY-TEXT TO SAMPLE-EVERY
                ELSE
                     SET ARGUMENTS-BAD TO TRUE
                END-IF
           END-IF.
           IF SAMPLE-MAX-TEXT NOT = SPACES
                INSPECT SAMPLE-MAX-TEXT REPLACING LEADING SPACE BY ZERO
                IF SAMPLE-MAX-TEXT NUMERIC
                     MOVE SAMPLE-MAX-TEXT TO SAMPLE-MAX
                ELSE
                     SET ARGUMENTS-BAD TO TRUE
                END-IF
           END-IF.
           IF DAYS-BACK-TEXT NOT = SPACES
                INSPECT DAYS-BACK-TEXT REPLACING LEADING SPACE BY ZERO
                IF DAYS-BACK-TEXT NUMERIC
                     MOVE DAYS-BACK-TEXT TO DAYS-BACK
                ELSE
                     SET ARGUMENTS-BAD TO TRUE
                END-IF
           END-IF.
           IF ARGUMENTS-BAD OR SAMPLE-EVERY = 0 OR SAMPLE-MAX = 0
                OR SAMPLE-MAX > 5000 OR DAYS-BACK > 3660
                DISPLAY "Usage: testprov [every-n [max-customers "
                     "[days]]]"
                DISPLAY "       defaults 10 500 30, at most 5000 "
                     "customers"
                STOP RUN
           END-IF.

           PERFORM CHECK-ENVIRONMENTS.
           MOVE RUN-DATE TO CUTOFF-DATE.
           PERFORM STEP-BACK-ONE-DAY
                VARYING DAY-STEP FROM 1 BY 1
                UNTIL DAY-STEP > DAYS-BACK.
           PERFORM SET-UP-FILE-FIGURES.
           PERFORM LOAD-MASKING-RULES.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM LOAD-NAMED-CUSTOMERS.
           PERFORM SELECT-CUSTOMERS.
           PERFORM ASSIGN-ONE-TEST-ID
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT.

           PERFORM PROVISION-CUSTOMER-MASTER.
           PERFORM PROVISION-BALANCES.
           PERFORM PROVISION-LIMITS.
           PERFORM PROVISION-STANDING-INSTR.
           PERFORM PROVISION-TXN-STORE.
           PERFORM PROVISION-INPUT-FEEDS.

           PERFORM VERIFY-TEST-MASTER.
           PERFORM VERIFY-TEST-BALANCES.
           PERFORM VERIFY-TEST-LIMITS.
           PERFORM VERIFY-TEST-STDINST.
           PERFORM VERIFY-TEST-STORE.
           PERFORM VERIFY-TEST-FIXED-FEED.
           PERFORM VERIFY-TEST-DELIM-FEED.
           CLOSE CUSTOMER-MASTER-FILE.

           PERFORM WRITE-PROVISION-SUMMARY.
           CLOSE PROVISION-REPORT-FILE.

           DISPLAY "TESTPROV: " CUSTOMERS-SELECTED
                " customers provisioned since " CUTOFF-DATE.
           IF FINDINGS-TOTAL > 0 OR CONTROL-MISMATCHES > 0
                OR WRITE-FAILURES > 0
                DISPLAY "  ** Verification failed - see PROVRPT; "
                     "the TEST files must not be released"
                MOVE 8 TO RETURN-CODE
           ELSE
                DISPLAY "  Verified: no PROD identifier in the "
                     "TEST files"
           END-IF.
           STOP RUN.

      *****************************************************
      *  Only ever from PROD towards TEST: the domain this runs
      *  in must be PROD and the TEST domain's configuration must
      *  say TEST.
      *****************************************************
        CHECK-ENVIRONMENTS.
           MOVE "PROD" TO DOMCFG-ENVIRONMENT-TAG.
           OPEN INPUT DOMAIN-CONFIG-FILE.
           READ DOMAIN-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE DOMAIN-CONFIG-FILE.
           MOVE SPACES TO TEST-DOMAIN-CONFIG-RECORD.
           OPEN INPUT TEST-DOMAIN-CONFIG-FILE.
           READ TEST-DOMAIN-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE TEST-DOMAIN-CONFIG-FILE.
           IF NOT DOMCFG-ENV-PROD
                DISPLAY "TESTPROV: DOMAINCFG is "
                     DOMCFG-ENVIRONMENT-TAG
                     " - provisioning runs against PROD only"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF NOT TEST-DOMAIN-IS-TEST
                DISPLAY "TESTPROV: TSTDOMCF does not name a TEST "
                     "domain - nothing written"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

      *****************************************************
      *  The calendar day before CUTOFF-DATE, stepping back over
      *  a month or year boundary on the first.
      *****************************************************
        STEP-BACK-ONE-DAY.
           IF CUTOFF-DD > 1
                SUBTRACT 1 FROM CUTOFF-DD
           ELSE
                IF CUTOFF-MM = 1
                     MOVE 12 TO CUTOFF-MM
                     SUBTRACT 1 FROM CUTOFF-YYYY
                ELSE
                     SUBTRACT 1 FROM CUTOFF-MM
                END-IF
                PERFORM CHECK-LEAP-YEAR
                IF CUTOFF-MM = 2 AND LEAP-YEAR
                     MOVE 29 TO CUTOFF-DD
                ELSE
                     MOVE DAYS-IN-MONTH(CUTOFF-MM) TO CUTOFF-DD
                END-IF
           END-IF.

      *****************************************************
      *  Leap year: divisible by 4, except centuries, except
      *  every fourth century.
      *****************************************************
        CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE CUTOFF-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO LEAP-YEAR-SW
                DIVIDE CUTOFF-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO LEAP-YEAR-SW
                     DIVIDE CUTOFF-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO LEAP-YEAR-SW
                     END-IF
                END-IF
           END-IF.

        SET-UP-FILE-FIGURES.
           INITIALIZE FILE-FIGURES.
           MOVE "TSTCUST" TO FIG-FILE-NAME(MASTER-SUB).
           MOVE "TSTCBAL" TO FIG-FILE-NAME(BALANCE-SUB).
           MOVE "TSTLIMIT" TO FIG-FILE-NAME(LIMITS-SUB).
           MOVE "TSTSTDIN" TO FIG-FILE-NAME(STDINST-SUB).
           MOVE "TSTTXNST" TO FIG-FILE-NAME(STORE-SUB).
           MOVE "TSTBATIN" TO FIG-FILE-NAME(FIXED-FEED-SUB).
           MOVE "TSTBATDL" TO FIG-FILE-NAME(DELIM-FEED-SUB).

      *****************************************************
      *  The TESTPROV mask rule.  The leading and trailing
      *  characters it keeps must leave room for the "T" and a
      *  four-digit number at least; otherwise the whole id is
      *  replaced.
      *****************************************************
        LOAD-MASKING-RULES.
           OPEN INPUT MASKING-RULES-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-MASKING-RULE.
           PERFORM STORE-MASKING-RULE UNTIL END-OF-CURRENT-FILE.
           CLOSE MASKING-RULES-FILE.
           COMPUTE MASK-MIDDLE-WIDTH =
                10 - TEST-KEEP-LEADING - TEST-KEEP-TRAILING.
           IF MASK-MIDDLE-WIDTH < 5
                MOVE "MASKRUL TESTPROV KEEPS TOO MUCH - WHOLE ID"
                     TO MASK-RULE-NOTE
                MOVE 0 TO TEST-KEEP-LEADING
                MOVE 0 TO TEST-KEEP-TRAILING
                MOVE 10 TO MASK-MIDDLE-WIDTH
           END-IF.
           COMPUTE MASK-MIDDLE-START = TEST-KEEP-LEADING + 1.
           COMPUTE MASK-DIGIT-START = 11 - MASK-MIDDLE-WIDTH.

        READ-MASKING-RULE.
           READ MASKING-RULES-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-MASKING-RULE.
           IF MASKRUL-MASK-RULE AND MASKRUL-TARGET = "TESTPROV"
                AND MASKRUL-KEEP-LEADING NUMERIC
                AND MASKRUL-KEEP-TRAILING NUMERIC
                MOVE MASKRUL-KEEP-LEADING TO TEST-KEEP-LEADING
                MOVE MASKRUL-KEEP-TRAILING TO TEST-KEEP-TRAILING
           END-IF.
           PERFORM READ-MASKING-RULE.

      *****************************************************
      *  The customers named in PROVSEL go first in the table,
      *  marked so the sample does not take them twice.
      *****************************************************
        LOAD-NAMED-CUSTOMERS.
           OPEN INPUT PROVISION-SELECT-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-PROVISION-SELECT.
           PERFORM STORE-ONE-NAMED-CUSTOMER UNTIL END-OF-CURRENT-FILE.
           CLOSE PROVISION-SELECT-FILE.

        READ-PROVISION-SELECT.
           READ PROVISION-SELECT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-NAMED-CUSTOMER.
           IF PROVSEL-CUSTOMER-ID NOT = SPACES
                MOVE PROVSEL-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-SELECTED-CUSTOMER
                IF NOT MATCH-FOUND
                     IF SELTAB-COUNT < 5000
                          ADD 1 TO SELTAB-COUNT
                          SET SEL-IDX TO SELTAB-COUNT
                          INITIALIZE SELTAB-ENTRY(SEL-IDX)
                          MOVE PROVSEL-CUSTOMER-ID TO
                               SELTAB-PROD-ID(SEL-IDX)
                          SET SELTAB-NAMED(SEL-IDX) TO TRUE
                          MOVE "N" TO SELTAB-ON-MASTER-SW(SEL-IDX)
                          ADD 1 TO CUSTOMERS-NAMED
                     ELSE
                          PERFORM NOTE-TABLE-FULL
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-PROVISION-SELECT.

      *  The PROD id at LOOKUP-CUSTOMER-ID among those going
      *  across - SEL-FOUND-IDX when MATCH-FOUND.
        FIND-SELECTED-CUSTOMER.
           MOVE "N" TO MATCH-SW.
           PERFORM MATCH-ONE-SELECTED
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT OR MATCH-FOUND.

        MATCH-ONE-SELECTED.
           IF SELTAB-PROD-ID(SEL-IDX) = LOOKUP-CUSTOMER-ID
                SET MATCH-FOUND TO TRUE
                SET SEL-FOUND-IDX TO SEL-IDX
           END-IF.

        NOTE-TABLE-FULL.
           IF NOT TABLE-FULL-NOTED
                DISPLAY "TESTPROV: a working table is full - the "
                     "subset is cut short"
                SET TABLE-FULL-NOTED TO TRUE
           END-IF.

      *****************************************************
      *  One pass of the PROD master: the named customers are
      *  found on it and every n-th other customer is sampled,
      *  up to the maximum.
      *****************************************************
        SELECT-CUSTOMERS.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-NEXT-MASTER.
           PERFORM CONSIDER-ONE-CUSTOMER UNTIL END-OF-CURRENT-FILE.
           PERFORM COUNT-ONE-SELECTION
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT.

        READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        CONSIDER-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-ON-MASTER.
           MOVE CUSMST-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-SELECTED-CUSTOMER.
           IF MATCH-FOUND
                SET SEL-IDX TO SEL-FOUND-IDX
                PERFORM NOTE-SELECTED-MASTER-ENTRY
           ELSE
                ADD 1 TO CUSTOMER-ORDINAL
                DIVIDE CUSTOMER-ORDINAL BY SAMPLE-EVERY
                     GIVING SAMPLE-QUOTIENT
                     REMAINDER SAMPLE-REMAINDER
                IF SAMPLE-REMAINDER = 0
                     AND CUSTOMERS-SAMPLED < SAMPLE-MAX
                     IF SELTAB-COUNT < 5000
                          ADD 1 TO SELTAB-COUNT
                          SET SEL-IDX TO SELTAB-COUNT
                          INITIALIZE SELTAB-ENTRY(SEL-IDX)
                          MOVE CUSMST-CUSTOMER-ID TO
                               SELTAB-PROD-ID(SEL-IDX)
                          MOVE "N" TO SELTAB-NAMED-SW(SEL-IDX)
                          PERFORM NOTE-SELECTED-MASTER-ENTRY
                          ADD 1 TO CUSTOMERS-SAMPLED
                     ELSE
                          PERFORM NOTE-TABLE-FULL
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER.

      *  The lengths bound the verification's search; a name
      *  ends at its first double space.
        NOTE-SELECTED-MASTER-ENTRY.
           SET SELTAB-ON-MASTER(SEL-IDX) TO TRUE.
           MOVE CUSMST-CUSTOMER-NAME TO SELTAB-PROD-NAME(SEL-IDX).
           MOVE 0 TO SELTAB-ID-LENGTH(SEL-IDX).
           INSPECT SELTAB-PROD-ID(SEL-IDX)
                TALLYING SELTAB-ID-LENGTH(SEL-IDX)
                FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO SELTAB-NAME-LENGTH(SEL-IDX).
           INSPECT SELTAB-PROD-NAME(SEL-IDX)
                TALLYING SELTAB-NAME-LENGTH(SEL-IDX)
                FOR CHARACTERS BEFORE INITIAL "  ".

        COUNT-ONE-SELECTION.
           IF SELTAB-ON-MASTER(SEL-IDX)
                ADD 1 TO CUSTOMERS-SELECTED
           ELSE
                ADD 1 TO NAMED-NOT-ON-MASTER
           END-IF.

      *****************************************************
      *  Each customer's TEST id: the kept characters of the
      *  PROD id around "T" and the next number, passed over for
      *  the number after when it is a PROD id in its own right.
      *****************************************************
        ASSIGN-ONE-TEST-ID.
           IF SELTAB-ON-MASTER(SEL-IDX)
                SET TEST-ID-COLLIDES TO TRUE
                PERFORM BUILD-ONE-TEST-ID UNTIL NOT TEST-ID-COLLIDES
                MOVE TEST-ID-WORK TO SELTAB-TEST-ID(SEL-IDX)
                MOVE NEXT-TEST-SEQUENCE TO SELTAB-TEST-NUMBER(SEL-IDX)
           END-IF.

        BUILD-ONE-TEST-ID.
           ADD 1 TO NEXT-TEST-SEQUENCE.
           MOVE SELTAB-PROD-ID(SEL-IDX) TO TEST-ID-WORK.
           MOVE "T" TO TEST-ID-WORK(MASK-MIDDLE-START:1).
           MOVE NEXT-TEST-SEQUENCE(MASK-DIGIT-START:
                MASK-MIDDLE-WIDTH - 1) TO
                TEST-ID-WORK(MASK-MIDDLE-START + 1:
                MASK-MIDDLE-WIDTH - 1).
           MOVE TEST-ID-WORK TO CUSMST-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
                INVALID KEY
                     MOVE "N" TO COLLISION-SW
                NOT INVALID KEY
                     ADD 1 TO TEST-IDS-PASSED-OVER
           END-READ.

      *****************************************************
      *  The master entries under their TEST ids, the name
      *  replaced, the contact address cleared and advices
      *  stopped.
      *****************************************************
        PROVISION-CUSTOMER-MASTER.
           OPEN OUTPUT TEST-MASTER-FILE.
           PERFORM COPY-ONE-MASTER-ENTRY
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT.
           CLOSE TEST-MASTER-FILE.

        COPY-ONE-MASTER-ENTRY.
           IF SELTAB-ON-MASTER(SEL-IDX)
                MOVE SELTAB-PROD-ID(SEL-IDX) TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          ADD 1 TO FIG-PROD-READ(MASTER-SUB)
                          MOVE SELTAB-TEST-ID(SEL-IDX) TO
                               CUSMST-CUSTOMER-ID
                          MOVE SELTAB-TEST-NUMBER(SEL-IDX) TO
                               TEST-NAME-NUMBER
                          MOVE TEST-NAME-BUILD TO CUSMST-CUSTOMER-NAME
                          MOVE SPACES TO CUSMST-CONTACT-ADDRESS
                          SET CUSMST-ADVICE-OPTED-OUT TO TRUE
                          MOVE CUSTOMER-MASTER-RECORD TO
                               TEST-MASTER-RECORD
                          WRITE TEST-MASTER-RECORD
                               INVALID KEY ADD 1 TO WRITE-FAILURES
                               NOT INVALID KEY
                                    ADD 1 TO FIG-WRITTEN(MASTER-SUB)
                          END-WRITE
                END-READ
           END-IF.

        PROVISION-BALANCES.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           OPEN OUTPUT TEST-BALANCE-FILE.
           PERFORM COPY-ONE-BALANCE-ENTRY
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT.
           CLOSE TEST-BALANCE-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.

        COPY-ONE-BALANCE-ENTRY.
           IF SELTAB-ON-MASTER(SEL-IDX)
                MOVE SELTAB-PROD-ID(SEL-IDX) TO CUSBAL-CUSTOMER-ID
                READ CUSTOMER-BALANCE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          ADD 1 TO FIG-PROD-READ(BALANCE-SUB)
                          MOVE SELTAB-TEST-ID(SEL-IDX) TO
                               CUSBAL-CUSTOMER-ID
                          MOVE CUSTOMER-BALANCE-RECORD TO
                               TEST-BALANCE-RECORD
                          WRITE TEST-BALANCE-RECORD
                               INVALID KEY ADD 1 TO WRITE-FAILURES
                               NOT INVALID KEY
                                    ADD 1 TO FIG-WRITTEN(BALANCE-SUB)
                          END-WRITE
                END-READ
           END-IF.

        PROVISION-LIMITS.
           OPEN INPUT LIMITS-FILE.
           OPEN OUTPUT TEST-LIMITS-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-LIMITS.
           PERFORM COPY-ONE-LIMIT UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-LIMITS-FILE.
           CLOSE LIMITS-FILE.

        READ-LIMITS.
           READ LIMITS-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        COPY-ONE-LIMIT.
           MOVE LIMIT-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-SELECTED-CUSTOMER.
           IF MATCH-FOUND
                SET SEL-IDX TO SEL-FOUND-IDX
                IF SELTAB-ON-MASTER(SEL-IDX)
                     ADD 1 TO FIG-PROD-READ(LIMITS-SUB)
                     MOVE SELTAB-TEST-ID(SEL-IDX) TO LIMIT-CUSTOMER-ID
                     WRITE TEST-LIMITS-RECORD FROM LIMITS-RECORD
                     ADD 1 TO FIG-WRITTEN(LIMITS-SUB)
                END-IF
           END-IF.
           PERFORM READ-LIMITS.

        PROVISION-STANDING-INSTR.
           OPEN INPUT STANDING-INSTR-FILE.
           OPEN OUTPUT TEST-STDINST-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-STANDING-INSTR.
           PERFORM COPY-ONE-STANDING-INSTR UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-STDINST-FILE.
           CLOSE STANDING-INSTR-FILE.

        READ-STANDING-INSTR.
           READ STANDING-INSTR-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        COPY-ONE-STANDING-INSTR.
           MOVE STDINS-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-SELECTED-CUSTOMER.
           IF MATCH-FOUND
                SET SEL-IDX TO SEL-FOUND-IDX
                IF SELTAB-ON-MASTER(SEL-IDX)
                     ADD 1 TO FIG-PROD-READ(STDINST-SUB)
                     MOVE SELTAB-TEST-ID(SEL-IDX) TO STDINS-CUSTOMER-ID
                     MOVE STANDING-INSTR-RECORD TO TEST-STDINST-RECORD
                     WRITE TEST-STDINST-RECORD
                          INVALID KEY ADD 1 TO WRITE-FAILURES
                          NOT INVALID KEY
                               ADD 1 TO FIG-WRITTEN(STDINST-SUB)
                     END-WRITE
                END-IF
           END-IF.
           PERFORM READ-STANDING-INSTR.

      *  The bookings of the last days - the registry the TEST
      *  job's duplicate and reversal paths will meet.
        PROVISION-TXN-STORE.
           OPEN INPUT TXN-STORE-FILE.
           OPEN OUTPUT TEST-STORE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TXN-STORE.
           PERFORM COPY-ONE-BOOKING UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-STORE-FILE.
           CLOSE TXN-STORE-FILE.

        READ-TXN-STORE.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        COPY-ONE-BOOKING.
           IF STORE-BOOKED-DATE NOT < CUTOFF-DATE
                MOVE STORE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-SELECTED-CUSTOMER
                IF MATCH-FOUND
                     SET SEL-IDX TO SEL-FOUND-IDX
                     IF SELTAB-ON-MASTER(SEL-IDX)
                          ADD 1 TO FIG-PROD-READ(STORE-SUB)
                          MOVE SELTAB-TEST-ID(SEL-IDX) TO
                               STORE-CUSTOMER-ID
                          MOVE TXN-STORE-RECORD TO TEST-STORE-RECORD
                          WRITE TEST-STORE-RECORD
                               INVALID KEY ADD 1 TO WRITE-FAILURES
                               NOT INVALID KEY
                                    ADD 1 TO FIG-WRITTEN(STORE-SUB)
                          END-WRITE
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-TXN-STORE.

      *****************************************************
      *  The input records of the last days: every feed the
      *  arrival registry accepted since the cut-off (BATCHIN
      *  when it holds none), each read once.  The selected
      *  customers' records go to the TEST feed of their format
      *  under a new header and a trailer built from what was
      *  written.
      *****************************************************
        PROVISION-INPUT-FEEDS.
           OPEN OUTPUT TEST-FEED-FILE.
           OPEN OUTPUT TEST-DELIM-FEED-FILE.
           MOVE RUN-DATE TO TEST-HDR-DATE.
           MOVE "F" TO TEST-HDR-FORMAT.
           WRITE TEST-FEED-RECORD FROM TEST-FEED-HEADER.
           MOVE "D" TO TEST-HDR-FORMAT.
           WRITE TEST-DELIM-FEED-RECORD FROM TEST-FEED-HEADER.
           OPEN INPUT ARRIVAL-REGISTRY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-ARRIVAL-REGISTRY.
           PERFORM NOTE-ONE-ARRIVAL UNTIL END-OF-CURRENT-FILE.
           CLOSE ARRIVAL-REGISTRY-FILE.
           IF FEEDTAB-COUNT = 0
                MOVE 1 TO FEEDTAB-COUNT
                MOVE "BATCHIN" TO FEEDTAB-NAME(1)
           END-IF.
           PERFORM COPY-ONE-INPUT-FEED
                VARYING FEED-IDX FROM 1 BY 1
                UNTIL FEED-IDX > FEEDTAB-COUNT.
           MOVE FIXED-FEED-COUNT TO TEST-TRL-COUNT.
           MOVE FIXED-FEED-HASH TO TEST-TRL-HASH.
           WRITE TEST-FEED-RECORD FROM TEST-FEED-TRAILER.
           MOVE DELIM-FEED-COUNT TO TEST-TRL-COUNT.
           MOVE DELIM-FEED-HASH TO TEST-TRL-HASH.
           WRITE TEST-DELIM-FEED-RECORD FROM TEST-FEED-TRAILER.
           CLOSE TEST-DELIM-FEED-FILE.
           CLOSE TEST-FEED-FILE.
           OPEN OUTPUT TEST-MANIFEST-FILE.
           MOVE "TSTBATIN" TO TSTMAN-FILE-NAME.
           WRITE TEST-MANIFEST-RECORD.
           IF DELIM-FEED-COUNT > 0
                MOVE "TSTBATDL" TO TSTMAN-FILE-NAME
                WRITE TEST-MANIFEST-RECORD
           END-IF.
           CLOSE TEST-MANIFEST-FILE.

        READ-ARRIVAL-REGISTRY.
           READ ARRIVAL-REGISTRY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        NOTE-ONE-ARRIVAL.
           IF ARRREG-ACCEPTED
                AND ARRREG-BUSINESS-DATE NOT < CUTOFF-DATE
                AND ARRREG-FILE-NAME NOT = SPACES
                MOVE "N" TO MATCH-SW
                PERFORM MATCH-ONE-FEED-NAME
                     VARYING FEED-IDX FROM 1 BY 1
                     UNTIL FEED-IDX > FEEDTAB-COUNT OR MATCH-FOUND
                IF NOT MATCH-FOUND
                     IF FEEDTAB-COUNT < 200
                          ADD 1 TO FEEDTAB-COUNT
                          MOVE ARRREG-FILE-NAME TO
                               FEEDTAB-NAME(FEEDTAB-COUNT)
                     ELSE
                          PERFORM NOTE-TABLE-FULL
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-ARRIVAL-REGISTRY.

        MATCH-ONE-FEED-NAME.
           IF FEEDTAB-NAME(FEED-IDX) = ARRREG-FILE-NAME
                SET MATCH-FOUND TO TRUE
           END-IF.

        COPY-ONE-INPUT-FEED.
           MOVE FEEDTAB-NAME(FEED-IDX) TO INPUT-FEED-NAME.
           MOVE "N" TO FEED-HEADER-SW.
           MOVE "N" TO FEED-DELIMITED-SW.
           OPEN INPUT INPUT-FEED-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-INPUT-FEED.
           IF END-OF-CURRENT-FILE
                ADD 1 TO INPUT-FEEDS-MISSING
           ELSE
                ADD 1 TO INPUT-FEEDS-READ
           END-IF.
           PERFORM COPY-ONE-INPUT-RECORD UNTIL END-OF-CURRENT-FILE.
           CLOSE INPUT-FEED-FILE.

        READ-INPUT-FEED.
           READ INPUT-FEED-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        COPY-ONE-INPUT-RECORD.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK
                     SET FEED-HEADER-SEEN TO TRUE
                     IF HEADER-FORMAT-DELIMITED
                          SET FEED-DELIMITED TO TRUE
                     END-IF
                WHEN TRAILER-TYPE-OK
                     CONTINUE
                WHEN FEED-DELIMITED
                     PERFORM COPY-ONE-DELIMITED-RECORD
                WHEN OTHER
                     PERFORM COPY-ONE-FIXED-RECORD
           END-EVALUATE.
           PERFORM READ-INPUT-FEED.

        COPY-ONE-FIXED-RECORD.
           MOVE INFEED-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-SELECTED-CUSTOMER.
           IF MATCH-FOUND
                SET SEL-IDX TO SEL-FOUND-IDX
                IF SELTAB-ON-MASTER(SEL-IDX)
                     ADD 1 TO FIG-PROD-READ(FIXED-FEED-SUB)
                     MOVE SELTAB-TEST-ID(SEL-IDX) TO INFEED-CUSTOMER-ID
                     WRITE TEST-FEED-RECORD FROM INPUT-FEED-TEXT
                     ADD 1 TO FIG-WRITTEN(FIXED-FEED-SUB)
                     ADD 1 TO FIXED-FEED-COUNT
                     IF INFEED-AMOUNT NUMERIC
                          ADD INFEED-AMOUNT TO FIXED-FEED-HASH
                     END-IF
                END-IF
           END-IF.

      *  The customer is the line's first field; the rest of the
      *  line goes across as it stands.
        COPY-ONE-DELIMITED-RECORD.
           MOVE SPACES TO DELIM-CUSTOMER-TEXT.
           MOVE 1 TO DELIM-REST-START.
           UNSTRING INPUT-FEED-TEXT DELIMITED BY ","
                INTO DELIM-CUSTOMER-TEXT
                WITH POINTER DELIM-REST-START.
           MOVE DELIM-CUSTOMER-TEXT TO LOOKUP-CUSTOMER-ID.
           PERFORM FIND-SELECTED-CUSTOMER.
           IF MATCH-FOUND
                SET SEL-IDX TO SEL-FOUND-IDX
                IF SELTAB-ON-MASTER(SEL-IDX)
                     ADD 1 TO FIG-PROD-READ(DELIM-FEED-SUB)
                     MOVE SPACES TO DELIM-BUILD-LINE
                     IF DELIM-REST-START > 80
                          MOVE SELTAB-TEST-ID(SEL-IDX) TO
                               DELIM-BUILD-LINE
                     ELSE
                          COMPUTE DELIM-REST-LENGTH =
                               81 - DELIM-REST-START
                          STRING SELTAB-TEST-ID(SEL-IDX)
                                    DELIMITED BY SPACE
                               "," DELIMITED BY SIZE
                               INPUT-FEED-TEXT(DELIM-REST-START:
                                    DELIM-REST-LENGTH)
                                    DELIMITED BY SIZE
                               INTO DELIM-BUILD-LINE
                     END-IF
                     WRITE TEST-DELIM-FEED-RECORD FROM DELIM-BUILD-LINE
                     ADD 1 TO FIG-WRITTEN(DELIM-FEED-SUB)
                     ADD 1 TO DELIM-FEED-COUNT
                     MOVE DELIM-BUILD-LINE TO VERIFY-RECORD-TEXT
                     PERFORM CONVERT-LINE-AMOUNT
                     ADD CSV-AMOUNT-VALUE TO DELIM-FEED-HASH
                END-IF
           END-IF.

      *  The amount field of the delimited line in
      *  VERIFY-RECORD-TEXT.
        CONVERT-LINE-AMOUNT.
           MOVE SPACES TO DELIM-AMOUNT-TEXT.
           UNSTRING VERIFY-RECORD-TEXT DELIMITED BY ","
                INTO DELIM-CUSTOMER-TEXT DELIM-AMOUNT-TEXT.
           PERFORM CONVERT-DELIMITED-AMOUNT.

      *****************************************************
      *  "-1255.50" to a signed working amount, digit by digit,
      *  as BATCHCLI does it.
      *****************************************************
        CONVERT-DELIMITED-AMOUNT.
           MOVE 0 TO CSV-INT-VALUE.
           MOVE 0 TO CSV-DEC-VALUE.
           MOVE 0 TO CSV-DEC-COUNT.
           MOVE 0 TO CSV-INT-COUNT.
           MOVE "N" TO CSV-NEGATIVE-SW.
           MOVE "N" TO CSV-DECIMALS-SW.
           MOVE "N" TO CSV-DIGIT-SEEN-SW.
           MOVE "N" TO AMOUNT-BAD-SW.
           PERFORM SCAN-ONE-AMOUNT-CHAR
                VARYING CSV-SCAN-SUB FROM 1 BY 1
                UNTIL CSV-SCAN-SUB > 14.
           IF CSV-DEC-COUNT = 1
                MULTIPLY 10 BY CSV-DEC-VALUE
           END-IF.
           COMPUTE CSV-AMOUNT-VALUE =
                CSV-INT-VALUE + (CSV-DEC-VALUE / 100).
           IF CSV-AMOUNT-NEGATIVE
                COMPUTE CSV-AMOUNT-VALUE = 0 - CSV-AMOUNT-VALUE
           END-IF.

        SCAN-ONE-AMOUNT-CHAR.
           MOVE DELIM-AMOUNT-TEXT(CSV-SCAN-SUB:1) TO CSV-SCAN-CHAR.
           EVALUATE TRUE
                WHEN CSV-SCAN-CHAR = SPACE
                     CONTINUE
                WHEN CSV-SCAN-CHAR = "-"
                     IF CSV-DIGIT-SEEN OR CSV-IN-DECIMALS
                          OR CSV-AMOUNT-NEGATIVE
                          SET RECORD-AMOUNT-BAD TO TRUE
                     ELSE
                          MOVE "Y" TO CSV-NEGATIVE-SW
                     END-IF
                WHEN CSV-SCAN-CHAR = "."
                     IF CSV-IN-DECIMALS
                          SET RECORD-AMOUNT-BAD TO TRUE
                     ELSE
                          MOVE "Y" TO CSV-DECIMALS-SW
                     END-IF
                WHEN CSV-SCAN-CHAR NUMERIC
                     MOVE "Y" TO CSV-DIGIT-SEEN-SW
                     IF CSV-IN-DECIMALS
                          IF CSV-DEC-COUNT < 2
                               COMPUTE CSV-DEC-VALUE =
                                    CSV-DEC-VALUE * 10
                                    + CSV-SCAN-DIGIT
                               ADD 1 TO CSV-DEC-COUNT
                          ELSE
                               SET RECORD-AMOUNT-BAD TO TRUE
                          END-IF
                     ELSE
                          IF CSV-INT-COUNT = 9
                               SET RECORD-AMOUNT-BAD TO TRUE
                          ELSE
                               COMPUTE CSV-INT-VALUE =
                                    CSV-INT-VALUE * 10
                                    + CSV-SCAN-DIGIT
                               IF CSV-INT-VALUE > 0
                                    ADD 1 TO CSV-INT-COUNT
                               END-IF
                          END-IF
                     END-IF
                WHEN OTHER
                     SET RECORD-AMOUNT-BAD TO TRUE
           END-EVALUATE.

      *****************************************************
      *  Verification: every TEST file read back.  Each record
      *  goes through CHECK-VERIFY-RECORD with its customer id
      *  at VERIFY-ID-START (zero for a delimited line, whose id
      *  is its first field).
      *****************************************************
        VERIFY-TEST-MASTER.
           MOVE MASTER-SUB TO FIG-SUB.
           MOVE 1 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           OPEN INPUT TEST-MASTER-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-MASTER.
           PERFORM VERIFY-ONE-MASTER-ENTRY UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-MASTER-FILE.

        READ-TEST-MASTER.
           READ TEST-MASTER-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-MASTER-ENTRY.
           MOVE TEST-MASTER-RECORD TO VERIFY-RECORD-TEXT.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-MASTER.

        VERIFY-TEST-BALANCES.
           MOVE BALANCE-SUB TO FIG-SUB.
           MOVE 1 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           OPEN INPUT TEST-BALANCE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-BALANCE.
           PERFORM VERIFY-ONE-BALANCE-ENTRY UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-BALANCE-FILE.

        READ-TEST-BALANCE.
           READ TEST-BALANCE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-BALANCE-ENTRY.
           MOVE TEST-BALANCE-RECORD TO VERIFY-RECORD-TEXT.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-BALANCE.

        VERIFY-TEST-LIMITS.
           MOVE LIMITS-SUB TO FIG-SUB.
           MOVE 1 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           OPEN INPUT TEST-LIMITS-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-LIMITS.
           PERFORM VERIFY-ONE-LIMIT UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-LIMITS-FILE.

        READ-TEST-LIMITS.
           READ TEST-LIMITS-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-LIMIT.
           MOVE TEST-LIMITS-RECORD TO VERIFY-RECORD-TEXT.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-LIMITS.

        VERIFY-TEST-STDINST.
           MOVE STDINST-SUB TO FIG-SUB.
           MOVE 7 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           OPEN INPUT TEST-STDINST-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-STDINST.
           PERFORM VERIFY-ONE-STDINST UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-STDINST-FILE.

        READ-TEST-STDINST.
           READ TEST-STDINST-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-STDINST.
           MOVE TEST-STDINST-RECORD TO VERIFY-RECORD-TEXT.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-STDINST.

        VERIFY-TEST-STORE.
           MOVE STORE-SUB TO FIG-SUB.
           MOVE 13 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           OPEN INPUT TEST-STORE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-STORE.
           PERFORM VERIFY-ONE-BOOKING UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-STORE-FILE.

        READ-TEST-STORE.
           READ TEST-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-BOOKING.
           MOVE TEST-STORE-RECORD TO VERIFY-RECORD-TEXT.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-STORE.

      *  The feeds are also counted and totalled against their
      *  trailers, as BATCHCLI will.
        VERIFY-TEST-FIXED-FEED.
           MOVE FIXED-FEED-SUB TO FIG-SUB.
           MOVE 1 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           MOVE 0 TO VERIFY-COUNT.
           MOVE 0 TO VERIFY-HASH.
           MOVE SPACES TO VERIFY-TRAILER-VIEW.
           OPEN INPUT TEST-FEED-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-FEED.
           PERFORM VERIFY-ONE-FIXED-RECORD UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-FEED-FILE.
           PERFORM CHECK-FEED-CONTROLS.

        READ-TEST-FEED.
           READ TEST-FEED-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-FIXED-RECORD.
           MOVE TEST-FEED-RECORD TO VERIFY-RECORD-TEXT.
           EVALUATE TEST-FEED-RECORD(1:3)
                WHEN "HDR"
                     SET VERIFY-SKIP-ID TO TRUE
                WHEN "TRL"
                     SET VERIFY-SKIP-ID TO TRUE
                     MOVE TEST-FEED-RECORD TO VERIFY-TRAILER-VIEW
                WHEN OTHER
                     ADD 1 TO VERIFY-COUNT
                     MOVE TEST-FEED-RECORD TO VERIFY-FIXED-VIEW
                     IF VERIFY-FIXED-AMOUNT NUMERIC
                          ADD VERIFY-FIXED-AMOUNT TO VERIFY-HASH
                     END-IF
           END-EVALUATE.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-FEED.

        VERIFY-TEST-DELIM-FEED.
           MOVE DELIM-FEED-SUB TO FIG-SUB.
           MOVE 0 TO VERIFY-ID-START.
           MOVE 0 TO VERIFY-RECORD-NUMBER.
           MOVE 0 TO VERIFY-COUNT.
           MOVE 0 TO VERIFY-HASH.
           MOVE SPACES TO VERIFY-TRAILER-VIEW.
           OPEN INPUT TEST-DELIM-FEED-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-TEST-DELIM-FEED.
           PERFORM VERIFY-ONE-DELIM-RECORD UNTIL END-OF-CURRENT-FILE.
           CLOSE TEST-DELIM-FEED-FILE.
           PERFORM CHECK-FEED-CONTROLS.

        READ-TEST-DELIM-FEED.
           READ TEST-DELIM-FEED-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        VERIFY-ONE-DELIM-RECORD.
           MOVE TEST-DELIM-FEED-RECORD TO VERIFY-RECORD-TEXT.
           EVALUATE TEST-DELIM-FEED-RECORD(1:3)
                WHEN "HDR"
                     SET VERIFY-SKIP-ID TO TRUE
                WHEN "TRL"
                     SET VERIFY-SKIP-ID TO TRUE
                     MOVE TEST-DELIM-FEED-RECORD TO VERIFY-TRAILER-VIEW
                WHEN OTHER
                     ADD 1 TO VERIFY-COUNT
                     PERFORM CONVERT-LINE-AMOUNT
                     ADD CSV-AMOUNT-VALUE TO VERIFY-HASH
           END-EVALUATE.
           PERFORM CHECK-VERIFY-RECORD.
           PERFORM READ-TEST-DELIM-FEED.

        CHECK-FEED-CONTROLS.
           IF NOT VERIFY-TRL-SEEN
                MOVE "NO TRAILER" TO FIG-NOTE(FIG-SUB)
                ADD 1 TO CONTROL-MISMATCHES
           ELSE
                IF VERIFY-TRL-COUNT = VERIFY-COUNT
                     AND VERIFY-TRL-HASH = VERIFY-HASH
                     MOVE "TRAILER AGREES" TO FIG-NOTE(FIG-SUB)
                ELSE
                     MOVE "TRAILER DISAGREES" TO FIG-NOTE(FIG-SUB)
                     ADD 1 TO CONTROL-MISMATCHES
                END-IF
           END-IF.

      *****************************************************
      *  One TEST record: its customer id must not be on the
      *  PROD master, and no extracted customer's PROD id or
      *  name may appear anywhere in it.
      *****************************************************
        CHECK-VERIFY-RECORD.
           ADD 1 TO VERIFY-RECORD-NUMBER.
           ADD 1 TO FIG-VERIFIED(FIG-SUB).
           IF NOT VERIFY-SKIP-ID
                IF VERIFY-ID-START = 0
                     MOVE SPACES TO VERIFY-CUSTOMER-ID
                     UNSTRING VERIFY-RECORD-TEXT DELIMITED BY ","
                          INTO VERIFY-CUSTOMER-ID
                ELSE
                     MOVE VERIFY-RECORD-TEXT(VERIFY-ID-START:10) TO
                          VERIFY-CUSTOMER-ID
                END-IF
                MOVE VERIFY-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          ADD 1 TO FIG-PROD-IDS(FIG-SUB)
                          MOVE "CUSTOMER ID IS A PROD ID" TO
                               FINDLN-TEXT
                          PERFORM WRITE-FINDING-LINE
                END-READ
           END-IF.
           MOVE "N" TO VERIFY-SKIP-ID-SW.
           PERFORM SEARCH-ONE-PROD-IDENTITY
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > SELTAB-COUNT.

        SEARCH-ONE-PROD-IDENTITY.
           IF SELTAB-ON-MASTER(SEL-IDX)
                IF SELTAB-ID-LENGTH(SEL-IDX) > 3
                     MOVE 0 TO VERIFY-HIT-COUNT
                     INSPECT VERIFY-RECORD-TEXT
                          TALLYING VERIFY-HIT-COUNT FOR ALL
                          SELTAB-PROD-ID(SEL-IDX)
                               (1:SELTAB-ID-LENGTH(SEL-IDX))
                     IF VERIFY-HIT-COUNT > 0
                          ADD 1 TO FIG-PROD-IDS(FIG-SUB)
                          MOVE "HOLDS AN EXTRACTED PROD ID" TO
                               FINDLN-TEXT
                          PERFORM WRITE-FINDING-LINE
                     END-IF
                END-IF
                IF SELTAB-NAME-LENGTH(SEL-IDX) > 3
                     MOVE 0 TO VERIFY-HIT-COUNT
                     INSPECT VERIFY-RECORD-TEXT
                          TALLYING VERIFY-HIT-COUNT FOR ALL
                          SELTAB-PROD-NAME(SEL-IDX)
                               (1:SELTAB-NAME-LENGTH(SEL-IDX))
                     IF VERIFY-HIT-COUNT > 0
                          ADD 1 TO FIG-PROD-NAMES(FIG-SUB)
                          MOVE "HOLDS AN EXTRACTED PROD NAME" TO
                               FINDLN-TEXT
                          PERFORM WRITE-FINDING-LINE
                     END-IF
                END-IF
           END-IF.

      *  Findings are printed as they are met, ahead of the
      *  summary, by file and record number only.
        WRITE-FINDING-LINE.
           ADD 1 TO FINDINGS-TOTAL.
           IF PAGE-NUMBER = 0
                OPEN OUTPUT PROVISION-REPORT-FILE
                PERFORM PRINT-PAGE-HEADINGS
           END-IF.
           MOVE FIG-FILE-NAME(FIG-SUB) TO FINDLN-FILE-NAME.
           MOVE VERIFY-RECORD-NUMBER TO FINDLN-RECORD.
           MOVE FINDING-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  The figures per file, the selection, and the verdict.
      *****************************************************
        WRITE-PROVISION-SUMMARY.
           IF PAGE-NUMBER = 0
                OPEN OUTPUT PROVISION-REPORT-FILE
                PERFORM PRINT-PAGE-HEADINGS
           ELSE
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-ONE-FILE-LINE
                VARYING FIG-SUB FROM 1 BY 1
                UNTIL FIG-SUB > 7.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CUSTOMERS ON PROD MASTER" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-ON-MASTER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NAMED IN PROVSEL" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-NAMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NAMED BUT NOT ON MASTER" TO TOTLN-CAPTION.
           MOVE NAMED-NOT-ON-MASTER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "SAMPLED" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-SAMPLED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS PROVISIONED" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-SELECTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "SAMPLE EVERY N-TH CUSTOMER" TO TOTLN-CAPTION.
           MOVE SAMPLE-EVERY TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DAYS OF BOOKINGS AND INPUT" TO TOTLN-CAPTION.
           MOVE DAYS-BACK TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ID CHARACTERS KEPT LEADING" TO TOTLN-CAPTION.
           MOVE TEST-KEEP-LEADING TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ID CHARACTERS KEPT TRAILING" TO TOTLN-CAPTION.
           MOVE TEST-KEEP-TRAILING TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF MASK-RULE-NOTE NOT = SPACES
                MOVE MASK-RULE-NOTE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "TEST IDS PASSED OVER AS PROD" TO TOTLN-CAPTION.
           MOVE TEST-IDS-PASSED-OVER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "INPUT FEEDS READ" TO TOTLN-CAPTION.
           MOVE INPUT-FEEDS-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "INPUT FEEDS REGISTERED, GONE" TO TOTLN-CAPTION.
           MOVE INPUT-FEEDS-MISSING TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TEST RECORDS NOT WRITTEN" TO TOTLN-CAPTION.
           MOVE WRITE-FAILURES TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PROD IDENTIFIERS FOUND" TO TOTLN-CAPTION.
           MOVE FINDINGS-TOTAL TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
                WHEN FINDINGS-TOTAL > 0
                     MOVE "PROD IDENTIFIERS FOUND - DO NOT RELEASE"
                          TO VERDICT-TEXT
                WHEN CONTROL-MISMATCHES > 0 OR WRITE-FAILURES > 0
                     MOVE "TEST FILES INCOMPLETE - DO NOT RELEASE"
                          TO VERDICT-TEXT
                WHEN OTHER
                     MOVE
                "NO UNMASKED PROD IDENTIFIER IN THE TEST FILES"
                          TO VERDICT-TEXT
           END-EVALUATE.
           MOVE VERDICT-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        WRITE-ONE-FILE-LINE.
           MOVE FIG-FILE-NAME(FIG-SUB) TO FILELN-FILE-NAME.
           MOVE FIG-PROD-READ(FIG-SUB) TO FILELN-PROD-READ.
           MOVE FIG-WRITTEN(FIG-SUB) TO FILELN-WRITTEN.
           MOVE FIG-VERIFIED(FIG-SUB) TO FILELN-VERIFIED.
           MOVE FIG-PROD-IDS(FIG-SUB) TO FILELN-PROD-IDS.
           MOVE FIG-PROD-NAMES(FIG-SUB) TO FILELN-PROD-NAMES.
           MOVE FIG-NOTE(FIG-SUB) TO FILELN-NOTE.
           MOVE FILE-LINE TO PRINT-WORK-LINE.
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
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE CUTOFF-DATE TO HEAD-CUTOFF-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
