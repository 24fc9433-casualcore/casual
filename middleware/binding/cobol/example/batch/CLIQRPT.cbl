      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CLIQRPT.cbl
      *
      *  Funding and liquidity position report for treasury, per
      *  entity and currency.  The afternoon's prefunding figure
      *  off the treasury file TRSYFUND is set against the
      *  night's confirmed outflows - the OK lines of the batch
      *  output, at their original amount in their own currency -
      *  hour by hour, each payment placed at the hour its call
      *  was answered on the audit trail.  A payment whose audit
      *  line cannot be found (an audit trail already rolled
      *  away, or written before lines carried a reference) still
      *  counts against the funding, under UNTIMED.
      *
      *  The outflows already committed for the next five
      *  business days are added on: waiting future-dated items
      *  off the warehouse by the business day they will be sent,
      *  and the payments the active standing instructions will
      *  generate, projected by frequency and rolled to business
      *  days the way STDINSGN pays them.  Anything overdue is
      *  taken on the first day.  Any entity and currency whose
      *  funds go below zero - tonight or on a day ahead - is
      *  flagged short, and the run ends with RETURN-CODE 4 so
      *  the chain can raise it.
      *
      *  The positions also go to LIQPOS for treasury's own
      *  systems.  The input is the live BATCHOUT by default, or
      *  the rolled generation the OUTGENS registry names for a
      *  date (YYYYMMDD) or R<run id> selector on the command
      *  line, as for SETLRPT; the position date is today, or the
      *  date that generation was rolled.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LIQRPT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OUTPUT-INPUT-FILE ASSIGN TO DYNAMIC
                OUTPUT-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
      *  The live audit trail and whichever audit generations
      *  AUDITARC rolled on or after the position date - the
      *  night's lines are in one of them.
           SELECT OPTIONAL AUDIT-INPUT-FILE ASSIGN TO DYNAMIC
                AUDIT-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-GENERATION-REGISTRY
                ASSIGN TO "AUDGENS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TREASURY-FUNDING-FILE ASSIGN TO "TRSYFUND"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY FUTWHS-KEY
                FILE STATUS WAREHOUSE-FILE-STATUS.
           SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STDINST"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STDINS-INSTRUCTION-ID
                FILE STATUS STDINS-FILE-STATUS.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT LIQUIDITY-REPORT-FILE ASSIGN TO "LIQRPT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT LIQUIDITY-POSITION-FILE ASSIGN TO "LIQPOS"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CHISTLD.cbl.
        FD  OUTPUT-INPUT-FILE.
        01  OUTPUT-INPUT-RECORD.
               05 GEN-IN-STATUS              PIC X(06).
                       88 GEN-STATUS-CONFIRMED       VALUE "OK".
               05 GEN-IN-CUSTOMER-ID         PIC X(10).
               05 GEN-IN-SENT-AMOUNT         PIC -(9)9.99.
               05 GEN-IN-SENT-AMOUNT-TEXT REDEFINES
                    GEN-IN-SENT-AMOUNT       PIC X(13).
               05 GEN-IN-EFFECTIVE-DATE      PIC X(08).
               05 GEN-IN-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(01).
               05 GEN-IN-REASON-WORD         PIC X(20).
               05 FILLER                     PIC X(22).
      *  Run id, then the currency and entity extension columns.
               05 GEN-IN-RUN-ID              PIC X(08).
               05 GEN-IN-CURRENCY-CODE       PIC X(03).
               05 FILLER                     PIC X(01).
               05 GEN-IN-ORIG-AMOUNT         PIC -(9)9.99.
               05 GEN-IN-ORIG-AMOUNT-TEXT REDEFINES
                    GEN-IN-ORIG-AMOUNT       PIC X(13).
               05 GEN-IN-ENTITY-CODE         PIC X(03).

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

        FD  AUDIT-INPUT-FILE.
        01  AUDIT-RECORD.
           COPY TPAUDIT.

        FD  AUDIT-GENERATION-REGISTRY.
        01  AUDIT-GENERATION-RECORD.
               05 AUDGEN-FILE-NAME           PIC X(12).
               05 AUDGEN-ROLL-DATE           PIC 9(08).
               05 AUDGEN-RECORD-COUNT        PIC 9(09).

        FD  TREASURY-FUNDING-FILE.
        01  TREASURY-FUNDING-RECORD.
           COPY TPTRSFND.

        FD  FUTURE-WAREHOUSE-FILE.
        01  FUTURE-WAREHOUSE-RECORD.
           COPY TPFUTWHS.

        FD  STANDING-INSTR-FILE.
        01  STANDING-INSTR-RECORD.
           COPY TPSTDINS.

      *  The business calendar as BATCHCLI reads it - only the
      *  holiday records matter here.
        FD  BUSINESS-CALENDAR-FILE.
        01  BUSINESS-CALENDAR-RECORD.
               05 CAL-RECORD-TYPE            PIC X(01).
                       88 CAL-HOLIDAY-RECORD         VALUE "H".
               05 CAL-HOLIDAY-DATE           PIC 9(08).
               05 FILLER                     PIC X(12).

        FD  LIQUIDITY-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        FD  LIQUIDITY-POSITION-FILE.
        01  LIQUIDITY-POSITION-RECORD.
           COPY TPLIQPOS.

        WORKING-STORAGE SECTION.
        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01  OUTPUT-INPUT-NAME       PIC X(12) VALUE "BATCHOUT".
        01  AUDIT-INPUT-NAME        PIC X(12) VALUE "AUDITTRL".
        01  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE SPACES.
        01  STDINS-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  DEFAULT-ENTITY-CODE     PIC X(03) VALUE "001".
        01  BOOKING-CURRENCY-CODE   PIC X(03) VALUE "USD".

      *  The generation selector off the command line, and the
      *  registry scan that resolves it to a file name.
        01  GENERATION-SELECTOR     PIC X(10) VALUE SPACES.
        01  SELECTOR-RUN-ID         PIC 9(08) VALUE 0.
        01  SELECTOR-DATE           PIC 9(08) VALUE 0.
        01  SELECTOR-SWITCHES.
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 SELECTOR-KIND-SW  PIC X(01) VALUE "N".
                       88 SELECT-BY-DATE     VALUE "D".
                       88 SELECT-BY-RUN-ID   VALUE "R".
                       88 SELECT-LIVE-FILE   VALUE "N".
               05 GEN-FOUND-SW      PIC X(01) VALUE "N".
                       88 GENERATION-FOUND   VALUE "Y".
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.

        01  REPORT-SWITCHES.
               05 END-OF-INPUT-SW   PIC X(01) VALUE "N".
                       88 END-OF-INPUT       VALUE "Y".
               05 END-OF-AUDIT-SW   PIC X(01) VALUE "N".
                       88 END-OF-AUDIT       VALUE "Y".
               05 END-OF-AUDGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-AUDGENS     VALUE "Y".
               05 END-OF-FUNDING-SW PIC X(01) VALUE "N".
                       88 END-OF-FUNDING     VALUE "Y".
               05 END-OF-WAREHOUSE-SW PIC X(01) VALUE "N".
                       88 END-OF-WAREHOUSE   VALUE "Y".
               05 END-OF-STDINS-SW  PIC X(01) VALUE "N".
                       88 END-OF-STDINS      VALUE "Y".
               05 END-OF-BUSCAL-SW  PIC X(01) VALUE "N".
                       88 END-OF-BUSCAL      VALUE "Y".
               05 BUSINESS-DAY-SW   PIC X(01) VALUE "Y".
                       88 DATE-IS-BUSINESS-DAY VALUE "Y".
               05 OUTFLOW-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 OUTFLOW-TABLE-FULL VALUE "Y".
               05 POSITION-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 POSITION-TABLE-FULL VALUE "Y".

        01  REPORT-COUNTERS.
               05 PAYMENTS-CONFIRMED PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-PLACED   PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-UNTIMED  PIC S9(9) COMP-5 VALUE 0.
               05 AUDIT-LINES-READ  PIC S9(9) COMP-5 VALUE 0.
               05 FUNDING-LINES-USED PIC S9(9) COMP-5 VALUE 0.
               05 FUNDING-LINES-REJECTED PIC S9(9) COMP-5 VALUE 0.
               05 FUTURE-ITEMS-COMMITTED PIC S9(9) COMP-5 VALUE 0.
               05 RECURRING-COMMITTED PIC S9(9) COMP-5 VALUE 0.
               05 POSITIONS-SHORT   PIC S9(9) COMP-5 VALUE 0.
               05 POSITIONS-UNFUNDED PIC S9(9) COMP-5 VALUE 0.
               05 PROJECT-GUARD     PIC S9(4) COMP-5 VALUE 0.
               05 STEP-DAYS         PIC S9(4) COMP-5 VALUE 0.
               05 STEP-MONTHS       PIC S9(4) COMP-5 VALUE 0.
               05 STEP-SUB          PIC S9(4) COMP-5 VALUE 0.
               05 HOUR-SUB          PIC S9(4) COMP-5 VALUE 0.
               05 DAY-SUB           PIC S9(4) COMP-5 VALUE 0.
               05 COMMIT-DAY-SUB    PIC S9(4) COMP-5 VALUE 0.

        01  RUN-DATE                PIC 9(08) VALUE 0.
        01  POSITION-DATE           PIC 9(08) VALUE 0.
        01  LINE-AMOUNT-WORK        PIC S9(9)V99 VALUE 0.
        01  COMMIT-AMOUNT-WORK      PIC S9(9)V99 VALUE 0.
        01  PAYMENT-DATE            PIC 9(08) VALUE 0.
        01  PROJECT-DUE-DATE        PIC 9(08) VALUE 0.
        01  RUNNING-BALANCE         PIC S9(13)V99 VALUE 0.
        01  CUMULATIVE-OUTFLOW      PIC S9(13)V99 VALUE 0.
        01  AUDIT-HOUR-WORK         PIC 9(02) VALUE 0.

      *  The entity and currency a figure is to be posted under.
        01  POSITION-KEY.
               05 POSKEY-ENTITY-CODE PIC X(03).
               05 POSKEY-CURRENCY-CODE PIC X(03).

      *  The night's confirmed payments, waiting to be placed at
      *  the hour of their call.  An hour of 99 is one not yet
      *  found on the audit trail.
        01  OUTFLOW-TABLE.
               05 OUTTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 OUTTAB-ENTRY OCCURS 1 TO 9999 TIMES
                       DEPENDING ON OUTTAB-COUNT
                       INDEXED BY OUTTAB-IDX.
                       10 OUTTAB-REFERENCE-NUM       PIC X(12).
                       10 OUTTAB-RUN-ID              PIC 9(08).
                       10 OUTTAB-ENTITY-CODE         PIC X(03).
                       10 OUTTAB-CURRENCY-CODE       PIC X(03).
                       10 OUTTAB-AMOUNT              PIC S9(9)V99.
                       10 OUTTAB-HOUR                PIC 9(02).
                               88 OUTTAB-UNTIMED             VALUE 99.
        01  OUTTAB-MATCH-SW         PIC X(01) VALUE "N".
               88 OUTTAB-MATCH-FOUND         VALUE "Y".
        01  OUTTAB-FOUND-IDX        USAGE INDEX.

      *  The run ids the night's payments went out under - only
      *  their audit lines are looked at.
        01  NIGHT-RUN-TABLE.
               05 NIGHT-RUN-COUNT   PIC S9(4) COMP-5 VALUE 0.
               05 NIGHT-RUN-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON NIGHT-RUN-COUNT
                       INDEXED BY NIGHT-RUN-IDX.
                       10 NIGHT-RUN-ID               PIC 9(08).
        01  NIGHT-RUN-MATCH-SW      PIC X(01) VALUE "N".
               88 NIGHT-RUN-MATCH-FOUND      VALUE "Y".
        01  NIGHT-RUN-WORK          PIC 9(08) VALUE 0.

      *  The audit generations to search after the live trail.
        01  AUDIT-GENERATION-TABLE.
               05 AUDGEN-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 AUDGEN-ENTRY OCCURS 1 TO 99 TIMES
                       DEPENDING ON AUDGEN-COUNT
                       INDEXED BY AUDGEN-IDX.
                       10 AUDGEN-TAB-FILE-NAME       PIC X(12).

      *  The next five business days from the position date on.
        01  COMMIT-WINDOW-TABLE.
               05 COMMIT-WINDOW-DATE PIC 9(08) OCCURS 5 TIMES.
        01  COMMIT-WINDOW-END       PIC 9(08) VALUE 0.

      *  One position per entity and currency.
        01  POSITION-TABLE.
               05 POSTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 POSTAB-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON POSTAB-COUNT
                       INDEXED BY POSTAB-IDX.
                       10 POSTAB-ENTITY-CODE         PIC X(03).
                       10 POSTAB-CURRENCY-CODE       PIC X(03).
                       10 POSTAB-FUNDING-SW          PIC X(01).
                               88 POSTAB-FUNDED              VALUE "Y".
                       10 POSTAB-FUNDING-DATE        PIC 9(08).
                       10 POSTAB-FUNDED-AMOUNT       PIC S9(13)V99.
                       10 POSTAB-OUTFLOW-COUNT       PIC S9(9) COMP-5.
                       10 POSTAB-OUTFLOW-AMOUNT      PIC S9(13)V99.
                       10 POSTAB-UNTIMED-COUNT       PIC S9(9) COMP-5.
                       10 POSTAB-UNTIMED-AMOUNT      PIC S9(13)V99.
                       10 POSTAB-HOUR OCCURS 24 TIMES.
                               15 POSTAB-HOUR-COUNT  PIC S9(9) COMP-5.
                               15 POSTAB-HOUR-AMOUNT PIC S9(13)V99.
                       10 POSTAB-DAY OCCURS 5 TIMES.
                               15 POSTAB-DAY-FUTURE  PIC S9(13)V99.
                               15 POSTAB-DAY-RECURRING
                                                     PIC S9(13)V99.
                               15 POSTAB-DAY-PROJECTED
                                                     PIC S9(13)V99.
                       10 POSTAB-REMAINING           PIC S9(13)V99.
                       10 POSTAB-LOWEST-BALANCE      PIC S9(13)V99.
                       10 POSTAB-SHORT-SW            PIC X(01).
                               88 POSTAB-SHORT               VALUE "Y".
                       10 POSTAB-SHORT-DATE          PIC 9(08).
        01  POSTAB-MATCH-SW         PIC X(01) VALUE "N".
               88 POSTAB-MATCH-FOUND         VALUE "Y".
        01  POSTAB-FOUND-IDX        USAGE INDEX.

        01  HOLIDAY-TABLE.
               05 HOLIDAY-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON HOLIDAY-COUNT
                       INDEXED BY HOLIDAY-IDX.
                       10 HOLTAB-DATE                PIC 9(08).

      *  Calendar arithmetic: the business-day test and the
      *  stepping of a due date by days or months, as STDINSGN
      *  makes them.
        01  CALDT-FIELDS.
               05 CALDT-DATE        PIC 9(08).
               05 CALDT-DATE-SPLIT REDEFINES CALDT-DATE.
                       10 CALDT-YYYY         PIC 9(04).
                       10 CALDT-MM           PIC 9(02).
                       10 CALDT-DD           PIC 9(02).
        01  CALDT-SERIAL-DAY        PIC S9(9) COMP-5.
        01  CALDT-DAY-OF-WEEK       PIC S9(4) COMP-5.
        01  CALDT-DOW-QUOTIENT      PIC S9(9) COMP-5.
        01  CALDT-PRIOR-YEARS       PIC S9(9) COMP-5.
        01  CALDT-MONTH-SUB         PIC S9(4) COMP-5.
        01  CALDT-ROLL-GUARD        PIC S9(4) COMP-5.
        01  CALDT-MONTH-END         PIC 9(02).
        01  CALDT-LEAP-SW           PIC X(01) VALUE "N".
               88 CALDT-LEAP-YEAR            VALUE "Y".
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 99.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(29) VALUE
                    "FUNDING AND LIQUIDITY  DATE ".
               05 HEAD-POSITION-DATE PIC 9(08).
               05 FILLER            PIC X(09) VALUE "  OUTPUT ".
               05 HEAD-OUTPUT-NAME  PIC X(12).
               05 FILLER            PIC X(06) VALUE "  RUN ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(51) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(43) VALUE
                    "NIGHT'S CONFIRMED OUTFLOWS BY HOUR AGAINST ".
               05 FILLER            PIC X(41) VALUE
                    "FUNDING, THEN COMMITTED OUTFLOWS FOR THE ".
               05 FILLER            PIC X(26) VALUE
                    "NEXT FIVE BUSINESS DAYS".
               05 FILLER            PIC X(22) VALUE SPACES.

        01  POSITION-LINE.
               05 FILLER            PIC X(07) VALUE "ENTITY ".
               05 POSLN-ENTITY-CODE PIC X(03).
               05 FILLER            PIC X(11) VALUE "  CURRENCY ".
               05 POSLN-CURRENCY-CODE PIC X(03).
               05 FILLER            PIC X(09) VALUE "  FUNDED ".
               05 POSLN-FUNDED-AMOUNT PIC -(13)9.99.
               05 FILLER            PIC X(15) VALUE
                    "  FUNDING DATE ".
               05 POSLN-FUNDING-DATE PIC X(08).
               05 FILLER            PIC X(59) VALUE SPACES.
        01  HOUR-LINE.
               05 HOURLN-LABEL      PIC X(10).
               05 HOURLN-HOUR       PIC X(02).
               05 FILLER            PIC X(11) VALUE "  PAYMENTS ".
               05 HOURLN-COUNT      PIC ZZZZZZZZ9.
               05 FILLER            PIC X(10) VALUE "  OUTFLOW ".
               05 HOURLN-AMOUNT     PIC -(13)9.99.
               05 FILLER            PIC X(13) VALUE "  CUMULATIVE ".
               05 HOURLN-CUMULATIVE PIC -(13)9.99.
               05 FILLER            PIC X(12) VALUE "  REMAINING ".
               05 HOURLN-REMAINING  PIC -(13)9.99.
               05 FILLER            PIC X(14) VALUE SPACES.
        01  COMMIT-LINE.
               05 FILLER            PIC X(13) VALUE "   COMMITTED ".
               05 COMMLN-DATE       PIC 9(08).
               05 FILLER            PIC X(15) VALUE
                    "  FUTURE-DATED ".
               05 COMMLN-FUTURE     PIC -(13)9.99.
               05 FILLER            PIC X(12) VALUE "  RECURRING ".
               05 COMMLN-RECURRING  PIC -(13)9.99.
               05 FILLER            PIC X(12) VALUE "  PROJECTED ".
               05 COMMLN-PROJECTED  PIC -(13)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 COMMLN-FLAG       PIC X(05).
               05 FILLER            PIC X(14) VALUE SPACES.
        01  STATUS-LINE.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 STATLN-TEXT       PIC X(24).
               05 STATLN-DATE       PIC 9(08).
               05 FILLER            PIC X(20) VALUE
                    "  LOWEST BALANCE    ".
               05 STATLN-LOWEST     PIC -(13)9.99.
               05 FILLER            PIC X(60) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CLIQRPT.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE 1 TO CMD-PARSE-PTR.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO GENERATION-SELECTOR
                WITH POINTER CMD-PARSE-PTR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO POSITION-DATE.
           PERFORM RESOLVE-GENERATION-SELECTOR.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM BUILD-COMMIT-WINDOW.
           PERFORM LOAD-TREASURY-FUNDING.
           PERFORM LOAD-CONFIRMED-OUTFLOWS.
           IF OUTTAB-COUNT > 0
                PERFORM PLACE-OUTFLOWS-BY-HOUR
           END-IF.
           PERFORM POST-ONE-OUTFLOW
                VARYING OUTTAB-IDX FROM 1 BY 1
                UNTIL OUTTAB-IDX > OUTTAB-COUNT.
           PERFORM LOAD-WAREHOUSE-COMMITMENTS.
           PERFORM LOAD-RECURRING-COMMITMENTS.
           PERFORM JUDGE-ONE-POSITION
                VARYING POSTAB-IDX FROM 1 BY 1
                UNTIL POSTAB-IDX > POSTAB-COUNT.
           OPEN OUTPUT LIQUIDITY-REPORT-FILE.
           OPEN OUTPUT LIQUIDITY-POSITION-FILE.
           PERFORM REPORT-ONE-POSITION
                VARYING POSTAB-IDX FROM 1 BY 1
                UNTIL POSTAB-IDX > POSTAB-COUNT.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE LIQUIDITY-REPORT-FILE.
           CLOSE LIQUIDITY-POSITION-FILE.
           DISPLAY "Liquidity report: " POSTAB-COUNT
                " positions, " POSITIONS-SHORT " short, "
                PAYMENTS-CONFIRMED " payments confirmed ("
                PAYMENTS-UNTIMED " untimed)".
           IF POSITIONS-SHORT > 0
                DISPLAY "Liquidity report: " POSITIONS-SHORT
                     " entity/currency positions projected short"
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      *  Resolve the command-line selector against the OUTGENS
      *  registry, as SETLRPT does.  A selector nothing on the
      *  registry answers to stops the report - positions built
      *  from the wrong night are worse than none.
      *****************************************************
        RESOLVE-GENERATION-SELECTOR.
           EVALUATE TRUE
                WHEN GENERATION-SELECTOR = SPACES
                     MOVE "N" TO SELECTOR-KIND-SW
                WHEN GENERATION-SELECTOR(1:8) NUMERIC
                     AND GENERATION-SELECTOR(9:2) = SPACES
                     MOVE "D" TO SELECTOR-KIND-SW
                     MOVE GENERATION-SELECTOR(1:8) TO
                          SELECTOR-DATE
                WHEN GENERATION-SELECTOR(1:1) = "R"
                     AND GENERATION-SELECTOR(2:8) NUMERIC
                     MOVE "R" TO SELECTOR-KIND-SW
                     MOVE GENERATION-SELECTOR(2:8) TO
                          SELECTOR-RUN-ID
                WHEN OTHER
                     DISPLAY "Usage: liqrpt [YYYYMMDD | R<run id>]"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-EVALUATE.
           IF NOT SELECT-LIVE-FILE
                PERFORM LOOK-UP-OUTPUT-GENERATION
                IF GENERATION-FOUND
                     DISPLAY "Liquidity report: reading "
                          "generation " OUTPUT-INPUT-NAME
                ELSE
                     DISPLAY "Liquidity report: no generation on "
                          "the registry for the selector - "
                          "nothing reported"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

        LOOK-UP-OUTPUT-GENERATION.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM MATCH-ONE-OUTGENS-ENTRY UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        MATCH-ONE-OUTGENS-ENTRY.
           IF ((SELECT-BY-DATE
                AND OUTGEN-ROLL-DATE = SELECTOR-DATE)
                OR (SELECT-BY-RUN-ID
                AND OUTGEN-RUN-ID = SELECTOR-RUN-ID))
                AND OUTGEN-TYPE = "OUT"
                SET GENERATION-FOUND TO TRUE
                MOVE OUTGEN-FILE-NAME TO OUTPUT-INPUT-NAME
                MOVE OUTGEN-ROLL-DATE TO POSITION-DATE
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  The holidays off the business calendar.
      *****************************************************
        LOAD-BUSINESS-CALENDAR.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM STORE-CALENDAR-RECORD UNTIL END-OF-BUSCAL.
           CLOSE BUSINESS-CALENDAR-FILE.

        READ-CALENDAR-RECORD.
           READ BUSINESS-CALENDAR-FILE
                AT END SET END-OF-BUSCAL TO TRUE
           END-READ.

        STORE-CALENDAR-RECORD.
           IF CAL-HOLIDAY-RECORD AND HOLIDAY-COUNT < 100
                ADD 1 TO HOLIDAY-COUNT
                SET HOLIDAY-IDX TO HOLIDAY-COUNT
                MOVE CAL-HOLIDAY-DATE TO HOLTAB-DATE(HOLIDAY-IDX)
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

      *****************************************************
      *  The five business days the commitments are laid over:
      *  the position date when it is one, and the business days
      *  after it.
      *****************************************************
        BUILD-COMMIT-WINDOW.
           MOVE POSITION-DATE TO CALDT-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE 0 TO CALDT-ROLL-GUARD.
           PERFORM ROLL-TO-NEXT-BUSINESS-DAY
                UNTIL DATE-IS-BUSINESS-DAY
                     OR CALDT-ROLL-GUARD > 10.
           MOVE CALDT-DATE TO COMMIT-WINDOW-DATE(1).
           PERFORM ADD-ONE-WINDOW-DAY
                VARYING DAY-SUB FROM 2 BY 1
                UNTIL DAY-SUB > 5.
           MOVE COMMIT-WINDOW-DATE(5) TO COMMIT-WINDOW-END.

        ADD-ONE-WINDOW-DAY.
           MOVE 0 TO CALDT-ROLL-GUARD.
           PERFORM ROLL-TO-NEXT-BUSINESS-DAY.
           PERFORM ROLL-TO-NEXT-BUSINESS-DAY
                UNTIL DATE-IS-BUSINESS-DAY
                     OR CALDT-ROLL-GUARD > 10.
           MOVE CALDT-DATE TO COMMIT-WINDOW-DATE(DAY-SUB).

      *****************************************************
      *  Treasury's funding figures.  For each entity and
      *  currency the figure for the latest funding date not
      *  after the position date stands; a later line for the
      *  same date replaces an earlier one.
      *****************************************************
        LOAD-TREASURY-FUNDING.
           OPEN INPUT TREASURY-FUNDING-FILE.
           PERFORM READ-FUNDING-RECORD.
           PERFORM STORE-FUNDING-RECORD UNTIL END-OF-FUNDING.
           CLOSE TREASURY-FUNDING-FILE.

        READ-FUNDING-RECORD.
           READ TREASURY-FUNDING-FILE
                AT END SET END-OF-FUNDING TO TRUE
           END-READ.

        STORE-FUNDING-RECORD.
           IF TRSFND-ENTITY-CODE = SPACES
                OR TRSFND-CURRENCY-CODE = SPACES
                OR TRSFND-FUNDING-DATE NOT NUMERIC
                OR TRSFND-FUNDED-AMOUNT NOT NUMERIC
                ADD 1 TO FUNDING-LINES-REJECTED
                DISPLAY "Liquidity report: funding line for |"
                     TRSFND-ENTITY-CODE "|" TRSFND-CURRENCY-CODE
                     "| unreadable - ignored"
           ELSE
                IF TRSFND-FUNDING-DATE NOT > POSITION-DATE
                     MOVE TRSFND-ENTITY-CODE TO POSKEY-ENTITY-CODE
                     MOVE TRSFND-CURRENCY-CODE TO
                          POSKEY-CURRENCY-CODE
                     PERFORM FIND-POSITION
                     IF POSTAB-MATCH-FOUND
                          PERFORM TAKE-FUNDING-FIGURE
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-FUNDING-RECORD.

        TAKE-FUNDING-FIGURE.
           IF NOT POSTAB-FUNDED(POSTAB-IDX)
                OR TRSFND-FUNDING-DATE NOT <
                     POSTAB-FUNDING-DATE(POSTAB-IDX)
                IF NOT POSTAB-FUNDED(POSTAB-IDX)
                     ADD 1 TO FUNDING-LINES-USED
                END-IF
                SET POSTAB-FUNDED(POSTAB-IDX) TO TRUE
                MOVE TRSFND-FUNDING-DATE TO
                     POSTAB-FUNDING-DATE(POSTAB-IDX)
                MOVE TRSFND-FUNDED-AMOUNT TO
                     POSTAB-FUNDED-AMOUNT(POSTAB-IDX)
           END-IF.

      *****************************************************
      *  The night's confirmed payments off the output file, at
      *  their original amount in their own currency.  A line
      *  from before the currency columns books in the booking
      *  currency under the default entity, as HISTLOAD takes it.
      *****************************************************
        LOAD-CONFIRMED-OUTFLOWS.
           OPEN INPUT OUTPUT-INPUT-FILE.
           PERFORM READ-OUTPUT-RECORD.
           PERFORM STORE-OUTPUT-RECORD UNTIL END-OF-INPUT.
           CLOSE OUTPUT-INPUT-FILE.

        READ-OUTPUT-RECORD.
           READ OUTPUT-INPUT-FILE
                AT END SET END-OF-INPUT TO TRUE
           END-READ.

        STORE-OUTPUT-RECORD.
           IF GEN-STATUS-CONFIRMED
                AND GEN-IN-REFERENCE-NUM NOT = SPACES
                ADD 1 TO PAYMENTS-CONFIRMED
                IF GEN-IN-SENT-AMOUNT-TEXT = SPACES
                     MOVE 0 TO LINE-AMOUNT-WORK
                ELSE
                     MOVE GEN-IN-SENT-AMOUNT TO LINE-AMOUNT-WORK
                END-IF
                IF GEN-IN-ORIG-AMOUNT-TEXT NOT = SPACES
                     MOVE GEN-IN-ORIG-AMOUNT TO LINE-AMOUNT-WORK
                END-IF
                IF GEN-IN-CURRENCY-CODE = SPACES
                     MOVE BOOKING-CURRENCY-CODE TO
                          POSKEY-CURRENCY-CODE
                ELSE
                     MOVE GEN-IN-CURRENCY-CODE TO
                          POSKEY-CURRENCY-CODE
                END-IF
                IF GEN-IN-ENTITY-CODE = SPACES
                     MOVE DEFAULT-ENTITY-CODE TO POSKEY-ENTITY-CODE
                ELSE
                     MOVE GEN-IN-ENTITY-CODE TO POSKEY-ENTITY-CODE
                END-IF
                IF GEN-IN-RUN-ID NUMERIC
                     MOVE GEN-IN-RUN-ID TO NIGHT-RUN-WORK
                ELSE
                     MOVE 0 TO NIGHT-RUN-WORK
                END-IF
                PERFORM NOTE-NIGHT-RUN
                PERFORM ADD-OUTFLOW-ENTRY
           END-IF.
           PERFORM READ-OUTPUT-RECORD.

      *  A payment past the table's end is never looked for on
      *  the audit trail: it goes straight to its position as
      *  untimed.
        ADD-OUTFLOW-ENTRY.
           IF OUTTAB-COUNT < 9999
                ADD 1 TO OUTTAB-COUNT
                SET OUTTAB-IDX TO OUTTAB-COUNT
                MOVE GEN-IN-REFERENCE-NUM TO
                     OUTTAB-REFERENCE-NUM(OUTTAB-IDX)
                MOVE NIGHT-RUN-WORK TO OUTTAB-RUN-ID(OUTTAB-IDX)
                MOVE POSKEY-ENTITY-CODE TO
                     OUTTAB-ENTITY-CODE(OUTTAB-IDX)
                MOVE POSKEY-CURRENCY-CODE TO
                     OUTTAB-CURRENCY-CODE(OUTTAB-IDX)
                MOVE LINE-AMOUNT-WORK TO OUTTAB-AMOUNT(OUTTAB-IDX)
                MOVE 99 TO OUTTAB-HOUR(OUTTAB-IDX)
           ELSE
                IF NOT OUTFLOW-TABLE-FULL
                     DISPLAY "Liquidity report: payment table full "
                          "at " OUTTAB-COUNT " - later payments "
                          "are counted untimed"
                     SET OUTFLOW-TABLE-FULL TO TRUE
                END-IF
                PERFORM FIND-POSITION
                IF POSTAB-MATCH-FOUND
                     ADD 1 TO POSTAB-OUTFLOW-COUNT(POSTAB-IDX)
                     ADD LINE-AMOUNT-WORK TO
                          POSTAB-OUTFLOW-AMOUNT(POSTAB-IDX)
                     ADD 1 TO POSTAB-UNTIMED-COUNT(POSTAB-IDX)
                     ADD LINE-AMOUNT-WORK TO
                          POSTAB-UNTIMED-AMOUNT(POSTAB-IDX)
                     ADD 1 TO PAYMENTS-UNTIMED
                END-IF
           END-IF.

        NOTE-NIGHT-RUN.
           MOVE "N" TO NIGHT-RUN-MATCH-SW.
           PERFORM MATCH-ONE-NIGHT-RUN
                VARYING NIGHT-RUN-IDX FROM 1 BY 1
                UNTIL NIGHT-RUN-IDX > NIGHT-RUN-COUNT
                     OR NIGHT-RUN-MATCH-FOUND.
           IF NOT NIGHT-RUN-MATCH-FOUND AND NIGHT-RUN-COUNT < 20
                ADD 1 TO NIGHT-RUN-COUNT
                SET NIGHT-RUN-IDX TO NIGHT-RUN-COUNT
                MOVE NIGHT-RUN-WORK TO NIGHT-RUN-ID(NIGHT-RUN-IDX)
           END-IF.

        MATCH-ONE-NIGHT-RUN.
           IF NIGHT-RUN-ID(NIGHT-RUN-IDX) = NIGHT-RUN-WORK
                SET NIGHT-RUN-MATCH-FOUND TO TRUE
           END-IF.

      *****************************************************
      *  Place each payment at the hour its call was answered:
      *  the last successful TPCALL, or streamed TPRECV, the
      *  night's runs audited for its reference.  The live
      *  trail is searched first, then every audit generation
      *  rolled on or after the position date.
      *****************************************************
        PLACE-OUTFLOWS-BY-HOUR.
           OPEN INPUT AUDIT-GENERATION-REGISTRY.
           PERFORM READ-AUDGENS-RECORD.
           PERFORM STORE-AUDGENS-RECORD UNTIL END-OF-AUDGENS.
           CLOSE AUDIT-GENERATION-REGISTRY.
           MOVE "AUDITTRL" TO AUDIT-INPUT-NAME.
           PERFORM SCAN-ONE-AUDIT-FILE.
           PERFORM SCAN-ONE-AUDIT-GENERATION
                VARYING AUDGEN-IDX FROM 1 BY 1
                UNTIL AUDGEN-IDX > AUDGEN-COUNT.

        READ-AUDGENS-RECORD.
           READ AUDIT-GENERATION-REGISTRY
                AT END SET END-OF-AUDGENS TO TRUE
           END-READ.

        STORE-AUDGENS-RECORD.
           IF AUDGEN-ROLL-DATE NOT < POSITION-DATE
                AND AUDGEN-COUNT < 99
                ADD 1 TO AUDGEN-COUNT
                SET AUDGEN-IDX TO AUDGEN-COUNT
                MOVE AUDGEN-FILE-NAME TO
                     AUDGEN-TAB-FILE-NAME(AUDGEN-IDX)
           END-IF.
           PERFORM READ-AUDGENS-RECORD.

        SCAN-ONE-AUDIT-GENERATION.
           MOVE AUDGEN-TAB-FILE-NAME(AUDGEN-IDX) TO AUDIT-INPUT-NAME.
           PERFORM SCAN-ONE-AUDIT-FILE.

        SCAN-ONE-AUDIT-FILE.
           MOVE "N" TO END-OF-AUDIT-SW.
           OPEN INPUT AUDIT-INPUT-FILE.
           PERFORM READ-AUDIT-RECORD.
           PERFORM PLACE-ONE-AUDIT-LINE UNTIL END-OF-AUDIT.
           CLOSE AUDIT-INPUT-FILE.

        READ-AUDIT-RECORD.
           READ AUDIT-INPUT-FILE
                AT END SET END-OF-AUDIT TO TRUE
           END-READ.

        PLACE-ONE-AUDIT-LINE.
           ADD 1 TO AUDIT-LINES-READ.
           MOVE AUDIT-TP-STATUS TO TP-STATUS.
           IF TPOK
                AND (AUDIT-CALL-NAME = "TPCALL"
                     OR AUDIT-CALL-NAME = "TPRECV")
                AND AUDIT-REFERENCE-NUM NOT = SPACES
                AND AUDIT-TIME NUMERIC
                MOVE AUDIT-RUN-ID TO NIGHT-RUN-WORK
                MOVE "N" TO NIGHT-RUN-MATCH-SW
                PERFORM MATCH-ONE-NIGHT-RUN
                     VARYING NIGHT-RUN-IDX FROM 1 BY 1
                     UNTIL NIGHT-RUN-IDX > NIGHT-RUN-COUNT
                          OR NIGHT-RUN-MATCH-FOUND
                IF NIGHT-RUN-MATCH-FOUND
                     PERFORM FIND-AUDITED-OUTFLOW
                     IF OUTTAB-MATCH-FOUND
                          MOVE AUDIT-TIME(1:2) TO AUDIT-HOUR-WORK
                          MOVE AUDIT-HOUR-WORK TO
                               OUTTAB-HOUR(OUTTAB-IDX)
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-AUDIT-RECORD.

      *  Leaves OUTTAB-IDX on the payment found.
        FIND-AUDITED-OUTFLOW.
           MOVE "N" TO OUTTAB-MATCH-SW.
           PERFORM MATCH-ONE-OUTFLOW
                VARYING OUTTAB-IDX FROM 1 BY 1
                UNTIL OUTTAB-IDX > OUTTAB-COUNT
                     OR OUTTAB-MATCH-FOUND.
           IF OUTTAB-MATCH-FOUND
                SET OUTTAB-IDX TO OUTTAB-FOUND-IDX
           END-IF.

        MATCH-ONE-OUTFLOW.
           IF OUTTAB-REFERENCE-NUM(OUTTAB-IDX) = AUDIT-REFERENCE-NUM
                AND OUTTAB-RUN-ID(OUTTAB-IDX) = AUDIT-RUN-ID
                SET OUTTAB-MATCH-FOUND TO TRUE
                SET OUTTAB-FOUND-IDX TO OUTTAB-IDX
           END-IF.

      *****************************************************
      *  Post one payment to its position, in the hour it was
      *  placed at or as untimed.
      *****************************************************
        POST-ONE-OUTFLOW.
           MOVE OUTTAB-ENTITY-CODE(OUTTAB-IDX) TO POSKEY-ENTITY-CODE.
           MOVE OUTTAB-CURRENCY-CODE(OUTTAB-IDX) TO
                POSKEY-CURRENCY-CODE.
           PERFORM FIND-POSITION.
           IF POSTAB-MATCH-FOUND
                ADD 1 TO POSTAB-OUTFLOW-COUNT(POSTAB-IDX)
                ADD OUTTAB-AMOUNT(OUTTAB-IDX) TO
                     POSTAB-OUTFLOW-AMOUNT(POSTAB-IDX)
                IF OUTTAB-UNTIMED(OUTTAB-IDX)
                     ADD 1 TO PAYMENTS-UNTIMED
                     ADD 1 TO POSTAB-UNTIMED-COUNT(POSTAB-IDX)
                     ADD OUTTAB-AMOUNT(OUTTAB-IDX) TO
                          POSTAB-UNTIMED-AMOUNT(POSTAB-IDX)
                ELSE
                     ADD 1 TO PAYMENTS-PLACED
                     COMPUTE HOUR-SUB = OUTTAB-HOUR(OUTTAB-IDX) + 1
                     ADD 1 TO
                          POSTAB-HOUR-COUNT(POSTAB-IDX, HOUR-SUB)
                     ADD OUTTAB-AMOUNT(OUTTAB-IDX) TO
                          POSTAB-HOUR-AMOUNT(POSTAB-IDX, HOUR-SUB)
                END-IF
           END-IF.

      *****************************************************
      *  Waiting future-dated items due by the end of the
      *  window, on the business day each will be sent - the
      *  warehouse is in effective-date order, so the read stops
      *  at the first item dated past the window.
      *****************************************************
        LOAD-WAREHOUSE-COMMITMENTS.
           OPEN INPUT FUTURE-WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
                OR WAREHOUSE-FILE-STATUS = "05"
                PERFORM READ-WAREHOUSE-RECORD
                PERFORM COMMIT-ONE-WAREHOUSE-ITEM
                     UNTIL END-OF-WAREHOUSE
                CLOSE FUTURE-WAREHOUSE-FILE
           END-IF.

        READ-WAREHOUSE-RECORD.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
                AT END SET END-OF-WAREHOUSE TO TRUE
           END-READ.

        COMMIT-ONE-WAREHOUSE-ITEM.
           IF FUTWHS-EFFECTIVE-DATE > COMMIT-WINDOW-END
                SET END-OF-WAREHOUSE TO TRUE
           ELSE
                IF FUTWHS-WAITING
                     MOVE FUTWHS-EFFECTIVE-DATE TO PAYMENT-DATE
                     PERFORM FIND-COMMIT-DAY
                     IF COMMIT-DAY-SUB > 0
                          MOVE FUTWHS-ENTITY-CODE TO
                               POSKEY-ENTITY-CODE
                          MOVE FUTWHS-CURRENCY-CODE TO
                               POSKEY-CURRENCY-CODE
                          MOVE FUTWHS-AMOUNT TO COMMIT-AMOUNT-WORK
                          PERFORM FIND-DEFAULTED-POSITION
                          IF POSTAB-MATCH-FOUND
                               ADD 1 TO FUTURE-ITEMS-COMMITTED
                               ADD COMMIT-AMOUNT-WORK TO
                                    POSTAB-DAY-FUTURE(POSTAB-IDX,
                                    COMMIT-DAY-SUB)
                          END-IF
                     END-IF
                END-IF
                PERFORM READ-WAREHOUSE-RECORD
           END-IF.

      *****************************************************
      *  The payments each active standing instruction will
      *  generate inside the window: its due dates stepped on by
      *  frequency from the next one, each paid on the business
      *  day it falls on or rolls to, none past the end date.
      *****************************************************
        LOAD-RECURRING-COMMITMENTS.
           OPEN INPUT STANDING-INSTR-FILE.
           IF STDINS-FILE-STATUS = "00"
                OR STDINS-FILE-STATUS = "05"
                PERFORM READ-INSTRUCTION
                PERFORM COMMIT-ONE-INSTRUCTION UNTIL END-OF-STDINS
                CLOSE STANDING-INSTR-FILE
           END-IF.

        READ-INSTRUCTION.
           READ STANDING-INSTR-FILE NEXT RECORD
                AT END SET END-OF-STDINS TO TRUE
           END-READ.

        COMMIT-ONE-INSTRUCTION.
           IF STDINS-ACTIVE
                AND STDINS-FREQUENCY-OK
                AND STDINS-NEXT-DUE-DATE NUMERIC
                AND STDINS-NEXT-DUE-DATE(5:2) > "00"
                AND STDINS-NEXT-DUE-DATE(5:2) < "13"
                MOVE STDINS-ENTITY-CODE TO POSKEY-ENTITY-CODE
                MOVE STDINS-CURRENCY-CODE TO POSKEY-CURRENCY-CODE
                MOVE STDINS-AMOUNT TO COMMIT-AMOUNT-WORK
                MOVE STDINS-NEXT-DUE-DATE TO PROJECT-DUE-DATE
                MOVE 0 TO PROJECT-GUARD
                MOVE 0 TO PAYMENT-DATE
                PERFORM PROJECT-ONE-DUE-DATE
                     UNTIL PAYMENT-DATE > COMMIT-WINDOW-END
                          OR (STDINS-END-DATE > 0
                               AND PROJECT-DUE-DATE >
                                    STDINS-END-DATE)
                          OR PROJECT-GUARD NOT < 60
           END-IF.
           PERFORM READ-INSTRUCTION.

        PROJECT-ONE-DUE-DATE.
           ADD 1 TO PROJECT-GUARD.
           MOVE PROJECT-DUE-DATE TO PAYMENT-DATE.
           PERFORM FIND-COMMIT-DAY.
           IF COMMIT-DAY-SUB > 0
                PERFORM FIND-DEFAULTED-POSITION
                IF POSTAB-MATCH-FOUND
                     ADD 1 TO RECURRING-COMMITTED
                     ADD COMMIT-AMOUNT-WORK TO
                          POSTAB-DAY-RECURRING(POSTAB-IDX,
                          COMMIT-DAY-SUB)
                END-IF
           END-IF.
           PERFORM ADVANCE-PROJECT-DUE-DATE.

      *****************************************************
      *  The window day PAYMENT-DATE is sent on, once rolled to
      *  a business day: zero when it falls after the window,
      *  the first day when it is already overdue.  PAYMENT-DATE
      *  is left on the rolled date.
      *****************************************************
        FIND-COMMIT-DAY.
           MOVE 0 TO COMMIT-DAY-SUB.
           MOVE PAYMENT-DATE TO CALDT-DATE.
           IF CALDT-MM > 0 AND CALDT-MM < 13
                AND CALDT-DD > 0 AND CALDT-DD < 32
                PERFORM CHECK-BUSINESS-DAY
                MOVE 0 TO CALDT-ROLL-GUARD
                PERFORM ROLL-TO-NEXT-BUSINESS-DAY
                     UNTIL DATE-IS-BUSINESS-DAY
                          OR CALDT-ROLL-GUARD > 10
                MOVE CALDT-DATE TO PAYMENT-DATE
                IF PAYMENT-DATE < COMMIT-WINDOW-DATE(1)
                     MOVE 1 TO COMMIT-DAY-SUB
                ELSE
                     PERFORM MATCH-ONE-WINDOW-DAY
                          VARYING DAY-SUB FROM 1 BY 1
                          UNTIL DAY-SUB > 5
                               OR COMMIT-DAY-SUB > 0
                END-IF
           ELSE
                MOVE 99999999 TO PAYMENT-DATE
           END-IF.

        MATCH-ONE-WINDOW-DAY.
           IF COMMIT-WINDOW-DATE(DAY-SUB) = PAYMENT-DATE
                MOVE DAY-SUB TO COMMIT-DAY-SUB
           END-IF.

      *****************************************************
      *  Step the projected due date on by the instruction's
      *  frequency, as STDINSGN steps the master's.
      *****************************************************
        ADVANCE-PROJECT-DUE-DATE.
           MOVE PROJECT-DUE-DATE TO CALDT-DATE.
           MOVE 0 TO STEP-DAYS.
           MOVE 0 TO STEP-MONTHS.
           EVALUATE TRUE
                WHEN STDINS-DAILY
                     MOVE 1 TO STEP-DAYS
                WHEN STDINS-WEEKLY
                     MOVE 7 TO STEP-DAYS
                WHEN STDINS-FORTNIGHTLY
                     MOVE 14 TO STEP-DAYS
                WHEN STDINS-MONTHLY
                     MOVE 1 TO STEP-MONTHS
                WHEN STDINS-QUARTERLY
                     MOVE 3 TO STEP-MONTHS
                WHEN OTHER
                     MOVE 12 TO STEP-MONTHS
           END-EVALUATE.
           IF STEP-DAYS > 0
                PERFORM STEP-CALDT-ONE-DAY
                     VARYING STEP-SUB FROM 1 BY 1
                     UNTIL STEP-SUB > STEP-DAYS
           ELSE
                PERFORM STEP-CALDT-MONTHS
           END-IF.
           MOVE CALDT-DATE TO PROJECT-DUE-DATE.

        STEP-CALDT-MONTHS.
           ADD STEP-MONTHS TO CALDT-MM.
           IF CALDT-MM > 12
                SUBTRACT 12 FROM CALDT-MM
                ADD 1 TO CALDT-YYYY
           END-IF.
           MOVE DAYS-IN-MONTH(CALDT-MM) TO CALDT-MONTH-END.
           PERFORM CHECK-CALDT-LEAP-YEAR.
           IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                MOVE 29 TO CALDT-MONTH-END
           END-IF.
           IF STDINS-ANCHOR-DAY NUMERIC
                AND STDINS-ANCHOR-DAY > 0
                MOVE STDINS-ANCHOR-DAY TO CALDT-DD
           END-IF.
           IF CALDT-DD > CALDT-MONTH-END
                MOVE CALDT-MONTH-END TO CALDT-DD
           END-IF.

      *****************************************************
      *  Find the position for POSITION-KEY, adding it the first
      *  time the entity and currency are seen.  Leaves
      *  POSTAB-IDX on it.
      *****************************************************
        FIND-POSITION.
           MOVE "N" TO POSTAB-MATCH-SW.
           PERFORM MATCH-ONE-POSITION
                VARYING POSTAB-IDX FROM 1 BY 1
                UNTIL POSTAB-IDX > POSTAB-COUNT
                     OR POSTAB-MATCH-FOUND.
           IF POSTAB-MATCH-FOUND
                SET POSTAB-IDX TO POSTAB-FOUND-IDX
           ELSE
                IF POSTAB-COUNT < 100
                     ADD 1 TO POSTAB-COUNT
                     SET POSTAB-IDX TO POSTAB-COUNT
                     INITIALIZE POSTAB-ENTRY(POSTAB-IDX)
                     MOVE POSKEY-ENTITY-CODE TO
                          POSTAB-ENTITY-CODE(POSTAB-IDX)
                     MOVE POSKEY-CURRENCY-CODE TO
                          POSTAB-CURRENCY-CODE(POSTAB-IDX)
                     MOVE "N" TO POSTAB-FUNDING-SW(POSTAB-IDX)
                     MOVE "N" TO POSTAB-SHORT-SW(POSTAB-IDX)
                     SET POSTAB-MATCH-FOUND TO TRUE
                ELSE
                     IF NOT POSITION-TABLE-FULL
                          DISPLAY "Liquidity report: position "
                               "table full at " POSTAB-COUNT
                               " - later entity/currency pairs "
                               "are not reported"
                          SET POSITION-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.

        MATCH-ONE-POSITION.
           IF POSTAB-ENTITY-CODE(POSTAB-IDX) = POSKEY-ENTITY-CODE
                AND POSTAB-CURRENCY-CODE(POSTAB-IDX) =
                     POSKEY-CURRENCY-CODE
                SET POSTAB-MATCH-FOUND TO TRUE
                SET POSTAB-FOUND-IDX TO POSTAB-IDX
           END-IF.

      *  A warehouse item or instruction from before the entity
      *  and currency were kept belongs to the default entity in
      *  the booking currency.
        FIND-DEFAULTED-POSITION.
           IF POSKEY-ENTITY-CODE = SPACES
                MOVE DEFAULT-ENTITY-CODE TO POSKEY-ENTITY-CODE
           END-IF.
           IF POSKEY-CURRENCY-CODE = SPACES
                MOVE BOOKING-CURRENCY-CODE TO POSKEY-CURRENCY-CODE
           END-IF.
           PERFORM FIND-POSITION.

      *****************************************************
      *  What the night left, and the balance each day ahead
      *  would leave with no further funding.  A position goes
      *  short the first time either goes below zero.
      *****************************************************
        JUDGE-ONE-POSITION.
           COMPUTE POSTAB-REMAINING(POSTAB-IDX) =
                POSTAB-FUNDED-AMOUNT(POSTAB-IDX)
                - POSTAB-OUTFLOW-AMOUNT(POSTAB-IDX).
           MOVE POSTAB-REMAINING(POSTAB-IDX) TO RUNNING-BALANCE.
           MOVE RUNNING-BALANCE TO POSTAB-LOWEST-BALANCE(POSTAB-IDX).
           IF RUNNING-BALANCE < 0
                SET POSTAB-SHORT(POSTAB-IDX) TO TRUE
                MOVE POSITION-DATE TO POSTAB-SHORT-DATE(POSTAB-IDX)
           END-IF.
           PERFORM PROJECT-ONE-DAY
                VARYING DAY-SUB FROM 1 BY 1
                UNTIL DAY-SUB > 5.
           IF POSTAB-SHORT(POSTAB-IDX)
                ADD 1 TO POSITIONS-SHORT
           END-IF.
           IF NOT POSTAB-FUNDED(POSTAB-IDX)
                ADD 1 TO POSITIONS-UNFUNDED
           END-IF.

        PROJECT-ONE-DAY.
           COMPUTE RUNNING-BALANCE = RUNNING-BALANCE
                - POSTAB-DAY-FUTURE(POSTAB-IDX, DAY-SUB)
                - POSTAB-DAY-RECURRING(POSTAB-IDX, DAY-SUB).
           MOVE RUNNING-BALANCE TO
                POSTAB-DAY-PROJECTED(POSTAB-IDX, DAY-SUB).
           IF RUNNING-BALANCE < POSTAB-LOWEST-BALANCE(POSTAB-IDX)
                MOVE RUNNING-BALANCE TO
                     POSTAB-LOWEST-BALANCE(POSTAB-IDX)
           END-IF.
           IF RUNNING-BALANCE < 0
                AND NOT POSTAB-SHORT(POSTAB-IDX)
                SET POSTAB-SHORT(POSTAB-IDX) TO TRUE
                MOVE COMMIT-WINDOW-DATE(DAY-SUB) TO
                     POSTAB-SHORT-DATE(POSTAB-IDX)
           END-IF.

      *****************************************************
      *  One block per position on the report - the funding,
      *  the night hour by hour, the days ahead and the verdict -
      *  and its line on the positions file.
      *****************************************************
        REPORT-ONE-POSITION.
           IF POSTAB-IDX > 1
                MOVE SPACES TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE POSTAB-ENTITY-CODE(POSTAB-IDX) TO POSLN-ENTITY-CODE.
           MOVE POSTAB-CURRENCY-CODE(POSTAB-IDX) TO
                POSLN-CURRENCY-CODE.
           MOVE POSTAB-FUNDED-AMOUNT(POSTAB-IDX) TO
                POSLN-FUNDED-AMOUNT.
           IF POSTAB-FUNDED(POSTAB-IDX)
                MOVE POSTAB-FUNDING-DATE(POSTAB-IDX) TO
                     POSLN-FUNDING-DATE
           ELSE
                MOVE "NONE" TO POSLN-FUNDING-DATE
           END-IF.
           MOVE POSITION-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO CUMULATIVE-OUTFLOW.
           PERFORM PRINT-ONE-HOUR
                VARYING HOUR-SUB FROM 1 BY 1
                UNTIL HOUR-SUB > 24.
           IF POSTAB-UNTIMED-COUNT(POSTAB-IDX) > 0
                MOVE "   UNTIMED" TO HOURLN-LABEL
                MOVE SPACES TO HOURLN-HOUR
                MOVE POSTAB-UNTIMED-COUNT(POSTAB-IDX) TO HOURLN-COUNT
                MOVE POSTAB-UNTIMED-AMOUNT(POSTAB-IDX) TO
                     HOURLN-AMOUNT
                ADD POSTAB-UNTIMED-AMOUNT(POSTAB-IDX) TO
                     CUMULATIVE-OUTFLOW
                PERFORM WRITE-HOUR-LINE
           END-IF.
           MOVE "   NIGHT  " TO HOURLN-LABEL.
           MOVE SPACES TO HOURLN-HOUR.
           MOVE POSTAB-OUTFLOW-COUNT(POSTAB-IDX) TO HOURLN-COUNT.
           MOVE POSTAB-OUTFLOW-AMOUNT(POSTAB-IDX) TO HOURLN-AMOUNT.
           PERFORM WRITE-HOUR-LINE.
           PERFORM PRINT-ONE-COMMIT-DAY
                VARYING DAY-SUB FROM 1 BY 1
                UNTIL DAY-SUB > 5.
           PERFORM PRINT-POSITION-STATUS.
           PERFORM WRITE-POSITION-RECORD.

      *  Only the hours that carried payments are listed.
        PRINT-ONE-HOUR.
           IF POSTAB-HOUR-COUNT(POSTAB-IDX, HOUR-SUB) > 0
                MOVE "   HOUR   " TO HOURLN-LABEL
                COMPUTE AUDIT-HOUR-WORK = HOUR-SUB - 1
                MOVE AUDIT-HOUR-WORK TO HOURLN-HOUR
                MOVE POSTAB-HOUR-COUNT(POSTAB-IDX, HOUR-SUB) TO
                     HOURLN-COUNT
                MOVE POSTAB-HOUR-AMOUNT(POSTAB-IDX, HOUR-SUB) TO
                     HOURLN-AMOUNT
                ADD POSTAB-HOUR-AMOUNT(POSTAB-IDX, HOUR-SUB) TO
                     CUMULATIVE-OUTFLOW
                PERFORM WRITE-HOUR-LINE
           END-IF.

        WRITE-HOUR-LINE.
           MOVE CUMULATIVE-OUTFLOW TO HOURLN-CUMULATIVE.
           COMPUTE RUNNING-BALANCE =
                POSTAB-FUNDED-AMOUNT(POSTAB-IDX) - CUMULATIVE-OUTFLOW.
           MOVE RUNNING-BALANCE TO HOURLN-REMAINING.
           MOVE HOUR-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-ONE-COMMIT-DAY.
           MOVE COMMIT-WINDOW-DATE(DAY-SUB) TO COMMLN-DATE.
           MOVE POSTAB-DAY-FUTURE(POSTAB-IDX, DAY-SUB) TO
                COMMLN-FUTURE.
           MOVE POSTAB-DAY-RECURRING(POSTAB-IDX, DAY-SUB) TO
                COMMLN-RECURRING.
           MOVE POSTAB-DAY-PROJECTED(POSTAB-IDX, DAY-SUB) TO
                COMMLN-PROJECTED.
           IF POSTAB-DAY-PROJECTED(POSTAB-IDX, DAY-SUB) < 0
                MOVE "SHORT" TO COMMLN-FLAG
           ELSE
                MOVE SPACES TO COMMLN-FLAG
           END-IF.
           MOVE COMMIT-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-POSITION-STATUS.
           IF NOT POSTAB-FUNDED(POSTAB-IDX)
                MOVE "   ** NO FUNDING FIGURE FROM TREASURY **"
                     TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           IF POSTAB-SHORT(POSTAB-IDX)
                MOVE "** PROJECTED SHORT FROM " TO STATLN-TEXT
                MOVE POSTAB-SHORT-DATE(POSTAB-IDX) TO STATLN-DATE
           ELSE
                MOVE "COVERED THROUGH " TO STATLN-TEXT
                MOVE COMMIT-WINDOW-END TO STATLN-DATE
           END-IF.
           MOVE POSTAB-LOWEST-BALANCE(POSTAB-IDX) TO STATLN-LOWEST.
           MOVE STATUS-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        WRITE-POSITION-RECORD.
           MOVE SPACES TO LIQUIDITY-POSITION-RECORD.
           MOVE POSITION-DATE TO LIQPOS-POSITION-DATE.
           MOVE POSTAB-ENTITY-CODE(POSTAB-IDX) TO LIQPOS-ENTITY-CODE.
           MOVE POSTAB-CURRENCY-CODE(POSTAB-IDX) TO
                LIQPOS-CURRENCY-CODE.
           IF POSTAB-FUNDED(POSTAB-IDX)
                MOVE "Y" TO LIQPOS-FUNDING-KNOWN
                MOVE POSTAB-FUNDING-DATE(POSTAB-IDX) TO
                     LIQPOS-FUNDING-DATE
           ELSE
                MOVE "N" TO LIQPOS-FUNDING-KNOWN
                MOVE 0 TO LIQPOS-FUNDING-DATE
           END-IF.
           MOVE POSTAB-FUNDED-AMOUNT(POSTAB-IDX) TO
                LIQPOS-FUNDED-AMOUNT.
           MOVE POSTAB-OUTFLOW-COUNT(POSTAB-IDX) TO
                LIQPOS-OUTFLOW-COUNT.
           MOVE POSTAB-OUTFLOW-AMOUNT(POSTAB-IDX) TO
                LIQPOS-OUTFLOW-AMOUNT.
           MOVE POSTAB-REMAINING(POSTAB-IDX) TO
                LIQPOS-REMAINING-AMOUNT.
           PERFORM MOVE-ONE-POSITION-DAY
                VARYING DAY-SUB FROM 1 BY 1
                UNTIL DAY-SUB > 5.
           IF POSTAB-SHORT(POSTAB-IDX)
                SET LIQPOS-SHORT TO TRUE
                MOVE POSTAB-SHORT-DATE(POSTAB-IDX) TO
                     LIQPOS-SHORT-DATE
           ELSE
                SET LIQPOS-COVERED TO TRUE
                MOVE 0 TO LIQPOS-SHORT-DATE
           END-IF.
           MOVE POSTAB-LOWEST-BALANCE(POSTAB-IDX) TO
                LIQPOS-LOWEST-BALANCE.
           WRITE LIQUIDITY-POSITION-RECORD.

        MOVE-ONE-POSITION-DAY.
           MOVE COMMIT-WINDOW-DATE(DAY-SUB) TO
                LIQPOS-DAY-DATE(DAY-SUB).
           COMPUTE LIQPOS-DAY-COMMITTED(DAY-SUB) =
                POSTAB-DAY-FUTURE(POSTAB-IDX, DAY-SUB)
                + POSTAB-DAY-RECURRING(POSTAB-IDX, DAY-SUB).
           MOVE POSTAB-DAY-PROJECTED(POSTAB-IDX, DAY-SUB) TO
                LIQPOS-DAY-PROJECTED(DAY-SUB).

      *****************************************************
      *  Totals for the whole report.
      *****************************************************
        PRINT-REPORT-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "POSITIONS REPORTED" TO TOTLN-CAPTION.
           MOVE POSTAB-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSITIONS PROJECTED SHORT" TO TOTLN-CAPTION.
           MOVE POSITIONS-SHORT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSITIONS WITHOUT FUNDING" TO TOTLN-CAPTION.
           MOVE POSITIONS-UNFUNDED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FUNDING LINES REJECTED" TO TOTLN-CAPTION.
           MOVE FUNDING-LINES-REJECTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PAYMENTS CONFIRMED" TO TOTLN-CAPTION.
           MOVE PAYMENTS-CONFIRMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PAYMENTS PLACED BY AUDIT HOUR" TO TOTLN-CAPTION.
           MOVE PAYMENTS-PLACED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PAYMENTS UNTIMED" TO TOTLN-CAPTION.
           MOVE PAYMENTS-UNTIMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FUTURE-DATED ITEMS COMMITTED" TO TOTLN-CAPTION.
           MOVE FUTURE-ITEMS-COMMITTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECURRING PAYMENTS COMMITTED" TO TOTLN-CAPTION.
           MOVE RECURRING-COMMITTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.

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
           MOVE POSITION-DATE TO HEAD-POSITION-DATE.
           MOVE OUTPUT-INPUT-NAME TO HEAD-OUTPUT-NAME.
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  Weekend or holiday test for CALDT-DATE, as BATCHCLI
      *  makes it.
      *****************************************************
        CHECK-BUSINESS-DAY.
           MOVE "Y" TO BUSINESS-DAY-SW.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           DIVIDE CALDT-SERIAL-DAY BY 7
                GIVING CALDT-DOW-QUOTIENT
                REMAINDER CALDT-DAY-OF-WEEK.
           IF CALDT-DAY-OF-WEEK = 6 OR CALDT-DAY-OF-WEEK = 0
                MOVE "N" TO BUSINESS-DAY-SW
           END-IF.
           PERFORM MATCH-ONE-HOLIDAY
                VARYING HOLIDAY-IDX FROM 1 BY 1
                UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                     OR NOT DATE-IS-BUSINESS-DAY.

        MATCH-ONE-HOLIDAY.
           IF HOLTAB-DATE(HOLIDAY-IDX) = CALDT-DATE
                MOVE "N" TO BUSINESS-DAY-SW
           END-IF.

        ROLL-TO-NEXT-BUSINESS-DAY.
           ADD 1 TO CALDT-ROLL-GUARD.
           PERFORM STEP-CALDT-ONE-DAY.
           PERFORM CHECK-BUSINESS-DAY.

      *****************************************************
      *  CALDT-DATE plus one calendar day.
      *****************************************************
        STEP-CALDT-ONE-DAY.
           PERFORM CHECK-CALDT-LEAP-YEAR.
           IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                AND CALDT-DD < 29
                ADD 1 TO CALDT-DD
           ELSE
                IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                     MOVE 1 TO CALDT-DD
                     ADD 1 TO CALDT-MM
                ELSE
                     IF CALDT-DD < DAYS-IN-MONTH(CALDT-MM)
                          ADD 1 TO CALDT-DD
                     ELSE
                          MOVE 1 TO CALDT-DD
                          IF CALDT-MM = 12
                               MOVE 1 TO CALDT-MM
                               ADD 1 TO CALDT-YYYY
                          ELSE
                               ADD 1 TO CALDT-MM
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Serial day number of CALDT-DATE (days since the start of
      *  year 1, Gregorian throughout) - serial mod 7 is the day
      *  of week.
      *****************************************************
        CONVERT-CALDT-TO-SERIAL.
           COMPUTE CALDT-PRIOR-YEARS = CALDT-YYYY - 1.
           COMPUTE CALDT-SERIAL-DAY =
                (CALDT-PRIOR-YEARS * 365)
                + (CALDT-PRIOR-YEARS / 4)
                - (CALDT-PRIOR-YEARS / 100)
                + (CALDT-PRIOR-YEARS / 400)
                + CALDT-DD.
           PERFORM ADD-CALDT-MONTH-DAYS
                VARYING CALDT-MONTH-SUB FROM 1 BY 1
                UNTIL CALDT-MONTH-SUB NOT < CALDT-MM.
           PERFORM CHECK-CALDT-LEAP-YEAR.
           IF CALDT-LEAP-YEAR AND CALDT-MM > 2
                ADD 1 TO CALDT-SERIAL-DAY
           END-IF.

        ADD-CALDT-MONTH-DAYS.
           ADD DAYS-IN-MONTH(CALDT-MONTH-SUB) TO CALDT-SERIAL-DAY.

        CHECK-CALDT-LEAP-YEAR.
           MOVE "N" TO CALDT-LEAP-SW.
           DIVIDE CALDT-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO CALDT-LEAP-SW
                DIVIDE CALDT-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO CALDT-LEAP-SW
                     DIVIDE CALDT-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO CALDT-LEAP-SW
                     END-IF
                END-IF
           END-IF.
