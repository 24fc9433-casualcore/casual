      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSTDGEN.cbl
      *
      *  Daily recurring-payment generator over the standing-
      *  instruction master STDINSMN maintains.  Every active
      *  instruction whose next due date has arrived is written
      *  to STDFEED as an ordinary BATCHIN-layout record under a
      *  header and trailer the driver verifies like any other
      *  input, so the payments reach tonight's run without
      *  anyone keying them upstream.
      *
      *  A due date on a weekend or a BUSCAL holiday is paid on
      *  the next business day, and waits until that day comes
      *  round.  A customer the master shows closed, blocked or
      *  unknown is skipped and listed.  Either way the
      *  instruction then steps on to its next due date - an
      *  instruction the generator missed for a few days catches
      *  up one payment per due date it passed - and one that has
      *  gone past its end date is marked ended and listed.
      *
      *  The reference of a generated payment is the instruction
      *  id and the due date (YYMMDD), so the same payment can
      *  never go through twice: the reference registry stops it.
      *  The command line may carry the run date (YYYYMMDD);
      *  without one the run is for today.  A feed already cut
      *  for the same date is not overwritten - its payments
      *  have been stepped past on the master already.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STDINSGN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STDINST"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STDINS-INSTRUCTION-ID
                FILE STATUS STDINS-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-FEED-FILE ASSIGN TO "STDFEED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT GENERATOR-REPORT-FILE ASSIGN TO "STDRPT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "BATCHMAN"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  STANDING-INSTR-FILE.
        01  STANDING-INSTR-RECORD.
           COPY TPSTDINS.

        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

      *  The business calendar as BATCHCLI reads it - only the
      *  holiday records matter here.
        FD  BUSINESS-CALENDAR-FILE.
        01  BUSINESS-CALENDAR-RECORD.
               05 CAL-RECORD-TYPE            PIC X(01).
                       88 CAL-HOLIDAY-RECORD         VALUE "H".
               05 CAL-HOLIDAY-DATE           PIC 9(08).
               05 FILLER                     PIC X(12).

      *  A generated payment in the exact BATCHIN layout, with
      *  the currency and entity in the columns a multi-currency
      *  feed carries them.
        FD  PAYMENT-FEED-FILE.
        01  PAYMENT-FEED-RECORD.
           COPY TPBATIN.
               05 FEED-CURRENCY-CODE         PIC X(03).
               05 FEED-ENTITY-CODE           PIC X(03).
        01  FEED-HEADER-RECORD.
           COPY TPBATHDR.

        FD  GENERATOR-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        FD  MANIFEST-FILE.
        01  MANIFEST-RECORD.
               05 MANIFEST-FILE-NAME         PIC X(12).

        WORKING-STORAGE SECTION.
        01  STDINS-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  GENERATOR-SWITCHES.
               05 END-OF-STDINS-SW  PIC X(01) VALUE "N".
                       88 END-OF-STDINS      VALUE "Y".
               05 STDINS-OPEN-SW    PIC X(01) VALUE "N".
                       88 STDINS-IS-OPEN     VALUE "Y".
               05 MASTER-PRESENT-SW PIC X(01) VALUE "N".
                       88 MASTER-FILE-PRESENT VALUE "Y".
               05 END-OF-BUSCAL-SW  PIC X(01) VALUE "N".
                       88 END-OF-BUSCAL      VALUE "Y".
               05 FEED-REFUSED-SW   PIC X(01) VALUE "N".
                       88 FEED-ALREADY-CUT   VALUE "Y".
               05 BUSINESS-DAY-SW   PIC X(01) VALUE "Y".
                       88 DATE-IS-BUSINESS-DAY VALUE "Y".
               05 INSTR-CHANGED-SW  PIC X(01) VALUE "N".
                       88 INSTRUCTION-CHANGED VALUE "Y".
               05 WAITING-SW        PIC X(01) VALUE "N".
                       88 PAYMENT-WAITING    VALUE "Y".
               05 END-OF-MANIFEST-SW PIC X(01) VALUE "N".
                       88 END-OF-MANIFEST    VALUE "Y".
               05 FEED-LISTED-SW    PIC X(01) VALUE "N".
                       88 FEED-ALREADY-LISTED VALUE "Y".

      *  How the current instruction's customer stands.
        01  CUSTOMER-CHECK-STATUS   PIC X(01) VALUE "A".
               88 CUSTOMER-ACCEPTED          VALUE "A".
               88 CUSTOMER-UNKNOWN           VALUE "U".
               88 CUSTOMER-BARRED            VALUE "B".

        01  GENERATOR-COUNTERS.
               05 INSTRUCTIONS-READ PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-GENERATED PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-SKIPPED  PIC S9(9) COMP-5 VALUE 0.
               05 PAYMENTS-WAITING  PIC S9(9) COMP-5 VALUE 0.
               05 INSTRUCTIONS-ENDED PIC S9(9) COMP-5 VALUE 0.
               05 CATCH-UP-GUARD    PIC S9(4) COMP-5 VALUE 0.
               05 STEP-DAYS         PIC S9(4) COMP-5 VALUE 0.
               05 STEP-MONTHS       PIC S9(4) COMP-5 VALUE 0.
               05 STEP-SUB          PIC S9(4) COMP-5 VALUE 0.
               05 MANIFEST-ENTRIES  PIC S9(4) COMP-5 VALUE 0.
        01  GENERATED-AMOUNT-TOTAL  PIC S9(13)V99 VALUE 0.
        01  SKIPPED-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.

        01  RESUBMIT-CONTROL-TOTALS.
               05 FEED-RECORD-COUNT          PIC S9(9) COMP-5
                                                  VALUE 0.
               05 FEED-HASH-TOTAL            PIC S9(13)V99 VALUE 0.
        01  RESUBMIT-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 RESUB-HDR-DATE    PIC 9(08).
               05 RESUB-HDR-SOURCE  PIC X(10) VALUE "STDINSGN".
               05 FILLER            PIC X(01) VALUE "F".
        01  RESUBMIT-TRAILER.
               05 FILLER            PIC X(03) VALUE "TRL".
               05 RESUB-TRL-COUNT   PIC 9(09).
               05 RESUB-TRL-HASH    PIC S9(13)V99.

        01  HOLIDAY-TABLE.
               05 HOLIDAY-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON HOLIDAY-COUNT
                       INDEXED BY HOLIDAY-IDX.
                       10 HOLTAB-DATE                PIC 9(08).

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  RUN-DATE-TEXT           PIC X(08) VALUE SPACES.
        01  RUN-DATE                PIC 9(08) VALUE 0.
        01  PAYMENT-DATE            PIC 9(08) VALUE 0.
        01  DUE-DATE-WORK           PIC 9(08) VALUE 0.
        01  OUTCOME-TEXT            PIC X(20) VALUE SPACES.
        01  FEED-NAME               PIC X(12) VALUE "STDFEED".
        01  PAYMENT-REFERENCE.
               05 PAYREF-INSTRUCTION-ID      PIC X(06).
               05 PAYREF-DUE-YYMMDD          PIC X(06).

      *  Calendar arithmetic: the business-day test and the
      *  stepping of a due date by days or months.
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

      *  Report lines.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.
        01  HEADING-LINE-1.
               05 FILLER            PIC X(26) VALUE
                    "STANDING INSTRUCTIONS     ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(89) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  COLUMN-HEADING-LINE.
               05 FILLER            PIC X(30) VALUE
                    "INSTR   CUSTOMER           AMO".
               05 FILLER            PIC X(30) VALUE
                    "UNT  CCY  F  DUE       PAID   ".
               05 FILLER            PIC X(30) VALUE
                    "   NEXT DUE  END DATE  OUTCOME".
               05 FILLER            PIC X(42) VALUE SPACES.
        01  DETAIL-LINE.
               05 DTL-INSTRUCTION-ID PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-CUSTOMER-ID   PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-AMOUNT        PIC -(9)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-CURRENCY-CODE PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-FREQUENCY     PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-DUE-DATE      PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-PAID-DATE     PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-NEXT-DUE-DATE PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-END-DATE      PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DTL-OUTCOME       PIC X(20).
               05 FILLER            PIC X(25) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-LABEL       PIC X(24).
               05 TOTLN-COUNT       PIC ZZZ,ZZZ,ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TOTLN-AMOUNT      PIC -(13)9.99.
               05 FILLER            PIC X(78) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSTDGEN.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE CMD-LINE-REC(1:8) TO RUN-DATE-TEXT.
           IF RUN-DATE-TEXT NUMERIC
                MOVE RUN-DATE-TEXT TO RUN-DATE
           ELSE
                ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM CHECK-FEED-NOT-CUT.
           IF FEED-ALREADY-CUT
                CONTINUE
           ELSE
                PERFORM OPEN-STANDING-INSTRUCTIONS
                IF STDINS-IS-OPEN
                     PERFORM LOAD-BUSINESS-CALENDAR
                     PERFORM OPEN-CUSTOMER-MASTER
                     OPEN OUTPUT PAYMENT-FEED-FILE
                     OPEN OUTPUT GENERATOR-REPORT-FILE
                     MOVE RUN-DATE TO RESUB-HDR-DATE
                     WRITE PAYMENT-FEED-RECORD FROM RESUBMIT-HEADER
                     PERFORM PRINT-PAGE-HEADINGS
                     PERFORM READ-INSTRUCTION
                     PERFORM GENERATE-ONE-INSTRUCTION
                          UNTIL END-OF-STDINS
                     MOVE FEED-RECORD-COUNT TO RESUB-TRL-COUNT
                     MOVE FEED-HASH-TOTAL TO RESUB-TRL-HASH
                     WRITE PAYMENT-FEED-RECORD FROM RESUBMIT-TRAILER
                     PERFORM PRINT-GENERATOR-TOTALS
                     CLOSE PAYMENT-FEED-FILE
                     CLOSE GENERATOR-REPORT-FILE
                     CLOSE STANDING-INSTR-FILE
                     IF MASTER-FILE-PRESENT
                          CLOSE CUSTOMER-MASTER-FILE
                     END-IF
                     IF FEED-RECORD-COUNT > 0
                          PERFORM ADD-FEED-TO-MANIFEST
                     END-IF
                     DISPLAY "Instructions read: " INSTRUCTIONS-READ
                     DISPLAY "Payments generated:"
                          PAYMENTS-GENERATED
                     DISPLAY "Payments skipped:  " PAYMENTS-SKIPPED
                     DISPLAY "Instructions ended:"
                          INSTRUCTIONS-ENDED
                END-IF
           END-IF.
           STOP RUN.

      *****************************************************
      *  A feed already cut for this date holds payments the
      *  master has been stepped past - cutting it again would
      *  lose them.  An older feed is the previous day's, and
      *  is replaced.
      *****************************************************
        CHECK-FEED-NOT-CUT.
           OPEN INPUT PAYMENT-FEED-FILE.
           READ PAYMENT-FEED-FILE
                AT END CONTINUE
                NOT AT END
                     IF HEADER-TYPE-OK
                          AND HEADER-FILE-DATE = RUN-DATE
                          SET FEED-ALREADY-CUT TO TRUE
                          DISPLAY "Standing instructions: STDFEED "
                               "already cut for " RUN-DATE
                               " - not generating again"
                     END-IF
           END-READ.
           CLOSE PAYMENT-FEED-FILE.

        OPEN-STANDING-INSTRUCTIONS.
           OPEN I-O STANDING-INSTR-FILE.
           IF STDINS-FILE-STATUS = "00"
                OR STDINS-FILE-STATUS = "05"
                SET STDINS-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Standing instructions: open failed with "
                     "status " STDINS-FILE-STATUS
                     " - nothing generated"
           END-IF.

      *  No master on hand checks nothing, as in BATCHCLI.
        OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
                SET MASTER-FILE-PRESENT TO TRUE
           END-IF.

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

        READ-INSTRUCTION.
           READ STANDING-INSTR-FILE NEXT RECORD
                AT END SET END-OF-STDINS TO TRUE
           END-READ.

      *****************************************************
      *  One instruction: every due date it has reached is paid
      *  (or skipped) and stepped past, up to a guard of 60 -
      *  a daily instruction left two months unattended is a
      *  question for operations, not for the generator.
      *****************************************************
        GENERATE-ONE-INSTRUCTION.
           ADD 1 TO INSTRUCTIONS-READ.
           MOVE "N" TO INSTR-CHANGED-SW.
           MOVE "N" TO WAITING-SW.
           IF STDINS-ACTIVE
                PERFORM CHECK-INSTRUCTION-CUSTOMER
                MOVE 0 TO CATCH-UP-GUARD
                PERFORM PAY-ONE-DUE-DATE
                     UNTIL STDINS-NEXT-DUE-DATE > RUN-DATE
                          OR PAYMENT-WAITING
                          OR (STDINS-END-DATE > 0
                               AND STDINS-NEXT-DUE-DATE >
                                    STDINS-END-DATE)
                          OR CATCH-UP-GUARD NOT < 60
                IF STDINS-END-DATE > 0
                     AND STDINS-NEXT-DUE-DATE > STDINS-END-DATE
                     PERFORM END-INSTRUCTION
                END-IF
                IF INSTRUCTION-CHANGED
                     REWRITE STANDING-INSTR-RECORD
                          INVALID KEY
                               DISPLAY "Standing instructions: "
                                    "rewrite failed for "
                                    STDINS-INSTRUCTION-ID
                     END-REWRITE
                END-IF
           END-IF.
           PERFORM READ-INSTRUCTION.

      *  The customer is looked up once per instruction.
        CHECK-INSTRUCTION-CUSTOMER.
           SET CUSTOMER-ACCEPTED TO TRUE.
           IF MASTER-FILE-PRESENT
                MOVE STDINS-CUSTOMER-ID TO CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                          SET CUSTOMER-UNKNOWN TO TRUE
                     NOT INVALID KEY
                          IF NOT CUSMST-STANDING-ACTIVE
                               SET CUSTOMER-BARRED TO TRUE
                          END-IF
                END-READ
           END-IF.

      *****************************************************
      *  The due date in hand is paid on the business day it
      *  falls on or rolls to.  A business day still ahead of
      *  the run date leaves the payment waiting for it, with
      *  the instruction untouched.
      *****************************************************
        PAY-ONE-DUE-DATE.
           ADD 1 TO CATCH-UP-GUARD.
           MOVE STDINS-NEXT-DUE-DATE TO CALDT-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE 0 TO CALDT-ROLL-GUARD.
           PERFORM ROLL-TO-NEXT-BUSINESS-DAY
                UNTIL DATE-IS-BUSINESS-DAY
                     OR CALDT-ROLL-GUARD > 10.
           MOVE CALDT-DATE TO PAYMENT-DATE.
           IF PAYMENT-DATE > RUN-DATE
                SET PAYMENT-WAITING TO TRUE
                ADD 1 TO PAYMENTS-WAITING
                MOVE "WAITING-BUSINESS-DAY" TO OUTCOME-TEXT
                MOVE STDINS-NEXT-DUE-DATE TO DUE-DATE-WORK
                PERFORM PRINT-INSTRUCTION-LINE
           ELSE
                MOVE STDINS-NEXT-DUE-DATE TO DUE-DATE-WORK
                EVALUATE TRUE
                     WHEN CUSTOMER-ACCEPTED
                          PERFORM WRITE-PAYMENT-RECORD
                          MOVE PAYMENT-DATE TO STDINS-LAST-PAID-DATE
                          MOVE "GENERATED" TO OUTCOME-TEXT
                     WHEN CUSTOMER-UNKNOWN
                          ADD 1 TO PAYMENTS-SKIPPED
                          ADD STDINS-AMOUNT TO SKIPPED-AMOUNT-TOTAL
                          MOVE "SKIPPED-UNKNOWN-CUST" TO
                               OUTCOME-TEXT
                     WHEN OTHER
                          ADD 1 TO PAYMENTS-SKIPPED
                          ADD STDINS-AMOUNT TO SKIPPED-AMOUNT-TOTAL
                          MOVE "SKIPPED-CUST-BARRED" TO
                               OUTCOME-TEXT
                END-EVALUATE
                PERFORM ADVANCE-NEXT-DUE-DATE
                SET INSTRUCTION-CHANGED TO TRUE
                PERFORM PRINT-INSTRUCTION-LINE
           END-IF.

        WRITE-PAYMENT-RECORD.
           MOVE SPACES TO PAYMENT-FEED-RECORD.
           MOVE STDINS-INSTRUCTION-ID TO PAYREF-INSTRUCTION-ID.
           MOVE STDINS-NEXT-DUE-DATE(3:6) TO PAYREF-DUE-YYMMDD.
           MOVE STDINS-CUSTOMER-ID TO BATCH-IN-CUSTOMER-ID.
           MOVE STDINS-AMOUNT TO BATCH-IN-AMOUNT.
           MOVE PAYMENT-DATE TO BATCH-IN-EFFECTIVE-DATE.
           MOVE PAYMENT-REFERENCE TO BATCH-IN-REFERENCE-NUM.
           MOVE STDINS-CURRENCY-CODE TO FEED-CURRENCY-CODE.
           MOVE STDINS-ENTITY-CODE TO FEED-ENTITY-CODE.
           WRITE PAYMENT-FEED-RECORD.
           ADD 1 TO FEED-RECORD-COUNT.
           ADD STDINS-AMOUNT TO FEED-HASH-TOTAL.
           ADD 1 TO PAYMENTS-GENERATED.
           ADD STDINS-AMOUNT TO GENERATED-AMOUNT-TOTAL.

        END-INSTRUCTION.
           SET STDINS-ENDED TO TRUE.
           MOVE RUN-DATE TO STDINS-STATUS-DATE.
           SET INSTRUCTION-CHANGED TO TRUE.
           ADD 1 TO INSTRUCTIONS-ENDED.
           MOVE 0 TO PAYMENT-DATE.
           MOVE STDINS-NEXT-DUE-DATE TO DUE-DATE-WORK.
           MOVE "ENDED" TO OUTCOME-TEXT.
           PERFORM PRINT-INSTRUCTION-LINE.

      *****************************************************
      *  Step the next due date on by the instruction's
      *  frequency.  Month steps land on the anchor day, cut
      *  back to the month's last day when the month is short.
      *****************************************************
        ADVANCE-NEXT-DUE-DATE.
           MOVE STDINS-NEXT-DUE-DATE TO CALDT-DATE.
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
           MOVE CALDT-DATE TO STDINS-NEXT-DUE-DATE.

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

      *****************************************************
      *  One report line for the instruction in hand: the due
      *  date dealt with, the day it was paid on (blank when it
      *  was not), the next due date it now stands at and how
      *  it came out.
      *****************************************************
        PRINT-INSTRUCTION-LINE.
           MOVE STDINS-INSTRUCTION-ID TO DTL-INSTRUCTION-ID.
           MOVE STDINS-CUSTOMER-ID TO DTL-CUSTOMER-ID.
           MOVE STDINS-AMOUNT TO DTL-AMOUNT.
           MOVE STDINS-CURRENCY-CODE TO DTL-CURRENCY-CODE.
           MOVE STDINS-FREQUENCY TO DTL-FREQUENCY.
           MOVE DUE-DATE-WORK TO DTL-DUE-DATE.
           IF OUTCOME-TEXT = "GENERATED"
                MOVE PAYMENT-DATE TO DTL-PAID-DATE
           ELSE
                MOVE SPACES TO DTL-PAID-DATE
           END-IF.
           MOVE STDINS-NEXT-DUE-DATE TO DTL-NEXT-DUE-DATE.
           IF STDINS-END-DATE > 0
                MOVE STDINS-END-DATE TO DTL-END-DATE
           ELSE
                MOVE "NONE" TO DTL-END-DATE
           END-IF.
           MOVE OUTCOME-TEXT TO DTL-OUTCOME.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-GENERATOR-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "INSTRUCTIONS READ" TO TOTLN-LABEL.
           MOVE INSTRUCTIONS-READ TO TOTLN-COUNT.
           MOVE 0 TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PAYMENTS GENERATED" TO TOTLN-LABEL.
           MOVE PAYMENTS-GENERATED TO TOTLN-COUNT.
           MOVE GENERATED-AMOUNT-TOTAL TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PAYMENTS SKIPPED" TO TOTLN-LABEL.
           MOVE PAYMENTS-SKIPPED TO TOTLN-COUNT.
           MOVE SKIPPED-AMOUNT-TOTAL TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "WAITING FOR BUSINESS DAY" TO TOTLN-LABEL.
           MOVE PAYMENTS-WAITING TO TOTLN-COUNT.
           MOVE 0 TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "INSTRUCTIONS ENDED" TO TOTLN-LABEL.
           MOVE INSTRUCTIONS-ENDED TO TOTLN-COUNT.
           MOVE 0 TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  A night run from a manifest gets the feed added to the
      *  end of it, once, as FUTREL does for released items.
      *****************************************************
        ADD-FEED-TO-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           PERFORM READ-MANIFEST-RECORD.
           PERFORM CHECK-ONE-MANIFEST-ENTRY UNTIL END-OF-MANIFEST.
           CLOSE MANIFEST-FILE.
           EVALUATE TRUE
                WHEN MANIFEST-ENTRIES = 0
                     DISPLAY "No manifest for tonight - add "
                          FEED-NAME " to BATCHMAN to run the "
                          "generated payments"
                WHEN FEED-ALREADY-LISTED
                     DISPLAY "Manifest already lists " FEED-NAME
                WHEN OTHER
                     OPEN EXTEND MANIFEST-FILE
                     MOVE FEED-NAME TO MANIFEST-FILE-NAME
                     WRITE MANIFEST-RECORD
                     CLOSE MANIFEST-FILE
                     DISPLAY "Manifest: " FEED-NAME " added"
           END-EVALUATE.

        READ-MANIFEST-RECORD.
           READ MANIFEST-FILE
                AT END SET END-OF-MANIFEST TO TRUE
           END-READ.

        CHECK-ONE-MANIFEST-ENTRY.
           IF MANIFEST-FILE-NAME NOT = SPACES
                ADD 1 TO MANIFEST-ENTRIES
                IF MANIFEST-FILE-NAME = FEED-NAME
                     SET FEED-ALREADY-LISTED TO TRUE
                END-IF
           END-IF.
           PERFORM READ-MANIFEST-RECORD.

        WRITE-REPORT-LINE.
           IF LINES-ON-PAGE NOT < LINES-PER-PAGE
                PERFORM PRINT-PAGE-HEADINGS
           END-IF.
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
