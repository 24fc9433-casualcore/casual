      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CPENDAPR.cbl
      *
      *  Daily pending-approval report over BIZSRV's transaction
      *  store: every booking still held for dual control, with
      *  its age in days and the user who made it, so the
      *  approvers see what is waiting on them.  A booking that
      *  has waited longer than the APPRCFG expiry is voided here
      *  - it never reached the customer's balance, so nothing
      *  else moves - and the change is journalled on TXNJRNL the
      *  way BIZSRV journals its own, so a forward recovery
      *  replays it.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PENDAPPR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL APPROVAL-CONFIG-FILE ASSIGN TO "APPRCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVER-AUTH-FILE ASSIGN TO "APPRAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  TXN-JOURNAL-FILE.
        01  TXN-JOURNAL-RECORD.
           COPY TPTXNJRL.

        FD  APPROVAL-CONFIG-FILE.
        01  APPROVAL-CONFIG-RECORD.
           COPY TPAPRCFG.

        FD  APPROVER-AUTH-FILE.
        01  APPROVER-AUTH-RECORD.
           COPY TPAPRAUT.

        FD  PENDING-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  PENDING-SWITCHES.
               05 END-OF-STORE-SW   PIC X(01) VALUE "N".
                       88 END-OF-STORE       VALUE "Y".
               05 END-OF-APPRAUTH-SW PIC X(01) VALUE "N".
                       88 END-OF-APPRAUTH    VALUE "Y".
               05 JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
                       88 JOURNAL-IS-OPEN    VALUE "Y".
               05 APPROVER-MATCH-SW PIC X(01) VALUE "N".
                       88 APPROVER-MATCH-FOUND VALUE "Y".

        01  PENDING-COUNTERS.
               05 BOOKINGS-READ     PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-PENDING     PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-EXPIRED     PIC S9(9) COMP-5 VALUE 0.
               05 EXPIRY-FAILURES   PIC S9(9) COMP-5 VALUE 0.
        01  PENDING-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.
        01  EXPIRED-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.

      *  Days a booking may wait for approval - from APPRCFG,
      *  defaulting to five when none has been set down.
        01  EXPIRY-AGE-DAYS         PIC S9(4) COMP-5 VALUE 5.
        01  PENDING-AGE-DAYS        PIC S9(9) COMP-5 VALUE 0.

      *  The approvers as loaded, to name the user behind a
      *  booking's TPKEY handle.
        01  APPROVER-TABLE.
               05 APPROVER-COUNT    PIC S9(4) COMP-5 VALUE 0.
               05 APPROVER-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON APPROVER-COUNT
                       INDEXED BY APPROVER-IDX.
                       10 APRTAB-KEY-HANDLE          PIC 9(09).
                       10 APRTAB-USER-ID             PIC X(08).
        01  APPROVER-FOUND-IDX      USAGE INDEX.

        01  TODAY-DATE              PIC 9(08).
        01  TODAY-SERIAL-DAY        PIC S9(9) COMP-5.
        01  JOURNAL-BEFORE-WORK     PIC X(120) VALUE SPACES.

      *  Serial-day arithmetic for the age.
        01  CALDT-FIELDS.
               05 CALDT-DATE        PIC 9(08).
               05 CALDT-DATE-SPLIT REDEFINES CALDT-DATE.
                       10 CALDT-YYYY         PIC 9(04).
                       10 CALDT-MM           PIC 9(02).
                       10 CALDT-DD           PIC 9(02).
        01  CALDT-SERIAL-DAY        PIC S9(9) COMP-5.
        01  CALDT-PRIOR-YEARS       PIC S9(9) COMP-5.
        01  CALDT-MONTH-SUB         PIC S9(4) COMP-5.
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
                    "PENDING APPROVALS REPORT  ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(89) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  COLUMN-HEADING-LINE.
               05 FILLER            PIC X(30) VALUE
                    "REFERENCE    CUSTOMER         ".
               05 FILLER            PIC X(30) VALUE
                    " AMOUNT BOOKED     AGE  MAKER ".
               05 FILLER            PIC X(30) VALUE
                    "KEY MAKER    STATUS           ".
               05 FILLER            PIC X(42) VALUE SPACES.
        01  PENDING-DETAIL-LINE.
               05 DETAIL-REFERENCE  PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-AMOUNT     PIC -(9)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-BOOKED-DATE PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-AGE-DAYS   PIC ZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-MAKER-KEY  PIC -(9)9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-MAKER-USER PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-STATUS     PIC X(08).
               05 FILLER            PIC X(50) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-LABEL       PIC X(20).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 TOTLN-AMOUNT      PIC -(13)9.99.
               05 FILLER            PIC X(85) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CPENDAPR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO CALDT-DATE.
           PERFORM CONVERT-CALDT-TO-SERIAL.
           MOVE CALDT-SERIAL-DAY TO TODAY-SERIAL-DAY.
           PERFORM READ-APPROVAL-CONFIG.
           PERFORM LOAD-APPROVER-TABLE.
           OPEN I-O TXN-STORE-FILE.
           IF STORE-FILE-STATUS NOT = "00"
                AND STORE-FILE-STATUS NOT = "05"
                DISPLAY "Transaction store: open failed with status "
                     STORE-FILE-STATUS " - no report produced"
           ELSE
                OPEN EXTEND TXN-JOURNAL-FILE
                IF JOURNAL-FILE-STATUS = "00"
                     OR JOURNAL-FILE-STATUS = "05"
                     SET JOURNAL-IS-OPEN TO TRUE
                ELSE
                     DISPLAY "Transaction journal: open failed with "
                          "status " JOURNAL-FILE-STATUS
                          " - nothing will be expired"
                END-IF
                OPEN OUTPUT PENDING-REPORT-FILE
                PERFORM PRINT-PAGE-HEADINGS
                PERFORM READ-STORE-RECORD
                PERFORM JUDGE-ONE-BOOKING UNTIL END-OF-STORE
                PERFORM PRINT-PENDING-TOTALS
                CLOSE PENDING-REPORT-FILE
                IF JOURNAL-IS-OPEN
                     CLOSE TXN-JOURNAL-FILE
                END-IF
                CLOSE TXN-STORE-FILE
                DISPLAY "Bookings read:     " BOOKINGS-READ
                DISPLAY "Still pending:     " ITEMS-PENDING
                DISPLAY "Expired tonight:   " ITEMS-EXPIRED
                DISPLAY "Expiry failures:   " EXPIRY-FAILURES
           END-IF.
           STOP RUN.

      *****************************************************
      *  Expiry policy, defaulting when absent or junk.
      *****************************************************
        READ-APPROVAL-CONFIG.
           OPEN INPUT APPROVAL-CONFIG-FILE.
           READ APPROVAL-CONFIG-FILE
                AT END MOVE ZERO TO APRCFG-EXPIRY-DAYS
           END-READ.
           CLOSE APPROVAL-CONFIG-FILE.
           IF APRCFG-EXPIRY-DAYS NUMERIC
                AND APRCFG-EXPIRY-DAYS > 0
                MOVE APRCFG-EXPIRY-DAYS TO EXPIRY-AGE-DAYS
           END-IF.
           DISPLAY "Pending approvals expire after "
                EXPIRY-AGE-DAYS " days".

        LOAD-APPROVER-TABLE.
           OPEN INPUT APPROVER-AUTH-FILE.
           PERFORM READ-APPROVER-AUTH.
           PERFORM STORE-APPROVER-ENTRY
                UNTIL END-OF-APPRAUTH OR APPROVER-COUNT = 100.
           CLOSE APPROVER-AUTH-FILE.

        READ-APPROVER-AUTH.
           READ APPROVER-AUTH-FILE
                AT END SET END-OF-APPRAUTH TO TRUE
           END-READ.

        STORE-APPROVER-ENTRY.
           IF APRAUT-KEY-HANDLE NUMERIC
                ADD 1 TO APPROVER-COUNT
                SET APPROVER-IDX TO APPROVER-COUNT
                MOVE APRAUT-KEY-HANDLE TO
                     APRTAB-KEY-HANDLE(APPROVER-IDX)
                MOVE APRAUT-USER-ID TO APRTAB-USER-ID(APPROVER-IDX)
           END-IF.
           PERFORM READ-APPROVER-AUTH.

        READ-STORE-RECORD.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-STORE TO TRUE
           END-READ.

      *****************************************************
      *  One booking: only the pending ones are reported; those
      *  past the expiry age are voided as they are listed.
      *****************************************************
        JUDGE-ONE-BOOKING.
           ADD 1 TO BOOKINGS-READ.
           IF STORE-TXN-PENDING
                MOVE STORE-BOOKED-DATE TO CALDT-DATE
                PERFORM CONVERT-CALDT-TO-SERIAL
                COMPUTE PENDING-AGE-DAYS =
                     TODAY-SERIAL-DAY - CALDT-SERIAL-DAY
                MOVE STORE-REFERENCE-NUM TO DETAIL-REFERENCE
                MOVE STORE-CUSTOMER-ID TO DETAIL-CUSTOMER-ID
                MOVE STORE-AMOUNT TO DETAIL-AMOUNT
                MOVE STORE-BOOKED-DATE TO DETAIL-BOOKED-DATE
                MOVE PENDING-AGE-DAYS TO DETAIL-AGE-DAYS
                MOVE STORE-MAKER-KEY TO DETAIL-MAKER-KEY
                PERFORM NAME-MAKER
                IF PENDING-AGE-DAYS > EXPIRY-AGE-DAYS
                     AND JOURNAL-IS-OPEN
                     PERFORM EXPIRE-PENDING-BOOKING
                ELSE
                     ADD 1 TO ITEMS-PENDING
                     ADD STORE-AMOUNT TO PENDING-AMOUNT-TOTAL
                     MOVE "PENDING" TO DETAIL-STATUS
                END-IF
                MOVE PENDING-DETAIL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM READ-STORE-RECORD.

        NAME-MAKER.
           MOVE SPACES TO DETAIL-MAKER-USER.
           MOVE "N" TO APPROVER-MATCH-SW.
           PERFORM MATCH-ONE-APPROVER
                VARYING APPROVER-IDX FROM 1 BY 1
                UNTIL APPROVER-IDX > APPROVER-COUNT
                     OR APPROVER-MATCH-FOUND.
           IF APPROVER-MATCH-FOUND
                SET APPROVER-IDX TO APPROVER-FOUND-IDX
                MOVE APRTAB-USER-ID(APPROVER-IDX) TO
                     DETAIL-MAKER-USER
           END-IF.

        MATCH-ONE-APPROVER.
           IF APRTAB-KEY-HANDLE(APPROVER-IDX) = STORE-MAKER-KEY
                SET APPROVER-MATCH-FOUND TO TRUE
                SET APPROVER-FOUND-IDX TO APPROVER-IDX
           END-IF.

      *****************************************************
      *  Void a booking that waited too long, and journal it.
      *****************************************************
        EXPIRE-PENDING-BOOKING.
           MOVE TXN-STORE-RECORD TO JOURNAL-BEFORE-WORK.
           MOVE "V" TO STORE-STATUS.
           MOVE ZERO TO STORE-CHECKER-KEY.
           REWRITE TXN-STORE-RECORD
                INVALID KEY
                     ADD 1 TO EXPIRY-FAILURES
                     MOVE "NOT VOID" TO DETAIL-STATUS
                NOT INVALID KEY
                     ADD 1 TO ITEMS-EXPIRED
                     ADD STORE-AMOUNT TO EXPIRED-AMOUNT-TOTAL
                     MOVE "EXPIRED" TO DETAIL-STATUS
                     PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

        WRITE-JOURNAL-ENTRY.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE "EXPIRE-PENDING" TO JRNL-SUB-TYPE.
           SET JRNL-RECORD-REWRITTEN TO TRUE.
           MOVE JOURNAL-BEFORE-WORK TO JRNL-BEFORE-IMAGE.
           MOVE TXN-STORE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE TXN-JOURNAL-RECORD.

        PRINT-PENDING-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STILL PENDING" TO TOTLN-LABEL.
           MOVE ITEMS-PENDING TO TOTLN-COUNT.
           MOVE PENDING-AMOUNT-TOTAL TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EXPIRED TONIGHT" TO TOTLN-LABEL.
           MOVE ITEMS-EXPIRED TO TOTLN-COUNT.
           MOVE EXPIRED-AMOUNT-TOTAL TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Serial day number (days since the start of year 1,
      *  Gregorian throughout).
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
      *  Write the line held in PRINT-WORK-LINE, breaking to a
      *  fresh page with headings when the current page is full.
      *****************************************************
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
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
