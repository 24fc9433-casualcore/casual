      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CDORMSWP.cbl
      *
      *  Monthly dormancy sweep over the customer master:
      *
      *     dormswep LIST                       report only
      *     dormswep SWEEP user [confirmer]     report, and the
      *                                         maintenance to
      *                                         make them dormant
      *
      *  Each active customer's last activity is the latest of
      *  the date their entry took effect or last changed
      *  standing (a reactivation counts the customer's time
      *  from then), the date of their latest booking on the
      *  transaction store - fee and return bookings are the
      *  bank's doing, not the customer's - and the effective
      *  date of their latest confirmed or reversed payment on
      *  the history store.
      *
      *  A customer whose last activity is older than the
      *  dormancy period (DORMPARM, twelve months when none is
      *  set down) is due to go dormant.  SWEEP writes a D
      *  maintenance transaction for each to DORMMAINT, in the
      *  CUSMAINT layout, under the requesting and confirming
      *  users given - CUSMSTMN applies them under its usual
      *  rules, so in PROD a transaction without a second,
      *  different user is refused.  Nothing here changes the
      *  master.
      *
      *  The report, DORMRPT, lists the customers due and, so
      *  that relationship managers can contact them first, the
      *  customers who will be due within the notice period
      *  (DORMPARM again, one month when none is set down), with
      *  the date each will go dormant if nothing happens.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DORMSWEP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CUSMST-CUSTOMER-ID
                FILE STATUS MASTER-FILE-STATUS.
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
           SELECT OPTIONAL DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT DORMANCY-MAINT-FILE ASSIGN TO "DORMMAINT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER-FILE.
        01  CUSTOMER-MASTER-RECORD.
           COPY TPCUSMST.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

      *  The dormancy period and the notice period ahead of it,
      *  both in months.
        FD  DORMANCY-PARM-FILE.
        01  DORMANCY-PARM-RECORD.
               05 DORMPRM-DORMANT-MONTHS     PIC 9(02).
               05 DORMPRM-NOTICE-MONTHS      PIC 9(02).

        FD  DORMANCY-MAINT-FILE.
        01  MAINTENANCE-RECORD.
           COPY TPCUSMNT.

        FD  DORMANCY-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  SWEEP-ACTION            PIC X(08) VALUE SPACES.
               88 SWEEP-LIST-ONLY            VALUE "LIST".
               88 SWEEP-GENERATE             VALUE "SWEEP".
        01  SWEEP-USER-ID           PIC X(08) VALUE SPACES.
        01  SWEEP-CONFIRMED-BY      PIC X(08) VALUE SPACES.

        01  SWEEP-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 HISTORY-OPEN-SW   PIC X(01) VALUE "N".
                       88 HISTORY-IS-OPEN    VALUE "Y".
               05 CUSTOMER-MATCH-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-MATCH-FOUND VALUE "Y".
               05 CUSTOMER-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-TABLE-FULL VALUE "Y".
               05 SECTION-SW        PIC X(01) VALUE "D".
                       88 PRINTING-DUE       VALUE "D".
                       88 PRINTING-NOTICE    VALUE "N".

        01  SWEEP-COUNTERS.
               05 CUSTOMERS-READ    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-ACTIVE  PIC S9(9) COMP-5 VALUE 0.
               05 ALREADY-DORMANT   PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-DUE     PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-NOTICE  PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-NOT-SWEPT PIC S9(9) COMP-5 VALUE 0.
               05 STORE-BOOKINGS-USED PIC S9(9) COMP-5 VALUE 0.
               05 HISTORY-ENTRIES-USED PIC S9(9) COMP-5 VALUE 0.
               05 MAINT-WRITTEN     PIC S9(9) COMP-5 VALUE 0.
               05 LINES-LISTED      PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08) VALUE 0.
        01  ACTIVITY-DATE-WORK      PIC 9(08) VALUE 0.
        01  ACTIVITY-SOURCE-WORK    PIC X(08) VALUE SPACES.

      *  The dormancy period and notice period in months, and the
      *  dates they put the line at: a customer last active
      *  before the cutoff is due; one last active before the
      *  notice date will be due within the notice period.
        01  DORMANT-MONTHS          PIC 9(02) VALUE 12.
        01  NOTICE-MONTHS           PIC 9(02) VALUE 1.
        01  CUTOFF-DATE             PIC 9(08) VALUE 0.
        01  NOTICE-DATE             PIC 9(08) VALUE 0.

      *  Month arithmetic: CALDT-DATE moved by STEP-MONTHS
      *  (negative for back), the day clipped to the month's
      *  end.
        01  CALDT-FIELDS.
               05 CALDT-DATE        PIC 9(08).
               05 CALDT-DATE-SPLIT REDEFINES CALDT-DATE.
                       10 CALDT-YYYY         PIC 9(04).
                       10 CALDT-MM           PIC 9(02).
                       10 CALDT-DD           PIC 9(02).
        01  STEP-MONTHS             PIC S9(4) COMP-5 VALUE 0.
        01  CALDT-MONTH-SERIAL      PIC S9(9) COMP-5.
        01  CALDT-MONTH-OFFSET      PIC S9(4) COMP-5.
        01  CALDT-YEAR-WORK         PIC S9(9) COMP-5.
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

      *  The active customers, in master key order, each with the
      *  latest activity found so far and where it was found.
        01  CUSTOMER-TABLE.
               05 CUSTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 CUSTAB-ENTRY OCCURS 1 TO 9999 TIMES
                       DEPENDING ON CUSTAB-COUNT
                       INDEXED BY CUS-IDX.
                       10 CUSTAB-CUSTOMER-ID         PIC X(10).
                       10 CUSTAB-CUSTOMER-NAME       PIC X(30).
                       10 CUSTAB-LAST-ACTIVITY       PIC 9(08).
                       10 CUSTAB-ACTIVITY-SOURCE     PIC X(08).
                       10 CUSTAB-DORMANT-FROM        PIC 9(08).
                       10 CUSTAB-VERDICT             PIC X(01).
                               88 CUSTAB-DUE         VALUE "D".
                               88 CUSTAB-NOTICE      VALUE "N".
                               88 CUSTAB-IN-USE      VALUE "U".
        01  CUS-FOUND-IDX           USAGE INDEX.
        01  LOOKUP-CUSTOMER-ID      PIC X(10).

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 99.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(24) VALUE
                    "DORMANCY SWEEP  RUN    ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(10) VALUE "  PERIOD ".
               05 HEAD-DORMANT-MONTHS PIC Z9.
               05 FILLER            PIC X(17) VALUE
                    " MONTHS  NOTICE ".
               05 HEAD-NOTICE-MONTHS PIC Z9.
               05 FILLER            PIC X(16) VALUE " MONTHS  MODE ".
               05 HEAD-SWEEP-ACTION PIC X(08).
               05 FILLER            PIC X(36) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(12) VALUE "CUSTOMER".
               05 FILLER            PIC X(32) VALUE "NAME".
               05 FILLER            PIC X(15) VALUE "LAST ACTIVE".
               05 FILLER            PIC X(10) VALUE "FROM".
               05 FILLER            PIC X(15) VALUE "DORMANT FROM".
               05 FILLER            PIC X(48) VALUE "ACTION".
        01  SECTION-LINE.
               05 SECTLN-TEXT       PIC X(60).
               05 FILLER            PIC X(72) VALUE SPACES.
        01  DETAIL-LINE.
               05 DETAIL-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-CUSTOMER-NAME PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-LAST-ACTIVITY PIC 9(08).
               05 FILLER            PIC X(07) VALUE SPACES.
               05 DETAIL-SOURCE     PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-DORMANT-FROM PIC 9(08).
               05 FILLER            PIC X(07) VALUE SPACES.
               05 DETAIL-ACTION     PIC X(48).
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CDORMSWP.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO SWEEP-ACTION SWEEP-USER-ID SWEEP-CONFIRMED-BY
                WITH POINTER CMD-PARSE-PTR.
           IF NOT SWEEP-LIST-ONLY AND NOT SWEEP-GENERATE
                DISPLAY "Usage: dormswep LIST | SWEEP user "
                     "[confirmer]"
                STOP RUN
           END-IF.
           IF SWEEP-GENERATE AND SWEEP-USER-ID = SPACES
                DISPLAY "Dormancy sweep: SWEEP needs the requesting "
                     "user"
                STOP RUN
           END-IF.
           PERFORM READ-DORMANCY-PARM.
           MOVE TODAY-DATE TO CALDT-DATE.
           COMPUTE STEP-MONTHS = 0 - DORMANT-MONTHS.
           PERFORM STEP-CALDT-MONTHS.
           MOVE CALDT-DATE TO CUTOFF-DATE.
           MOVE TODAY-DATE TO CALDT-DATE.
           COMPUTE STEP-MONTHS = NOTICE-MONTHS - DORMANT-MONTHS.
           PERFORM STEP-CALDT-MONTHS.
           MOVE CALDT-DATE TO NOTICE-DATE.

           PERFORM LOAD-ACTIVE-CUSTOMERS.
           PERFORM PASS-TRANSACTION-STORE.
           PERFORM SCAN-HISTORY-STORE.
           PERFORM JUDGE-ONE-CUSTOMER
                VARYING CUS-IDX FROM 1 BY 1
                UNTIL CUS-IDX > CUSTAB-COUNT.

           IF SWEEP-GENERATE
                OPEN OUTPUT DORMANCY-MAINT-FILE
                PERFORM WRITE-DORMANCY-MAINT
                     VARYING CUS-IDX FROM 1 BY 1
                     UNTIL CUS-IDX > CUSTAB-COUNT
                CLOSE DORMANCY-MAINT-FILE
           END-IF.

           OPEN OUTPUT DORMANCY-REPORT-FILE.
           PERFORM PRINT-DORMANCY-REPORT.
           CLOSE DORMANCY-REPORT-FILE.

           DISPLAY "Dormancy sweep: " CUSTOMERS-ACTIVE
                " active customers, " CUSTOMERS-DUE
                " inactive since before " CUTOFF-DATE ", "
                CUSTOMERS-NOTICE " within notice".
           IF SWEEP-GENERATE
                DISPLAY "Dormancy sweep: " MAINT-WRITTEN
                     " maintenance transactions on DORMMAINT"
           END-IF.
           STOP RUN.

      *****************************************************
      *  The periods in months off DORMPARM - a zero or missing
      *  figure keeps the default, and a notice period that
      *  would swallow the whole dormancy period is cut to one
      *  month short of it.
      *****************************************************
        READ-DORMANCY-PARM.
           OPEN INPUT DORMANCY-PARM-FILE.
           READ DORMANCY-PARM-FILE
                AT END CONTINUE
                NOT AT END
                     IF DORMPRM-DORMANT-MONTHS NUMERIC
                          AND DORMPRM-DORMANT-MONTHS > 0
                          MOVE DORMPRM-DORMANT-MONTHS TO
                               DORMANT-MONTHS
                     END-IF
                     IF DORMPRM-NOTICE-MONTHS NUMERIC
                          AND DORMPRM-NOTICE-MONTHS > 0
                          MOVE DORMPRM-NOTICE-MONTHS TO
                               NOTICE-MONTHS
                     END-IF
           END-READ.
           CLOSE DORMANCY-PARM-FILE.
           IF NOTICE-MONTHS NOT < DORMANT-MONTHS
                COMPUTE NOTICE-MONTHS = DORMANT-MONTHS - 1
           END-IF.

      *****************************************************
      *  One pass over the master for the active customers - the
      *  only ones a sweep can move.  Each starts from the date
      *  their entry took effect or last changed standing.
      *****************************************************
        LOAD-ACTIVE-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "Dormancy sweep: no customer master "
                     "(status " MASTER-FILE-STATUS ") - nothing "
                     "to sweep"
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
                WHEN CUSMST-STANDING-DORMANT
                     ADD 1 TO ALREADY-DORMANT
                WHEN CUSMST-STANDING-ACTIVE
                     ADD 1 TO CUSTOMERS-ACTIVE
                     PERFORM ADD-ACTIVE-CUSTOMER
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM READ-MASTER-NEXT.

      *  A sweep takes at most 9999 customers; the rest are left
      *  for the next sweep and counted so the gap is seen.
        ADD-ACTIVE-CUSTOMER.
           IF CUSTAB-COUNT < 9999
                ADD 1 TO CUSTAB-COUNT
                SET CUS-IDX TO CUSTAB-COUNT
                MOVE CUSMST-CUSTOMER-ID TO
                     CUSTAB-CUSTOMER-ID(CUS-IDX)
                MOVE CUSMST-CUSTOMER-NAME TO
                     CUSTAB-CUSTOMER-NAME(CUS-IDX)
                MOVE 0 TO CUSTAB-LAST-ACTIVITY(CUS-IDX)
                MOVE "MASTER" TO CUSTAB-ACTIVITY-SOURCE(CUS-IDX)
                MOVE 0 TO CUSTAB-DORMANT-FROM(CUS-IDX)
                MOVE "U" TO CUSTAB-VERDICT(CUS-IDX)
                IF CUSMST-EFFECTIVE-DATE NUMERIC
                     MOVE CUSMST-EFFECTIVE-DATE TO
                          CUSTAB-LAST-ACTIVITY(CUS-IDX)
                END-IF
                IF CUSMST-STANDING-DATE NUMERIC
                     AND CUSMST-STANDING-DATE >
                          CUSTAB-LAST-ACTIVITY(CUS-IDX)
                     MOVE CUSMST-STANDING-DATE TO
                          CUSTAB-LAST-ACTIVITY(CUS-IDX)
                END-IF
           ELSE
                ADD 1 TO CUSTOMERS-NOT-SWEPT
                IF NOT CUSTOMER-TABLE-FULL
                     DISPLAY "Dormancy sweep: 9999 customers taken "
                          "- the rest are left for the next sweep"
                     SET CUSTOMER-TABLE-FULL TO TRUE
                END-IF
           END-IF.

      *  Find the customer under LOOKUP-CUSTOMER-ID.
        FIND-CUSTOMER.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER
                VARYING CUS-IDX FROM 1 BY 1
                UNTIL CUS-IDX > CUSTAB-COUNT
                     OR CUSTOMER-MATCH-FOUND.
           IF CUSTOMER-MATCH-FOUND
                SET CUS-IDX TO CUS-FOUND-IDX
           END-IF.

        MATCH-ONE-CUSTOMER.
           IF CUSTAB-CUSTOMER-ID(CUS-IDX) = LOOKUP-CUSTOMER-ID
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET CUS-FOUND-IDX TO CUS-IDX
           END-IF.

      *  Keep ACTIVITY-DATE-WORK for the customer at CUS-IDX when
      *  it is later than what is held.
        NOTE-ACTIVITY-DATE.
           IF ACTIVITY-DATE-WORK > CUSTAB-LAST-ACTIVITY(CUS-IDX)
                MOVE ACTIVITY-DATE-WORK TO
                     CUSTAB-LAST-ACTIVITY(CUS-IDX)
                MOVE ACTIVITY-SOURCE-WORK TO
                     CUSTAB-ACTIVITY-SOURCE(CUS-IDX)
           END-IF.

      *****************************************************
      *  The transaction store is keyed on the reference alone,
      *  so it is passed once in full.  A booking made - active
      *  or awaiting approval - is the customer's activity on the
      *  day it was booked; fee and return bookings are not.
      *****************************************************
        PASS-TRANSACTION-STORE.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                MOVE "N" TO END-OF-FILE-SW
                PERFORM READ-STORE-NEXT
                PERFORM NOTE-ONE-BOOKING UNTIL END-OF-CURRENT-FILE
                CLOSE TXN-STORE-FILE
           END-IF.

        READ-STORE-NEXT.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        NOTE-ONE-BOOKING.
           IF STORE-TXN-BOOKED
                AND NOT STORE-FEE-BOOKING
                AND NOT STORE-RETURN-BOOKING
                MOVE STORE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                PERFORM FIND-CUSTOMER
                IF CUSTOMER-MATCH-FOUND
                     IF STORE-BOOKED-DATE NUMERIC
                          MOVE STORE-BOOKED-DATE TO
                               ACTIVITY-DATE-WORK
                     ELSE
                          MOVE STORE-EFFECTIVE-DATE TO
                               ACTIVITY-DATE-WORK
                     END-IF
                     MOVE "STORE" TO ACTIVITY-SOURCE-WORK
                     ADD 1 TO STORE-BOOKINGS-USED
                     PERFORM NOTE-ACTIVITY-DATE
                END-IF
           END-IF.
           PERFORM READ-STORE-NEXT.

      *****************************************************
      *  The history store is read along its customer-and-date
      *  key, one customer at a time: every confirmed or
      *  reversed payment of theirs, the last read being the
      *  latest.
      *****************************************************
        SCAN-HISTORY-STORE.
           OPEN INPUT HISTORY-STORE-FILE.
           IF HISTORY-FILE-STATUS = "00"
                SET HISTORY-IS-OPEN TO TRUE
                PERFORM SCAN-ONE-CUSTOMER-HISTORY
                     VARYING CUS-IDX FROM 1 BY 1
                     UNTIL CUS-IDX > CUSTAB-COUNT
                CLOSE HISTORY-STORE-FILE
           END-IF.

        SCAN-ONE-CUSTOMER-HISTORY.
           MOVE CUSTAB-CUSTOMER-ID(CUS-IDX) TO TXNHST-CUSTOMER-ID.
           MOVE 0 TO TXNHST-EFFECTIVE-DATE.
           MOVE "N" TO END-OF-FILE-SW.
           START HISTORY-STORE-FILE
                KEY NOT < TXNHST-CUSTOMER-DATE-KEY
                INVALID KEY SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           IF NOT END-OF-CURRENT-FILE
                PERFORM READ-HISTORY-NEXT
           END-IF.
           PERFORM NOTE-ONE-HISTORY-ENTRY UNTIL END-OF-CURRENT-FILE.

        READ-HISTORY-NEXT.
           READ HISTORY-STORE-FILE NEXT RECORD
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        NOTE-ONE-HISTORY-ENTRY.
           IF TXNHST-CUSTOMER-ID NOT = CUSTAB-CUSTOMER-ID(CUS-IDX)
                SET END-OF-CURRENT-FILE TO TRUE
           ELSE
                IF (TXNHST-CONFIRMED OR TXNHST-REVERSED)
                     AND TXNHST-EFFECTIVE-DATE NUMERIC
                     MOVE TXNHST-EFFECTIVE-DATE TO ACTIVITY-DATE-WORK
                     MOVE "HISTORY" TO ACTIVITY-SOURCE-WORK
                     ADD 1 TO HISTORY-ENTRIES-USED
                     PERFORM NOTE-ACTIVITY-DATE
                END-IF
                PERFORM READ-HISTORY-NEXT
           END-IF.

      *****************************************************
      *  Due when last active before the cutoff; within notice
      *  when before the notice date.  Either way the date the
      *  customer goes (or went) dormant is the last activity
      *  plus the dormancy period.
      *****************************************************
        JUDGE-ONE-CUSTOMER.
           MOVE CUSTAB-LAST-ACTIVITY(CUS-IDX) TO CALDT-DATE.
           IF CALDT-MM > 0 AND CALDT-MM < 13
                MOVE DORMANT-MONTHS TO STEP-MONTHS
                PERFORM STEP-CALDT-MONTHS
                MOVE CALDT-DATE TO CUSTAB-DORMANT-FROM(CUS-IDX)
           ELSE
                MOVE TODAY-DATE TO CUSTAB-DORMANT-FROM(CUS-IDX)
           END-IF.
           EVALUATE TRUE
                WHEN CUSTAB-LAST-ACTIVITY(CUS-IDX) < CUTOFF-DATE
                     SET CUSTAB-DUE(CUS-IDX) TO TRUE
                     ADD 1 TO CUSTOMERS-DUE
                WHEN CUSTAB-LAST-ACTIVITY(CUS-IDX) < NOTICE-DATE
                     SET CUSTAB-NOTICE(CUS-IDX) TO TRUE
                     ADD 1 TO CUSTOMERS-NOTICE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      *****************************************************
      *  One D transaction per customer due, effective today,
      *  under the users the sweep was run by.
      *****************************************************
        WRITE-DORMANCY-MAINT.
           IF CUSTAB-DUE(CUS-IDX)
                MOVE SPACES TO MAINTENANCE-RECORD
                SET CMNT-DORMANT TO TRUE
                MOVE CUSTAB-CUSTOMER-ID(CUS-IDX) TO CMNT-CUSTOMER-ID
                MOVE CUSTAB-CUSTOMER-NAME(CUS-IDX) TO
                     CMNT-CUSTOMER-NAME
                MOVE TODAY-DATE TO CMNT-EFFECTIVE-DATE
                MOVE SWEEP-USER-ID TO CMNT-USER-ID
                MOVE SWEEP-CONFIRMED-BY TO CMNT-CONFIRMED-BY
                MOVE 0 TO CMNT-OVERDRAFT-LIMIT
                WRITE MAINTENANCE-RECORD
                ADD 1 TO MAINT-WRITTEN
           END-IF.

      *****************************************************
      *  The customers due, then those within notice, then the
      *  totals.
      *****************************************************
        PRINT-DORMANCY-REPORT.
           SET PRINTING-DUE TO TRUE.
           MOVE "INACTIVE FOR THE DORMANCY PERIOD - DUE TO GO DORMANT"
                TO SECTLN-TEXT.
           PERFORM PRINT-ONE-SECTION.
           SET PRINTING-NOTICE TO TRUE.
           MOVE "APPROACHING DORMANCY - FOR CONTACT BEFORE IT IS SET"
                TO SECTLN-TEXT.
           PERFORM PRINT-ONE-SECTION.
           PERFORM PRINT-SWEEP-TOTALS.

        PRINT-ONE-SECTION.
           MOVE SECTION-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO LINES-LISTED.
           PERFORM PRINT-ONE-CUSTOMER
                VARYING CUS-IDX FROM 1 BY 1
                UNTIL CUS-IDX > CUSTAB-COUNT.
           IF LINES-LISTED = 0
                MOVE "   NONE" TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-ONE-CUSTOMER.
           IF (PRINTING-DUE AND CUSTAB-DUE(CUS-IDX))
                OR (PRINTING-NOTICE AND CUSTAB-NOTICE(CUS-IDX))
                ADD 1 TO LINES-LISTED
                MOVE CUSTAB-CUSTOMER-ID(CUS-IDX) TO
                     DETAIL-CUSTOMER-ID
                MOVE CUSTAB-CUSTOMER-NAME(CUS-IDX) TO
                     DETAIL-CUSTOMER-NAME
                MOVE CUSTAB-LAST-ACTIVITY(CUS-IDX) TO
                     DETAIL-LAST-ACTIVITY
                MOVE CUSTAB-ACTIVITY-SOURCE(CUS-IDX) TO DETAIL-SOURCE
                MOVE CUSTAB-DORMANT-FROM(CUS-IDX) TO
                     DETAIL-DORMANT-FROM
                EVALUATE TRUE
                     WHEN PRINTING-NOTICE
                          MOVE "CONTACT CUSTOMER" TO DETAIL-ACTION
                     WHEN SWEEP-GENERATE
                          MOVE "DORMANT MAINTENANCE GENERATED" TO
                               DETAIL-ACTION
                     WHEN OTHER
                          MOVE "LISTED ONLY" TO DETAIL-ACTION
                END-EVALUATE
                MOVE DETAIL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        PRINT-SWEEP-TOTALS.
           MOVE "CUSTOMERS READ" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS ACTIVE" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-ACTIVE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ALREADY DORMANT" TO TOTLN-CAPTION.
           MOVE ALREADY-DORMANT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DUE TO GO DORMANT" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-DUE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "APPROACHING DORMANCY" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-NOTICE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MAINTENANCE TRANSACTIONS WRITTEN" TO TOTLN-CAPTION.
           MOVE MAINT-WRITTEN TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STORE BOOKINGS COUNTED" TO TOTLN-CAPTION.
           MOVE STORE-BOOKINGS-USED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "HISTORY PAYMENTS COUNTED" TO TOTLN-CAPTION.
           MOVE HISTORY-ENTRIES-USED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF CUSTOMERS-NOT-SWEPT > 0
                MOVE "ACTIVE CUSTOMERS NOT SWEPT" TO TOTLN-CAPTION
                MOVE CUSTOMERS-NOT-SWEPT TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
           END-IF.
           IF NOT HISTORY-IS-OPEN
                MOVE
                "   ** NO HISTORY STORE - STORE BOOKINGS ONLY COUNTED"
                     TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

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
           MOVE DORMANT-MONTHS TO HEAD-DORMANT-MONTHS.
           MOVE NOTICE-MONTHS TO HEAD-NOTICE-MONTHS.
           MOVE SWEEP-ACTION TO HEAD-SWEEP-ACTION.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  CALDT-DATE moved STEP-MONTHS months on (or back, when
      *  negative), the day clipped to the end of the month it
      *  lands in.
      *****************************************************
        STEP-CALDT-MONTHS.
           COMPUTE CALDT-MONTH-SERIAL =
                CALDT-YYYY * 12 + CALDT-MM - 1 + STEP-MONTHS.
           DIVIDE CALDT-MONTH-SERIAL BY 12
                GIVING CALDT-YEAR-WORK
                REMAINDER CALDT-MONTH-OFFSET.
           MOVE CALDT-YEAR-WORK TO CALDT-YYYY.
           COMPUTE CALDT-MM = CALDT-MONTH-OFFSET + 1.
           MOVE DAYS-IN-MONTH(CALDT-MM) TO CALDT-MONTH-END.
           PERFORM CHECK-CALDT-LEAP-YEAR.
           IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                MOVE 29 TO CALDT-MONTH-END
           END-IF.
           IF CALDT-DD > CALDT-MONTH-END
                MOVE CALDT-MONTH-END TO CALDT-DD
           END-IF.

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
