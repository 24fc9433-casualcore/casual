      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CFUTREL.cbl
      *
      *  Morning release pass over the future-dated warehouse
      *  BATCHCLI parks records in: every waiting item whose
      *  effective date has now arrived is written to FUTFEED as
      *  a proper BATCHIN-layout feed - original amount and
      *  arrival currency in their own columns, under a header
      *  and trailer the driver verifies like any other input -
      *  and marked released on the warehouse.  When the night
      *  runs from a manifest, FUTFEED is added to it, so the due
      *  items go through tonight without anyone holding them
      *  back or keying them in by hand.
      *
      *  The command line may carry the release date (YYYYMMDD);
      *  without one the release is for today.  A second release
      *  on the same date writes the same feed again - items it
      *  already released that date are carried back onto it -
      *  so a rerun never loses the first run's items.
      *
      *  An item BATCHCLI held because its date fell in an
      *  accounting period finance had closed waits for the
      *  period, not the date: it goes out on the first release
      *  after GLLEDGER shows the period reopened, and until then
      *  it is only counted.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FUTREL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY FUTWHS-KEY
                FILE STATUS WAREHOUSE-FILE-STATUS.
           SELECT RELEASE-FEED-FILE ASSIGN TO "FUTFEED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "BATCHMAN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  FUTURE-WAREHOUSE-FILE.
        01  FUTURE-WAREHOUSE-RECORD.
           COPY TPFUTWHS.

      *  A released record in the exact BATCHIN layout, so the
      *  feed goes straight into BATCHCLI and converts at the
      *  rate of the night it is sent.
        FD  RELEASE-FEED-FILE.
        01  RELEASE-FEED-RECORD.
           COPY TPBATIN.
               05 FEED-CURRENCY-CODE         PIC X(03).
               05 FEED-ENTITY-CODE           PIC X(03).

        FD  MANIFEST-FILE.
        01  MANIFEST-RECORD.
               05 MANIFEST-FILE-NAME         PIC X(12).

        FD  GL-PERIOD-FILE.
        01  GL-PERIOD-RECORD.
           COPY TPGLPER.

        WORKING-STORAGE SECTION.
        01  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE SPACES.

        01  RELEASE-SWITCHES.
               05 END-OF-WAREHOUSE-SW PIC X(01) VALUE "N".
                       88 END-OF-WAREHOUSE   VALUE "Y".
               05 WAREHOUSE-OPEN-SW PIC X(01) VALUE "N".
                       88 WAREHOUSE-IS-OPEN  VALUE "Y".
               05 END-OF-MANIFEST-SW PIC X(01) VALUE "N".
                       88 END-OF-MANIFEST    VALUE "Y".
               05 FEED-LISTED-SW    PIC X(01) VALUE "N".
                       88 FEED-ALREADY-LISTED VALUE "Y".
               05 END-OF-GLPERIOD-SW PIC X(01) VALUE "N".
                       88 END-OF-GLPERIOD    VALUE "Y".
               05 PERIOD-CLOSED-SW  PIC X(01) VALUE "N".
                       88 ITEM-PERIOD-CLOSED VALUE "Y".

        01  RELEASE-COUNTERS.
               05 ITEMS-RELEASED    PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-RERELEASED  PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-OVERDUE     PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-CANCELLED   PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-STILL-WAITING PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-REOPENED    PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-PERIOD-LOCKED PIC S9(9) COMP-5 VALUE 0.
               05 MANIFEST-ENTRIES  PIC S9(4) COMP-5 VALUE 0.

        01  RESUBMIT-CONTROL-TOTALS.
               05 FEED-RECORD-COUNT          PIC S9(9) COMP-5
                                                  VALUE 0.
               05 FEED-HASH-TOTAL            PIC S9(13)V99 VALUE 0.
        01  RESUBMIT-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 RESUB-HDR-DATE    PIC 9(08).
               05 RESUB-HDR-SOURCE  PIC X(10) VALUE "FUTREL".
               05 FILLER            PIC X(01) VALUE "F".
        01  RESUBMIT-TRAILER.
               05 FILLER            PIC X(03) VALUE "TRL".
               05 RESUB-TRL-COUNT   PIC 9(09).
               05 RESUB-TRL-HASH    PIC S9(13)V99.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  RELEASE-DATE-TEXT       PIC X(08) VALUE SPACES.
        01  RELEASE-DATE            PIC 9(08) VALUE 0.
        01  FEED-NAME               PIC X(12) VALUE "FUTFEED".
        01  TRACE-AMOUNT-TEXT       PIC -(9)9.99.

      *  The accounting periods still closed on GLPERIOD.
        01  CLOSED-PERIOD-TABLE.
               05 CLOSED-PERIOD-COUNT PIC S9(4) COMP-5 VALUE 0.
               05 CLOSED-PERIOD-ENTRY OCCURS 1 TO 600 TIMES
                       DEPENDING ON CLOSED-PERIOD-COUNT
                       INDEXED BY CLOSED-PERIOD-IDX.
                       10 CLSPER-PERIOD              PIC 9(06).

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CFUTREL.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           MOVE CMD-LINE-REC(1:8) TO RELEASE-DATE-TEXT.
           IF RELEASE-DATE-TEXT NUMERIC
                MOVE RELEASE-DATE-TEXT TO RELEASE-DATE
           ELSE
                ACCEPT RELEASE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM OPEN-FUTURE-WAREHOUSE.
           IF WAREHOUSE-IS-OPEN
                OPEN OUTPUT RELEASE-FEED-FILE
                MOVE RELEASE-DATE TO RESUB-HDR-DATE
                WRITE RELEASE-FEED-RECORD FROM RESUBMIT-HEADER
                PERFORM POSITION-AT-FIRST-ITEM
                PERFORM RELEASE-ONE-ITEM UNTIL END-OF-WAREHOUSE
                MOVE FEED-RECORD-COUNT TO RESUB-TRL-COUNT
                MOVE FEED-HASH-TOTAL TO RESUB-TRL-HASH
                WRITE RELEASE-FEED-RECORD FROM RESUBMIT-TRAILER
                CLOSE RELEASE-FEED-FILE
                CLOSE FUTURE-WAREHOUSE-FILE
                IF FEED-RECORD-COUNT > 0
                     PERFORM ADD-FEED-TO-MANIFEST
                END-IF
                DISPLAY "Release date:      " RELEASE-DATE
                DISPLAY "Items released:    " ITEMS-RELEASED
                DISPLAY "Released again:    " ITEMS-RERELEASED
                DISPLAY "Released overdue:  " ITEMS-OVERDUE
                DISPLAY "Cancelled, passed: " ITEMS-CANCELLED
                DISPLAY "Still waiting:     " ITEMS-STILL-WAITING
                DISPLAY "Period reopened:   " ITEMS-REOPENED
                DISPLAY "Period still shut: " ITEMS-PERIOD-LOCKED
                DISPLAY "Feed records:      " FEED-RECORD-COUNT
           END-IF.
           STOP RUN.

      *****************************************************
      *  The warehouse is worked in place - released items are
      *  rewritten with their new status as they go onto the
      *  feed.  No warehouse yet is an empty release, not an
      *  error: nothing has ever been parked.
      *****************************************************
        OPEN-FUTURE-WAREHOUSE.
           OPEN I-O FUTURE-WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
                OR WAREHOUSE-FILE-STATUS = "05"
                SET WAREHOUSE-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Future warehouse: open failed with "
                     "status " WAREHOUSE-FILE-STATUS
                     " - no feed written"
           END-IF.

        POSITION-AT-FIRST-ITEM.
           MOVE LOW-VALUES TO FUTWHS-KEY.
           START FUTURE-WAREHOUSE-FILE KEY NOT < FUTWHS-KEY
                INVALID KEY SET END-OF-WAREHOUSE TO TRUE
           END-START.
           IF NOT END-OF-WAREHOUSE
                PERFORM READ-WAREHOUSE-ITEM
           END-IF.

        READ-WAREHOUSE-ITEM.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
                AT END SET END-OF-WAREHOUSE TO TRUE
           END-READ.

      *****************************************************
      *  Items come off the file in effective-date order: those
      *  dated on or before the release date are due, the rest
      *  are only counted as still waiting.  An item due before
      *  today was missed by an earlier morning's release and
      *  goes out now, flagged as overdue.  An item held for a
      *  closed period goes out once the period is open again.
      *****************************************************
        RELEASE-ONE-ITEM.
           EVALUATE TRUE
                WHEN FUTWHS-PERIOD-LOCKED
                     PERFORM CHECK-ITEM-PERIOD
                     IF ITEM-PERIOD-CLOSED
                          ADD 1 TO ITEMS-PERIOD-LOCKED
                     ELSE
                          PERFORM RELEASE-DUE-ITEM
                          ADD 1 TO ITEMS-REOPENED
                     END-IF
                WHEN FUTWHS-EFFECTIVE-DATE > RELEASE-DATE
                     IF FUTWHS-WAITING
                          ADD 1 TO ITEMS-STILL-WAITING
                     END-IF
                WHEN FUTWHS-WAITING
                     IF FUTWHS-EFFECTIVE-DATE < RELEASE-DATE
                          ADD 1 TO ITEMS-OVERDUE
                     END-IF
                     PERFORM RELEASE-DUE-ITEM
                WHEN FUTWHS-RELEASED
                     AND FUTWHS-STATUS-DATE = RELEASE-DATE
                     PERFORM WRITE-FEED-RECORD
                     ADD 1 TO ITEMS-RERELEASED
                WHEN FUTWHS-CANCELLED
                     AND FUTWHS-EFFECTIVE-DATE = RELEASE-DATE
                     ADD 1 TO ITEMS-CANCELLED
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM READ-WAREHOUSE-ITEM.

        RELEASE-DUE-ITEM.
           PERFORM WRITE-FEED-RECORD.
           ADD 1 TO ITEMS-RELEASED.
           SET FUTWHS-RELEASED TO TRUE.
           MOVE RELEASE-DATE TO FUTWHS-STATUS-DATE.
           REWRITE FUTURE-WAREHOUSE-RECORD
                INVALID KEY
                     DISPLAY "Future warehouse: rewrite "
                          "failed for "
                          FUTWHS-REFERENCE-NUM
                          " status " WAREHOUSE-FILE-STATUS
           END-REWRITE.

        CHECK-ITEM-PERIOD.
           MOVE "N" TO PERIOD-CLOSED-SW.
           PERFORM MATCH-ONE-CLOSED-PERIOD
                VARYING CLOSED-PERIOD-IDX FROM 1 BY 1
                UNTIL CLOSED-PERIOD-IDX > CLOSED-PERIOD-COUNT
                     OR ITEM-PERIOD-CLOSED.

        MATCH-ONE-CLOSED-PERIOD.
           IF CLSPER-PERIOD(CLOSED-PERIOD-IDX) =
                FUTWHS-EFFECTIVE-DATE(1:6)
                SET ITEM-PERIOD-CLOSED TO TRUE
           END-IF.

      *****************************************************
      *  The periods closed on GLPERIOD - a reopened period is
      *  not loaded, and no file means nothing is closed.
      *****************************************************
        LOAD-CLOSED-PERIODS.
           OPEN INPUT GL-PERIOD-FILE.
           PERFORM READ-GL-PERIOD-RECORD.
           PERFORM STORE-CLOSED-PERIOD
                UNTIL END-OF-GLPERIOD OR CLOSED-PERIOD-COUNT = 600.
           CLOSE GL-PERIOD-FILE.

        READ-GL-PERIOD-RECORD.
           READ GL-PERIOD-FILE
                AT END SET END-OF-GLPERIOD TO TRUE
           END-READ.

        STORE-CLOSED-PERIOD.
           IF GLPER-CLOSED AND GLPER-PERIOD NUMERIC
                ADD 1 TO CLOSED-PERIOD-COUNT
                SET CLOSED-PERIOD-IDX TO CLOSED-PERIOD-COUNT
                MOVE GLPER-PERIOD TO CLSPER-PERIOD(CLOSED-PERIOD-IDX)
           END-IF.
           PERFORM READ-GL-PERIOD-RECORD.

        WRITE-FEED-RECORD.
           MOVE SPACES TO RELEASE-FEED-RECORD.
           MOVE FUTWHS-CUSTOMER-ID TO BATCH-IN-CUSTOMER-ID.
           MOVE FUTWHS-AMOUNT TO BATCH-IN-AMOUNT.
           MOVE FUTWHS-EFFECTIVE-DATE TO BATCH-IN-EFFECTIVE-DATE.
           MOVE FUTWHS-REFERENCE-NUM TO BATCH-IN-REFERENCE-NUM.
           MOVE FUTWHS-CURRENCY-CODE TO FEED-CURRENCY-CODE.
           MOVE FUTWHS-ENTITY-CODE TO FEED-ENTITY-CODE.
           WRITE RELEASE-FEED-RECORD.
           ADD 1 TO FEED-RECORD-COUNT.
           ADD FUTWHS-AMOUNT TO FEED-HASH-TOTAL.
           MOVE FUTWHS-AMOUNT TO TRACE-AMOUNT-TEXT.
           DISPLAY "RELEASE " FUTWHS-REFERENCE-NUM " "
                FUTWHS-CUSTOMER-ID " " TRACE-AMOUNT-TEXT " "
                FUTWHS-CURRENCY-CODE " due " FUTWHS-EFFECTIVE-DATE.

      *****************************************************
      *  A night run from a manifest gets the feed added to the
      *  end of it, once.  With no manifest the night is the
      *  single BATCHIN run, which a one-entry manifest would
      *  replace - the feed is left for the operator to list.
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
                          "released items"
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
