      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CCMPCLR.cbl
      *
      *  The compliance officers' own work on the hold queue
      *  BATCHCLI puts watch-list hits on:
      *
      *     cmpclear LIST                 every item still
      *                                   awaiting a decision
      *     cmpclear SHOW <reference>     one item, whatever
      *                                   its status
      *     cmpclear CLEAR <reference> <user-id>
      *                                   a false match - the
      *                                   item may go on
      *     cmpclear CONFIRM <reference> <user-id>
      *                                   a true match - the
      *                                   item stays held
      *     cmpclear RELEASE [YYYYMMDD]   write the cleared items
      *                                   to CMPFEED for the
      *                                   night (default: today)
      *
      *  Only an item still awaiting a decision can be decided.
      *  The deciding user must be named for CMPCLEAR on the
      *  authorized-operators file - unlike the operations
      *  commands, no file or an empty one decides nothing: a
      *  compliance decision is never open to whoever runs the
      *  job.  Every decision, taken or refused, goes on the
      *  screening log with the user who made it, and is stamped
      *  on the held item.
      *
      *  The release writes a BATCHIN-layout feed under a header
      *  and trailer, as FUTREL does for the warehouse, and adds
      *  it to the night's manifest; on the night the cleared
      *  items pass the screening under their references.  A
      *  second release on the same date carries the items it
      *  already released that date back onto the feed.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CMPCLEAR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL COMPLIANCE-HOLD-FILE ASSIGN TO "CMPHOLD"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY CMPHLD-REFERENCE-NUM
                FILE STATUS HOLD-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SCREENING-LOG-FILE ASSIGN TO "SCRNLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RELEASE-FEED-FILE ASSIGN TO "CMPFEED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "BATCHMAN"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  COMPLIANCE-HOLD-FILE.
        01  COMPLIANCE-HOLD-RECORD.
           COPY TPCMPHLD.

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

        FD  SCREENING-LOG-FILE.
        01  SCREENING-LOG-RECORD.
           COPY TPSCRLOG.

      *  A released item in the exact BATCHIN layout, so the
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

        WORKING-STORAGE SECTION.
        01  HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  CLEARING-ACTION         PIC X(08) VALUE SPACES.
               88 CLEARING-LIST              VALUE "LIST".
               88 CLEARING-SHOW              VALUE "SHOW".
               88 CLEARING-CLEAR             VALUE "CLEAR".
               88 CLEARING-CONFIRM           VALUE "CONFIRM".
               88 CLEARING-RELEASE           VALUE "RELEASE".
        01  CLEARING-ARGUMENT       PIC X(12) VALUE SPACES.
        01  CLEARING-USER-ID        PIC X(08) VALUE SPACES.
        01  RELEASE-DATE-TEXT       PIC X(08) VALUE SPACES.

        01  CLEARING-SWITCHES.
               05 HOLD-OPEN-SW      PIC X(01) VALUE "N".
                       88 HOLD-IS-OPEN       VALUE "Y".
               05 END-OF-HOLD-SW    PIC X(01) VALUE "N".
                       88 END-OF-HOLD        VALUE "Y".
               05 ITEM-FOUND-SW     PIC X(01) VALUE "N".
                       88 ITEM-FOUND         VALUE "Y".
               05 END-OF-OPAUTH-SW  PIC X(01) VALUE "N".
                       88 END-OF-OPAUTH      VALUE "Y".
               05 DECISION-AUTH-SW  PIC X(01) VALUE "N".
                       88 DECISION-AUTHORIZED VALUE "Y".
               05 END-OF-MANIFEST-SW PIC X(01) VALUE "N".
                       88 END-OF-MANIFEST    VALUE "Y".
               05 FEED-LISTED-SW    PIC X(01) VALUE "N".
                       88 FEED-ALREADY-LISTED VALUE "Y".

        01  CLEARING-COUNTERS.
               05 ITEMS-LISTED      PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-RELEASED    PIC S9(9) COMP-5 VALUE 0.
               05 ITEMS-RERELEASED  PIC S9(9) COMP-5 VALUE 0.
               05 MANIFEST-ENTRIES  PIC S9(4) COMP-5 VALUE 0.
        01  LIST-AMOUNT-TOTAL       PIC S9(13)V99 VALUE 0.

        01  RESUBMIT-CONTROL-TOTALS.
               05 FEED-RECORD-COUNT          PIC S9(9) COMP-5
                                                  VALUE 0.
               05 FEED-HASH-TOTAL            PIC S9(13)V99 VALUE 0.
        01  RESUBMIT-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 RESUB-HDR-DATE    PIC 9(08).
               05 RESUB-HDR-SOURCE  PIC X(10) VALUE "CMPCLEAR".
               05 FILLER            PIC X(01) VALUE "F".
        01  RESUBMIT-TRAILER.
               05 FILLER            PIC X(03) VALUE "TRL".
               05 RESUB-TRL-COUNT   PIC 9(09).
               05 RESUB-TRL-HASH    PIC S9(13)V99.

        01  TODAY-DATE              PIC 9(08) VALUE 0.
        01  RELEASE-DATE            PIC 9(08) VALUE 0.
        01  DECISION-OUTCOME        PIC X(12) VALUE SPACES.
        01  DECISION-NOTE           PIC X(20) VALUE SPACES.
        01  FEED-NAME               PIC X(12) VALUE "CMPFEED".
        01  TRACE-AMOUNT-TEXT       PIC -(9)9.99.
        01  TOTAL-AMOUNT-TEXT       PIC -(13)9.99.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CCMPCLR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO CLEARING-ACTION CLEARING-ARGUMENT
                     CLEARING-USER-ID
                WITH POINTER CMD-PARSE-PTR.
           EVALUATE TRUE
                WHEN CLEARING-LIST
                     PERFORM OPEN-COMPLIANCE-HOLD
                     IF HOLD-IS-OPEN
                          PERFORM LIST-HELD-ITEMS
                          CLOSE COMPLIANCE-HOLD-FILE
                     END-IF
                WHEN CLEARING-SHOW AND CLEARING-ARGUMENT NOT = SPACES
                     PERFORM OPEN-COMPLIANCE-HOLD
                     IF HOLD-IS-OPEN
                          PERFORM FIND-HELD-ITEM
                          IF ITEM-FOUND
                               PERFORM DISPLAY-ONE-ITEM
                          ELSE
                               DISPLAY "Not on the hold queue: "
                                    CLEARING-ARGUMENT
                          END-IF
                          CLOSE COMPLIANCE-HOLD-FILE
                     END-IF
                WHEN (CLEARING-CLEAR OR CLEARING-CONFIRM)
                     AND CLEARING-ARGUMENT NOT = SPACES
                     PERFORM DECIDE-HELD-ITEM
                WHEN CLEARING-RELEASE
                     PERFORM RELEASE-CLEARED-ITEMS
                WHEN OTHER
                     DISPLAY "Usage: cmpclear LIST"
                     DISPLAY "       cmpclear SHOW <reference>"
                     DISPLAY "       cmpclear CLEAR <reference> "
                          "<user-id>"
                     DISPLAY "       cmpclear CONFIRM <reference> "
                          "<user-id>"
                     DISPLAY "       cmpclear RELEASE [YYYYMMDD]"
           END-EVALUATE.
           STOP RUN.

        OPEN-COMPLIANCE-HOLD.
           OPEN I-O COMPLIANCE-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
                OR HOLD-FILE-STATUS = "05"
                SET HOLD-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Compliance hold: open failed with "
                     "status " HOLD-FILE-STATUS
           END-IF.

        FIND-HELD-ITEM.
           MOVE "N" TO ITEM-FOUND-SW.
           MOVE CLEARING-ARGUMENT TO CMPHLD-REFERENCE-NUM.
           READ COMPLIANCE-HOLD-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ITEM-FOUND TO TRUE
           END-READ.

      *****************************************************
      *  Every item still awaiting a decision, in reference
      *  order.
      *****************************************************
        LIST-HELD-ITEMS.
           PERFORM POSITION-AT-FIRST-ITEM.
           PERFORM LIST-ONE-ITEM UNTIL END-OF-HOLD.
           MOVE LIST-AMOUNT-TOTAL TO TOTAL-AMOUNT-TEXT.
           DISPLAY "Items held:        " ITEMS-LISTED.
           DISPLAY "Amount held:       " TOTAL-AMOUNT-TEXT.

        POSITION-AT-FIRST-ITEM.
           MOVE LOW-VALUES TO CMPHLD-REFERENCE-NUM.
           START COMPLIANCE-HOLD-FILE
                KEY NOT < CMPHLD-REFERENCE-NUM
                INVALID KEY SET END-OF-HOLD TO TRUE
           END-START.
           IF NOT END-OF-HOLD
                PERFORM READ-HELD-ITEM
           END-IF.

        READ-HELD-ITEM.
           READ COMPLIANCE-HOLD-FILE NEXT RECORD
                AT END SET END-OF-HOLD TO TRUE
           END-READ.

        LIST-ONE-ITEM.
           IF CMPHLD-HELD
                ADD 1 TO ITEMS-LISTED
                ADD CMPHLD-AMOUNT TO LIST-AMOUNT-TOTAL
                PERFORM DISPLAY-ONE-ITEM
           END-IF.
           PERFORM READ-HELD-ITEM.

        DISPLAY-ONE-ITEM.
           MOVE CMPHLD-AMOUNT TO TRACE-AMOUNT-TEXT.
           DISPLAY CMPHLD-REFERENCE-NUM " " CMPHLD-CUSTOMER-ID
                " " TRACE-AMOUNT-TEXT " " CMPHLD-CURRENCY-CODE
                " " CMPHLD-ENTITY-CODE " dated "
                CMPHLD-EFFECTIVE-DATE " from " CMPHLD-SOURCE-ID
                " held " CMPHLD-HELD-DATE
                " run " CMPHLD-HELD-RUN-ID.
           IF CMPHLD-NAME-MATCH
                DISPLAY "     NAME MATCH on entry "
                     CMPHLD-WATCH-ENTRY-ID ": "
                     CMPHLD-SCREENED-NAME
           ELSE
                DISPLAY "     ID MATCH on entry "
                     CMPHLD-WATCH-ENTRY-ID
           END-IF.
           EVALUATE TRUE
                WHEN CMPHLD-HELD
                     DISPLAY "     AWAITING DECISION"
                WHEN CMPHLD-CLEARED
                     DISPLAY "     CLEARED " CMPHLD-DECISION-DATE
                          " by " CMPHLD-DECISION-USER
                WHEN CMPHLD-RELEASED
                     DISPLAY "     CLEARED " CMPHLD-DECISION-DATE
                          " by " CMPHLD-DECISION-USER
                          ", RELEASED " CMPHLD-RELEASED-DATE
                WHEN CMPHLD-CONFIRMED
                     DISPLAY "     CONFIRMED " CMPHLD-DECISION-DATE
                          " by " CMPHLD-DECISION-USER
                WHEN OTHER
                     DISPLAY "     STATUS " CMPHLD-STATUS
           END-EVALUATE.

      *****************************************************
      *  Clear or confirm one held item.
      *****************************************************
        DECIDE-HELD-ITEM.
           OPEN EXTEND SCREENING-LOG-FILE.
           MOVE SPACES TO DECISION-NOTE.
           MOVE SPACES TO COMPLIANCE-HOLD-RECORD.
           PERFORM CHECK-DECISION-AUTHORITY.
           EVALUATE TRUE
                WHEN CLEARING-USER-ID = SPACES
                     MOVE "NO-USER-ID" TO DECISION-NOTE
                WHEN NOT DECISION-AUTHORIZED
                     MOVE "NOT-AUTHORIZED" TO DECISION-NOTE
                WHEN OTHER
                     PERFORM OPEN-COMPLIANCE-HOLD
                     IF HOLD-IS-OPEN
                          PERFORM FIND-HELD-ITEM
                          PERFORM APPLY-DECISION
                          CLOSE COMPLIANCE-HOLD-FILE
                     ELSE
                          MOVE "NO-HOLD-FILE" TO DECISION-NOTE
                     END-IF
           END-EVALUATE.
           IF DECISION-NOTE = SPACES
                IF CLEARING-CLEAR
                     MOVE "CLEARED" TO DECISION-OUTCOME
                ELSE
                     MOVE "CONFIRMED" TO DECISION-OUTCOME
                END-IF
           ELSE
                MOVE "REFUSED" TO DECISION-OUTCOME
           END-IF.
           DISPLAY CLEARING-ACTION " " CLEARING-ARGUMENT " by "
                CLEARING-USER-ID ": " DECISION-OUTCOME " "
                DECISION-NOTE.
           PERFORM WRITE-SCREENING-LOG.
           CLOSE SCREENING-LOG-FILE.

        APPLY-DECISION.
           EVALUATE TRUE
                WHEN NOT ITEM-FOUND
                     MOVE SPACES TO COMPLIANCE-HOLD-RECORD
                     MOVE "NOT-HELD" TO DECISION-NOTE
                WHEN NOT CMPHLD-HELD
                     MOVE "ALREADY-DECIDED" TO DECISION-NOTE
                WHEN OTHER
                     IF CLEARING-CLEAR
                          SET CMPHLD-CLEARED TO TRUE
                     ELSE
                          SET CMPHLD-CONFIRMED TO TRUE
                     END-IF
                     MOVE TODAY-DATE TO CMPHLD-DECISION-DATE
                     MOVE CLEARING-USER-ID TO CMPHLD-DECISION-USER
                     REWRITE COMPLIANCE-HOLD-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO
                                    DECISION-NOTE
                          NOT INVALID KEY
                               PERFORM DISPLAY-ONE-ITEM
                     END-REWRITE
           END-EVALUATE.

      *****************************************************
      *  The user must be named for CMPCLEAR - no file, or a
      *  file with no entry for the user, decides nothing.
      *****************************************************
        CHECK-DECISION-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-AUTH-ENTRY UNTIL END-OF-OPAUTH.
           CLOSE OPERATOR-AUTH-FILE.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-OPAUTH TO TRUE
           END-READ.

        MATCH-ONE-AUTH-ENTRY.
           IF OPAUTH-COMMAND = "CMPCLEAR"
                AND OPAUTH-USER-ID = CLEARING-USER-ID
                AND CLEARING-USER-ID NOT = SPACES
                SET DECISION-AUTHORIZED TO TRUE
           END-IF.
           PERFORM READ-OPERATOR-AUTH.

      *****************************************************
      *  The cleared items onto the night's feed.  No hold
      *  queue yet is an empty release, not an error: nothing
      *  has ever been held.
      *****************************************************
        RELEASE-CLEARED-ITEMS.
           MOVE CLEARING-ARGUMENT(1:8) TO RELEASE-DATE-TEXT.
           IF RELEASE-DATE-TEXT NUMERIC
                MOVE RELEASE-DATE-TEXT TO RELEASE-DATE
           ELSE
                MOVE TODAY-DATE TO RELEASE-DATE
           END-IF.
           PERFORM OPEN-COMPLIANCE-HOLD.
           IF HOLD-IS-OPEN
                OPEN EXTEND SCREENING-LOG-FILE
                OPEN OUTPUT RELEASE-FEED-FILE
                MOVE RELEASE-DATE TO RESUB-HDR-DATE
                WRITE RELEASE-FEED-RECORD FROM RESUBMIT-HEADER
                PERFORM POSITION-AT-FIRST-ITEM
                PERFORM RELEASE-ONE-ITEM UNTIL END-OF-HOLD
                MOVE FEED-RECORD-COUNT TO RESUB-TRL-COUNT
                MOVE FEED-HASH-TOTAL TO RESUB-TRL-HASH
                WRITE RELEASE-FEED-RECORD FROM RESUBMIT-TRAILER
                CLOSE RELEASE-FEED-FILE
                CLOSE SCREENING-LOG-FILE
                CLOSE COMPLIANCE-HOLD-FILE
                IF FEED-RECORD-COUNT > 0
                     PERFORM ADD-FEED-TO-MANIFEST
                END-IF
                DISPLAY "Release date:      " RELEASE-DATE
                DISPLAY "Items released:    " ITEMS-RELEASED
                DISPLAY "Released again:    " ITEMS-RERELEASED
                DISPLAY "Feed records:      " FEED-RECORD-COUNT
           END-IF.

        RELEASE-ONE-ITEM.
           EVALUATE TRUE
                WHEN CMPHLD-CLEARED
                     PERFORM WRITE-FEED-RECORD
                     ADD 1 TO ITEMS-RELEASED
                     SET CMPHLD-RELEASED TO TRUE
                     MOVE RELEASE-DATE TO CMPHLD-RELEASED-DATE
                     REWRITE COMPLIANCE-HOLD-RECORD
                          INVALID KEY
                               DISPLAY "Compliance hold: rewrite "
                                    "failed for "
                                    CMPHLD-REFERENCE-NUM
                                    " status " HOLD-FILE-STATUS
                     END-REWRITE
                     MOVE "RELEASED" TO DECISION-OUTCOME
                     MOVE SPACES TO DECISION-NOTE
                     PERFORM WRITE-SCREENING-LOG
                WHEN CMPHLD-RELEASED
                     AND CMPHLD-RELEASED-DATE = RELEASE-DATE
                     PERFORM WRITE-FEED-RECORD
                     ADD 1 TO ITEMS-RERELEASED
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM READ-HELD-ITEM.

        WRITE-FEED-RECORD.
           MOVE SPACES TO RELEASE-FEED-RECORD.
           MOVE CMPHLD-CUSTOMER-ID TO BATCH-IN-CUSTOMER-ID.
           MOVE CMPHLD-AMOUNT TO BATCH-IN-AMOUNT.
           MOVE CMPHLD-EFFECTIVE-DATE TO BATCH-IN-EFFECTIVE-DATE.
           MOVE CMPHLD-REFERENCE-NUM TO BATCH-IN-REFERENCE-NUM.
           MOVE CMPHLD-CURRENCY-CODE TO FEED-CURRENCY-CODE.
           MOVE CMPHLD-ENTITY-CODE TO FEED-ENTITY-CODE.
           WRITE RELEASE-FEED-RECORD.
           ADD 1 TO FEED-RECORD-COUNT.
           ADD CMPHLD-AMOUNT TO FEED-HASH-TOTAL.
           MOVE CMPHLD-AMOUNT TO TRACE-AMOUNT-TEXT.
           DISPLAY "RELEASE " CMPHLD-REFERENCE-NUM " "
                CMPHLD-CUSTOMER-ID " " TRACE-AMOUNT-TEXT " "
                CMPHLD-CURRENCY-CODE " cleared by "
                CMPHLD-DECISION-USER.

      *****************************************************
      *  One line on the screening log per decision and per
      *  release, with who made it.
      *****************************************************
        WRITE-SCREENING-LOG.
           MOVE SPACES TO SCREENING-LOG-RECORD.
           MOVE TODAY-DATE TO SCRLOG-DATE.
           ACCEPT SCRLOG-TIME FROM TIME.
           MOVE "CMPCLEAR" TO SCRLOG-JOB-NAME.
           MOVE 0 TO SCRLOG-RUN-ID.
           MOVE CLEARING-ARGUMENT TO SCRLOG-REFERENCE-NUM.
           IF CMPHLD-REFERENCE-NUM NOT = SPACES
                MOVE CMPHLD-REFERENCE-NUM TO SCRLOG-REFERENCE-NUM
                MOVE CMPHLD-CUSTOMER-ID TO SCRLOG-CUSTOMER-ID
                MOVE CMPHLD-WATCH-ENTRY-ID TO SCRLOG-WATCH-ENTRY-ID
                MOVE CMPHLD-SCREENED-NAME TO SCRLOG-SCREENED-NAME
           END-IF.
           MOVE DECISION-OUTCOME TO SCRLOG-RESULT.
           MOVE CLEARING-USER-ID TO SCRLOG-USER-ID.
           IF CLEARING-RELEASE
                MOVE CMPHLD-DECISION-USER TO SCRLOG-USER-ID
           END-IF.
           MOVE DECISION-NOTE TO SCRLOG-NOTE.
           WRITE SCREENING-LOG-RECORD.

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
                          "cleared items"
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
