      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CFUTINQ.cbl
      *
      *  Operations inquiry and withdrawal against the future-
      *  dated warehouse BATCHCLI parks records in:
      *
      *     futinq LIST [YYYYMMDD]        every item still
      *                                   waiting, from the date
      *                                   given (default: all)
      *     futinq SHOW <reference>       one item, whatever
      *                                   its status
      *     futinq CANCEL <reference> <user-id>
      *                                   withdraw a waiting item
      *                                   before its date
      *
      *  A withdrawal is only taken for an item still waiting and
      *  dated after today - on its date the morning release has
      *  already put it on the night's feed.  The withdrawing user
      *  must be named for FUTCANCL on the authorized-operators
      *  file when that file is present, as for BATCHCLI's own
      *  operator commands.  Every withdrawal, taken or refused,
      *  is appended to the warehouse history with who asked.
      *
      *  An item held because its date fell in a closed
      *  accounting period is listed with the waiting items and
      *  may be withdrawn at any time - its date has passed, but
      *  no release will send it until the period is reopened.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FUTINQ.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY FUTWHS-KEY
                FILE STATUS WAREHOUSE-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-HISTORY-FILE ASSIGN TO "FUTHIST"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  FUTURE-WAREHOUSE-FILE.
        01  FUTURE-WAREHOUSE-RECORD.
           COPY TPFUTWHS.

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

      *  One withdrawal request and how it came out.
        FD  WAREHOUSE-HISTORY-FILE.
        01  WAREHOUSE-HISTORY-RECORD.
               05 FHIST-DATE                 PIC 9(08).
               05 FHIST-TIME                 PIC 9(08).
               05 FHIST-USER-ID              PIC X(08).
               05 FHIST-ACTION               PIC X(08).
               05 FHIST-REFERENCE-NUM        PIC X(12).
               05 FHIST-EFFECTIVE-DATE       PIC 9(08).
               05 FHIST-OUTCOME              PIC X(20).

        WORKING-STORAGE SECTION.
        01  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  INQUIRY-ACTION          PIC X(08) VALUE SPACES.
               88 INQUIRY-LIST               VALUE "LIST".
               88 INQUIRY-SHOW               VALUE "SHOW".
               88 INQUIRY-CANCEL             VALUE "CANCEL".
        01  INQUIRY-ARGUMENT        PIC X(12) VALUE SPACES.
        01  INQUIRY-USER-ID         PIC X(08) VALUE SPACES.
        01  LIST-FROM-TEXT          PIC X(08) VALUE SPACES.

        01  INQUIRY-SWITCHES.
               05 WAREHOUSE-OPEN-SW PIC X(01) VALUE "N".
                       88 WAREHOUSE-IS-OPEN  VALUE "Y".
               05 END-OF-WAREHOUSE-SW PIC X(01) VALUE "N".
                       88 END-OF-WAREHOUSE   VALUE "Y".
               05 ITEM-FOUND-SW     PIC X(01) VALUE "N".
                       88 ITEM-FOUND         VALUE "Y".
               05 END-OF-OPAUTH-SW  PIC X(01) VALUE "N".
                       88 END-OF-OPAUTH      VALUE "Y".
               05 AUTH-FILE-SW      PIC X(01) VALUE "N".
                       88 AUTH-FILE-HAS-ENTRIES VALUE "Y".
               05 CANCEL-AUTH-SW    PIC X(01) VALUE "N".
                       88 CANCEL-AUTHORIZED  VALUE "Y".

        01  INQUIRY-COUNTERS.
               05 ITEMS-LISTED      PIC S9(9) COMP-5 VALUE 0.
        01  LIST-AMOUNT-TOTAL       PIC S9(13)V99 VALUE 0.

        01  TODAY-DATE              PIC 9(08) VALUE 0.
        01  LIST-FROM-DATE          PIC 9(08) VALUE 0.
        01  TRACE-AMOUNT-TEXT       PIC -(9)9.99.
        01  TOTAL-AMOUNT-TEXT       PIC -(13)9.99.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CFUTINQ.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO INQUIRY-ACTION INQUIRY-ARGUMENT INQUIRY-USER-ID
                WITH POINTER CMD-PARSE-PTR.
           EVALUATE TRUE
                WHEN INQUIRY-LIST
                     PERFORM OPEN-FUTURE-WAREHOUSE
                     IF WAREHOUSE-IS-OPEN
                          PERFORM LIST-WAITING-ITEMS
                          CLOSE FUTURE-WAREHOUSE-FILE
                     END-IF
                WHEN INQUIRY-SHOW AND INQUIRY-ARGUMENT NOT = SPACES
                     PERFORM OPEN-FUTURE-WAREHOUSE
                     IF WAREHOUSE-IS-OPEN
                          PERFORM FIND-ITEM-BY-REFERENCE
                          IF ITEM-FOUND
                               PERFORM DISPLAY-ONE-ITEM
                          ELSE
                               DISPLAY "Not in the warehouse: "
                                    INQUIRY-ARGUMENT
                          END-IF
                          CLOSE FUTURE-WAREHOUSE-FILE
                     END-IF
                WHEN INQUIRY-CANCEL AND INQUIRY-ARGUMENT NOT = SPACES
                     PERFORM CANCEL-WAREHOUSE-ITEM
                WHEN OTHER
                     DISPLAY "Usage: futinq LIST [YYYYMMDD]"
                     DISPLAY "       futinq SHOW <reference>"
                     DISPLAY "       futinq CANCEL <reference> "
                          "<user-id>"
           END-EVALUATE.
           STOP RUN.

        OPEN-FUTURE-WAREHOUSE.
           OPEN I-O FUTURE-WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
                OR WAREHOUSE-FILE-STATUS = "05"
                SET WAREHOUSE-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Future warehouse: open failed with "
                     "status " WAREHOUSE-FILE-STATUS
           END-IF.

      *****************************************************
      *  Every item still waiting, in date order, from the date
      *  on the command line when one is given - those held for
      *  a closed period among them.
      *****************************************************
        LIST-WAITING-ITEMS.
           MOVE INQUIRY-ARGUMENT(1:8) TO LIST-FROM-TEXT.
           IF LIST-FROM-TEXT NUMERIC
                MOVE LIST-FROM-TEXT TO LIST-FROM-DATE
           END-IF.
           MOVE LOW-VALUES TO FUTWHS-KEY.
           MOVE LIST-FROM-DATE TO FUTWHS-EFFECTIVE-DATE.
           START FUTURE-WAREHOUSE-FILE KEY NOT < FUTWHS-KEY
                INVALID KEY SET END-OF-WAREHOUSE TO TRUE
           END-START.
           IF NOT END-OF-WAREHOUSE
                PERFORM READ-WAREHOUSE-ITEM
           END-IF.
           PERFORM LIST-ONE-ITEM UNTIL END-OF-WAREHOUSE.
           MOVE LIST-AMOUNT-TOTAL TO TOTAL-AMOUNT-TEXT.
           DISPLAY "Items waiting:     " ITEMS-LISTED.
           DISPLAY "Amount waiting:    " TOTAL-AMOUNT-TEXT.

        READ-WAREHOUSE-ITEM.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
                AT END SET END-OF-WAREHOUSE TO TRUE
           END-READ.

        LIST-ONE-ITEM.
           IF FUTWHS-WAITING OR FUTWHS-PERIOD-LOCKED
                ADD 1 TO ITEMS-LISTED
                ADD FUTWHS-AMOUNT TO LIST-AMOUNT-TOTAL
                PERFORM DISPLAY-ONE-ITEM
           END-IF.
           PERFORM READ-WAREHOUSE-ITEM.

        DISPLAY-ONE-ITEM.
           MOVE FUTWHS-AMOUNT TO TRACE-AMOUNT-TEXT.
           DISPLAY FUTWHS-EFFECTIVE-DATE " " FUTWHS-REFERENCE-NUM
                " " FUTWHS-CUSTOMER-ID " " TRACE-AMOUNT-TEXT " "
                FUTWHS-CURRENCY-CODE " " FUTWHS-ENTITY-CODE
                " from " FUTWHS-SOURCE-ID " parked "
                FUTWHS-PARKED-DATE " run " FUTWHS-PARKED-RUN-ID.
           EVALUATE TRUE
                WHEN FUTWHS-WAITING
                     DISPLAY "     WAITING"
                WHEN FUTWHS-PERIOD-LOCKED
                     DISPLAY "     HELD - PERIOD CLOSED"
                WHEN FUTWHS-RELEASED
                     DISPLAY "     RELEASED " FUTWHS-STATUS-DATE
                WHEN FUTWHS-CANCELLED
                     DISPLAY "     CANCELLED " FUTWHS-STATUS-DATE
                          " by " FUTWHS-STATUS-USER
                WHEN OTHER
                     DISPLAY "     STATUS " FUTWHS-STATUS
           END-EVALUATE.

      *****************************************************
      *  The key leads with the effective date, which the
      *  caller does not have - the reference is found by a
      *  pass over the file.  A withdrawal only looks at items
      *  still waiting; an inquiry shows the first item under
      *  the reference, whatever its status.
      *****************************************************
        FIND-ITEM-BY-REFERENCE.
           MOVE "N" TO ITEM-FOUND-SW.
           MOVE "N" TO END-OF-WAREHOUSE-SW.
           MOVE LOW-VALUES TO FUTWHS-KEY.
           START FUTURE-WAREHOUSE-FILE KEY NOT < FUTWHS-KEY
                INVALID KEY SET END-OF-WAREHOUSE TO TRUE
           END-START.
           IF NOT END-OF-WAREHOUSE
                PERFORM READ-WAREHOUSE-ITEM
           END-IF.
           PERFORM MATCH-ONE-ITEM
                UNTIL END-OF-WAREHOUSE OR ITEM-FOUND.

        MATCH-ONE-ITEM.
           IF FUTWHS-REFERENCE-NUM = INQUIRY-ARGUMENT
                AND (FUTWHS-WAITING OR FUTWHS-PERIOD-LOCKED
                     OR NOT INQUIRY-CANCEL)
                SET ITEM-FOUND TO TRUE
           ELSE
                PERFORM READ-WAREHOUSE-ITEM
           END-IF.

      *****************************************************
      *  Withdraw a waiting item before its date.
      *****************************************************
        CANCEL-WAREHOUSE-ITEM.
           OPEN EXTEND WAREHOUSE-HISTORY-FILE.
           MOVE 0 TO FHIST-EFFECTIVE-DATE.
           PERFORM CHECK-CANCEL-AUTHORITY.
           EVALUATE TRUE
                WHEN INQUIRY-USER-ID = SPACES
                     MOVE "NO-USER-ID" TO FHIST-OUTCOME
                WHEN NOT CANCEL-AUTHORIZED
                     MOVE "NOT-AUTHORIZED" TO FHIST-OUTCOME
                WHEN OTHER
                     PERFORM OPEN-FUTURE-WAREHOUSE
                     IF WAREHOUSE-IS-OPEN
                          PERFORM FIND-ITEM-BY-REFERENCE
                          PERFORM APPLY-CANCELLATION
                          CLOSE FUTURE-WAREHOUSE-FILE
                     ELSE
                          MOVE "NO-WAREHOUSE" TO FHIST-OUTCOME
                     END-IF
           END-EVALUATE.
           DISPLAY "Cancel " INQUIRY-ARGUMENT " by "
                INQUIRY-USER-ID ": " FHIST-OUTCOME.
           PERFORM WRITE-WAREHOUSE-HISTORY.
           CLOSE WAREHOUSE-HISTORY-FILE.

        APPLY-CANCELLATION.
           EVALUATE TRUE
                WHEN NOT ITEM-FOUND
                     MOVE "NOT-WAITING" TO FHIST-OUTCOME
                WHEN FUTWHS-WAITING
                     AND FUTWHS-EFFECTIVE-DATE NOT > TODAY-DATE
                     MOVE FUTWHS-EFFECTIVE-DATE TO
                          FHIST-EFFECTIVE-DATE
                     MOVE "TOO-LATE" TO FHIST-OUTCOME
                WHEN OTHER
                     MOVE FUTWHS-EFFECTIVE-DATE TO
                          FHIST-EFFECTIVE-DATE
                     SET FUTWHS-CANCELLED TO TRUE
                     MOVE TODAY-DATE TO FUTWHS-STATUS-DATE
                     MOVE INQUIRY-USER-ID TO FUTWHS-STATUS-USER
                     REWRITE FUTURE-WAREHOUSE-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO
                                    FHIST-OUTCOME
                          NOT INVALID KEY
                               MOVE "CANCELLED" TO FHIST-OUTCOME
                               PERFORM DISPLAY-ONE-ITEM
                     END-REWRITE
           END-EVALUATE.

      *****************************************************
      *  No authorized-operators file, or one with no entries,
      *  leaves withdrawal open; a file with entries must name
      *  the user for FUTCANCL.
      *****************************************************
        CHECK-CANCEL-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-AUTH-ENTRY UNTIL END-OF-OPAUTH.
           CLOSE OPERATOR-AUTH-FILE.
           IF NOT AUTH-FILE-HAS-ENTRIES
                SET CANCEL-AUTHORIZED TO TRUE
           END-IF.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-OPAUTH TO TRUE
           END-READ.

        MATCH-ONE-AUTH-ENTRY.
           SET AUTH-FILE-HAS-ENTRIES TO TRUE.
           IF OPAUTH-COMMAND = "FUTCANCL"
                AND OPAUTH-USER-ID = INQUIRY-USER-ID
                AND INQUIRY-USER-ID NOT = SPACES
                SET CANCEL-AUTHORIZED TO TRUE
           END-IF.
           PERFORM READ-OPERATOR-AUTH.

        WRITE-WAREHOUSE-HISTORY.
           MOVE TODAY-DATE TO FHIST-DATE.
           ACCEPT FHIST-TIME FROM TIME.
           MOVE INQUIRY-USER-ID TO FHIST-USER-ID.
           MOVE "CANCEL" TO FHIST-ACTION.
           MOVE INQUIRY-ARGUMENT TO FHIST-REFERENCE-NUM.
           WRITE WAREHOUSE-HISTORY-RECORD.
