      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CINTAKE.cbl
      *
      *  Daytime intake: upstream systems call this service with
      *  a TPBIZREC record whenever they have one, instead of
      *  holding it for the overnight transfer, and the records
      *  accepted through the day make up a feed of their own for
      *  the night's run.
      *
      *  INTAKE-TXN puts the record through the front-end edit
      *  pass's field edits there and then - customer id, amount,
      *  effective date, reference - and answers at once: a clean
      *  record is accepted and appended to the day's work file
      *  INTKDAY in the fixed batch input layout, a bad one is
      *  refused with the code of the first field it failed.
      *
      *  The evening cut-off closes the day's intake: the work
      *  file becomes INTAKEnnnnnn, with a header carrying the
      *  day's date and the INTKCFG source id and a trailer
      *  carrying the count and hash total of its records, and
      *  the file's name goes on the landing queue ARRIVNEW, so
      *  the next arrivreg REGISTER enters it against its slot on
      *  SENDSCHD and the manifest takes it like any transfer.  A
      *  day with nothing accepted still closes with an empty
      *  file, so the slot is filled rather than reported late.
      *  The evening schedule cuts off with CUTOFF-INTAKE (the
      *  intkcut client); failing that, the first call at or past
      *  the INTKCFG cut-off time (1800 by default) does it before
      *  it is answered.  Once cut off, the day's later records
      *  are accepted for the next night's file, with code 1021.
      *  INTKCTL carries the file sequence and the date of the
      *  last cut-off from one call to the next.
      *
      *  Every call is logged on INTKLOG under the TPKEY handle of
      *  the caller, with the record and its outcome, and the
      *  cut-off writes the day's totals for each caller - and
      *  over all of them - beneath.
      *
      *  The work file and the control record are rewritten in
      *  place, so the service is configured single-instance and
      *  its calls are taken one at a time.
      *
      *  Application return codes:
      *     1001  customer id missing or not in our format
      *     1002  amount not numeric, or zero
      *     1003  effective date not numeric, or not a valid
      *           calendar date
      *     1004  reference number missing, or beginning F or
      *           R - kept for fee and return references
      *     1005  SUB-TYPE not one this service handles
      *     1020  intake files unavailable - nothing was taken
      *     1021  accepted after today's cut-off, for the next
      *           night's file - with a successful reply
      *           (INTAKE-TXN)
      *     1022  today's intake is already cut off - with a
      *           successful reply (CUTOFF-INTAKE)
      *
      *  The reply to an INTAKE-TXN echoes the record.  The reply
      *  to a CUTOFF-INTAKE carries the intake file's name in the
      *  reference number, the cut-off date in the effective date
      *  and the count of records on the file in the amount.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTAKE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL INTAKE-CONFIG-FILE ASSIGN TO "INTKCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INTAKE-CONTROL-FILE ASSIGN TO "INTKCTL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS CONTROL-FILE-STATUS.
           SELECT OPTIONAL INTAKE-DAY-FILE ASSIGN TO "INTKDAY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS DAY-FILE-STATUS.
           SELECT INTAKE-OUT-FILE ASSIGN TO DYNAMIC
                INTAKE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS OUT-FILE-STATUS.
           SELECT OPTIONAL INTAKE-LOG-FILE ASSIGN TO "INTKLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS LOG-FILE-STATUS.
      *  The landing queue arrivreg REGISTER works from - see
      *  CARRREG.
           SELECT OPTIONAL ARRIVAL-QUEUE-FILE ASSIGN TO "ARRIVNEW"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS QUEUE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  INTAKE-CONFIG-FILE.
        01  INTAKE-CONFIG-RECORD.
           COPY TPINTCFG.

        FD  INTAKE-CONTROL-FILE.
        01  INTAKE-CONTROL-RECORD.
           COPY TPINTCTL.

      *  The day's accepted records, in the layout the front-end
      *  edit pass writes its clean file in - a currency and an
      *  entity code after the reference, spaces here, which read
      *  as the booking currency and the home entity.
        FD  INTAKE-DAY-FILE.
        01  INTAKE-DAY-RECORD.
           COPY TPBATIN.
               05 DAYREC-CURRENCY-CODE       PIC X(03).
               05 DAYREC-ENTITY-CODE         PIC X(03).

      *  The night's intake file: header, the day's records,
      *  trailer.
        FD  INTAKE-OUT-FILE.
        01  INTAKE-OUT-RECORD       PIC X(47).
        01  INTAKE-HEADER-RECORD.
           COPY TPBATHDR.
        01  INTAKE-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  INTAKE-LOG-FILE.
        01  INTAKE-LOG-RECORD.
           COPY TPINTLOG.

        FD  ARRIVAL-QUEUE-FILE.
        01  ARRIVAL-QUEUE-RECORD.
               05 ARRQUE-FILE-NAME           PIC X(12).

        WORKING-STORAGE SECTION.
        01 TPSVCRET-REC.
           COPY TPSVCRET.

        01 TPTYPE-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01 TPSVCDEF-REC.
           COPY TPSVCDEF.

      *  The request buffer as TPSVCSTART fills it, and the reply
      *  TPRETURN hands back in its place.
        01  DATA-REC.
           COPY TPBIZREC.

        01  SERVICE-SWITCHES.
               05 RECORD-CLEAN-SW   PIC X(01) VALUE "Y".
                       88 RECORD-CLEAN       VALUE "Y".
               05 LOG-OPEN-SW       PIC X(01) VALUE "N".
                       88 LOG-IS-OPEN        VALUE "Y".
               05 CUTOFF-DUE-SW     PIC X(01) VALUE "N".
                       88 CUTOFF-DUE         VALUE "Y".
               05 CUTOFF-RAN-SW     PIC X(01) VALUE "N".
                       88 CUTOFF-RAN-NOW     VALUE "Y".
               05 CUTOFF-FAILED-SW  PIC X(01) VALUE "N".
                       88 CUTOFF-FAILED      VALUE "Y".
               05 END-OF-DAY-FILE-SW PIC X(01) VALUE "N".
                       88 END-OF-DAY-FILE    VALUE "Y".
               05 END-OF-LOG-SW     PIC X(01) VALUE "N".
                       88 END-OF-LOG         VALUE "Y".
               05 CALLER-FOUND-SW   PIC X(01) VALUE "N".
                       88 CALLER-FOUND       VALUE "Y".

        01  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  DAY-FILE-STATUS         PIC X(02) VALUE SPACES.
        01  OUT-FILE-STATUS         PIC X(02) VALUE SPACES.
        01  LOG-FILE-STATUS         PIC X(02) VALUE SPACES.
        01  QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.

        01  INTAKE-DATE             PIC 9(08) VALUE 0.
        01  INTAKE-TIME             PIC 9(08) VALUE 0.
        01  INTAKE-TIME-PARTS REDEFINES INTAKE-TIME.
               05 INTAKE-TIME-HHMM  PIC 9(04).
               05 FILLER            PIC 9(04).

      *  Settings, defaulted where INTKCFG is absent or junk.
        01  CUTOFF-TIME             PIC 9(04) VALUE 1800.
        01  INTAKE-SOURCE-ID        PIC X(10) VALUE "INTAKE".

      *  The control record as read, and the name of the intake
      *  file now being gathered.
        01  FILE-SEQUENCE           PIC 9(06) VALUE 1.
        01  LAST-CUTOFF-DATE        PIC 9(08) VALUE 0.
        01  INTAKE-NAME-WORK.
               05 FILLER            PIC X(06) VALUE "INTAKE".
               05 INTAKE-NAME-NUMBER PIC 9(06) VALUE 0.
        01  INTAKE-FILE-NAME        PIC X(12) VALUE SPACES.

      *  What the call is logged with: its outcome and one reason
      *  code per field, as on the front-end edit pass's rejects.
        01  CALL-OUTCOME            PIC X(08) VALUE SPACES.
        01  CALL-REASON-CODES.
               05 CALL-CUSTOMER-CODE PIC X(01) VALUE SPACE.
               05 CALL-AMOUNT-CODE  PIC X(01) VALUE SPACE.
               05 CALL-DATE-CODE    PIC X(01) VALUE SPACE.
               05 CALL-REFERENCE-CODE PIC X(01) VALUE SPACE.
        01  CALL-LOG-FILE-NAME      PIC X(12) VALUE SPACES.

      *  The intake file being closed at the cut-off.
        01  CUTOFF-RECORD-COUNT     PIC S9(9) COMP-5 VALUE 0.
        01  CUTOFF-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
        01  CUTOFF-FILE-NAME        PIC X(12) VALUE SPACES.

      *  The day's calls by caller, gathered from the log for the
      *  intake file just closed.
        01  CALLER-TABLE.
               05 CALLER-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 CALLER-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON CALLER-COUNT
                       INDEXED BY CALLER-IDX.
                       10 CALTAB-CALLER-KEY          PIC 9(09).
                       10 CALTAB-ACCEPTED            PIC S9(9) COMP-5.
                       10 CALTAB-REJECTED            PIC S9(9) COMP-5.
                       10 CALTAB-AMOUNT              PIC S9(13)V99.
        01  CALLER-FOUND-IDX        USAGE INDEX.
        01  DAY-TOTALS.
               05 DAY-ACCEPTED      PIC S9(9) COMP-5 VALUE 0.
               05 DAY-REJECTED      PIC S9(9) COMP-5 VALUE 0.
               05 DAY-AMOUNT        PIC S9(13)V99 VALUE 0.

      *  Pieces of the effective date, split out for the calendar
      *  test - the front-end edit pass's own.
        01  EDIT-DATE-YYYY          PIC 9(04).
        01  EDIT-DATE-MM            PIC 9(02).
        01  EDIT-DATE-DD            PIC 9(02).
        01  EDIT-LEAP-REMAINDER     PIC 9(04).
        01  EDIT-LEAP-QUOTIENT      PIC 9(04).
        01  EDIT-LEAP-SW            PIC X(01) VALUE "N".
               88 EDIT-LEAP-YEAR             VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

      ******************************************************
      * Start program - one request in, one TPRETURN out.
      ******************************************************
        PROCEDURE DIVISION.
        START-CINTAKE.
           CALL "TPSVCSTART" USING TPSVCDEF-REC
                TPTYPE-REC
                DATA-REC
                TPSTATUS-REC.

           IF NOT TPOK
                DISPLAY "TPSVCSTART Failed: TP-STATUS=" TP-STATUS
                SET TPFAIL TO TRUE
                MOVE 0 TO APPL-CODE
                PERFORM RETURN-TO-CALLER
           END-IF.

           MOVE "N" TO CUTOFF-RAN-SW.
           MOVE "N" TO CUTOFF-FAILED-SW.
           ACCEPT INTAKE-DATE FROM DATE YYYYMMDD.
           ACCEPT INTAKE-TIME FROM TIME.
           PERFORM READ-INTAKE-CONFIG.
           PERFORM READ-INTAKE-CONTROL.
           PERFORM OPEN-INTAKE-LOG.
           IF NOT LOG-IS-OPEN
                SET TPFAIL TO TRUE
                MOVE 1020 TO APPL-CODE
           ELSE
                PERFORM CHECK-CUTOFF-DUE
                IF CUTOFF-DUE
                     PERFORM CUT-OFF-INTAKE
                END-IF
                EVALUATE SUB-TYPE OF TPTYPE-REC
                     WHEN "INTAKE-TXN"
                          PERFORM PROCESS-INTAKE-TXN
                     WHEN "CUTOFF-INTAKE"
                          PERFORM PROCESS-CUTOFF-INTAKE
                     WHEN OTHER
                          SET TPFAIL TO TRUE
                          MOVE 1005 TO APPL-CODE
                          MOVE "REJECTED" TO CALL-OUTCOME
                          MOVE SPACES TO CALL-REASON-CODES
                          MOVE INTAKE-FILE-NAME TO CALL-LOG-FILE-NAME
                          PERFORM WRITE-CALL-LOG
                END-EVALUATE
           END-IF.

           PERFORM RETURN-TO-CALLER.

      *****************************************************
      *  The cut-off time and header source id - absent or junk
      *  leaves the defaults.
      *****************************************************
        READ-INTAKE-CONFIG.
           MOVE 1800 TO CUTOFF-TIME.
           MOVE "INTAKE" TO INTAKE-SOURCE-ID.
           OPEN INPUT INTAKE-CONFIG-FILE.
           READ INTAKE-CONFIG-FILE
                AT END MOVE SPACES TO INTAKE-CONFIG-RECORD
           END-READ.
           CLOSE INTAKE-CONFIG-FILE.
           IF INTCFG-CUTOFF-TIME NUMERIC
                AND INTCFG-CUTOFF-TIME < 2400
                MOVE INTCFG-CUTOFF-TIME TO CUTOFF-TIME
           END-IF.
           IF INTCFG-SOURCE-ID NOT = SPACES
                MOVE INTCFG-SOURCE-ID TO INTAKE-SOURCE-ID
           END-IF.

      *****************************************************
      *  The file sequence and last cut-off date - a fresh box
      *  starts at INTAKE000001, never cut off.
      *****************************************************
        READ-INTAKE-CONTROL.
           MOVE 1 TO FILE-SEQUENCE.
           MOVE 0 TO LAST-CUTOFF-DATE.
           OPEN INPUT INTAKE-CONTROL-FILE.
           READ INTAKE-CONTROL-FILE
                AT END MOVE SPACES TO INTAKE-CONTROL-RECORD
           END-READ.
           CLOSE INTAKE-CONTROL-FILE.
           IF INTCTL-FILE-SEQUENCE NUMERIC
                AND INTCTL-FILE-SEQUENCE > 0
                MOVE INTCTL-FILE-SEQUENCE TO FILE-SEQUENCE
           END-IF.
           IF INTCTL-LAST-CUTOFF-DATE NUMERIC
                MOVE INTCTL-LAST-CUTOFF-DATE TO LAST-CUTOFF-DATE
           END-IF.
           PERFORM SET-INTAKE-FILE-NAME.

        SET-INTAKE-FILE-NAME.
           MOVE FILE-SEQUENCE TO INTAKE-NAME-NUMBER.
           MOVE INTAKE-NAME-WORK TO INTAKE-FILE-NAME.

        WRITE-INTAKE-CONTROL.
           MOVE FILE-SEQUENCE TO INTCTL-FILE-SEQUENCE.
           MOVE LAST-CUTOFF-DATE TO INTCTL-LAST-CUTOFF-DATE.
           OPEN OUTPUT INTAKE-CONTROL-FILE.
           WRITE INTAKE-CONTROL-RECORD.
           CLOSE INTAKE-CONTROL-FILE.

      *****************************************************
      *  A call that cannot be logged is not taken - the log is
      *  the day's record of who sent what.
      *****************************************************
        OPEN-INTAKE-LOG.
           OPEN EXTEND INTAKE-LOG-FILE.
           IF LOG-FILE-STATUS = "00"
                OR LOG-FILE-STATUS = "05"
                SET LOG-IS-OPEN TO TRUE
           ELSE
                DISPLAY "INTAKE: intake log open failed with "
                     "status " LOG-FILE-STATUS
           END-IF.

      *****************************************************
      *  Today's intake is due to be cut off by a CUTOFF-INTAKE,
      *  or by any call at or past the cut-off time - once a day.
      *****************************************************
        CHECK-CUTOFF-DUE.
           MOVE "N" TO CUTOFF-DUE-SW.
           IF LAST-CUTOFF-DATE < INTAKE-DATE
                IF SUB-TYPE OF TPTYPE-REC = "CUTOFF-INTAKE"
                     OR INTAKE-TIME-HHMM NOT < CUTOFF-TIME
                     SET CUTOFF-DUE TO TRUE
                END-IF
           END-IF.

      *****************************************************
      *  One record offered: edited field by field exactly as
      *  the front-end edit pass edits a batch input record, then
      *  accepted onto the day's work file or refused with the
      *  code of the first field that failed.
      *****************************************************
        PROCESS-INTAKE-TXN.
           MOVE "Y" TO RECORD-CLEAN-SW.
           MOVE SPACES TO CALL-REASON-CODES.
           PERFORM EDIT-CUSTOMER-ID.
           PERFORM EDIT-AMOUNT.
           PERFORM EDIT-EFFECTIVE-DATE.
           PERFORM EDIT-REFERENCE-NUM.
           MOVE INTAKE-FILE-NAME TO CALL-LOG-FILE-NAME.
           IF RECORD-CLEAN
                PERFORM APPEND-INTAKE-RECORD
           ELSE
                SET TPFAIL TO TRUE
                MOVE "REJECTED" TO CALL-OUTCOME
                EVALUATE TRUE
                     WHEN CALL-CUSTOMER-CODE NOT = SPACE
                          MOVE 1001 TO APPL-CODE
                     WHEN CALL-AMOUNT-CODE NOT = SPACE
                          MOVE 1002 TO APPL-CODE
                     WHEN CALL-DATE-CODE NOT = SPACE
                          MOVE 1003 TO APPL-CODE
                     WHEN OTHER
                          MOVE 1004 TO APPL-CODE
                END-EVALUATE
           END-IF.
           PERFORM WRITE-CALL-LOG.

      *****************************************************
      *  Customer id must be present and in our id format.
      *  "M" = missing, "F" = wrong format.
      *****************************************************
        EDIT-CUSTOMER-ID.
           EVALUATE TRUE
                WHEN BIZREC-CUSTOMER-ID = SPACES
                     MOVE "M" TO CALL-CUSTOMER-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                WHEN BIZREC-CUSTOMER-ID NOT NUMERIC
                     MOVE "F" TO CALL-CUSTOMER-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
           END-EVALUATE.

      *****************************************************
      *  Amount must be numeric and non-zero.
      *  "N" = not numeric, "Z" = zero.
      *****************************************************
        EDIT-AMOUNT.
           EVALUATE TRUE
                WHEN BIZREC-AMOUNT NOT NUMERIC
                     MOVE "N" TO CALL-AMOUNT-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                WHEN BIZREC-AMOUNT = ZERO
                     MOVE "Z" TO CALL-AMOUNT-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
           END-EVALUATE.

      *****************************************************
      *  Effective date must be a real calendar date - numeric,
      *  month 1-12, day within the month, 29 February only in a
      *  leap year.  "N" = not numeric, "D" = not a valid date.
      *****************************************************
        EDIT-EFFECTIVE-DATE.
           IF BIZREC-EFFECTIVE-DATE NOT NUMERIC
                MOVE "N" TO CALL-DATE-CODE
                MOVE "N" TO RECORD-CLEAN-SW
           ELSE
                MOVE BIZREC-EFFECTIVE-DATE(1:4) TO EDIT-DATE-YYYY
                MOVE BIZREC-EFFECTIVE-DATE(5:2) TO EDIT-DATE-MM
                MOVE BIZREC-EFFECTIVE-DATE(7:2) TO EDIT-DATE-DD
                PERFORM CHECK-CALENDAR-DATE
           END-IF.

        CHECK-CALENDAR-DATE.
           IF EDIT-DATE-YYYY = ZERO
                OR EDIT-DATE-MM < 1 OR EDIT-DATE-MM > 12
                OR EDIT-DATE-DD < 1
                MOVE "D" TO CALL-DATE-CODE
                MOVE "N" TO RECORD-CLEAN-SW
           ELSE
                PERFORM CHECK-DAY-OF-MONTH
           END-IF.

        CHECK-DAY-OF-MONTH.
           PERFORM CHECK-LEAP-YEAR.
           IF EDIT-DATE-MM = 2 AND EDIT-LEAP-YEAR
                IF EDIT-DATE-DD > 29
                     MOVE "D" TO CALL-DATE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                END-IF
           ELSE
                IF EDIT-DATE-DD > DAYS-IN-MONTH(EDIT-DATE-MM)
                     MOVE "D" TO CALL-DATE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                END-IF
           END-IF.

      *****************************************************
      *  Leap year: divisible by 4, except centuries, except
      *  every fourth century.
      *****************************************************
        CHECK-LEAP-YEAR.
           MOVE "N" TO EDIT-LEAP-SW.
           DIVIDE EDIT-DATE-YYYY BY 4
                GIVING EDIT-LEAP-QUOTIENT
                REMAINDER EDIT-LEAP-REMAINDER.
           IF EDIT-LEAP-REMAINDER = 0
                MOVE "Y" TO EDIT-LEAP-SW
                DIVIDE EDIT-DATE-YYYY BY 100
                     GIVING EDIT-LEAP-QUOTIENT
                     REMAINDER EDIT-LEAP-REMAINDER
                IF EDIT-LEAP-REMAINDER = 0
                     MOVE "N" TO EDIT-LEAP-SW
                     DIVIDE EDIT-DATE-YYYY BY 400
                          GIVING EDIT-LEAP-QUOTIENT
                          REMAINDER EDIT-LEAP-REMAINDER
                     IF EDIT-LEAP-REMAINDER = 0
                          MOVE "Y" TO EDIT-LEAP-SW
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Reference number must be populated, and may not begin F
      *  or R - the letters BIZSRV keeps for the references it
      *  derives for fees and returns.  "M" = missing, "R" =
      *  reserved prefix.
      *****************************************************
        EDIT-REFERENCE-NUM.
           EVALUATE TRUE
                WHEN BIZREC-REFERENCE-NUM = SPACES
                     OR BIZREC-REFERENCE-NUM = LOW-VALUES
                     MOVE "M" TO CALL-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                WHEN BIZREC-REFERENCE-NUM(1:1) = "F"
                     OR BIZREC-REFERENCE-NUM(1:1) = "R"
                     MOVE "R" TO CALL-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
           END-EVALUATE.

      *****************************************************
      *  A clean record onto the day's work file.  Taken after
      *  today's cut-off it is for the next night's file, and the
      *  caller is told so.  A record the work file will not take
      *  is refused with 1020, never answered as accepted.
      *****************************************************
        APPEND-INTAKE-RECORD.
           OPEN EXTEND INTAKE-DAY-FILE.
           IF DAY-FILE-STATUS = "00"
                OR DAY-FILE-STATUS = "05"
                MOVE BIZREC-CUSTOMER-ID TO BATCH-IN-CUSTOMER-ID
                MOVE BIZREC-AMOUNT TO BATCH-IN-AMOUNT
                MOVE BIZREC-EFFECTIVE-DATE TO BATCH-IN-EFFECTIVE-DATE
                MOVE BIZREC-REFERENCE-NUM TO BATCH-IN-REFERENCE-NUM
                MOVE SPACES TO DAYREC-CURRENCY-CODE
                MOVE SPACES TO DAYREC-ENTITY-CODE
                WRITE INTAKE-DAY-RECORD
                IF DAY-FILE-STATUS = "00"
                     SET TPSUCCESS TO TRUE
                     MOVE "ACCEPTED" TO CALL-OUTCOME
                     IF LAST-CUTOFF-DATE = INTAKE-DATE
                          MOVE 1021 TO APPL-CODE
                     ELSE
                          MOVE 0 TO APPL-CODE
                     END-IF
                ELSE
                     DISPLAY "INTAKE: intake work file write failed "
                          "with status " DAY-FILE-STATUS
                     SET TPFAIL TO TRUE
                     MOVE 1020 TO APPL-CODE
                     MOVE "REJECTED" TO CALL-OUTCOME
                END-IF
                CLOSE INTAKE-DAY-FILE
           ELSE
                DISPLAY "INTAKE: intake work file open failed with "
                     "status " DAY-FILE-STATUS
                SET TPFAIL TO TRUE
                MOVE 1020 TO APPL-CODE
                MOVE "REJECTED" TO CALL-OUTCOME
           END-IF.

      *****************************************************
      *  The evening schedule's cut-off.  The cut-off itself has
      *  already run ahead of the routing if it was due; this
      *  only answers for it.
      *****************************************************
        PROCESS-CUTOFF-INTAKE.
           MOVE SPACES TO CALL-REASON-CODES.
           EVALUATE TRUE
                WHEN CUTOFF-RAN-NOW
                     SET TPSUCCESS TO TRUE
                     MOVE 0 TO APPL-CODE
                     MOVE "CUTOFF" TO CALL-OUTCOME
                     MOVE CUTOFF-FILE-NAME TO CALL-LOG-FILE-NAME
                     MOVE SPACES TO BIZREC-CUSTOMER-ID
                     MOVE CUTOFF-RECORD-COUNT TO BIZREC-AMOUNT
                     MOVE INTAKE-DATE TO BIZREC-EFFECTIVE-DATE
                     MOVE CUTOFF-FILE-NAME TO BIZREC-REFERENCE-NUM
                WHEN CUTOFF-FAILED
                     SET TPFAIL TO TRUE
                     MOVE 1020 TO APPL-CODE
                     MOVE "REJECTED" TO CALL-OUTCOME
                     MOVE INTAKE-FILE-NAME TO CALL-LOG-FILE-NAME
                WHEN OTHER
                     SET TPSUCCESS TO TRUE
                     MOVE 1022 TO APPL-CODE
                     MOVE "CUTOFF" TO CALL-OUTCOME
                     MOVE INTAKE-FILE-NAME TO CALL-LOG-FILE-NAME
           END-EVALUATE.
           PERFORM WRITE-CALL-LOG.

      *****************************************************
      *  Close the day's intake: the work file is copied to the
      *  night's intake file between a header and a trailer, the
      *  file is queued for registration, the work file is
      *  emptied, the day's totals by caller are logged, and the
      *  control record moves on to the next file.  If the work
      *  file or the intake file will not open nothing is
      *  changed, and the next call tries again.
      *****************************************************
        CUT-OFF-INTAKE.
           MOVE INTAKE-FILE-NAME TO CUTOFF-FILE-NAME.
           MOVE 0 TO CUTOFF-RECORD-COUNT.
           MOVE 0 TO CUTOFF-HASH-TOTAL.
           OPEN INPUT INTAKE-DAY-FILE.
           IF DAY-FILE-STATUS = "00"
                OR DAY-FILE-STATUS = "05"
                PERFORM BUILD-INTAKE-FILE
           ELSE
                DISPLAY "INTAKE: intake work file open failed with "
                     "status " DAY-FILE-STATUS
                SET CUTOFF-FAILED TO TRUE
           END-IF.
           IF NOT CUTOFF-FAILED
                OPEN OUTPUT INTAKE-DAY-FILE
                CLOSE INTAKE-DAY-FILE
                PERFORM QUEUE-INTAKE-FILE
                PERFORM WRITE-CALLER-TOTALS
                MOVE INTAKE-DATE TO LAST-CUTOFF-DATE
                IF FILE-SEQUENCE < 999999
                     ADD 1 TO FILE-SEQUENCE
                ELSE
                     MOVE 1 TO FILE-SEQUENCE
                END-IF
                PERFORM WRITE-INTAKE-CONTROL
                PERFORM SET-INTAKE-FILE-NAME
                SET CUTOFF-RAN-NOW TO TRUE
                DISPLAY "INTAKE: cut off " CUTOFF-FILE-NAME
                     " with " CUTOFF-RECORD-COUNT " records"
           END-IF.

        BUILD-INTAKE-FILE.
           OPEN OUTPUT INTAKE-OUT-FILE.
           IF OUT-FILE-STATUS = "00"
                MOVE SPACES TO INTAKE-HEADER-RECORD
                MOVE "HDR" TO HEADER-RECORD-TYPE
                MOVE INTAKE-DATE TO HEADER-FILE-DATE
                MOVE INTAKE-SOURCE-ID TO HEADER-SOURCE-ID
                MOVE "F" TO HEADER-FORMAT-CODE
                WRITE INTAKE-HEADER-RECORD
                MOVE "N" TO END-OF-DAY-FILE-SW
                PERFORM READ-INTAKE-DAY-FILE
                PERFORM COPY-INTAKE-RECORD UNTIL END-OF-DAY-FILE
                MOVE SPACES TO INTAKE-TRAILER-RECORD
                MOVE "TRL" TO TRAILER-RECORD-TYPE
                MOVE CUTOFF-RECORD-COUNT TO TRAILER-RECORD-COUNT
                MOVE CUTOFF-HASH-TOTAL TO TRAILER-HASH-TOTAL
                WRITE INTAKE-TRAILER-RECORD
                CLOSE INTAKE-OUT-FILE
           ELSE
                DISPLAY "INTAKE: intake file " INTAKE-FILE-NAME
                     " open failed with status " OUT-FILE-STATUS
                SET CUTOFF-FAILED TO TRUE
           END-IF.
           CLOSE INTAKE-DAY-FILE.

        READ-INTAKE-DAY-FILE.
           READ INTAKE-DAY-FILE
                AT END SET END-OF-DAY-FILE TO TRUE
           END-READ.

        COPY-INTAKE-RECORD.
           ADD 1 TO CUTOFF-RECORD-COUNT.
           ADD BATCH-IN-AMOUNT TO CUTOFF-HASH-TOTAL.
           MOVE INTAKE-DAY-RECORD TO INTAKE-OUT-RECORD.
           WRITE INTAKE-OUT-RECORD.
           PERFORM READ-INTAKE-DAY-FILE.

      *****************************************************
      *  Onto the landing queue, as a transfer would put it,
      *  for the next arrivreg REGISTER.
      *****************************************************
        QUEUE-INTAKE-FILE.
           OPEN EXTEND ARRIVAL-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
                OR QUEUE-FILE-STATUS = "05"
                MOVE CUTOFF-FILE-NAME TO ARRQUE-FILE-NAME
                WRITE ARRIVAL-QUEUE-RECORD
                CLOSE ARRIVAL-QUEUE-FILE
           ELSE
                DISPLAY "INTAKE: landing queue open failed with "
                     "status " QUEUE-FILE-STATUS " - "
                     CUTOFF-FILE-NAME " must be queued by hand"
           END-IF.

      *****************************************************
      *  The day's totals by caller: the log is read back for
      *  the calls made into the intake file just closed, and a
      *  total line per caller and one over all of them are
      *  written beneath.  Callers past the table's room still
      *  count in the grand total.
      *****************************************************
        WRITE-CALLER-TOTALS.
           MOVE 0 TO CALLER-COUNT.
           MOVE 0 TO DAY-ACCEPTED.
           MOVE 0 TO DAY-REJECTED.
           MOVE 0 TO DAY-AMOUNT.
           CLOSE INTAKE-LOG-FILE.
           MOVE "N" TO LOG-OPEN-SW.
           OPEN INPUT INTAKE-LOG-FILE.
           MOVE "N" TO END-OF-LOG-SW.
           PERFORM READ-INTAKE-LOG.
           PERFORM TALLY-LOG-LINE UNTIL END-OF-LOG.
           CLOSE INTAKE-LOG-FILE.
           PERFORM OPEN-INTAKE-LOG.
           IF LOG-IS-OPEN
                PERFORM WRITE-ONE-CALLER-TOTAL
                     VARYING CALLER-IDX FROM 1 BY 1
                     UNTIL CALLER-IDX > CALLER-COUNT
                PERFORM WRITE-GRAND-TOTAL
           END-IF.

        READ-INTAKE-LOG.
           READ INTAKE-LOG-FILE
                AT END SET END-OF-LOG TO TRUE
           END-READ.

        TALLY-LOG-LINE.
           IF INTLOG-CALL-LINE
                AND INTLOG-INTAKE-FILE = CUTOFF-FILE-NAME
                AND (INTLOG-OUTCOME = "ACCEPTED"
                OR INTLOG-OUTCOME = "REJECTED")
                PERFORM FIND-CALLER-ENTRY
                IF INTLOG-OUTCOME = "ACCEPTED"
                     ADD 1 TO DAY-ACCEPTED
                     ADD INTLOG-AMOUNT TO DAY-AMOUNT
                ELSE
                     ADD 1 TO DAY-REJECTED
                END-IF
                IF CALLER-FOUND
                     PERFORM COUNT-CALLER-LINE
                END-IF
           END-IF.
           PERFORM READ-INTAKE-LOG.

        FIND-CALLER-ENTRY.
           MOVE "N" TO CALLER-FOUND-SW.
           PERFORM MATCH-ONE-CALLER
                VARYING CALLER-IDX FROM 1 BY 1
                UNTIL CALLER-IDX > CALLER-COUNT OR CALLER-FOUND.
           IF NOT CALLER-FOUND AND CALLER-COUNT < 500
                ADD 1 TO CALLER-COUNT
                SET CALLER-IDX TO CALLER-COUNT
                MOVE INTLOG-CALLER-KEY TO CALTAB-CALLER-KEY(CALLER-IDX)
                MOVE 0 TO CALTAB-ACCEPTED(CALLER-IDX)
                MOVE 0 TO CALTAB-REJECTED(CALLER-IDX)
                MOVE 0 TO CALTAB-AMOUNT(CALLER-IDX)
                SET CALLER-FOUND TO TRUE
                SET CALLER-FOUND-IDX TO CALLER-IDX
           END-IF.

        MATCH-ONE-CALLER.
           IF CALTAB-CALLER-KEY(CALLER-IDX) = INTLOG-CALLER-KEY
                SET CALLER-FOUND TO TRUE
                SET CALLER-FOUND-IDX TO CALLER-IDX
           END-IF.

        COUNT-CALLER-LINE.
           SET CALLER-IDX TO CALLER-FOUND-IDX.
           IF INTLOG-OUTCOME = "ACCEPTED"
                ADD 1 TO CALTAB-ACCEPTED(CALLER-IDX)
                ADD INTLOG-AMOUNT TO CALTAB-AMOUNT(CALLER-IDX)
           ELSE
                ADD 1 TO CALTAB-REJECTED(CALLER-IDX)
           END-IF.

        WRITE-ONE-CALLER-TOTAL.
           PERFORM SET-TOTAL-LINE.
           MOVE "T" TO INTLOG-LINE-TYPE.
           MOVE CALTAB-CALLER-KEY(CALLER-IDX) TO INTLOG-CALLER-KEY.
           MOVE CALTAB-ACCEPTED(CALLER-IDX) TO INTLOG-ACCEPTED-COUNT.
           MOVE CALTAB-REJECTED(CALLER-IDX) TO INTLOG-REJECTED-COUNT.
           MOVE CALTAB-AMOUNT(CALLER-IDX) TO INTLOG-ACCEPTED-AMOUNT.
           WRITE INTAKE-LOG-RECORD.

        WRITE-GRAND-TOTAL.
           PERFORM SET-TOTAL-LINE.
           MOVE "G" TO INTLOG-LINE-TYPE.
           MOVE 0 TO INTLOG-CALLER-KEY.
           MOVE DAY-ACCEPTED TO INTLOG-ACCEPTED-COUNT.
           MOVE DAY-REJECTED TO INTLOG-REJECTED-COUNT.
           MOVE DAY-AMOUNT TO INTLOG-ACCEPTED-AMOUNT.
           WRITE INTAKE-LOG-RECORD.
           DISPLAY "INTAKE: day's calls accepted " DAY-ACCEPTED
                " rejected " DAY-REJECTED.

        SET-TOTAL-LINE.
           MOVE SPACES TO INTAKE-LOG-RECORD.
           MOVE INTAKE-DATE TO INTLOG-LOG-DATE.
           MOVE INTAKE-TIME TO INTLOG-LOG-TIME.
           MOVE CUTOFF-FILE-NAME TO INTLOG-INTAKE-FILE.
           MOVE 0 TO INTLOG-AMOUNT.
           MOVE "TOTAL" TO INTLOG-OUTCOME.
           MOVE 0 TO INTLOG-APPL-CODE.

      *****************************************************
      *  One line per call, under the caller's TPKEY handle.
      *****************************************************
        WRITE-CALL-LOG.
           MOVE SPACES TO INTAKE-LOG-RECORD.
           MOVE INTAKE-DATE TO INTLOG-LOG-DATE.
           MOVE INTAKE-TIME TO INTLOG-LOG-TIME.
           MOVE "C" TO INTLOG-LINE-TYPE.
           MOVE CALL-KEY-HANDLE TO INTLOG-CALLER-KEY.
           MOVE CALL-LOG-FILE-NAME TO INTLOG-INTAKE-FILE.
           MOVE SUB-TYPE OF TPTYPE-REC TO INTLOG-SUB-TYPE.
           MOVE BIZREC-REFERENCE-NUM TO INTLOG-REFERENCE-NUM.
           MOVE BIZREC-CUSTOMER-ID TO INTLOG-CUSTOMER-ID.
           IF BIZREC-AMOUNT NUMERIC
                MOVE BIZREC-AMOUNT TO INTLOG-AMOUNT
           ELSE
                MOVE 0 TO INTLOG-AMOUNT
           END-IF.
           MOVE CALL-OUTCOME TO INTLOG-OUTCOME.
           MOVE CALL-REASON-CODES TO INTLOG-REASON-CODES.
           MOVE APPL-CODE TO INTLOG-APPL-CODE.
           MOVE 0 TO INTLOG-ACCEPTED-COUNT.
           MOVE 0 TO INTLOG-REJECTED-COUNT.
           MOVE 0 TO INTLOG-ACCEPTED-AMOUNT.
           IF LOG-IS-OPEN
                WRITE INTAKE-LOG-RECORD
           END-IF.

        RETURN-TO-CALLER.
      *  TPRETURN leaves the program - the log must be closed on
      *  the way past, not after.
           IF LOG-IS-OPEN
                CLOSE INTAKE-LOG-FILE
           END-IF.
           MOVE LENGTH OF DATA-REC TO LEN OF TPTYPE-REC.
           COPY TPRETURN.
