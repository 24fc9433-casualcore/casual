      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSTOPCNF.cbl
      *
      *  The daily confirmation over the stop-payment
      *  instructions STOPMNT keeps and BATCHCLI checks every
      *  record against - what the customer services desk calls
      *  back to confirm.
      *
      *     stopconf [yyyymmdd]   the day confirmed (default today)
      *
      *  The report, STOPRPT, is in four parts:
      *     stopped     every payment BATCHCLI diverted to the
      *                 stopped-payments file on the day, with the
      *                 stop that caught it
      *     hits        every stop with hits not yet confirmed -
      *                 how many since the last confirmation, how
      *                 many in all, and the last one; the hits
      *                 are then marked confirmed
      *     too late    every reference stop in force whose
      *                 reference is already on the reference
      *                 registry REFREG - the payment had gone
      *                 before the stop arrived; the stop is
      *                 closed out as too late
      *     expired     every stop in force past its expiry date
      *                 that never caught a payment; the stop is
      *                 closed out as expired (one that did catch
      *                 payments is closed out and only counted)
      *  A stop closed out is off BATCHCLI's list and off the next
      *  day's report - each is reported once.
      *
      *  Return code 4 when any stop came too late - a payment
      *  the customer asked to stop has gone, and someone must
      *  call them; 8 when the stops cannot be opened.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STOPCONF.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL STOP-INSTRUCTION-FILE ASSIGN TO "STOPINST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STOPIN-STOP-ID
                FILE STATUS STOP-FILE-STATUS.
           SELECT OPTIONAL STOPPED-PAYMENT-FILE ASSIGN TO "STOPPED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "REFREG"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY REGISTRY-REFERENCE-NUM
                FILE STATUS REGISTRY-FILE-STATUS.
           SELECT STOP-REPORT-FILE ASSIGN TO "STOPRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  STOP-INSTRUCTION-FILE.
        01  STOP-INSTRUCTION-RECORD.
           COPY TPSTOPIN.

        FD  STOPPED-PAYMENT-FILE.
        01  STOPPED-PAYMENT-RECORD.
           COPY TPSTOPPD.

      *  BATCHCLI's registry of processed references - see the
      *  same layout in CBATCH.cbl.
        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
               05 REGISTRY-REFERENCE-NUM     PIC X(12).
               05 REGISTRY-PROCESSED-DATE    PIC 9(08).
               05 REGISTRY-REVERSED-FLAG     PIC X(01).
                       88 REGISTRY-REVERSED          VALUE "Y".

        FD  STOP-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  STOP-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  REGISTRY-FILE-STATUS    PIC X(02) VALUE SPACES.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  DATE-TEXT               PIC X(08) VALUE SPACES.
        01  RUN-DATE                PIC 9(08).
        01  REPORT-DATE             PIC 9(08).
      *  The user a close-out is stamped with, as a removal by
      *  hand is stamped with the user who keyed it.
        01  CONFIRMATION-USER       PIC X(08) VALUE "STOPCONF".

        01  REPORT-SWITCHES.
               05 END-OF-STOPPED-SW PIC X(01) VALUE "N".
                       88 END-OF-STOPPED     VALUE "Y".
               05 END-OF-STOPS-SW   PIC X(01) VALUE "N".
                       88 END-OF-STOPS       VALUE "Y".
               05 STOP-OPEN-SW      PIC X(01) VALUE "N".
                       88 STOP-OPEN-FAILED   VALUE "Y".
               05 REGISTRY-SW       PIC X(01) VALUE "N".
                       88 REGISTRY-PRESENT   VALUE "Y".
               05 REFERENCE-SEEN-SW PIC X(01) VALUE "N".
                       88 REFERENCE-SEEN     VALUE "Y".
      *  Which part is being printed, so a page break repeats the
      *  right column headings.
               05 REPORT-PART-SW    PIC X(01) VALUE "S".
                       88 PART-STOPPED       VALUE "S".
                       88 PART-HITS          VALUE "H".
                       88 PART-TOO-LATE      VALUE "L".
                       88 PART-EXPIRED       VALUE "X".

        01  REPORT-COUNTERS.
               05 PAYMENTS-STOPPED  PIC S9(9) COMP-5 VALUE 0.
               05 STOPS-HIT         PIC S9(9) COMP-5 VALUE 0.
               05 HITS-CONFIRMED    PIC S9(9) COMP-5 VALUE 0.
               05 STOPS-TOO-LATE    PIC S9(9) COMP-5 VALUE 0.
               05 STOPS-EXPIRED-UNUSED PIC S9(9) COMP-5 VALUE 0.
               05 STOPS-EXPIRED-USED PIC S9(9) COMP-5 VALUE 0.
               05 STOPS-IN-FORCE    PIC S9(9) COMP-5 VALUE 0.
               05 CLOSE-OUTS-FAILED PIC S9(9) COMP-5 VALUE 0.

        01  NEW-HIT-COUNT           PIC 9(05) VALUE 0.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(30) VALUE
                    "STOP-PAYMENT CONFIRMATION RUN".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(14) VALUE
                    "  CONFIRMING ".
               05 HEAD-REPORT-DATE  PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 HEAD-PART-NAME    PIC X(40).
               05 FILLER            PIC X(21) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  STOPPED-HEADING-LINE.
               05 FILLER            PIC X(13) VALUE "REFERENCE".
               05 FILLER            PIC X(11) VALUE "CUSTOMER".
               05 FILLER            PIC X(16) VALUE
                    "         AMOUNT".
               05 FILLER            PIC X(04) VALUE "CCY".
               05 FILLER            PIC X(09) VALUE "EFF DATE".
               05 FILLER            PIC X(11) VALUE "STOP ID".
               05 FILLER            PIC X(05) VALUE "KIND".
               05 FILLER            PIC X(09) VALUE "RUN ID".
               05 FILLER            PIC X(10) VALUE "SOURCE".
        01  STOP-HEADING-LINE.
               05 FILLER            PIC X(11) VALUE "STOP ID".
               05 FILLER            PIC X(05) VALUE "KIND".
               05 FILLER            PIC X(11) VALUE "CUSTOMER".
               05 FILLER            PIC X(13) VALUE "REFERENCE".
               05 FILLER            PIC X(09) VALUE "FROM".
               05 FILLER            PIC X(09) VALUE "TO".
               05 FILLER            PIC X(16) VALUE
                    "         AMOUNT".
               05 FILLER            PIC X(09) VALUE "EXPIRES".
               05 FILLER            PIC X(09) VALUE "ADDED".
               05 HEAD-STOP-COLUMNS PIC X(40).
        01  STOPPED-DETAIL-LINE.
               05 STPDET-REFERENCE-NUM PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-AMOUNT     PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-CURRENCY-CODE PIC X(03).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-EFFECTIVE-DATE PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-STOP-ID    PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-STOP-KIND  PIC X(01).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 STPDET-RUN-ID     PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STPDET-SOURCE-ID  PIC X(10).
      *  The stop's own columns, then the part's: the hits for a
      *  stop hit, the registry's processed date for one too
      *  late, nothing more for one expired unused.
        01  STOP-DETAIL-LINE.
               05 STODET-STOP-ID    PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-KIND       PIC X(01).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 STODET-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-REFERENCE-NUM PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-FROM-DATE  PIC Z(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-TO-DATE    PIC Z(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-AMOUNT     PIC Z(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-EXPIRY-DATE PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-ADDED-DATE PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STODET-PART-COLUMNS PIC X(40).
        01  HIT-COLUMNS.
               05 HITCOL-NEW-HITS   PIC ZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HITCOL-ALL-HITS   PIC ZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HITCOL-LAST-DATE  PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HITCOL-LAST-REFERENCE PIC X(12).
               05 FILLER            PIC X(07) VALUE SPACES.
        01  LATE-COLUMNS.
               05 LATCOL-PROCESSED-DATE PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 LATCOL-NOTE       PIC X(31).
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSTOPCNF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO REPORT-DATE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO DATE-TEXT.
           IF DATE-TEXT NOT = SPACES
                IF DATE-TEXT NUMERIC
                     MOVE DATE-TEXT TO REPORT-DATE
                ELSE
                     DISPLAY "Stop confirmation: date |" DATE-TEXT
                          "| not understood - today confirmed"
                END-IF
           END-IF.
           OPEN I-O STOP-INSTRUCTION-FILE.
           IF STOP-FILE-STATUS NOT = "00"
                AND STOP-FILE-STATUS NOT = "05"
                DISPLAY "Stop instructions: open failed with status "
                     STOP-FILE-STATUS " - nothing confirmed"
                SET STOP-OPEN-FAILED TO TRUE
                MOVE 8 TO RETURN-CODE
           ELSE
                PERFORM OPEN-REFERENCE-REGISTRY
                OPEN OUTPUT STOP-REPORT-FILE
                PERFORM REPORT-STOPPED-PAYMENTS
                PERFORM REPORT-STOPS-HIT
                PERFORM REPORT-STOPS-TOO-LATE
                PERFORM REPORT-STOPS-EXPIRED
                PERFORM PRINT-CONFIRMATION-TOTALS
                CLOSE STOP-REPORT-FILE
                CLOSE STOP-INSTRUCTION-FILE
                IF REGISTRY-PRESENT
                     CLOSE REGISTRY-FILE
                END-IF
                DISPLAY "Stop confirmation: " REPORT-DATE
                     " stopped " PAYMENTS-STOPPED
                     " hit " STOPS-HIT
                     " too late " STOPS-TOO-LATE
                     " expired unused " STOPS-EXPIRED-UNUSED
                IF STOPS-TOO-LATE > 0
                     MOVE 4 TO RETURN-CODE
                END-IF
           END-IF.
           STOP RUN.

      *****************************************************
      *  The registry is only read.  Without it no stop can be
      *  shown too late - said on the report, not guessed at.
      *****************************************************
        OPEN-REFERENCE-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS = "00"
                OR REGISTRY-FILE-STATUS = "05"
                SET REGISTRY-PRESENT TO TRUE
           ELSE
                DISPLAY "Reference registry: not available (status "
                     REGISTRY-FILE-STATUS ") - late stops not checked"
           END-IF.

      *****************************************************
      *  The payments stopped on the day, in the order stopped.
      *****************************************************
        REPORT-STOPPED-PAYMENTS.
           SET PART-STOPPED TO TRUE.
           PERFORM PRINT-PAGE-HEADINGS.
           OPEN INPUT STOPPED-PAYMENT-FILE.
           PERFORM READ-STOPPED-PAYMENT.
           PERFORM REPORT-ONE-STOPPED-PAYMENT UNTIL END-OF-STOPPED.
           CLOSE STOPPED-PAYMENT-FILE.
           IF PAYMENTS-STOPPED = 0
                MOVE "NO PAYMENTS STOPPED ON THE DATE" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        READ-STOPPED-PAYMENT.
           READ STOPPED-PAYMENT-FILE
                AT END SET END-OF-STOPPED TO TRUE
           END-READ.

        REPORT-ONE-STOPPED-PAYMENT.
           IF STOPPD-STOPPED-DATE = REPORT-DATE
                ADD 1 TO PAYMENTS-STOPPED
                MOVE STOPPD-REFERENCE-NUM TO STPDET-REFERENCE-NUM
                MOVE STOPPD-CUSTOMER-ID TO STPDET-CUSTOMER-ID
                MOVE STOPPD-AMOUNT TO STPDET-AMOUNT
                MOVE STOPPD-CURRENCY-CODE TO STPDET-CURRENCY-CODE
                MOVE STOPPD-EFFECTIVE-DATE TO STPDET-EFFECTIVE-DATE
                MOVE STOPPD-STOP-ID TO STPDET-STOP-ID
                MOVE STOPPD-STOP-KIND TO STPDET-STOP-KIND
                MOVE STOPPD-RUN-ID TO STPDET-RUN-ID
                MOVE STOPPD-SOURCE-ID TO STPDET-SOURCE-ID
                MOVE STOPPED-DETAIL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM READ-STOPPED-PAYMENT.

      *****************************************************
      *  Each pass over the stops starts at the lowest key.
      *****************************************************
        START-STOP-PASS.
           MOVE "N" TO END-OF-STOPS-SW.
           MOVE LOW-VALUES TO STOPIN-STOP-ID.
           START STOP-INSTRUCTION-FILE
                KEY NOT LESS THAN STOPIN-STOP-ID
                INVALID KEY SET END-OF-STOPS TO TRUE
           END-START.
           IF NOT END-OF-STOPS
                PERFORM READ-NEXT-STOP
           END-IF.

        READ-NEXT-STOP.
           READ STOP-INSTRUCTION-FILE NEXT RECORD
                AT END SET END-OF-STOPS TO TRUE
           END-READ.

      *****************************************************
      *  The stops with hits the desk has not yet confirmed -
      *  whatever the stop's status now, since a stop removed or
      *  expired after it caught a payment still caught it.
      *****************************************************
        REPORT-STOPS-HIT.
           SET PART-HITS TO TRUE.
           MOVE LINES-PER-PAGE TO LINES-ON-PAGE.
           PERFORM START-STOP-PASS.
           PERFORM CONFIRM-ONE-STOP-HIT UNTIL END-OF-STOPS.
           IF STOPS-HIT = 0
                MOVE "NO STOP HITS AWAITING CONFIRMATION" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        CONFIRM-ONE-STOP-HIT.
           IF STOPIN-HIT-COUNT > STOPIN-HITS-CONFIRMED
                ADD 1 TO STOPS-HIT
                COMPUTE NEW-HIT-COUNT =
                     STOPIN-HIT-COUNT - STOPIN-HITS-CONFIRMED
                ADD NEW-HIT-COUNT TO HITS-CONFIRMED
                MOVE NEW-HIT-COUNT TO HITCOL-NEW-HITS
                MOVE STOPIN-HIT-COUNT TO HITCOL-ALL-HITS
                MOVE STOPIN-LAST-HIT-DATE TO HITCOL-LAST-DATE
                MOVE STOPIN-LAST-HIT-REFERENCE TO
                     HITCOL-LAST-REFERENCE
                MOVE HIT-COLUMNS TO STODET-PART-COLUMNS
                PERFORM PRINT-STOP-DETAIL
                MOVE STOPIN-HIT-COUNT TO STOPIN-HITS-CONFIRMED
                PERFORM REWRITE-STOP
           END-IF.
           PERFORM READ-NEXT-STOP.

      *****************************************************
      *  The reference stops in force whose reference the
      *  registry already holds: the payment was processed
      *  before the stop could catch it.  Closed out as too
      *  late - there is nothing left for it to stop.
      *****************************************************
        REPORT-STOPS-TOO-LATE.
           SET PART-TOO-LATE TO TRUE.
           MOVE LINES-PER-PAGE TO LINES-ON-PAGE.
           IF NOT REGISTRY-PRESENT
                MOVE "REFERENCE REGISTRY NOT AVAILABLE - NOT CHECKED"
                     TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           ELSE
                PERFORM START-STOP-PASS
                PERFORM CHECK-ONE-STOP-TOO-LATE UNTIL END-OF-STOPS
                IF STOPS-TOO-LATE = 0
                     MOVE "NO STOPS ARRIVED TOO LATE" TO
                          PRINT-WORK-LINE
                     PERFORM WRITE-REPORT-LINE
                END-IF
           END-IF.

        CHECK-ONE-STOP-TOO-LATE.
           IF STOPIN-ACTIVE AND STOPIN-BY-REFERENCE
                MOVE "N" TO REFERENCE-SEEN-SW
                MOVE STOPIN-REFERENCE-NUM TO REGISTRY-REFERENCE-NUM
                READ REGISTRY-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY SET REFERENCE-SEEN TO TRUE
                END-READ
                IF REFERENCE-SEEN
                     ADD 1 TO STOPS-TOO-LATE
                     MOVE SPACES TO LATE-COLUMNS
                     MOVE REGISTRY-PROCESSED-DATE TO
                          LATCOL-PROCESSED-DATE
                     IF REGISTRY-REVERSED
                          MOVE "PROCESSED, SINCE REVERSED" TO
                               LATCOL-NOTE
                     ELSE
                          MOVE "PROCESSED" TO LATCOL-NOTE
                     END-IF
                     MOVE LATE-COLUMNS TO STODET-PART-COLUMNS
                     PERFORM PRINT-STOP-DETAIL
                     SET STOPIN-TOO-LATE TO TRUE
                     PERFORM CLOSE-OUT-STOP
                END-IF
           END-IF.
           PERFORM READ-NEXT-STOP.

      *****************************************************
      *  The stops in force past their expiry date - the last
      *  day a stop is in force is its expiry date.  Those that
      *  never caught a payment are listed; every one is closed
      *  out as expired.  Stops still in force are counted.
      *****************************************************
        REPORT-STOPS-EXPIRED.
           SET PART-EXPIRED TO TRUE.
           MOVE LINES-PER-PAGE TO LINES-ON-PAGE.
           PERFORM START-STOP-PASS.
           PERFORM CHECK-ONE-STOP-EXPIRED UNTIL END-OF-STOPS.
           IF STOPS-EXPIRED-UNUSED = 0
                MOVE "NO STOPS EXPIRED UNUSED" TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        CHECK-ONE-STOP-EXPIRED.
           IF STOPIN-ACTIVE
                IF STOPIN-EXPIRY-DATE < REPORT-DATE
                     IF STOPIN-HIT-COUNT = 0
                          ADD 1 TO STOPS-EXPIRED-UNUSED
                          MOVE SPACES TO STODET-PART-COLUMNS
                          PERFORM PRINT-STOP-DETAIL
                     ELSE
                          ADD 1 TO STOPS-EXPIRED-USED
                     END-IF
                     SET STOPIN-EXPIRED TO TRUE
                     PERFORM CLOSE-OUT-STOP
                ELSE
                     ADD 1 TO STOPS-IN-FORCE
                END-IF
           END-IF.
           PERFORM READ-NEXT-STOP.

        CLOSE-OUT-STOP.
           MOVE RUN-DATE TO STOPIN-STATUS-DATE.
           MOVE CONFIRMATION-USER TO STOPIN-STATUS-USER.
           PERFORM REWRITE-STOP.

        REWRITE-STOP.
           REWRITE STOP-INSTRUCTION-RECORD
                INVALID KEY
                     ADD 1 TO CLOSE-OUTS-FAILED
                     DISPLAY "Stop instructions: stop "
                          STOPIN-STOP-ID " not updated"
           END-REWRITE.

      *  The stop's own columns - a reference stop's range and
      *  amount print blank.
        PRINT-STOP-DETAIL.
           MOVE STOPIN-STOP-ID TO STODET-STOP-ID.
           MOVE STOPIN-KIND TO STODET-KIND.
           MOVE STOPIN-CUSTOMER-ID TO STODET-CUSTOMER-ID.
           MOVE STOPIN-REFERENCE-NUM TO STODET-REFERENCE-NUM.
           MOVE STOPIN-FROM-DATE TO STODET-FROM-DATE.
           MOVE STOPIN-TO-DATE TO STODET-TO-DATE.
           MOVE STOPIN-AMOUNT TO STODET-AMOUNT.
           MOVE STOPIN-EXPIRY-DATE TO STODET-EXPIRY-DATE.
           MOVE STOPIN-ADDED-DATE TO STODET-ADDED-DATE.
           MOVE STOP-DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Totals after the parts.
      *****************************************************
        PRINT-CONFIRMATION-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PAYMENTS STOPPED ON THE DATE" TO TOTLN-CAPTION.
           MOVE PAYMENTS-STOPPED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STOPS HIT" TO TOTLN-CAPTION.
           MOVE STOPS-HIT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  HITS CONFIRMED" TO TOTLN-CAPTION.
           MOVE HITS-CONFIRMED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STOPS TOO LATE" TO TOTLN-CAPTION.
           MOVE STOPS-TOO-LATE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STOPS EXPIRED UNUSED" TO TOTLN-CAPTION.
           MOVE STOPS-EXPIRED-UNUSED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STOPS EXPIRED AFTER USE" TO TOTLN-CAPTION.
           MOVE STOPS-EXPIRED-USED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STOPS STILL IN FORCE" TO TOTLN-CAPTION.
           MOVE STOPS-IN-FORCE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF CLOSE-OUTS-FAILED > 0
                MOVE "STOPS NOT UPDATED" TO TOTLN-CAPTION
                MOVE CLOSE-OUTS-FAILED TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
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
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE REPORT-DATE TO HEAD-REPORT-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           EVALUATE TRUE
                WHEN PART-STOPPED
                     MOVE "PAYMENTS STOPPED" TO HEAD-PART-NAME
                     WRITE REPORT-LINE FROM HEADING-LINE-1
                     WRITE REPORT-LINE FROM STOPPED-HEADING-LINE
                WHEN PART-HITS
                     MOVE "STOPS HIT" TO HEAD-PART-NAME
                     MOVE "  NEW   ALL LAST HIT LAST REFERENCE" TO
                          HEAD-STOP-COLUMNS
                     WRITE REPORT-LINE FROM HEADING-LINE-1
                     WRITE REPORT-LINE FROM STOP-HEADING-LINE
                WHEN PART-TOO-LATE
                     MOVE "STOPS TOO LATE - ALREADY PROCESSED" TO
                          HEAD-PART-NAME
                     MOVE "PROCESSED" TO HEAD-STOP-COLUMNS
                     WRITE REPORT-LINE FROM HEADING-LINE-1
                     WRITE REPORT-LINE FROM STOP-HEADING-LINE
                WHEN OTHER
                     MOVE "STOPS EXPIRED UNUSED" TO HEAD-PART-NAME
                     MOVE SPACES TO HEAD-STOP-COLUMNS
                     WRITE REPORT-LINE FROM HEADING-LINE-1
                     WRITE REPORT-LINE FROM STOP-HEADING-LINE
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
