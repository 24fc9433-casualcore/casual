      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSRCQUL.cbl
      *
      *  Per-source data quality: the night's bad records handed
      *  back to the systems that sent them, and a monthly
      *  scorecard of how each sender is doing.
      *
      *     srcqual SPLIT              after the night's run
      *     srcqual SCORECARD [YYYYMM] for the month (default:
      *                                last month)
      *
      *  SPLIT reads the edit pass's rejects EDITREJ, the
      *  service failures BATCHREJ and the suspense holds
      *  SUSPENSE, each record carrying the header source id of
      *  the feed it arrived on, and writes one return file per
      *  source - RET followed by the source id - holding the
      *  original records with the stage that stopped them and a
      *  plain reason code (see TPSRCRET.cpy).  A record from
      *  before the source was carried, or from a feed with no
      *  header, has no sender to go back to and is only
      *  counted.  The night's counts by source, stage and
      *  reason are appended to the quality history QUALHIST -
      *  once a day, so a rerun rewrites the return files without
      *  counting the night twice.
      *
      *  SCORECARD takes the month and the five before it from
      *  the arrival registry ARRIVREG (files sent, the records
      *  on the accepted ones, late feeds, files refused on
      *  their header and trailer controls, duplicates) and from
      *  QUALHIST (records turned back), and prints QUALRPT: per
      *  source the month's figures against the month before,
      *  the rejection rate by reason, and the rate month by
      *  month across the six.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SRCQUAL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL EDIT-REJECT-FILE ASSIGN TO "EDITREJ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "BATCHREJ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT SOURCE-RETURN-FILE ASSIGN TO DYNAMIC
                RETURN-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QUALITY-HISTORY-FILE ASSIGN TO "QUALHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARRIVAL-REGISTRY-FILE ASSIGN TO "ARRIVREG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "QUALRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The edit pass's reject record - see BATCHEDT.
        FD  EDIT-REJECT-FILE.
        01  EDIT-REJECT-RECORD.
               05 EREJ-ORIGINAL-RECORD       PIC X(80).
               05 EREJ-REASON-CODES.
                       10 EREJ-CUSTOMER-CODE         PIC X(01).
                       10 EREJ-AMOUNT-CODE           PIC X(01).
                       10 EREJ-DATE-CODE             PIC X(01).
                       10 EREJ-REFERENCE-CODE        PIC X(01).
               05 FILLER                     PIC X(01).
               05 EREJ-SOURCE-ID             PIC X(10).

      *  The reject record exactly as BATCHCLI writes it.
        FD  REJECT-FILE.
        01  BATCH-REJECT-RECORD.
               05 REJECT-INPUT-LAYOUT.
                       10 FILLER             PIC X(10).
                       10 REJECT-AMOUNT      PIC S9(9)V99.
                       10 FILLER             PIC X(26).
               05 FILLER                     PIC X(01).
               05 REJECT-TP-STATUS           PIC S9(9).
               05 FILLER                     PIC X(01).
               05 REJECT-RETURN-CODE         PIC S9(9).
               05 FILLER                     PIC X(01).
               05 REJECT-REASON-TEXT         PIC X(14).
               05 FILLER                     PIC X(01).
               05 REJECT-SOURCE-ID           PIC X(10).
        01  REJECT-HEADER-RECORD.
           COPY TPBATHDR.
        01  REJECT-TRAILER-RECORD.
           COPY TPBATTRL.

      *  The suspense record exactly as BATCHCLI writes it.
        FD  SUSPENSE-FILE.
        01  SUSPENSE-RECORD.
               05 SUSP-INPUT-LAYOUT.
                       10 FILLER             PIC X(10).
                       10 SUSP-AMOUNT        PIC S9(9)V99.
                       10 FILLER             PIC X(26).
               05 FILLER                     PIC X(01).
               05 SUSP-REASON-TEXT           PIC X(20).
               05 FILLER                     PIC X(01).
               05 SUSP-SOURCE-ID             PIC X(10).
        01  SUSPENSE-HEADER-RECORD.
           COPY TPBATHDR.
        01  SUSPENSE-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  SOURCE-RETURN-FILE.
        01  SOURCE-RETURN-RECORD.
           COPY TPSRCRET.

        FD  QUALITY-HISTORY-FILE.
        01  QUALITY-HISTORY-RECORD.
           COPY TPQUALHS.

        FD  ARRIVAL-REGISTRY-FILE.
        01  ARRIVAL-REGISTRY-RECORD.
           COPY TPARRREG.

        FD  SCORECARD-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  QUALITY-ACTION          PIC X(10) VALUE SPACES.
               88 ACTION-SPLIT               VALUE "SPLIT".
               88 ACTION-SCORECARD           VALUE "SCORECARD".
        01  SCORE-PERIOD-TEXT       PIC X(06) VALUE SPACES.

        01  RUN-DATE-FIELDS.
               05 RUN-DATE          PIC 9(08).
               05 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                       10 RUN-YYYY           PIC 9(04).
                       10 RUN-MM             PIC 9(02).
                       10 RUN-DD             PIC 9(02).
        01  MONTH-WORK-FIELDS.
               05 MONTH-WORK        PIC 9(06).
               05 MONTH-WORK-SPLIT REDEFINES MONTH-WORK.
                       10 MONTH-WORK-YYYY    PIC 9(04).
                       10 MONTH-WORK-MM      PIC 9(02).
      *  The date of the record in hand, for the month test.
        01  ENTRY-DATE-FIELDS.
               05 ENTRY-DATE        PIC 9(08).
               05 ENTRY-DATE-SPLIT REDEFINES ENTRY-DATE.
                       10 ENTRY-YYYYMM       PIC 9(06).
                       10 ENTRY-DD           PIC 9(02).

        01  QUALITY-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 PASS-MODE-SW      PIC X(01) VALUE "T".
                       88 PASS-TALLY         VALUE "T".
                       88 PASS-RETURN        VALUE "R".
               05 ALREADY-RECORDED-SW PIC X(01) VALUE "N".
                       88 NIGHT-ALREADY-RECORDED VALUE "Y".
               05 MATCH-SW          PIC X(01) VALUE "N".
                       88 MATCH-FOUND        VALUE "Y".
               05 TABLE-FULL-SW     PIC X(01) VALUE "N".
                       88 TABLE-FULL-NOTED   VALUE "Y".

      *  The record in hand, whichever file it came from: who
      *  sent it, where it was stopped and why, as it arrived.
        01  CURRENT-RETURN.
               05 CURRENT-SOURCE-ID PIC X(10).
               05 CURRENT-STAGE     PIC X(08).
               05 CURRENT-REASON-CODE PIC X(20).
               05 CURRENT-RETURN-CODE PIC S9(9).
               05 CURRENT-ORIGINAL  PIC X(80).
               05 CURRENT-AMOUNT    PIC S9(9)V99.
               05 CURRENT-AMOUNT-SW PIC X(01).
                       88 CURRENT-AMOUNT-KNOWN VALUE "Y".
      *  A fixed-layout edit reject seen for its amount.
        01  FIXED-ORIGINAL-VIEW.
               05 FIXED-ORIGINAL    PIC X(80).
               05 FIXED-ORIGINAL-SPLIT REDEFINES FIXED-ORIGINAL.
                       10 FILLER             PIC X(10).
                       10 FIXED-AMOUNT       PIC S9(9)V99.
                       10 FILLER             PIC X(59).

      *  The night's sources and counts, and the return file in
      *  the making.
        01  NIGHT-SOURCE-TABLE.
               05 NSRC-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 NSRC-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON NSRC-COUNT
                       INDEXED BY NSRC-IDX.
                       10 NSRC-SOURCE-ID             PIC X(10).
                       10 NSRC-RECORDS               PIC S9(9) COMP-5.
        01  NSRC-FOUND-IDX          USAGE INDEX.
        01  NIGHT-REASON-TABLE.
               05 NRSN-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 NRSN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON NRSN-COUNT
                       INDEXED BY NRSN-IDX.
                       10 NRSN-SOURCE-ID             PIC X(10).
                       10 NRSN-STAGE                 PIC X(08).
                       10 NRSN-REASON-CODE           PIC X(20).
                       10 NRSN-RECORDS               PIC S9(9) COMP-5.
        01  NRSN-FOUND-IDX          USAGE INDEX.
        01  RETURN-FILE-NAME        PIC X(13) VALUE SPACES.
        01  RETURN-SOURCE-ID        PIC X(10) VALUE SPACES.
        01  RETURN-RECORD-COUNT     PIC S9(9) COMP-5 VALUE 0.
        01  RETURN-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
        01  RETURN-HEADER.
               05 FILLER            PIC X(03) VALUE "HDR".
               05 RETURN-HDR-DATE   PIC 9(08).
               05 RETURN-HDR-SOURCE PIC X(10).
               05 FILLER            PIC X(01) VALUE "F".
        01  RETURN-TRAILER.
               05 FILLER            PIC X(03) VALUE "TRL".
               05 RETURN-TRL-COUNT  PIC 9(09).
               05 RETURN-TRL-HASH   PIC S9(13)V99.

        01  SPLIT-COUNTERS.
               05 RECORDS-SPLIT     PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-NO-SOURCE PIC S9(9) COMP-5 VALUE 0.
               05 RETURN-FILES      PIC S9(9) COMP-5 VALUE 0.

      *  The scorecard's six months, oldest first, the month
      *  reviewed last.
        01  SCORE-PERIOD-FIELDS.
               05 SCORE-PERIOD      PIC 9(06).
               05 SCORE-PERIOD-SPLIT REDEFINES SCORE-PERIOD.
                       10 SCORE-YYYY         PIC 9(04).
                       10 SCORE-MM           PIC 9(02).
        01  TREND-MONTH-TABLE.
               05 TREND-MONTH       PIC 9(06) OCCURS 6 TIMES.
        01  MONTH-SUB               PIC S9(4) COMP-5.
        01  MONTH-FOUND-SUB         PIC S9(4) COMP-5.

      *  Per source, per month of the six.
        01  SCORE-SOURCE-TABLE.
               05 SSRC-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 SSRC-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON SSRC-COUNT.
                       10 SSRC-SOURCE-ID             PIC X(10).
                       10 SSRC-MONTH OCCURS 6 TIMES.
                               15 SSRC-FILES         PIC S9(9) COMP-5.
                               15 SSRC-RECORDS       PIC S9(9) COMP-5.
                               15 SSRC-REJECTS       PIC S9(9) COMP-5.
                               15 SSRC-LATE          PIC S9(9) COMP-5.
                               15 SSRC-CONTROL-FAILS PIC S9(9) COMP-5.
                               15 SSRC-DUPLICATES    PIC S9(9) COMP-5.
        01  SOURCE-SUB              PIC S9(4) COMP-5.
        01  SOURCE-SHIFT-SUB        PIC S9(4) COMP-5.
        01  LOOKUP-SOURCE-ID        PIC X(10).
      *  The reasons for the month reviewed and the month before.
        01  SCORE-REASON-TABLE.
               05 SRSN-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 SRSN-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON SRSN-COUNT
                       INDEXED BY SRSN-IDX.
                       10 SRSN-SOURCE-ID             PIC X(10).
                       10 SRSN-STAGE                 PIC X(08).
                       10 SRSN-REASON-CODE           PIC X(20).
                       10 SRSN-RECORDS               PIC S9(9) COMP-5.
                       10 SRSN-PRIOR-RECORDS         PIC S9(9) COMP-5.
        01  SRSN-FOUND-IDX          USAGE INDEX.
        01  RATE-WORK               PIC S9(5)V99 COMP-3.
        01  PRIOR-RATE-WORK         PIC S9(5)V99 COMP-3.
        01  RATE-RECORDS            PIC S9(9) COMP-5.
        01  RATE-REJECTS            PIC S9(9) COMP-5.
        01  GRAND-TOTALS.
               05 GRAND-FILES       PIC S9(9) COMP-5 VALUE 0.
               05 GRAND-RECORDS     PIC S9(9) COMP-5 VALUE 0.
               05 GRAND-REJECTS     PIC S9(9) COMP-5 VALUE 0.
               05 GRAND-LATE        PIC S9(9) COMP-5 VALUE 0.
               05 GRAND-CONTROL-FAILS PIC S9(9) COMP-5 VALUE 0.
               05 GRAND-DUPLICATES  PIC S9(9) COMP-5 VALUE 0.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(34) VALUE
                    "SOURCE DATA QUALITY SCORECARD".
               05 FILLER            PIC X(07) VALUE "MONTH ".
               05 HEAD-PERIOD       PIC 9(06).
               05 FILLER            PIC X(06) VALUE "  RUN ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(62) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(12) VALUE "SOURCE".
               05 FILLER            PIC X(08) VALUE "   FILES".
               05 FILLER            PIC X(11) VALUE "    RECORDS".
               05 FILLER            PIC X(11) VALUE "   REJECTED".
               05 FILLER            PIC X(09) VALUE "   RATE %".
               05 FILLER            PIC X(08) VALUE "    LATE".
               05 FILLER            PIC X(09) VALUE " CTL FAIL".
               05 FILLER            PIC X(09) VALUE "    DUPL".
               05 FILLER            PIC X(14) VALUE "   PRIOR RATE".
               05 FILLER            PIC X(09) VALUE "  CHANGE".
               05 FILLER            PIC X(32) VALUE SPACES.
        01  SOURCE-LINE.
               05 SRCLN-SOURCE-ID   PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SRCLN-FILES       PIC Z(07)9.
               05 SRCLN-RECORDS     PIC Z(10)9.
               05 SRCLN-REJECTS     PIC Z(10)9.
               05 SRCLN-RATE        PIC Z(05)9.99.
               05 SRCLN-LATE        PIC Z(07)9.
               05 SRCLN-CONTROL-FAILS PIC Z(08)9.
               05 SRCLN-DUPLICATES  PIC Z(08)9.
               05 FILLER            PIC X(05) VALUE SPACES.
               05 SRCLN-PRIOR-RATE  PIC Z(05)9.99.
               05 SRCLN-CHANGE      PIC -(05)9.99.
               05 FILLER            PIC X(32) VALUE SPACES.
        01  REASON-LINE.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 RSNLN-STAGE       PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RSNLN-REASON-CODE PIC X(20).
               05 RSNLN-RECORDS     PIC Z(08)9.
               05 RSNLN-RATE        PIC Z(05)9.99.
               05 FILLER            PIC X(09) VALUE "   PRIOR ".
               05 RSNLN-PRIOR-RECORDS PIC Z(08)9.
               05 FILLER            PIC X(60) VALUE SPACES.
        01  TREND-LINE.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 FILLER            PIC X(12) VALUE "RATE TREND".
               05 TRNDLN-MONTH OCCURS 6 TIMES.
                       10 TRNDLN-PERIOD      PIC 9(06).
                       10 FILLER             PIC X(01).
                       10 TRNDLN-RATE        PIC ZZ9.99.
                       10 FILLER             PIC X(02).
               05 FILLER            PIC X(24) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSRCQUL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO QUALITY-ACTION SCORE-PERIOD-TEXT
                WITH POINTER CMD-PARSE-PTR.
           MOVE RUN-YYYY TO SCORE-YYYY.
           MOVE RUN-MM TO SCORE-MM.
           IF SCORE-MM = 1
                SUBTRACT 1 FROM SCORE-YYYY
                MOVE 12 TO SCORE-MM
           ELSE
                SUBTRACT 1 FROM SCORE-MM
           END-IF.
           IF SCORE-PERIOD-TEXT NUMERIC
                MOVE SCORE-PERIOD-TEXT TO SCORE-PERIOD
           END-IF.
           IF NOT ACTION-SPLIT AND NOT ACTION-SCORECARD
                OR (SCORE-PERIOD-TEXT NOT = SPACES
                     AND SCORE-PERIOD-TEXT NOT NUMERIC)
                OR SCORE-MM < 1 OR SCORE-MM > 12
                DISPLAY "Usage: srcqual SPLIT"
                DISPLAY "       srcqual SCORECARD [YYYYMM]"
                STOP RUN
           END-IF.

           IF ACTION-SPLIT
                PERFORM SPLIT-NIGHT-RETURNS
           ELSE
                PERFORM BUILD-SCORECARD
           END-IF.
           STOP RUN.

      *****************************************************
      *  SPLIT: one pass to find the sources and count the
      *  reasons, then one pass per source writing its return
      *  file, then the night's counts onto the history.
      *****************************************************
        SPLIT-NIGHT-RETURNS.
           SET PASS-TALLY TO TRUE.
           PERFORM READ-NIGHT-FILES.
           SET PASS-RETURN TO TRUE.
           PERFORM WRITE-ONE-RETURN-FILE
                VARYING NSRC-IDX FROM 1 BY 1
                UNTIL NSRC-IDX > NSRC-COUNT.
           PERFORM RECORD-NIGHT-HISTORY.
           DISPLAY "SRCQUAL split: " RECORDS-SPLIT " records to "
                RETURN-FILES " return files, " RECORDS-NO-SOURCE
                " with no source".

        READ-NIGHT-FILES.
           OPEN INPUT EDIT-REJECT-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-EDIT-REJECT.
           PERFORM TAKE-ONE-EDIT-REJECT UNTIL END-OF-CURRENT-FILE.
           CLOSE EDIT-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-BATCH-REJECT.
           PERFORM TAKE-ONE-BATCH-REJECT UNTIL END-OF-CURRENT-FILE.
           CLOSE REJECT-FILE.
           OPEN INPUT SUSPENSE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-SUSPENSE-HOLD.
           PERFORM TAKE-ONE-SUSPENSE-HOLD UNTIL END-OF-CURRENT-FILE.
           CLOSE SUSPENSE-FILE.

        READ-EDIT-REJECT.
           READ EDIT-REJECT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        READ-BATCH-REJECT.
           READ REJECT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        READ-SUSPENSE-HOLD.
           READ SUSPENSE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

      *  An edit reject: the first field that failed names the
      *  reason.
        TAKE-ONE-EDIT-REJECT.
           MOVE EREJ-SOURCE-ID TO CURRENT-SOURCE-ID.
           MOVE "EDIT" TO CURRENT-STAGE.
           MOVE 0 TO CURRENT-RETURN-CODE.
           MOVE EREJ-ORIGINAL-RECORD TO CURRENT-ORIGINAL.
           EVALUATE TRUE
                WHEN EREJ-CUSTOMER-CODE = "M"
                     MOVE "CUSTOMER-ID-MISSING" TO CURRENT-REASON-CODE
                WHEN EREJ-CUSTOMER-CODE = "F"
                     MOVE "CUSTOMER-ID-FORMAT" TO CURRENT-REASON-CODE
                WHEN EREJ-AMOUNT-CODE = "N"
                     MOVE "AMOUNT-NOT-NUMERIC" TO CURRENT-REASON-CODE
                WHEN EREJ-AMOUNT-CODE = "Z"
                     MOVE "AMOUNT-ZERO" TO CURRENT-REASON-CODE
                WHEN EREJ-DATE-CODE = "N"
                     MOVE "DATE-NOT-NUMERIC" TO CURRENT-REASON-CODE
                WHEN EREJ-DATE-CODE = "D"
                     MOVE "DATE-INVALID" TO CURRENT-REASON-CODE
                WHEN EREJ-REFERENCE-CODE = "M"
                     MOVE "REFERENCE-MISSING" TO CURRENT-REASON-CODE
                WHEN EREJ-REFERENCE-CODE = "R"
                     MOVE "REFERENCE-RESERVED" TO CURRENT-REASON-CODE
                WHEN OTHER
                     MOVE "EDIT-FAILED" TO CURRENT-REASON-CODE
           END-EVALUATE.
           MOVE EREJ-ORIGINAL-RECORD TO FIXED-ORIGINAL.
           MOVE "N" TO CURRENT-AMOUNT-SW.
           IF FIXED-AMOUNT NUMERIC
                MOVE FIXED-AMOUNT TO CURRENT-AMOUNT
                SET CURRENT-AMOUNT-KNOWN TO TRUE
           END-IF.
           PERFORM TAKE-CURRENT-RECORD.
           PERFORM READ-EDIT-REJECT.

      *  A service failure: a rollback names itself, anything
      *  else is a failed call with its return code.
        TAKE-ONE-BATCH-REJECT.
           IF NOT HEADER-TYPE-OK OF REJECT-HEADER-RECORD
                AND NOT TRAILER-TYPE-OK OF REJECT-TRAILER-RECORD
                MOVE REJECT-SOURCE-ID TO CURRENT-SOURCE-ID
                MOVE "SERVICE" TO CURRENT-STAGE
                MOVE REJECT-RETURN-CODE TO CURRENT-RETURN-CODE
                MOVE REJECT-INPUT-LAYOUT TO CURRENT-ORIGINAL
                IF REJECT-REASON-TEXT = SPACES
                     MOVE "SERVICE-CALL-FAILED" TO CURRENT-REASON-CODE
                ELSE
                     MOVE REJECT-REASON-TEXT TO CURRENT-REASON-CODE
                END-IF
                MOVE "N" TO CURRENT-AMOUNT-SW
                IF REJECT-AMOUNT NUMERIC
                     MOVE REJECT-AMOUNT TO CURRENT-AMOUNT
                     SET CURRENT-AMOUNT-KNOWN TO TRUE
                END-IF
                PERFORM TAKE-CURRENT-RECORD
           END-IF.
           PERFORM READ-BATCH-REJECT.

        TAKE-ONE-SUSPENSE-HOLD.
           IF NOT HEADER-TYPE-OK OF SUSPENSE-HEADER-RECORD
                AND NOT TRAILER-TYPE-OK OF SUSPENSE-TRAILER-RECORD
                MOVE SUSP-SOURCE-ID TO CURRENT-SOURCE-ID
                MOVE "SUSPENSE" TO CURRENT-STAGE
                MOVE 0 TO CURRENT-RETURN-CODE
                MOVE SUSP-INPUT-LAYOUT TO CURRENT-ORIGINAL
                IF SUSP-REASON-TEXT = SPACES
                     MOVE "HELD" TO CURRENT-REASON-CODE
                ELSE
                     MOVE SUSP-REASON-TEXT TO CURRENT-REASON-CODE
                END-IF
                MOVE "N" TO CURRENT-AMOUNT-SW
                IF SUSP-AMOUNT NUMERIC
                     MOVE SUSP-AMOUNT TO CURRENT-AMOUNT
                     SET CURRENT-AMOUNT-KNOWN TO TRUE
                END-IF
                PERFORM TAKE-CURRENT-RECORD
           END-IF.
           PERFORM READ-SUSPENSE-HOLD.

      *  The tally pass counts the record; the return pass
      *  writes it if it belongs to the source in hand.
        TAKE-CURRENT-RECORD.
           IF PASS-TALLY
                PERFORM TALLY-CURRENT-RECORD
           ELSE
                IF CURRENT-SOURCE-ID = RETURN-SOURCE-ID
                     PERFORM WRITE-CURRENT-RETURN
                END-IF
           END-IF.

        TALLY-CURRENT-RECORD.
           IF CURRENT-SOURCE-ID = SPACES
                ADD 1 TO RECORDS-NO-SOURCE
           ELSE
                ADD 1 TO RECORDS-SPLIT
                MOVE "N" TO MATCH-SW
                PERFORM MATCH-ONE-NIGHT-SOURCE
                     VARYING NSRC-IDX FROM 1 BY 1
                     UNTIL NSRC-IDX > NSRC-COUNT OR MATCH-FOUND
                IF MATCH-FOUND
                     SET NSRC-IDX TO NSRC-FOUND-IDX
                     ADD 1 TO NSRC-RECORDS(NSRC-IDX)
                ELSE
                     IF NSRC-COUNT < 200
                          ADD 1 TO NSRC-COUNT
                          SET NSRC-IDX TO NSRC-COUNT
                          MOVE CURRENT-SOURCE-ID TO
                               NSRC-SOURCE-ID(NSRC-IDX)
                          MOVE 1 TO NSRC-RECORDS(NSRC-IDX)
                     ELSE
                          PERFORM NOTE-TABLE-FULL
                     END-IF
                END-IF
           END-IF.
           MOVE "N" TO MATCH-SW.
           PERFORM MATCH-ONE-NIGHT-REASON
                VARYING NRSN-IDX FROM 1 BY 1
                UNTIL NRSN-IDX > NRSN-COUNT OR MATCH-FOUND.
           IF MATCH-FOUND
                SET NRSN-IDX TO NRSN-FOUND-IDX
                ADD 1 TO NRSN-RECORDS(NRSN-IDX)
           ELSE
                IF NRSN-COUNT < 1000
                     ADD 1 TO NRSN-COUNT
                     SET NRSN-IDX TO NRSN-COUNT
                     MOVE CURRENT-SOURCE-ID TO NRSN-SOURCE-ID(NRSN-IDX)
                     MOVE CURRENT-STAGE TO NRSN-STAGE(NRSN-IDX)
                     MOVE CURRENT-REASON-CODE TO
                          NRSN-REASON-CODE(NRSN-IDX)
                     MOVE 1 TO NRSN-RECORDS(NRSN-IDX)
                ELSE
                     PERFORM NOTE-TABLE-FULL
                END-IF
           END-IF.

        MATCH-ONE-NIGHT-SOURCE.
           IF NSRC-SOURCE-ID(NSRC-IDX) = CURRENT-SOURCE-ID
                SET MATCH-FOUND TO TRUE
                SET NSRC-FOUND-IDX TO NSRC-IDX
           END-IF.

        MATCH-ONE-NIGHT-REASON.
           IF NRSN-SOURCE-ID(NRSN-IDX) = CURRENT-SOURCE-ID
                AND NRSN-STAGE(NRSN-IDX) = CURRENT-STAGE
                AND NRSN-REASON-CODE(NRSN-IDX) = CURRENT-REASON-CODE
                SET MATCH-FOUND TO TRUE
                SET NRSN-FOUND-IDX TO NRSN-IDX
           END-IF.

        NOTE-TABLE-FULL.
           IF NOT TABLE-FULL-NOTED
                DISPLAY "SRCQUAL: a working table is full - the "
                     "figures are incomplete"
                SET TABLE-FULL-NOTED TO TRUE
           END-IF.

      *****************************************************
      *  One source's return file: header, the records, trailer.
      *****************************************************
        WRITE-ONE-RETURN-FILE.
           MOVE NSRC-SOURCE-ID(NSRC-IDX) TO RETURN-SOURCE-ID.
           MOVE SPACES TO RETURN-FILE-NAME.
           STRING "RET" RETURN-SOURCE-ID DELIMITED BY SPACE
                INTO RETURN-FILE-NAME.
           MOVE 0 TO RETURN-RECORD-COUNT.
           MOVE 0 TO RETURN-HASH-TOTAL.
           OPEN OUTPUT SOURCE-RETURN-FILE.
           MOVE RUN-DATE TO RETURN-HDR-DATE.
           MOVE RETURN-SOURCE-ID TO RETURN-HDR-SOURCE.
           WRITE SOURCE-RETURN-RECORD FROM RETURN-HEADER.
           PERFORM READ-NIGHT-FILES.
           MOVE RETURN-RECORD-COUNT TO RETURN-TRL-COUNT.
           MOVE RETURN-HASH-TOTAL TO RETURN-TRL-HASH.
           WRITE SOURCE-RETURN-RECORD FROM RETURN-TRAILER.
           CLOSE SOURCE-RETURN-FILE.
           ADD 1 TO RETURN-FILES.
           DISPLAY "SRCQUAL " RETURN-FILE-NAME " "
                RETURN-RECORD-COUNT " records".

        WRITE-CURRENT-RETURN.
           MOVE SPACES TO SOURCE-RETURN-RECORD.
           MOVE CURRENT-ORIGINAL TO SRCRET-ORIGINAL-RECORD.
           MOVE CURRENT-STAGE TO SRCRET-STAGE.
           MOVE CURRENT-REASON-CODE TO SRCRET-REASON-CODE.
           MOVE CURRENT-RETURN-CODE TO SRCRET-RETURN-CODE.
           WRITE SOURCE-RETURN-RECORD.
           ADD 1 TO RETURN-RECORD-COUNT.
           IF CURRENT-AMOUNT-KNOWN
                ADD CURRENT-AMOUNT TO RETURN-HASH-TOTAL
           END-IF.

      *****************************************************
      *  The night's counts onto the history, unless tonight is
      *  already on it.
      *****************************************************
        RECORD-NIGHT-HISTORY.
           MOVE "N" TO ALREADY-RECORDED-SW.
           OPEN INPUT QUALITY-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-QUALITY-HISTORY.
           PERFORM CHECK-ONE-HISTORY-DATE
                UNTIL END-OF-CURRENT-FILE OR NIGHT-ALREADY-RECORDED.
           CLOSE QUALITY-HISTORY-FILE.
           IF NIGHT-ALREADY-RECORDED
                DISPLAY "SRCQUAL: " RUN-DATE " is already on "
                     "QUALHIST - counts not added again"
           ELSE
                OPEN EXTEND QUALITY-HISTORY-FILE
                PERFORM WRITE-ONE-HISTORY-LINE
                     VARYING NRSN-IDX FROM 1 BY 1
                     UNTIL NRSN-IDX > NRSN-COUNT
                CLOSE QUALITY-HISTORY-FILE
           END-IF.

        READ-QUALITY-HISTORY.
           READ QUALITY-HISTORY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        CHECK-ONE-HISTORY-DATE.
           IF QUALHS-DATE = RUN-DATE
                SET NIGHT-ALREADY-RECORDED TO TRUE
           END-IF.
           PERFORM READ-QUALITY-HISTORY.

        WRITE-ONE-HISTORY-LINE.
           MOVE RUN-DATE TO QUALHS-DATE.
           MOVE NRSN-SOURCE-ID(NRSN-IDX) TO QUALHS-SOURCE-ID.
           MOVE NRSN-STAGE(NRSN-IDX) TO QUALHS-STAGE.
           MOVE NRSN-REASON-CODE(NRSN-IDX) TO QUALHS-REASON-CODE.
           MOVE NRSN-RECORDS(NRSN-IDX) TO QUALHS-RECORD-COUNT.
           WRITE QUALITY-HISTORY-RECORD.

      *****************************************************
      *  SCORECARD: the six months gathered from the registry
      *  and the history, then printed source by source.
      *****************************************************
        BUILD-SCORECARD.
           MOVE SCORE-PERIOD TO MONTH-WORK.
           PERFORM SET-ONE-TREND-MONTH
                VARYING MONTH-SUB FROM 6 BY -1
                UNTIL MONTH-SUB < 1.
           PERFORM GATHER-ARRIVALS.
           PERFORM GATHER-QUALITY-HISTORY.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           PERFORM PRINT-ONE-SOURCE
                VARYING SOURCE-SUB FROM 1 BY 1
                UNTIL SOURCE-SUB > SSRC-COUNT.
           PERFORM PRINT-SCORECARD-TOTALS.
           CLOSE SCORECARD-REPORT-FILE.
           DISPLAY "SRCQUAL scorecard " SCORE-PERIOD ": "
                SSRC-COUNT " sources".

        SET-ONE-TREND-MONTH.
           MOVE MONTH-WORK TO TREND-MONTH(MONTH-SUB).
           IF MONTH-WORK-MM = 1
                SUBTRACT 1 FROM MONTH-WORK-YYYY
                MOVE 12 TO MONTH-WORK-MM
           ELSE
                SUBTRACT 1 FROM MONTH-WORK-MM
           END-IF.

      *  Which of the six months ENTRY-DATE falls in - zero for
      *  none of them.
        FIND-ENTRY-MONTH.
           MOVE 0 TO MONTH-FOUND-SUB.
           PERFORM MATCH-ONE-TREND-MONTH
                VARYING MONTH-SUB FROM 1 BY 1
                UNTIL MONTH-SUB > 6 OR MONTH-FOUND-SUB > 0.

        MATCH-ONE-TREND-MONTH.
           IF TREND-MONTH(MONTH-SUB) = ENTRY-YYYYMM
                MOVE MONTH-SUB TO MONTH-FOUND-SUB
           END-IF.

        GATHER-ARRIVALS.
           OPEN INPUT ARRIVAL-REGISTRY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-ARRIVAL-REGISTRY.
           PERFORM TAKE-ONE-ARRIVAL UNTIL END-OF-CURRENT-FILE.
           CLOSE ARRIVAL-REGISTRY-FILE.

        READ-ARRIVAL-REGISTRY.
           READ ARRIVAL-REGISTRY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        TAKE-ONE-ARRIVAL.
           MOVE ARRREG-BUSINESS-DATE TO ENTRY-DATE.
           PERFORM FIND-ENTRY-MONTH.
           IF MONTH-FOUND-SUB > 0 AND ARRREG-SOURCE-ID NOT = SPACES
                MOVE ARRREG-SOURCE-ID TO LOOKUP-SOURCE-ID
                PERFORM FIND-OR-ADD-SOURCE
                IF MATCH-FOUND
                     PERFORM COUNT-ONE-ARRIVAL
                END-IF
           END-IF.
           PERFORM READ-ARRIVAL-REGISTRY.

        COUNT-ONE-ARRIVAL.
           EVALUATE TRUE
                WHEN ARRREG-LATE-ALERTED
                     ADD 1 TO SSRC-LATE(SOURCE-SUB, MONTH-FOUND-SUB)
                WHEN ARRREG-NOT-LANDED
                     CONTINUE
                WHEN ARRREG-ACCEPTED
                     ADD 1 TO SSRC-FILES(SOURCE-SUB, MONTH-FOUND-SUB)
                     ADD ARRREG-RECORD-COUNT TO
                          SSRC-RECORDS(SOURCE-SUB, MONTH-FOUND-SUB)
                WHEN ARRREG-DUPLICATE
                     ADD 1 TO SSRC-FILES(SOURCE-SUB, MONTH-FOUND-SUB)
                     ADD 1 TO
                          SSRC-DUPLICATES(SOURCE-SUB, MONTH-FOUND-SUB)
                WHEN ARRREG-NO-HEADER OR ARRREG-NO-TRAILER
                     OR ARRREG-COUNT-WRONG
                     ADD 1 TO SSRC-FILES(SOURCE-SUB, MONTH-FOUND-SUB)
                     ADD 1 TO
                        SSRC-CONTROL-FAILS(SOURCE-SUB, MONTH-FOUND-SUB)
                WHEN OTHER
                     ADD 1 TO SSRC-FILES(SOURCE-SUB, MONTH-FOUND-SUB)
           END-EVALUATE.

        GATHER-QUALITY-HISTORY.
           OPEN INPUT QUALITY-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-QUALITY-HISTORY.
           PERFORM TAKE-ONE-HISTORY-LINE UNTIL END-OF-CURRENT-FILE.
           CLOSE QUALITY-HISTORY-FILE.

        TAKE-ONE-HISTORY-LINE.
           MOVE QUALHS-DATE TO ENTRY-DATE.
           PERFORM FIND-ENTRY-MONTH.
           IF MONTH-FOUND-SUB > 0 AND QUALHS-SOURCE-ID NOT = SPACES
                AND QUALHS-RECORD-COUNT NUMERIC
                MOVE QUALHS-SOURCE-ID TO LOOKUP-SOURCE-ID
                PERFORM FIND-OR-ADD-SOURCE
                IF MATCH-FOUND
                     ADD QUALHS-RECORD-COUNT TO
                          SSRC-REJECTS(SOURCE-SUB, MONTH-FOUND-SUB)
                     IF MONTH-FOUND-SUB > 4
                          PERFORM COUNT-ONE-REASON
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-QUALITY-HISTORY.

      *  The month reviewed (6) and the month before it (5).
        COUNT-ONE-REASON.
           MOVE "N" TO MATCH-SW.
           PERFORM MATCH-ONE-SCORE-REASON
                VARYING SRSN-IDX FROM 1 BY 1
                UNTIL SRSN-IDX > SRSN-COUNT OR MATCH-FOUND.
           IF MATCH-FOUND
                SET SRSN-IDX TO SRSN-FOUND-IDX
           ELSE
                IF SRSN-COUNT < 2000
                     ADD 1 TO SRSN-COUNT
                     SET SRSN-IDX TO SRSN-COUNT
                     MOVE QUALHS-SOURCE-ID TO SRSN-SOURCE-ID(SRSN-IDX)
                     MOVE QUALHS-STAGE TO SRSN-STAGE(SRSN-IDX)
                     MOVE QUALHS-REASON-CODE TO
                          SRSN-REASON-CODE(SRSN-IDX)
                     MOVE 0 TO SRSN-RECORDS(SRSN-IDX)
                     MOVE 0 TO SRSN-PRIOR-RECORDS(SRSN-IDX)
                     SET MATCH-FOUND TO TRUE
                ELSE
                     PERFORM NOTE-TABLE-FULL
                END-IF
           END-IF.
           IF MATCH-FOUND
                IF MONTH-FOUND-SUB = 6
                     ADD QUALHS-RECORD-COUNT TO SRSN-RECORDS(SRSN-IDX)
                ELSE
                     ADD QUALHS-RECORD-COUNT TO
                          SRSN-PRIOR-RECORDS(SRSN-IDX)
                END-IF
           END-IF.

        MATCH-ONE-SCORE-REASON.
           IF SRSN-SOURCE-ID(SRSN-IDX) = QUALHS-SOURCE-ID
                AND SRSN-STAGE(SRSN-IDX) = QUALHS-STAGE
                AND SRSN-REASON-CODE(SRSN-IDX) = QUALHS-REASON-CODE
                SET MATCH-FOUND TO TRUE
                SET SRSN-FOUND-IDX TO SRSN-IDX
           END-IF.

      *  The source at LOOKUP-SOURCE-ID in the scorecard table,
      *  added in source id order if new.
        FIND-OR-ADD-SOURCE.
           MOVE "N" TO MATCH-SW.
           MOVE 1 TO SOURCE-SUB.
           PERFORM STEP-PAST-LOWER-SOURCE
                UNTIL SOURCE-SUB > SSRC-COUNT
                     OR SSRC-SOURCE-ID(SOURCE-SUB)
                          NOT < LOOKUP-SOURCE-ID.
           IF SOURCE-SUB NOT > SSRC-COUNT
                AND SSRC-SOURCE-ID(SOURCE-SUB) = LOOKUP-SOURCE-ID
                SET MATCH-FOUND TO TRUE
           ELSE
                IF SSRC-COUNT < 200
                     ADD 1 TO SSRC-COUNT
                     PERFORM SHIFT-ONE-SOURCE-DOWN
                          VARYING SOURCE-SHIFT-SUB FROM SSRC-COUNT
                          BY -1
                          UNTIL SOURCE-SHIFT-SUB NOT > SOURCE-SUB
                     INITIALIZE SSRC-ENTRY(SOURCE-SUB)
                     MOVE LOOKUP-SOURCE-ID TO SSRC-SOURCE-ID(SOURCE-SUB)
                     SET MATCH-FOUND TO TRUE
                ELSE
                     PERFORM NOTE-TABLE-FULL
                END-IF
           END-IF.

        STEP-PAST-LOWER-SOURCE.
           ADD 1 TO SOURCE-SUB.

        SHIFT-ONE-SOURCE-DOWN.
           MOVE SSRC-ENTRY(SOURCE-SHIFT-SUB - 1) TO
                SSRC-ENTRY(SOURCE-SHIFT-SUB).

      *****************************************************
      *  One source: the month against the month before, its
      *  reasons, and its rate across the six months.
      *****************************************************
        PRINT-ONE-SOURCE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SSRC-SOURCE-ID(SOURCE-SUB) TO SRCLN-SOURCE-ID.
           MOVE SSRC-FILES(SOURCE-SUB, 6) TO SRCLN-FILES.
           MOVE SSRC-RECORDS(SOURCE-SUB, 6) TO SRCLN-RECORDS.
           MOVE SSRC-REJECTS(SOURCE-SUB, 6) TO SRCLN-REJECTS.
           MOVE SSRC-LATE(SOURCE-SUB, 6) TO SRCLN-LATE.
           MOVE SSRC-CONTROL-FAILS(SOURCE-SUB, 6) TO
                SRCLN-CONTROL-FAILS.
           MOVE SSRC-DUPLICATES(SOURCE-SUB, 6) TO SRCLN-DUPLICATES.
           MOVE SSRC-RECORDS(SOURCE-SUB, 5) TO RATE-RECORDS.
           MOVE SSRC-REJECTS(SOURCE-SUB, 5) TO RATE-REJECTS.
           PERFORM COMPUTE-REJECT-RATE.
           MOVE RATE-WORK TO SRCLN-PRIOR-RATE.
           MOVE RATE-WORK TO PRIOR-RATE-WORK.
           MOVE SSRC-RECORDS(SOURCE-SUB, 6) TO RATE-RECORDS.
           MOVE SSRC-REJECTS(SOURCE-SUB, 6) TO RATE-REJECTS.
           PERFORM COMPUTE-REJECT-RATE.
           MOVE RATE-WORK TO SRCLN-RATE.
           SUBTRACT PRIOR-RATE-WORK FROM RATE-WORK.
           MOVE RATE-WORK TO SRCLN-CHANGE.
           MOVE SOURCE-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD SSRC-FILES(SOURCE-SUB, 6) TO GRAND-FILES.
           ADD SSRC-RECORDS(SOURCE-SUB, 6) TO GRAND-RECORDS.
           ADD SSRC-REJECTS(SOURCE-SUB, 6) TO GRAND-REJECTS.
           ADD SSRC-LATE(SOURCE-SUB, 6) TO GRAND-LATE.
           ADD SSRC-CONTROL-FAILS(SOURCE-SUB, 6) TO
                GRAND-CONTROL-FAILS.
           ADD SSRC-DUPLICATES(SOURCE-SUB, 6) TO GRAND-DUPLICATES.
           PERFORM PRINT-ONE-REASON
                VARYING SRSN-IDX FROM 1 BY 1
                UNTIL SRSN-IDX > SRSN-COUNT.
           PERFORM SET-ONE-TREND-RATE
                VARYING MONTH-SUB FROM 1 BY 1
                UNTIL MONTH-SUB > 6.
           MOVE TREND-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *  Records turned back per hundred received; none received
      *  reads as zero.
        COMPUTE-REJECT-RATE.
           IF RATE-RECORDS > 0
                COMPUTE RATE-WORK ROUNDED =
                     RATE-REJECTS * 100 / RATE-RECORDS
                     ON SIZE ERROR MOVE 999.99 TO RATE-WORK
                END-COMPUTE
           ELSE
                MOVE 0 TO RATE-WORK
           END-IF.

        PRINT-ONE-REASON.
           IF SRSN-SOURCE-ID(SRSN-IDX) = SSRC-SOURCE-ID(SOURCE-SUB)
                MOVE SRSN-STAGE(SRSN-IDX) TO RSNLN-STAGE
                MOVE SRSN-REASON-CODE(SRSN-IDX) TO RSNLN-REASON-CODE
                MOVE SRSN-RECORDS(SRSN-IDX) TO RSNLN-RECORDS
                MOVE SRSN-PRIOR-RECORDS(SRSN-IDX) TO
                     RSNLN-PRIOR-RECORDS
                MOVE SSRC-RECORDS(SOURCE-SUB, 6) TO RATE-RECORDS
                MOVE SRSN-RECORDS(SRSN-IDX) TO RATE-REJECTS
                PERFORM COMPUTE-REJECT-RATE
                MOVE RATE-WORK TO RSNLN-RATE
                MOVE REASON-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        SET-ONE-TREND-RATE.
           MOVE SPACES TO TRNDLN-MONTH(MONTH-SUB).
           MOVE TREND-MONTH(MONTH-SUB) TO TRNDLN-PERIOD(MONTH-SUB).
           MOVE SSRC-RECORDS(SOURCE-SUB, MONTH-SUB) TO RATE-RECORDS.
           MOVE SSRC-REJECTS(SOURCE-SUB, MONTH-SUB) TO RATE-REJECTS.
           PERFORM COMPUTE-REJECT-RATE.
           MOVE RATE-WORK TO TRNDLN-RATE(MONTH-SUB).

        PRINT-SCORECARD-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SOURCES" TO TOTLN-CAPTION.
           MOVE SSRC-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FILES SENT" TO TOTLN-CAPTION.
           MOVE GRAND-FILES TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS ON ACCEPTED FILES" TO TOTLN-CAPTION.
           MOVE GRAND-RECORDS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS TURNED BACK" TO TOTLN-CAPTION.
           MOVE GRAND-REJECTS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "LATE FEEDS" TO TOTLN-CAPTION.
           MOVE GRAND-LATE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CONTROL-TOTAL FAILURES" TO TOTLN-CAPTION.
           MOVE GRAND-CONTROL-FAILS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DUPLICATE FILES" TO TOTLN-CAPTION.
           MOVE GRAND-DUPLICATES TO TOTLN-COUNT.
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
           MOVE SCORE-PERIOD TO HEAD-PERIOD.
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
