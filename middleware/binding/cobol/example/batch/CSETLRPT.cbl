      *  and grand totals of the OK and FAILED amounts - the
      *  presentable morning listing the business asks for, in
      *  place of the raw concatenated output records only
      *  operations can read.  The fee BATCHCLI charged on each
      *  confirmed booking, or handed back with a reversal, is
      *  shown beside it from the fee file of the same night.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SETLRPT.
           SELECT SETTLEMENT-INPUT-FILE ASSIGN TO DYNAMIC
                SETTLEMENT-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
      *  The fee file of the same night - the live FEEOUT beside
      *  the live BATCHOUT, or the fee generation rolled with the
      *  output generation selected.
           SELECT OPTIONAL FEE-INPUT-FILE ASSIGN TO DYNAMIC
                FEE-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SETLRPT"
               05 SETL-IN-STATUS             PIC X(06).
                       88 SETL-STATUS-OK             VALUE "OK".
                       88 SETL-STATUS-FAILED         VALUE "FAILED".
                       88 SETL-STATUS-REVERSED       VALUE "REVRSD".
               05 SETL-IN-CUSTOMER-ID        PIC X(10).
               05 SETL-IN-SENT-AMOUNT        PIC -(9)9.99.
               05 SETL-IN-EFFECTIVE-DATE     PIC X(08).
               05 SETL-IN-ORIG-AMOUNT        PIC X(13).
               05 SETL-IN-ENTITY-CODE        PIC X(03).

        FD  FEE-INPUT-FILE.
        01  FEE-INPUT-RECORD.
           COPY TPFEEOUT.

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).

        WORKING-STORAGE SECTION.
        01  SETTLEMENT-INPUT-NAME   PIC X(12) VALUE "BATCHOUT".
        01  FEE-INPUT-NAME          PIC X(12) VALUE "FEEOUT".

      *  The generation selector off the command line, and the
      *  registry scan that resolves it to a file name.
                       88 SELECT-LIVE-FILE   VALUE "N".
               05 GEN-FOUND-SW      PIC X(01) VALUE "N".
                       88 GENERATION-FOUND   VALUE "Y".
               05 FEE-GEN-FOUND-SW  PIC X(01) VALUE "N".
                       88 FEE-GENERATION-FOUND VALUE "Y".
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  REPORT-SWITCHES.
      *  Working (de-edited) copies of the two amount columns.
        01  SENT-AMOUNT-WORK        PIC S9(9)V99.
        01  RECV-AMOUNT-WORK        PIC S9(9)V99.
        01  FEE-AMOUNT-WORK         PIC S9(9)V99.

      *  The night's fees by the reference of the booking they
      *  ride on: what was charged, and what was handed back by a
      *  reversal.
        01  FEE-TABLE.
               05 FEETAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 FEETAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON FEETAB-COUNT
                       INDEXED BY FEETAB-IDX.
                       10 FEETAB-ORIG-REFERENCE      PIC X(12).
                       10 FEETAB-CHARGED-AMOUNT      PIC S9(9)V99.
                       10 FEETAB-REVERSED-AMOUNT     PIC S9(9)V99.
        01  FEE-SWITCHES.
               05 END-OF-FEES-SW    PIC X(01) VALUE "N".
                       88 END-OF-FEES        VALUE "Y".
               05 FEETAB-MATCH-SW   PIC X(01) VALUE "N".
                       88 FEETAB-MATCH-FOUND VALUE "Y".
               05 FEETAB-OVERFLOW-SW PIC X(01) VALUE "N".
                       88 FEE-TABLE-FULL     VALUE "Y".
        01  FEETAB-FOUND-IDX        USAGE INDEX.
        01  FEE-ORIG-REFERENCE-KEY  PIC X(12) VALUE SPACES.
        01  FEE-TOTALS.
               05 COUNT-FEES-CHARGED PIC S9(9) COMP-5 VALUE 0.
               05 COUNT-FEES-REVERSED PIC S9(9) COMP-5 VALUE 0.
               05 TOTAL-FEES-CHARGED PIC S9(13)V99 VALUE 0.
               05 TOTAL-FEES-REVERSED PIC S9(13)V99 VALUE 0.

      *  Grand totals of the amounts sent, split by disposition.
        01  GRAND-TOTALS.
                       10 SUBTOT-RECORD-COUNT        PIC S9(9) COMP-5.
                       10 SUBTOT-SENT-AMOUNT         PIC S9(13)V99.
                       10 SUBTOT-RECV-AMOUNT         PIC S9(13)V99.
                       10 SUBTOT-FEE-AMOUNT          PIC S9(13)V99.
        01  SUBTOTAL-OVERFLOW-SW    PIC X(01) VALUE "N".
               88 SUBTOTAL-TABLE-FULL        VALUE "Y".
        01  SUBTOTAL-MATCH-SW       PIC X(01) VALUE "N".
               05 FILLER            PIC X(10) VALUE "EFF DATE".
               05 FILLER            PIC X(14) VALUE "REFERENCE".
               05 FILLER            PIC X(16) VALUE "  RETURNED AMT".
               05 FILLER            PIC X(10) VALUE "   FEE AMT".
               05 FILLER            PIC X(46) VALUE SPACES.
        01  DETAIL-LINE.
               05 DETAIL-STATUS     PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-REFERENCE  PIC X(12).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-RECV-AMT   PIC -(9)9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DETAIL-FEE-AMT    PIC -(6)9.99.
               05 FILLER            PIC X(43) VALUE SPACES.
        01  SUBTOTAL-LINE.
               05 FILLER            PIC X(10) VALUE "CUSTOMER  ".
               05 SUBTLN-CUSTOMER   PIC X(10).
               05 SUBTLN-SENT-AMT   PIC -(13)9.99.
               05 FILLER            PIC X(07) VALUE "  RECV ".
               05 SUBTLN-RECV-AMT   PIC -(13)9.99.
               05 FILLER            PIC X(06) VALUE "  FEE ".
               05 SUBTLN-FEE-AMT    PIC -(9)9.99.
               05 FILLER            PIC X(21) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(24).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
                WITH POINTER CMD-PARSE-PTR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RESOLVE-GENERATION-SELECTOR.
           PERFORM LOAD-FEE-TABLE.
           OPEN INPUT SETTLEMENT-INPUT-FILE.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           END-READ.

        MATCH-ONE-OUTGENS-ENTRY.
           IF (SELECT-BY-DATE
                AND OUTGEN-ROLL-DATE = SELECTOR-DATE)
                OR (SELECT-BY-RUN-ID
                AND OUTGEN-RUN-ID = SELECTOR-RUN-ID)
                EVALUATE OUTGEN-TYPE
                     WHEN "OUT"
                          SET GENERATION-FOUND TO TRUE
                          MOVE OUTGEN-FILE-NAME TO
                               SETTLEMENT-INPUT-NAME
                     WHEN "FEE"
                          SET FEE-GENERATION-FOUND TO TRUE
                          MOVE OUTGEN-FILE-NAME TO FEE-INPUT-NAME
                END-EVALUATE
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  Load the night's fees, summed by the booking they ride
      *  on.  A past night rolled before fees were charged has no
      *  fee generation, and its fee column stays empty - the
      *  live fee file belongs to tonight, not to it.
      *****************************************************
        LOAD-FEE-TABLE.
           IF SELECT-LIVE-FILE OR FEE-GENERATION-FOUND
                OPEN INPUT FEE-INPUT-FILE
                PERFORM READ-FEE-RECORD
                PERFORM STORE-FEE-RECORD UNTIL END-OF-FEES
                CLOSE FEE-INPUT-FILE
           END-IF.

        READ-FEE-RECORD.
           READ FEE-INPUT-FILE
                AT END SET END-OF-FEES TO TRUE
           END-READ.

        STORE-FEE-RECORD.
           IF FEEOUT-CHARGED OR FEEOUT-REVERSED
                IF FEEOUT-CHARGED
                     ADD 1 TO COUNT-FEES-CHARGED
                     ADD FEEOUT-FEE-AMOUNT TO TOTAL-FEES-CHARGED
                ELSE
                     ADD 1 TO COUNT-FEES-REVERSED
                     ADD FEEOUT-FEE-AMOUNT TO TOTAL-FEES-REVERSED
                END-IF
                MOVE FEEOUT-ORIG-REFERENCE TO FEE-ORIG-REFERENCE-KEY
                PERFORM FIND-FEE-ENTRY
                IF NOT FEETAB-MATCH-FOUND
                     PERFORM ADD-FEE-ENTRY
                END-IF
                IF FEETAB-MATCH-FOUND
                     IF FEEOUT-CHARGED
                          ADD FEEOUT-FEE-AMOUNT TO
                               FEETAB-CHARGED-AMOUNT(FEETAB-IDX)
                     ELSE
                          ADD FEEOUT-FEE-AMOUNT TO
                               FEETAB-REVERSED-AMOUNT(FEETAB-IDX)
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-FEE-RECORD.

        ADD-FEE-ENTRY.
           IF FEETAB-COUNT < 5000
                ADD 1 TO FEETAB-COUNT
                SET FEETAB-IDX TO FEETAB-COUNT
                MOVE FEE-ORIG-REFERENCE-KEY TO
                     FEETAB-ORIG-REFERENCE(FEETAB-IDX)
                MOVE 0 TO FEETAB-CHARGED-AMOUNT(FEETAB-IDX)
                MOVE 0 TO FEETAB-REVERSED-AMOUNT(FEETAB-IDX)
                SET FEETAB-MATCH-FOUND TO TRUE
           ELSE
                IF NOT FEE-TABLE-FULL
                     DISPLAY "Settlement report: fee table full at "
                          FEETAB-COUNT " - later fees are in the "
                          "totals but not the fee column"
                     SET FEE-TABLE-FULL TO TRUE
                END-IF
           END-IF.

      *  Leaves FEETAB-IDX on the entry found.
        FIND-FEE-ENTRY.
           MOVE "N" TO FEETAB-MATCH-SW.
           PERFORM MATCH-ONE-FEE-ENTRY
                VARYING FEETAB-IDX FROM 1 BY 1
                UNTIL FEETAB-IDX > FEETAB-COUNT
                     OR FEETAB-MATCH-FOUND.
           IF FEETAB-MATCH-FOUND
                SET FEETAB-IDX TO FEETAB-FOUND-IDX
           END-IF.

        MATCH-ONE-FEE-ENTRY.
           IF FEETAB-ORIG-REFERENCE(FEETAB-IDX) =
                FEE-ORIG-REFERENCE-KEY
                SET FEETAB-MATCH-FOUND TO TRUE
                SET FEETAB-FOUND-IDX TO FEETAB-IDX
           END-IF.

      *  The fee column for the current line: the fee charged on
      *  a confirmed booking, the fee handed back on a reversal.
        LOOK-UP-LINE-FEE.
           MOVE ZERO TO FEE-AMOUNT-WORK.
           IF FEETAB-COUNT > 0
                AND (SETL-STATUS-OK OR SETL-STATUS-REVERSED)
                MOVE SETL-IN-REFERENCE-NUM TO FEE-ORIG-REFERENCE-KEY
                PERFORM FIND-FEE-ENTRY
                IF FEETAB-MATCH-FOUND
                     IF SETL-STATUS-OK
                          MOVE FEETAB-CHARGED-AMOUNT(FEETAB-IDX) TO
                               FEE-AMOUNT-WORK
                     ELSE
                          MOVE FEETAB-REVERSED-AMOUNT(FEETAB-IDX)
                               TO FEE-AMOUNT-WORK
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Read-ahead over the batch output file.
      *****************************************************
           MOVE SETL-IN-SENT-AMOUNT TO DETAIL-SENT-AMT.
           MOVE SETL-IN-EFFECTIVE-DATE TO DETAIL-EFF-DATE.
           MOVE SETL-IN-REFERENCE-NUM TO DETAIL-REFERENCE.
           PERFORM LOOK-UP-LINE-FEE.
           MOVE FEE-AMOUNT-WORK TO DETAIL-FEE-AMT.

           EVALUATE TRUE
                WHEN SETL-STATUS-OK
                     MOVE 0 TO SUBTOT-RECORD-COUNT(SUBTOTAL-IDX)
                     MOVE 0 TO SUBTOT-SENT-AMOUNT(SUBTOTAL-IDX)
                     MOVE 0 TO SUBTOT-RECV-AMOUNT(SUBTOTAL-IDX)
                     MOVE 0 TO SUBTOT-FEE-AMOUNT(SUBTOTAL-IDX)
                     SET SUBTOTAL-MATCH-FOUND TO TRUE
                ELSE
                     IF NOT SUBTOTAL-TABLE-FULL
                     SUBTOT-SENT-AMOUNT(SUBTOTAL-IDX)
                ADD RECV-AMOUNT-WORK TO
                     SUBTOT-RECV-AMOUNT(SUBTOTAL-IDX)
                ADD FEE-AMOUNT-WORK TO
                     SUBTOT-FEE-AMOUNT(SUBTOTAL-IDX)
           END-IF.

        MATCH-ONE-SUBTOTAL.
           MOVE SUBTOT-RECORD-COUNT(SUBTOTAL-IDX) TO SUBTLN-COUNT.
           MOVE SUBTOT-SENT-AMOUNT(SUBTOTAL-IDX) TO SUBTLN-SENT-AMT.
           MOVE SUBTOT-RECV-AMOUNT(SUBTOTAL-IDX) TO SUBTLN-RECV-AMT.
           MOVE SUBTOT-FEE-AMOUNT(SUBTOTAL-IDX) TO SUBTLN-FEE-AMT.
           MOVE SUBTOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE TOTAL-FAILED-SENT TO TOTLN-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF COUNT-FEES-CHARGED > 0 OR COUNT-FEES-REVERSED > 0
                MOVE "FEES ASSESSED           " TO TOTLN-CAPTION
                MOVE COUNT-FEES-CHARGED TO TOTLN-COUNT
                MOVE TOTAL-FEES-CHARGED TO TOTLN-AMOUNT
                MOVE TOTAL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
                MOVE "FEES REVERSED           " TO TOTLN-CAPTION
                MOVE COUNT-FEES-REVERSED TO TOTLN-COUNT
                MOVE TOTAL-FEES-REVERSED TO TOTLN-AMOUNT
                MOVE TOTAL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************
      *  Write the line held in PRINT-WORK-LINE, breaking to a
