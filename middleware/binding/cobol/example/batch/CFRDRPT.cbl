      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CFRDRPT.cbl
      *
      *  The fraud team's report over one day of the fraud alerts
      *  file BATCHCLI appends to when a record breaks one of the
      *  behaviour rules.
      *
      *     fraudrpt [yyyymmdd]   the day reported (default today)
      *
      *  The report, FRAUDRPT, is in two parts:
      *     customers   one line per customer alerted on in each
      *                 run, from the run's closing NIGHT-TOTAL
      *                 line - the profile's typical count,
      *                 average and largest amounts next to the
      *                 night's count, average, largest and total
      *     alerts      every record held, in the order held, with
      *                 the rule it broke and the night's figures
      *                 up to and including it
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FRAUDRPT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL FRAUD-ALERT-FILE ASSIGN TO "FRAUDALR"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT FRAUD-REPORT-FILE ASSIGN TO "FRAUDRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  FRAUD-ALERT-FILE.
        01  FRAUD-ALERT-RECORD.
           COPY TPFRDALR.

        FD  FRAUD-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  DATE-TEXT               PIC X(08) VALUE SPACES.
        01  RUN-DATE                PIC 9(08).
        01  REPORT-DATE             PIC 9(08).

        01  REPORT-SWITCHES.
               05 END-OF-ALERTS-SW  PIC X(01) VALUE "N".
                       88 END-OF-ALERTS      VALUE "Y".
      *  Which part is being printed, so a page break repeats the
      *  right column headings.
               05 REPORT-PART-SW    PIC X(01) VALUE "C".
                       88 PART-CUSTOMERS     VALUE "C".
                       88 PART-ALERTS        VALUE "A".

        01  REPORT-COUNTERS.
               05 ALERT-LINES-READ  PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMERS-LISTED  PIC S9(9) COMP-5 VALUE 0.
               05 ALERTS-LISTED     PIC S9(9) COMP-5 VALUE 0.
               05 VELOCITY-ALERTS   PIC S9(9) COMP-5 VALUE 0.
               05 SPIKE-ALERTS      PIC S9(9) COMP-5 VALUE 0.
               05 STRUCTURING-ALERTS PIC S9(9) COMP-5 VALUE 0.

        01  TONIGHT-AVERAGE-WORK    PIC S9(11)V99 VALUE 0.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(30) VALUE
                    "BEHAVIOUR ALERTS REPORT  RUN".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(14) VALUE
                    "  ALERT DATE ".
               05 HEAD-REPORT-DATE  PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 HEAD-PART-NAME    PIC X(40).
               05 FILLER            PIC X(21) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  CUSTOMER-HEADING-LINE.
               05 FILLER            PIC X(11) VALUE "CUSTOMER".
               05 FILLER            PIC X(09) VALUE "RUN ID".
               05 FILLER            PIC X(07) VALUE "NIGHTS".
               05 FILLER            PIC X(08) VALUE "TYPICAL".
               05 FILLER            PIC X(08) VALUE "TONIGHT".
               05 FILLER            PIC X(16) VALUE
                    "     PROFILE AVG".
               05 FILLER            PIC X(16) VALUE
                    "     TONIGHT AVG".
               05 FILLER            PIC X(16) VALUE
                    " PROFILE LARGEST".
               05 FILLER            PIC X(16) VALUE
                    " TONIGHT LARGEST".
               05 FILLER            PIC X(18) VALUE
                    "    TONIGHT TOTAL".
               05 FILLER            PIC X(08) VALUE " ALERTS".
        01  ALERT-HEADING-LINE.
               05 FILLER            PIC X(09) VALUE "TIME".
               05 FILLER            PIC X(09) VALUE "RUN ID".
               05 FILLER            PIC X(11) VALUE "CUSTOMER".
               05 FILLER            PIC X(13) VALUE "REFERENCE".
               05 FILLER            PIC X(13) VALUE "RULE".
               05 FILLER            PIC X(16) VALUE
                    "         AMOUNT".
               05 FILLER            PIC X(08) VALUE "  COUNT".
               05 FILLER            PIC X(18) VALUE
                    "     NIGHT AMOUNT".
               05 FILLER            PIC X(16) VALUE
                    "  DAILY CEILING".
               05 FILLER            PIC X(10) VALUE "SOURCE".
        01  CUSTOMER-DETAIL-LINE.
               05 CUSDET-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-RUN-ID     PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-NIGHTS     PIC ZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-TYPICAL    PIC ZZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-TONIGHT    PIC ZZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-PROFILE-AVG PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-TONIGHT-AVG PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-PROFILE-LARGEST PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-TONIGHT-LARGEST PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-TONIGHT-TOTAL PIC -(13)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CUSDET-ALERTS     PIC ZZZZ9.
        01  ALERT-DETAIL-LINE.
               05 ALRDET-TIME       PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-RUN-ID     PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-CUSTOMER-ID PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-REFERENCE-NUM PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-RULE       PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-AMOUNT     PIC -(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-NIGHT-COUNT PIC ZZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-NIGHT-AMOUNT PIC -(13)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-CEILING    PIC Z(11)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ALRDET-SOURCE-ID  PIC X(10).
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CFRDRPT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO REPORT-DATE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO DATE-TEXT.
           IF DATE-TEXT NOT = SPACES
                IF DATE-TEXT NUMERIC
                     MOVE DATE-TEXT TO REPORT-DATE
                ELSE
                     DISPLAY "Fraud report: date |" DATE-TEXT
                          "| not understood - today reported"
                END-IF
           END-IF.
           OPEN OUTPUT FRAUD-REPORT-FILE.

      *  The customers first, then every alert behind them.
           SET PART-CUSTOMERS TO TRUE.
           PERFORM PRINT-PAGE-HEADINGS.
           MOVE "ZERO PROFILE FIGURES - NO PROFILE, OR NOT YET TRUSTED"
                TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO END-OF-ALERTS-SW.
           OPEN INPUT FRAUD-ALERT-FILE.
           PERFORM READ-ALERT-RECORD.
           PERFORM REPORT-ONE-CUSTOMER UNTIL END-OF-ALERTS.
           CLOSE FRAUD-ALERT-FILE.
           IF CUSTOMERS-LISTED = 0
                MOVE "NO CUSTOMERS ALERTED ON THE DATE" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

           SET PART-ALERTS TO TRUE.
           MOVE LINES-PER-PAGE TO LINES-ON-PAGE.
           MOVE "N" TO END-OF-ALERTS-SW.
           OPEN INPUT FRAUD-ALERT-FILE.
           PERFORM READ-ALERT-RECORD.
           PERFORM REPORT-ONE-ALERT UNTIL END-OF-ALERTS.
           CLOSE FRAUD-ALERT-FILE.
           IF ALERTS-LISTED = 0
                MOVE "NO RECORDS HELD ON THE DATE" TO
                     PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-FRAUD-TOTALS.
           CLOSE FRAUD-REPORT-FILE.
           DISPLAY "Fraud report: " REPORT-DATE " customers "
                CUSTOMERS-LISTED " records held " ALERTS-LISTED.
           STOP RUN.

        READ-ALERT-RECORD.
           READ FRAUD-ALERT-FILE
                AT END SET END-OF-ALERTS TO TRUE
           END-READ.

      *****************************************************
      *  A run's closing figures for one customer, the profile
      *  next to the night.
      *****************************************************
        REPORT-ONE-CUSTOMER.
           IF FRDALR-DATE = REPORT-DATE
                AND FRDALR-NIGHT-TOTAL
                ADD 1 TO CUSTOMERS-LISTED
                MOVE FRDALR-CUSTOMER-ID TO CUSDET-CUSTOMER-ID
                MOVE FRDALR-RUN-ID TO CUSDET-RUN-ID
                MOVE FRDALR-PROFILE-NIGHTS TO CUSDET-NIGHTS
                MOVE FRDALR-PROFILE-TYPICAL TO CUSDET-TYPICAL
                MOVE FRDALR-NIGHT-COUNT TO CUSDET-TONIGHT
                MOVE FRDALR-PROFILE-AVERAGE TO CUSDET-PROFILE-AVG
                MOVE 0 TO TONIGHT-AVERAGE-WORK
                IF FRDALR-NIGHT-COUNT > 0
                     COMPUTE TONIGHT-AVERAGE-WORK ROUNDED =
                          FRDALR-NIGHT-AMOUNT / FRDALR-NIGHT-COUNT
                END-IF
                MOVE TONIGHT-AVERAGE-WORK TO CUSDET-TONIGHT-AVG
                MOVE FRDALR-PROFILE-LARGEST TO
                     CUSDET-PROFILE-LARGEST
                MOVE FRDALR-NIGHT-LARGEST TO CUSDET-TONIGHT-LARGEST
                MOVE FRDALR-NIGHT-AMOUNT TO CUSDET-TONIGHT-TOTAL
                MOVE FRDALR-NIGHT-ALERTS TO CUSDET-ALERTS
                MOVE CUSTOMER-DETAIL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM READ-ALERT-RECORD.

      *****************************************************
      *  One record held, with the rule it broke.
      *****************************************************
        REPORT-ONE-ALERT.
           ADD 1 TO ALERT-LINES-READ.
           IF FRDALR-DATE = REPORT-DATE
                AND NOT FRDALR-NIGHT-TOTAL
                ADD 1 TO ALERTS-LISTED
                EVALUATE TRUE
                     WHEN FRDALR-VELOCITY
                          ADD 1 TO VELOCITY-ALERTS
                     WHEN FRDALR-SPIKE
                          ADD 1 TO SPIKE-ALERTS
                     WHEN FRDALR-STRUCTURING
                          ADD 1 TO STRUCTURING-ALERTS
                END-EVALUATE
                MOVE FRDALR-TIME TO ALRDET-TIME
                MOVE FRDALR-RUN-ID TO ALRDET-RUN-ID
                MOVE FRDALR-CUSTOMER-ID TO ALRDET-CUSTOMER-ID
                MOVE FRDALR-REFERENCE-NUM TO ALRDET-REFERENCE-NUM
                MOVE FRDALR-RULE TO ALRDET-RULE
                MOVE FRDALR-AMOUNT TO ALRDET-AMOUNT
                MOVE FRDALR-NIGHT-COUNT TO ALRDET-NIGHT-COUNT
                MOVE FRDALR-NIGHT-AMOUNT TO ALRDET-NIGHT-AMOUNT
                MOVE FRDALR-DAILY-CEILING TO ALRDET-CEILING
                MOVE FRDALR-SOURCE-ID TO ALRDET-SOURCE-ID
                MOVE ALERT-DETAIL-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM READ-ALERT-RECORD.

      *****************************************************
      *  Totals after the alerts.
      *****************************************************
        PRINT-FRAUD-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ALERT FILE LINES READ" TO TOTLN-CAPTION.
           MOVE ALERT-LINES-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMER NIGHTS ALERTED ON" TO TOTLN-CAPTION.
           MOVE CUSTOMERS-LISTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS HELD" TO TOTLN-CAPTION.
           MOVE ALERTS-LISTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  VELOCITY" TO TOTLN-CAPTION.
           MOVE VELOCITY-ALERTS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  SPIKE" TO TOTLN-CAPTION.
           MOVE SPIKE-ALERTS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  STRUCTURING" TO TOTLN-CAPTION.
           MOVE STRUCTURING-ALERTS TO TOTLN-COUNT.
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
           MOVE RUN-DATE TO HEAD-RUN-DATE.
           MOVE REPORT-DATE TO HEAD-REPORT-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           IF PART-CUSTOMERS
                MOVE "CUSTOMERS - PROFILE AGAINST TONIGHT" TO
                     HEAD-PART-NAME
                WRITE REPORT-LINE FROM HEADING-LINE-1
                WRITE REPORT-LINE FROM CUSTOMER-HEADING-LINE
           ELSE
                MOVE "RECORDS HELD" TO HEAD-PART-NAME
                WRITE REPORT-LINE FROM HEADING-LINE-1
                WRITE REPORT-LINE FROM ALERT-HEADING-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
