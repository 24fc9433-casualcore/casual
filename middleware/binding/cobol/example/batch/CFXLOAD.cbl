      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CFXLOAD.cbl
      *
      *  The daily load of treasury's rate feed.  Nothing reaches
      *  FXRATES, or the dated rate history BATCHCLI converts
      *  from, before it has been checked here:
      *
      *     fxrateld LOAD [YYYYMMDD]      validate FXFEED for the
      *                                   date (default: today)
      *     fxrateld HELD                 every rate awaiting a
      *                                   treasury sign-off
      *     fxrateld SIGNOFF <ccy> <user-id> [YYYYMMDD]
      *                                   accept a held rate
      *
      *  Every rate is judged against the currency's last usable
      *  rate before the date, within the tolerance FXCFG sets
      *  for the currency; a move past it, a currency FXCFG does
      *  not list, or a figure the rate fields cannot carry is
      *  held for treasury rather than loaded.  A rate quoted
      *  the other way round (booking currency per unit of the
      *  currency) is inverted, and a cross quoted against some
      *  other currency is derived through that currency's rate
      *  to the booking currency - which must itself have been
      *  accepted today.  Every currency FXCFG expects daily
      *  must end the load with a rate, or it is reported
      *  missing.
      *
      *  Accepted, derived and signed-off rates go on the FXHIST
      *  history under the currency and date, held ones go on it
      *  marked held, and FXRATES is written afresh from the
      *  history's usable rates for the date - after a load, and
      *  again after every sign-off.  A load may be rerun over a
      *  corrected feed: a rate already signed off stands if the
      *  feed still carries the same figure.  A cross through a
      *  rate held at the time is derived by the rerun after the
      *  sign-off.
      *
      *  The signing user must be named for FXSIGNOF on the
      *  authorized-operators file - no file or an empty one
      *  signs off nothing.  The load's findings go on FXLOADRPT.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FXRATELD.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL RATE-FEED-FILE ASSIGN TO "FXFEED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-CONFIG-FILE ASSIGN TO "FXCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO "FXHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY FXHIST-KEY
                FILE STATUS HISTORY-FILE-STATUS.
           SELECT EXCHANGE-RATES-FILE ASSIGN TO "FXRATES"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RATE-REPORT-FILE ASSIGN TO "FXLOADRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  One line of treasury's feed: the currency, the currency
      *  it is quoted against (spaces for the booking currency),
      *  the date the rate is for and units of the quote currency
      *  per unit of the currency.
        FD  RATE-FEED-FILE.
        01  RATE-FEED-RECORD.
               05 FXFEED-CURRENCY-CODE       PIC X(03).
               05 FXFEED-QUOTE-CURRENCY      PIC X(03).
               05 FXFEED-CUT-DATE            PIC 9(08).
               05 FXFEED-RATE                PIC 9(06)V9(06).

      *  One currency treasury quotes: the largest day-on-day move
      *  in percent a rate may make unheld, and Y when the
      *  currency must be on every day's feed.
        FD  RATE-CONFIG-FILE.
        01  RATE-CONFIG-RECORD.
               05 FXCFG-CURRENCY-CODE        PIC X(03).
               05 FXCFG-TOLERANCE-PCT        PIC 9(03)V99.
               05 FXCFG-EXPECTED-FLAG        PIC X(01).

        FD  RATE-HISTORY-FILE.
        01  RATE-HISTORY-RECORD.
           COPY TPFXHIST.

      *  The one-day rates file as BATCHCLI reads it.
        FD  EXCHANGE-RATES-FILE.
        01  EXCHANGE-RATE-RECORD.
               05 RATE-CURRENCY-CODE         PIC X(03).
               05 RATE-CUT-DATE              PIC 9(08).
               05 RATE-TO-BOOKING            PIC 9(03)V9(06).

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

        FD  RATE-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  LOAD-ACTION             PIC X(08) VALUE SPACES.
               88 LOAD-FEED                  VALUE "LOAD".
               88 LOAD-LIST-HELD             VALUE "HELD".
               88 LOAD-SIGNOFF               VALUE "SIGNOFF".
        01  LOAD-ARGUMENT           PIC X(08) VALUE SPACES.
        01  SIGNOFF-USER-ID         PIC X(08) VALUE SPACES.
        01  SIGNOFF-DATE-TEXT       PIC X(08) VALUE SPACES.

        01  LOAD-SWITCHES.
               05 HISTORY-OPEN-SW   PIC X(01) VALUE "N".
                       88 HISTORY-IS-OPEN    VALUE "Y".
               05 END-OF-FEED-SW    PIC X(01) VALUE "N".
                       88 END-OF-FEED        VALUE "Y".
               05 END-OF-CONFIG-SW  PIC X(01) VALUE "N".
                       88 END-OF-CONFIG      VALUE "Y".
               05 CONFIG-PRESENT-SW PIC X(01) VALUE "N".
                       88 CONFIG-PRESENT     VALUE "Y".
               05 END-OF-HISTORY-SW PIC X(01) VALUE "N".
                       88 END-OF-HISTORY     VALUE "Y".
               05 END-OF-OPAUTH-SW  PIC X(01) VALUE "N".
                       88 END-OF-OPAUTH      VALUE "Y".
               05 SIGNOFF-AUTH-SW   PIC X(01) VALUE "N".
                       88 SIGNOFF-AUTHORIZED VALUE "Y".
               05 CONFIG-MATCH-SW   PIC X(01) VALUE "N".
                       88 CONFIG-MATCH-FOUND VALUE "Y".
               05 RESULT-MATCH-SW   PIC X(01) VALUE "N".
                       88 RESULT-MATCH-FOUND VALUE "Y".
               05 EXISTING-RATE-SW  PIC X(01) VALUE "N".
                       88 EXISTING-RATE-FOUND VALUE "Y".
               05 CROSS-PROGRESS-SW PIC X(01) VALUE "N".
                       88 CROSS-PROGRESS     VALUE "Y".

        01  LOAD-COUNTERS.
               05 FEED-LINES-READ   PIC S9(9) COMP-5 VALUE 0.
               05 RATES-ACCEPTED    PIC S9(9) COMP-5 VALUE 0.
               05 RATES-DERIVED     PIC S9(9) COMP-5 VALUE 0.
               05 RATES-SIGNED-OFF  PIC S9(9) COMP-5 VALUE 0.
               05 RATES-HELD        PIC S9(9) COMP-5 VALUE 0.
               05 LINES-IGNORED     PIC S9(9) COMP-5 VALUE 0.
               05 CURRENCIES-MISSING PIC S9(9) COMP-5 VALUE 0.
               05 DAY-RATES-WRITTEN PIC S9(9) COMP-5 VALUE 0.
               05 HELD-LISTED       PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08) VALUE 0.
      *  The business date the feed is loaded for, and the one a
      *  sign-off applies to.
        01  LOAD-DATE               PIC 9(08) VALUE 0.
        01  BOOKING-CURRENCY-CODE   PIC X(03) VALUE "USD".
      *  The tolerance for a currency FXCFG does not set one for -
      *  and for every currency when there is no FXCFG at all.
        01  DEFAULT-TOLERANCE-PCT   PIC 9(03)V99 VALUE 5.00.

      *  Treasury's currencies, off FXCFG.
        01  CONFIG-TABLE.
               05 CONFIG-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 CONFIG-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON CONFIG-COUNT
                       INDEXED BY CONFIG-IDX.
                       10 CFGTAB-CURRENCY-CODE       PIC X(03).
                       10 CFGTAB-TOLERANCE-PCT       PIC 9(03)V99.
                       10 CFGTAB-EXPECTED-FLAG       PIC X(01).
                               88 CFGTAB-EXPECTED           VALUE "Y".
        01  CONFIG-FOUND-IDX        USAGE INDEX.

      *  The feed lines for the date.  The subject is the currency
      *  a line gives a rate for: the currency itself, or the
      *  quote currency of an inverse quote.  D direct, I inverse,
      *  X cross; the state is P pending until the line is done.
        01  FEED-TABLE.
               05 FEED-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 FEED-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON FEED-COUNT
                       INDEXED BY FEED-IDX.
                       10 FEEDTAB-CURRENCY-CODE      PIC X(03).
                       10 FEEDTAB-QUOTE-CURRENCY     PIC X(03).
                       10 FEEDTAB-RATE               PIC 9(06)V9(06).
                       10 FEEDTAB-SUBJECT-CURRENCY   PIC X(03).
                       10 FEEDTAB-KIND               PIC X(01).
                               88 FEEDTAB-DIRECT            VALUE "D".
                               88 FEEDTAB-INVERSE           VALUE "I".
                               88 FEEDTAB-CROSS             VALUE "X".
                       10 FEEDTAB-STATE              PIC X(01).
                               88 FEEDTAB-PENDING           VALUE "P".
                               88 FEEDTAB-DONE              VALUE "Y".

      *  Each currency the load has settled today, with the rate
      *  and its history status - the base a cross derives from.
        01  RESULT-TABLE.
               05 RESULT-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 RESULT-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON RESULT-COUNT
                       INDEXED BY RESULT-IDX.
                       10 RESTAB-CURRENCY-CODE       PIC X(03).
                       10 RESTAB-TO-BOOKING          PIC 9(03)V9(06).
                       10 RESTAB-STATUS              PIC X(01).
                               88 RESTAB-USABLE      VALUE "A" "D" "S".
        01  RESULT-FOUND-IDX        USAGE INDEX.
        01  RESULT-KEY              PIC X(03).

      *  The rate being judged, and what it was judged against.
        01  JUDGE-FIELDS.
               05 JUDGE-CURRENCY    PIC X(03).
               05 JUDGE-TO-BOOKING  PIC 9(03)V9(06).
               05 JUDGE-STATUS      PIC X(01).
               05 JUDGE-REASON      PIC X(12).
               05 JUDGE-TOLERANCE   PIC 9(03)V99.
               05 JUDGE-PRIOR-DATE  PIC 9(08).
               05 JUDGE-PRIOR-RATE  PIC 9(03)V9(06).
               05 JUDGE-DEVIATION   PIC 9(05)V99.
               05 JUDGE-OUTCOME     PIC X(10).
        01  DEVIATION-WORK          PIC S9(07)V99.
        01  DERIVED-RATE-WORK       PIC 9(03)V9(06).
        01  PRIOR-SCAN-CURRENCY     PIC X(03).

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 55.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(30) VALUE
                    "TREASURY RATE LOAD  RUN".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(13) VALUE
                    "  RATES FOR ".
               05 HEAD-LOAD-DATE    PIC 9(08).
               05 FILLER            PIC X(12) VALUE
                    "  BOOKING ".
               05 HEAD-BOOKING      PIC X(03).
               05 FILLER            PIC X(49) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(05) VALUE "CCY".
               05 FILLER            PIC X(05) VALUE "QUOT".
               05 FILLER            PIC X(15) VALUE
                    "    FEED RATE".
               05 FILLER            PIC X(12) VALUE
                    "TO BOOKING".
               05 FILLER            PIC X(10) VALUE "PRIOR".
               05 FILLER            PIC X(12) VALUE
                    "PRIOR RATE".
               05 FILLER            PIC X(10) VALUE "   MOVE%".
               05 FILLER            PIC X(08) VALUE "  TOL%".
               05 FILLER            PIC X(12) VALUE "OUTCOME".
               05 FILLER            PIC X(43) VALUE "REASON".
        01  DETAIL-LINE.
               05 DETAIL-CURRENCY   PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-QUOTE      PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-FEED-RATE  PIC ZZZZZ9.999999.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-TO-BOOKING PIC ZZ9.999999.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-PRIOR-DATE PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-PRIOR-RATE PIC ZZ9.999999.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-DEVIATION  PIC ZZZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-TOLERANCE  PIC ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-OUTCOME    PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-REASON     PIC X(12).
               05 FILLER            PIC X(29) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CFXLOAD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO LOAD-DATE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO LOAD-ACTION LOAD-ARGUMENT
                     SIGNOFF-USER-ID SIGNOFF-DATE-TEXT
                WITH POINTER CMD-PARSE-PTR.
           EVALUATE TRUE
                WHEN LOAD-FEED
                     IF LOAD-ARGUMENT NUMERIC
                          MOVE LOAD-ARGUMENT TO LOAD-DATE
                     END-IF
                     PERFORM LOAD-RATE-FEED
                WHEN LOAD-LIST-HELD
                     PERFORM OPEN-RATE-HISTORY
                     IF HISTORY-IS-OPEN
                          PERFORM LIST-HELD-RATES
                          CLOSE RATE-HISTORY-FILE
                     END-IF
                WHEN LOAD-SIGNOFF AND LOAD-ARGUMENT NOT = SPACES
                     IF SIGNOFF-DATE-TEXT NUMERIC
                          MOVE SIGNOFF-DATE-TEXT TO LOAD-DATE
                     END-IF
                     PERFORM SIGN-OFF-HELD-RATE
                WHEN OTHER
                     DISPLAY "Usage: fxrateld LOAD [YYYYMMDD]"
                     DISPLAY "       fxrateld HELD"
                     DISPLAY "       fxrateld SIGNOFF <ccy> "
                          "<user-id> [YYYYMMDD]"
           END-EVALUATE.
           STOP RUN.

        OPEN-RATE-HISTORY.
           OPEN I-O RATE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
                OR HISTORY-FILE-STATUS = "05"
                SET HISTORY-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Rate history: open failed with status "
                     HISTORY-FILE-STATUS
           END-IF.

      *****************************************************
      *  The day's load: the feed judged line by line - direct
      *  and inverse quotes first, then the crosses, pass after
      *  pass while a pass still settles one - then the expected
      *  currencies checked off and FXRATES written.
      *****************************************************
        LOAD-RATE-FEED.
           PERFORM LOAD-RATE-CONFIG.
           PERFORM OPEN-RATE-HISTORY.
           IF HISTORY-IS-OPEN
                OPEN OUTPUT RATE-REPORT-FILE
                PERFORM LOAD-FEED-LINES
                PERFORM JUDGE-ONE-FEED-LINE
                     VARYING FEED-IDX FROM 1 BY 1
                     UNTIL FEED-IDX > FEED-COUNT
                SET CROSS-PROGRESS TO TRUE
                PERFORM DERIVE-CROSS-PASS UNTIL NOT CROSS-PROGRESS
                PERFORM REPORT-UNRESOLVED-CROSS
                     VARYING FEED-IDX FROM 1 BY 1
                     UNTIL FEED-IDX > FEED-COUNT
                PERFORM CHECK-ONE-EXPECTED-CURRENCY
                     VARYING CONFIG-IDX FROM 1 BY 1
                     UNTIL CONFIG-IDX > CONFIG-COUNT
                PERFORM WRITE-DAY-RATES
                CLOSE RATE-HISTORY-FILE
                PERFORM WRITE-LOAD-TOTALS
                CLOSE RATE-REPORT-FILE
                DISPLAY "Rates for:         " LOAD-DATE
                DISPLAY "Feed lines read:   " FEED-LINES-READ
                DISPLAY "Accepted:          " RATES-ACCEPTED
                DISPLAY "Derived:           " RATES-DERIVED
                DISPLAY "Signed off:        " RATES-SIGNED-OFF
                DISPLAY "Held:              " RATES-HELD
                DISPLAY "Lines ignored:     " LINES-IGNORED
                DISPLAY "Missing:           " CURRENCIES-MISSING
                DISPLAY "FXRATES written:   " DAY-RATES-WRITTEN
                IF RATES-HELD > 0 OR CURRENCIES-MISSING > 0
                     DISPLAY "Treasury: rates held or missing - "
                          "see FXLOADRPT; records in those "
                          "currencies will reject until signed off"
                END-IF
           END-IF.

      *****************************************************
      *  Treasury's currencies.  No FXCFG holds nothing for being
      *  unlisted and expects nothing, and every rate is judged
      *  at the default tolerance.
      *****************************************************
        LOAD-RATE-CONFIG.
           OPEN INPUT RATE-CONFIG-FILE.
           PERFORM READ-RATE-CONFIG.
           PERFORM STORE-RATE-CONFIG
                UNTIL END-OF-CONFIG OR CONFIG-COUNT = 100.
           CLOSE RATE-CONFIG-FILE.
           IF CONFIG-COUNT > 0
                SET CONFIG-PRESENT TO TRUE
                DISPLAY "Rate config: " CONFIG-COUNT " currencies"
           ELSE
                DISPLAY "Rate config: no FXCFG - every rate judged "
                     "at the default tolerance"
           END-IF.

        READ-RATE-CONFIG.
           READ RATE-CONFIG-FILE
                AT END SET END-OF-CONFIG TO TRUE
           END-READ.

        STORE-RATE-CONFIG.
           IF FXCFG-CURRENCY-CODE NOT = SPACES
                ADD 1 TO CONFIG-COUNT
                SET CONFIG-IDX TO CONFIG-COUNT
                MOVE FXCFG-CURRENCY-CODE TO
                     CFGTAB-CURRENCY-CODE(CONFIG-IDX)
                IF FXCFG-TOLERANCE-PCT NUMERIC
                     MOVE FXCFG-TOLERANCE-PCT TO
                          CFGTAB-TOLERANCE-PCT(CONFIG-IDX)
                ELSE
                     DISPLAY "Rate config: tolerance for "
                          FXCFG-CURRENCY-CODE " not numeric - "
                          "default used"
                     MOVE DEFAULT-TOLERANCE-PCT TO
                          CFGTAB-TOLERANCE-PCT(CONFIG-IDX)
                END-IF
                MOVE FXCFG-EXPECTED-FLAG TO
                     CFGTAB-EXPECTED-FLAG(CONFIG-IDX)
           END-IF.
           PERFORM READ-RATE-CONFIG.

      *****************************************************
      *  The feed lines for the load date.  A line for another
      *  date, or one whose rate is not a number, is reported and
      *  left out.
      *****************************************************
        LOAD-FEED-LINES.
           OPEN INPUT RATE-FEED-FILE.
           PERFORM READ-RATE-FEED.
           PERFORM STORE-FEED-LINE
                UNTIL END-OF-FEED OR FEED-COUNT = 100.
           CLOSE RATE-FEED-FILE.
           IF FEED-LINES-READ = 0
                DISPLAY "Rate feed: FXFEED empty or missing"
           END-IF.

        READ-RATE-FEED.
           READ RATE-FEED-FILE
                AT END SET END-OF-FEED TO TRUE
           END-READ.

        STORE-FEED-LINE.
           ADD 1 TO FEED-LINES-READ.
           EVALUATE TRUE
                WHEN FXFEED-CURRENCY-CODE = SPACES
                     CONTINUE
                WHEN FXFEED-CUT-DATE NOT NUMERIC
                     OR FXFEED-CUT-DATE NOT = LOAD-DATE
                     PERFORM REPORT-FEED-LINE-IGNORED
                WHEN FXFEED-RATE NOT NUMERIC
                     PERFORM REPORT-FEED-LINE-IGNORED
                WHEN OTHER
                     ADD 1 TO FEED-COUNT
                     SET FEED-IDX TO FEED-COUNT
                     MOVE FXFEED-CURRENCY-CODE TO
                          FEEDTAB-CURRENCY-CODE(FEED-IDX)
                     MOVE FXFEED-QUOTE-CURRENCY TO
                          FEEDTAB-QUOTE-CURRENCY(FEED-IDX)
                     MOVE FXFEED-RATE TO FEEDTAB-RATE(FEED-IDX)
                     SET FEEDTAB-PENDING(FEED-IDX) TO TRUE
                     PERFORM CLASSIFY-FEED-LINE
           END-EVALUATE.
           PERFORM READ-RATE-FEED.

        CLASSIFY-FEED-LINE.
           EVALUATE TRUE
                WHEN FXFEED-QUOTE-CURRENCY = SPACES
                     OR FXFEED-QUOTE-CURRENCY = BOOKING-CURRENCY-CODE
                     SET FEEDTAB-DIRECT(FEED-IDX) TO TRUE
                     MOVE FXFEED-CURRENCY-CODE TO
                          FEEDTAB-SUBJECT-CURRENCY(FEED-IDX)
                WHEN FXFEED-CURRENCY-CODE = BOOKING-CURRENCY-CODE
                     SET FEEDTAB-INVERSE(FEED-IDX) TO TRUE
                     MOVE FXFEED-QUOTE-CURRENCY TO
                          FEEDTAB-SUBJECT-CURRENCY(FEED-IDX)
                WHEN OTHER
                     SET FEEDTAB-CROSS(FEED-IDX) TO TRUE
                     MOVE FXFEED-CURRENCY-CODE TO
                          FEEDTAB-SUBJECT-CURRENCY(FEED-IDX)
           END-EVALUATE.

        REPORT-FEED-LINE-IGNORED.
           ADD 1 TO LINES-IGNORED.
           MOVE SPACES TO DETAIL-PRIOR-DATE.
           MOVE FXFEED-CURRENCY-CODE TO DETAIL-CURRENCY.
           MOVE FXFEED-QUOTE-CURRENCY TO DETAIL-QUOTE.
           MOVE 0 TO DETAIL-FEED-RATE.
           IF FXFEED-RATE NUMERIC
                MOVE FXFEED-RATE TO DETAIL-FEED-RATE
           END-IF.
           MOVE 0 TO DETAIL-TO-BOOKING DETAIL-PRIOR-RATE
                DETAIL-DEVIATION DETAIL-TOLERANCE.
           MOVE "IGNORED" TO DETAIL-OUTCOME.
           IF FXFEED-CUT-DATE NOT NUMERIC
                OR FXFEED-CUT-DATE NOT = LOAD-DATE
                MOVE "WRONG-DATE" TO DETAIL-REASON
           ELSE
                MOVE "BAD-RATE" TO DETAIL-REASON
           END-IF.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  A direct or an inverse quote, judged as it stands; a
      *  cross waits for the derivation passes.
      *****************************************************
        JUDGE-ONE-FEED-LINE.
           IF NOT FEEDTAB-CROSS(FEED-IDX)
                SET FEEDTAB-DONE(FEED-IDX) TO TRUE
                MOVE FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) TO
                     RESULT-KEY
                PERFORM FIND-RESULT-ENTRY
                EVALUATE TRUE
                     WHEN RESULT-MATCH-FOUND
                          MOVE "DUPLICATE" TO JUDGE-REASON
                          PERFORM REPORT-LINE-NOT-USED
                     WHEN FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) =
                          BOOKING-CURRENCY-CODE
                          MOVE "BOOKING-CCY" TO JUDGE-REASON
                          PERFORM REPORT-LINE-NOT-USED
                     WHEN OTHER
                          PERFORM CONVERT-FEED-RATE
                          PERFORM JUDGE-AND-RECORD-RATE
                END-EVALUATE
           END-IF.

      *  The feed figure as a rate to the booking currency.  A
      *  figure the rate field cannot carry, or a zero inverse,
      *  is held with no usable rate.
        CONVERT-FEED-RATE.
           MOVE SPACES TO JUDGE-REASON.
           MOVE FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) TO
                JUDGE-CURRENCY.
           MOVE 0 TO JUDGE-TO-BOOKING.
           EVALUATE TRUE
                WHEN FEEDTAB-RATE(FEED-IDX) = 0
                     MOVE "ZERO-RATE" TO JUDGE-REASON
                WHEN FEEDTAB-DIRECT(FEED-IDX)
                     IF FEEDTAB-RATE(FEED-IDX) > 999.999999
                          MOVE "OUT-OF-RANGE" TO JUDGE-REASON
                     ELSE
                          MOVE FEEDTAB-RATE(FEED-IDX) TO
                               JUDGE-TO-BOOKING
                     END-IF
                WHEN FEEDTAB-INVERSE(FEED-IDX)
                     COMPUTE JUDGE-TO-BOOKING ROUNDED =
                          1 / FEEDTAB-RATE(FEED-IDX)
                          ON SIZE ERROR
                               MOVE 0 TO JUDGE-TO-BOOKING
                               MOVE "OUT-OF-RANGE" TO JUDGE-REASON
                     END-COMPUTE
           END-EVALUATE.
           IF JUDGE-REASON = SPACES AND JUDGE-TO-BOOKING = 0
                MOVE "ZERO-RATE" TO JUDGE-REASON
           END-IF.

      *****************************************************
      *  One pass over the crosses still pending: a cross whose
      *  quote currency has a usable rate today is derived
      *  through it; one whose quote currency was held cannot be.
      *****************************************************
        DERIVE-CROSS-PASS.
           MOVE "N" TO CROSS-PROGRESS-SW.
           PERFORM DERIVE-ONE-CROSS
                VARYING FEED-IDX FROM 1 BY 1
                UNTIL FEED-IDX > FEED-COUNT.

        DERIVE-ONE-CROSS.
           IF FEEDTAB-CROSS(FEED-IDX) AND FEEDTAB-PENDING(FEED-IDX)
                MOVE FEEDTAB-QUOTE-CURRENCY(FEED-IDX) TO RESULT-KEY
                PERFORM FIND-RESULT-ENTRY
                IF RESULT-MATCH-FOUND
                     SET FEEDTAB-DONE(FEED-IDX) TO TRUE
                     SET CROSS-PROGRESS TO TRUE
                     SET RESULT-IDX TO RESULT-FOUND-IDX
                     PERFORM DERIVE-CROSS-RATE
                END-IF
           END-IF.

        DERIVE-CROSS-RATE.
           MOVE SPACES TO JUDGE-REASON.
           MOVE FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) TO
                JUDGE-CURRENCY.
           MOVE 0 TO JUDGE-TO-BOOKING.
           IF NOT RESTAB-USABLE(RESULT-IDX)
                MOVE "VIA-HELD" TO JUDGE-REASON
                PERFORM REPORT-LINE-NOT-USED
           ELSE
                COMPUTE DERIVED-RATE-WORK ROUNDED =
                     FEEDTAB-RATE(FEED-IDX) *
                     RESTAB-TO-BOOKING(RESULT-IDX)
                     ON SIZE ERROR
                          MOVE 0 TO DERIVED-RATE-WORK
                          MOVE "OUT-OF-RANGE" TO JUDGE-REASON
                END-COMPUTE
                MOVE DERIVED-RATE-WORK TO JUDGE-TO-BOOKING
                IF JUDGE-REASON = SPACES AND JUDGE-TO-BOOKING = 0
                     MOVE "ZERO-RATE" TO JUDGE-REASON
                END-IF
                MOVE JUDGE-CURRENCY TO RESULT-KEY
                PERFORM FIND-RESULT-ENTRY
                IF RESULT-MATCH-FOUND
                     MOVE "DUPLICATE" TO JUDGE-REASON
                     PERFORM REPORT-LINE-NOT-USED
                ELSE
                     PERFORM JUDGE-AND-RECORD-RATE
                END-IF
           END-IF.

      *  A cross left pending has no rate today for the currency
      *  it is quoted against.
        REPORT-UNRESOLVED-CROSS.
           IF FEEDTAB-PENDING(FEED-IDX)
                SET FEEDTAB-DONE(FEED-IDX) TO TRUE
                MOVE FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) TO
                     JUDGE-CURRENCY
                MOVE 0 TO JUDGE-TO-BOOKING
                MOVE "NO-VIA-RATE" TO JUDGE-REASON
                PERFORM REPORT-LINE-NOT-USED
           END-IF.

        FIND-RESULT-ENTRY.
           MOVE "N" TO RESULT-MATCH-SW.
           PERFORM MATCH-ONE-RESULT
                VARYING RESULT-IDX FROM 1 BY 1
                UNTIL RESULT-IDX > RESULT-COUNT
                     OR RESULT-MATCH-FOUND.

        MATCH-ONE-RESULT.
           IF RESTAB-CURRENCY-CODE(RESULT-IDX) = RESULT-KEY
                SET RESULT-MATCH-FOUND TO TRUE
                SET RESULT-FOUND-IDX TO RESULT-IDX
           END-IF.

      *****************************************************
      *  Judge the rate in JUDGE-CURRENCY/JUDGE-TO-BOOKING against
      *  the prior usable rate and the currency's tolerance, put
      *  it on the history and the report, and settle the
      *  currency for the day.  A currency already signed off for
      *  the date at the same rate stays signed off.
      *****************************************************
        JUDGE-AND-RECORD-RATE.
           PERFORM FIND-CURRENCY-TOLERANCE.
           PERFORM FIND-PRIOR-RATE.
           MOVE 0 TO JUDGE-DEVIATION.
           IF JUDGE-PRIOR-RATE > 0 AND JUDGE-TO-BOOKING > 0
                COMPUTE DEVIATION-WORK ROUNDED =
                     (JUDGE-TO-BOOKING - JUDGE-PRIOR-RATE) * 100
                     / JUDGE-PRIOR-RATE
                     ON SIZE ERROR
                          MOVE 99999.99 TO DEVIATION-WORK
                END-COMPUTE
                IF DEVIATION-WORK < 0
                     COMPUTE DEVIATION-WORK = 0 - DEVIATION-WORK
                END-IF
                IF DEVIATION-WORK > 99999.99
                     MOVE 99999.99 TO DEVIATION-WORK
                END-IF
                MOVE DEVIATION-WORK TO JUDGE-DEVIATION
           END-IF.
           EVALUATE TRUE
                WHEN JUDGE-REASON NOT = SPACES
                     CONTINUE
                WHEN CONFIG-PRESENT AND NOT CONFIG-MATCH-FOUND
                     MOVE "NOT-LISTED" TO JUDGE-REASON
                WHEN JUDGE-DEVIATION > JUDGE-TOLERANCE
                     MOVE "TOLERANCE" TO JUDGE-REASON
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM READ-EXISTING-RATE.
           EVALUATE TRUE
                WHEN EXISTING-RATE-FOUND AND FXHIST-SIGNED-OFF
                     AND FXHIST-TO-BOOKING = JUDGE-TO-BOOKING
                     AND JUDGE-TO-BOOKING > 0
                     MOVE "S" TO JUDGE-STATUS
                     MOVE "SIGNED-OFF" TO JUDGE-OUTCOME
                     ADD 1 TO RATES-SIGNED-OFF
                WHEN JUDGE-REASON NOT = SPACES
                     MOVE "H" TO JUDGE-STATUS
                     MOVE "HELD" TO JUDGE-OUTCOME
                     ADD 1 TO RATES-HELD
                WHEN FEEDTAB-DIRECT(FEED-IDX)
                     MOVE "A" TO JUDGE-STATUS
                     MOVE "ACCEPTED" TO JUDGE-OUTCOME
                     ADD 1 TO RATES-ACCEPTED
                WHEN OTHER
                     MOVE "D" TO JUDGE-STATUS
                     MOVE "DERIVED" TO JUDGE-OUTCOME
                     ADD 1 TO RATES-DERIVED
           END-EVALUATE.
           IF JUDGE-STATUS NOT = "S"
                PERFORM BUILD-HISTORY-RECORD
                IF EXISTING-RATE-FOUND
                     REWRITE RATE-HISTORY-RECORD
                          INVALID KEY
                               DISPLAY "Rate history: rewrite "
                                    "failed for " JUDGE-CURRENCY
                                    " status " HISTORY-FILE-STATUS
                     END-REWRITE
                ELSE
                     WRITE RATE-HISTORY-RECORD
                          INVALID KEY
                               DISPLAY "Rate history: write "
                                    "failed for " JUDGE-CURRENCY
                                    " status " HISTORY-FILE-STATUS
                     END-WRITE
                END-IF
           END-IF.
           IF RESULT-COUNT < 100
                ADD 1 TO RESULT-COUNT
                SET RESULT-IDX TO RESULT-COUNT
                MOVE JUDGE-CURRENCY TO
                     RESTAB-CURRENCY-CODE(RESULT-IDX)
                MOVE JUDGE-TO-BOOKING TO
                     RESTAB-TO-BOOKING(RESULT-IDX)
                MOVE JUDGE-STATUS TO RESTAB-STATUS(RESULT-IDX)
           END-IF.
           PERFORM REPORT-JUDGED-RATE.

        BUILD-HISTORY-RECORD.
           MOVE SPACES TO RATE-HISTORY-RECORD.
           MOVE JUDGE-CURRENCY TO FXHIST-CURRENCY-CODE.
           MOVE LOAD-DATE TO FXHIST-RATE-DATE.
           MOVE JUDGE-TO-BOOKING TO FXHIST-TO-BOOKING.
           MOVE JUDGE-STATUS TO FXHIST-STATUS.
           MOVE FEEDTAB-QUOTE-CURRENCY(FEED-IDX) TO
                FXHIST-QUOTE-CURRENCY.
           IF FEEDTAB-INVERSE(FEED-IDX)
                MOVE FEEDTAB-CURRENCY-CODE(FEED-IDX) TO
                     FXHIST-QUOTE-CURRENCY
           END-IF.
           MOVE FEEDTAB-RATE(FEED-IDX) TO FXHIST-FEED-RATE.
           MOVE JUDGE-PRIOR-DATE TO FXHIST-PRIOR-DATE.
           MOVE JUDGE-PRIOR-RATE TO FXHIST-PRIOR-RATE.
           MOVE JUDGE-DEVIATION TO FXHIST-DEVIATION-PCT.
           MOVE JUDGE-TOLERANCE TO FXHIST-TOLERANCE-PCT.
           MOVE JUDGE-REASON TO FXHIST-HOLD-REASON.
           MOVE TODAY-DATE TO FXHIST-LOAD-DATE.
           MOVE 0 TO FXHIST-DECISION-DATE.

        FIND-CURRENCY-TOLERANCE.
           MOVE DEFAULT-TOLERANCE-PCT TO JUDGE-TOLERANCE.
           MOVE "N" TO CONFIG-MATCH-SW.
           PERFORM MATCH-ONE-CONFIG
                VARYING CONFIG-IDX FROM 1 BY 1
                UNTIL CONFIG-IDX > CONFIG-COUNT
                     OR CONFIG-MATCH-FOUND.
           IF CONFIG-MATCH-FOUND
                SET CONFIG-IDX TO CONFIG-FOUND-IDX
                MOVE CFGTAB-TOLERANCE-PCT(CONFIG-IDX) TO
                     JUDGE-TOLERANCE
           END-IF.

        MATCH-ONE-CONFIG.
           IF CFGTAB-CURRENCY-CODE(CONFIG-IDX) = JUDGE-CURRENCY
                SET CONFIG-MATCH-FOUND TO TRUE
                SET CONFIG-FOUND-IDX TO CONFIG-IDX
           END-IF.

      *****************************************************
      *  The currency's last usable rate dated before the load
      *  date - its history read forward from the first date, the
      *  last usable rate short of the load date kept.
      *****************************************************
        FIND-PRIOR-RATE.
           MOVE 0 TO JUDGE-PRIOR-DATE JUDGE-PRIOR-RATE.
           MOVE "N" TO END-OF-HISTORY-SW.
           MOVE JUDGE-CURRENCY TO PRIOR-SCAN-CURRENCY.
           MOVE JUDGE-CURRENCY TO FXHIST-CURRENCY-CODE.
           MOVE 0 TO FXHIST-RATE-DATE.
           START RATE-HISTORY-FILE
                KEY NOT < FXHIST-KEY
                INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
                PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM TAKE-ONE-PRIOR-RATE UNTIL END-OF-HISTORY.

        READ-NEXT-HISTORY.
           READ RATE-HISTORY-FILE NEXT RECORD
                AT END SET END-OF-HISTORY TO TRUE
           END-READ.

        TAKE-ONE-PRIOR-RATE.
           IF FXHIST-CURRENCY-CODE NOT = PRIOR-SCAN-CURRENCY
                OR FXHIST-RATE-DATE NOT < LOAD-DATE
                SET END-OF-HISTORY TO TRUE
           ELSE
                IF FXHIST-USABLE
                     MOVE FXHIST-RATE-DATE TO JUDGE-PRIOR-DATE
                     MOVE FXHIST-TO-BOOKING TO JUDGE-PRIOR-RATE
                END-IF
                PERFORM READ-NEXT-HISTORY
           END-IF.

        READ-EXISTING-RATE.
           MOVE "N" TO EXISTING-RATE-SW.
           MOVE JUDGE-CURRENCY TO FXHIST-CURRENCY-CODE.
           MOVE LOAD-DATE TO FXHIST-RATE-DATE.
           READ RATE-HISTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET EXISTING-RATE-FOUND TO TRUE
           END-READ.

      *****************************************************
      *  Report lines: a judged rate, and a feed line that gave
      *  no rate.
      *****************************************************
        REPORT-JUDGED-RATE.
           MOVE JUDGE-CURRENCY TO DETAIL-CURRENCY.
           MOVE FEEDTAB-QUOTE-CURRENCY(FEED-IDX) TO DETAIL-QUOTE.
           IF FEEDTAB-INVERSE(FEED-IDX)
                MOVE FEEDTAB-CURRENCY-CODE(FEED-IDX) TO
                     DETAIL-QUOTE
           END-IF.
           MOVE FEEDTAB-RATE(FEED-IDX) TO DETAIL-FEED-RATE.
           MOVE JUDGE-TO-BOOKING TO DETAIL-TO-BOOKING.
           IF JUDGE-PRIOR-DATE = 0
                MOVE "NONE" TO DETAIL-PRIOR-DATE
           ELSE
                MOVE JUDGE-PRIOR-DATE TO DETAIL-PRIOR-DATE
           END-IF.
           MOVE JUDGE-PRIOR-RATE TO DETAIL-PRIOR-RATE.
           MOVE JUDGE-DEVIATION TO DETAIL-DEVIATION.
           MOVE JUDGE-TOLERANCE TO DETAIL-TOLERANCE.
           MOVE JUDGE-OUTCOME TO DETAIL-OUTCOME.
           MOVE JUDGE-REASON TO DETAIL-REASON.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        REPORT-LINE-NOT-USED.
           ADD 1 TO LINES-IGNORED.
           MOVE FEEDTAB-SUBJECT-CURRENCY(FEED-IDX) TO
                DETAIL-CURRENCY.
           MOVE FEEDTAB-QUOTE-CURRENCY(FEED-IDX) TO DETAIL-QUOTE.
           IF FEEDTAB-INVERSE(FEED-IDX)
                MOVE FEEDTAB-CURRENCY-CODE(FEED-IDX) TO
                     DETAIL-QUOTE
           END-IF.
           MOVE FEEDTAB-RATE(FEED-IDX) TO DETAIL-FEED-RATE.
           MOVE 0 TO DETAIL-TO-BOOKING DETAIL-PRIOR-RATE
                DETAIL-DEVIATION DETAIL-TOLERANCE.
           MOVE SPACES TO DETAIL-PRIOR-DATE.
           MOVE "IGNORED" TO DETAIL-OUTCOME.
           MOVE JUDGE-REASON TO DETAIL-REASON.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  A currency FXCFG expects every day that the load gave no
      *  rate at all - neither usable nor held.
      *****************************************************
        CHECK-ONE-EXPECTED-CURRENCY.
           IF CFGTAB-EXPECTED(CONFIG-IDX)
                MOVE CFGTAB-CURRENCY-CODE(CONFIG-IDX) TO RESULT-KEY
                PERFORM FIND-RESULT-ENTRY
                IF NOT RESULT-MATCH-FOUND
                     ADD 1 TO CURRENCIES-MISSING
                     MOVE SPACES TO DETAIL-LINE
                     MOVE CFGTAB-CURRENCY-CODE(CONFIG-IDX) TO
                          DETAIL-CURRENCY
                     MOVE 0 TO DETAIL-FEED-RATE DETAIL-TO-BOOKING
                          DETAIL-PRIOR-RATE DETAIL-DEVIATION
                     MOVE CFGTAB-TOLERANCE-PCT(CONFIG-IDX) TO
                          DETAIL-TOLERANCE
                     MOVE "MISSING" TO DETAIL-OUTCOME
                     MOVE "NOT-ON-FEED" TO DETAIL-REASON
                     MOVE DETAIL-LINE TO PRINT-WORK-LINE
                     PERFORM WRITE-REPORT-LINE
                     DISPLAY "Rate feed: expected currency "
                          CFGTAB-CURRENCY-CODE(CONFIG-IDX)
                          " missing for " LOAD-DATE
                END-IF
           END-IF.

      *****************************************************
      *  FXRATES afresh from the history: every usable rate for
      *  the load date, cut on that date.
      *****************************************************
        WRITE-DAY-RATES.
           OPEN OUTPUT EXCHANGE-RATES-FILE.
           MOVE 0 TO DAY-RATES-WRITTEN.
           MOVE "N" TO END-OF-HISTORY-SW.
           MOVE LOW-VALUES TO FXHIST-KEY.
           START RATE-HISTORY-FILE
                KEY NOT < FXHIST-KEY
                INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
                PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM WRITE-ONE-DAY-RATE UNTIL END-OF-HISTORY.
           CLOSE EXCHANGE-RATES-FILE.

        WRITE-ONE-DAY-RATE.
           IF FXHIST-RATE-DATE = LOAD-DATE AND FXHIST-USABLE
                MOVE FXHIST-CURRENCY-CODE TO RATE-CURRENCY-CODE
                MOVE LOAD-DATE TO RATE-CUT-DATE
                MOVE FXHIST-TO-BOOKING TO RATE-TO-BOOKING
                WRITE EXCHANGE-RATE-RECORD
                ADD 1 TO DAY-RATES-WRITTEN
           END-IF.
           PERFORM READ-NEXT-HISTORY.

        WRITE-LOAD-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FEED LINES READ" TO TOTLN-CAPTION.
           MOVE FEED-LINES-READ TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RATES ACCEPTED" TO TOTLN-CAPTION.
           MOVE RATES-ACCEPTED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RATES DERIVED" TO TOTLN-CAPTION.
           MOVE RATES-DERIVED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RATES SIGNED OFF" TO TOTLN-CAPTION.
           MOVE RATES-SIGNED-OFF TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "** RATES HELD FOR TREASURY" TO TOTLN-CAPTION.
           MOVE RATES-HELD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FEED LINES IGNORED" TO TOTLN-CAPTION.
           MOVE LINES-IGNORED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "** EXPECTED CURRENCIES MISSING" TO TOTLN-CAPTION.
           MOVE CURRENCIES-MISSING TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RATES WRITTEN TO FXRATES" TO TOTLN-CAPTION.
           MOVE DAY-RATES-WRITTEN TO TOTLN-COUNT.
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
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE LOAD-DATE TO HEAD-LOAD-DATE.
           MOVE BOOKING-CURRENCY-CODE TO HEAD-BOOKING.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  Every rate still held, whatever its date, in currency
      *  and date order.
      *****************************************************
        LIST-HELD-RATES.
           MOVE "N" TO END-OF-HISTORY-SW.
           MOVE LOW-VALUES TO FXHIST-KEY.
           START RATE-HISTORY-FILE
                KEY NOT < FXHIST-KEY
                INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
                PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM LIST-ONE-HELD-RATE UNTIL END-OF-HISTORY.
           DISPLAY "Rates held:        " HELD-LISTED.

        LIST-ONE-HELD-RATE.
           IF FXHIST-HELD
                ADD 1 TO HELD-LISTED
                PERFORM DISPLAY-ONE-RATE
           END-IF.
           PERFORM READ-NEXT-HISTORY.

        DISPLAY-ONE-RATE.
           MOVE FXHIST-TO-BOOKING TO DETAIL-TO-BOOKING.
           MOVE FXHIST-PRIOR-RATE TO DETAIL-PRIOR-RATE.
           MOVE FXHIST-DEVIATION-PCT TO DETAIL-DEVIATION.
           MOVE FXHIST-TOLERANCE-PCT TO DETAIL-TOLERANCE.
           DISPLAY FXHIST-CURRENCY-CODE " " FXHIST-RATE-DATE
                " rate " DETAIL-TO-BOOKING " prior "
                DETAIL-PRIOR-RATE " of " FXHIST-PRIOR-DATE
                " move " DETAIL-DEVIATION "% allowed "
                DETAIL-TOLERANCE "%".
           EVALUATE TRUE
                WHEN FXHIST-HELD
                     DISPLAY "     HELD " FXHIST-HOLD-REASON
                          " loaded " FXHIST-LOAD-DATE
                WHEN FXHIST-SIGNED-OFF
                     DISPLAY "     SIGNED OFF " FXHIST-DECISION-DATE
                          " by " FXHIST-DECISION-USER
                WHEN OTHER
                     DISPLAY "     STATUS " FXHIST-STATUS
           END-EVALUATE.

      *****************************************************
      *  Treasury's sign-off of one held rate, then FXRATES for
      *  its date written again so the night converts at it.  A
      *  rate held with no usable figure cannot be signed off -
      *  the feed must be corrected and loaded again.
      *****************************************************
        SIGN-OFF-HELD-RATE.
           PERFORM CHECK-SIGNOFF-AUTHORITY.
           EVALUATE TRUE
                WHEN SIGNOFF-USER-ID = SPACES
                     DISPLAY "Sign-off refused: no user id"
                WHEN NOT SIGNOFF-AUTHORIZED
                     DISPLAY "Sign-off refused: " SIGNOFF-USER-ID
                          " is not authorized for FXSIGNOF"
                WHEN OTHER
                     PERFORM OPEN-RATE-HISTORY
                     IF HISTORY-IS-OPEN
                          PERFORM APPLY-SIGNOFF
                          CLOSE RATE-HISTORY-FILE
                     END-IF
           END-EVALUATE.

        APPLY-SIGNOFF.
           MOVE LOAD-ARGUMENT(1:3) TO JUDGE-CURRENCY.
           PERFORM READ-EXISTING-RATE.
           EVALUATE TRUE
                WHEN NOT EXISTING-RATE-FOUND
                     DISPLAY "Sign-off refused: no rate for "
                          JUDGE-CURRENCY " on " LOAD-DATE
                WHEN NOT FXHIST-HELD
                     DISPLAY "Sign-off refused: " JUDGE-CURRENCY
                          " on " LOAD-DATE " is not held"
                WHEN FXHIST-TO-BOOKING = 0
                     DISPLAY "Sign-off refused: " JUDGE-CURRENCY
                          " on " LOAD-DATE " has no usable rate ("
                          FXHIST-HOLD-REASON ") - correct the feed"
                WHEN OTHER
                     SET FXHIST-SIGNED-OFF TO TRUE
                     MOVE TODAY-DATE TO FXHIST-DECISION-DATE
                     MOVE SIGNOFF-USER-ID TO FXHIST-DECISION-USER
                     REWRITE RATE-HISTORY-RECORD
                          INVALID KEY
                               DISPLAY "Rate history: rewrite "
                                    "failed for " JUDGE-CURRENCY
                                    " status " HISTORY-FILE-STATUS
                          NOT INVALID KEY
                               PERFORM DISPLAY-ONE-RATE
                               PERFORM WRITE-DAY-RATES
                               DISPLAY "FXRATES written:   "
                                    DAY-RATES-WRITTEN " rates for "
                                    LOAD-DATE
                     END-REWRITE
           END-EVALUATE.

      *****************************************************
      *  The user must be named for FXSIGNOF - no file, or a
      *  file with no entry for the user, signs off nothing.
      *****************************************************
        CHECK-SIGNOFF-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-AUTH-ENTRY UNTIL END-OF-OPAUTH.
           CLOSE OPERATOR-AUTH-FILE.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-OPAUTH TO TRUE
           END-READ.

        MATCH-ONE-AUTH-ENTRY.
           IF OPAUTH-COMMAND = "FXSIGNOF"
                AND OPAUTH-USER-ID = SIGNOFF-USER-ID
                AND SIGNOFF-USER-ID NOT = SPACES
                SET SIGNOFF-AUTHORIZED TO TRUE
           END-IF.
           PERFORM READ-OPERATOR-AUTH.
