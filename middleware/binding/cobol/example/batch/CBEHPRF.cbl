      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CBEHPRF.cbl
      *
      *  Builds the behaviour profile BATCHCLI scores each
      *  night's records against: for every customer, from the
      *  confirmed bookings on the rolled BATCHOUT generations of
      *  the last so many nights, the typical count of bookings
      *  on a night they book at all, the busiest night, and the
      *  average and largest amounts.  The profile file is
      *  rebuilt whole each time, keyed on the customer id.
      *
      *     behvprof [nights]     the window in nights rolled
      *                           (default 30)
      *
      *  The nights are the distinct roll dates on the OUTGENS
      *  registry; every OUT generation rolled on a night in the
      *  window is read, oldest night first, so a night with
      *  several runs or partitions counts once.  The output
      *  line's customer id may be masked for sharing - the
      *  booking in TXNSTORE under the same reference carries it
      *  in full, and is preferred when it is there.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BEHVPROF.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GENERATION-INPUT-FILE ASSIGN TO DYNAMIC
                GENERATION-INPUT-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS INPUT-FILE-STATUS.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT BEHAVIOUR-PROFILE-FILE ASSIGN TO "BEHPROF"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY BEHPRF-CUSTOMER-ID
                FILE STATUS PROFILE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      *  The output line as BATCHCLI strings it together - see the
      *  same layout read in CSETLRPT.cbl.
        FD  GENERATION-INPUT-FILE.
        01  GENERATION-INPUT-RECORD.
               05 GEN-IN-STATUS              PIC X(06).
                       88 GEN-STATUS-OK              VALUE "OK".
               05 GEN-IN-CUSTOMER-ID         PIC X(10).
               05 GEN-IN-SENT-AMOUNT         PIC -(9)9.99.
               05 GEN-IN-EFFECTIVE-DATE      PIC X(08).
               05 GEN-IN-REFERENCE-NUM       PIC X(12).
               05 FILLER                     PIC X(71).

        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  BEHAVIOUR-PROFILE-FILE.
        01  BEHAVIOUR-PROFILE-RECORD.
           COPY TPBEHPRF.

        WORKING-STORAGE SECTION.
        01  GENERATION-INPUT-NAME   PIC X(12) VALUE SPACES.
        01  INPUT-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  PROFILE-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  WINDOW-TEXT             PIC X(03) VALUE SPACES.
        01  WINDOW-LENGTH           PIC S9(4) COMP-5 VALUE 0.
        01  WINDOW-NIGHTS           PIC 9(03) VALUE 30.

        01  PROFILE-SWITCHES.
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 END-OF-INPUT-SW   PIC X(01) VALUE "N".
                       88 END-OF-INPUT       VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 NIGHT-MATCH-SW    PIC X(01) VALUE "N".
                       88 NIGHT-MATCH-FOUND  VALUE "Y".
               05 NIGHT-FULL-SW     PIC X(01) VALUE "N".
                       88 NIGHT-TABLE-FULL   VALUE "Y".
               05 CUSTOMER-MATCH-SW PIC X(01) VALUE "N".
                       88 CUSTOMER-MATCH-FOUND VALUE "Y".
               05 CUSTOMER-FULL-SW  PIC X(01) VALUE "N".
                       88 CUSTOMER-TABLE-FULL VALUE "Y".

        01  PROFILE-COUNTERS.
               05 GENERATIONS-READ  PIC S9(9) COMP-5 VALUE 0.
               05 GENERATIONS-MISSING PIC S9(9) COMP-5 VALUE 0.
               05 LINES-READ        PIC S9(9) COMP-5 VALUE 0.
               05 LINES-CONFIRMED   PIC S9(9) COMP-5 VALUE 0.
               05 LINES-NOT-PROFILED PIC S9(9) COMP-5 VALUE 0.
               05 PROFILES-WRITTEN  PIC S9(9) COMP-5 VALUE 0.

      *  Every distinct night on the registry, newest first once
      *  sorted; the window is the first so many of them.
        01  NIGHT-TABLE.
               05 NIGHT-COUNT       PIC S9(4) COMP-5 VALUE 0.
               05 NIGHT-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON NIGHT-COUNT
                       INDEXED BY NIGHT-IDX.
                       10 NIGHTTAB-ROLL-DATE         PIC 9(08).
        01  NIGHT-SORT-I            PIC S9(4) COMP-5 VALUE 0.
        01  NIGHT-SORT-J            PIC S9(4) COMP-5 VALUE 0.
        01  NIGHT-DATE-HOLD         PIC 9(08) VALUE 0.
        01  NIGHTS-IN-WINDOW        PIC S9(4) COMP-5 VALUE 0.
        01  CURRENT-NIGHT           PIC 9(08) VALUE 0.

      *  Each customer's figures as the window is read.
        01  CUSTOMER-TABLE.
               05 CUSTOMER-COUNT    PIC S9(9) COMP-5 VALUE 0.
               05 CUSTOMER-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-IDX.
                       10 CUSTAB-CUSTOMER-ID         PIC X(10).
                       10 CUSTAB-NIGHTS-ACTIVE       PIC S9(9)
                                                     COMP-5.
                       10 CUSTAB-TOTAL-COUNT         PIC S9(9)
                                                     COMP-5.
                       10 CUSTAB-NIGHT-COUNT         PIC S9(9)
                                                     COMP-5.
                       10 CUSTAB-MAX-NIGHT-COUNT     PIC S9(9)
                                                     COMP-5.
                       10 CUSTAB-TOTAL-AMOUNT        PIC S9(15)V99.
                       10 CUSTAB-LARGEST-AMOUNT      PIC S9(11)V99.
                       10 CUSTAB-FIRST-NIGHT         PIC 9(08).
                       10 CUSTAB-LAST-NIGHT          PIC 9(08).
        01  CUSTOMER-FOUND-IDX      USAGE INDEX.

        01  RUN-DATE                PIC 9(08).
        01  LINE-CUSTOMER-ID        PIC X(10).
        01  LINE-AMOUNT-WORK        PIC S9(11)V99.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CBEHPRF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO WINDOW-TEXT COUNT IN WINDOW-LENGTH.
           PERFORM TAKE-WINDOW-NIGHTS.
           PERFORM LOAD-NIGHT-TABLE.
           PERFORM ORDER-NIGHTS-NEWEST-FIRST
                VARYING NIGHT-SORT-I FROM 1 BY 1
                UNTIL NIGHT-SORT-I NOT < NIGHT-COUNT.
           IF NIGHT-COUNT < WINDOW-NIGHTS
                MOVE NIGHT-COUNT TO NIGHTS-IN-WINDOW
           ELSE
                MOVE WINDOW-NIGHTS TO NIGHTS-IN-WINDOW
           END-IF.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           END-IF.
      *  Oldest night in the window first, so each customer's
      *  nights are met in order and counted once.
           PERFORM PROFILE-ONE-NIGHT
                VARYING NIGHT-IDX FROM NIGHTS-IN-WINDOW BY -1
                UNTIL NIGHT-IDX < 1.
           IF STORE-PRESENT
                CLOSE TXN-STORE-FILE
           END-IF.
           PERFORM WRITE-PROFILE-FILE.
           DISPLAY "Behaviour profile: " NIGHTS-IN-WINDOW
                " nights, " GENERATIONS-READ " generations read".
           DISPLAY "Confirmed lines:   " LINES-CONFIRMED.
           DISPLAY "Profiles written:  " PROFILES-WRITTEN.
           IF GENERATIONS-MISSING > 0
                DISPLAY "Generations missing from disk: "
                     GENERATIONS-MISSING
           END-IF.
           IF CUSTOMER-TABLE-FULL
                DISPLAY "Customer table full - lines not "
                     "profiled: " LINES-NOT-PROFILED
           END-IF.
           STOP RUN.

      *  One to three digits; anything else, or none, leaves the
      *  default.
        TAKE-WINDOW-NIGHTS.
           IF WINDOW-LENGTH > 0
                IF WINDOW-LENGTH < 4
                     AND WINDOW-TEXT(1:WINDOW-LENGTH) NUMERIC
                     MOVE WINDOW-TEXT(1:WINDOW-LENGTH) TO
                          WINDOW-NIGHTS
                ELSE
                     MOVE 0 TO WINDOW-NIGHTS
                END-IF
                IF WINDOW-NIGHTS = 0 OR WINDOW-NIGHTS > 366
                     DISPLAY "Behaviour profile: window |"
                          CMD-LINE-REC(1:WINDOW-LENGTH)
                          "| not understood - the default 30 "
                          "nights used"
                     MOVE 30 TO WINDOW-NIGHTS
                END-IF
           END-IF.

      *****************************************************
      *  Every distinct roll date of an OUT generation on the
      *  registry.
      *****************************************************
        LOAD-NIGHT-TABLE.
           MOVE "N" TO END-OF-OUTGENS-SW.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM NOTE-ONE-NIGHT UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        NOTE-ONE-NIGHT.
           IF OUTGEN-TYPE = "OUT"
                MOVE "N" TO NIGHT-MATCH-SW
                PERFORM MATCH-ONE-NIGHT
                     VARYING NIGHT-IDX FROM 1 BY 1
                     UNTIL NIGHT-IDX > NIGHT-COUNT
                          OR NIGHT-MATCH-FOUND
                IF NOT NIGHT-MATCH-FOUND
                     IF NIGHT-COUNT < 1000
                          ADD 1 TO NIGHT-COUNT
                          MOVE OUTGEN-ROLL-DATE TO
                               NIGHTTAB-ROLL-DATE(NIGHT-COUNT)
                     ELSE
                          IF NOT NIGHT-TABLE-FULL
                               DISPLAY "Behaviour profile: more "
                                    "than 1000 nights on the "
                                    "registry - the rest ignored"
                               SET NIGHT-TABLE-FULL TO TRUE
                          END-IF
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

        MATCH-ONE-NIGHT.
           IF NIGHTTAB-ROLL-DATE(NIGHT-IDX) = OUTGEN-ROLL-DATE
                SET NIGHT-MATCH-FOUND TO TRUE
           END-IF.

        ORDER-NIGHTS-NEWEST-FIRST.
           PERFORM ORDER-ONE-NIGHT-PAIR
                VARYING NIGHT-SORT-J FROM NIGHT-SORT-I BY 1
                UNTIL NIGHT-SORT-J > NIGHT-COUNT.

        ORDER-ONE-NIGHT-PAIR.
           IF NIGHTTAB-ROLL-DATE(NIGHT-SORT-J) >
                NIGHTTAB-ROLL-DATE(NIGHT-SORT-I)
                MOVE NIGHTTAB-ROLL-DATE(NIGHT-SORT-I) TO
                     NIGHT-DATE-HOLD
                MOVE NIGHTTAB-ROLL-DATE(NIGHT-SORT-J) TO
                     NIGHTTAB-ROLL-DATE(NIGHT-SORT-I)
                MOVE NIGHT-DATE-HOLD TO
                     NIGHTTAB-ROLL-DATE(NIGHT-SORT-J)
           END-IF.

      *****************************************************
      *  Every OUT generation rolled on the night, whatever run
      *  or partition wrote it.
      *****************************************************
        PROFILE-ONE-NIGHT.
           MOVE NIGHTTAB-ROLL-DATE(NIGHT-IDX) TO CURRENT-NIGHT.
           MOVE "N" TO END-OF-OUTGENS-SW.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM READ-ONE-NIGHT-GENERATION UNTIL END-OF-OUTGENS.
           CLOSE GENERATION-REGISTRY.

        READ-ONE-NIGHT-GENERATION.
           IF OUTGEN-TYPE = "OUT"
                AND OUTGEN-ROLL-DATE = CURRENT-NIGHT
                MOVE OUTGEN-FILE-NAME TO GENERATION-INPUT-NAME
                PERFORM PROFILE-ONE-GENERATION
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *  A generation the registry lists but the disk no longer
      *  holds is counted and passed over - its night still
      *  counts in the window.
        PROFILE-ONE-GENERATION.
           MOVE "N" TO END-OF-INPUT-SW.
           OPEN INPUT GENERATION-INPUT-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
                ADD 1 TO GENERATIONS-MISSING
                DISPLAY "Behaviour profile: generation "
                     GENERATION-INPUT-NAME " not readable (status "
                     INPUT-FILE-STATUS ")"
           ELSE
                ADD 1 TO GENERATIONS-READ
                PERFORM READ-GENERATION-LINE
                PERFORM PROFILE-ONE-LINE UNTIL END-OF-INPUT
                CLOSE GENERATION-INPUT-FILE
           END-IF.

        READ-GENERATION-LINE.
           READ GENERATION-INPUT-FILE
                AT END SET END-OF-INPUT TO TRUE
           END-READ.

        PROFILE-ONE-LINE.
           ADD 1 TO LINES-READ.
           IF GEN-STATUS-OK
                ADD 1 TO LINES-CONFIRMED
                MOVE GEN-IN-SENT-AMOUNT TO LINE-AMOUNT-WORK
                PERFORM RESOLVE-CUSTOMER-ID
                PERFORM FIND-CUSTOMER-ENTRY
                IF CUSTOMER-MATCH-FOUND
                     PERFORM TALLY-CUSTOMER-LINE
                ELSE
                     ADD 1 TO LINES-NOT-PROFILED
                END-IF
           END-IF.
           PERFORM READ-GENERATION-LINE.

        RESOLVE-CUSTOMER-ID.
           MOVE GEN-IN-CUSTOMER-ID TO LINE-CUSTOMER-ID.
           IF STORE-PRESENT
                MOVE GEN-IN-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          MOVE STORE-CUSTOMER-ID TO LINE-CUSTOMER-ID
                END-READ
           END-IF.

        FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CUSTOMER-MATCH-SW.
           PERFORM MATCH-ONE-CUSTOMER
                VARYING CUSTOMER-IDX FROM 1 BY 1
                UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                     OR CUSTOMER-MATCH-FOUND.
           IF NOT CUSTOMER-MATCH-FOUND
                IF CUSTOMER-COUNT < 10000
                     ADD 1 TO CUSTOMER-COUNT
                     SET CUSTOMER-FOUND-IDX TO CUSTOMER-COUNT
                     MOVE LINE-CUSTOMER-ID TO
                          CUSTAB-CUSTOMER-ID(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO CUSTAB-NIGHTS-ACTIVE(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO CUSTAB-TOTAL-COUNT(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO CUSTAB-NIGHT-COUNT(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO
                          CUSTAB-MAX-NIGHT-COUNT(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO CUSTAB-TOTAL-AMOUNT(CUSTOMER-FOUND-IDX)
                     MOVE LINE-AMOUNT-WORK TO
                          CUSTAB-LARGEST-AMOUNT(CUSTOMER-FOUND-IDX)
                     MOVE CURRENT-NIGHT TO
                          CUSTAB-FIRST-NIGHT(CUSTOMER-FOUND-IDX)
                     MOVE 0 TO CUSTAB-LAST-NIGHT(CUSTOMER-FOUND-IDX)
                     SET CUSTOMER-MATCH-FOUND TO TRUE
                ELSE
                     SET CUSTOMER-TABLE-FULL TO TRUE
                END-IF
           END-IF.

        MATCH-ONE-CUSTOMER.
           IF CUSTAB-CUSTOMER-ID(CUSTOMER-IDX) = LINE-CUSTOMER-ID
                SET CUSTOMER-MATCH-FOUND TO TRUE
                SET CUSTOMER-FOUND-IDX TO CUSTOMER-IDX
           END-IF.

      *  The first line of a night for the customer opens a new
      *  active night for them.
        TALLY-CUSTOMER-LINE.
           SET CUSTOMER-IDX TO CUSTOMER-FOUND-IDX.
           IF CUSTAB-LAST-NIGHT(CUSTOMER-IDX) NOT = CURRENT-NIGHT
                ADD 1 TO CUSTAB-NIGHTS-ACTIVE(CUSTOMER-IDX)
                MOVE 0 TO CUSTAB-NIGHT-COUNT(CUSTOMER-IDX)
                MOVE CURRENT-NIGHT TO CUSTAB-LAST-NIGHT(CUSTOMER-IDX)
           END-IF.
           ADD 1 TO CUSTAB-NIGHT-COUNT(CUSTOMER-IDX).
           ADD 1 TO CUSTAB-TOTAL-COUNT(CUSTOMER-IDX).
           ADD LINE-AMOUNT-WORK TO CUSTAB-TOTAL-AMOUNT(CUSTOMER-IDX).
           IF CUSTAB-NIGHT-COUNT(CUSTOMER-IDX) >
                CUSTAB-MAX-NIGHT-COUNT(CUSTOMER-IDX)
                MOVE CUSTAB-NIGHT-COUNT(CUSTOMER-IDX) TO
                     CUSTAB-MAX-NIGHT-COUNT(CUSTOMER-IDX)
           END-IF.
           IF LINE-AMOUNT-WORK > CUSTAB-LARGEST-AMOUNT(CUSTOMER-IDX)
                MOVE LINE-AMOUNT-WORK TO
                     CUSTAB-LARGEST-AMOUNT(CUSTOMER-IDX)
           END-IF.

      *****************************************************
      *  The profile file, rebuilt whole.
      *****************************************************
        WRITE-PROFILE-FILE.
           OPEN OUTPUT BEHAVIOUR-PROFILE-FILE.
           IF PROFILE-FILE-STATUS NOT = "00"
                DISPLAY "Behaviour profile: open failed with "
                     "status " PROFILE-FILE-STATUS
                     " - no profiles written"
           ELSE
                PERFORM WRITE-ONE-PROFILE
                     VARYING CUSTOMER-IDX FROM 1 BY 1
                     UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                CLOSE BEHAVIOUR-PROFILE-FILE
           END-IF.

        WRITE-ONE-PROFILE.
           MOVE SPACES TO BEHAVIOUR-PROFILE-RECORD.
           MOVE CUSTAB-CUSTOMER-ID(CUSTOMER-IDX) TO
                BEHPRF-CUSTOMER-ID.
           MOVE CUSTAB-NIGHTS-ACTIVE(CUSTOMER-IDX) TO
                BEHPRF-NIGHTS-ACTIVE.
           MOVE NIGHTS-IN-WINDOW TO BEHPRF-NIGHTS-IN-WINDOW.
           MOVE CUSTAB-TOTAL-COUNT(CUSTOMER-IDX) TO
                BEHPRF-TOTAL-COUNT.
           COMPUTE BEHPRF-TYPICAL-COUNT ROUNDED =
                CUSTAB-TOTAL-COUNT(CUSTOMER-IDX) /
                CUSTAB-NIGHTS-ACTIVE(CUSTOMER-IDX).
           MOVE CUSTAB-MAX-NIGHT-COUNT(CUSTOMER-IDX) TO
                BEHPRF-MAX-NIGHT-COUNT.
           COMPUTE BEHPRF-AVERAGE-AMOUNT ROUNDED =
                CUSTAB-TOTAL-AMOUNT(CUSTOMER-IDX) /
                CUSTAB-TOTAL-COUNT(CUSTOMER-IDX).
           MOVE CUSTAB-LARGEST-AMOUNT(CUSTOMER-IDX) TO
                BEHPRF-LARGEST-AMOUNT.
           MOVE CUSTAB-FIRST-NIGHT(CUSTOMER-IDX) TO
                BEHPRF-FIRST-NIGHT.
           MOVE CUSTAB-LAST-NIGHT(CUSTOMER-IDX) TO
                BEHPRF-LAST-NIGHT.
           MOVE RUN-DATE TO BEHPRF-BUILT-DATE.
           WRITE BEHAVIOUR-PROFILE-RECORD
                INVALID KEY
                     DISPLAY "Behaviour profile: write failed for "
                          BEHPRF-CUSTOMER-ID " status "
                          PROFILE-FILE-STATUS
                NOT INVALID KEY
                     ADD 1 TO PROFILES-WRITTEN
           END-WRITE.
