      *  answers how many messages are waiting, and TPGETUNSOL
      *  hands the next one over - the polling shape of the C
      *  binding's handler machinery.
      *
      *  Every minute or so it also measures how far behind the
      *  standby site's state is: the newest replication package
      *  on REPLLOG that the standby has acknowledged (ACKIN) is
      *  what the standby holds, and the minutes from the moment
      *  that package reflects to now are the lag.  Past the
      *  REPLPARM threshold (60 minutes when absent) it raises a
      *  REPLLAG escalation on the log and the board, once, and
      *  logs the recovery when the lag is back within it.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPSMON.
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COMMAND-AUDIT-FILE ASSIGN TO "CMDAUDIT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPLICATION-LOG-FILE ASSIGN TO "REPLLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-IN-FILE ASSIGN TO "ACKIN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPLICATION-PARM-FILE
                ASSIGN TO "REPLPARM"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  One received alert, durable - with when it arrived and
               05 CMDAUD-USER-ID             PIC X(08).
               05 CMDAUD-OUTCOME             PIC X(08).

      *  The packages sent to the standby site, and the
      *  acknowledgments it returned.
        FD  REPLICATION-LOG-FILE.
        01  REPLICATION-LOG-RECORD.
           COPY TPREPLOG.

        FD  ACK-IN-FILE.
        01  ACK-IN-RECORD.
           COPY TPXPACK.

        FD  REPLICATION-PARM-FILE.
        01  REPLICATION-PARM-RECORD.
               05 PARM-LAG-THRESHOLD         PIC 9(05).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.
                       88 COMMAND-AUTHORIZED VALUE "Y".
               05 BOARD-MATCH-SW    PIC X(01) VALUE "N".
                       88 BOARD-MATCH-FOUND  VALUE "Y".
               05 END-OF-REPLLOG-SW PIC X(01) VALUE "N".
                       88 END-OF-REPLLOG     VALUE "Y".
               05 END-OF-ACKS-SW    PIC X(01) VALUE "N".
                       88 END-OF-ACKS        VALUE "Y".
               05 PACKAGE-MATCH-SW  PIC X(01) VALUE "N".
                       88 PACKAGE-MATCH-FOUND VALUE "Y".
               05 LAG-ALERTED-SW    PIC X(01) VALUE "N".
                       88 LAG-ALERT-RAISED   VALUE "Y".

        01  MONITOR-COUNTERS.
               05 MESSAGES-LOGGED   PIC S9(9) COMP-5 VALUE 0.
               05 ESCALATIONS-RAISED PIC S9(9) COMP-5 VALUE 0.
               05 MONITOR-CYCLES    PIC S9(9) COMP-5 VALUE 0.
               05 LAG-ALERTS-RAISED PIC S9(9) COMP-5 VALUE 0.

        01  UNSOL-PENDING-COUNT     PIC S9(9) COMP-5 VALUE 0.
        01  RECEIVED-MESSAGE-TEXT   PIC X(80) VALUE SPACES.
        01  NOW-HUNDREDTHS          PIC S9(9) COMP-5 VALUE 0.
        01  WINDOW-ELAPSED          PIC S9(9) COMP-5 VALUE 0.

      *  Replication lag: checked every so many cycles against
      *  the threshold in minutes.  The newest packages on the
      *  log are held round-robin - only they can be the newest
      *  one acknowledged.
        01  LAG-CHECK-CYCLES        PIC S9(4) COMP-5 VALUE 12.
        01  LAG-CHECK-QUOTIENT      PIC S9(9) COMP-5 VALUE 0.
        01  LAG-CHECK-REMAINDER     PIC S9(9) COMP-5 VALUE 0.
        01  LAG-THRESHOLD-MINUTES   PIC S9(9) COMP-5 VALUE 60.
        01  REPLICATION-PACKAGE-TABLE.
               05 PACKAGE-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 PACKAGE-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON PACKAGE-COUNT
                       INDEXED BY PACKAGE-IDX.
                       10 PKGTAB-SEQUENCE            PIC 9(06).
                       10 PKGTAB-ASOF-STAMP          PIC 9(16).
        01  PACKAGE-FOUND-IDX       USAGE INDEX.
        01  PACKAGE-SLOT            PIC S9(4) COMP-5 VALUE 0.
        01  PACKAGE-LOW-SEQUENCE    PIC 9(06) VALUE 0.
        01  PACKAGE-HIGH-SEQUENCE   PIC 9(06) VALUE 0.
        01  OLDEST-PACKAGE-STAMP    PIC 9(16) VALUE 0.
        01  STANDBY-HELD-STAMP      PIC 9(16) VALUE 0.
        01  STANDBY-HELD-FIELDS.
               05 STANDBY-HELD-TEXT PIC 9(16).
               05 STANDBY-HELD-SPLIT REDEFINES STANDBY-HELD-TEXT.
                       10 STANDBY-HELD-DATE  PIC 9(08).
                       10 STANDBY-HELD-TIME  PIC 9(08).
        01  REPLICATION-LAG-MINUTES PIC S9(9) COMP-5 VALUE 0.
        01  LAG-DISPLAY-MINUTES     PIC Z(8)9.
        01  LAG-DISPLAY-THRESHOLD   PIC Z(8)9.
        01  LAG-DAYS                PIC S9(9) COMP-5 VALUE 0.
        01  LAG-DAY-LIMIT           PIC S9(9) COMP-5 VALUE 999.
        01  LAG-DATE-FIELDS.
               05 LAG-DATE          PIC 9(08).
               05 LAG-DATE-SPLIT REDEFINES LAG-DATE.
                       10 LAG-YYYY           PIC 9(04).
                       10 LAG-MM             PIC 9(02).
                       10 LAG-DD             PIC 9(02).
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

        01  STAMP-DATE              PIC 9(08).
        01  STAMP-TIME              PIC 9(08).
        01  MONITOR-SLEEP-NANOS     PIC S9(10) COMP-5
        START-COPSMON.
           DISPLAY "Operations monitor: logging on".
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM READ-REPLICATION-PARMS.
           PERFORM ONE-MONITOR-CYCLE UNTIL OPERATOR-STOP.
           DISPLAY "Operations monitor stopped by operator after "
                MONITOR-CYCLES " cycles".
           DISPLAY "Messages logged:    " MESSAGES-LOGGED.
           DISPLAY "Escalations raised: " ESCALATIONS-RAISED.
           DISPLAY "Lag alerts raised:  " LAG-ALERTS-RAISED.
           STOP RUN.

      *****************************************************
           PERFORM CHECK-UNSOLICITED-COUNT.
           PERFORM TAKE-ONE-MESSAGE
                UNTIL UNSOL-PENDING-COUNT = 0.
           DIVIDE MONITOR-CYCLES BY LAG-CHECK-CYCLES
                GIVING LAG-CHECK-QUOTIENT
                REMAINDER LAG-CHECK-REMAINDER.
           IF LAG-CHECK-REMAINDER = 1
                PERFORM CHECK-REPLICATION-LAG
           END-IF.
           PERFORM CHECK-STOP-COMMAND.
           IF NOT OPERATOR-STOP
                CALL "CBL_GC_NANOSLEEP" USING
           MOVE OPAUTH-COMMAND TO OPATAB-COMMAND(OPAUTH-IDX).
           MOVE OPAUTH-USER-ID TO OPATAB-USER-ID(OPAUTH-IDX).
           PERFORM READ-OPERATOR-AUTH.

      *****************************************************
      *  The lag threshold in minutes, 60 when absent.
      *****************************************************
        READ-REPLICATION-PARMS.
           OPEN INPUT REPLICATION-PARM-FILE.
           READ REPLICATION-PARM-FILE
                AT END MOVE 60 TO PARM-LAG-THRESHOLD
           END-READ.
           CLOSE REPLICATION-PARM-FILE.
           IF PARM-LAG-THRESHOLD NUMERIC AND PARM-LAG-THRESHOLD > 0
                MOVE PARM-LAG-THRESHOLD TO LAG-THRESHOLD-MINUTES
           END-IF.

      *****************************************************
      *  How far behind the standby is.  No package ever sent
      *  means replication is not in use here - nothing to
      *  judge.  With none acknowledged yet, the standby holds
      *  less than the oldest package still remembered.
      *****************************************************
        CHECK-REPLICATION-LAG.
           PERFORM LOAD-RECENT-PACKAGES.
           IF PACKAGE-COUNT > 0
                MOVE OLDEST-PACKAGE-STAMP TO STANDBY-HELD-STAMP
                PERFORM FIND-NEWEST-ACKNOWLEDGED
                ACCEPT STAMP-DATE FROM DATE YYYYMMDD
                ACCEPT STAMP-TIME FROM TIME
                PERFORM COMPUTE-REPLICATION-LAG
                IF REPLICATION-LAG-MINUTES > LAG-THRESHOLD-MINUTES
                     IF NOT LAG-ALERT-RAISED
                          PERFORM RAISE-REPLICATION-LAG-ALERT
                     END-IF
                ELSE
                     IF LAG-ALERT-RAISED
                          PERFORM LOG-REPLICATION-LAG-RECOVERY
                     END-IF
                END-IF
           END-IF.

        LOAD-RECENT-PACKAGES.
           MOVE 0 TO PACKAGE-COUNT.
           MOVE 0 TO PACKAGE-SLOT.
           MOVE "N" TO END-OF-REPLLOG-SW.
           OPEN INPUT REPLICATION-LOG-FILE.
           PERFORM READ-REPLICATION-LOG.
           PERFORM STORE-RECENT-PACKAGE UNTIL END-OF-REPLLOG.
           CLOSE REPLICATION-LOG-FILE.
           MOVE 999999 TO PACKAGE-LOW-SEQUENCE.
           MOVE 0 TO PACKAGE-HIGH-SEQUENCE.
           MOVE 9999999999999999 TO OLDEST-PACKAGE-STAMP.
           PERFORM NOTE-PACKAGE-RANGE
                VARYING PACKAGE-IDX FROM 1 BY 1
                UNTIL PACKAGE-IDX > PACKAGE-COUNT.

        READ-REPLICATION-LOG.
           READ REPLICATION-LOG-FILE
                AT END SET END-OF-REPLLOG TO TRUE
           END-READ.

      *  Round-robin: past 200 the oldest slot takes the newest.
        STORE-RECENT-PACKAGE.
           IF REPLOG-SEQUENCE NUMERIC AND REPLOG-ASOF-DATE NUMERIC
                AND REPLOG-ASOF-TIME NUMERIC
                ADD 1 TO PACKAGE-SLOT
                IF PACKAGE-SLOT > 200
                     MOVE 1 TO PACKAGE-SLOT
                END-IF
                IF PACKAGE-COUNT < 200
                     ADD 1 TO PACKAGE-COUNT
                END-IF
                SET PACKAGE-IDX TO PACKAGE-SLOT
                MOVE REPLOG-SEQUENCE TO PKGTAB-SEQUENCE(PACKAGE-IDX)
                COMPUTE PKGTAB-ASOF-STAMP(PACKAGE-IDX) =
                     REPLOG-ASOF-DATE * 100000000 + REPLOG-ASOF-TIME
           END-IF.
           PERFORM READ-REPLICATION-LOG.

        NOTE-PACKAGE-RANGE.
           IF PKGTAB-SEQUENCE(PACKAGE-IDX) < PACKAGE-LOW-SEQUENCE
                MOVE PKGTAB-SEQUENCE(PACKAGE-IDX) TO
                     PACKAGE-LOW-SEQUENCE
           END-IF.
           IF PKGTAB-SEQUENCE(PACKAGE-IDX) > PACKAGE-HIGH-SEQUENCE
                MOVE PKGTAB-SEQUENCE(PACKAGE-IDX) TO
                     PACKAGE-HIGH-SEQUENCE
           END-IF.
           IF PKGTAB-ASOF-STAMP(PACKAGE-IDX) < OLDEST-PACKAGE-STAMP
                MOVE PKGTAB-ASOF-STAMP(PACKAGE-IDX) TO
                     OLDEST-PACKAGE-STAMP
           END-IF.

      *  Only a verified acknowledgment of a package still in the
      *  table can move what the standby holds forward.
        FIND-NEWEST-ACKNOWLEDGED.
           MOVE "N" TO END-OF-ACKS-SW.
           OPEN INPUT ACK-IN-FILE.
           PERFORM READ-ACK-RECORD.
           PERFORM JUDGE-ONE-ACK UNTIL END-OF-ACKS.
           CLOSE ACK-IN-FILE.

        READ-ACK-RECORD.
           READ ACK-IN-FILE
                AT END SET END-OF-ACKS TO TRUE
           END-READ.

        JUDGE-ONE-ACK.
           IF ACK-VERIFIED
                AND ACK-SEQUENCE NOT < PACKAGE-LOW-SEQUENCE
                AND ACK-SEQUENCE NOT > PACKAGE-HIGH-SEQUENCE
                MOVE "N" TO PACKAGE-MATCH-SW
                PERFORM MATCH-ONE-PACKAGE
                     VARYING PACKAGE-IDX FROM 1 BY 1
                     UNTIL PACKAGE-IDX > PACKAGE-COUNT
                          OR PACKAGE-MATCH-FOUND
                IF PACKAGE-MATCH-FOUND
                     IF PKGTAB-ASOF-STAMP(PACKAGE-FOUND-IDX) >
                          STANDBY-HELD-STAMP
                          MOVE PKGTAB-ASOF-STAMP(PACKAGE-FOUND-IDX)
                               TO STANDBY-HELD-STAMP
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-ACK-RECORD.

        MATCH-ONE-PACKAGE.
           IF PKGTAB-SEQUENCE(PACKAGE-IDX) = ACK-SEQUENCE
                SET PACKAGE-MATCH-FOUND TO TRUE
                SET PACKAGE-FOUND-IDX TO PACKAGE-IDX
           END-IF.

      *****************************************************
      *  Minutes from the moment the standby holds to now: whole
      *  days by stepping today back to that date, then the
      *  clock difference.
      *****************************************************
        COMPUTE-REPLICATION-LAG.
           MOVE STANDBY-HELD-STAMP TO STANDBY-HELD-TEXT.
           MOVE 0 TO LAG-DAYS.
           MOVE STAMP-DATE TO LAG-DATE.
           PERFORM STEP-LAG-BACK-ONE-DAY
                UNTIL LAG-DATE NOT > STANDBY-HELD-DATE
                     OR LAG-DAYS NOT < LAG-DAY-LIMIT.
           MOVE STAMP-TIME TO TIME-CONVERT-TEXT.
           PERFORM CONVERT-TIME-TO-HUNDREDTHS.
           MOVE TIME-CONVERT-HUNDREDTHS TO NOW-HUNDREDTHS.
           MOVE STANDBY-HELD-TIME TO TIME-CONVERT-TEXT.
           PERFORM CONVERT-TIME-TO-HUNDREDTHS.
           COMPUTE REPLICATION-LAG-MINUTES = LAG-DAYS * 1440
                + (NOW-HUNDREDTHS - TIME-CONVERT-HUNDREDTHS) / 6000.
           IF REPLICATION-LAG-MINUTES < 0
                MOVE 0 TO REPLICATION-LAG-MINUTES
           END-IF.

        STEP-LAG-BACK-ONE-DAY.
           ADD 1 TO LAG-DAYS.
           IF LAG-DD > 1
                SUBTRACT 1 FROM LAG-DD
           ELSE
                IF LAG-MM = 1
                     MOVE 12 TO LAG-MM
                     SUBTRACT 1 FROM LAG-YYYY
                ELSE
                     SUBTRACT 1 FROM LAG-MM
                END-IF
                PERFORM CHECK-LAG-LEAP-YEAR
                IF LAG-MM = 2 AND LEAP-YEAR
                     MOVE 29 TO LAG-DD
                ELSE
                     MOVE DAYS-IN-MONTH(LAG-MM) TO LAG-DD
                END-IF
           END-IF.

        CHECK-LAG-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE LAG-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO LEAP-YEAR-SW
                DIVIDE LAG-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO LEAP-YEAR-SW
                     DIVIDE LAG-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO LEAP-YEAR-SW
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Past the threshold: one escalation on the log, and the
      *  REPLLAG entry on the board - not one a minute while it
      *  lasts.
      *****************************************************
        RAISE-REPLICATION-LAG-ALERT.
           SET LAG-ALERT-RAISED TO TRUE.
           ADD 1 TO LAG-ALERTS-RAISED.
           MOVE REPLICATION-LAG-MINUTES TO LAG-DISPLAY-MINUTES.
           MOVE LAG-THRESHOLD-MINUTES TO LAG-DISPLAY-THRESHOLD.
           MOVE SPACES TO RECEIVED-MESSAGE-TEXT.
           STRING "REPLLAG standby state " LAG-DISPLAY-MINUTES
                " minutes behind - threshold "
                LAG-DISPLAY-THRESHOLD
                DELIMITED BY SIZE INTO RECEIVED-MESSAGE-TEXT.
           DISPLAY "** ESCALATION ** " RECEIVED-MESSAGE-TEXT.
           MOVE STAMP-DATE TO OPSLOG-DATE.
           MOVE STAMP-TIME TO OPSLOG-TIME.
           SET OPSLOG-ESCALATION TO TRUE.
           MOVE RECEIVED-MESSAGE-TEXT TO OPSLOG-MESSAGE.
           OPEN EXTEND OPERATIONS-LOG.
           WRITE OPERATIONS-LOG-RECORD.
           CLOSE OPERATIONS-LOG.
           PERFORM UPDATE-STATUS-BOARD.

        LOG-REPLICATION-LAG-RECOVERY.
           MOVE "N" TO LAG-ALERTED-SW.
           MOVE REPLICATION-LAG-MINUTES TO LAG-DISPLAY-MINUTES.
           MOVE SPACES TO RECEIVED-MESSAGE-TEXT.
           STRING "REPLLAG standby state back within threshold - "
                LAG-DISPLAY-MINUTES " minutes behind"
                DELIMITED BY SIZE INTO RECEIVED-MESSAGE-TEXT.
           PERFORM APPEND-OPERATIONS-LOG.
           PERFORM UPDATE-STATUS-BOARD.
