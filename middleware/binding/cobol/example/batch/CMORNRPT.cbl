      *  trail's failures and the durable reconciliation
      *  exceptions - with a one-line PASS/ATTENTION verdict per
      *  run at the top, and the interchange acknowledgment state
      *  summarized alongside.  Any control file BATCHCLI found
      *  different from the previous night's run is flagged at
      *  the top too, off the control-file snapshot - so an
      *  unannounced edit is seen the morning after it bit.
      *
      *  The command line is the business date (YYYYMMDD); with
      *  none given, today is reported.
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-IN-FILE ASSIGN TO "ACKIN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-SNAPSHOT-FILE ASSIGN TO "CTLSNAP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT MORNING-REPORT-FILE ASSIGN TO "MORNRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        01  ACK-IN-RECORD.
           COPY TPXPACK.

        FD  CONTROL-SNAPSHOT-FILE.
        01  CONTROL-SNAPSHOT-RECORD.
           COPY TPCTLSNP.

        FD  MORNING-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

                       88 RUN-MATCH-FOUND    VALUE "Y".
               05 SEND-MATCH-SW     PIC X(01) VALUE "N".
                       88 SEND-MATCH-FOUND   VALUE "Y".
               05 END-OF-SNAP-SW    PIC X(01) VALUE "N".
                       88 END-OF-SNAPSHOT    VALUE "Y".
               05 CTLFP-MATCH-SW    PIC X(01) VALUE "N".
                       88 CTLFP-MATCH-FOUND  VALUE "Y".

        01  BUSINESS-DATE           PIC 9(08) VALUE 0.
        01  BUSINESS-DATE-TEXT      PIC X(80) VALUE SPACES.
               05 ACKS-IN-ERROR     PIC S9(9) COMP-5 VALUE 0.
               05 ACKS-UNMATCHED    PIC S9(9) COMP-5 VALUE 0.

      *  The control-file fingerprints of the night's latest run
      *  id and of the latest run id before the night, and what
      *  differs between them.
        01  TONIGHT-FINGERPRINTS.
               05 TONIGHT-RUN-ID    PIC 9(08) VALUE 0.
               05 TONIGHT-COUNT     PIC S9(4) COMP-5 VALUE 0.
               05 TONIGHT-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON TONIGHT-COUNT
                       INDEXED BY TONIGHT-IDX.
                       10 TNFP-FILE-NAME             PIC X(10).
                       10 TNFP-PRESENT-FLAG          PIC X(01).
                       10 TNFP-RECORD-COUNT          PIC 9(09).
                       10 TNFP-CHECKSUM              PIC 9(09).
        01  PRIOR-FINGERPRINTS.
               05 PRIOR-RUN-ID      PIC 9(08) VALUE 0.
               05 PRIOR-COUNT       PIC S9(4) COMP-5 VALUE 0.
               05 PRIOR-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON PRIOR-COUNT
                       INDEXED BY PRIOR-IDX.
                       10 PRFP-FILE-NAME             PIC X(10).
                       10 PRFP-PRESENT-FLAG          PIC X(01).
                       10 PRFP-RECORD-COUNT          PIC 9(09).
                       10 PRFP-CHECKSUM              PIC 9(09).
        01  PRIOR-FOUND-IDX         USAGE INDEX.
        01  CONTROL-FILES-CHANGED   PIC S9(4) COMP-5 VALUE 0.
        01  CONTROL-CHANGE-TEXT     PIC X(08) VALUE SPACES.
        01  CONTROL-CHANGE-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 CHG-TEXT          PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 CHG-FILE-NAME     PIC X(10).
               05 FILLER            PIC X(09) VALUE " RECORDS ".
               05 CHG-COUNT-NOW     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(05) VALUE " WAS ".
               05 CHG-COUNT-WAS     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(79) VALUE SPACES.

        01  EXCEPTIONS-UNATTRIBUTED PIC S9(9) COMP-5 VALUE 0.
        01  ACK-COUNT-TEXT          PIC ZZZZZZZZ9.

           PERFORM COUNT-AUDIT-FAILURES.
           PERFORM COUNT-RECON-EXCEPTIONS.
           PERFORM SUMMARIZE-ACK-STATE.
           PERFORM LOAD-CONTROL-FINGERPRINTS.
           PERFORM WRITE-MORNING-REPORT.
           STOP RUN.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CONTROL-FILES-CHANGED > 0
                MOVE SPACES TO PRINT-WORK-LINE
                MOVE CONTROL-FILES-CHANGED TO ACK-COUNT-TEXT
                STRING "ATTENTION CONTROL FILES CHANGED SINCE THE "
                     "PRIOR NIGHT:" ACK-COUNT-TEXT
                     " - SEE BELOW"
                     DELIMITED BY SIZE INTO PRINT-WORK-LINE
                WRITE REPORT-LINE FROM PRINT-WORK-LINE
           END-IF.
           IF RUN-COUNT = 0
                MOVE "NO RUNS ON THE DATE" TO PRINT-WORK-LINE
                WRITE REPORT-LINE FROM PRINT-WORK-LINE
                MOVE "RECONEXC" TO PRINT-WORK-LINE(38:8)
                WRITE REPORT-LINE FROM PRINT-WORK-LINE
           END-IF.
           PERFORM WRITE-CONTROL-CHANGES.
           CLOSE MORNING-REPORT-FILE.
           DISPLAY "Morning report written for " BUSINESS-DATE
                " - " RUN-COUNT " runs".
           MOVE ACKS-UNMATCHED TO ACK-COUNT-TEXT.
           MOVE ACK-COUNT-TEXT TO PRINT-WORK-LINE(18:9).
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.

      *****************************************************
      *  The control-file fingerprints off the snapshot: the
      *  latest run id stamped on the business date, and the
      *  latest stamped before it - the previous night's run.  A
      *  run id's fingerprints sit together on the file, so a
      *  higher run id simply starts its table over.  Every
      *  difference between the two is counted here.
      *****************************************************
        LOAD-CONTROL-FINGERPRINTS.
           OPEN INPUT CONTROL-SNAPSHOT-FILE.
           PERFORM READ-SNAPSHOT-RECORD.
           PERFORM KEEP-ONE-FINGERPRINT UNTIL END-OF-SNAPSHOT.
           CLOSE CONTROL-SNAPSHOT-FILE.
           IF TONIGHT-COUNT > 0 AND PRIOR-COUNT > 0
                PERFORM COUNT-ONE-CONTROL-CHANGE
                     VARYING TONIGHT-IDX FROM 1 BY 1
                     UNTIL TONIGHT-IDX > TONIGHT-COUNT
           END-IF.

        READ-SNAPSHOT-RECORD.
           READ CONTROL-SNAPSHOT-FILE
                AT END SET END-OF-SNAPSHOT TO TRUE
           END-READ.

        KEEP-ONE-FINGERPRINT.
           IF CTLSNP-FINGERPRINT
                EVALUATE TRUE
                     WHEN CTLSNP-SNAP-DATE = BUSINESS-DATE
                          IF CTLSNP-RUN-ID > TONIGHT-RUN-ID
                               MOVE CTLSNP-RUN-ID TO TONIGHT-RUN-ID
                               MOVE 0 TO TONIGHT-COUNT
                          END-IF
                          IF CTLSNP-RUN-ID = TONIGHT-RUN-ID
                               AND TONIGHT-COUNT < 30
                               PERFORM STORE-TONIGHT-FINGERPRINT
                          END-IF
                     WHEN CTLSNP-SNAP-DATE < BUSINESS-DATE
                          IF CTLSNP-RUN-ID > PRIOR-RUN-ID
                               MOVE CTLSNP-RUN-ID TO PRIOR-RUN-ID
                               MOVE 0 TO PRIOR-COUNT
                          END-IF
                          IF CTLSNP-RUN-ID = PRIOR-RUN-ID
                               AND PRIOR-COUNT < 30
                               PERFORM STORE-PRIOR-FINGERPRINT
                          END-IF
                END-EVALUATE
           END-IF.
           PERFORM READ-SNAPSHOT-RECORD.

        STORE-TONIGHT-FINGERPRINT.
           ADD 1 TO TONIGHT-COUNT.
           SET TONIGHT-IDX TO TONIGHT-COUNT.
           MOVE CTLSNP-FILE-NAME TO TNFP-FILE-NAME(TONIGHT-IDX).
           MOVE CTLSNP-PRESENT-FLAG TO TNFP-PRESENT-FLAG(TONIGHT-IDX).
           MOVE CTLSNP-RECORD-COUNT TO TNFP-RECORD-COUNT(TONIGHT-IDX).
           MOVE CTLSNP-CHECKSUM TO TNFP-CHECKSUM(TONIGHT-IDX).

        STORE-PRIOR-FINGERPRINT.
           ADD 1 TO PRIOR-COUNT.
           SET PRIOR-IDX TO PRIOR-COUNT.
           MOVE CTLSNP-FILE-NAME TO PRFP-FILE-NAME(PRIOR-IDX).
           MOVE CTLSNP-PRESENT-FLAG TO PRFP-PRESENT-FLAG(PRIOR-IDX).
           MOVE CTLSNP-RECORD-COUNT TO PRFP-RECORD-COUNT(PRIOR-IDX).
           MOVE CTLSNP-CHECKSUM TO PRFP-CHECKSUM(PRIOR-IDX).

      *  A file is changed when it came or went, or its count or
      *  checksum moved; one the prior night never fingerprinted
      *  at all is new to the snapshot, and counts as changed.
        COUNT-ONE-CONTROL-CHANGE.
           PERFORM JUDGE-ONE-CONTROL-FILE.
           IF CONTROL-CHANGE-TEXT NOT = SPACES
                ADD 1 TO CONTROL-FILES-CHANGED
           END-IF.

        JUDGE-ONE-CONTROL-FILE.
           MOVE SPACES TO CONTROL-CHANGE-TEXT.
           MOVE "N" TO CTLFP-MATCH-SW.
           PERFORM MATCH-ONE-PRIOR-FINGERPRINT
                VARYING PRIOR-IDX FROM 1 BY 1
                UNTIL PRIOR-IDX > PRIOR-COUNT OR CTLFP-MATCH-FOUND.
           IF CTLFP-MATCH-FOUND
                SET PRIOR-IDX TO PRIOR-FOUND-IDX
                EVALUATE TRUE
                     WHEN TNFP-PRESENT-FLAG(TONIGHT-IDX) = "Y"
                          AND PRFP-PRESENT-FLAG(PRIOR-IDX) NOT = "Y"
                          MOVE "ADDED" TO CONTROL-CHANGE-TEXT
                     WHEN TNFP-PRESENT-FLAG(TONIGHT-IDX) NOT = "Y"
                          AND PRFP-PRESENT-FLAG(PRIOR-IDX) = "Y"
                          MOVE "REMOVED" TO CONTROL-CHANGE-TEXT
                     WHEN TNFP-RECORD-COUNT(TONIGHT-IDX) NOT =
                               PRFP-RECORD-COUNT(PRIOR-IDX)
                          OR TNFP-CHECKSUM(TONIGHT-IDX) NOT =
                               PRFP-CHECKSUM(PRIOR-IDX)
                          MOVE "CHANGED" TO CONTROL-CHANGE-TEXT
                END-EVALUATE
           ELSE
                IF TNFP-PRESENT-FLAG(TONIGHT-IDX) = "Y"
                     MOVE "ADDED" TO CONTROL-CHANGE-TEXT
                END-IF
           END-IF.

        MATCH-ONE-PRIOR-FINGERPRINT.
           IF PRFP-FILE-NAME(PRIOR-IDX) = TNFP-FILE-NAME(TONIGHT-IDX)
                SET CTLFP-MATCH-FOUND TO TRUE
                SET PRIOR-FOUND-IDX TO PRIOR-IDX
           END-IF.

      *****************************************************
      *  The control-file section: the two run ids compared and
      *  one line per file that differs, with CFGDRIFT named for
      *  the line-by-line detail.
      *****************************************************
        WRITE-CONTROL-CHANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           MOVE "CONTROL FILES SINCE THE PRIOR NIGHT" TO
                PRINT-WORK-LINE.
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           IF TONIGHT-COUNT = 0 OR PRIOR-COUNT = 0
                MOVE "  NO SNAPSHOT TO COMPARE" TO PRINT-WORK-LINE
                WRITE REPORT-LINE FROM PRINT-WORK-LINE
           ELSE
                STRING "  RUN " TONIGHT-RUN-ID " AGAINST RUN "
                     PRIOR-RUN-ID
                     DELIMITED BY SIZE INTO PRINT-WORK-LINE
                WRITE REPORT-LINE FROM PRINT-WORK-LINE
                IF CONTROL-FILES-CHANGED = 0
                     MOVE SPACES TO PRINT-WORK-LINE
                     MOVE "  NO CONTROL FILE CHANGED" TO
                          PRINT-WORK-LINE
                     WRITE REPORT-LINE FROM PRINT-WORK-LINE
                ELSE
                     PERFORM WRITE-ONE-CONTROL-CHANGE
                          VARYING TONIGHT-IDX FROM 1 BY 1
                          UNTIL TONIGHT-IDX > TONIGHT-COUNT
                     MOVE SPACES TO PRINT-WORK-LINE
                     STRING "  LINE DETAIL: CFGDRIFT " PRIOR-RUN-ID
                          " " TONIGHT-RUN-ID
                          DELIMITED BY SIZE INTO PRINT-WORK-LINE
                     WRITE REPORT-LINE FROM PRINT-WORK-LINE
                END-IF
           END-IF.

        WRITE-ONE-CONTROL-CHANGE.
           PERFORM JUDGE-ONE-CONTROL-FILE.
           IF CONTROL-CHANGE-TEXT NOT = SPACES
                MOVE CONTROL-CHANGE-TEXT TO CHG-TEXT
                MOVE TNFP-FILE-NAME(TONIGHT-IDX) TO CHG-FILE-NAME
                MOVE TNFP-RECORD-COUNT(TONIGHT-IDX) TO CHG-COUNT-NOW
                IF CTLFP-MATCH-FOUND
                     MOVE PRFP-RECORD-COUNT(PRIOR-IDX) TO
                          CHG-COUNT-WAS
                ELSE
                     MOVE 0 TO CHG-COUNT-WAS
                END-IF
                WRITE REPORT-LINE FROM CONTROL-CHANGE-LINE
           END-IF.
