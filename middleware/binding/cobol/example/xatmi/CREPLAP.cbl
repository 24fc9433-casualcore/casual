      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CREPLAP.cbl
      *
      *  The standby site's half of state replication.  Run as
      *     replaply
      *  it loads the state package REPLPACK built at the primary
      *  (REPLPKG) into this site's reference registry, limit
      *  usage ledger, run control, checkpoints and transaction
      *  store - but only once the whole interchange envelope has
      *  verified: the ICH header in sequence past the last
      *  package applied, and the ICT trailer's count and checksum
      *  matching what is actually in the file.  Every entry is
      *  turned back into a buffer with TPIMPORT; registry, usage
      *  and store entries replace this site's copy by key, a run
      *  control line is appended unless its position is already
      *  on file, and a checkpoint is replaced or emptied whole.
      *  The outcome goes back to the primary on ACKOUT, for its
      *  ACKMATCH and RETRANS.
      *
      *  A package older than the state already applied (a late
      *  retransmission) is refused - it would put entries back
      *  the way they were.  A change package whose predecessor
      *  never arrived is applied, but the gap is remembered and
      *  reported until a FULL package resynchronizes the site.
      *
      *  Run as
      *     replaply STATUS
      *  it applies nothing and reports only.  Either way the
      *  REPLRPT report shows how current the standby's state
      *  is: the last package applied, the moment at the primary
      *  it reflects, and how many minutes behind that is now.
      *  REPLAPST keeps the last package applied from run to run.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPLAPLY.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *  Plain (record) SEQUENTIAL - the buffers are opaque binary.
           SELECT OPTIONAL EXPORT-FILE ASSIGN TO "REPLPKG".
           SELECT OPTIONAL APPLY-STATUS-FILE ASSIGN TO "REPLAPST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-OUT-FILE ASSIGN TO "ACKOUT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "REFREG"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY REGISTRY-REFERENCE-NUM
                FILE STATUS REGISTRY-FILE-STATUS.
           SELECT OPTIONAL LIMIT-USAGE-FILE ASSIGN TO "LIMUSAGE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY LIMUSE-KEY
                FILE STATUS LIMUSE-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC
                CHECKPOINT-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "REPLRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  EXPORT-FILE.
        01  EXPORT-RECORD.
           05  EXPORT-XPORT-LEN     PIC S9(9) COMP-5.
           05  EXPORT-XPORT-BUFFER  PIC X(2048).
        01  EXPORT-ENVELOPE-HEADER.
           05  ENVELOPE-HEADER-TYPE PIC X(03).
                   88 ENVELOPE-HEADER-OK    VALUE "ICH".
           05  ENVELOPE-SENDING-SITE PIC X(10).
           05  ENVELOPE-FILE-DATE   PIC 9(08).
           05  ENVELOPE-SEQUENCE    PIC 9(06).
        01  EXPORT-ENVELOPE-TRAILER.
           05  ENVELOPE-TRAILER-TYPE PIC X(03).
                   88 ENVELOPE-TRAILER-OK   VALUE "ICT".
           05  ENVELOPE-RECORD-COUNT PIC 9(06).
           05  ENVELOPE-CHECKSUM    PIC 9(09).

      *  The last package applied here, the moment at the primary
      *  it reflects, when it was applied, and any gap left open
      *  by a package that never arrived.
        FD  APPLY-STATUS-FILE.
        01  APPLY-STATUS-RECORD.
               05 RPAPST-LAST-SEQUENCE       PIC 9(06).
               05 RPAPST-ASOF-DATE           PIC 9(08).
               05 RPAPST-ASOF-TIME           PIC 9(08).
               05 RPAPST-APPLIED-DATE        PIC 9(08).
               05 RPAPST-APPLIED-TIME        PIC 9(08).
               05 RPAPST-GAP-FLAG            PIC X(01).
                       88 RPAPST-GAP-OPEN            VALUE "Y".
               05 RPAPST-GAP-SEQUENCE        PIC 9(06).

        FD  ACK-OUT-FILE.
        01  ACK-OUT-RECORD.
           COPY TPXPACK.

        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
               05 REGISTRY-REFERENCE-NUM     PIC X(12).
               05 FILLER                     PIC X(09).

        FD  LIMIT-USAGE-FILE.
        01  LIMIT-USAGE-RECORD.
               05 LIMUSE-KEY                 PIC X(18).
               05 FILLER                     PIC X(15).

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  RUN-CONTROL-FILE.
        01  RUN-CONTROL-RECORD      PIC X(120).

        FD  CHECKPOINT-FILE.
        01  CHECKPOINT-RECORD       PIC X(120).

        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01 TPXPORT-REC.
           COPY TPXPORT.

        01  REPLICATION-RECORD.
           COPY TPREPREC.

        01  REGISTRY-FILE-STATUS    PIC X(02) VALUE "00".
        01  LIMUSE-FILE-STATUS      PIC X(02) VALUE "00".
        01  STORE-FILE-STATUS       PIC X(02) VALUE "00".

        01  CMD-LINE-REC            PIC X(100) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  CMD-MODE                PIC X(08) VALUE SPACES.

        01  CHECKPOINT-FILE-NAME    PIC X(10) VALUE SPACES.
        01  INTERCHANGE-SITE-ID     PIC X(10) VALUE "THISSITE01".

        01  APPLY-SWITCHES.
               05 STATUS-ONLY-SW    PIC X(01) VALUE "N".
                       88 STATUS-ONLY        VALUE "Y".
               05 INTERCHANGE-OK-SW PIC X(01) VALUE "N".
                       88 INTERCHANGE-VERIFIED VALUE "Y".
               05 PACKAGE-APPLIED-SW PIC X(01) VALUE "N".
                       88 PACKAGE-APPLIED    VALUE "Y".
               05 APPLY-FAILED-SW   PIC X(01) VALUE "N".
                       88 APPLY-FAILED       VALUE "Y".
               05 END-OF-PACKAGE-SW PIC X(01) VALUE "N".
                       88 END-OF-PACKAGE     VALUE "Y".
               05 END-OF-RUNCTL-SW  PIC X(01) VALUE "N".
                       88 END-OF-RUNCTL      VALUE "Y".
               05 REGISTRY-OPEN-SW  PIC X(01) VALUE "N".
                       88 REGISTRY-OPEN      VALUE "Y".
               05 USAGE-OPEN-SW     PIC X(01) VALUE "N".
                       88 USAGE-OPEN         VALUE "Y".
               05 STORE-OPEN-SW     PIC X(01) VALUE "N".
                       88 STORE-OPEN         VALUE "Y".

        01  APPLY-COUNTERS.
               05 REGISTRY-APPLIED  PIC S9(9) COMP-5 VALUE 0.
               05 USAGE-APPLIED     PIC S9(9) COMP-5 VALUE 0.
               05 RUNCTL-APPLIED    PIC S9(9) COMP-5 VALUE 0.
               05 RUNCTL-ALREADY-HELD PIC S9(9) COMP-5 VALUE 0.
               05 CHECKPOINTS-APPLIED PIC S9(9) COMP-5 VALUE 0.
               05 STORE-APPLIED     PIC S9(9) COMP-5 VALUE 0.
               05 ENTRIES-FAILED    PIC S9(9) COMP-5 VALUE 0.
               05 PACKAGE-RECORD-COUNT PIC S9(9) COMP-5 VALUE 0.

      *  The envelope as read - kept here, since every record of
      *  the file lands in the same record area.
        01  HEADER-FOUND-SW         PIC X(01) VALUE "N".
               88 HEADER-FOUND               VALUE "Y".
        01  TRAILER-FOUND-SW        PIC X(01) VALUE "N".
               88 TRAILER-FOUND              VALUE "Y".
        01  PACKAGE-SENDING-SITE    PIC X(10) VALUE SPACES.
        01  PACKAGE-FILE-DATE       PIC 9(08) VALUE 0.
        01  PACKAGE-SEQUENCE        PIC 9(06) VALUE 0.
        01  TRAILER-RECORD-COUNT    PIC 9(06) VALUE 0.
        01  TRAILER-CHECKSUM        PIC 9(09) VALUE 0.

      *  What the package says about itself, taken from its ASOF
      *  entry while the envelope is verified.
        01  PACKAGE-ASOF-DATE       PIC 9(08) VALUE 0.
        01  PACKAGE-ASOF-TIME       PIC 9(08) VALUE 0.
        01  PACKAGE-KIND            PIC X(01) VALUE SPACE.
               88 PACKAGE-IS-FULL            VALUE "F".
        01  PACKAGE-PRIOR-SEQUENCE  PIC 9(06) VALUE 0.
        01  PACKAGE-STAMP           PIC 9(16) VALUE 0.
        01  APPLIED-STAMP           PIC 9(16) VALUE 0.
        01  REFUSAL-REASON          PIC X(60) VALUE SPACES.

        01  RUNCTL-LINES-HELD       PIC 9(09) VALUE 0.
        01  PACKAGE-CHECKSUM        PIC S9(18) COMP-5 VALUE 0.
        01  CHECKSUM-CONTROL        PIC 9(09) VALUE 0.
        01  CHECKSUM-SCAN-SUB       PIC S9(9) COMP-5 VALUE 0.
        01  CHECKSUM-SCAN-LIMIT     PIC S9(9) COMP-5 VALUE 0.

        01  RUN-DATE                PIC 9(08).
        01  RUN-TIME                PIC 9(08).

      *  How far behind: whole days between the primary's moment
      *  and now, stepped back a day at a time, then minutes.
        01  LAG-DATE-FIELDS.
               05 LAG-DATE          PIC 9(08).
               05 LAG-DATE-SPLIT REDEFINES LAG-DATE.
                       10 LAG-YYYY           PIC 9(04).
                       10 LAG-MM             PIC 9(02).
                       10 LAG-DD             PIC 9(02).
        01  LAG-DAYS                PIC S9(9) COMP-5 VALUE 0.
        01  LAG-DAY-LIMIT           PIC S9(9) COMP-5 VALUE 999.
        01  LAG-MINUTES             PIC S9(9) COMP-5 VALUE 0.
        01  LAG-TIME-FIELDS.
               05 LAG-TIME-TEXT     PIC 9(08).
               05 LAG-TIME-SPLIT REDEFINES LAG-TIME-TEXT.
                       10 LAG-TIME-HH        PIC 9(02).
                       10 LAG-TIME-MM        PIC 9(02).
                       10 FILLER             PIC 9(04).
        01  LAG-CLOCK-MINUTES       PIC S9(9) COMP-5 VALUE 0.
        01  NOW-CLOCK-MINUTES       PIC S9(9) COMP-5 VALUE 0.
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

        01  PRINT-WORK-LINE         PIC X(132).
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 99.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(34) VALUE
                    "STANDBY STATE CURRENCY REPORT".
               05 FILLER            PIC X(04) VALUE "RUN ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HEAD-RUN-TIME     PIC 9(08).
               05 FILLER            PIC X(68) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(32) VALUE "ITEM".
               05 FILLER            PIC X(40) VALUE "VALUE".
               05 FILLER            PIC X(60) VALUE SPACES.
        01  STATUS-LINE.
               05 STATLN-CAPTION    PIC X(32).
               05 STATLN-VALUE      PIC X(40).
               05 FILLER            PIC X(60) VALUE SPACES.
        01  STAMP-TEXT.
               05 STAMP-TEXT-DATE   PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 STAMP-TEXT-TIME   PIC 9(08).
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CREPLAP.
           PERFORM PARSE-COMMAND-LINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-APPLY-STATUS.
           IF NOT STATUS-ONLY
                PERFORM VERIFY-PACKAGE
                IF INTERCHANGE-VERIFIED
                     PERFORM APPLY-PACKAGE
                END-IF
                IF HEADER-FOUND
                     PERFORM WRITE-INTERCHANGE-ACK
                END-IF
           END-IF.
           PERFORM WRITE-CURRENCY-REPORT.
           DISPLAY "===== Standby state replication =====".
           IF STATUS-ONLY
                DISPLAY "Status only - nothing applied"
           ELSE
                IF PACKAGE-APPLIED
                     DISPLAY "Package applied:     " PACKAGE-SEQUENCE
                ELSE
                     DISPLAY "Package NOT applied: " REFUSAL-REASON
                     MOVE 8 TO RETURN-CODE
                END-IF
           END-IF.
           DISPLAY "Last applied:        " RPAPST-LAST-SEQUENCE.
           DISPLAY "Primary as of:       " RPAPST-ASOF-DATE " "
                RPAPST-ASOF-TIME.
           DISPLAY "Minutes behind:      " LAG-MINUTES.
           IF RPAPST-GAP-OPEN
                DISPLAY "Gap open since a missing package after "
                     RPAPST-GAP-SEQUENCE " - run a FULL package"
           END-IF.
           STOP RUN.

        PARSE-COMMAND-LINE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO CMD-MODE
                WITH POINTER CMD-PARSE-PTR.
           IF CMD-MODE = "STATUS"
                SET STATUS-ONLY TO TRUE
           ELSE
                IF CMD-MODE NOT = SPACES
                     DISPLAY "Usage: replaply [STATUS]"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

        READ-APPLY-STATUS.
           OPEN INPUT APPLY-STATUS-FILE.
           READ APPLY-STATUS-FILE
                AT END MOVE SPACES TO APPLY-STATUS-RECORD
           END-READ.
           CLOSE APPLY-STATUS-FILE.
           IF RPAPST-LAST-SEQUENCE NOT NUMERIC
                OR RPAPST-ASOF-DATE NOT NUMERIC
                OR RPAPST-ASOF-TIME NOT NUMERIC
                MOVE 0 TO RPAPST-LAST-SEQUENCE
                MOVE 0 TO RPAPST-ASOF-DATE
                MOVE 0 TO RPAPST-ASOF-TIME
                MOVE 0 TO RPAPST-APPLIED-DATE
                MOVE 0 TO RPAPST-APPLIED-TIME
                MOVE "N" TO RPAPST-GAP-FLAG
                MOVE 0 TO RPAPST-GAP-SEQUENCE
           END-IF.

      *****************************************************
      *  The first pass applies nothing: the header must be in
      *  sequence, the trailer's count and checksum must match
      *  every buffer actually in the file, and the first entry
      *  must be the package's ASOF - not older than the state
      *  already here.
      *****************************************************
        VERIFY-PACKAGE.
           MOVE "N" TO INTERCHANGE-OK-SW.
           OPEN INPUT EXPORT-FILE.
           READ EXPORT-FILE
                AT END MOVE SPACES TO EXPORT-ENVELOPE-HEADER
           END-READ.
           IF NOT ENVELOPE-HEADER-OK
                MOVE "no envelope header on the package file"
                     TO REFUSAL-REASON
                CLOSE EXPORT-FILE
           ELSE
                SET HEADER-FOUND TO TRUE
                MOVE ENVELOPE-SENDING-SITE TO PACKAGE-SENDING-SITE
                MOVE ENVELOPE-FILE-DATE TO PACKAGE-FILE-DATE
                MOVE ENVELOPE-SEQUENCE TO PACKAGE-SEQUENCE
                DISPLAY "Package from " PACKAGE-SENDING-SITE
                     " dated " PACKAGE-FILE-DATE
                     " sequence " PACKAGE-SEQUENCE
                IF PACKAGE-SEQUENCE NOT > RPAPST-LAST-SEQUENCE
                     MOVE
                "sequence already applied - re-sent or out of order"
                          TO REFUSAL-REASON
                     CLOSE EXPORT-FILE
                ELSE
                     PERFORM VERIFY-PACKAGE-CONTENTS
                END-IF
           END-IF.

        VERIFY-PACKAGE-CONTENTS.
           MOVE 0 TO PACKAGE-RECORD-COUNT.
           MOVE 0 TO PACKAGE-CHECKSUM.
           MOVE "N" TO END-OF-PACKAGE-SW.
           PERFORM READ-PACKAGE-RECORD.
           PERFORM VERIFY-ONE-PACKAGE-RECORD UNTIL END-OF-PACKAGE.
           CLOSE EXPORT-FILE.
           MOVE PACKAGE-CHECKSUM TO CHECKSUM-CONTROL.
           IF NOT TRAILER-FOUND
                MOVE "no envelope trailer - file may be truncated"
                     TO REFUSAL-REASON
           ELSE
                IF TRAILER-RECORD-COUNT NOT = PACKAGE-RECORD-COUNT
                     OR TRAILER-CHECKSUM NOT = CHECKSUM-CONTROL
                     MOVE
                "trailer count or checksum does not match the file"
                          TO REFUSAL-REASON
                ELSE
                     PERFORM JUDGE-PACKAGE-ASOF
                END-IF
           END-IF.

      *  The trailer is told from a buffer by its type: a buffer
      *  record opens with its binary length, never "ICT".
        READ-PACKAGE-RECORD.
           READ EXPORT-FILE
                AT END SET END-OF-PACKAGE TO TRUE
                NOT AT END
                     IF ENVELOPE-TRAILER-OK
                          SET END-OF-PACKAGE TO TRUE
                          SET TRAILER-FOUND TO TRUE
                          MOVE ENVELOPE-RECORD-COUNT TO
                               TRAILER-RECORD-COUNT
                          MOVE ENVELOPE-CHECKSUM TO TRAILER-CHECKSUM
                     END-IF
           END-READ.

        VERIFY-ONE-PACKAGE-RECORD.
           ADD 1 TO PACKAGE-RECORD-COUNT.
           MOVE EXPORT-XPORT-BUFFER TO XPORT-BUFFER.
           MOVE EXPORT-XPORT-LEN TO XPORT-LEN.
           PERFORM ADD-BUFFER-TO-CHECKSUM.
           IF PACKAGE-RECORD-COUNT = 1
                PERFORM DO-TPIMPORT
                IF NOT APPLY-FAILED AND REPL-ASOF-ENTRY
                     MOVE REPL-ASOF-DATE TO PACKAGE-ASOF-DATE
                     MOVE REPL-ASOF-TIME TO PACKAGE-ASOF-TIME
                     MOVE REPL-PACKAGE-KIND TO PACKAGE-KIND
                     MOVE REPL-PRIOR-SEQUENCE TO
                          PACKAGE-PRIOR-SEQUENCE
                END-IF
           END-IF.
           PERFORM READ-PACKAGE-RECORD.

        JUDGE-PACKAGE-ASOF.
           COMPUTE PACKAGE-STAMP =
                PACKAGE-ASOF-DATE * 100000000 + PACKAGE-ASOF-TIME.
           COMPUTE APPLIED-STAMP =
                RPAPST-ASOF-DATE * 100000000 + RPAPST-ASOF-TIME.
           IF APPLY-FAILED OR PACKAGE-ASOF-DATE = 0
                MOVE "first entry is not the package's ASOF entry"
                     TO REFUSAL-REASON
           ELSE
                IF PACKAGE-STAMP < APPLIED-STAMP
                     MOVE
                "older than the state applied - late retransmission"
                          TO REFUSAL-REASON
                ELSE
                     SET INTERCHANGE-VERIFIED TO TRUE
                END-IF
           END-IF.

      *****************************************************
      *  The second pass applies every entry.  A package that
      *  cannot be applied whole is not recorded as applied: its
      *  sequence stays open, and the same package applies again
      *  safely, every entry replacing by key or by position.
      *****************************************************
        APPLY-PACKAGE.
           PERFORM OPEN-STATE-FILES.
           PERFORM COUNT-RUNCTL-LINES-HELD.
           MOVE "N" TO END-OF-PACKAGE-SW.
           OPEN INPUT EXPORT-FILE.
           READ EXPORT-FILE
                AT END SET END-OF-PACKAGE TO TRUE
           END-READ.
           PERFORM READ-PACKAGE-RECORD.
           PERFORM APPLY-ONE-PACKAGE-RECORD UNTIL END-OF-PACKAGE.
           CLOSE EXPORT-FILE.
           PERFORM CLOSE-STATE-FILES.
           IF ENTRIES-FAILED > 0
                MOVE "entries failed to apply - package left open"
                     TO REFUSAL-REASON
                MOVE "N" TO INTERCHANGE-OK-SW
           ELSE
                SET PACKAGE-APPLIED TO TRUE
                PERFORM RECORD-PACKAGE-APPLIED
           END-IF.

        OPEN-STATE-FILES.
           OPEN I-O REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS = "00"
                OR REGISTRY-FILE-STATUS = "05"
                SET REGISTRY-OPEN TO TRUE
           ELSE
                DISPLAY "Reference registry: open failed with "
                     "status " REGISTRY-FILE-STATUS
           END-IF.
           OPEN I-O LIMIT-USAGE-FILE.
           IF LIMUSE-FILE-STATUS = "00"
                OR LIMUSE-FILE-STATUS = "05"
                SET USAGE-OPEN TO TRUE
           ELSE
                DISPLAY "Limit usage ledger: open failed with "
                     "status " LIMUSE-FILE-STATUS
           END-IF.
           OPEN I-O TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                OR STORE-FILE-STATUS = "05"
                SET STORE-OPEN TO TRUE
           ELSE
                DISPLAY "Transaction store: open failed with "
                     "status " STORE-FILE-STATUS
           END-IF.

        CLOSE-STATE-FILES.
           IF REGISTRY-OPEN
                CLOSE REGISTRY-FILE
           END-IF.
           IF USAGE-OPEN
                CLOSE LIMIT-USAGE-FILE
           END-IF.
           IF STORE-OPEN
                CLOSE TXN-STORE-FILE
           END-IF.

      *  Run control lines already here - a line whose position
      *  is within them was applied by an earlier package.
        COUNT-RUNCTL-LINES-HELD.
           MOVE 0 TO RUNCTL-LINES-HELD.
           MOVE "N" TO END-OF-RUNCTL-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-RUNCTL-LINE.
           PERFORM COUNT-ONE-RUNCTL-LINE UNTIL END-OF-RUNCTL.
           CLOSE RUN-CONTROL-FILE.

        READ-RUNCTL-LINE.
           READ RUN-CONTROL-FILE
                AT END SET END-OF-RUNCTL TO TRUE
           END-READ.

        COUNT-ONE-RUNCTL-LINE.
           ADD 1 TO RUNCTL-LINES-HELD.
           PERFORM READ-RUNCTL-LINE.

        APPLY-ONE-PACKAGE-RECORD.
           MOVE EXPORT-XPORT-BUFFER TO XPORT-BUFFER.
           MOVE EXPORT-XPORT-LEN TO XPORT-LEN.
           MOVE "N" TO APPLY-FAILED-SW.
           PERFORM DO-TPIMPORT.
           IF APPLY-FAILED
                ADD 1 TO ENTRIES-FAILED
           ELSE
                EVALUATE TRUE
                     WHEN REPL-ASOF-ENTRY
                          CONTINUE
                     WHEN REPL-REGISTRY-ENTRY
                          PERFORM APPLY-REGISTRY-ENTRY
                     WHEN REPL-USAGE-ENTRY
                          PERFORM APPLY-USAGE-ENTRY
                     WHEN REPL-RUNCTL-ENTRY
                          PERFORM APPLY-RUNCTL-ENTRY
                     WHEN REPL-CHECKPOINT-ENTRY
                          PERFORM APPLY-CHECKPOINT-ENTRY
                     WHEN REPL-STORE-ENTRY
                          PERFORM APPLY-STORE-ENTRY
                     WHEN OTHER
                          DISPLAY "Unknown package entry |"
                               REPL-FILE-CODE "| - not applied"
                          ADD 1 TO ENTRIES-FAILED
                END-EVALUATE
           END-IF.
           PERFORM READ-PACKAGE-RECORD.

        APPLY-REGISTRY-ENTRY.
           IF NOT REGISTRY-OPEN
                ADD 1 TO ENTRIES-FAILED
           ELSE
                MOVE REPL-IMAGE TO REGISTRY-RECORD
                WRITE REGISTRY-RECORD
                     INVALID KEY
                          REWRITE REGISTRY-RECORD
                               INVALID KEY ADD 1 TO ENTRIES-FAILED
                               NOT INVALID KEY
                                    ADD 1 TO REGISTRY-APPLIED
                          END-REWRITE
                     NOT INVALID KEY
                          ADD 1 TO REGISTRY-APPLIED
                END-WRITE
           END-IF.

        APPLY-USAGE-ENTRY.
           IF NOT USAGE-OPEN
                ADD 1 TO ENTRIES-FAILED
           ELSE
                MOVE REPL-IMAGE TO LIMIT-USAGE-RECORD
                WRITE LIMIT-USAGE-RECORD
                     INVALID KEY
                          REWRITE LIMIT-USAGE-RECORD
                               INVALID KEY ADD 1 TO ENTRIES-FAILED
                               NOT INVALID KEY
                                    ADD 1 TO USAGE-APPLIED
                          END-REWRITE
                     NOT INVALID KEY
                          ADD 1 TO USAGE-APPLIED
                END-WRITE
           END-IF.

        APPLY-STORE-ENTRY.
           IF NOT STORE-OPEN
                ADD 1 TO ENTRIES-FAILED
           ELSE
                MOVE REPL-IMAGE TO TXN-STORE-RECORD
                WRITE TXN-STORE-RECORD
                     INVALID KEY
                          REWRITE TXN-STORE-RECORD
                               INVALID KEY ADD 1 TO ENTRIES-FAILED
                               NOT INVALID KEY
                                    ADD 1 TO STORE-APPLIED
                          END-REWRITE
                     NOT INVALID KEY
                          ADD 1 TO STORE-APPLIED
                END-WRITE
           END-IF.

        APPLY-RUNCTL-ENTRY.
           IF REPL-ORDINAL NOT > RUNCTL-LINES-HELD
                ADD 1 TO RUNCTL-ALREADY-HELD
           ELSE
                MOVE REPL-IMAGE TO RUN-CONTROL-RECORD
                OPEN EXTEND RUN-CONTROL-FILE
                WRITE RUN-CONTROL-RECORD
                CLOSE RUN-CONTROL-FILE
                ADD 1 TO RUNCTL-LINES-HELD
                ADD 1 TO RUNCTL-APPLIED
           END-IF.

        APPLY-CHECKPOINT-ENTRY.
           MOVE REPL-TARGET-NAME TO CHECKPOINT-FILE-NAME.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF REPL-REPLACE
                MOVE REPL-IMAGE TO CHECKPOINT-RECORD
                WRITE CHECKPOINT-RECORD
           END-IF.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO CHECKPOINTS-APPLIED.

        DO-TPIMPORT.
           MOVE SPACES TO REPLICATION-RECORD.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE SPACES TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF REPLICATION-RECORD TO LEN OF TPTYPE-REC.

           CALL "TPIMPORT" USING XPORT-BUFFER
                XPORT-LEN
                TPTYPE-REC
                REPLICATION-RECORD
                TPSTATUS-REC.

           IF NOT TPOK
                DISPLAY "TPIMPORT Failed: TP-STATUS=" TP-STATUS
                     " on entry " PACKAGE-RECORD-COUNT
                SET APPLY-FAILED TO TRUE
           END-IF.

      *****************************************************
      *  Sum the bytes of one buffer, over exactly the length
      *  TPEXPORT produced, into the package total - as the
      *  primary summed it.
      *****************************************************
        ADD-BUFFER-TO-CHECKSUM.
           MOVE XPORT-LEN TO CHECKSUM-SCAN-LIMIT.
           IF CHECKSUM-SCAN-LIMIT > LENGTH OF XPORT-BUFFER
                MOVE LENGTH OF XPORT-BUFFER TO CHECKSUM-SCAN-LIMIT
           END-IF.
           PERFORM SUM-ONE-BUFFER-BYTE
                VARYING CHECKSUM-SCAN-SUB FROM 1 BY 1
                UNTIL CHECKSUM-SCAN-SUB > CHECKSUM-SCAN-LIMIT.

        SUM-ONE-BUFFER-BYTE.
           ADD FUNCTION ORD(XPORT-BUFFER(CHECKSUM-SCAN-SUB:1))
                TO PACKAGE-CHECKSUM.

      *****************************************************
      *  The package is this site's state now.  A change package
      *  whose predecessor is not the last one applied leaves a
      *  gap only a full package closes.
      *****************************************************
        RECORD-PACKAGE-APPLIED.
           IF PACKAGE-IS-FULL
                MOVE "N" TO RPAPST-GAP-FLAG
                MOVE 0 TO RPAPST-GAP-SEQUENCE
           ELSE
                IF PACKAGE-PRIOR-SEQUENCE NOT = RPAPST-LAST-SEQUENCE
                     AND NOT RPAPST-GAP-OPEN
                     MOVE "Y" TO RPAPST-GAP-FLAG
                     MOVE RPAPST-LAST-SEQUENCE TO RPAPST-GAP-SEQUENCE
                END-IF
           END-IF.
           MOVE PACKAGE-SEQUENCE TO RPAPST-LAST-SEQUENCE.
           MOVE PACKAGE-ASOF-DATE TO RPAPST-ASOF-DATE.
           MOVE PACKAGE-ASOF-TIME TO RPAPST-ASOF-TIME.
           MOVE RUN-DATE TO RPAPST-APPLIED-DATE.
           MOVE RUN-TIME TO RPAPST-APPLIED-TIME.
           OPEN OUTPUT APPLY-STATUS-FILE.
           WRITE APPLY-STATUS-RECORD.
           CLOSE APPLY-STATUS-FILE.

      *****************************************************
      *  Tell the primary what happened to its package - the
      *  acknowledgment its match program reconciles.
      *****************************************************
        WRITE-INTERCHANGE-ACK.
           MOVE INTERCHANGE-SITE-ID TO ACK-SITE-ID.
           MOVE PACKAGE-FILE-DATE TO ACK-FILE-DATE.
           MOVE PACKAGE-SEQUENCE TO ACK-SEQUENCE.
           MOVE PACKAGE-RECORD-COUNT TO ACK-RECORD-COUNT.
           IF PACKAGE-APPLIED
                SET ACK-VERIFIED TO TRUE
           ELSE
                SET ACK-IN-ERROR TO TRUE
           END-IF.
           OPEN EXTEND ACK-OUT-FILE.
           WRITE ACK-OUT-RECORD.
           CLOSE ACK-OUT-FILE.

      *****************************************************
      *  How current the standby is: the last package applied,
      *  the primary's moment it reflects, and the minutes from
      *  that moment to now.
      *****************************************************
        WRITE-CURRENCY-REPORT.
           PERFORM COMPUTE-STANDBY-LAG.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           IF NOT STATUS-ONLY
                PERFORM WRITE-PACKAGE-LINES
           END-IF.
           MOVE "LAST PACKAGE APPLIED" TO TOTLN-CAPTION.
           MOVE RPAPST-LAST-SEQUENCE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PRIMARY STATE AS OF" TO STATLN-CAPTION.
           MOVE RPAPST-ASOF-DATE TO STAMP-TEXT-DATE.
           MOVE RPAPST-ASOF-TIME TO STAMP-TEXT-TIME.
           MOVE STAMP-TEXT TO STATLN-VALUE.
           PERFORM WRITE-STATUS-LINE.
           MOVE "APPLIED HERE AT" TO STATLN-CAPTION.
           MOVE RPAPST-APPLIED-DATE TO STAMP-TEXT-DATE.
           MOVE RPAPST-APPLIED-TIME TO STAMP-TEXT-TIME.
           MOVE STAMP-TEXT TO STATLN-VALUE.
           PERFORM WRITE-STATUS-LINE.
           MOVE "MINUTES BEHIND THE PRIMARY" TO TOTLN-CAPTION.
           MOVE LAG-MINUTES TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STANDBY STATE" TO STATLN-CAPTION.
           IF RPAPST-LAST-SEQUENCE = 0
                MOVE "NO PACKAGE EVER APPLIED" TO STATLN-VALUE
           ELSE
                IF RPAPST-GAP-OPEN
                     MOVE "INCOMPLETE - PACKAGE MISSING AFTER"
                          TO STATLN-VALUE
                     MOVE RPAPST-GAP-SEQUENCE TO
                          STATLN-VALUE(35:6)
                ELSE
                     MOVE "COMPLETE TO THE MOMENT ABOVE"
                          TO STATLN-VALUE
                END-IF
           END-IF.
           PERFORM WRITE-STATUS-LINE.
           CLOSE REPORT-FILE.

        WRITE-PACKAGE-LINES.
           MOVE "PACKAGE RECEIVED" TO TOTLN-CAPTION.
           MOVE PACKAGE-SEQUENCE TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "OUTCOME" TO STATLN-CAPTION.
           IF PACKAGE-APPLIED
                IF PACKAGE-IS-FULL
                     MOVE "APPLIED - FULL RESYNCHRONIZATION"
                          TO STATLN-VALUE
                ELSE
                     MOVE "APPLIED - CHANGES" TO STATLN-VALUE
                END-IF
           ELSE
                MOVE "NOT APPLIED" TO STATLN-VALUE
           END-IF.
           PERFORM WRITE-STATUS-LINE.
           IF NOT PACKAGE-APPLIED
                MOVE "REASON" TO STATLN-CAPTION
                MOVE REFUSAL-REASON TO STATLN-VALUE
                PERFORM WRITE-STATUS-LINE
           END-IF.
           MOVE "REGISTRY ENTRIES APPLIED" TO TOTLN-CAPTION.
           MOVE REGISTRY-APPLIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "USAGE ENTRIES APPLIED" TO TOTLN-CAPTION.
           MOVE USAGE-APPLIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RUN CONTROL LINES APPENDED" TO TOTLN-CAPTION.
           MOVE RUNCTL-APPLIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RUN CONTROL LINES ALREADY HELD" TO TOTLN-CAPTION.
           MOVE RUNCTL-ALREADY-HELD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CHECKPOINTS REPLACED" TO TOTLN-CAPTION.
           MOVE CHECKPOINTS-APPLIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STORE RECORDS APPLIED" TO TOTLN-CAPTION.
           MOVE STORE-APPLIED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ENTRIES FAILED" TO TOTLN-CAPTION.
           MOVE ENTRIES-FAILED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Minutes from the primary's moment to now: whole days
      *  counted by stepping today back to that date, then the
      *  clock difference.  Nothing applied yet reads as zero.
      *****************************************************
        COMPUTE-STANDBY-LAG.
           MOVE 0 TO LAG-MINUTES.
           MOVE 0 TO LAG-DAYS.
           IF RPAPST-ASOF-DATE > 0
                MOVE RUN-DATE TO LAG-DATE
                PERFORM STEP-LAG-BACK-ONE-DAY
                     UNTIL LAG-DATE NOT > RPAPST-ASOF-DATE
                          OR LAG-DAYS NOT < LAG-DAY-LIMIT
                MOVE RPAPST-ASOF-TIME TO LAG-TIME-TEXT
                COMPUTE LAG-CLOCK-MINUTES =
                     LAG-TIME-HH * 60 + LAG-TIME-MM
                MOVE RUN-TIME TO LAG-TIME-TEXT
                COMPUTE NOW-CLOCK-MINUTES =
                     LAG-TIME-HH * 60 + LAG-TIME-MM
                COMPUTE LAG-MINUTES = LAG-DAYS * 1440
                     + NOW-CLOCK-MINUTES - LAG-CLOCK-MINUTES
                IF LAG-MINUTES < 0
                     MOVE 0 TO LAG-MINUTES
                END-IF
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

        WRITE-STATUS-LINE.
           MOVE STATUS-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

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
           MOVE RUN-TIME TO HEAD-RUN-TIME.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
