      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CREPLPK.cbl
      *
      *  State replication for the standby domain site.  BATCHCLI
      *  can fail its calls over to the standby domain, but the
      *  files that protect us - the reference registry's
      *  duplicate protection, the daily limit usage, run control,
      *  the checkpoints and the transaction store - live only
      *  here; after a site switch the standby would take
      *  duplicates and over-limit payments without a murmur.
      *  Run as
      *     replpack [FULL]
      *  it packages what has changed in those files since the
      *  last package into one enveloped interchange for the
      *  sister site, REPLPKG: every entry exported with TPEXPORT,
      *  between the same ICH header and ICT trailer (count and
      *  checksum) the export path uses, under the next sequence
      *  from XPORTSEQ and recorded on XPORTLOG - so the standby's
      *  acknowledgment comes back through ACKMATCH, and an
      *  unacknowledged package is rebuilt by RETRANS from the
      *  retained copy XP followed by the sequence.  REPLAPLY
      *  loads it at the standby.
      *
      *  What has changed: run control and the transaction
      *  journal are append-only, so the lines past those already
      *  sent go (for the journal, each change's after image of
      *  the store record, and the registry entry of its
      *  reference - a reversal cancels the booking before it
      *  marks the registry).  Registry and usage entries dated
      *  from the day before the last package on are sent whole;
      *  the checkpoints, one record each, are sent every time,
      *  present or empty.  What was sent is kept on REPLSTAT.
      *  FULL (or no REPLSTAT) sends every file whole - the
      *  first package, and the resynchronization after a lost
      *  one.  Each package is logged on REPLLOG with the moment
      *  it reflects, for the operations monitor's lag check.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPLPACK.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *  Read sequentially for the dated sweep, and by key for the
      *  references the journal names.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "REFREG"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY REGISTRY-REFERENCE-NUM
                FILE STATUS REGISTRY-FILE-STATUS.
           SELECT OPTIONAL LIMIT-USAGE-FILE ASSIGN TO "LIMUSAGE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY LIMUSE-KEY
                FILE STATUS LIMUSE-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC
                CHECKPOINT-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARTITION-CONFIG-FILE ASSIGN TO "PARTCFG"
                ORGANIZATION LINE SEQUENTIAL.
      *  Plain (record) SEQUENTIAL for the interchange, as on the
      *  export path - the exported buffers are opaque binary.
           SELECT EXPORT-FILE ASSIGN TO "REPLPKG".
           SELECT RETAINED-EXPORT-FILE ASSIGN TO DYNAMIC
                RETAINED-EXPORT-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXPORT-SEQUENCE-FILE ASSIGN TO "XPORTSEQ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXPORT-LOG-FILE ASSIGN TO "XPORTLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPLICATION-STATE-FILE
                ASSIGN TO "REPLSTAT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPLICATION-LOG-FILE ASSIGN TO "REPLLOG"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
               05 REGISTRY-REFERENCE-NUM     PIC X(12).
               05 REGISTRY-PROCESSED-DATE    PIC 9(08).
               05 REGISTRY-REVERSED-FLAG     PIC X(01).

        FD  LIMIT-USAGE-FILE.
        01  LIMIT-USAGE-RECORD.
               05 LIMUSE-KEY.
                       10 LIMUSE-CUSTOMER-ID PIC X(10).
                       10 LIMUSE-BUSINESS-DATE PIC 9(08).
               05 LIMUSE-AMOUNT-USED         PIC S9(13)V99.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

        FD  TXN-JOURNAL-FILE.
        01  TXN-JOURNAL-RECORD.
           COPY TPTXNJRL.

      *  Run control and the checkpoints ride through opaque -
      *  this job moves them, it does not reinterpret them.
        FD  RUN-CONTROL-FILE.
        01  RUN-CONTROL-RECORD      PIC X(120).

        FD  CHECKPOINT-FILE.
        01  CHECKPOINT-RECORD       PIC X(120).

        FD  PARTITION-CONFIG-FILE.
        01  PARTITION-CONFIG-RECORD.
               05 PART-TOTAL-COUNT           PIC 9(02).
               05 PART-THIS-NUMBER           PIC 9(02).

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

        FD  RETAINED-EXPORT-FILE.
        01  RETAINED-EXPORT-RECORD  PIC X(2048).

        FD  EXPORT-SEQUENCE-FILE.
        01  EXPORT-SEQUENCE-RECORD  PIC 9(06).

        FD  EXPORT-LOG-FILE.
        01  EXPORT-LOG-RECORD.
           COPY TPXPLOG.

      *  What the last package took: its sequence and moment, and
      *  how far into run control and the journal it reached.
        FD  REPLICATION-STATE-FILE.
        01  REPLICATION-STATE-RECORD.
               05 REPLST-LAST-SEQUENCE       PIC 9(06).
               05 REPLST-ASOF-DATE           PIC 9(08).
               05 REPLST-ASOF-TIME           PIC 9(08).
               05 REPLST-RUNCTL-LINES        PIC 9(09).
               05 REPLST-JOURNAL-LINES       PIC 9(09).

        FD  REPLICATION-LOG-FILE.
        01  REPLICATION-LOG-RECORD.
           COPY TPREPLOG.

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

        01  CHECKPOINT-FILE-NAME    PIC X(10) VALUE "BATCHCKP".
        01  RETAINED-EXPORT-NAME    PIC X(08) VALUE SPACES.
        01  INTERCHANGE-SITE-ID     PIC X(10) VALUE "THISSITE01".
        01  EXPORT-SEQUENCE-NUM     PIC 9(06) VALUE 0.

        01  PACK-SWITCHES.
               05 FULL-PACKAGE-SW   PIC X(01) VALUE "N".
                       88 FULL-PACKAGE       VALUE "Y".
               05 PACKAGE-FAILED-SW PIC X(01) VALUE "N".
                       88 PACKAGE-FAILED     VALUE "Y".
               05 END-OF-REGISTRY-SW PIC X(01) VALUE "N".
                       88 END-OF-REGISTRY    VALUE "Y".
               05 END-OF-USAGE-SW   PIC X(01) VALUE "N".
                       88 END-OF-USAGE       VALUE "Y".
               05 END-OF-STORE-SW   PIC X(01) VALUE "N".
                       88 END-OF-STORE       VALUE "Y".
               05 END-OF-JOURNAL-SW PIC X(01) VALUE "N".
                       88 END-OF-JOURNAL     VALUE "Y".
               05 END-OF-RUNCTL-SW  PIC X(01) VALUE "N".
                       88 END-OF-RUNCTL      VALUE "Y".

        01  PACK-COUNTERS.
               05 REGISTRY-SENT     PIC S9(9) COMP-5 VALUE 0.
               05 USAGE-SENT        PIC S9(9) COMP-5 VALUE 0.
               05 RUNCTL-SENT       PIC S9(9) COMP-5 VALUE 0.
               05 CHECKPOINTS-SENT  PIC S9(9) COMP-5 VALUE 0.
               05 STORE-SENT        PIC S9(9) COMP-5 VALUE 0.
               05 PACKAGE-RECORD-COUNT PIC S9(9) COMP-5 VALUE 0.

      *  Where the last package left off, and where this one
      *  does - zero lines sent means the file goes whole.  A
      *  line landing while the package is built waits for the
      *  next one.
        01  LAST-PACKAGE-SEQUENCE   PIC 9(06) VALUE 0.
        01  RUNCTL-LINES-SENT       PIC 9(09) VALUE 0.
        01  JOURNAL-LINES-SENT      PIC 9(09) VALUE 0.
        01  RUNCTL-LINES-NOW        PIC 9(09) VALUE 0.
        01  JOURNAL-LINES-NOW       PIC 9(09) VALUE 0.
        01  LINE-ORDINAL            PIC 9(09) VALUE 0.
        01  CHECKPOINT-SLOTS        PIC 9(02) VALUE 0.
        01  CHECKPOINT-SUB          PIC 9(02) VALUE 0.

      *  The byte sum over every exported buffer in the package -
      *  wider than the trailer's nine digits, which carry its
      *  low-order part, as the standby recomputes it.
        01  PACKAGE-CHECKSUM        PIC S9(18) COMP-5 VALUE 0.
        01  CHECKSUM-SCAN-SUB       PIC S9(9) COMP-5 VALUE 0.
        01  CHECKSUM-SCAN-LIMIT     PIC S9(9) COMP-5 VALUE 0.
        01  PACKAGE-ENTRY-LIMIT     PIC S9(9) COMP-5 VALUE 999999.

        01  ASOF-DATE               PIC 9(08).
        01  ASOF-TIME               PIC 9(08).
        01  WINDOW-DATE-FIELDS.
               05 WINDOW-DATE       PIC 9(08) VALUE 0.
               05 WINDOW-DATE-SPLIT REDEFINES WINDOW-DATE.
                       10 WINDOW-YYYY        PIC 9(04).
                       10 WINDOW-MM          PIC 9(02).
                       10 WINDOW-DD          PIC 9(02).
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CREPLPK.
           PERFORM PARSE-COMMAND-LINE.
           ACCEPT ASOF-DATE FROM DATE YYYYMMDD.
           ACCEPT ASOF-TIME FROM TIME.
           PERFORM READ-REPLICATION-STATE.
           PERFORM COMPUTE-CHANGE-WINDOW.
           PERFORM COUNT-RUNCTL-LINES.
           PERFORM COUNT-JOURNAL-LINES.
           PERFORM STEP-EXPORT-SEQUENCE.
           PERFORM OPEN-PACKAGE.
           PERFORM PACK-ASOF-ENTRY.
           PERFORM PACK-REGISTRY-CHANGES.
           PERFORM PACK-USAGE-CHANGES.
           PERFORM PACK-RUNCTL-CHANGES.
           PERFORM PACK-CHECKPOINTS.
           IF FULL-PACKAGE
                PERFORM PACK-WHOLE-STORE
           ELSE
                PERFORM PACK-JOURNAL-CHANGES
           END-IF.
           PERFORM CLOSE-PACKAGE.
           DISPLAY "===== State replication package =====".
           DISPLAY "Sequence:            " EXPORT-SEQUENCE-NUM.
           IF FULL-PACKAGE
                DISPLAY "Kind:                FULL"
           ELSE
                DISPLAY "Kind:                CHANGES"
           END-IF.
           DISPLAY "As of:               " ASOF-DATE " " ASOF-TIME.
           DISPLAY "Registry entries:    " REGISTRY-SENT.
           DISPLAY "Usage entries:       " USAGE-SENT.
           DISPLAY "Run control lines:   " RUNCTL-SENT.
           DISPLAY "Checkpoints:         " CHECKPOINTS-SENT.
           DISPLAY "Store records:       " STORE-SENT.
           DISPLAY "Package entries:     " PACKAGE-RECORD-COUNT.
           IF PACKAGE-FAILED
                DISPLAY "Package NOT sent - state left as it was; "
                     "the next run takes these changes again"
                MOVE 8 TO RETURN-CODE
           ELSE
                PERFORM LOG-EXPORT-INTERCHANGE
                PERFORM LOG-REPLICATION-PACKAGE
                PERFORM SAVE-REPLICATION-STATE
           END-IF.
           STOP RUN.

        PARSE-COMMAND-LINE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO CMD-MODE
                WITH POINTER CMD-PARSE-PTR.
           IF CMD-MODE = "FULL"
                SET FULL-PACKAGE TO TRUE
           ELSE
                IF CMD-MODE NOT = SPACES
                     DISPLAY "Usage: replpack [FULL]"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

      *****************************************************
      *  Where the last package left off.  No state on file (the
      *  first package ever) makes this one full.
      *****************************************************
        READ-REPLICATION-STATE.
           OPEN INPUT REPLICATION-STATE-FILE.
           READ REPLICATION-STATE-FILE
                AT END MOVE SPACES TO REPLICATION-STATE-RECORD
           END-READ.
           CLOSE REPLICATION-STATE-FILE.
           IF REPLST-LAST-SEQUENCE NUMERIC
                AND REPLST-ASOF-DATE NUMERIC
                AND REPLST-RUNCTL-LINES NUMERIC
                AND REPLST-JOURNAL-LINES NUMERIC
                MOVE REPLST-LAST-SEQUENCE TO LAST-PACKAGE-SEQUENCE
                MOVE REPLST-RUNCTL-LINES TO RUNCTL-LINES-SENT
                MOVE REPLST-JOURNAL-LINES TO JOURNAL-LINES-SENT
                MOVE REPLST-ASOF-DATE TO WINDOW-DATE
           ELSE
                IF NOT FULL-PACKAGE
                     DISPLAY "No replication state on file - "
                          "sending every file whole"
                     SET FULL-PACKAGE TO TRUE
                END-IF
           END-IF.

      *****************************************************
      *  Registry and usage entries dated from the day before the
      *  last package on: a business date can trail the calendar
      *  across midnight, and an entry sent twice only replaces
      *  itself.  A full package sends from the beginning.
      *****************************************************
        COMPUTE-CHANGE-WINDOW.
           IF FULL-PACKAGE
                MOVE 0 TO WINDOW-DATE
                MOVE 0 TO RUNCTL-LINES-SENT
                MOVE 0 TO JOURNAL-LINES-SENT
           ELSE
                PERFORM STEP-WINDOW-BACK-ONE-DAY
           END-IF.

        STEP-WINDOW-BACK-ONE-DAY.
           IF WINDOW-DD > 1
                SUBTRACT 1 FROM WINDOW-DD
           ELSE
                IF WINDOW-MM = 1
                     MOVE 12 TO WINDOW-MM
                     SUBTRACT 1 FROM WINDOW-YYYY
                ELSE
                     SUBTRACT 1 FROM WINDOW-MM
                END-IF
                PERFORM CHECK-WINDOW-LEAP-YEAR
                IF WINDOW-MM = 2 AND LEAP-YEAR
                     MOVE 29 TO WINDOW-DD
                ELSE
                     MOVE DAYS-IN-MONTH(WINDOW-MM) TO WINDOW-DD
                END-IF
           END-IF.

        CHECK-WINDOW-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE WINDOW-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO LEAP-YEAR-SW
                DIVIDE WINDOW-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO LEAP-YEAR-SW
                     DIVIDE WINDOW-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO LEAP-YEAR-SW
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  How long run control and the journal are now.  Shorter
      *  than what was sent means the file was started afresh
      *  (the journal is, after a store backup) - everything on
      *  it is then new.
      *****************************************************
        COUNT-RUNCTL-LINES.
           MOVE 0 TO RUNCTL-LINES-NOW.
           MOVE "N" TO END-OF-RUNCTL-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-RUNCTL-LINE.
           PERFORM COUNT-ONE-RUNCTL-LINE UNTIL END-OF-RUNCTL.
           CLOSE RUN-CONTROL-FILE.
           IF RUNCTL-LINES-NOW < RUNCTL-LINES-SENT
                DISPLAY "Run control is shorter than already sent "
                     "- sending it whole"
                MOVE 0 TO RUNCTL-LINES-SENT
           END-IF.

        COUNT-ONE-RUNCTL-LINE.
           ADD 1 TO RUNCTL-LINES-NOW.
           PERFORM READ-RUNCTL-LINE.

        READ-RUNCTL-LINE.
           READ RUN-CONTROL-FILE
                AT END SET END-OF-RUNCTL TO TRUE
           END-READ.

        COUNT-JOURNAL-LINES.
           MOVE 0 TO JOURNAL-LINES-NOW.
           MOVE "N" TO END-OF-JOURNAL-SW.
           OPEN INPUT TXN-JOURNAL-FILE.
           PERFORM READ-JOURNAL-LINE.
           PERFORM COUNT-ONE-JOURNAL-LINE UNTIL END-OF-JOURNAL.
           CLOSE TXN-JOURNAL-FILE.
           IF JOURNAL-LINES-NOW < JOURNAL-LINES-SENT
                DISPLAY "Store journal is shorter than already "
                     "sent - started afresh; sending it whole"
                MOVE 0 TO JOURNAL-LINES-SENT
           END-IF.

        COUNT-ONE-JOURNAL-LINE.
           ADD 1 TO JOURNAL-LINES-NOW.
           PERFORM READ-JOURNAL-LINE.

        READ-JOURNAL-LINE.
           READ TXN-JOURNAL-FILE
                AT END SET END-OF-JOURNAL TO TRUE
           END-READ.

      *****************************************************
      *  One more than the last sequence sent, persisted so the
      *  numbering survives from run to run - the same counter
      *  every interchange to the sister site is numbered from.
      *****************************************************
        STEP-EXPORT-SEQUENCE.
           OPEN INPUT EXPORT-SEQUENCE-FILE.
           READ EXPORT-SEQUENCE-FILE
                AT END MOVE 0 TO EXPORT-SEQUENCE-RECORD
           END-READ.
           CLOSE EXPORT-SEQUENCE-FILE.
           COMPUTE EXPORT-SEQUENCE-NUM =
                EXPORT-SEQUENCE-RECORD + 1.
           OPEN OUTPUT EXPORT-SEQUENCE-FILE.
           MOVE EXPORT-SEQUENCE-NUM TO EXPORT-SEQUENCE-RECORD.
           WRITE EXPORT-SEQUENCE-RECORD.
           CLOSE EXPORT-SEQUENCE-FILE.

      *****************************************************
      *  The interchange opens with its envelope header; the
      *  retained copy is opened alongside.
      *****************************************************
        OPEN-PACKAGE.
           MOVE SPACES TO RETAINED-EXPORT-NAME.
           STRING "XP" EXPORT-SEQUENCE-NUM
                DELIMITED BY SIZE INTO RETAINED-EXPORT-NAME.
           OPEN OUTPUT EXPORT-FILE.
           OPEN OUTPUT RETAINED-EXPORT-FILE.
           OPEN INPUT REGISTRY-FILE.
           MOVE "ICH" TO ENVELOPE-HEADER-TYPE.
           MOVE INTERCHANGE-SITE-ID TO ENVELOPE-SENDING-SITE.
           MOVE ASOF-DATE TO ENVELOPE-FILE-DATE.
           MOVE EXPORT-SEQUENCE-NUM TO ENVELOPE-SEQUENCE.
           WRITE EXPORT-ENVELOPE-HEADER.

        PACK-ASOF-ENTRY.
           MOVE SPACES TO REPLICATION-RECORD.
           SET REPL-ASOF-ENTRY TO TRUE.
           SET REPL-REPLACE TO TRUE.
           MOVE 0 TO REPL-ORDINAL.
           MOVE ASOF-DATE TO REPL-ASOF-DATE.
           MOVE ASOF-TIME TO REPL-ASOF-TIME.
           IF FULL-PACKAGE
                SET REPL-FULL-PACKAGE TO TRUE
           ELSE
                SET REPL-CHANGE-PACKAGE TO TRUE
           END-IF.
           MOVE LAST-PACKAGE-SEQUENCE TO REPL-PRIOR-SEQUENCE.
           PERFORM PACK-ONE-ENTRY.

      *****************************************************
      *  Registry entries inside the window.
      *****************************************************
        PACK-REGISTRY-CHANGES.
           MOVE "N" TO END-OF-REGISTRY-SW.
           PERFORM READ-NEXT-REGISTRY.
           PERFORM PACK-ONE-REGISTRY-ENTRY UNTIL END-OF-REGISTRY.

        READ-NEXT-REGISTRY.
           READ REGISTRY-FILE NEXT RECORD
                AT END SET END-OF-REGISTRY TO TRUE
           END-READ.

        PACK-ONE-REGISTRY-ENTRY.
           IF REGISTRY-PROCESSED-DATE NOT < WINDOW-DATE
                PERFORM PACK-REGISTRY-RECORD
           END-IF.
           PERFORM READ-NEXT-REGISTRY.

        PACK-REGISTRY-RECORD.
           MOVE SPACES TO REPLICATION-RECORD.
           SET REPL-REGISTRY-ENTRY TO TRUE.
           SET REPL-REPLACE TO TRUE.
           MOVE 0 TO REPL-ORDINAL.
           MOVE REGISTRY-RECORD TO REPL-IMAGE.
           ADD 1 TO REGISTRY-SENT.
           PERFORM PACK-ONE-ENTRY.

      *****************************************************
      *  Usage entries for business dates inside the window.
      *****************************************************
        PACK-USAGE-CHANGES.
           MOVE "N" TO END-OF-USAGE-SW.
           OPEN INPUT LIMIT-USAGE-FILE.
           PERFORM READ-NEXT-USAGE.
           PERFORM PACK-ONE-USAGE-ENTRY UNTIL END-OF-USAGE.
           CLOSE LIMIT-USAGE-FILE.

        READ-NEXT-USAGE.
           READ LIMIT-USAGE-FILE NEXT RECORD
                AT END SET END-OF-USAGE TO TRUE
           END-READ.

        PACK-ONE-USAGE-ENTRY.
           IF LIMUSE-BUSINESS-DATE NOT < WINDOW-DATE
                MOVE SPACES TO REPLICATION-RECORD
                SET REPL-USAGE-ENTRY TO TRUE
                SET REPL-REPLACE TO TRUE
                MOVE 0 TO REPL-ORDINAL
                MOVE LIMIT-USAGE-RECORD TO REPL-IMAGE
                ADD 1 TO USAGE-SENT
                PERFORM PACK-ONE-ENTRY
           END-IF.
           PERFORM READ-NEXT-USAGE.

      *****************************************************
      *  Run control lines past those already sent, each with
      *  its position so the standby appends it exactly once.
      *****************************************************
        PACK-RUNCTL-CHANGES.
           MOVE 0 TO LINE-ORDINAL.
           MOVE "N" TO END-OF-RUNCTL-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-RUNCTL-LINE.
           PERFORM PACK-ONE-RUNCTL-LINE UNTIL END-OF-RUNCTL.
           CLOSE RUN-CONTROL-FILE.

        PACK-ONE-RUNCTL-LINE.
           ADD 1 TO LINE-ORDINAL.
           IF LINE-ORDINAL > RUNCTL-LINES-SENT
                AND LINE-ORDINAL NOT > RUNCTL-LINES-NOW
                MOVE SPACES TO REPLICATION-RECORD
                SET REPL-RUNCTL-ENTRY TO TRUE
                SET REPL-APPEND TO TRUE
                MOVE LINE-ORDINAL TO REPL-ORDINAL
                MOVE RUN-CONTROL-RECORD TO REPL-IMAGE
                ADD 1 TO RUNCTL-SENT
                PERFORM PACK-ONE-ENTRY
           END-IF.
           PERFORM READ-RUNCTL-LINE.

      *****************************************************
      *  Every checkpoint, every time: the plain BATCHCKP, and
      *  BATCHCKP01 on up to the partitions configured.  An empty
      *  or absent one goes as a removal - the standby's copy is
      *  emptied, which a restart reads as nothing to skip.
      *****************************************************
        PACK-CHECKPOINTS.
           MOVE 0 TO CHECKPOINT-SLOTS.
           OPEN INPUT PARTITION-CONFIG-FILE.
           READ PARTITION-CONFIG-FILE
                AT END MOVE 0 TO PART-TOTAL-COUNT
           END-READ.
           CLOSE PARTITION-CONFIG-FILE.
           IF PART-TOTAL-COUNT NUMERIC
                MOVE PART-TOTAL-COUNT TO CHECKPOINT-SLOTS
           END-IF.
           MOVE "BATCHCKP" TO CHECKPOINT-FILE-NAME.
           PERFORM PACK-ONE-CHECKPOINT.
           PERFORM PACK-PARTITION-CHECKPOINT
                VARYING CHECKPOINT-SUB FROM 1 BY 1
                UNTIL CHECKPOINT-SUB > CHECKPOINT-SLOTS.

        PACK-PARTITION-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-FILE-NAME.
           STRING "BATCHCKP" CHECKPOINT-SUB
                DELIMITED BY SIZE INTO CHECKPOINT-FILE-NAME.
           PERFORM PACK-ONE-CHECKPOINT.

        PACK-ONE-CHECKPOINT.
           MOVE SPACES TO REPLICATION-RECORD.
           SET REPL-CHECKPOINT-ENTRY TO TRUE.
           MOVE 0 TO REPL-ORDINAL.
           MOVE CHECKPOINT-FILE-NAME TO REPL-TARGET-NAME.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE
                AT END SET REPL-REMOVE TO TRUE
                NOT AT END
                     SET REPL-REPLACE TO TRUE
                     MOVE CHECKPOINT-RECORD TO REPL-IMAGE
           END-READ.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO CHECKPOINTS-SENT.
           PERFORM PACK-ONE-ENTRY.

      *****************************************************
      *  The journal past the lines already sent: each change's
      *  after image replaces the standby's store record, and the
      *  reference's registry entry goes with it - a reversal
      *  cancels the booking and then marks the registry, and
      *  the mark carries no date of its own to be swept by.
      *****************************************************
        PACK-JOURNAL-CHANGES.
           MOVE 0 TO LINE-ORDINAL.
           MOVE "N" TO END-OF-JOURNAL-SW.
           OPEN INPUT TXN-JOURNAL-FILE.
           PERFORM READ-JOURNAL-LINE.
           PERFORM PACK-ONE-JOURNAL-LINE UNTIL END-OF-JOURNAL.
           CLOSE TXN-JOURNAL-FILE.

        PACK-ONE-JOURNAL-LINE.
           ADD 1 TO LINE-ORDINAL.
           IF LINE-ORDINAL > JOURNAL-LINES-SENT
                AND LINE-ORDINAL NOT > JOURNAL-LINES-NOW
                AND JRNL-AFTER-IMAGE NOT = SPACES
                MOVE SPACES TO REPLICATION-RECORD
                SET REPL-STORE-ENTRY TO TRUE
                SET REPL-REPLACE TO TRUE
                MOVE 0 TO REPL-ORDINAL
                MOVE JRNL-AFTER-IMAGE TO REPL-IMAGE
                ADD 1 TO STORE-SENT
                PERFORM PACK-ONE-ENTRY
                MOVE JRNL-AFTER-IMAGE(1:12) TO
                     REGISTRY-REFERENCE-NUM
                READ REGISTRY-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM PACK-REGISTRY-RECORD
                END-READ
           END-IF.
           PERFORM READ-JOURNAL-LINE.

      *****************************************************
      *  A full package carries the store whole instead of the
      *  journal's changes.
      *****************************************************
        PACK-WHOLE-STORE.
           MOVE "N" TO END-OF-STORE-SW.
           OPEN INPUT TXN-STORE-FILE.
           PERFORM READ-NEXT-STORE.
           PERFORM PACK-ONE-STORE-RECORD UNTIL END-OF-STORE.
           CLOSE TXN-STORE-FILE.

        READ-NEXT-STORE.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-STORE TO TRUE
           END-READ.

        PACK-ONE-STORE-RECORD.
           MOVE SPACES TO REPLICATION-RECORD.
           SET REPL-STORE-ENTRY TO TRUE.
           SET REPL-REPLACE TO TRUE.
           MOVE 0 TO REPL-ORDINAL.
           MOVE TXN-STORE-RECORD TO REPL-IMAGE.
           ADD 1 TO STORE-SENT.
           PERFORM PACK-ONE-ENTRY.
           PERFORM READ-NEXT-STORE.

      *****************************************************
      *  One entry into the package: exported, written, summed
      *  into the checksum and counted - and kept in plain form
      *  on the retained copy.  A failed export spoils the whole
      *  package; nothing more goes in.
      *****************************************************
        PACK-ONE-ENTRY.
           IF NOT PACKAGE-FAILED
                IF PACKAGE-RECORD-COUNT NOT < PACKAGE-ENTRY-LIMIT
                     DISPLAY "Package would exceed the envelope's "
                          "record count - send it in pieces"
                     SET PACKAGE-FAILED TO TRUE
                ELSE
                     PERFORM DO-TPEXPORT
                END-IF
           END-IF.
           IF NOT PACKAGE-FAILED
                MOVE XPORT-LEN TO EXPORT-XPORT-LEN
                MOVE XPORT-BUFFER TO EXPORT-XPORT-BUFFER
                WRITE EXPORT-RECORD
                PERFORM ADD-BUFFER-TO-CHECKSUM
                ADD 1 TO PACKAGE-RECORD-COUNT
                MOVE REPLICATION-RECORD TO RETAINED-EXPORT-RECORD
                WRITE RETAINED-EXPORT-RECORD
           END-IF.

        DO-TPEXPORT.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE SPACES TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF REPLICATION-RECORD TO LEN OF TPTYPE-REC.

           CALL "TPEXPORT" USING TPTYPE-REC
                REPLICATION-RECORD
                XPORT-BUFFER
                XPORT-LEN
                TPSTATUS-REC.

           IF NOT TPOK
                DISPLAY "TPEXPORT Failed: TP-STATUS=" TP-STATUS
                     " on a " REPL-FILE-CODE " entry"
                SET PACKAGE-FAILED TO TRUE
           END-IF.

      *****************************************************
      *  Sum the bytes of one exported buffer, over exactly the
      *  length TPEXPORT produced, into the package total.
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

        CLOSE-PACKAGE.
           MOVE "ICT" TO ENVELOPE-TRAILER-TYPE.
           MOVE PACKAGE-RECORD-COUNT TO ENVELOPE-RECORD-COUNT.
           MOVE PACKAGE-CHECKSUM TO ENVELOPE-CHECKSUM.
           WRITE EXPORT-ENVELOPE-TRAILER.
           CLOSE EXPORT-FILE.
           CLOSE RETAINED-EXPORT-FILE.
           CLOSE REGISTRY-FILE.

      *****************************************************
      *  The send goes on the interchange log the acknowledgment
      *  match and the retransmission job work from.
      *****************************************************
        LOG-EXPORT-INTERCHANGE.
           MOVE EXPORT-SEQUENCE-NUM TO XPLOG-SEQUENCE.
           MOVE ASOF-DATE TO XPLOG-FILE-DATE.
           MOVE PACKAGE-RECORD-COUNT TO XPLOG-RECORD-COUNT.
           MOVE PACKAGE-CHECKSUM TO XPLOG-CHECKSUM.
           MOVE 0 TO XPLOG-SUPERSEDES.
           OPEN EXTEND EXPORT-LOG-FILE.
           WRITE EXPORT-LOG-RECORD.
           CLOSE EXPORT-LOG-FILE.

        LOG-REPLICATION-PACKAGE.
           MOVE EXPORT-SEQUENCE-NUM TO REPLOG-SEQUENCE.
           MOVE ASOF-DATE TO REPLOG-ASOF-DATE.
           MOVE ASOF-TIME TO REPLOG-ASOF-TIME.
           IF FULL-PACKAGE
                SET REPLOG-FULL-PACKAGE TO TRUE
           ELSE
                MOVE "C" TO REPLOG-PACKAGE-KIND
           END-IF.
           MOVE REGISTRY-SENT TO REPLOG-REGISTRY-COUNT.
           MOVE USAGE-SENT TO REPLOG-USAGE-COUNT.
           MOVE RUNCTL-SENT TO REPLOG-RUNCTL-COUNT.
           MOVE CHECKPOINTS-SENT TO REPLOG-CHECKPOINT-COUNT.
           MOVE STORE-SENT TO REPLOG-STORE-COUNT.
           OPEN EXTEND REPLICATION-LOG-FILE.
           WRITE REPLICATION-LOG-RECORD.
           CLOSE REPLICATION-LOG-FILE.

        SAVE-REPLICATION-STATE.
           MOVE EXPORT-SEQUENCE-NUM TO REPLST-LAST-SEQUENCE.
           MOVE ASOF-DATE TO REPLST-ASOF-DATE.
           MOVE ASOF-TIME TO REPLST-ASOF-TIME.
           MOVE RUNCTL-LINES-NOW TO REPLST-RUNCTL-LINES.
           MOVE JOURNAL-LINES-NOW TO REPLST-JOURNAL-LINES.
           OPEN OUTPUT REPLICATION-STATE-FILE.
           WRITE REPLICATION-STATE-RECORD.
           CLOSE REPLICATION-STATE-FILE.
