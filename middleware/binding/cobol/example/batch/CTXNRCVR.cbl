      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CTXNRCVR.cbl
      *
      *  Backup and forward recovery for BIZSRV's transaction
      *  store.  Run as
      *     txnrecov BACKUP
      *  it unloads TXNSTORE to the flat TXNBKUP copy under
      *  header and trailer controls.  Run as
      *     txnrecov RECOVER [YYYYMMDD [HHMMSSCC]]
      *  it rebuilds TXNSTORE from that copy and rolls it forward
      *  through the TXNJRNL journal BIZSRV appends, applying
      *  every change stamped at or before the recovery point
      *  (no point means the whole journal).  The corrupted store
      *  must be moved aside first - the rebuild starts the store
      *  afresh.
      *
      *  Each journal entry is applied only when the store holds
      *  exactly its before image (nothing, for a record added);
      *  one whose after image is already there was taken by the
      *  backup and is passed over, so a journal that reaches
      *  back before the backup replays safely.  Anything else is
      *  a conflict, listed and counted - the recovery is then
      *  not proven.  The proof: the backup's totals plus the
      *  movement of every entry applied must equal a count and
      *  amount sweep of the rebuilt store.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TXNRECOV.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL BACKUP-FILE ASSIGN TO "TXNBKUP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

      *  One store record per line, between a header and a
      *  trailer carrying the record count and the amount total.
        FD  BACKUP-FILE.
        01  BACKUP-RECORD           PIC X(92).
        01  BACKUP-HEADER-RECORD.
           COPY TPBATHDR.
        01  BACKUP-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  TXN-JOURNAL-FILE.
        01  TXN-JOURNAL-RECORD.
           COPY TPTXNJRL.

        WORKING-STORAGE SECTION.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.

      *  The command line: the mode, then for RECOVER the optional
      *  recovery point.
        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  RUN-MODE-TOKEN          PIC X(10) VALUE SPACES.
               88 BACKUP-MODE                VALUE "BACKUP".
               88 RECOVER-MODE               VALUE "RECOVER".
        01  POINT-DATE-TEXT         PIC X(08) VALUE SPACES.
        01  POINT-TIME-TEXT         PIC X(08) VALUE SPACES.
        01  RECOVERY-POINT.
               05 POINT-DATE        PIC 9(08) VALUE 99999999.
               05 POINT-TIME        PIC 9(08) VALUE 99999999.
        01  ENTRY-STAMP.
               05 STAMP-DATE        PIC 9(08).
               05 STAMP-TIME        PIC 9(08).

        01  RECOVERY-SWITCHES.
               05 END-OF-STORE-SW   PIC X(01) VALUE "N".
                       88 END-OF-STORE       VALUE "Y".
               05 END-OF-BACKUP-SW  PIC X(01) VALUE "N".
                       88 END-OF-BACKUP      VALUE "Y".
               05 END-OF-JOURNAL-SW PIC X(01) VALUE "N".
                       88 END-OF-JOURNAL     VALUE "Y".
               05 STORE-OPEN-SW     PIC X(01) VALUE "N".
                       88 STORE-IS-OPEN      VALUE "Y".
               05 BACKUP-TRAILER-SW PIC X(01) VALUE "N".
                       88 BACKUP-TRAILER-SEEN VALUE "Y".
               05 BACKUP-BAD-SW     PIC X(01) VALUE "N".
                       88 BACKUP-CONTROL-FAILED VALUE "Y".
               05 RECORD-FOUND-SW   PIC X(01) VALUE "N".
                       88 RECORD-FOUND       VALUE "Y".

        01  RECOVERY-COUNTERS.
               05 BACKUP-RECORDS    PIC S9(9) COMP-5 VALUE 0.
               05 JOURNAL-READ      PIC S9(9) COMP-5 VALUE 0.
               05 JOURNAL-APPLIED   PIC S9(9) COMP-5 VALUE 0.
               05 JOURNAL-IN-BACKUP PIC S9(9) COMP-5 VALUE 0.
               05 JOURNAL-PAST-POINT PIC S9(9) COMP-5 VALUE 0.
               05 JOURNAL-CONFLICTS PIC S9(9) COMP-5 VALUE 0.
               05 APPLIED-ADDS      PIC S9(9) COMP-5 VALUE 0.
               05 APPLIED-REWRITES  PIC S9(9) COMP-5 VALUE 0.

      *  The control totals: what the backup held, what the
      *  applied journal entries moved, and what the rebuilt
      *  store actually holds.  A record counts toward the amount
      *  total unless it is cancelled.
        01  CONTROL-TOTALS.
               05 BACKUP-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.
               05 JOURNAL-COUNT-MOVEMENT     PIC S9(9) COMP-5
                                                  VALUE 0.
               05 JOURNAL-AMOUNT-MOVEMENT    PIC S9(13)V99 VALUE 0.
               05 EXPECTED-RECORD-COUNT      PIC S9(9) COMP-5
                                                  VALUE 0.
               05 EXPECTED-AMOUNT-TOTAL      PIC S9(13)V99 VALUE 0.
               05 STORE-RECORD-COUNT         PIC S9(9) COMP-5
                                                  VALUE 0.
               05 STORE-AMOUNT-TOTAL         PIC S9(13)V99 VALUE 0.
        01  TOTAL-DISPLAY-TEXT      PIC -(13)9.99.

      *  The store record area, widened to the journal's image
      *  width, for comparing against a before or after image.
        01  STORE-IMAGE-WORK        PIC X(120).

        01  BACKUP-CONTROLS.
               05 BACKUP-HEADER.
                       10 FILLER    PIC X(03) VALUE "HDR".
                       10 BACKUP-HDR-DATE PIC 9(08).
                       10 BACKUP-HDR-SOURCE PIC X(10)
                                                  VALUE "TXNRECOV".
                       10 FILLER    PIC X(01) VALUE "F".
               05 BACKUP-TRAILER.
                       10 FILLER    PIC X(03) VALUE "TRL".
                       10 BACKUP-TRL-COUNT PIC 9(09).
                       10 BACKUP-TRL-HASH PIC S9(13)V99.

        01  RUN-DATE                PIC 9(08).

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CTXNRCVR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PARSE-COMMAND-LINE.
           EVALUATE TRUE
                WHEN BACKUP-MODE
                     PERFORM UNLOAD-STORE-TO-BACKUP
                WHEN RECOVER-MODE
                     PERFORM RECOVER-STORE
                WHEN OTHER
                     DISPLAY "Usage: txnrecov BACKUP | RECOVER "
                          "[YYYYMMDD [HHMMSSCC]]"
           END-EVALUATE.
           STOP RUN.

      *****************************************************
      *  Mode first, then the recovery point: a date alone means
      *  the end of that day.
      *****************************************************
        PARSE-COMMAND-LINE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACES
                INTO RUN-MODE-TOKEN POINT-DATE-TEXT
                     POINT-TIME-TEXT.
           IF RECOVER-MODE AND POINT-DATE-TEXT NOT = SPACES
                IF POINT-DATE-TEXT NUMERIC
                     MOVE POINT-DATE-TEXT TO POINT-DATE
                     IF POINT-TIME-TEXT NUMERIC
                          MOVE POINT-TIME-TEXT TO POINT-TIME
                     END-IF
                     DISPLAY "Recovery point: " POINT-DATE " "
                          POINT-TIME
                ELSE
                     DISPLAY "Recovery point " POINT-DATE-TEXT
                          " not understood - nothing recovered"
                     MOVE SPACES TO RUN-MODE-TOKEN
                END-IF
           END-IF.

      *****************************************************
      *  BACKUP: every store record, in key order, to the flat
      *  copy - the trailer carries the count and amount total
      *  the recovery starts its proof from.
      *****************************************************
        UNLOAD-STORE-TO-BACKUP.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS NOT = "00"
                DISPLAY "Backup: transaction store not available "
                     "(status " STORE-FILE-STATUS ") - no backup "
                     "taken"
           ELSE
                OPEN OUTPUT BACKUP-FILE
                MOVE RUN-DATE TO BACKUP-HDR-DATE
                WRITE BACKUP-RECORD FROM BACKUP-HEADER
                PERFORM READ-NEXT-STORE-RECORD
                PERFORM UNLOAD-ONE-STORE-RECORD UNTIL END-OF-STORE
                MOVE STORE-RECORD-COUNT TO BACKUP-TRL-COUNT
                MOVE STORE-AMOUNT-TOTAL TO BACKUP-TRL-HASH
                WRITE BACKUP-RECORD FROM BACKUP-TRAILER
                CLOSE BACKUP-FILE
                CLOSE TXN-STORE-FILE
                MOVE STORE-AMOUNT-TOTAL TO TOTAL-DISPLAY-TEXT
                DISPLAY "Backup: " STORE-RECORD-COUNT
                     " records, amount total " TOTAL-DISPLAY-TEXT
           END-IF.

        READ-NEXT-STORE-RECORD.
           READ TXN-STORE-FILE NEXT RECORD
                AT END SET END-OF-STORE TO TRUE
           END-READ.

        UNLOAD-ONE-STORE-RECORD.
           MOVE TXN-STORE-RECORD TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.
           PERFORM TALLY-STORE-RECORD.
           PERFORM READ-NEXT-STORE-RECORD.

        TALLY-STORE-RECORD.
           ADD 1 TO STORE-RECORD-COUNT.
           IF NOT STORE-TXN-CANCELLED
                ADD STORE-AMOUNT TO STORE-AMOUNT-TOTAL
           END-IF.

      *****************************************************
      *  RECOVER: reload the backup, roll forward through the
      *  journal to the recovery point, and prove the result.
      *****************************************************
        RECOVER-STORE.
           OPEN OUTPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS NOT = "00"
                DISPLAY "Recovery: transaction store cannot be "
                     "created (status " STORE-FILE-STATUS ") - "
                     "nothing recovered"
           ELSE
                SET STORE-IS-OPEN TO TRUE
                PERFORM RELOAD-BACKUP
                CLOSE TXN-STORE-FILE
                OPEN I-O TXN-STORE-FILE
                OPEN INPUT TXN-JOURNAL-FILE
                PERFORM READ-JOURNAL-ENTRY
                PERFORM APPLY-ONE-JOURNAL-ENTRY UNTIL END-OF-JOURNAL
                CLOSE TXN-JOURNAL-FILE
                CLOSE TXN-STORE-FILE
                PERFORM PROVE-RECOVERED-STORE
           END-IF.

      *****************************************************
      *  The backup copy back into the empty store, with its own
      *  trailer checked - a short or altered copy is no base to
      *  recover from, and the proof says so.
      *****************************************************
        RELOAD-BACKUP.
           OPEN INPUT BACKUP-FILE.
           PERFORM READ-BACKUP-RECORD.
           PERFORM RELOAD-ONE-BACKUP-RECORD UNTIL END-OF-BACKUP.
           CLOSE BACKUP-FILE.
           IF NOT BACKUP-TRAILER-SEEN
                DISPLAY "Recovery: backup copy has no trailer - "
                     "it may be truncated"
                SET BACKUP-CONTROL-FAILED TO TRUE
           END-IF.
           MOVE BACKUP-AMOUNT-TOTAL TO TOTAL-DISPLAY-TEXT.
           DISPLAY "Recovery: " BACKUP-RECORDS
                " records reloaded from the backup, amount total "
                TOTAL-DISPLAY-TEXT.

        READ-BACKUP-RECORD.
           READ BACKUP-FILE
                AT END SET END-OF-BACKUP TO TRUE
           END-READ.

        RELOAD-ONE-BACKUP-RECORD.
           EVALUATE TRUE
                WHEN HEADER-TYPE-OK
                     CONTINUE
                WHEN TRAILER-TYPE-OK
                     SET BACKUP-TRAILER-SEEN TO TRUE
                     PERFORM CHECK-BACKUP-TRAILER
                WHEN OTHER
                     MOVE BACKUP-RECORD TO TXN-STORE-RECORD
                     WRITE TXN-STORE-RECORD
                          INVALID KEY
                               DISPLAY "Recovery: duplicate "
                                    "reference |" STORE-REFERENCE-NUM
                                    "| on the backup"
                               SET BACKUP-CONTROL-FAILED TO TRUE
                          NOT INVALID KEY
                               ADD 1 TO BACKUP-RECORDS
                               IF NOT STORE-TXN-CANCELLED
                                    ADD STORE-AMOUNT TO
                                         BACKUP-AMOUNT-TOTAL
                               END-IF
                     END-WRITE
           END-EVALUATE.
           PERFORM READ-BACKUP-RECORD.

        CHECK-BACKUP-TRAILER.
           IF TRAILER-RECORD-COUNT NOT = BACKUP-RECORDS
                OR TRAILER-HASH-TOTAL NOT = BACKUP-AMOUNT-TOTAL
                DISPLAY "Recovery: backup trailer does not match "
                     "the records reloaded"
                SET BACKUP-CONTROL-FAILED TO TRUE
           END-IF.

        READ-JOURNAL-ENTRY.
           READ TXN-JOURNAL-FILE
                AT END SET END-OF-JOURNAL TO TRUE
           END-READ.

      *****************************************************
      *  One journal entry: past the recovery point it is left
      *  unapplied; otherwise the store's current record for the
      *  reference decides - before image there, apply; after
      *  image there, already in the backup; anything else, a
      *  conflict.
      *****************************************************
        APPLY-ONE-JOURNAL-ENTRY.
           ADD 1 TO JOURNAL-READ.
           MOVE JRNL-DATE TO STAMP-DATE.
           MOVE JRNL-TIME TO STAMP-TIME.
           IF ENTRY-STAMP > RECOVERY-POINT
                ADD 1 TO JOURNAL-PAST-POINT
           ELSE
                MOVE JRNL-AFTER-IMAGE TO TXN-STORE-RECORD
                READ TXN-STORE-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-SW
                          MOVE SPACES TO STORE-IMAGE-WORK
                     NOT INVALID KEY
                          SET RECORD-FOUND TO TRUE
                          MOVE TXN-STORE-RECORD TO STORE-IMAGE-WORK
                END-READ
                EVALUATE TRUE
                     WHEN STORE-IMAGE-WORK = JRNL-AFTER-IMAGE
                          ADD 1 TO JOURNAL-IN-BACKUP
                     WHEN STORE-IMAGE-WORK = JRNL-BEFORE-IMAGE
                          PERFORM APPLY-JOURNAL-IMAGE
                     WHEN OTHER
                          PERFORM LIST-JOURNAL-CONFLICT
                END-EVALUATE
           END-IF.
           PERFORM READ-JOURNAL-ENTRY.

      *  The movement the entry makes to the control totals: the
      *  before image's share comes out, the after image's goes
      *  in.
        APPLY-JOURNAL-IMAGE.
           IF JRNL-BEFORE-IMAGE NOT = SPACES
                MOVE JRNL-BEFORE-IMAGE TO TXN-STORE-RECORD
                SUBTRACT 1 FROM JOURNAL-COUNT-MOVEMENT
                IF NOT STORE-TXN-CANCELLED
                     SUBTRACT STORE-AMOUNT FROM
                          JOURNAL-AMOUNT-MOVEMENT
                END-IF
           END-IF.
           MOVE JRNL-AFTER-IMAGE TO TXN-STORE-RECORD.
           ADD 1 TO JOURNAL-COUNT-MOVEMENT.
           IF NOT STORE-TXN-CANCELLED
                ADD STORE-AMOUNT TO JOURNAL-AMOUNT-MOVEMENT
           END-IF.
           IF RECORD-FOUND
                REWRITE TXN-STORE-RECORD
                     INVALID KEY
                          PERFORM LIST-JOURNAL-CONFLICT
                     NOT INVALID KEY
                          ADD 1 TO JOURNAL-APPLIED
                          ADD 1 TO APPLIED-REWRITES
                END-REWRITE
           ELSE
                WRITE TXN-STORE-RECORD
                     INVALID KEY
                          PERFORM LIST-JOURNAL-CONFLICT
                     NOT INVALID KEY
                          ADD 1 TO JOURNAL-APPLIED
                          ADD 1 TO APPLIED-ADDS
                END-WRITE
           END-IF.

        LIST-JOURNAL-CONFLICT.
           ADD 1 TO JOURNAL-CONFLICTS.
           MOVE JRNL-AFTER-IMAGE TO TXN-STORE-RECORD.
           DISPLAY "CONFLICT   journal " JRNL-DATE " " JRNL-TIME
                " " JRNL-SUB-TYPE " reference |"
                STORE-REFERENCE-NUM
                "| does not follow from the store's record".

      *****************************************************
      *  The proof: sweep the rebuilt store and hold its count
      *  and amount total against the backup plus the journal's
      *  movements.  Any conflict, a bad backup, or a difference
      *  here means the store is not proven recovered.
      *****************************************************
        PROVE-RECOVERED-STORE.
           COMPUTE EXPECTED-RECORD-COUNT =
                BACKUP-RECORDS + JOURNAL-COUNT-MOVEMENT.
           COMPUTE EXPECTED-AMOUNT-TOTAL =
                BACKUP-AMOUNT-TOTAL + JOURNAL-AMOUNT-MOVEMENT.
           MOVE 0 TO STORE-RECORD-COUNT.
           MOVE 0 TO STORE-AMOUNT-TOTAL.
           MOVE "N" TO END-OF-STORE-SW.
           OPEN INPUT TXN-STORE-FILE.
           PERFORM READ-NEXT-STORE-RECORD.
           PERFORM SWEEP-ONE-STORE-RECORD UNTIL END-OF-STORE.
           CLOSE TXN-STORE-FILE.
           DISPLAY "===== Store recovery =====".
           DISPLAY "Journal entries read:     " JOURNAL-READ.
           DISPLAY "Applied (added):          " APPLIED-ADDS.
           DISPLAY "Applied (rewritten):      " APPLIED-REWRITES.
           DISPLAY "Already in the backup:    " JOURNAL-IN-BACKUP.
           DISPLAY "Past the recovery point:  " JOURNAL-PAST-POINT.
           DISPLAY "Conflicts:                " JOURNAL-CONFLICTS.
           DISPLAY "Expected records:         "
                EXPECTED-RECORD-COUNT.
           DISPLAY "Records in the store:     " STORE-RECORD-COUNT.
           MOVE EXPECTED-AMOUNT-TOTAL TO TOTAL-DISPLAY-TEXT.
           DISPLAY "Expected amount total:    " TOTAL-DISPLAY-TEXT.
           MOVE STORE-AMOUNT-TOTAL TO TOTAL-DISPLAY-TEXT.
           DISPLAY "Amount total in store:    " TOTAL-DISPLAY-TEXT.
           IF JOURNAL-CONFLICTS = 0
                AND NOT BACKUP-CONTROL-FAILED
                AND STORE-RECORD-COUNT = EXPECTED-RECORD-COUNT
                AND STORE-AMOUNT-TOTAL = EXPECTED-AMOUNT-TOTAL
                DISPLAY "Recovery PROVEN against the journal's "
                     "control totals"
           ELSE
                DISPLAY "Recovery NOT PROVEN - the store must not "
                     "be put back into service until the "
                     "differences are explained"
           END-IF.

        SWEEP-ONE-STORE-RECORD.
           PERFORM TALLY-STORE-RECORD.
           PERFORM READ-NEXT-STORE-RECORD.
