      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CARRREG.cbl
      *
      *  Inbound arrival registry: every file that lands is
      *  entered on ARRIVREG against the expected-senders
      *  schedule SENDSCHD, and at the manifest cut-off the
      *  night's BATCHMAN is written from the files accepted,
      *  instead of being typed up from whatever is in the
      *  landing directory.
      *
      *     arrivreg REGISTER   enter the files named on the
      *                         landing queue ARRIVNEW, then
      *                         check for late feeds
      *     arrivreg CHECK      check for late feeds only
      *     arrivreg MANIFEST   check for late feeds, then write
      *                         BATCHMAN from the accepted files
      *
      *  A landed file is read through for its header and
      *  trailer.  It is refused with no header, with no
      *  trailer, with a trailer count that does not match the
      *  records on it, with a header date that is not today's
      *  or yesterday's (BATCHCLI would refuse to start on it),
      *  or from a source not on the schedule.  A file carrying
      *  the header date, source and trailer hash of a file
      *  already accepted is a second transfer of the same file,
      *  whatever name it came under, and is refused as a
      *  duplicate of the first.  The rest are accepted, each
      *  filling the next of its source's slots for the day.
      *
      *  A slot whose cut-off has passed without a file to fill
      *  it is a late feed: OPSMON is told, once, and the
      *  registry keeps a LATE entry for it.
      *
      *  The manifest takes the accepted files not yet on one,
      *  with a current header date, lowest schedule priority
      *  number first and in order of arrival within a priority,
      *  up to the twenty BATCHCLI will run; any more are held
      *  for the next manifest and OPSMON is told.  With nothing
      *  accepted BATCHMAN is left alone, OPSMON is told and the
      *  run ends with RETURN-CODE 8, so the chain stops before
      *  BATCHCLI falls back to a plain BATCHIN.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ARRIVREG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL SENDER-SCHEDULE-FILE ASSIGN TO "SENDSCHD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARRIVAL-REGISTRY-FILE ASSIGN TO "ARRIVREG"
                ORGANIZATION LINE SEQUENTIAL.
      *  The names of the files landed since the last
      *  registration, one per record, put there by the transfer
      *  that landed them and emptied once they are entered.
           SELECT OPTIONAL ARRIVAL-QUEUE-FILE ASSIGN TO "ARRIVNEW"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARRIVAL-SCAN-FILE ASSIGN TO DYNAMIC
                ARRIVAL-SCAN-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO "BATCHMAN"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  SENDER-SCHEDULE-FILE.
        01  SENDER-SCHEDULE-RECORD.
           COPY TPSNDSCH.

        FD  ARRIVAL-REGISTRY-FILE.
        01  ARRIVAL-REGISTRY-RECORD.
           COPY TPARRREG.

        FD  ARRIVAL-QUEUE-FILE.
        01  ARRIVAL-QUEUE-RECORD.
               05 ARRQUE-FILE-NAME           PIC X(12).

        FD  ARRIVAL-SCAN-FILE.
        01  ARRIVAL-SCAN-RECORD     PIC X(80).

        FD  MANIFEST-FILE.
        01  MANIFEST-RECORD.
               05 MANIFEST-FILE-NAME         PIC X(12).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01  BRCST-LMID              PIC X(30) VALUE SPACES.
        01  BRCST-USRNAME           PIC X(30) VALUE SPACES.
        01  BRCST-CLTNAME           PIC X(30) VALUE SPACES.
        01  ALERT-MESSAGE-TEXT      PIC X(80) VALUE SPACES.
        01  ALERT-COUNT-TEXT        PIC Z(8)9 VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  ARRIVAL-ACTION          PIC X(08) VALUE SPACES.
               88 ACTION-REGISTER            VALUE "REGISTER".
               88 ACTION-CHECK               VALUE "CHECK".
               88 ACTION-MANIFEST            VALUE "MANIFEST".

        01  RUN-DATE-FIELDS.
               05 RUN-DATE          PIC 9(08).
               05 PRIOR-DATE.
                       10 PRIOR-DATE-YYYY    PIC 9(04).
                       10 PRIOR-DATE-MM      PIC 9(02).
                       10 PRIOR-DATE-DD      PIC 9(02).
               05 RUN-TIME          PIC 9(08).
               05 RUN-TIME-SPLIT REDEFINES RUN-TIME.
                       10 RUN-TIME-HHMM      PIC 9(04).
                       10 FILLER             PIC 9(04).
               05 RUN-DAY-OF-WEEK   PIC 9(01).
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

        01  ARRIVAL-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 REGISTRY-CHANGED-SW PIC X(01) VALUE "N".
                       88 REGISTRY-CHANGED   VALUE "Y".
               05 SOURCE-KNOWN-SW   PIC X(01) VALUE "N".
                       88 SOURCE-KNOWN       VALUE "Y".
               05 DUPLICATE-SW      PIC X(01) VALUE "N".
                       88 DUPLICATE-FOUND    VALUE "Y".
               05 LATE-ENTRY-SW     PIC X(01) VALUE "N".
                       88 LATE-ALREADY-ALERTED VALUE "Y".
               05 PICK-DONE-SW      PIC X(01) VALUE "N".
                       88 MANIFEST-PICK-DONE VALUE "Y".

      *  The schedule, in source and expected-time order, so a
      *  source's slots for the day sit together, earliest first.
        01  SCHEDULE-TABLE.
               05 SCHTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 SCHTAB-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON SCHTAB-COUNT.
                       10 SCHTAB-SOURCE-ID           PIC X(10).
                       10 SCHTAB-EXPECTED-TIME       PIC 9(04).
                       10 SCHTAB-CUTOFF-TIME         PIC 9(04).
                       10 SCHTAB-PRIORITY            PIC 9(03).
                       10 SCHTAB-TODAY-FLAG          PIC X(01).
                               88 SCHTAB-EXPECTED-TODAY VALUE "Y".
        01  SCHEDULE-SUB            PIC S9(4) COMP-5.
        01  SCHEDULE-SHIFT-SUB      PIC S9(4) COMP-5.
        01  SCHEDULE-INSERT-SUB     PIC S9(4) COMP-5.
        01  SLOT-SUB                PIC S9(4) COMP-5.
        01  SLOT-RANK               PIC S9(4) COMP-5.
        01  SLOT-WANTED             PIC S9(4) COMP-5.
        01  SOURCE-FIRST-SUB        PIC S9(4) COMP-5.
        01  SOURCE-ACCEPTED         PIC S9(4) COMP-5.
        01  LOOKUP-SOURCE-ID        PIC X(10).

      *  The registry, whole - the same layout as TPARRREG, so a
      *  record moves in and out of an entry as a group.
        01  REGISTRY-TABLE.
               05 ARRTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 ARRTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON ARRTAB-COUNT.
                       10 ARRTAB-BUSINESS-DATE       PIC 9(08).
                       10 ARRTAB-FILE-NAME           PIC X(12).
                       10 ARRTAB-SOURCE-ID           PIC X(10).
                       10 ARRTAB-HEADER-DATE         PIC 9(08).
                       10 ARRTAB-RECORD-COUNT        PIC 9(09).
                       10 ARRTAB-HASH-TOTAL          PIC S9(13)V99.
                       10 ARRTAB-ARRIVED-TIME        PIC 9(08).
                       10 ARRTAB-EXPECTED-TIME       PIC 9(04).
                       10 ARRTAB-PRIORITY            PIC 9(03).
                       10 ARRTAB-STATUS              PIC X(08).
                               88 ARRTAB-ACCEPTED    VALUE "ACCEPTED".
                               88 ARRTAB-LATE-ALERTED VALUE "LATE".
                       10 ARRTAB-MANIFEST-FLAG       PIC X(01).
                               88 ARRTAB-IN-MANIFEST VALUE "Y".
                       10 ARRTAB-DUPLICATE-OF        PIC X(12).
        01  REGISTRY-SUB            PIC S9(4) COMP-5.
        01  NEW-ENTRY-SUB           PIC S9(4) COMP-5.
        01  BEST-SUB                PIC S9(4) COMP-5.

        01  QUEUE-TABLE.
               05 QUETAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 QUETAB-FILE-NAME OCCURS 1 TO 200 TIMES
                       DEPENDING ON QUETAB-COUNT
                       PIC X(12).
        01  QUEUE-SUB               PIC S9(4) COMP-5.

        01  ARRIVAL-SCAN-NAME       PIC X(12) VALUE SPACES.
        01  SCAN-RECORDS-READ       PIC S9(9) COMP-5.
      *  The first record of a landed file seen as its header,
      *  and the last as its trailer.
        01  SCAN-FIRST-RECORD       PIC X(80).
        01  SCAN-HEADER-VIEW REDEFINES SCAN-FIRST-RECORD.
           COPY TPBATHDR.
        01  SCAN-LAST-RECORD        PIC X(80).
        01  SCAN-TRAILER-VIEW REDEFINES SCAN-LAST-RECORD.
           COPY TPBATTRL.

        01  ARRIVAL-COUNTERS.
               05 FILES-ACCEPTED    PIC S9(9) COMP-5 VALUE 0.
               05 FILES-REFUSED     PIC S9(9) COMP-5 VALUE 0.
               05 FILES-DUPLICATE   PIC S9(9) COMP-5 VALUE 0.
               05 FEEDS-LATE        PIC S9(9) COMP-5 VALUE 0.
               05 MANIFEST-WRITTEN  PIC S9(4) COMP-5 VALUE 0.
               05 MANIFEST-HELD     PIC S9(4) COMP-5 VALUE 0.
        01  MANIFEST-LIMIT          PIC S9(4) COMP-5 VALUE 20.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CARRREG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           ACCEPT RUN-DAY-OF-WEEK FROM DAY-OF-WEEK.
           PERFORM COMPUTE-PRIOR-DATE.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO ARRIVAL-ACTION.
           IF NOT ACTION-REGISTER AND NOT ACTION-CHECK
                AND NOT ACTION-MANIFEST
                DISPLAY "Usage: arrivreg REGISTER"
                DISPLAY "       arrivreg CHECK"
                DISPLAY "       arrivreg MANIFEST"
                STOP RUN
           END-IF.

           PERFORM LOAD-SENDER-SCHEDULE.
           PERFORM LOAD-ARRIVAL-REGISTRY.
           IF ACTION-REGISTER
                PERFORM LOAD-ARRIVAL-QUEUE
           END-IF.
      *  Room for every landed file and a LATE entry for every
      *  slot, or nothing is entered - a file half-registered
      *  would come back as a duplicate of itself.
           IF ARRTAB-COUNT + QUETAB-COUNT + SCHTAB-COUNT > 5000
                DISPLAY "ARRIVREG: the arrival registry is full - "
                     "nothing entered"
                MOVE "ARRIVREG registry full - nothing entered"
                     TO ALERT-MESSAGE-TEXT
                PERFORM SEND-OPERATOR-ALERT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           IF ACTION-REGISTER
                PERFORM REGISTER-ONE-FILE
                     VARYING QUEUE-SUB FROM 1 BY 1
                     UNTIL QUEUE-SUB > QUETAB-COUNT
           END-IF.
           PERFORM CHECK-ONE-SLOT
                VARYING SLOT-SUB FROM 1 BY 1
                UNTIL SLOT-SUB > SCHTAB-COUNT.
           IF ACTION-MANIFEST
                PERFORM BUILD-MANIFEST
           END-IF.
           IF REGISTRY-CHANGED
                PERFORM REWRITE-ARRIVAL-REGISTRY
           END-IF.
           IF ACTION-REGISTER
                OPEN OUTPUT ARRIVAL-QUEUE-FILE
                CLOSE ARRIVAL-QUEUE-FILE
           END-IF.

           DISPLAY "ARRIVREG " ARRIVAL-ACTION ": " FILES-ACCEPTED
                " accepted, " FILES-DUPLICATE " duplicate, "
                FILES-REFUSED " refused, " FEEDS-LATE " late".
           IF ACTION-MANIFEST
                DISPLAY "ARRIVREG manifest: " MANIFEST-WRITTEN
                     " files written, " MANIFEST-HELD " held over"
           END-IF.
           STOP RUN.

      *****************************************************
      *  The schedule, each slot put in its place by source and
      *  expected time, marked for whether the feed is sent on
      *  today's day of the week.
      *****************************************************
        LOAD-SENDER-SCHEDULE.
           OPEN INPUT SENDER-SCHEDULE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-SENDER-SCHEDULE.
           PERFORM STORE-ONE-SLOT UNTIL END-OF-CURRENT-FILE.
           CLOSE SENDER-SCHEDULE-FILE.

        READ-SENDER-SCHEDULE.
           READ SENDER-SCHEDULE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-SLOT.
           IF SNDSCH-SOURCE-ID NOT = SPACES
                AND SNDSCH-EXPECTED-TIME NUMERIC
                AND SNDSCH-CUTOFF-TIME NUMERIC
                AND SCHTAB-COUNT < 200
                MOVE 1 TO SCHEDULE-INSERT-SUB
                PERFORM STEP-PAST-EARLIER-SLOT
                     UNTIL SCHEDULE-INSERT-SUB > SCHTAB-COUNT
                          OR SCHTAB-SOURCE-ID(SCHEDULE-INSERT-SUB)
                               > SNDSCH-SOURCE-ID
                          OR (SCHTAB-SOURCE-ID(SCHEDULE-INSERT-SUB)
                               = SNDSCH-SOURCE-ID
                          AND SCHTAB-EXPECTED-TIME(SCHEDULE-INSERT-SUB)
                               > SNDSCH-EXPECTED-TIME)
                ADD 1 TO SCHTAB-COUNT
                PERFORM SHIFT-ONE-SLOT-DOWN
                     VARYING SCHEDULE-SHIFT-SUB FROM SCHTAB-COUNT
                     BY -1
                     UNTIL SCHEDULE-SHIFT-SUB NOT > SCHEDULE-INSERT-SUB
                MOVE SCHEDULE-INSERT-SUB TO SCHEDULE-SUB
                MOVE SNDSCH-SOURCE-ID TO
                     SCHTAB-SOURCE-ID(SCHEDULE-SUB)
                MOVE SNDSCH-EXPECTED-TIME TO
                     SCHTAB-EXPECTED-TIME(SCHEDULE-SUB)
                MOVE SNDSCH-CUTOFF-TIME TO
                     SCHTAB-CUTOFF-TIME(SCHEDULE-SUB)
                IF SNDSCH-PRIORITY NUMERIC
                     MOVE SNDSCH-PRIORITY TO
                          SCHTAB-PRIORITY(SCHEDULE-SUB)
                ELSE
                     MOVE 999 TO SCHTAB-PRIORITY(SCHEDULE-SUB)
                END-IF
                IF SNDSCH-SEND-DAYS = SPACES
                     OR SNDSCH-SEND-DAYS(RUN-DAY-OF-WEEK:1) = "Y"
                     MOVE "Y" TO SCHTAB-TODAY-FLAG(SCHEDULE-SUB)
                ELSE
                     MOVE "N" TO SCHTAB-TODAY-FLAG(SCHEDULE-SUB)
                END-IF
           END-IF.
           PERFORM READ-SENDER-SCHEDULE.

        STEP-PAST-EARLIER-SLOT.
           ADD 1 TO SCHEDULE-INSERT-SUB.

        SHIFT-ONE-SLOT-DOWN.
           MOVE SCHTAB-ENTRY(SCHEDULE-SHIFT-SUB - 1) TO
                SCHTAB-ENTRY(SCHEDULE-SHIFT-SUB).

        LOAD-ARRIVAL-REGISTRY.
           OPEN INPUT ARRIVAL-REGISTRY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-ARRIVAL-REGISTRY.
           PERFORM STORE-ONE-REGISTRY-ENTRY
                UNTIL END-OF-CURRENT-FILE.
           CLOSE ARRIVAL-REGISTRY-FILE.

        READ-ARRIVAL-REGISTRY.
           READ ARRIVAL-REGISTRY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-REGISTRY-ENTRY.
           IF ARRTAB-COUNT < 5000
                ADD 1 TO ARRTAB-COUNT
                MOVE ARRIVAL-REGISTRY-RECORD TO
                     ARRTAB-ENTRY(ARRTAB-COUNT)
           END-IF.
           PERFORM READ-ARRIVAL-REGISTRY.

        LOAD-ARRIVAL-QUEUE.
           OPEN INPUT ARRIVAL-QUEUE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-ARRIVAL-QUEUE.
           PERFORM STORE-ONE-QUEUED-NAME UNTIL END-OF-CURRENT-FILE.
           CLOSE ARRIVAL-QUEUE-FILE.

        READ-ARRIVAL-QUEUE.
           READ ARRIVAL-QUEUE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-QUEUED-NAME.
           IF ARRQUE-FILE-NAME NOT = SPACES AND QUETAB-COUNT < 200
                ADD 1 TO QUETAB-COUNT
                MOVE ARRQUE-FILE-NAME TO QUETAB-FILE-NAME(QUETAB-COUNT)
           END-IF.
           PERFORM READ-ARRIVAL-QUEUE.

      *****************************************************
      *  One landed file: read through for its header and
      *  trailer, checked, and entered on the registry with what
      *  became of it.
      *****************************************************
        REGISTER-ONE-FILE.
           MOVE QUETAB-FILE-NAME(QUEUE-SUB) TO ARRIVAL-SCAN-NAME.
           PERFORM SCAN-LANDED-FILE.
           ADD 1 TO ARRTAB-COUNT.
           MOVE ARRTAB-COUNT TO NEW-ENTRY-SUB.
           INITIALIZE ARRTAB-ENTRY(NEW-ENTRY-SUB).
           MOVE RUN-DATE TO ARRTAB-BUSINESS-DATE(NEW-ENTRY-SUB).
           MOVE ARRIVAL-SCAN-NAME TO ARRTAB-FILE-NAME(NEW-ENTRY-SUB).
           MOVE RUN-TIME TO ARRTAB-ARRIVED-TIME(NEW-ENTRY-SUB).
           MOVE "N" TO ARRTAB-MANIFEST-FLAG(NEW-ENTRY-SUB).
           SET REGISTRY-CHANGED TO TRUE.
           MOVE "N" TO DUPLICATE-SW.
           IF HEADER-TYPE-OK
                MOVE HEADER-SOURCE-ID TO
                     ARRTAB-SOURCE-ID(NEW-ENTRY-SUB)
                IF HEADER-FILE-DATE NUMERIC
                     MOVE HEADER-FILE-DATE TO
                          ARRTAB-HEADER-DATE(NEW-ENTRY-SUB)
                END-IF
           END-IF.
           IF TRAILER-TYPE-OK
                AND TRAILER-RECORD-COUNT NUMERIC
                MOVE TRAILER-RECORD-COUNT TO
                     ARRTAB-RECORD-COUNT(NEW-ENTRY-SUB)
                MOVE TRAILER-HASH-TOTAL TO
                     ARRTAB-HASH-TOTAL(NEW-ENTRY-SUB)
           END-IF.
           MOVE ARRTAB-SOURCE-ID(NEW-ENTRY-SUB) TO LOOKUP-SOURCE-ID.
           PERFORM FIND-SOURCE-SLOTS.

           EVALUATE TRUE
                WHEN SCAN-RECORDS-READ = 0
                     MOVE "MISSING" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN NOT HEADER-TYPE-OK
                     MOVE "NOHEADER" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN NOT TRAILER-TYPE-OK
                     OR SCAN-RECORDS-READ < 2
                     MOVE "NOTRAILR" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN TRAILER-RECORD-COUNT NOT NUMERIC
                     OR TRAILER-RECORD-COUNT
                          NOT = SCAN-RECORDS-READ - 2
                     MOVE "COUNTBAD" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN ARRTAB-HEADER-DATE(NEW-ENTRY-SUB) NOT = RUN-DATE
                     AND ARRTAB-HEADER-DATE(NEW-ENTRY-SUB)
                          NOT = PRIOR-DATE
                     MOVE "STALE" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN NOT SOURCE-KNOWN
                     MOVE "UNKNOWN" TO ARRTAB-STATUS(NEW-ENTRY-SUB)
                WHEN OTHER
                     PERFORM CHECK-DUPLICATE-ARRIVAL
                     IF DUPLICATE-FOUND
                          MOVE "DUPLICAT" TO
                               ARRTAB-STATUS(NEW-ENTRY-SUB)
                     ELSE
                          PERFORM FILL-SOURCE-SLOT
                          MOVE "ACCEPTED" TO
                               ARRTAB-STATUS(NEW-ENTRY-SUB)
                     END-IF
           END-EVALUATE.

           EVALUATE TRUE
                WHEN ARRTAB-ACCEPTED(NEW-ENTRY-SUB)
                     ADD 1 TO FILES-ACCEPTED
                WHEN DUPLICATE-FOUND
                     ADD 1 TO FILES-DUPLICATE
                WHEN OTHER
                     ADD 1 TO FILES-REFUSED
           END-EVALUATE.
           DISPLAY "ARRIVREG " ARRIVAL-SCAN-NAME " "
                ARRTAB-SOURCE-ID(NEW-ENTRY-SUB) " "
                ARRTAB-HEADER-DATE(NEW-ENTRY-SUB) " "
                ARRTAB-STATUS(NEW-ENTRY-SUB) " "
                ARRTAB-DUPLICATE-OF(NEW-ENTRY-SUB).

      *  The whole file read through, keeping the first record
      *  and the last; a name that has not landed reads as empty.
        SCAN-LANDED-FILE.
           MOVE 0 TO SCAN-RECORDS-READ.
           MOVE SPACES TO SCAN-FIRST-RECORD SCAN-LAST-RECORD.
           OPEN INPUT ARRIVAL-SCAN-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-LANDED-FILE.
           PERFORM KEEP-ONE-LANDED-RECORD UNTIL END-OF-CURRENT-FILE.
           CLOSE ARRIVAL-SCAN-FILE.

        READ-LANDED-FILE.
           READ ARRIVAL-SCAN-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        KEEP-ONE-LANDED-RECORD.
           ADD 1 TO SCAN-RECORDS-READ.
           IF SCAN-RECORDS-READ = 1
                MOVE ARRIVAL-SCAN-RECORD TO SCAN-FIRST-RECORD
           END-IF.
           MOVE ARRIVAL-SCAN-RECORD TO SCAN-LAST-RECORD.
           PERFORM READ-LANDED-FILE.

      *  The first of the source's slots on the schedule, and
      *  whether it has any.
        FIND-SOURCE-SLOTS.
           MOVE "N" TO SOURCE-KNOWN-SW.
           MOVE 0 TO SOURCE-FIRST-SUB.
           PERFORM MATCH-ONE-SOURCE-SLOT
                VARYING SCHEDULE-SUB FROM 1 BY 1
                UNTIL SCHEDULE-SUB > SCHTAB-COUNT
                     OR SOURCE-KNOWN.

        MATCH-ONE-SOURCE-SLOT.
           IF SCHTAB-SOURCE-ID(SCHEDULE-SUB) = LOOKUP-SOURCE-ID
                AND LOOKUP-SOURCE-ID NOT = SPACES
                SET SOURCE-KNOWN TO TRUE
                MOVE SCHEDULE-SUB TO SOURCE-FIRST-SUB
           END-IF.

      *  A second transfer of a file already accepted carries its
      *  header date, source and trailer hash.
        CHECK-DUPLICATE-ARRIVAL.
           MOVE "N" TO DUPLICATE-SW.
           PERFORM MATCH-ONE-ACCEPTED-FILE
                VARYING REGISTRY-SUB FROM 1 BY 1
                UNTIL REGISTRY-SUB NOT < NEW-ENTRY-SUB
                     OR DUPLICATE-FOUND.

        MATCH-ONE-ACCEPTED-FILE.
           IF ARRTAB-ACCEPTED(REGISTRY-SUB)
                AND ARRTAB-HEADER-DATE(REGISTRY-SUB) =
                     ARRTAB-HEADER-DATE(NEW-ENTRY-SUB)
                AND ARRTAB-SOURCE-ID(REGISTRY-SUB) =
                     ARRTAB-SOURCE-ID(NEW-ENTRY-SUB)
                AND ARRTAB-HASH-TOTAL(REGISTRY-SUB) =
                     ARRTAB-HASH-TOTAL(NEW-ENTRY-SUB)
                SET DUPLICATE-FOUND TO TRUE
                MOVE ARRTAB-FILE-NAME(REGISTRY-SUB) TO
                     ARRTAB-DUPLICATE-OF(NEW-ENTRY-SUB)
           END-IF.

      *****************************************************
      *  An accepted file fills the next of its source's slots
      *  for today, earliest first, and takes that slot's
      *  priority; one more than the slots takes the last of
      *  them, and a source not sending today takes its first.
      *****************************************************
        FILL-SOURCE-SLOT.
           PERFORM COUNT-SOURCE-ACCEPTED.
           COMPUTE SLOT-WANTED = SOURCE-ACCEPTED + 1.
           MOVE SOURCE-FIRST-SUB TO BEST-SUB.
           MOVE 0 TO SLOT-RANK.
           PERFORM RANK-ONE-TODAY-SLOT
                VARYING SCHEDULE-SUB FROM SOURCE-FIRST-SUB BY 1
                UNTIL SCHEDULE-SUB > SCHTAB-COUNT
                     OR SCHTAB-SOURCE-ID(SCHEDULE-SUB)
                          NOT = LOOKUP-SOURCE-ID
                     OR SLOT-RANK = SLOT-WANTED.
           MOVE SCHTAB-EXPECTED-TIME(BEST-SUB) TO
                ARRTAB-EXPECTED-TIME(NEW-ENTRY-SUB).
           MOVE SCHTAB-PRIORITY(BEST-SUB) TO
                ARRTAB-PRIORITY(NEW-ENTRY-SUB).

        RANK-ONE-TODAY-SLOT.
           IF SCHTAB-EXPECTED-TODAY(SCHEDULE-SUB)
                ADD 1 TO SLOT-RANK
                MOVE SCHEDULE-SUB TO BEST-SUB
           END-IF.

      *  Files from LOOKUP-SOURCE-ID accepted for today so far.
        COUNT-SOURCE-ACCEPTED.
           MOVE 0 TO SOURCE-ACCEPTED.
           PERFORM COUNT-ONE-ACCEPTED-FILE
                VARYING REGISTRY-SUB FROM 1 BY 1
                UNTIL REGISTRY-SUB > ARRTAB-COUNT.

        COUNT-ONE-ACCEPTED-FILE.
           IF ARRTAB-ACCEPTED(REGISTRY-SUB)
                AND ARRTAB-BUSINESS-DATE(REGISTRY-SUB) = RUN-DATE
                AND ARRTAB-SOURCE-ID(REGISTRY-SUB) = LOOKUP-SOURCE-ID
                ADD 1 TO SOURCE-ACCEPTED
           END-IF.

      *****************************************************
      *  A slot expected today whose cut-off has passed is late
      *  when fewer of its source's files have been accepted than
      *  its place among the source's slots - unless OPSMON has
      *  already been told about it.
      *****************************************************
        CHECK-ONE-SLOT.
           IF SCHTAB-EXPECTED-TODAY(SLOT-SUB)
                AND SCHTAB-CUTOFF-TIME(SLOT-SUB) NOT > RUN-TIME-HHMM
                MOVE SCHTAB-SOURCE-ID(SLOT-SUB) TO LOOKUP-SOURCE-ID
                PERFORM FIND-SOURCE-SLOTS
                MOVE 0 TO SLOT-RANK
                PERFORM RANK-SLOT-UP-TO-THIS
                     VARYING SCHEDULE-SUB FROM SOURCE-FIRST-SUB BY 1
                     UNTIL SCHEDULE-SUB > SLOT-SUB
                PERFORM COUNT-SOURCE-ACCEPTED
                IF SOURCE-ACCEPTED < SLOT-RANK
                     PERFORM FIND-LATE-ENTRY
                     IF NOT LATE-ALREADY-ALERTED
                          PERFORM ALERT-LATE-FEED
                     END-IF
                END-IF
           END-IF.

        RANK-SLOT-UP-TO-THIS.
           IF SCHTAB-EXPECTED-TODAY(SCHEDULE-SUB)
                ADD 1 TO SLOT-RANK
           END-IF.

        FIND-LATE-ENTRY.
           MOVE "N" TO LATE-ENTRY-SW.
           PERFORM MATCH-ONE-LATE-ENTRY
                VARYING REGISTRY-SUB FROM 1 BY 1
                UNTIL REGISTRY-SUB > ARRTAB-COUNT
                     OR LATE-ALREADY-ALERTED.

        MATCH-ONE-LATE-ENTRY.
           IF ARRTAB-LATE-ALERTED(REGISTRY-SUB)
                AND ARRTAB-BUSINESS-DATE(REGISTRY-SUB) = RUN-DATE
                AND ARRTAB-SOURCE-ID(REGISTRY-SUB) = LOOKUP-SOURCE-ID
                AND ARRTAB-EXPECTED-TIME(REGISTRY-SUB) =
                     SCHTAB-EXPECTED-TIME(SLOT-SUB)
                SET LATE-ALREADY-ALERTED TO TRUE
           END-IF.

        ALERT-LATE-FEED.
           ADD 1 TO FEEDS-LATE.
           ADD 1 TO ARRTAB-COUNT.
           MOVE ARRTAB-COUNT TO NEW-ENTRY-SUB.
           INITIALIZE ARRTAB-ENTRY(NEW-ENTRY-SUB).
           MOVE RUN-DATE TO ARRTAB-BUSINESS-DATE(NEW-ENTRY-SUB).
           MOVE LOOKUP-SOURCE-ID TO ARRTAB-SOURCE-ID(NEW-ENTRY-SUB).
           MOVE RUN-TIME TO ARRTAB-ARRIVED-TIME(NEW-ENTRY-SUB).
           MOVE SCHTAB-EXPECTED-TIME(SLOT-SUB) TO
                ARRTAB-EXPECTED-TIME(NEW-ENTRY-SUB).
           MOVE SCHTAB-PRIORITY(SLOT-SUB) TO
                ARRTAB-PRIORITY(NEW-ENTRY-SUB).
           MOVE "LATE" TO ARRTAB-STATUS(NEW-ENTRY-SUB).
           MOVE "N" TO ARRTAB-MANIFEST-FLAG(NEW-ENTRY-SUB).
           SET REGISTRY-CHANGED TO TRUE.
           MOVE SPACES TO ALERT-MESSAGE-TEXT.
           STRING "ARRIVREG late feed " LOOKUP-SOURCE-ID
                " expected " SCHTAB-EXPECTED-TIME(SLOT-SUB)
                " cut-off " SCHTAB-CUTOFF-TIME(SLOT-SUB)
                " - not landed"
                DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT.
           DISPLAY ALERT-MESSAGE-TEXT.
           PERFORM SEND-OPERATOR-ALERT.

      *****************************************************
      *  The manifest: accepted files not yet on one and still
      *  current, picked lowest priority number first, then by
      *  arrival, up to the twenty BATCHCLI runs.
      *****************************************************
        BUILD-MANIFEST.
           MOVE "N" TO PICK-DONE-SW.
           PERFORM PICK-NEXT-MANIFEST-FILE
                UNTIL MANIFEST-PICK-DONE
                     OR MANIFEST-WRITTEN = MANIFEST-LIMIT.
           IF MANIFEST-WRITTEN = 0
                DISPLAY "ARRIVREG: no accepted files - BATCHMAN "
                     "not written"
                MOVE "ARRIVREG no accepted files - no manifest"
                     TO ALERT-MESSAGE-TEXT
                PERFORM SEND-OPERATOR-ALERT
                MOVE 8 TO RETURN-CODE
           ELSE
                CLOSE MANIFEST-FILE
                PERFORM COUNT-ONE-HELD-FILE
                     VARYING REGISTRY-SUB FROM 1 BY 1
                     UNTIL REGISTRY-SUB > ARRTAB-COUNT
                IF MANIFEST-HELD > 0
                     MOVE MANIFEST-HELD TO ALERT-COUNT-TEXT
                     MOVE SPACES TO ALERT-MESSAGE-TEXT
                     STRING "ARRIVREG manifest full -"
                          ALERT-COUNT-TEXT
                          " accepted files held for the next"
                          DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT
                     DISPLAY ALERT-MESSAGE-TEXT
                     PERFORM SEND-OPERATOR-ALERT
                END-IF
           END-IF.

        PICK-NEXT-MANIFEST-FILE.
           MOVE 0 TO BEST-SUB.
           PERFORM COMPARE-ONE-CANDIDATE
                VARYING REGISTRY-SUB FROM 1 BY 1
                UNTIL REGISTRY-SUB > ARRTAB-COUNT.
           IF BEST-SUB = 0
                SET MANIFEST-PICK-DONE TO TRUE
           ELSE
                IF MANIFEST-WRITTEN = 0
                     OPEN OUTPUT MANIFEST-FILE
                END-IF
                MOVE ARRTAB-FILE-NAME(BEST-SUB) TO MANIFEST-FILE-NAME
                WRITE MANIFEST-RECORD
                ADD 1 TO MANIFEST-WRITTEN
                MOVE "Y" TO ARRTAB-MANIFEST-FLAG(BEST-SUB)
                SET REGISTRY-CHANGED TO TRUE
                DISPLAY "ARRIVREG manifest " MANIFEST-WRITTEN " "
                     ARRTAB-FILE-NAME(BEST-SUB) " "
                     ARRTAB-SOURCE-ID(BEST-SUB) " priority "
                     ARRTAB-PRIORITY(BEST-SUB)
           END-IF.

        COMPARE-ONE-CANDIDATE.
           IF ARRTAB-ACCEPTED(REGISTRY-SUB)
                AND NOT ARRTAB-IN-MANIFEST(REGISTRY-SUB)
                AND (ARRTAB-HEADER-DATE(REGISTRY-SUB) = RUN-DATE
                     OR ARRTAB-HEADER-DATE(REGISTRY-SUB) = PRIOR-DATE)
                IF BEST-SUB = 0
                     MOVE REGISTRY-SUB TO BEST-SUB
                ELSE
                     IF ARRTAB-PRIORITY(REGISTRY-SUB)
                          < ARRTAB-PRIORITY(BEST-SUB)
                          OR (ARRTAB-PRIORITY(REGISTRY-SUB)
                               = ARRTAB-PRIORITY(BEST-SUB)
                          AND (ARRTAB-BUSINESS-DATE(REGISTRY-SUB)
                               < ARRTAB-BUSINESS-DATE(BEST-SUB)
                          OR (ARRTAB-BUSINESS-DATE(REGISTRY-SUB)
                               = ARRTAB-BUSINESS-DATE(BEST-SUB)
                          AND ARRTAB-ARRIVED-TIME(REGISTRY-SUB)
                               < ARRTAB-ARRIVED-TIME(BEST-SUB))))
                          MOVE REGISTRY-SUB TO BEST-SUB
                     END-IF
                END-IF
           END-IF.

        COUNT-ONE-HELD-FILE.
           IF ARRTAB-ACCEPTED(REGISTRY-SUB)
                AND NOT ARRTAB-IN-MANIFEST(REGISTRY-SUB)
                AND (ARRTAB-HEADER-DATE(REGISTRY-SUB) = RUN-DATE
                     OR ARRTAB-HEADER-DATE(REGISTRY-SUB) = PRIOR-DATE)
                ADD 1 TO MANIFEST-HELD
           END-IF.

      *****************************************************
      *  The registry is rewritten whole, so a reader always
      *  sees a consistent file.
      *****************************************************
        REWRITE-ARRIVAL-REGISTRY.
           OPEN OUTPUT ARRIVAL-REGISTRY-FILE.
           PERFORM WRITE-ONE-REGISTRY-ENTRY
                VARYING REGISTRY-SUB FROM 1 BY 1
                UNTIL REGISTRY-SUB > ARRTAB-COUNT.
           CLOSE ARRIVAL-REGISTRY-FILE.

        WRITE-ONE-REGISTRY-ENTRY.
           MOVE ARRTAB-ENTRY(REGISTRY-SUB) TO
                ARRIVAL-REGISTRY-RECORD.
           WRITE ARRIVAL-REGISTRY-RECORD.

      *****************************************************
      *  The calendar day before RUN-DATE, stepping back over a
      *  month or year boundary when the run date is the first.
      *****************************************************
        COMPUTE-PRIOR-DATE.
           MOVE RUN-DATE TO PRIOR-DATE.
           IF PRIOR-DATE-DD > 1
                SUBTRACT 1 FROM PRIOR-DATE-DD
           ELSE
                IF PRIOR-DATE-MM = 1
                     MOVE 12 TO PRIOR-DATE-MM
                     SUBTRACT 1 FROM PRIOR-DATE-YYYY
                ELSE
                     SUBTRACT 1 FROM PRIOR-DATE-MM
                END-IF
                PERFORM CHECK-LEAP-YEAR
                IF PRIOR-DATE-MM = 2 AND LEAP-YEAR
                     MOVE 29 TO PRIOR-DATE-DD
                ELSE
                     MOVE DAYS-IN-MONTH(PRIOR-DATE-MM) TO
                          PRIOR-DATE-DD
                END-IF
           END-IF.

      *****************************************************
      *  Leap year: divisible by 4, except centuries, except
      *  every fourth century.
      *****************************************************
        CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE PRIOR-DATE-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO LEAP-YEAR-SW
                DIVIDE PRIOR-DATE-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO LEAP-YEAR-SW
                     DIVIDE PRIOR-DATE-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO LEAP-YEAR-SW
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Out to OPSMON, which files the alert under the job
      *  named by its first word.
      *****************************************************
        SEND-OPERATOR-ALERT.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE SPACES TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF ALERT-MESSAGE-TEXT TO LEN OF TPTYPE-REC.
           CALL "TPBROADCAST" USING BRCST-LMID
                BRCST-USRNAME
                BRCST-CLTNAME
                TPTYPE-REC
                ALERT-MESSAGE-TEXT
                TPSTATUS-REC.
           IF NOT TPOK
                DISPLAY "TPBROADCAST Failed: TP-STATUS=" TP-STATUS
           END-IF.
