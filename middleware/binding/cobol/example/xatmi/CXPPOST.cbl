      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CXPPOST.cbl
      *
      *  Inbound posting of the sister site's interchanges: the
      *  transactions on an interchange SIMPCLI has verified go
      *  into our own night's run as a feed, instead of being
      *  re-keyed, and what became of each one goes back to the
      *  site that sent it.
      *
      *     xppost POST     post the interchanges queued on
      *                     XPINQUE
      *     xppost RESULT   send the outcomes the night has
      *                     settled back on a result interchange
      *
      *  POST reads each queued interchange SIMPCLI kept (XI and
      *  the sender's sequence) and turns every buffer on it back
      *  into a business record with TPIMPORT.  The records from
      *  one sending site are written as one feed, XPFEEDnnnnnn,
      *  in the fixed batch input layout: a header with today's
      *  date and the sending site's id as the source id, and a
      *  trailer with the count and hash total of the records.
      *  The feed goes on the landing queue ARRIVNEW, so the next
      *  arrivreg REGISTER enters it against the site's slot on
      *  SENDSCHD, and from the manifest it runs through BATCHEDT
      *  and BATCHCLI like any other feed.  Every record posted
      *  is entered on the posting register XPPOSTRG; a buffer
      *  that will not import is entered too, as not posted.  A
      *  buffer the other side exported as a result (SUB-TYPE
      *  XP-RESULT) is the outcome of something we sent: it is
      *  filed on XPRSLTIN, not posted.  An interchange that
      *  cannot be read stays on the queue for the next run,
      *  which ends with RETURN-CODE 4.
      *
      *  RESULT, run once the night's history load is done,
      *  looks for the outcome of every record still waiting on
      *  one: a record the front-end edit pass refused is on
      *  EDITREJ under the site's source id (outcome EDTREJ, with
      *  the edit's reason codes), and any other is on the
      *  history store TXNHIST with its disposition, loaded on or
      *  after the day it was posted.  Each outcome found, and
      *  each buffer that would not import (IMPERR), is exported
      *  with TPEXPORT onto a result interchange for its sending
      *  site, enveloped and sequenced exactly as SIMPCLI
      *  envelopes an export - XP and the sequence from XPORTSEQ
      *  - and logged on XPORTLOG, so the site's acknowledgment
      *  is matched by ACKMATCH like any other.  A record whose
      *  outcome is not known yet waits for the next run; one
      *  reported on an earlier run is dropped from the register.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. XPPOST.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL INBOUND-QUEUE-FILE ASSIGN TO "XPINQUE"
                ORGANIZATION LINE SEQUENTIAL.
      *  Plain (record) SEQUENTIAL, as the hand-off file SIMPCLI
      *  verified - the buffers are opaque binary.
           SELECT OPTIONAL INBOUND-INTERCHANGE-FILE ASSIGN TO DYNAMIC
                INTERCHANGE-FILE-NAME
                FILE STATUS INTERCHANGE-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC
                FEED-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS FEED-FILE-STATUS.
           SELECT OPTIONAL FEED-SEQUENCE-FILE ASSIGN TO "XPFDSEQ"
                ORGANIZATION LINE SEQUENTIAL.
      *  The landing queue arrivreg REGISTER works from - see
      *  CARRREG.
           SELECT OPTIONAL ARRIVAL-QUEUE-FILE ASSIGN TO "ARRIVNEW"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-REGISTER-FILE ASSIGN TO "XPPOSTRG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTS-RECEIVED-FILE ASSIGN TO "XPRSLTIN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EDIT-REJECT-FILE ASSIGN TO "EDITREJ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-STORE-FILE ASSIGN TO "TXNHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TXNHST-REFERENCE-NUM
                ALTERNATE RECORD KEY TXNHST-CUSTOMER-DATE-KEY
                     WITH DUPLICATES
                FILE STATUS HISTORY-FILE-STATUS.
           SELECT OPTIONAL EXPORT-SEQUENCE-FILE ASSIGN TO "XPORTSEQ"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXPORT-LOG-FILE ASSIGN TO "XPORTLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULT-INTERCHANGE-FILE ASSIGN TO DYNAMIC
                RESULT-FILE-NAME
                FILE STATUS RESULT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  INBOUND-QUEUE-FILE.
        01  INBOUND-QUEUE-RECORD.
           COPY TPXPINQ.

      *  The interchange envelope and buffers - the same layout
      *  SIMPCLI writes and verifies.
        FD  INBOUND-INTERCHANGE-FILE.
        01  INBOUND-RECORD.
           05  INBOUND-XPORT-LEN    PIC S9(9) COMP-5.
           05  INBOUND-XPORT-BUFFER PIC X(2048).
        01  INBOUND-ENVELOPE-HEADER.
           05  ENVELOPE-HEADER-TYPE PIC X(03).
                   88 ENVELOPE-HEADER-OK    VALUE "ICH".
           05  ENVELOPE-SENDING-SITE PIC X(10).
           05  ENVELOPE-FILE-DATE   PIC 9(08).
           05  ENVELOPE-SEQUENCE    PIC 9(06).
        01  INBOUND-ENVELOPE-TRAILER.
           05  ENVELOPE-TRAILER-TYPE PIC X(03).
                   88 ENVELOPE-TRAILER-OK   VALUE "ICT".
           05  ENVELOPE-RECORD-COUNT PIC 9(06).
           05  ENVELOPE-CHECKSUM    PIC 9(09).

      *  The feed, in the layout the front-end edit pass writes
      *  its clean file in - currency and entity left as spaces.
        FD  FEED-FILE.
        01  FEED-DATA-RECORD.
           COPY TPBATIN.
               05 FEED-CURRENCY-CODE         PIC X(03).
               05 FEED-ENTITY-CODE           PIC X(03).
        01  FEED-HEADER-RECORD.
           COPY TPBATHDR.
        01  FEED-TRAILER-RECORD.
           COPY TPBATTRL.

        FD  FEED-SEQUENCE-FILE.
        01  FEED-SEQUENCE-RECORD    PIC 9(06).

        FD  ARRIVAL-QUEUE-FILE.
        01  ARRIVAL-QUEUE-RECORD.
               05 ARRQUE-FILE-NAME           PIC X(12).

      *  Read into and written from POSTING-WORK.
        FD  POSTING-REGISTER-FILE.
        01  POSTING-REGISTER-RECORD PIC X(132).

      *  A result the other side sent back - see TPXPRSLT.cpy.
        FD  RESULTS-RECEIVED-FILE.
        01  RESULTS-RECEIVED-RECORD PIC X(97).

      *  The front-end edit pass's reject layout - see CBEDIT.
        FD  EDIT-REJECT-FILE.
        01  EDIT-REJECT-RECORD.
               05 REJECT-ORIGINAL-RECORD.
                       10 FILLER                     PIC X(29).
                       10 REJECT-REFERENCE-NUM       PIC X(12).
                       10 FILLER                     PIC X(39).
               05 REJECT-REASON-CODES        PIC X(04).
               05 FILLER                     PIC X(01).
               05 REJECT-SOURCE-ID           PIC X(10).

        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

        FD  EXPORT-SEQUENCE-FILE.
        01  EXPORT-SEQUENCE-RECORD  PIC 9(06).

        FD  EXPORT-LOG-FILE.
        01  EXPORT-LOG-RECORD.
           COPY TPXPLOG.

        FD  RESULT-INTERCHANGE-FILE.
        01  RESULT-RECORD.
           05  RESULT-XPORT-LEN     PIC S9(9) COMP-5.
           05  RESULT-XPORT-BUFFER  PIC X(2048).
        01  RESULT-ENVELOPE-HEADER.
           05  RSLTENV-HEADER-TYPE  PIC X(03).
           05  RSLTENV-SENDING-SITE PIC X(10).
           05  RSLTENV-FILE-DATE    PIC 9(08).
           05  RSLTENV-SEQUENCE     PIC 9(06).
        01  RESULT-ENVELOPE-TRAILER.
           05  RSLTENV-TRAILER-TYPE PIC X(03).
           05  RSLTENV-RECORD-COUNT PIC 9(06).
           05  RSLTENV-CHECKSUM     PIC 9(09).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

      *  Separate descriptor for the imported side - see the same
      *  split in CSIMPCL.
        01 TPTYPE-RECV-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01 TPXPORT-REC.
           COPY TPXPORT.

      *  What TPIMPORT hands back: a business record, or a result
      *  the other side exported, the longer of the two.
        01  IMPORT-AREA             PIC X(97).
        01  IMPORT-RECORD REDEFINES IMPORT-AREA.
           COPY TPBIZREC.

        01  RESULT-EXPORT-RECORD.
           COPY TPXPRSLT.

        01  POSTING-WORK.
           COPY TPXPPST.

      *  This site's name on outbound headers - as SIMPCLI's.
        01  INTERCHANGE-SITE-ID     PIC X(10) VALUE "THISSITE01".

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  POST-ACTION             PIC X(08) VALUE SPACES.
               88 ACTION-POST                VALUE "POST".
               88 ACTION-RESULT              VALUE "RESULT".
        01  TODAY-DATE              PIC 9(08) VALUE 0.

        01  POST-SWITCHES.
               05 END-OF-QUEUE-SW   PIC X(01) VALUE "N".
                       88 END-OF-QUEUE       VALUE "Y".
               05 END-OF-INTERCHANGE-SW PIC X(01) VALUE "N".
                       88 END-OF-INTERCHANGE VALUE "Y".
               05 END-OF-REGISTER-SW PIC X(01) VALUE "N".
                       88 END-OF-REGISTER    VALUE "Y".
               05 END-OF-REJECTS-SW PIC X(01) VALUE "N".
                       88 END-OF-REJECTS     VALUE "Y".
               05 SITE-FOUND-SW     PIC X(01) VALUE "N".
                       88 SITE-FOUND         VALUE "Y".
               05 REJECT-FOUND-SW   PIC X(01) VALUE "N".
                       88 REJECT-FOUND       VALUE "Y".
               05 HISTORY-OPEN-SW   PIC X(01) VALUE "N".
                       88 HISTORY-IS-OPEN    VALUE "Y".
               05 RESULT-OPEN-SW    PIC X(01) VALUE "N".
                       88 RESULT-IS-OPEN     VALUE "Y".

        01  INTERCHANGE-FILE-STATUS PIC X(02) VALUE SPACES.
        01  FEED-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  RESULT-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  INTERCHANGE-FILE-NAME   PIC X(08) VALUE SPACES.
        01  FEED-NAME-WORK.
               05 FILLER            PIC X(06) VALUE "XPFEED".
               05 FEED-NAME-NUMBER  PIC 9(06) VALUE 0.
        01  FEED-FILE-NAME          PIC X(12) VALUE SPACES.
        01  RESULT-FILE-NAME        PIC X(08) VALUE SPACES.

        01  POST-COUNTERS.
               05 INTERCHANGES-POSTED PIC S9(9) COMP-5 VALUE 0.
               05 INTERCHANGES-LEFT PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-POSTED    PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-NOT-IMPORTED PIC S9(9) COMP-5 VALUE 0.
               05 RESULTS-FILED     PIC S9(9) COMP-5 VALUE 0.
               05 FEEDS-WRITTEN     PIC S9(9) COMP-5 VALUE 0.
               05 OUTCOMES-SENT     PIC S9(9) COMP-5 VALUE 0.
               05 OUTCOMES-WAITING  PIC S9(9) COMP-5 VALUE 0.
               05 RESULT-INTERCHANGES PIC S9(9) COMP-5 VALUE 0.

      *  The one feed being written, and the record's place on
      *  the interchange it came from.
        01  FEED-RECORD-COUNT       PIC S9(9) COMP-5 VALUE 0.
        01  FEED-HASH-TOTAL         PIC S9(13)V99 VALUE 0.
        01  BUFFER-RECORD-NUM       PIC 9(06) VALUE 0.
        01  TP-STATUS-TEXT          PIC Z(8)9.

      *  The queue as loaded - each interchange is posted or left
      *  for the next run.
        01  QUEUE-TABLE.
               05 QUETAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 QUETAB-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON QUETAB-COUNT
                       INDEXED BY QUETAB-IDX.
                       10 QUETAB-QUEUE-RECORD        PIC X(38).
                       10 QUETAB-POSTED-SW           PIC X(01).
                               88 QUETAB-POSTED              VALUE "Y".

      *  The sending sites found on the queue, or among the
      *  outcomes to send - one feed, or one result interchange,
      *  each.
        01  SITE-TABLE.
               05 SITTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 SITTAB-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON SITTAB-COUNT
                       INDEXED BY SITTAB-IDX.
                       10 SITTAB-SITE-ID             PIC X(10).
        01  SITE-WORK               PIC X(10) VALUE SPACES.
        01  QUEUE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88 QUEUE-OVERFLOW             VALUE "Y".

      *  The posting register whole, with the entries whose
      *  outcome is settled on this run marked.
        01  REGISTER-TABLE.
               05 REGTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 REGTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON REGTAB-COUNT
                       INDEXED BY REGTAB-IDX.
                       10 REGTAB-POSTING-RECORD      PIC X(132).
                       10 REGTAB-SETTLED-SW          PIC X(01).
                               88 REGTAB-SETTLED             VALUE "Y".
                       10 REGTAB-DROP-SW             PIC X(01).
                               88 REGTAB-DROP                VALUE "Y".
        01  REGISTER-OVERFLOW-SW    PIC X(01) VALUE "N".
               88 REGISTER-OVERFLOW          VALUE "Y".

      *  The front-end edit pass's rejects that name a source.
        01  REJECT-TABLE.
               05 REJTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 REJTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON REJTAB-COUNT
                       INDEXED BY REJTAB-IDX.
                       10 REJTAB-SOURCE-ID           PIC X(10).
                       10 REJTAB-REFERENCE-NUM       PIC X(12).
                       10 REJTAB-REASON-CODES        PIC X(04).
        01  REJECT-FOUND-IDX        USAGE INDEX.

      *  The result interchange being written.
        01  EXPORT-SEQUENCE-NUM     PIC 9(06) VALUE 0.
        01  RESULT-RECORD-COUNT     PIC 9(06) VALUE 0.
        01  RESULT-CHECKSUM-TOTAL   PIC 9(09) VALUE 0.
      *  Content checksum over an exported buffer's bytes - the
      *  same control SIMPCLI's envelope carries.
        01  INTERCHANGE-CHECKSUM    PIC 9(09) VALUE 0.
        01  CHECKSUM-SCAN-SUB       PIC S9(9) COMP-5 VALUE 0.
        01  CHECKSUM-SCAN-LIMIT     PIC S9(9) COMP-5 VALUE 0.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CXPPOST.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO POST-ACTION.
           EVALUATE TRUE
                WHEN ACTION-POST
                     PERFORM RUN-POST
                WHEN ACTION-RESULT
                     PERFORM RUN-RESULT
                WHEN OTHER
                     DISPLAY "Usage: xppost POST"
                     DISPLAY "       xppost RESULT"
           END-EVALUATE.
           STOP RUN.

      *****************************************************
      *  POST: every queued interchange, one feed per sending
      *  site.
      *****************************************************
        RUN-POST.
           PERFORM LOAD-INBOUND-QUEUE.
           EVALUATE TRUE
                WHEN QUEUE-OVERFLOW
                     DISPLAY "XPPOST: the posting queue is full - "
                          "nothing posted"
                     MOVE 8 TO RETURN-CODE
                WHEN QUETAB-COUNT = 0
                     DISPLAY "XPPOST: no interchanges queued "
                          "for posting"
                WHEN OTHER
                     MOVE 0 TO SITTAB-COUNT
                     PERFORM NOTE-QUEUED-SITE
                          VARYING QUETAB-IDX FROM 1 BY 1
                          UNTIL QUETAB-IDX > QUETAB-COUNT
                     OPEN EXTEND POSTING-REGISTER-FILE
                     PERFORM POST-ONE-SITE
                          VARYING SITTAB-IDX FROM 1 BY 1
                          UNTIL SITTAB-IDX > SITTAB-COUNT
                     CLOSE POSTING-REGISTER-FILE
                     PERFORM REWRITE-INBOUND-QUEUE
           END-EVALUATE.
           DISPLAY "===== Inbound interchange posting =====".
           DISPLAY "Interchanges posted: " INTERCHANGES-POSTED.
           DISPLAY "Interchanges left:   " INTERCHANGES-LEFT.
           DISPLAY "Feeds written:       " FEEDS-WRITTEN.
           DISPLAY "Records posted:      " RECORDS-POSTED.
           DISPLAY "Records not imported:" RECORDS-NOT-IMPORTED.
           DISPLAY "Results filed:       " RESULTS-FILED.
           IF RETURN-CODE = 0 AND INTERCHANGES-LEFT > 0
                MOVE 4 TO RETURN-CODE
           END-IF.

        LOAD-INBOUND-QUEUE.
           MOVE 0 TO QUETAB-COUNT.
           OPEN INPUT INBOUND-QUEUE-FILE.
           MOVE "N" TO END-OF-QUEUE-SW.
           PERFORM READ-INBOUND-QUEUE.
           MOVE "N" TO QUEUE-OVERFLOW-SW.
           PERFORM STORE-QUEUE-ENTRY
                UNTIL END-OF-QUEUE OR QUEUE-OVERFLOW.
           CLOSE INBOUND-QUEUE-FILE.

        READ-INBOUND-QUEUE.
           READ INBOUND-QUEUE-FILE
                AT END SET END-OF-QUEUE TO TRUE
           END-READ.

        STORE-QUEUE-ENTRY.
           IF XPINQ-INTERCHANGE-NAME NOT = SPACES
                IF QUETAB-COUNT < 200
                     ADD 1 TO QUETAB-COUNT
                     MOVE INBOUND-QUEUE-RECORD
                          TO QUETAB-QUEUE-RECORD(QUETAB-COUNT)
                     MOVE "N" TO QUETAB-POSTED-SW(QUETAB-COUNT)
                ELSE
                     SET QUEUE-OVERFLOW TO TRUE
                END-IF
           END-IF.
           PERFORM READ-INBOUND-QUEUE.

        NOTE-QUEUED-SITE.
           MOVE QUETAB-QUEUE-RECORD(QUETAB-IDX) TO INBOUND-QUEUE-RECORD.
           MOVE XPINQ-SENDING-SITE TO SITE-WORK.
           PERFORM NOTE-SITE.

        NOTE-SITE.
           MOVE "N" TO SITE-FOUND-SW.
           PERFORM MATCH-ONE-SITE
                VARYING SITTAB-IDX FROM 1 BY 1
                UNTIL SITTAB-IDX > SITTAB-COUNT OR SITE-FOUND.
           IF NOT SITE-FOUND AND SITTAB-COUNT < 50
                ADD 1 TO SITTAB-COUNT
                MOVE SITE-WORK TO SITTAB-SITE-ID(SITTAB-COUNT)
           END-IF.

        MATCH-ONE-SITE.
           IF SITTAB-SITE-ID(SITTAB-IDX) = SITE-WORK
                SET SITE-FOUND TO TRUE
           END-IF.

      *****************************************************
      *  One sending site's feed: header, the records of every
      *  interchange queued from the site, trailer - and onto
      *  the landing queue if it carries anything.
      *****************************************************
        POST-ONE-SITE.
           MOVE SITTAB-SITE-ID(SITTAB-IDX) TO SITE-WORK.
           PERFORM STEP-FEED-SEQUENCE.
           OPEN OUTPUT FEED-FILE.
           IF FEED-FILE-STATUS NOT = "00"
                DISPLAY "XPPOST: feed " FEED-FILE-NAME
                     " open failed with status " FEED-FILE-STATUS
           ELSE
                MOVE 0 TO FEED-RECORD-COUNT
                MOVE 0 TO FEED-HASH-TOTAL
                MOVE SPACES TO FEED-HEADER-RECORD
                MOVE "HDR" TO HEADER-RECORD-TYPE
                MOVE TODAY-DATE TO HEADER-FILE-DATE
                MOVE SITE-WORK TO HEADER-SOURCE-ID
                MOVE "F" TO HEADER-FORMAT-CODE
                WRITE FEED-HEADER-RECORD
                PERFORM POST-SITE-INTERCHANGE
                     VARYING QUETAB-IDX FROM 1 BY 1
                     UNTIL QUETAB-IDX > QUETAB-COUNT
                MOVE SPACES TO FEED-TRAILER-RECORD
                MOVE "TRL" TO TRAILER-RECORD-TYPE
                MOVE FEED-RECORD-COUNT TO TRAILER-RECORD-COUNT
                MOVE FEED-HASH-TOTAL TO TRAILER-HASH-TOTAL
                WRITE FEED-TRAILER-RECORD
                CLOSE FEED-FILE
                IF FEED-RECORD-COUNT > 0
                     PERFORM QUEUE-FEED-FOR-REGISTRATION
                     ADD 1 TO FEEDS-WRITTEN
                     DISPLAY "XPPOST: " FEED-FILE-NAME " from "
                          SITE-WORK " with " FEED-RECORD-COUNT
                          " records"
                END-IF
           END-IF.

        STEP-FEED-SEQUENCE.
           OPEN INPUT FEED-SEQUENCE-FILE.
           READ FEED-SEQUENCE-FILE
                AT END MOVE 0 TO FEED-SEQUENCE-RECORD
           END-READ.
           CLOSE FEED-SEQUENCE-FILE.
           IF FEED-SEQUENCE-RECORD NOT NUMERIC
                OR FEED-SEQUENCE-RECORD = 999999
                MOVE 0 TO FEED-SEQUENCE-RECORD
           END-IF.
           COMPUTE FEED-NAME-NUMBER = FEED-SEQUENCE-RECORD + 1.
           MOVE FEED-NAME-WORK TO FEED-FILE-NAME.
           OPEN OUTPUT FEED-SEQUENCE-FILE.
           MOVE FEED-NAME-NUMBER TO FEED-SEQUENCE-RECORD.
           WRITE FEED-SEQUENCE-RECORD.
           CLOSE FEED-SEQUENCE-FILE.

        QUEUE-FEED-FOR-REGISTRATION.
           MOVE FEED-FILE-NAME TO ARRQUE-FILE-NAME.
           OPEN EXTEND ARRIVAL-QUEUE-FILE.
           WRITE ARRIVAL-QUEUE-RECORD.
           CLOSE ARRIVAL-QUEUE-FILE.

      *****************************************************
      *  One queued interchange, if it is from the site whose
      *  feed is being written: its header must still be the one
      *  SIMPCLI verified, and every buffer up to the trailer is
      *  imported.
      *****************************************************
        POST-SITE-INTERCHANGE.
           MOVE QUETAB-QUEUE-RECORD(QUETAB-IDX) TO INBOUND-QUEUE-RECORD.
           IF XPINQ-SENDING-SITE = SITE-WORK
                PERFORM OPEN-QUEUED-INTERCHANGE
           END-IF.

        OPEN-QUEUED-INTERCHANGE.
           MOVE XPINQ-INTERCHANGE-NAME TO INTERCHANGE-FILE-NAME.
           OPEN INPUT INBOUND-INTERCHANGE-FILE.
           IF INTERCHANGE-FILE-STATUS NOT = "00"
                DISPLAY "XPPOST: interchange " INTERCHANGE-FILE-NAME
                     " open failed with status "
                     INTERCHANGE-FILE-STATUS " - left queued"
           ELSE
                READ INBOUND-INTERCHANGE-FILE
                     AT END MOVE SPACES TO INBOUND-ENVELOPE-HEADER
                END-READ
                IF ENVELOPE-HEADER-OK
                     AND ENVELOPE-SEQUENCE = XPINQ-SEQUENCE
                     PERFORM POST-INTERCHANGE-BUFFERS
                ELSE
                     DISPLAY "XPPOST: interchange "
                          INTERCHANGE-FILE-NAME
                          " is not the one queued - left queued"
                END-IF
                CLOSE INBOUND-INTERCHANGE-FILE
           END-IF.

        POST-INTERCHANGE-BUFFERS.
           MOVE 0 TO BUFFER-RECORD-NUM.
           MOVE "N" TO END-OF-INTERCHANGE-SW.
           PERFORM READ-INTERCHANGE-RECORD.
           PERFORM IMPORT-ONE-BUFFER UNTIL END-OF-INTERCHANGE.
           SET QUETAB-POSTED(QUETAB-IDX) TO TRUE.
           ADD 1 TO INTERCHANGES-POSTED.

        READ-INTERCHANGE-RECORD.
           READ INBOUND-INTERCHANGE-FILE
                AT END SET END-OF-INTERCHANGE TO TRUE
                NOT AT END
                     IF ENVELOPE-TRAILER-OK
                          SET END-OF-INTERCHANGE TO TRUE
                     END-IF
           END-READ.

      *****************************************************
      *  Turn one portable buffer back into a typed buffer here,
      *  and post it, file it as a result, or enter it as not
      *  imported.
      *****************************************************
        IMPORT-ONE-BUFFER.
           ADD 1 TO BUFFER-RECORD-NUM.
           MOVE INBOUND-XPORT-BUFFER TO XPORT-BUFFER.
           MOVE INBOUND-XPORT-LEN TO XPORT-LEN.
           MOVE SPACES TO IMPORT-AREA.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-RECV-REC.
           MOVE LENGTH OF IMPORT-AREA TO LEN OF TPTYPE-RECV-REC.

           CALL "TPIMPORT" USING XPORT-BUFFER
                XPORT-LEN
                TPTYPE-RECV-REC
                IMPORT-AREA
                TPSTATUS-REC.

           EVALUATE TRUE
                WHEN NOT TPOK
                     PERFORM ENTER-NOT-IMPORTED
                WHEN SUB-TYPE OF TPTYPE-RECV-REC = "XP-RESULT"
                     PERFORM FILE-RESULT-RECEIVED
                WHEN OTHER
                     PERFORM POST-IMPORTED-RECORD
           END-EVALUATE.
           PERFORM READ-INTERCHANGE-RECORD.

        POST-IMPORTED-RECORD.
           MOVE BIZREC-CUSTOMER-ID TO BATCH-IN-CUSTOMER-ID.
           MOVE BIZREC-EFFECTIVE-DATE TO BATCH-IN-EFFECTIVE-DATE.
           MOVE BIZREC-REFERENCE-NUM TO BATCH-IN-REFERENCE-NUM.
           MOVE SPACES TO FEED-CURRENCY-CODE.
           MOVE SPACES TO FEED-ENTITY-CODE.
      *  An amount that did not survive the trip is posted as
      *  spaces, for the edit pass to refuse as not numeric.
           IF BIZREC-AMOUNT NUMERIC
                MOVE BIZREC-AMOUNT TO BATCH-IN-AMOUNT
                ADD BATCH-IN-AMOUNT TO FEED-HASH-TOTAL
           ELSE
                MOVE SPACES TO FEED-DATA-RECORD(11:11)
           END-IF.
           WRITE FEED-DATA-RECORD.
           ADD 1 TO FEED-RECORD-COUNT.
           ADD 1 TO RECORDS-POSTED.
           PERFORM SET-POSTING-ENTRY.
           MOVE BIZREC-REFERENCE-NUM TO XPPST-REFERENCE-NUM.
           MOVE BIZREC-CUSTOMER-ID TO XPPST-CUSTOMER-ID.
           IF BIZREC-AMOUNT NUMERIC
                MOVE BIZREC-AMOUNT TO XPPST-AMOUNT
           END-IF.
           MOVE BIZREC-EFFECTIVE-DATE TO XPPST-EFFECTIVE-DATE.
           MOVE FEED-FILE-NAME TO XPPST-FEED-NAME.
           SET XPPST-AWAITING-OUTCOME TO TRUE.
           WRITE POSTING-REGISTER-RECORD FROM POSTING-WORK.

        ENTER-NOT-IMPORTED.
           ADD 1 TO RECORDS-NOT-IMPORTED.
           MOVE TP-STATUS TO TP-STATUS-TEXT.
           DISPLAY "XPPOST: record " BUFFER-RECORD-NUM " of "
                INTERCHANGE-FILE-NAME " would not import, "
                "TP-STATUS=" TP-STATUS-TEXT.
           PERFORM SET-POSTING-ENTRY.
           SET XPPST-IMPORT-FAILED TO TRUE.
           MOVE "IMPERR" TO XPPST-OUTCOME.
           MOVE SPACES TO XPPST-REASON-TEXT.
           STRING "TP-STATUS " TP-STATUS-TEXT
                DELIMITED BY SIZE INTO XPPST-REASON-TEXT.
           WRITE POSTING-REGISTER-RECORD FROM POSTING-WORK.

        SET-POSTING-ENTRY.
           MOVE SPACES TO POSTING-WORK.
           MOVE XPINQ-SENDING-SITE TO XPPST-SENDING-SITE.
           MOVE XPINQ-SEQUENCE TO XPPST-INTERCHANGE-SEQ.
           MOVE XPINQ-FILE-DATE TO XPPST-FILE-DATE.
           MOVE BUFFER-RECORD-NUM TO XPPST-RECORD-NUM.
           MOVE 0 TO XPPST-AMOUNT.
           MOVE 0 TO XPPST-EFFECTIVE-DATE.
           MOVE TODAY-DATE TO XPPST-POSTED-DATE.
           MOVE 0 TO XPPST-RESULT-SEQUENCE.
           MOVE 0 TO XPPST-RESULT-DATE.

        FILE-RESULT-RECEIVED.
           OPEN EXTEND RESULTS-RECEIVED-FILE.
           MOVE IMPORT-AREA TO RESULTS-RECEIVED-RECORD.
           WRITE RESULTS-RECEIVED-RECORD.
           CLOSE RESULTS-RECEIVED-FILE.
           ADD 1 TO RESULTS-FILED.

      *****************************************************
      *  The queue keeps only the interchanges not posted.
      *****************************************************
        REWRITE-INBOUND-QUEUE.
           OPEN OUTPUT INBOUND-QUEUE-FILE.
           PERFORM KEEP-ONE-QUEUE-ENTRY
                VARYING QUETAB-IDX FROM 1 BY 1
                UNTIL QUETAB-IDX > QUETAB-COUNT.
           CLOSE INBOUND-QUEUE-FILE.

        KEEP-ONE-QUEUE-ENTRY.
           IF NOT QUETAB-POSTED(QUETAB-IDX)
                MOVE QUETAB-QUEUE-RECORD(QUETAB-IDX)
                     TO INBOUND-QUEUE-RECORD
                WRITE INBOUND-QUEUE-RECORD
                ADD 1 TO INTERCHANGES-LEFT
           END-IF.

      *****************************************************
      *  RESULT: settle what outcomes the night has produced and
      *  send them back, one result interchange per site.  A
      *  register too big to hold is left alone.
      *****************************************************
        RUN-RESULT.
           PERFORM LOAD-POSTING-REGISTER.
           IF REGISTER-OVERFLOW
                DISPLAY "XPPOST: the posting register is full - "
                     "no results sent"
                MOVE 8 TO RETURN-CODE
           ELSE
                PERFORM LOAD-EDIT-REJECTS
                PERFORM OPEN-HISTORY-STORE
                MOVE 0 TO SITTAB-COUNT
                PERFORM SETTLE-ONE-POSTING
                     VARYING REGTAB-IDX FROM 1 BY 1
                     UNTIL REGTAB-IDX > REGTAB-COUNT
                IF HISTORY-IS-OPEN
                     CLOSE HISTORY-STORE-FILE
                END-IF
                PERFORM SEND-SITE-RESULTS
                     VARYING SITTAB-IDX FROM 1 BY 1
                     UNTIL SITTAB-IDX > SITTAB-COUNT
                PERFORM REWRITE-POSTING-REGISTER
           END-IF.
           DISPLAY "===== Inbound posting results =====".
           DISPLAY "Outcomes sent:       " OUTCOMES-SENT.
           DISPLAY "Still waiting:       " OUTCOMES-WAITING.
           DISPLAY "Result interchanges: " RESULT-INTERCHANGES.
           IF RETURN-CODE = 0 AND NOT HISTORY-IS-OPEN
                MOVE 4 TO RETURN-CODE
           END-IF.

        LOAD-POSTING-REGISTER.
           MOVE 0 TO REGTAB-COUNT.
           OPEN INPUT POSTING-REGISTER-FILE.
           MOVE "N" TO END-OF-REGISTER-SW.
           PERFORM READ-POSTING-REGISTER.
           PERFORM STORE-REGISTER-ENTRY
                UNTIL END-OF-REGISTER OR REGISTER-OVERFLOW.
           CLOSE POSTING-REGISTER-FILE.

        READ-POSTING-REGISTER.
           READ POSTING-REGISTER-FILE INTO POSTING-WORK
                AT END SET END-OF-REGISTER TO TRUE
           END-READ.

        STORE-REGISTER-ENTRY.
           IF REGTAB-COUNT < 5000
                ADD 1 TO REGTAB-COUNT
                MOVE POSTING-WORK
                     TO REGTAB-POSTING-RECORD(REGTAB-COUNT)
                MOVE "N" TO REGTAB-SETTLED-SW(REGTAB-COUNT)
                MOVE "N" TO REGTAB-DROP-SW(REGTAB-COUNT)
                PERFORM READ-POSTING-REGISTER
           ELSE
                SET REGISTER-OVERFLOW TO TRUE
           END-IF.

      *  Fixed feeds only - the reference sits where the fixed
      *  layout puts it on the rejected record.
        LOAD-EDIT-REJECTS.
           MOVE 0 TO REJTAB-COUNT.
           OPEN INPUT EDIT-REJECT-FILE.
           MOVE "N" TO END-OF-REJECTS-SW.
           PERFORM READ-EDIT-REJECT.
           PERFORM STORE-EDIT-REJECT UNTIL END-OF-REJECTS.
           CLOSE EDIT-REJECT-FILE.

        READ-EDIT-REJECT.
           READ EDIT-REJECT-FILE
                AT END SET END-OF-REJECTS TO TRUE
           END-READ.

        STORE-EDIT-REJECT.
           IF REJECT-SOURCE-ID NOT = SPACES AND REJTAB-COUNT < 5000
                ADD 1 TO REJTAB-COUNT
                MOVE REJECT-SOURCE-ID TO REJTAB-SOURCE-ID(REJTAB-COUNT)
                MOVE REJECT-REFERENCE-NUM
                     TO REJTAB-REFERENCE-NUM(REJTAB-COUNT)
                MOVE REJECT-REASON-CODES
                     TO REJTAB-REASON-CODES(REJTAB-COUNT)
           END-IF.
           PERFORM READ-EDIT-REJECT.

        OPEN-HISTORY-STORE.
           OPEN INPUT HISTORY-STORE-FILE.
           IF HISTORY-FILE-STATUS = "00"
                SET HISTORY-IS-OPEN TO TRUE
           ELSE
                DISPLAY "XPPOST: history store open failed with "
                     "status " HISTORY-FILE-STATUS
                     " - only edit rejects settled"
           END-IF.

      *****************************************************
      *  One register entry: reported on an earlier run, it is
      *  dropped; not imported, its outcome is already known;
      *  waiting, its outcome is looked for.
      *****************************************************
        SETTLE-ONE-POSTING.
           MOVE REGTAB-POSTING-RECORD(REGTAB-IDX) TO POSTING-WORK.
           EVALUATE TRUE
                WHEN XPPST-RESULT-SENT
                     SET REGTAB-DROP(REGTAB-IDX) TO TRUE
                WHEN XPPST-IMPORT-FAILED
                     SET REGTAB-SETTLED(REGTAB-IDX) TO TRUE
                WHEN OTHER
                     PERFORM FIND-POSTING-OUTCOME
           END-EVALUATE.
           IF REGTAB-SETTLED(REGTAB-IDX)
                MOVE XPPST-SENDING-SITE TO SITE-WORK
                PERFORM NOTE-SITE
                MOVE POSTING-WORK TO REGTAB-POSTING-RECORD(REGTAB-IDX)
           END-IF.

        FIND-POSTING-OUTCOME.
           MOVE "N" TO REJECT-FOUND-SW.
           PERFORM MATCH-ONE-REJECT
                VARYING REJTAB-IDX FROM 1 BY 1
                UNTIL REJTAB-IDX > REJTAB-COUNT OR REJECT-FOUND.
           IF REJECT-FOUND
                SET REJTAB-IDX TO REJECT-FOUND-IDX
                MOVE "EDTREJ" TO XPPST-OUTCOME
                MOVE SPACES TO XPPST-REASON-TEXT
                STRING "EDIT CODES " REJTAB-REASON-CODES(REJTAB-IDX)
                     DELIMITED BY SIZE INTO XPPST-REASON-TEXT
                SET REGTAB-SETTLED(REGTAB-IDX) TO TRUE
           ELSE
                IF HISTORY-IS-OPEN
                     PERFORM FIND-HISTORY-OUTCOME
                END-IF
           END-IF.
           IF NOT REGTAB-SETTLED(REGTAB-IDX)
                ADD 1 TO OUTCOMES-WAITING
           END-IF.

        MATCH-ONE-REJECT.
           IF REJTAB-SOURCE-ID(REJTAB-IDX) = XPPST-SENDING-SITE
                AND REJTAB-REFERENCE-NUM(REJTAB-IDX) =
                     XPPST-REFERENCE-NUM
                SET REJECT-FOUND TO TRUE
                SET REJECT-FOUND-IDX TO REJTAB-IDX
           END-IF.

      *  The history store's disposition counts only if it was
      *  loaded on or after the day the record was posted - an
      *  older entry under the same reference is another record.
        FIND-HISTORY-OUTCOME.
           MOVE XPPST-REFERENCE-NUM TO TXNHST-REFERENCE-NUM.
           READ HISTORY-STORE-FILE
                KEY IS TXNHST-REFERENCE-NUM
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF TXNHST-LOADED-DATE NOT < XPPST-POSTED-DATE
                          MOVE TXNHST-DISPOSITION TO XPPST-OUTCOME
                          MOVE TXNHST-REASON-TEXT
                               TO XPPST-REASON-TEXT
                          SET REGTAB-SETTLED(REGTAB-IDX) TO TRUE
                     END-IF
           END-READ.

      *****************************************************
      *  One site's result interchange: header, every outcome
      *  settled for the site exported, trailer - then logged
      *  for the acknowledgment match.
      *****************************************************
        SEND-SITE-RESULTS.
           MOVE SITTAB-SITE-ID(SITTAB-IDX) TO SITE-WORK.
           PERFORM STEP-EXPORT-SEQUENCE.
           MOVE SPACES TO RESULT-FILE-NAME.
           STRING "XP" EXPORT-SEQUENCE-NUM
                DELIMITED BY SIZE INTO RESULT-FILE-NAME.
           OPEN OUTPUT RESULT-INTERCHANGE-FILE.
           IF RESULT-FILE-STATUS NOT = "00"
                DISPLAY "XPPOST: result interchange "
                     RESULT-FILE-NAME " open failed with status "
                     RESULT-FILE-STATUS
                PERFORM UNSETTLE-SITE-ENTRY
                     VARYING REGTAB-IDX FROM 1 BY 1
                     UNTIL REGTAB-IDX > REGTAB-COUNT
           ELSE
                MOVE 0 TO RESULT-RECORD-COUNT
                MOVE 0 TO RESULT-CHECKSUM-TOTAL
                MOVE SPACES TO RESULT-ENVELOPE-HEADER
                MOVE "ICH" TO RSLTENV-HEADER-TYPE
                MOVE INTERCHANGE-SITE-ID TO RSLTENV-SENDING-SITE
                MOVE TODAY-DATE TO RSLTENV-FILE-DATE
                MOVE EXPORT-SEQUENCE-NUM TO RSLTENV-SEQUENCE
                WRITE RESULT-ENVELOPE-HEADER
                PERFORM EXPORT-SITE-OUTCOME
                     VARYING REGTAB-IDX FROM 1 BY 1
                     UNTIL REGTAB-IDX > REGTAB-COUNT
                MOVE SPACES TO RESULT-ENVELOPE-TRAILER
                MOVE "ICT" TO RSLTENV-TRAILER-TYPE
                MOVE RESULT-RECORD-COUNT TO RSLTENV-RECORD-COUNT
                MOVE RESULT-CHECKSUM-TOTAL TO RSLTENV-CHECKSUM
                WRITE RESULT-ENVELOPE-TRAILER
                CLOSE RESULT-INTERCHANGE-FILE
                PERFORM LOG-RESULT-INTERCHANGE
                ADD 1 TO RESULT-INTERCHANGES
                DISPLAY "XPPOST: " RESULT-FILE-NAME " to "
                     SITE-WORK " with " RESULT-RECORD-COUNT
                     " outcomes"
           END-IF.

      *  One more than the last sequence sent, shared with
      *  SIMPCLI's exports so the numbering stays one series.
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

        UNSETTLE-SITE-ENTRY.
           MOVE REGTAB-POSTING-RECORD(REGTAB-IDX) TO POSTING-WORK.
           IF REGTAB-SETTLED(REGTAB-IDX)
                AND XPPST-SENDING-SITE = SITE-WORK
                MOVE "N" TO REGTAB-SETTLED-SW(REGTAB-IDX)
                ADD 1 TO OUTCOMES-WAITING
           END-IF.

      *  An outcome that will not export stays waiting for the
      *  next run.
        EXPORT-SITE-OUTCOME.
           MOVE REGTAB-POSTING-RECORD(REGTAB-IDX) TO POSTING-WORK.
           IF REGTAB-SETTLED(REGTAB-IDX)
                AND XPPST-SENDING-SITE = SITE-WORK
                PERFORM BUILD-RESULT-RECORD
                MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC
                MOVE "XP-RESULT" TO SUB-TYPE OF TPTYPE-REC
                MOVE LENGTH OF RESULT-EXPORT-RECORD
                     TO LEN OF TPTYPE-REC
                CALL "TPEXPORT" USING TPTYPE-REC
                     RESULT-EXPORT-RECORD
                     XPORT-BUFFER
                     XPORT-LEN
                     TPSTATUS-REC
                IF NOT TPOK
                     MOVE TP-STATUS TO TP-STATUS-TEXT
                     DISPLAY "XPPOST: outcome for "
                          XPPST-REFERENCE-NUM " would not export, "
                          "TP-STATUS=" TP-STATUS-TEXT
                     MOVE "N" TO REGTAB-SETTLED-SW(REGTAB-IDX)
                     ADD 1 TO OUTCOMES-WAITING
                ELSE
                     PERFORM WRITE-RESULT-BUFFER
                END-IF
           END-IF.

        BUILD-RESULT-RECORD.
           MOVE INTERCHANGE-SITE-ID TO XPRSLT-RESULT-SITE.
           MOVE XPPST-INTERCHANGE-SEQ TO XPRSLT-INTERCHANGE-SEQ.
           MOVE XPPST-FILE-DATE TO XPRSLT-FILE-DATE.
           MOVE XPPST-RECORD-NUM TO XPRSLT-RECORD-NUM.
           MOVE XPPST-REFERENCE-NUM TO XPRSLT-REFERENCE-NUM.
           MOVE XPPST-CUSTOMER-ID TO XPRSLT-CUSTOMER-ID.
           MOVE XPPST-AMOUNT TO XPRSLT-AMOUNT.
           MOVE XPPST-OUTCOME TO XPRSLT-OUTCOME.
           MOVE XPPST-REASON-TEXT TO XPRSLT-REASON-TEXT.
           MOVE XPPST-POSTED-DATE TO XPRSLT-POSTED-DATE.

        WRITE-RESULT-BUFFER.
           MOVE XPORT-LEN TO RESULT-XPORT-LEN.
           MOVE XPORT-BUFFER TO RESULT-XPORT-BUFFER.
           WRITE RESULT-RECORD.
           ADD 1 TO RESULT-RECORD-COUNT.
           PERFORM COMPUTE-INTERCHANGE-CHECKSUM.
           ADD INTERCHANGE-CHECKSUM TO RESULT-CHECKSUM-TOTAL.
           SET XPPST-RESULT-SENT TO TRUE.
           MOVE EXPORT-SEQUENCE-NUM TO XPPST-RESULT-SEQUENCE.
           MOVE TODAY-DATE TO XPPST-RESULT-DATE.
           MOVE POSTING-WORK TO REGTAB-POSTING-RECORD(REGTAB-IDX).
           ADD 1 TO OUTCOMES-SENT.

      *****************************************************
      *  Sum the bytes of an exported buffer, over exactly the
      *  length TPEXPORT produced - as SIMPCLI sums them.
      *****************************************************
        COMPUTE-INTERCHANGE-CHECKSUM.
           MOVE 0 TO INTERCHANGE-CHECKSUM.
           MOVE XPORT-LEN TO CHECKSUM-SCAN-LIMIT.
           IF CHECKSUM-SCAN-LIMIT > LENGTH OF XPORT-BUFFER
                MOVE LENGTH OF XPORT-BUFFER TO CHECKSUM-SCAN-LIMIT
           END-IF.
           PERFORM SUM-ONE-BUFFER-BYTE
                VARYING CHECKSUM-SCAN-SUB FROM 1 BY 1
                UNTIL CHECKSUM-SCAN-SUB > CHECKSUM-SCAN-LIMIT.

        SUM-ONE-BUFFER-BYTE.
           ADD FUNCTION ORD(XPORT-BUFFER(CHECKSUM-SCAN-SUB:1))
                TO INTERCHANGE-CHECKSUM.

        LOG-RESULT-INTERCHANGE.
           MOVE EXPORT-SEQUENCE-NUM TO XPLOG-SEQUENCE.
           MOVE TODAY-DATE TO XPLOG-FILE-DATE.
           MOVE RESULT-RECORD-COUNT TO XPLOG-RECORD-COUNT.
           MOVE RESULT-CHECKSUM-TOTAL TO XPLOG-CHECKSUM.
           MOVE 0 TO XPLOG-SUPERSEDES.
           OPEN EXTEND EXPORT-LOG-FILE.
           WRITE EXPORT-LOG-RECORD.
           CLOSE EXPORT-LOG-FILE.

      *****************************************************
      *  The register keeps what still waits, and what this run
      *  reported - dropped on the next.
      *****************************************************
        REWRITE-POSTING-REGISTER.
           OPEN OUTPUT POSTING-REGISTER-FILE.
           PERFORM KEEP-ONE-POSTING
                VARYING REGTAB-IDX FROM 1 BY 1
                UNTIL REGTAB-IDX > REGTAB-COUNT.
           CLOSE POSTING-REGISTER-FILE.

        KEEP-ONE-POSTING.
           IF NOT REGTAB-DROP(REGTAB-IDX)
                MOVE REGTAB-POSTING-RECORD(REGTAB-IDX)
                     TO POSTING-REGISTER-RECORD
                WRITE POSTING-REGISTER-RECORD
           END-IF.
