                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO "MASKRUL"
                ORGANIZATION LINE SEQUENTIAL.
      *  A verified inbound interchange is kept, record for record
      *  and as opaque as the hand-off file itself, under XI and
      *  the sender's sequence, and queued for XPPOST to post.
           SELECT OPTIONAL RETAINED-INBOUND-FILE ASSIGN TO DYNAMIC
                RETAINED-INBOUND-NAME.
           SELECT OPTIONAL INBOUND-QUEUE-FILE ASSIGN TO "XPINQUE"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  SERVICE-PARM-FILE.
        01  ACK-OUT-RECORD.
           COPY TPXPACK.

        FD  RETAINED-INBOUND-FILE.
        01  RETAINED-INBOUND-RECORD PIC X(2052).

        FD  INBOUND-QUEUE-FILE.
        01  INBOUND-QUEUE-RECORD.
           COPY TPXPINQ.

      *  Masking rules for customer identifiers in shared
      *  outputs - the M record for TRACE governs this client's
      *  job-log traces, which anyone reading the log can see.
        01  CHECKSUM-SCAN-LIMIT     PIC S9(9) COMP-5 VALUE 0.
        01  INTERCHANGE-OK-SW       PIC X(01) VALUE "N".
               88 INTERCHANGE-VERIFIED       VALUE "Y".
      *  The inbound envelope's header, kept once read - the
      *  record area it arrived in is reused for every record
      *  after it - and the count and checksum of the buffers
      *  actually found between header and trailer.
        01  INBOUND-SENDING-SITE    PIC X(10) VALUE SPACES.
        01  INBOUND-FILE-DATE       PIC 9(08) VALUE 0.
        01  INBOUND-SEQUENCE        PIC 9(06) VALUE 0.
        01  INBOUND-RECORD-COUNT    PIC 9(06) VALUE 0.
        01  INBOUND-CHECKSUM-TOTAL  PIC 9(09) VALUE 0.
        01  END-OF-INTERCHANGE-SW   PIC X(01) VALUE "N".
               88 END-OF-INTERCHANGE         VALUE "Y".
        01  RETAINED-INBOUND-NAME   PIC X(08) VALUE SPACES.

      *  The masking rule in force for this client's traces, and
      *  the work fields the mask is built in.
      *  This client runs outside the batch run control - zero
      *  marks its lines apart from any batch run's.
           MOVE ZERO TO AUDIT-RUN-ID.
           MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                AUDIT-REFERENCE-NUM.
           WRITE AUDIT-RECORD.

      *****************************************************
           END-IF.

        VERIFY-INBOUND-INTERCHANGE.
           MOVE ENVELOPE-SENDING-SITE TO INBOUND-SENDING-SITE.
           MOVE ENVELOPE-FILE-DATE TO INBOUND-FILE-DATE.
           MOVE ENVELOPE-SEQUENCE TO INBOUND-SEQUENCE.
           MOVE 0 TO INBOUND-RECORD-COUNT.
           DISPLAY "Interchange from " INBOUND-SENDING-SITE
                " dated " INBOUND-FILE-DATE
                " sequence " INBOUND-SEQUENCE.
           PERFORM READ-IMPORT-SEQUENCE.
           IF INBOUND-SEQUENCE NOT > IMPORT-LAST-SEQUENCE
                DISPLAY "Interchange: sequence already received - "
                     "re-sent or out-of-order file refused"
                CLOSE EXPORT-FILE
                PERFORM ACCEPT-INBOUND-INTERCHANGE
           END-IF.

      *  Every buffer up to the trailer is counted and summed -
      *  an interchange may carry more than one - and the last
      *  is left in XPORT-BUFFER for the import that follows.
        ACCEPT-INBOUND-INTERCHANGE.
           MOVE 0 TO INBOUND-CHECKSUM-TOTAL.
           MOVE "N" TO END-OF-INTERCHANGE-SW.
           PERFORM READ-INTERCHANGE-RECORD.
           PERFORM SUM-INTERCHANGE-RECORD
                UNTIL END-OF-INTERCHANGE.
           CLOSE EXPORT-FILE.

           IF NOT ENVELOPE-TRAILER-OK
                DISPLAY "Interchange: no envelope trailer - file "
                     "may be truncated"
           ELSE
                IF ENVELOPE-RECORD-COUNT NOT = INBOUND-RECORD-COUNT
                     OR ENVELOPE-CHECKSUM NOT =
                          INBOUND-CHECKSUM-TOTAL
                     DISPLAY "Interchange: trailer count or "
                          "checksum does not match the file"
                ELSE
                     SET INTERCHANGE-VERIFIED TO TRUE
                     PERFORM SAVE-IMPORT-SEQUENCE
                     PERFORM RETAIN-INBOUND-INTERCHANGE
                END-IF
           END-IF.
           PERFORM WRITE-INTERCHANGE-ACK.

        READ-INTERCHANGE-RECORD.
           READ EXPORT-FILE
                AT END
                     MOVE SPACES TO EXPORT-ENVELOPE-TRAILER
                     SET END-OF-INTERCHANGE TO TRUE
                NOT AT END
                     IF ENVELOPE-TRAILER-OK
                          SET END-OF-INTERCHANGE TO TRUE
                     END-IF
           END-READ.

        SUM-INTERCHANGE-RECORD.
           ADD 1 TO INBOUND-RECORD-COUNT.
           MOVE EXPORT-XPORT-BUFFER TO XPORT-BUFFER.
           MOVE EXPORT-XPORT-LEN TO XPORT-LEN.
           PERFORM COMPUTE-INTERCHANGE-CHECKSUM.
           ADD INTERCHANGE-CHECKSUM TO INBOUND-CHECKSUM-TOTAL.
           PERFORM READ-INTERCHANGE-RECORD.

      *****************************************************
      *  Keep the verified interchange - the hand-off file is
      *  overwritten by the next transfer - and queue it for
      *  XPPOST, which posts its records into the night's run.
      *****************************************************
        RETAIN-INBOUND-INTERCHANGE.
           MOVE SPACES TO RETAINED-INBOUND-NAME.
           STRING "XI" INBOUND-SEQUENCE
                DELIMITED BY SIZE INTO RETAINED-INBOUND-NAME.
           OPEN INPUT EXPORT-FILE.
           OPEN OUTPUT RETAINED-INBOUND-FILE.
           MOVE "N" TO END-OF-INTERCHANGE-SW.
           PERFORM COPY-INBOUND-RECORD UNTIL END-OF-INTERCHANGE.
           CLOSE RETAINED-INBOUND-FILE.
           CLOSE EXPORT-FILE.
           MOVE RETAINED-INBOUND-NAME TO XPINQ-INTERCHANGE-NAME.
           MOVE INBOUND-SENDING-SITE TO XPINQ-SENDING-SITE.
           MOVE INBOUND-FILE-DATE TO XPINQ-FILE-DATE.
           MOVE INBOUND-SEQUENCE TO XPINQ-SEQUENCE.
           MOVE INBOUND-RECORD-COUNT TO XPINQ-RECORD-COUNT.
           OPEN EXTEND INBOUND-QUEUE-FILE.
           WRITE INBOUND-QUEUE-RECORD.
           CLOSE INBOUND-QUEUE-FILE.

        COPY-INBOUND-RECORD.
           READ EXPORT-FILE
                AT END SET END-OF-INTERCHANGE TO TRUE
                NOT AT END
                     MOVE EXPORT-RECORD TO RETAINED-INBOUND-RECORD
                     WRITE RETAINED-INBOUND-RECORD
           END-READ.

        READ-IMPORT-SEQUENCE.
           OPEN INPUT IMPORT-SEQUENCE-FILE.
           READ IMPORT-SEQUENCE-FILE

        SAVE-IMPORT-SEQUENCE.
           OPEN OUTPUT IMPORT-SEQUENCE-FILE.
           MOVE INBOUND-SEQUENCE TO IMPORT-SEQUENCE-RECORD.
           WRITE IMPORT-SEQUENCE-RECORD.
           CLOSE IMPORT-SEQUENCE-FILE.

      *****************************************************
        WRITE-INTERCHANGE-ACK.
           MOVE INTERCHANGE-SITE-ID TO ACK-SITE-ID.
           MOVE INBOUND-FILE-DATE TO ACK-FILE-DATE.
           MOVE INBOUND-SEQUENCE TO ACK-SEQUENCE.
           MOVE INBOUND-RECORD-COUNT TO ACK-RECORD-COUNT.
           IF INTERCHANGE-VERIFIED
                SET ACK-VERIFIED TO TRUE
           ELSE
