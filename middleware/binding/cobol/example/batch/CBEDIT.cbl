                       10 REJECT-AMOUNT-CODE         PIC X(01).
                       10 REJECT-DATE-CODE           PIC X(01).
                       10 REJECT-REFERENCE-CODE      PIC X(01).
      *  The header source id of the feed, so the rejects can be
      *  returned to the system that sent them.
               05 REJECT-SOURCE-SUFFIX.
                       10 FILLER                     PIC X(01).
                       10 REJECT-SOURCE-ID           PIC X(10).

        WORKING-STORAGE SECTION.
        01  EDIT-SWITCHES.
               05 DELIMITED-SW      PIC X(01) VALUE "N".
                       88 DELIMITED-INPUT    VALUE "Y".

        01  EDIT-SOURCE-ID          PIC X(10) VALUE SPACES.

        01  EDIT-COUNTERS.
               05 RECORDS-READ      PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-CLEAN     PIC S9(9) COMP-5 VALUE 0.
      *****************************************************
        COPY-HEADER-RECORD.
           SET HEADER-SEEN TO TRUE.
           MOVE HEADER-SOURCE-ID TO EDIT-SOURCE-ID.
           IF HEADER-FORMAT-DELIMITED
                SET DELIMITED-INPUT TO TRUE
                DISPLAY "Input header says delimited format - "
                MOVE SPACES TO REJECT-ORIGINAL-RECORD
                MOVE BATCH-INPUT-ENT-VIEW TO
                     REJECT-ORIGINAL-RECORD(1:47)
                MOVE SPACES TO REJECT-SOURCE-SUFFIX
                MOVE EDIT-SOURCE-ID TO REJECT-SOURCE-ID
                WRITE EDIT-REJECT-RECORD
           END-IF.

                ADD 1 TO RECORDS-REJECTED
                MOVE BATCH-INPUT-CSV-RECORD TO
                     REJECT-ORIGINAL-RECORD
                MOVE SPACES TO REJECT-SOURCE-SUFFIX
                MOVE EDIT-SOURCE-ID TO REJECT-SOURCE-ID
                WRITE EDIT-REJECT-RECORD
           END-IF.

           END-EVALUATE.

        EDIT-CSV-REFERENCE-NUM.
           EVALUATE TRUE
                WHEN CSV-REFERENCE-TEXT = SPACES
                     OR CSV-REFERENCE-TEXT = LOW-VALUES
                     MOVE "M" TO REJECT-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                WHEN CSV-REFERENCE-TEXT(1:1) = "F"
                     OR CSV-REFERENCE-TEXT(1:1) = "R"
                     MOVE "R" TO REJECT-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
           END-EVALUATE.

      *****************************************************
      *  "-1255.50" to a signed working amount, digit by digit -

      *****************************************************
      *  Reference number must be populated - it is the key the
      *  whole downstream reconciliation hangs off - and may not
      *  begin F or R: those letters are kept for the references
      *  the service derives for fees and returns.  "M" =
      *  missing, "R" = reserved prefix.
      *****************************************************
        EDIT-REFERENCE-NUM.
           EVALUATE TRUE
                WHEN BATCH-IN-REFERENCE-NUM = SPACES
                     OR BATCH-IN-REFERENCE-NUM = LOW-VALUES
                     MOVE "M" TO REJECT-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
                WHEN BATCH-IN-REFERENCE-NUM(1:1) = "F"
                     OR BATCH-IN-REFERENCE-NUM(1:1) = "R"
                     MOVE "R" TO REJECT-REFERENCE-CODE
                     MOVE "N" TO RECORD-CLEAN-SW
           END-EVALUATE.
