      *  CPARTCON.cbl
      *
      *  Consolidator for a partitioned run: merges the per-
      *  partition BATCHOUT01..NN, BATCHREJ01..NN, SUSPENSE01..NN,
      *  GLPOST01..NN and FEEOUT01..NN into single files - the
      *  reject and suspense merges under regenerated
      *  resubmission controls - and proves cross-partition
      *  coverage while it is at it:
      *  the sum over the partitions of (records read - records
      *  left to other partitions) is matched against the input
      *  trailer count, and every input reference is checked to
           SELECT OPTIONAL PART-GLPOST-FILE ASSIGN TO DYNAMIC
                PART-GLPOST-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PART-FEE-FILE ASSIGN TO DYNAMIC
                PART-FEE-NAME
                ORGANIZATION LINE SEQUENTIAL.
      *  The combined files downstream reads in place of the
      *  shell-concatenated ones.
           SELECT COMB-OUTPUT-FILE ASSIGN TO "BATCHOUT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT COMB-GLPOST-FILE ASSIGN TO "GLPOST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT COMB-FEE-FILE ASSIGN TO "FEEOUT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  PARTITION-CONFIG-FILE.
      *  Reject and suspense records ride through whole; the
      *  header/trailer views pick their controls apart.
        FD  PART-REJECT-FILE.
        01  PART-REJECT-RECORD      PIC X(100).
        01  PART-REJ-HEADER.
           COPY TPBATHDR.
        01  PART-REJ-TRAILER.
           COPY TPBATTRL.

        FD  PART-SUSPENSE-FILE.
        01  PART-SUSPENSE-RECORD    PIC X(100).
        01  PART-SUS-HEADER.
           COPY TPBATHDR.
        01  PART-SUS-TRAILER.
           COPY TPBATTRL.

      *  GL postings in BATCHCLI's posting layout, carried through
      *  whole: date 8, service 30, account 10, debit/credit 2,
      *  amount 15 and entity 3 - 68 bytes.
        FD  PART-GLPOST-FILE.
        01  PART-GLPOST-RECORD      PIC X(68).

        FD  PART-FEE-FILE.
        01  PART-FEE-RECORD.
           COPY TPFEEOUT.

        FD  COMB-OUTPUT-FILE.
        01  COMB-OUTPUT-LINE        PIC X(120).

        FD  COMB-REJECT-FILE.
        01  COMB-REJECT-RECORD      PIC X(100).

        FD  COMB-SUSPENSE-FILE.
        01  COMB-SUSPENSE-RECORD    PIC X(100).

        FD  COMB-GLPOST-FILE.
        01  COMB-GLPOST-RECORD      PIC X(68).

        FD  COMB-FEE-FILE.
        01  COMB-FEE-RECORD         PIC X(109).

        WORKING-STORAGE SECTION.
        01  PART-OUTPUT-NAME        PIC X(12) VALUE SPACES.
        01  PART-REJECT-NAME        PIC X(12) VALUE SPACES.
        01  PART-SUSPENSE-NAME      PIC X(12) VALUE SPACES.
        01  PART-GLPOST-NAME        PIC X(12) VALUE SPACES.
        01  PART-FEE-NAME           PIC X(12) VALUE SPACES.

        01  CONSOLIDATE-SWITCHES.
               05 END-OF-INPUT-SW   PIC X(01) VALUE "N".
                                                  VALUE 0.
               05 GL-LINES-MERGED            PIC S9(9) COMP-5
                                                  VALUE 0.
               05 FEE-LINES-MERGED           PIC S9(9) COMP-5
                                                  VALUE 0.
               05 RUNCTL-OWNED-TOTAL         PIC S9(9) COMP-5
                                                  VALUE 0.
               05 REFS-UNCLAIMED             PIC S9(9) COMP-5
           OPEN OUTPUT COMB-REJECT-FILE.
           OPEN OUTPUT COMB-SUSPENSE-FILE.
           OPEN OUTPUT COMB-GLPOST-FILE.
           OPEN OUTPUT COMB-FEE-FILE.
           MOVE RUN-DATE TO RESUB-HDR-DATE.
           WRITE COMB-REJECT-RECORD FROM RESUBMIT-HEADER.
           WRITE COMB-SUSPENSE-RECORD FROM RESUBMIT-HEADER.
           CLOSE COMB-REJECT-FILE.
           CLOSE COMB-SUSPENSE-FILE.
           CLOSE COMB-GLPOST-FILE.
           CLOSE COMB-FEE-FILE.

      *****************************************************
      *  One partition's five files into the combined five.
      *****************************************************
        CONSOLIDATE-ONE-PARTITION.
           MOVE SPACES TO PRUNTAB-RUN-ID(PARTITION-SUB).
           PERFORM MERGE-PARTITION-REJECTS.
           PERFORM MERGE-PARTITION-SUSPENSE.
           PERFORM MERGE-PARTITION-GLPOST.
           PERFORM MERGE-PARTITION-FEES.

        MERGE-PARTITION-OUTPUT.
           MOVE SPACES TO PART-OUTPUT-NAME.
           WRITE COMB-GLPOST-RECORD FROM PART-GLPOST-RECORD.
           PERFORM READ-PART-GLPOST-RECORD.

        MERGE-PARTITION-FEES.
           MOVE SPACES TO PART-FEE-NAME.
           STRING "FEEOUT" PARTITION-SUB DELIMITED BY SIZE
                INTO PART-FEE-NAME.
           MOVE "N" TO END-OF-PART-SW.
           OPEN INPUT PART-FEE-FILE.
           PERFORM READ-PART-FEE-RECORD.
           PERFORM MERGE-ONE-FEE-RECORD UNTIL END-OF-PART-FILE.
           CLOSE PART-FEE-FILE.

        READ-PART-FEE-RECORD.
           READ PART-FEE-FILE
                AT END SET END-OF-PART-FILE TO TRUE
           END-READ.

        MERGE-ONE-FEE-RECORD.
           ADD 1 TO FEE-LINES-MERGED.
           WRITE COMB-FEE-RECORD FROM PART-FEE-RECORD.
           PERFORM READ-PART-FEE-RECORD.

      *****************************************************
      *  The run-control arithmetic: sum over the partitions'
      *  end records of (records read - records left to other
           DISPLAY "Reject records:     " REJECTS-MERGED.
           DISPLAY "Suspense records:   " SUSPENSE-MERGED.
           DISPLAY "GL postings:        " GL-LINES-MERGED.
           DISPLAY "Fee records:        " FEE-LINES-MERGED.
           DISPLAY "Unclaimed refs:     " REFS-UNCLAIMED.
           DISPLAY "Double-claimed refs:" REFS-DOUBLE-CLAIMED.
           IF COVERAGE-FAILED
