      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CCFGDRFT.cbl
      *
      *  Configuration drift between two runs: the control files
      *  BATCHCLI fingerprinted and copied onto the snapshot
      *  (CTLSNAP) for one run id, against those for another,
      *  record by record.  Files whose fingerprints agree are
      *  listed as the same; for every file that came, went or
      *  changed, each line position that differs is printed old
      *  and new - so "what changed between the good night and
      *  the bad one" is a report, not an archaeology exercise.
      *
      *  The command line is the two run ids, older first.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CFGDRIFT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL CONTROL-SNAPSHOT-FILE ASSIGN TO "CTLSNAP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "CFGDRIFT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-SNAPSHOT-FILE.
        01  CONTROL-SNAPSHOT-RECORD.
           COPY TPCTLSNP.

        FD  DRIFT-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  DRIFT-SWITCHES.
               05 END-OF-SNAP-SW    PIC X(01) VALUE "N".
                       88 END-OF-SNAPSHOT    VALUE "Y".
               05 FILE-MATCH-SW     PIC X(01) VALUE "N".
                       88 FILE-MATCH-FOUND   VALUE "Y".
               05 OLD-LINE-SW       PIC X(01) VALUE "N".
                       88 OLD-LINE-FOUND     VALUE "Y".
               05 NEW-LINE-SW       PIC X(01) VALUE "N".
                       88 NEW-LINE-FOUND     VALUE "Y".

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  OLD-RUN-TEXT            PIC X(08) VALUE SPACES.
        01  NEW-RUN-TEXT            PIC X(08) VALUE SPACES.
        01  OLD-RUN-LENGTH          PIC S9(4) COMP-5 VALUE 0.
        01  NEW-RUN-LENGTH          PIC S9(4) COMP-5 VALUE 0.
        01  OLD-RUN-ID              PIC 9(08) VALUE 0.
        01  NEW-RUN-ID              PIC 9(08) VALUE 0.
      *  The run ids whose L records hold each side's copy.
        01  OLD-COPY-RUN-ID         PIC 9(08) VALUE 0.
        01  NEW-COPY-RUN-ID         PIC 9(08) VALUE 0.

      *  One entry per control file either run fingerprinted.
        01  FILE-TABLE.
               05 FILE-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 FILE-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON FILE-COUNT
                       INDEXED BY FILE-IDX.
                       10 FILTAB-FILE-NAME           PIC X(10).
                       10 FILTAB-OLD-SEEN            PIC X(01).
                       10 FILTAB-OLD-PRESENT         PIC X(01).
                       10 FILTAB-OLD-COUNT           PIC 9(09).
                       10 FILTAB-OLD-CHECKSUM        PIC 9(09).
                       10 FILTAB-NEW-SEEN            PIC X(01).
                       10 FILTAB-NEW-PRESENT         PIC X(01).
                       10 FILTAB-NEW-COUNT           PIC 9(09).
                       10 FILTAB-NEW-CHECKSUM        PIC 9(09).
        01  FILE-FOUND-IDX          USAGE INDEX.

      *  Each side's copy, line by line.
        01  OLD-LINE-TABLE.
               05 OLD-LINE-COUNT    PIC S9(4) COMP-5 VALUE 0.
               05 OLD-LINE-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON OLD-LINE-COUNT
                       INDEXED BY OLD-IDX.
                       10 OLDLIN-FILE-NAME           PIC X(10).
                       10 OLDLIN-SEQ                 PIC 9(06).
                       10 OLDLIN-TEXT                PIC X(200).
        01  NEW-LINE-TABLE.
               05 NEW-LINE-COUNT    PIC S9(4) COMP-5 VALUE 0.
               05 NEW-LINE-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON NEW-LINE-COUNT
                       INDEXED BY NEW-IDX.
                       10 NEWLIN-FILE-NAME           PIC X(10).
                       10 NEWLIN-SEQ                 PIC 9(06).
                       10 NEWLIN-TEXT                PIC X(200).
        01  OLD-FOUND-IDX           USAGE INDEX.
        01  NEW-FOUND-IDX           USAGE INDEX.
        01  LINES-DROPPED           PIC S9(9) COMP-5 VALUE 0.

        01  LINE-SEQ-WORK           PIC 9(06) VALUE 0.
        01  LINE-SEQ-LIMIT          PIC 9(09) VALUE 0.
        01  FILE-STATE-TEXT         PIC X(08) VALUE SPACES.

        01  DRIFT-COUNTERS.
               05 FILES-SAME        PIC S9(4) COMP-5 VALUE 0.
               05 FILES-CHANGED     PIC S9(4) COMP-5 VALUE 0.
               05 FILES-ADDED       PIC S9(4) COMP-5 VALUE 0.
               05 FILES-REMOVED     PIC S9(4) COMP-5 VALUE 0.
               05 LINES-CHANGED     PIC S9(9) COMP-5 VALUE 0.
               05 LINES-ADDED       PIC S9(9) COMP-5 VALUE 0.
               05 LINES-REMOVED     PIC S9(9) COMP-5 VALUE 0.

      *  Report lines.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  HEADING-LINE-1.
               05 FILLER            PIC X(25) VALUE
                    "CONFIGURATION DRIFT  RUN ".
               05 HEAD-OLD-RUN-ID   PIC 9(08).
               05 FILLER            PIC X(10) VALUE "  AGAINST ".
               05 HEAD-NEW-RUN-ID   PIC 9(08).
               05 FILLER            PIC X(81) VALUE SPACES.
        01  FILE-LINE.
               05 FIL-STATE         PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 FIL-FILE-NAME     PIC X(10).
               05 FILLER            PIC X(09) VALUE " RECORDS ".
               05 FIL-OLD-COUNT     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(04) VALUE " -> ".
               05 FIL-NEW-COUNT     PIC ZZZZZZZZ9.
               05 FILLER            PIC X(10) VALUE " CHECKSUM ".
               05 FIL-OLD-CHECKSUM  PIC 9(09).
               05 FILLER            PIC X(04) VALUE " -> ".
               05 FIL-NEW-CHECKSUM  PIC 9(09).
               05 FILLER            PIC X(50) VALUE SPACES.
        01  DIFF-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DIF-SIDE          PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DIF-SEQ           PIC ZZZZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DIF-TEXT          PIC X(118).
        01  TOTAL-LINE.
               05 TOT-LABEL         PIC X(20).
               05 TOT-COUNT         PIC ZZZZZZZZ9.
               05 FILLER            PIC X(103) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CCFGDRFT.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
      *  A run id is given as it is displayed, leading zeros
      *  optional.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO OLD-RUN-TEXT COUNT IN OLD-RUN-LENGTH
                     NEW-RUN-TEXT COUNT IN NEW-RUN-LENGTH.
           IF OLD-RUN-LENGTH = 0 OR OLD-RUN-LENGTH > 8
                OR NEW-RUN-LENGTH = 0 OR NEW-RUN-LENGTH > 8
                MOVE "X" TO OLD-RUN-TEXT
                MOVE 1 TO OLD-RUN-LENGTH
           END-IF.
           IF OLD-RUN-TEXT(1:OLD-RUN-LENGTH) NOT NUMERIC
                OR NEW-RUN-TEXT(1:NEW-RUN-LENGTH) NOT NUMERIC
                DISPLAY "Usage: cfgdrift <old-run-id> <new-run-id>"
           ELSE
                MOVE OLD-RUN-TEXT(1:OLD-RUN-LENGTH) TO OLD-RUN-ID
                MOVE NEW-RUN-TEXT(1:NEW-RUN-LENGTH) TO NEW-RUN-ID
                PERFORM LOAD-FINGERPRINTS
                IF OLD-COPY-RUN-ID = 0 OR NEW-COPY-RUN-ID = 0
                     DISPLAY "Drift: no snapshot on CTLSNAP for run "
                          "id " OLD-RUN-ID " and/or " NEW-RUN-ID
                ELSE
                     PERFORM LOAD-COPY-LINES
                     PERFORM WRITE-DRIFT-REPORT
                END-IF
           END-IF.
           STOP RUN.

      *****************************************************
      *  First pass: every fingerprint of either run id, and the
      *  run id each side's full copy sits under.
      *****************************************************
        LOAD-FINGERPRINTS.
           MOVE "N" TO END-OF-SNAP-SW.
           OPEN INPUT CONTROL-SNAPSHOT-FILE.
           PERFORM READ-SNAPSHOT-RECORD.
           PERFORM KEEP-ONE-FINGERPRINT UNTIL END-OF-SNAPSHOT.
           CLOSE CONTROL-SNAPSHOT-FILE.

        READ-SNAPSHOT-RECORD.
           READ CONTROL-SNAPSHOT-FILE
                AT END SET END-OF-SNAPSHOT TO TRUE
           END-READ.

        KEEP-ONE-FINGERPRINT.
           IF CTLSNP-FINGERPRINT
                AND (CTLSNP-RUN-ID = OLD-RUN-ID
                     OR CTLSNP-RUN-ID = NEW-RUN-ID)
                PERFORM FIND-OR-ADD-FILE-ENTRY
                IF FILE-MATCH-FOUND
                     SET FILE-IDX TO FILE-FOUND-IDX
                     IF CTLSNP-RUN-ID = OLD-RUN-ID
                          MOVE CTLSNP-COPY-RUN-ID TO OLD-COPY-RUN-ID
                          MOVE "Y" TO FILTAB-OLD-SEEN(FILE-IDX)
                          MOVE CTLSNP-PRESENT-FLAG TO
                               FILTAB-OLD-PRESENT(FILE-IDX)
                          MOVE CTLSNP-RECORD-COUNT TO
                               FILTAB-OLD-COUNT(FILE-IDX)
                          MOVE CTLSNP-CHECKSUM TO
                               FILTAB-OLD-CHECKSUM(FILE-IDX)
                     END-IF
                     IF CTLSNP-RUN-ID = NEW-RUN-ID
                          MOVE CTLSNP-COPY-RUN-ID TO NEW-COPY-RUN-ID
                          MOVE "Y" TO FILTAB-NEW-SEEN(FILE-IDX)
                          MOVE CTLSNP-PRESENT-FLAG TO
                               FILTAB-NEW-PRESENT(FILE-IDX)
                          MOVE CTLSNP-RECORD-COUNT TO
                               FILTAB-NEW-COUNT(FILE-IDX)
                          MOVE CTLSNP-CHECKSUM TO
                               FILTAB-NEW-CHECKSUM(FILE-IDX)
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-SNAPSHOT-RECORD.

        FIND-OR-ADD-FILE-ENTRY.
           MOVE "N" TO FILE-MATCH-SW.
           PERFORM MATCH-ONE-FILE-ENTRY
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILE-COUNT OR FILE-MATCH-FOUND.
           IF NOT FILE-MATCH-FOUND
                IF FILE-COUNT < 50
                     ADD 1 TO FILE-COUNT
                     SET FILE-IDX TO FILE-COUNT
                     SET FILE-FOUND-IDX TO FILE-IDX
                     MOVE CTLSNP-FILE-NAME TO
                          FILTAB-FILE-NAME(FILE-IDX)
                     MOVE "N" TO FILTAB-OLD-SEEN(FILE-IDX)
                     MOVE "N" TO FILTAB-OLD-PRESENT(FILE-IDX)
                     MOVE 0 TO FILTAB-OLD-COUNT(FILE-IDX)
                     MOVE 0 TO FILTAB-OLD-CHECKSUM(FILE-IDX)
                     MOVE "N" TO FILTAB-NEW-SEEN(FILE-IDX)
                     MOVE "N" TO FILTAB-NEW-PRESENT(FILE-IDX)
                     MOVE 0 TO FILTAB-NEW-COUNT(FILE-IDX)
                     MOVE 0 TO FILTAB-NEW-CHECKSUM(FILE-IDX)
                     SET FILE-MATCH-FOUND TO TRUE
                END-IF
           END-IF.

        MATCH-ONE-FILE-ENTRY.
           IF FILTAB-FILE-NAME(FILE-IDX) = CTLSNP-FILE-NAME
                SET FILE-MATCH-FOUND TO TRUE
                SET FILE-FOUND-IDX TO FILE-IDX
           END-IF.

      *****************************************************
      *  Second pass: the lines of each side's copy.  Both sides
      *  may share one copy (two run ids of one execution).
      *****************************************************
        LOAD-COPY-LINES.
           MOVE "N" TO END-OF-SNAP-SW.
           OPEN INPUT CONTROL-SNAPSHOT-FILE.
           PERFORM READ-SNAPSHOT-RECORD.
           PERFORM KEEP-ONE-COPY-LINE UNTIL END-OF-SNAPSHOT.
           CLOSE CONTROL-SNAPSHOT-FILE.
           IF LINES-DROPPED > 0
                DISPLAY "Drift: " LINES-DROPPED " copy lines past "
                     "the table were not compared"
           END-IF.

        KEEP-ONE-COPY-LINE.
           IF CTLSNP-LINE
                IF CTLSNP-RUN-ID = OLD-COPY-RUN-ID
                     IF OLD-LINE-COUNT < 3000
                          ADD 1 TO OLD-LINE-COUNT
                          SET OLD-IDX TO OLD-LINE-COUNT
                          MOVE CTLSNP-FILE-NAME TO
                               OLDLIN-FILE-NAME(OLD-IDX)
                          MOVE CTLSNP-LINE-SEQ TO OLDLIN-SEQ(OLD-IDX)
                          MOVE CTLSNP-LINE-TEXT TO
                               OLDLIN-TEXT(OLD-IDX)
                     ELSE
                          ADD 1 TO LINES-DROPPED
                     END-IF
                END-IF
                IF CTLSNP-RUN-ID = NEW-COPY-RUN-ID
                     IF NEW-LINE-COUNT < 3000
                          ADD 1 TO NEW-LINE-COUNT
                          SET NEW-IDX TO NEW-LINE-COUNT
                          MOVE CTLSNP-FILE-NAME TO
                               NEWLIN-FILE-NAME(NEW-IDX)
                          MOVE CTLSNP-LINE-SEQ TO NEWLIN-SEQ(NEW-IDX)
                          MOVE CTLSNP-LINE-TEXT TO
                               NEWLIN-TEXT(NEW-IDX)
                     ELSE
                          ADD 1 TO LINES-DROPPED
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-SNAPSHOT-RECORD.

      *****************************************************
      *  The report: one line per control file, and under each
      *  that differs the line positions that differ, old then
      *  new.  Totals at the foot and to the job log.
      *****************************************************
        WRITE-DRIFT-REPORT.
           OPEN OUTPUT DRIFT-REPORT-FILE.
           MOVE OLD-RUN-ID TO HEAD-OLD-RUN-ID.
           MOVE NEW-RUN-ID TO HEAD-NEW-RUN-ID.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPORT-ONE-FILE
                VARYING FILE-IDX FROM 1 BY 1
                UNTIL FILE-IDX > FILE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILES SAME" TO TOT-LABEL.
           MOVE FILES-SAME TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "FILES CHANGED" TO TOT-LABEL.
           MOVE FILES-CHANGED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "FILES ADDED" TO TOT-LABEL.
           MOVE FILES-ADDED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "FILES REMOVED" TO TOT-LABEL.
           MOVE FILES-REMOVED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "LINES CHANGED" TO TOT-LABEL.
           MOVE LINES-CHANGED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "LINES ADDED" TO TOT-LABEL.
           MOVE LINES-ADDED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "LINES REMOVED" TO TOT-LABEL.
           MOVE LINES-REMOVED TO TOT-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           CLOSE DRIFT-REPORT-FILE.
           DISPLAY "Drift run " OLD-RUN-ID " against " NEW-RUN-ID
                ": files changed " FILES-CHANGED
                " added " FILES-ADDED " removed " FILES-REMOVED.

        REPORT-ONE-FILE.
           EVALUATE TRUE
                WHEN FILTAB-OLD-PRESENT(FILE-IDX) NOT = "Y"
                     AND FILTAB-NEW-PRESENT(FILE-IDX) NOT = "Y"
                     MOVE "ABSENT" TO FILE-STATE-TEXT
                WHEN FILTAB-OLD-PRESENT(FILE-IDX) NOT = "Y"
                     MOVE "ADDED" TO FILE-STATE-TEXT
                     ADD 1 TO FILES-ADDED
                WHEN FILTAB-NEW-PRESENT(FILE-IDX) NOT = "Y"
                     MOVE "REMOVED" TO FILE-STATE-TEXT
                     ADD 1 TO FILES-REMOVED
                WHEN FILTAB-OLD-COUNT(FILE-IDX) =
                          FILTAB-NEW-COUNT(FILE-IDX)
                     AND FILTAB-OLD-CHECKSUM(FILE-IDX) =
                          FILTAB-NEW-CHECKSUM(FILE-IDX)
                     MOVE "SAME" TO FILE-STATE-TEXT
                     ADD 1 TO FILES-SAME
                WHEN OTHER
                     MOVE "CHANGED" TO FILE-STATE-TEXT
                     ADD 1 TO FILES-CHANGED
           END-EVALUATE.
           MOVE FILE-STATE-TEXT TO FIL-STATE.
           MOVE FILTAB-FILE-NAME(FILE-IDX) TO FIL-FILE-NAME.
           MOVE FILTAB-OLD-COUNT(FILE-IDX) TO FIL-OLD-COUNT.
           MOVE FILTAB-NEW-COUNT(FILE-IDX) TO FIL-NEW-COUNT.
           MOVE FILTAB-OLD-CHECKSUM(FILE-IDX) TO FIL-OLD-CHECKSUM.
           MOVE FILTAB-NEW-CHECKSUM(FILE-IDX) TO FIL-NEW-CHECKSUM.
           WRITE REPORT-LINE FROM FILE-LINE.
           IF FILE-STATE-TEXT = "CHANGED" OR "ADDED" OR "REMOVED"
                IF FILTAB-OLD-COUNT(FILE-IDX) >
                     FILTAB-NEW-COUNT(FILE-IDX)
                     MOVE FILTAB-OLD-COUNT(FILE-IDX) TO LINE-SEQ-LIMIT
                ELSE
                     MOVE FILTAB-NEW-COUNT(FILE-IDX) TO LINE-SEQ-LIMIT
                END-IF
                PERFORM COMPARE-ONE-LINE-POSITION
                     VARYING LINE-SEQ-WORK FROM 1 BY 1
                     UNTIL LINE-SEQ-WORK > LINE-SEQ-LIMIT
                          OR LINE-SEQ-WORK = 999999
           END-IF.

      *  Line n of the old copy against line n of the new.
        COMPARE-ONE-LINE-POSITION.
           MOVE "N" TO OLD-LINE-SW.
           PERFORM MATCH-ONE-OLD-LINE
                VARYING OLD-IDX FROM 1 BY 1
                UNTIL OLD-IDX > OLD-LINE-COUNT OR OLD-LINE-FOUND.
           MOVE "N" TO NEW-LINE-SW.
           PERFORM MATCH-ONE-NEW-LINE
                VARYING NEW-IDX FROM 1 BY 1
                UNTIL NEW-IDX > NEW-LINE-COUNT OR NEW-LINE-FOUND.
           EVALUATE TRUE
                WHEN OLD-LINE-FOUND AND NEW-LINE-FOUND
                     SET OLD-IDX TO OLD-FOUND-IDX
                     SET NEW-IDX TO NEW-FOUND-IDX
                     IF OLDLIN-TEXT(OLD-IDX) NOT = NEWLIN-TEXT(NEW-IDX)
                          ADD 1 TO LINES-CHANGED
                          PERFORM WRITE-OLD-DIFF-LINE
                          PERFORM WRITE-NEW-DIFF-LINE
                     END-IF
                WHEN OLD-LINE-FOUND
                     SET OLD-IDX TO OLD-FOUND-IDX
                     ADD 1 TO LINES-REMOVED
                     PERFORM WRITE-OLD-DIFF-LINE
                WHEN NEW-LINE-FOUND
                     SET NEW-IDX TO NEW-FOUND-IDX
                     ADD 1 TO LINES-ADDED
                     PERFORM WRITE-NEW-DIFF-LINE
           END-EVALUATE.

        MATCH-ONE-OLD-LINE.
           IF OLDLIN-FILE-NAME(OLD-IDX) = FILTAB-FILE-NAME(FILE-IDX)
                AND OLDLIN-SEQ(OLD-IDX) = LINE-SEQ-WORK
                SET OLD-LINE-FOUND TO TRUE
                SET OLD-FOUND-IDX TO OLD-IDX
           END-IF.

        MATCH-ONE-NEW-LINE.
           IF NEWLIN-FILE-NAME(NEW-IDX) = FILTAB-FILE-NAME(FILE-IDX)
                AND NEWLIN-SEQ(NEW-IDX) = LINE-SEQ-WORK
                SET NEW-LINE-FOUND TO TRUE
                SET NEW-FOUND-IDX TO NEW-IDX
           END-IF.

        WRITE-OLD-DIFF-LINE.
           MOVE "OLD" TO DIF-SIDE.
           MOVE LINE-SEQ-WORK TO DIF-SEQ.
           MOVE OLDLIN-TEXT(OLD-IDX) TO DIF-TEXT.
           WRITE REPORT-LINE FROM DIFF-LINE.

        WRITE-NEW-DIFF-LINE.
           MOVE "NEW" TO DIF-SIDE.
           MOVE LINE-SEQ-WORK TO DIF-SEQ.
           MOVE NEWLIN-TEXT(NEW-IDX) TO DIF-TEXT.
           WRITE REPORT-LINE FROM DIFF-LINE.
