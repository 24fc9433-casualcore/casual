      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CWLMNT.cbl
      *
      *  Maintenance for the compliance watch list BATCHCLI
      *  screens every record against: sanctions and internal
      *  list entries naming a customer id, a name, or both.
      *  Entries are keyed by hand - added, amended and removed
      *  under the same two-person rule CUSMSTMN applies in PROD -
      *  or loaded from the lists' own feeds, which refresh the
      *  list as a whole: an entry of a list the run loaded that
      *  the feed no longer carries is taken out of force.
      *  Nothing is ever deleted; a removed entry stays on file,
      *  out of force, so what was screened against on a given
      *  night can still be shown.  Every transaction and every
      *  drop goes on the watch-list history.
      *
      *  The listed name is stored as given and normalized the
      *  way BATCHCLI normalizes the customer's name before it
      *  compares them - upper case, punctuation to spaces, the
      *  words in alphabetical order single-spaced - so word
      *  order and punctuation do not hide a match.
      *
      *  A maintenance transaction carries:
      *     action      A add or amend, D remove, L list feed
      *     the entry id, and for A and L the customer id and/or
      *     the listed name (one of them at least) and the list
      *     the entry comes from
      *     the requesting user, and for A and D in PROD the
      *     confirming user (who must be someone else) - a list
      *     feed is the list's own word and needs no confirmer
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WATCHMNT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY WATCH-ENTRY-ID
                FILE STATUS WATCH-FILE-STATUS.
           SELECT MAINTENANCE-FILE ASSIGN TO "WLMAINT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "WLHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DOMAIN-CONFIG-FILE ASSIGN TO "DOMAINCFG"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  WATCH-LIST-FILE.
        01  WATCH-LIST-RECORD.
           COPY TPWATCH.

        FD  MAINTENANCE-FILE.
        01  MAINTENANCE-RECORD.
               05 WLMNT-ACTION               PIC X(01).
                       88 WLMNT-ADD-AMEND            VALUE "A".
                       88 WLMNT-REMOVE               VALUE "D".
                       88 WLMNT-LIST-LOAD            VALUE "L".
               05 WLMNT-ENTRY-ID             PIC X(10).
               05 WLMNT-CUSTOMER-ID          PIC X(10).
               05 WLMNT-LISTED-NAME          PIC X(30).
               05 WLMNT-LIST-SOURCE          PIC X(08).
               05 WLMNT-USER-ID              PIC X(08).
               05 WLMNT-CONFIRMED-BY         PIC X(08).

      *  One line of history per transaction, applied or refused,
      *  and one per entry a list load dropped.
        FD  CHANGE-HISTORY-FILE.
        01  CHANGE-HISTORY-RECORD.
               05 HIST-DATE                  PIC 9(08).
               05 HIST-TIME                  PIC 9(08).
               05 HIST-USER-ID               PIC X(08).
               05 HIST-CONFIRMED-BY          PIC X(08).
               05 HIST-ACTION                PIC X(01).
               05 HIST-ENTRY-ID              PIC X(10).
               05 HIST-LIST-SOURCE           PIC X(08).
               05 HIST-OUTCOME               PIC X(20).

        FD  DOMAIN-CONFIG-FILE.
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.

        WORKING-STORAGE SECTION.
        01  WATCH-FILE-STATUS       PIC X(02) VALUE SPACES.

        01  MAINT-SWITCHES.
               05 END-OF-MAINT-SW   PIC X(01) VALUE "N".
                       88 END-OF-MAINT       VALUE "Y".
               05 WATCH-OPEN-SW     PIC X(01) VALUE "N".
                       88 WATCH-OPEN-FAILED  VALUE "Y".
               05 ENTRY-FOUND-SW    PIC X(01) VALUE "N".
                       88 ENTRY-FOUND        VALUE "Y".
               05 END-OF-SWEEP-SW   PIC X(01) VALUE "N".
                       88 END-OF-SWEEP       VALUE "Y".
               05 SOURCE-MATCH-SW   PIC X(01) VALUE "N".
                       88 SOURCE-MATCH-FOUND VALUE "Y".

        01  MAINT-COUNTERS.
               05 CHANGES-APPLIED   PIC S9(9) COMP-5 VALUE 0.
               05 CHANGES-REFUSED   PIC S9(9) COMP-5 VALUE 0.
               05 ENTRIES-DROPPED   PIC S9(9) COMP-5 VALUE 0.

      *  The lists a feed was loaded for this run - only those
      *  are swept for entries the feed no longer carries.
        01  LOADED-SOURCE-TABLE.
               05 LOADED-SOURCE-COUNT PIC S9(4) COMP-5 VALUE 0.
               05 LOADED-SOURCE-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON LOADED-SOURCE-COUNT
                       INDEXED BY LOADED-SOURCE-IDX.
                       10 LODTAB-LIST-SOURCE         PIC X(08).

      *  The user a list load stamps on what it adds or drops -
      *  telling a feed's drop, which the next feed carrying the
      *  entry again undoes, from a removal keyed by hand, which
      *  only another hand can undo.
        01  LIST-FEED-USER          PIC X(08) VALUE "LISTFEED".

        01  TODAY-DATE              PIC 9(08).
        01  OUTCOME-TEXT            PIC X(20) VALUE SPACES.

      *  Name normalization - the same steps BATCHCLI takes with
      *  the customer's name, so the two compare alike.
        01  NAME-PUNCTUATION        PIC X(16) VALUE
                ".,;:'""-/&()!?#*+".
        01  NAME-PUNCTUATION-BLANKS PIC X(16) VALUE SPACES.
        01  NORMALIZE-FIELDS.
               05 NORMALIZE-INPUT   PIC X(30).
               05 NORMALIZE-WORK    PIC X(30).
               05 NORMALIZE-OUTPUT  PIC X(30).
               05 NAME-WORD-TEXT    PIC X(30).
               05 NAME-WORD-HOLD    PIC X(30).
               05 NAME-SCAN-PTR     PIC S9(4) COMP-5.
               05 NAME-BUILD-PTR    PIC S9(4) COMP-5.
               05 NAME-WORD-COUNT   PIC S9(4) COMP-5.
               05 NAME-SORT-I       PIC S9(4) COMP-5.
               05 NAME-SORT-J       PIC S9(4) COMP-5.
               05 NAME-WORD         PIC X(30) OCCURS 10 TIMES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CWLMNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-DOMAIN-CONFIG.
           PERFORM OPEN-WATCH-LIST.
           IF WATCH-OPEN-FAILED
                CONTINUE
           ELSE
                OPEN INPUT MAINTENANCE-FILE
                OPEN EXTEND CHANGE-HISTORY-FILE
                PERFORM READ-MAINTENANCE-RECORD
                PERFORM APPLY-ONE-MAINTENANCE UNTIL END-OF-MAINT
                IF LOADED-SOURCE-COUNT > 0
                     PERFORM SWEEP-DROPPED-ENTRIES
                END-IF
                CLOSE MAINTENANCE-FILE
                CLOSE CHANGE-HISTORY-FILE
                CLOSE WATCH-LIST-FILE
                DISPLAY "Watch-list changes applied: " CHANGES-APPLIED
                DISPLAY "Watch-list changes refused: " CHANGES-REFUSED
                DISPLAY "Watch-list entries dropped: " ENTRIES-DROPPED
           END-IF.
           STOP RUN.

      *****************************************************
      *  Which environment is this list's - PROD demands the
      *  two-person rule for changes keyed by hand.
      *****************************************************
        READ-DOMAIN-CONFIG.
           MOVE "DEFAULT"  TO DOMCFG-DOMAIN-NAME.
           MOVE "REPLYQ"   TO DOMCFG-QUEUE-NAME.
           MOVE 30         TO DOMCFG-DEFAULT-TIMEOUT.
           MOVE 3          TO DOMCFG-RETRY-COUNT.
           MOVE "PROD"     TO DOMCFG-ENVIRONMENT-TAG.
           OPEN INPUT DOMAIN-CONFIG-FILE.
           READ DOMAIN-CONFIG-FILE
                AT END CONTINUE
           END-READ.
           CLOSE DOMAIN-CONFIG-FILE.
           DISPLAY "Watch-list maintenance against environment "
                DOMCFG-ENVIRONMENT-TAG.

      *****************************************************
      *  Open the keyed list for update - OPTIONAL, so the first
      *  run starts one.
      *****************************************************
        OPEN-WATCH-LIST.
           OPEN I-O WATCH-LIST-FILE.
           IF WATCH-FILE-STATUS NOT = "00"
                AND WATCH-FILE-STATUS NOT = "05"
                DISPLAY "Watch list: open failed with status "
                     WATCH-FILE-STATUS " - no changes applied"
                SET WATCH-OPEN-FAILED TO TRUE
           END-IF.

      *****************************************************
      *  Read-ahead over the maintenance transactions.
      *****************************************************
        READ-MAINTENANCE-RECORD.
           READ MAINTENANCE-FILE
                AT END SET END-OF-MAINT TO TRUE
           END-READ.

      *****************************************************
      *  One maintenance transaction: the confirmation rule
      *  first, then the action against the keyed list.  Every
      *  outcome, applied or refused, goes on the history.
      *****************************************************
        APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO OUTCOME-TEXT.
           IF NOT WLMNT-LIST-LOAD
                PERFORM CHECK-TWO-PERSON-RULE
           END-IF.
           IF OUTCOME-TEXT = SPACES
                IF WLMNT-ENTRY-ID = SPACES
                     MOVE "NO-ENTRY-ID" TO OUTCOME-TEXT
                END-IF
           END-IF.
           IF OUTCOME-TEXT = SPACES
                PERFORM FETCH-WATCH-ENTRY
                EVALUATE TRUE
                     WHEN WLMNT-ADD-AMEND
                          PERFORM APPLY-ADD-AMEND
                     WHEN WLMNT-REMOVE
                          PERFORM APPLY-REMOVE
                     WHEN WLMNT-LIST-LOAD
                          PERFORM NOTE-LOADED-SOURCE
                          PERFORM APPLY-LIST-LOAD
                     WHEN OTHER
                          MOVE "UNKNOWN-ACTION" TO OUTCOME-TEXT
                END-EVALUATE
           END-IF.

           IF OUTCOME-TEXT = "APPLIED"
                ADD 1 TO CHANGES-APPLIED
           ELSE
                ADD 1 TO CHANGES-REFUSED
                DISPLAY "Refused " WLMNT-ACTION " "
                     WLMNT-ENTRY-ID " - " OUTCOME-TEXT
           END-IF.
           PERFORM WRITE-CHANGE-HISTORY.
           PERFORM READ-MAINTENANCE-RECORD.

      *****************************************************
      *  In PROD a change keyed by hand needs a confirmer, and
      *  not the same person who keyed it.
      *****************************************************
        CHECK-TWO-PERSON-RULE.
           IF DOMCFG-ENV-PROD
                IF WLMNT-CONFIRMED-BY = SPACES
                     MOVE "NO-CONFIRMER" TO OUTCOME-TEXT
                ELSE
                     IF WLMNT-CONFIRMED-BY = WLMNT-USER-ID
                          MOVE "SELF-CONFIRMED" TO OUTCOME-TEXT
                     END-IF
                END-IF
           END-IF.

      *****************************************************
      *  Keyed read for the entry the transaction names.
      *****************************************************
        FETCH-WATCH-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           MOVE WLMNT-ENTRY-ID TO WATCH-ENTRY-ID.
           READ WATCH-LIST-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ENTRY-FOUND TO TRUE
           END-READ.

      *  An entry with neither an id nor a name would screen
      *  nothing - refused rather than kept as a false comfort.
        APPLY-ADD-AMEND.
           IF WLMNT-CUSTOMER-ID = SPACES
                AND WLMNT-LISTED-NAME = SPACES
                MOVE "NOTHING-TO-SCREEN" TO OUTCOME-TEXT
           ELSE
                PERFORM MOVE-ENTRY-DETAILS
                SET WATCH-ACTIVE TO TRUE
                MOVE TODAY-DATE TO WATCH-STATUS-DATE
                MOVE WLMNT-USER-ID TO WATCH-STATUS-USER
                PERFORM STORE-WATCH-ENTRY
           END-IF.

        APPLY-REMOVE.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN WATCH-REMOVED
                     MOVE "ALREADY-REMOVED" TO OUTCOME-TEXT
                WHEN OTHER
                     SET WATCH-REMOVED TO TRUE
                     MOVE TODAY-DATE TO WATCH-STATUS-DATE
                     MOVE WLMNT-USER-ID TO WATCH-STATUS-USER
                     REWRITE WATCH-LIST-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                          NOT INVALID KEY
                               MOVE "APPLIED" TO OUTCOME-TEXT
                     END-REWRITE
           END-EVALUATE.

      *  A feed line adds or refreshes its entry and stamps it
      *  loaded today.  An entry the feed itself once dropped is
      *  put back in force; one removed by hand stays removed -
      *  the feed does not overrule a confirmed decision.
        APPLY-LIST-LOAD.
           EVALUATE TRUE
                WHEN WLMNT-CUSTOMER-ID = SPACES
                     AND WLMNT-LISTED-NAME = SPACES
                     MOVE "NOTHING-TO-SCREEN" TO OUTCOME-TEXT
                WHEN ENTRY-FOUND AND WATCH-REMOVED
                     AND WATCH-STATUS-USER NOT = LIST-FEED-USER
                     MOVE "REMOVED-BY-HAND" TO OUTCOME-TEXT
                WHEN OTHER
                     IF NOT ENTRY-FOUND OR WATCH-REMOVED
                          SET WATCH-ACTIVE TO TRUE
                          MOVE TODAY-DATE TO WATCH-STATUS-DATE
                          MOVE LIST-FEED-USER TO WATCH-STATUS-USER
                     END-IF
                     PERFORM MOVE-ENTRY-DETAILS
                     MOVE TODAY-DATE TO WATCH-LOADED-DATE
                     PERFORM STORE-WATCH-ENTRY
           END-EVALUATE.

        MOVE-ENTRY-DETAILS.
           IF NOT ENTRY-FOUND
                MOVE WLMNT-ENTRY-ID TO WATCH-ENTRY-ID
                MOVE TODAY-DATE TO WATCH-ADDED-DATE
                MOVE 0 TO WATCH-LOADED-DATE
           END-IF.
           MOVE WLMNT-CUSTOMER-ID TO WATCH-CUSTOMER-ID.
           MOVE WLMNT-LISTED-NAME TO WATCH-LISTED-NAME.
           MOVE WLMNT-LIST-SOURCE TO WATCH-LIST-SOURCE.
           MOVE WLMNT-LISTED-NAME TO NORMALIZE-INPUT.
           PERFORM NORMALIZE-SCREEN-NAME.
           MOVE NORMALIZE-OUTPUT TO WATCH-NORMAL-NAME.

        STORE-WATCH-ENTRY.
           IF ENTRY-FOUND
                REWRITE WATCH-LIST-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-REWRITE
           ELSE
                WRITE WATCH-LIST-RECORD
                     INVALID KEY
                          MOVE "WRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-WRITE
           END-IF.

        NOTE-LOADED-SOURCE.
           MOVE "N" TO SOURCE-MATCH-SW.
           PERFORM MATCH-ONE-LOADED-SOURCE
                VARYING LOADED-SOURCE-IDX FROM 1 BY 1
                UNTIL LOADED-SOURCE-IDX > LOADED-SOURCE-COUNT
                OR SOURCE-MATCH-FOUND.
           IF NOT SOURCE-MATCH-FOUND
                IF LOADED-SOURCE-COUNT < 50
                     ADD 1 TO LOADED-SOURCE-COUNT
                     MOVE WLMNT-LIST-SOURCE TO
                          LODTAB-LIST-SOURCE(LOADED-SOURCE-COUNT)
                ELSE
                     DISPLAY "Watch list: more than 50 lists "
                          "loaded - " WLMNT-LIST-SOURCE
                          " will not be swept"
                END-IF
           END-IF.

        MATCH-ONE-LOADED-SOURCE.
           IF LODTAB-LIST-SOURCE(LOADED-SOURCE-IDX) =
                WLMNT-LIST-SOURCE
                SET SOURCE-MATCH-FOUND TO TRUE
           END-IF.

      *****************************************************
      *  After the feeds: any entry in force of a list loaded
      *  this run that the feed did not carry today has left the
      *  list, and is taken out of force.  Entries of the list
      *  keyed by hand, never loaded, are left alone.
      *****************************************************
        SWEEP-DROPPED-ENTRIES.
           MOVE LOW-VALUES TO WATCH-ENTRY-ID.
           START WATCH-LIST-FILE KEY NOT LESS THAN WATCH-ENTRY-ID
                INVALID KEY SET END-OF-SWEEP TO TRUE
           END-START.
           IF NOT END-OF-SWEEP
                PERFORM READ-NEXT-WATCH-ENTRY
           END-IF.
           PERFORM SWEEP-ONE-ENTRY UNTIL END-OF-SWEEP.

        READ-NEXT-WATCH-ENTRY.
           READ WATCH-LIST-FILE NEXT RECORD
                AT END SET END-OF-SWEEP TO TRUE
           END-READ.

        SWEEP-ONE-ENTRY.
           IF WATCH-ACTIVE
                AND WATCH-LOADED-DATE > 0
                AND WATCH-LOADED-DATE NOT = TODAY-DATE
                MOVE "N" TO SOURCE-MATCH-SW
                MOVE WATCH-LIST-SOURCE TO WLMNT-LIST-SOURCE
                PERFORM MATCH-ONE-LOADED-SOURCE
                     VARYING LOADED-SOURCE-IDX FROM 1 BY 1
                     UNTIL LOADED-SOURCE-IDX > LOADED-SOURCE-COUNT
                     OR SOURCE-MATCH-FOUND
                IF SOURCE-MATCH-FOUND
                     PERFORM DROP-WATCH-ENTRY
                END-IF
           END-IF.
           PERFORM READ-NEXT-WATCH-ENTRY.

        DROP-WATCH-ENTRY.
           SET WATCH-REMOVED TO TRUE.
           MOVE TODAY-DATE TO WATCH-STATUS-DATE.
           MOVE LIST-FEED-USER TO WATCH-STATUS-USER.
           REWRITE WATCH-LIST-RECORD
                INVALID KEY
                     MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                NOT INVALID KEY
                     MOVE "DROPPED-FROM-LIST" TO OUTCOME-TEXT
                     ADD 1 TO ENTRIES-DROPPED
           END-REWRITE.
           MOVE "L" TO WLMNT-ACTION.
           MOVE WATCH-ENTRY-ID TO WLMNT-ENTRY-ID.
           MOVE LIST-FEED-USER TO WLMNT-USER-ID.
           MOVE SPACES TO WLMNT-CONFIRMED-BY.
           PERFORM WRITE-CHANGE-HISTORY.

      *****************************************************
      *  Normalize a name for screening: upper case, punctuation
      *  to spaces, the words sorted and closed up single-spaced
      *  - "Smith, John A." and "A. JOHN SMITH" both come out
      *  "A JOHN SMITH".  Only the first ten words count.
      *****************************************************
        NORMALIZE-SCREEN-NAME.
           MOVE NORMALIZE-INPUT TO NORMALIZE-WORK.
           INSPECT NORMALIZE-WORK CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT NORMALIZE-WORK CONVERTING NAME-PUNCTUATION
                TO NAME-PUNCTUATION-BLANKS.
           MOVE 0 TO NAME-WORD-COUNT.
           MOVE 1 TO NAME-SCAN-PTR.
           PERFORM TAKE-ONE-NAME-WORD
                UNTIL NAME-SCAN-PTR > 30 OR NAME-WORD-COUNT = 10.
           PERFORM ORDER-NAME-WORDS
                VARYING NAME-SORT-I FROM 1 BY 1
                UNTIL NAME-SORT-I NOT < NAME-WORD-COUNT.
           MOVE SPACES TO NORMALIZE-OUTPUT.
           MOVE 1 TO NAME-BUILD-PTR.
           PERFORM APPEND-ONE-NAME-WORD
                VARYING NAME-SORT-I FROM 1 BY 1
                UNTIL NAME-SORT-I > NAME-WORD-COUNT.

        TAKE-ONE-NAME-WORD.
           MOVE SPACES TO NAME-WORD-TEXT.
           UNSTRING NORMALIZE-WORK DELIMITED BY ALL SPACE
                INTO NAME-WORD-TEXT
                WITH POINTER NAME-SCAN-PTR
           END-UNSTRING.
           IF NAME-WORD-TEXT NOT = SPACES
                ADD 1 TO NAME-WORD-COUNT
                MOVE NAME-WORD-TEXT TO NAME-WORD(NAME-WORD-COUNT)
           END-IF.

        ORDER-NAME-WORDS.
           PERFORM ORDER-ONE-WORD-PAIR
                VARYING NAME-SORT-J FROM NAME-SORT-I BY 1
                UNTIL NAME-SORT-J > NAME-WORD-COUNT.

        ORDER-ONE-WORD-PAIR.
           IF NAME-WORD(NAME-SORT-J) < NAME-WORD(NAME-SORT-I)
                MOVE NAME-WORD(NAME-SORT-I) TO NAME-WORD-HOLD
                MOVE NAME-WORD(NAME-SORT-J) TO
                     NAME-WORD(NAME-SORT-I)
                MOVE NAME-WORD-HOLD TO NAME-WORD(NAME-SORT-J)
           END-IF.

        APPEND-ONE-NAME-WORD.
           STRING NAME-WORD(NAME-SORT-I) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO NORMALIZE-OUTPUT
                WITH POINTER NAME-BUILD-PTR
                ON OVERFLOW CONTINUE
           END-STRING.

      *****************************************************
      *  Who changed what, when, and how it came out.
      *****************************************************
        WRITE-CHANGE-HISTORY.
           MOVE TODAY-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE WLMNT-USER-ID TO HIST-USER-ID.
           MOVE WLMNT-CONFIRMED-BY TO HIST-CONFIRMED-BY.
           MOVE WLMNT-ACTION TO HIST-ACTION.
           MOVE WLMNT-ENTRY-ID TO HIST-ENTRY-ID.
           MOVE WLMNT-LIST-SOURCE TO HIST-LIST-SOURCE.
           MOVE OUTCOME-TEXT TO HIST-OUTCOME.
           WRITE CHANGE-HISTORY-RECORD.
