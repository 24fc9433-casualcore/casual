      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CGLLEDGR.cbl
      *
      *  The general ledger kept from the posting files: running
      *  balances per GL account and entity by accounting period,
      *  the period trial balance, and finance's period close.
      *
      *     glledger POST                 post every rolled GLPOST
      *                                   generation (BGLP) not yet
      *                                   posted, and the netting
      *                                   and returns files
      *                                   (ICGLPOST, RETGLPST)
      *     glledger TRIAL [YYYYMM]       trial balance for the
      *                                   period (default: this
      *                                   month) to GLTRIAL
      *     glledger CLOSE <YYYYMM> <user-id> [REFUSE]
      *                                   close the period
      *     glledger REOPEN <YYYYMM> <user-id>
      *                                   reopen a closed period
      *     glledger PERIODS              every period's standing
      *
      *  A source is posted once.  Every file posted goes on the
      *  GLPOSTED registry with its line count, amount hash and
      *  first posting date: a generation is known by its name,
      *  and the netting and returns files - rewritten in place
      *  by every run of their programs - by the name and that
      *  signature together, so the same file seen again is not
      *  posted twice.  A posting line dated in a closed period,
      *  or one the ledger cannot read, is not posted: it goes to
      *  GLBOUNCE with the reason, for finance to book by hand or
      *  after a reopen.  The entity is the posting line's own;
      *  a line from before the column existed takes the entity
      *  whose ENTACCTS accounts include the account, or the
      *  default entity.
      *
      *  A period is closed only when its debits equal its
      *  credits on the ledger.  While it is closed BATCHCLI
      *  parks a record dated in it in the future-dated warehouse
      *  for FUTREL to release on a reopen - or, closed with
      *  REFUSE, rejects it outright.  Closing and reopening need
      *  the user named for GLCLOSE on the authorized-operators
      *  file - no file or an empty one closes nothing.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLLEDGER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL GENERATION-REGISTRY ASSIGN TO "OUTGENS"
                ORGANIZATION LINE SEQUENTIAL.
      *  Each posting file in turn, by dynamic name.
           SELECT OPTIONAL POSTING-SOURCE-FILE ASSIGN TO DYNAMIC
                SOURCE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS SOURCE-FILE-STATUS.
           SELECT OPTIONAL POSTED-REGISTRY ASSIGN TO "GLPOSTED"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "GLLEDGER"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY GLBAL-KEY
                FILE STATUS LEDGER-FILE-STATUS.
           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BOUNCE-FILE ASSIGN TO "GLBOUNCE"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ENTITY-ACCOUNTS-FILE ASSIGN TO "ENTACCTS"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "GLTRIAL"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  GENERATION-REGISTRY.
        01  GENERATION-RECORD.
               05 OUTGEN-FILE-NAME           PIC X(12).
               05 OUTGEN-TYPE                PIC X(03).
               05 OUTGEN-ROLL-DATE           PIC 9(08).
               05 OUTGEN-RUN-ID              PIC 9(08).
               05 OUTGEN-RECORD-COUNT        PIC 9(09).

      *  The GL posting layout - see the same layout written in
      *  CBATCH.cbl, CICNET.cbl and CRETPRC.cbl.
        FD  POSTING-SOURCE-FILE.
        01  GL-POSTING-RECORD.
               05 GL-POSTING-DATE            PIC 9(08).
               05 GL-POSTING-DATE-SPLIT REDEFINES GL-POSTING-DATE.
                       10 GL-POSTING-PERIOD          PIC 9(06).
                       10 GL-POSTING-DD              PIC 9(02).
               05 GL-SERVICE-NAME            PIC X(30).
               05 GL-ACCOUNT-CODE            PIC X(10).
               05 GL-DEBIT-CREDIT            PIC X(02).
                       88 GL-DEBIT                   VALUE "DR".
                       88 GL-CREDIT                  VALUE "CR".
               05 GL-AMOUNT                  PIC S9(13)V99.
               05 GL-ENTITY-CODE             PIC X(03).

      *  One posting file the ledger has taken in.
        FD  POSTED-REGISTRY.
        01  POSTED-RECORD.
               05 GLPSTD-SOURCE-NAME         PIC X(12).
               05 GLPSTD-FIRST-DATE          PIC 9(08).
               05 GLPSTD-LINE-COUNT          PIC 9(09).
               05 GLPSTD-HASH-TOTAL          PIC S9(15)V99.
               05 GLPSTD-POSTED-DATE         PIC 9(08).
               05 GLPSTD-BOUNCED-COUNT       PIC 9(09).

        FD  LEDGER-FILE.
        01  LEDGER-RECORD.
           COPY TPGLBAL.

        FD  GL-PERIOD-FILE.
        01  GL-PERIOD-RECORD.
           COPY TPGLPER.

      *  A posting line the ledger would not take, with why and
      *  where it came from.
        FD  BOUNCE-FILE.
        01  BOUNCE-RECORD.
               05 BOUNCE-POSTING             PIC X(68).
               05 BOUNCE-REASON              PIC X(12).
               05 BOUNCE-SOURCE-NAME         PIC X(12).
               05 BOUNCE-DATE                PIC 9(08).

      *  The subsidiaries' GL accounts - see the same layout read
      *  in CBATCH.cbl.
        FD  ENTITY-ACCOUNTS-FILE.
        01  ENTITY-ACCOUNTS-RECORD.
               05 ENTACC-ENTITY-CODE         PIC X(03).
               05 ENTACC-DEBIT-ACCOUNT       PIC X(10).
               05 ENTACC-CREDIT-ACCOUNT      PIC X(10).
               05 ENTACC-FEE-ACCOUNT         PIC X(10).
               05 ENTACC-DUE-TO-ACCOUNT      PIC X(10).
               05 ENTACC-DUE-FROM-ACCOUNT    PIC X(10).

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

        FD  TRIAL-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  SOURCE-FILE-NAME        PIC X(12) VALUE SPACES.
        01  SOURCE-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  LEDGER-FILE-STATUS      PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  LEDGER-ACTION           PIC X(08) VALUE SPACES.
               88 LEDGER-POST                VALUE "POST".
               88 LEDGER-TRIAL               VALUE "TRIAL".
               88 LEDGER-CLOSE               VALUE "CLOSE".
               88 LEDGER-REOPEN              VALUE "REOPEN".
               88 LEDGER-PERIODS             VALUE "PERIODS".
        01  LEDGER-ARGUMENT         PIC X(08) VALUE SPACES.
        01  LEDGER-USER-ID          PIC X(08) VALUE SPACES.
        01  LEDGER-OPTION           PIC X(08) VALUE SPACES.

        01  LEDGER-SWITCHES.
               05 LEDGER-OPEN-SW    PIC X(01) VALUE "N".
                       88 LEDGER-IS-OPEN     VALUE "Y".
               05 END-OF-LEDGER-SW  PIC X(01) VALUE "N".
                       88 END-OF-LEDGER      VALUE "Y".
               05 END-OF-OUTGENS-SW PIC X(01) VALUE "N".
                       88 END-OF-OUTGENS     VALUE "Y".
               05 END-OF-SOURCE-SW  PIC X(01) VALUE "N".
                       88 END-OF-SOURCE      VALUE "Y".
               05 END-OF-POSTED-SW  PIC X(01) VALUE "N".
                       88 END-OF-POSTED      VALUE "Y".
               05 END-OF-PERIODS-SW PIC X(01) VALUE "N".
                       88 END-OF-PERIODS     VALUE "Y".
               05 END-OF-ENTACC-SW  PIC X(01) VALUE "N".
                       88 END-OF-ENTACC      VALUE "Y".
               05 END-OF-OPAUTH-SW  PIC X(01) VALUE "N".
                       88 END-OF-OPAUTH      VALUE "Y".
               05 CLOSE-AUTH-SW     PIC X(01) VALUE "N".
                       88 CLOSE-AUTHORIZED   VALUE "Y".
               05 SOURCE-PRESENT-SW PIC X(01) VALUE "N".
                       88 SOURCE-PRESENT     VALUE "Y".
               05 SOURCE-POSTED-SW  PIC X(01) VALUE "N".
                       88 SOURCE-ALREADY-POSTED VALUE "Y".
               05 SOURCE-LIVE-SW    PIC X(01) VALUE "N".
                       88 SOURCE-IS-LIVE     VALUE "Y".
               05 PERIOD-MATCH-SW   PIC X(01) VALUE "N".
                       88 PERIOD-MATCH-FOUND VALUE "Y".
               05 ENTACC-MATCH-SW   PIC X(01) VALUE "N".
                       88 ENTACC-MATCH-FOUND VALUE "Y".
               05 BALANCE-FOUND-SW  PIC X(01) VALUE "N".
                       88 BALANCE-FOUND      VALUE "Y".
               05 GROUP-ACTIVE-SW   PIC X(01) VALUE "N".
                       88 GROUP-ACTIVE       VALUE "Y".

        01  LEDGER-COUNTERS.
               05 SOURCES-POSTED    PIC S9(9) COMP-5 VALUE 0.
               05 SOURCES-SKIPPED   PIC S9(9) COMP-5 VALUE 0.
               05 SOURCES-MISSING   PIC S9(9) COMP-5 VALUE 0.
               05 LINES-POSTED      PIC S9(9) COMP-5 VALUE 0.
               05 LINES-BOUNCED     PIC S9(9) COMP-5 VALUE 0.
               05 SOURCE-LINES      PIC S9(9) COMP-5 VALUE 0.
               05 SOURCE-BOUNCED    PIC S9(9) COMP-5 VALUE 0.
               05 ACCOUNTS-PRINTED  PIC S9(9) COMP-5 VALUE 0.
        01  POSTED-DEBIT-TOTAL      PIC S9(15)V99 VALUE 0.
        01  POSTED-CREDIT-TOTAL     PIC S9(15)V99 VALUE 0.

        01  TODAY-DATE              PIC 9(08) VALUE 0.
        01  TODAY-DATE-SPLIT REDEFINES TODAY-DATE.
               05 TODAY-PERIOD      PIC 9(06).
               05 FILLER            PIC 9(02).
        01  TARGET-PERIOD           PIC 9(06) VALUE 0.
        01  TARGET-PERIOD-SPLIT REDEFINES TARGET-PERIOD.
               05 TARGET-YYYY       PIC 9(04).
               05 TARGET-MM         PIC 9(02).
        01  DEFAULT-ENTITY-CODE     PIC X(03) VALUE "001".
        01  POSTING-ENTITY-WORK     PIC X(03).
        01  BOUNCE-REASON-WORK      PIC X(12).

      *  The posting files to look at, in posting order: the
      *  rolled GLPOST generations off OUTGENS, then the netting
      *  and returns files as they stand.
        01  SOURCE-TABLE.
               05 SOURCE-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 SOURCE-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON SOURCE-COUNT
                       INDEXED BY SOURCE-IDX.
                       10 SRCTAB-FILE-NAME           PIC X(12).
                       10 SRCTAB-LIVE-FLAG           PIC X(01).

      *  The signature of the source being looked at.
        01  SOURCE-SIGNATURE.
               05 SIGNATURE-FIRST-DATE       PIC 9(08).
               05 SIGNATURE-LINE-COUNT       PIC 9(09).
               05 SIGNATURE-HASH-TOTAL       PIC S9(15)V99.

      *  Every period on GLPERIOD, loaded whole and rewritten
      *  whole after a close or a reopen.
        01  PERIOD-TABLE.
               05 PERIOD-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 PERIOD-ENTRY OCCURS 1 TO 600 TIMES
                       DEPENDING ON PERIOD-COUNT
                       INDEXED BY PERIOD-IDX.
                       10 PERTAB-PERIOD              PIC 9(06).
                       10 PERTAB-STATUS              PIC X(01).
                               88 PERTAB-CLOSED             VALUE "C".
                       10 PERTAB-LATE-ACTION         PIC X(01).
                       10 PERTAB-CHANGED-DATE        PIC 9(08).
                       10 PERTAB-CHANGED-USER        PIC X(08).
        01  PERIOD-FOUND-IDX        USAGE INDEX.
        01  PERIOD-KEY              PIC 9(06).

      *  The subsidiaries' accounts, for a line with no entity.
        01  ENTITY-ACCOUNTS-TABLE.
               05 ENTACC-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 ENTACC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON ENTACC-COUNT
                       INDEXED BY ENTACC-IDX.
                       10 ENTTAB-ENTITY-CODE         PIC X(03).
                       10 ENTTAB-DEBIT-ACCOUNT       PIC X(10).
                       10 ENTTAB-CREDIT-ACCOUNT      PIC X(10).
                       10 ENTTAB-FEE-ACCOUNT         PIC X(10).
                       10 ENTTAB-DUE-TO-ACCOUNT      PIC X(10).
                       10 ENTTAB-DUE-FROM-ACCOUNT    PIC X(10).

      *  The trial balance: the account being built up, and the
      *  entity and grand totals.
        01  TRIAL-GROUP.
               05 GROUP-ENTITY-CODE PIC X(03).
               05 GROUP-ACCOUNT-CODE PIC X(10).
               05 GROUP-OPENING     PIC S9(15)V99.
               05 GROUP-DEBITS      PIC S9(15)V99.
               05 GROUP-CREDITS     PIC S9(15)V99.
               05 GROUP-CLOSING     PIC S9(15)V99.
        01  ENTITY-TOTALS.
               05 TOTAL-ENTITY-CODE PIC X(03) VALUE SPACES.
               05 ENTITY-OPENING    PIC S9(15)V99 VALUE 0.
               05 ENTITY-DEBITS     PIC S9(15)V99 VALUE 0.
               05 ENTITY-CREDITS    PIC S9(15)V99 VALUE 0.
               05 ENTITY-CLOSING    PIC S9(15)V99 VALUE 0.
        01  GRAND-TOTALS.
               05 GRAND-OPENING     PIC S9(15)V99 VALUE 0.
               05 GRAND-DEBITS      PIC S9(15)V99 VALUE 0.
               05 GRAND-CREDITS     PIC S9(15)V99 VALUE 0.
               05 GRAND-CLOSING     PIC S9(15)V99 VALUE 0.
        01  OUT-OF-BALANCE-WORK     PIC S9(15)V99 VALUE 0.
        01  TRACE-AMOUNT-TEXT       PIC -(15)9.99.

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 55.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(24) VALUE
                    "GL TRIAL BALANCE  RUN".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(10) VALUE
                    "  PERIOD ".
               05 HEAD-PERIOD       PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 HEAD-PERIOD-STATUS PIC X(06).
               05 FILLER            PIC X(67) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(08) VALUE "ENTITY".
               05 FILLER            PIC X(12) VALUE "ACCOUNT".
               05 FILLER            PIC X(21) VALUE
                    "      OPENING BALANCE".
               05 FILLER            PIC X(21) VALUE
                    "       PERIOD DEBITS".
               05 FILLER            PIC X(21) VALUE
                    "      PERIOD CREDITS".
               05 FILLER            PIC X(21) VALUE
                    "      CLOSING BALANCE".
               05 FILLER            PIC X(28) VALUE SPACES.
        01  DETAIL-LINE.
               05 DETAIL-ENTITY     PIC X(03).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DETAIL-ACCOUNT    PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DETAIL-OPENING    PIC -(15)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-DEBITS     PIC -(15)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CREDITS    PIC -(15)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DETAIL-CLOSING    PIC -(15)9.99.
               05 FILLER            PIC X(29) VALUE SPACES.
        01  PROOF-LINE.
               05 PROOF-CAPTION     PIC X(40).
               05 PROOF-AMOUNT      PIC -(15)9.99.
               05 FILLER            PIC X(72) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CGLLEDGR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO LEDGER-ACTION LEDGER-ARGUMENT
                     LEDGER-USER-ID LEDGER-OPTION
                WITH POINTER CMD-PARSE-PTR.
           PERFORM LOAD-GL-PERIODS.
           EVALUATE TRUE
                WHEN LEDGER-POST
                     PERFORM OPEN-LEDGER-FILE
                     IF LEDGER-IS-OPEN
                          PERFORM POST-ALL-SOURCES
                          CLOSE LEDGER-FILE
                     END-IF
                WHEN LEDGER-TRIAL
                     MOVE TODAY-PERIOD TO TARGET-PERIOD
                     IF LEDGER-ARGUMENT(1:6) NUMERIC
                          MOVE LEDGER-ARGUMENT(1:6) TO TARGET-PERIOD
                     END-IF
                     PERFORM OPEN-LEDGER-FILE
                     IF LEDGER-IS-OPEN
                          PERFORM PRINT-TRIAL-BALANCE
                          CLOSE LEDGER-FILE
                     END-IF
                WHEN (LEDGER-CLOSE OR LEDGER-REOPEN)
                     AND LEDGER-ARGUMENT NOT = SPACES
                     PERFORM CHANGE-PERIOD-STANDING
                WHEN LEDGER-PERIODS
                     PERFORM DISPLAY-ONE-PERIOD
                          VARYING PERIOD-IDX FROM 1 BY 1
                          UNTIL PERIOD-IDX > PERIOD-COUNT
                     DISPLAY "Periods on file:   " PERIOD-COUNT
                WHEN OTHER
                     DISPLAY "Usage: glledger POST"
                     DISPLAY "       glledger TRIAL [YYYYMM]"
                     DISPLAY "       glledger CLOSE <YYYYMM> "
                          "<user-id> [REFUSE]"
                     DISPLAY "       glledger REOPEN <YYYYMM> "
                          "<user-id>"
                     DISPLAY "       glledger PERIODS"
           END-EVALUATE.
           STOP RUN.

        OPEN-LEDGER-FILE.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
                OR LEDGER-FILE-STATUS = "05"
                SET LEDGER-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Ledger: open failed with status "
                     LEDGER-FILE-STATUS
           END-IF.

      *****************************************************
      *  The period standings, loaded whole.
      *****************************************************
        LOAD-GL-PERIODS.
           OPEN INPUT GL-PERIOD-FILE.
           PERFORM READ-GL-PERIOD.
           PERFORM STORE-GL-PERIOD
                UNTIL END-OF-PERIODS OR PERIOD-COUNT = 600.
           CLOSE GL-PERIOD-FILE.

        READ-GL-PERIOD.
           READ GL-PERIOD-FILE
                AT END SET END-OF-PERIODS TO TRUE
           END-READ.

        STORE-GL-PERIOD.
           IF GLPER-PERIOD NUMERIC
                ADD 1 TO PERIOD-COUNT
                SET PERIOD-IDX TO PERIOD-COUNT
                MOVE GLPER-PERIOD TO PERTAB-PERIOD(PERIOD-IDX)
                MOVE GLPER-STATUS TO PERTAB-STATUS(PERIOD-IDX)
                MOVE GLPER-LATE-ACTION TO
                     PERTAB-LATE-ACTION(PERIOD-IDX)
                MOVE GLPER-CHANGED-DATE TO
                     PERTAB-CHANGED-DATE(PERIOD-IDX)
                MOVE GLPER-CHANGED-USER TO
                     PERTAB-CHANGED-USER(PERIOD-IDX)
           END-IF.
           PERFORM READ-GL-PERIOD.

        FIND-PERIOD-ENTRY.
           MOVE "N" TO PERIOD-MATCH-SW.
           PERFORM MATCH-ONE-PERIOD
                VARYING PERIOD-IDX FROM 1 BY 1
                UNTIL PERIOD-IDX > PERIOD-COUNT
                     OR PERIOD-MATCH-FOUND.
           IF PERIOD-MATCH-FOUND
                SET PERIOD-IDX TO PERIOD-FOUND-IDX
           END-IF.

        MATCH-ONE-PERIOD.
           IF PERTAB-PERIOD(PERIOD-IDX) = PERIOD-KEY
                SET PERIOD-MATCH-FOUND TO TRUE
                SET PERIOD-FOUND-IDX TO PERIOD-IDX
           END-IF.

        DISPLAY-ONE-PERIOD.
           IF PERTAB-CLOSED(PERIOD-IDX)
                IF PERTAB-LATE-ACTION(PERIOD-IDX) = "R"
                     DISPLAY PERTAB-PERIOD(PERIOD-IDX)
                          " CLOSED (late records refused) "
                          PERTAB-CHANGED-DATE(PERIOD-IDX) " by "
                          PERTAB-CHANGED-USER(PERIOD-IDX)
                ELSE
                     DISPLAY PERTAB-PERIOD(PERIOD-IDX)
                          " CLOSED (late records held) "
                          PERTAB-CHANGED-DATE(PERIOD-IDX) " by "
                          PERTAB-CHANGED-USER(PERIOD-IDX)
                END-IF
           ELSE
                DISPLAY PERTAB-PERIOD(PERIOD-IDX) " REOPENED "
                     PERTAB-CHANGED-DATE(PERIOD-IDX) " by "
                     PERTAB-CHANGED-USER(PERIOD-IDX)
           END-IF.

      *****************************************************
      *  Post every source not yet posted, in order.
      *****************************************************
        POST-ALL-SOURCES.
           PERFORM LOAD-ENTITY-ACCOUNTS.
           PERFORM LIST-POSTING-SOURCES.
           OPEN EXTEND BOUNCE-FILE.
           PERFORM POST-ONE-SOURCE
                VARYING SOURCE-IDX FROM 1 BY 1
                UNTIL SOURCE-IDX > SOURCE-COUNT.
           CLOSE BOUNCE-FILE.
           MOVE POSTED-DEBIT-TOTAL TO TRACE-AMOUNT-TEXT.
           DISPLAY "Sources posted:    " SOURCES-POSTED.
           DISPLAY "Already posted:    " SOURCES-SKIPPED.
           DISPLAY "Not on disk:       " SOURCES-MISSING.
           DISPLAY "Lines posted:      " LINES-POSTED.
           DISPLAY "Lines bounced:     " LINES-BOUNCED.
           DISPLAY "Debits posted:     " TRACE-AMOUNT-TEXT.
           MOVE POSTED-CREDIT-TOTAL TO TRACE-AMOUNT-TEXT.
           DISPLAY "Credits posted:    " TRACE-AMOUNT-TEXT.
           IF POSTED-DEBIT-TOTAL NOT = POSTED-CREDIT-TOTAL
                DISPLAY "Ledger: debits and credits posted this run "
                     "differ - see GLBOUNCE and the trial balance"
           END-IF.
           IF LINES-BOUNCED > 0
                DISPLAY "Ledger: " LINES-BOUNCED " posting lines "
                     "bounced to GLBOUNCE"
           END-IF.

        LIST-POSTING-SOURCES.
           OPEN INPUT GENERATION-REGISTRY.
           PERFORM READ-OUTGENS-RECORD.
           PERFORM LIST-ONE-GENERATION
                UNTIL END-OF-OUTGENS OR SOURCE-COUNT = 298.
           CLOSE GENERATION-REGISTRY.
           ADD 1 TO SOURCE-COUNT.
           SET SOURCE-IDX TO SOURCE-COUNT.
           MOVE "ICGLPOST" TO SRCTAB-FILE-NAME(SOURCE-IDX).
           MOVE "Y" TO SRCTAB-LIVE-FLAG(SOURCE-IDX).
           ADD 1 TO SOURCE-COUNT.
           SET SOURCE-IDX TO SOURCE-COUNT.
           MOVE "RETGLPST" TO SRCTAB-FILE-NAME(SOURCE-IDX).
           MOVE "Y" TO SRCTAB-LIVE-FLAG(SOURCE-IDX).

        READ-OUTGENS-RECORD.
           READ GENERATION-REGISTRY
                AT END SET END-OF-OUTGENS TO TRUE
           END-READ.

        LIST-ONE-GENERATION.
           IF OUTGEN-TYPE = "GLP"
                ADD 1 TO SOURCE-COUNT
                SET SOURCE-IDX TO SOURCE-COUNT
                MOVE OUTGEN-FILE-NAME TO SRCTAB-FILE-NAME(SOURCE-IDX)
                MOVE "N" TO SRCTAB-LIVE-FLAG(SOURCE-IDX)
           END-IF.
           PERFORM READ-OUTGENS-RECORD.

      *****************************************************
      *  One source: its signature first, then - if the
      *  registry has not seen it - its lines posted and the
      *  registry told.
      *****************************************************
        POST-ONE-SOURCE.
           MOVE SRCTAB-FILE-NAME(SOURCE-IDX) TO SOURCE-FILE-NAME.
           MOVE SRCTAB-LIVE-FLAG(SOURCE-IDX) TO SOURCE-LIVE-SW.
           PERFORM TAKE-SOURCE-SIGNATURE.
           EVALUATE TRUE
                WHEN NOT SOURCE-PRESENT
                     IF NOT SOURCE-IS-LIVE
                          ADD 1 TO SOURCES-MISSING
                          DISPLAY "Ledger: generation "
                               SOURCE-FILE-NAME " not on disk"
                     END-IF
                WHEN SIGNATURE-LINE-COUNT = 0
                     CONTINUE
                WHEN OTHER
                     PERFORM CHECK-SOURCE-POSTED
                     IF SOURCE-ALREADY-POSTED
                          ADD 1 TO SOURCES-SKIPPED
                     ELSE
                          PERFORM POST-SOURCE-LINES
                     END-IF
           END-EVALUATE.

        TAKE-SOURCE-SIGNATURE.
           MOVE "N" TO SOURCE-PRESENT-SW.
           MOVE 0 TO SIGNATURE-FIRST-DATE SIGNATURE-LINE-COUNT
                SIGNATURE-HASH-TOTAL.
           OPEN INPUT POSTING-SOURCE-FILE.
           IF SOURCE-FILE-STATUS = "00"
                SET SOURCE-PRESENT TO TRUE
                MOVE "N" TO END-OF-SOURCE-SW
                PERFORM READ-SOURCE-LINE
                PERFORM SIGN-ONE-SOURCE-LINE UNTIL END-OF-SOURCE
           END-IF.
           CLOSE POSTING-SOURCE-FILE.

        READ-SOURCE-LINE.
           READ POSTING-SOURCE-FILE
                AT END SET END-OF-SOURCE TO TRUE
           END-READ.

        SIGN-ONE-SOURCE-LINE.
           ADD 1 TO SIGNATURE-LINE-COUNT.
           IF SIGNATURE-LINE-COUNT = 1 AND GL-POSTING-DATE NUMERIC
                MOVE GL-POSTING-DATE TO SIGNATURE-FIRST-DATE
           END-IF.
           IF GL-AMOUNT NUMERIC
                ADD GL-AMOUNT TO SIGNATURE-HASH-TOTAL
           END-IF.
           PERFORM READ-SOURCE-LINE.

      *  A generation is posted once under its name; a live file
      *  only when its name and signature both match an entry.
        CHECK-SOURCE-POSTED.
           MOVE "N" TO SOURCE-POSTED-SW.
           MOVE "N" TO END-OF-POSTED-SW.
           OPEN INPUT POSTED-REGISTRY.
           PERFORM READ-POSTED-RECORD.
           PERFORM MATCH-ONE-POSTED-SOURCE
                UNTIL END-OF-POSTED OR SOURCE-ALREADY-POSTED.
           CLOSE POSTED-REGISTRY.

        READ-POSTED-RECORD.
           READ POSTED-REGISTRY
                AT END SET END-OF-POSTED TO TRUE
           END-READ.

        MATCH-ONE-POSTED-SOURCE.
           IF GLPSTD-SOURCE-NAME = SOURCE-FILE-NAME
                IF NOT SOURCE-IS-LIVE
                     SET SOURCE-ALREADY-POSTED TO TRUE
                ELSE
                     IF GLPSTD-LINE-COUNT = SIGNATURE-LINE-COUNT
                          AND GLPSTD-HASH-TOTAL = SIGNATURE-HASH-TOTAL
                          AND GLPSTD-FIRST-DATE = SIGNATURE-FIRST-DATE
                          SET SOURCE-ALREADY-POSTED TO TRUE
                     END-IF
                END-IF
           END-IF.
           IF NOT SOURCE-ALREADY-POSTED
                PERFORM READ-POSTED-RECORD
           END-IF.

        POST-SOURCE-LINES.
           MOVE 0 TO SOURCE-LINES SOURCE-BOUNCED.
           MOVE "N" TO END-OF-SOURCE-SW.
           OPEN INPUT POSTING-SOURCE-FILE.
           PERFORM READ-SOURCE-LINE.
           PERFORM POST-ONE-LINE UNTIL END-OF-SOURCE.
           CLOSE POSTING-SOURCE-FILE.
           ADD 1 TO SOURCES-POSTED.
           OPEN EXTEND POSTED-REGISTRY.
           MOVE SOURCE-FILE-NAME TO GLPSTD-SOURCE-NAME.
           MOVE SIGNATURE-FIRST-DATE TO GLPSTD-FIRST-DATE.
           MOVE SIGNATURE-LINE-COUNT TO GLPSTD-LINE-COUNT.
           MOVE SIGNATURE-HASH-TOTAL TO GLPSTD-HASH-TOTAL.
           MOVE TODAY-DATE TO GLPSTD-POSTED-DATE.
           MOVE SOURCE-BOUNCED TO GLPSTD-BOUNCED-COUNT.
           WRITE POSTED-RECORD.
           CLOSE POSTED-REGISTRY.
           DISPLAY "Ledger: posted " SOURCE-FILE-NAME " - "
                SOURCE-LINES " lines, " SOURCE-BOUNCED " bounced".

      *****************************************************
      *  One posting line into the account's balance for its
      *  period - or onto GLBOUNCE.
      *****************************************************
        POST-ONE-LINE.
           ADD 1 TO SOURCE-LINES.
           MOVE SPACES TO BOUNCE-REASON-WORK.
           EVALUATE TRUE
                WHEN GL-POSTING-DATE NOT NUMERIC
                     MOVE "BAD-DATE" TO BOUNCE-REASON-WORK
                WHEN GL-POSTING-PERIOD(5:2) < "01"
                     OR GL-POSTING-PERIOD(5:2) > "12"
                     MOVE "BAD-DATE" TO BOUNCE-REASON-WORK
                WHEN NOT GL-DEBIT AND NOT GL-CREDIT
                     MOVE "BAD-DR-CR" TO BOUNCE-REASON-WORK
                WHEN GL-AMOUNT NOT NUMERIC
                     MOVE "BAD-AMOUNT" TO BOUNCE-REASON-WORK
                WHEN GL-ACCOUNT-CODE = SPACES
                     MOVE "NO-ACCOUNT" TO BOUNCE-REASON-WORK
                WHEN OTHER
                     MOVE GL-POSTING-PERIOD TO PERIOD-KEY
                     PERFORM FIND-PERIOD-ENTRY
                     IF PERIOD-MATCH-FOUND
                          AND PERTAB-CLOSED(PERIOD-IDX)
                          MOVE "PERIOD-CLOSED" TO BOUNCE-REASON-WORK
                     END-IF
           END-EVALUATE.
           IF BOUNCE-REASON-WORK = SPACES
                PERFORM POST-LINE-TO-BALANCE
           ELSE
                PERFORM BOUNCE-ONE-LINE
           END-IF.
           PERFORM READ-SOURCE-LINE.

        POST-LINE-TO-BALANCE.
           PERFORM FIND-POSTING-ENTITY.
           MOVE POSTING-ENTITY-WORK TO GLBAL-ENTITY-CODE.
           MOVE GL-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE.
           MOVE GL-POSTING-PERIOD TO GLBAL-PERIOD.
           MOVE "N" TO BALANCE-FOUND-SW.
           READ LEDGER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET BALANCE-FOUND TO TRUE
           END-READ.
           IF NOT BALANCE-FOUND
                MOVE 0 TO GLBAL-DEBIT-TOTAL GLBAL-CREDIT-TOTAL
                     GLBAL-ENTRY-COUNT GLBAL-LAST-POSTING-DATE
           END-IF.
           IF GL-DEBIT
                ADD GL-AMOUNT TO GLBAL-DEBIT-TOTAL
                ADD GL-AMOUNT TO POSTED-DEBIT-TOTAL
           ELSE
                ADD GL-AMOUNT TO GLBAL-CREDIT-TOTAL
                ADD GL-AMOUNT TO POSTED-CREDIT-TOTAL
           END-IF.
           ADD 1 TO GLBAL-ENTRY-COUNT.
           IF GL-POSTING-DATE > GLBAL-LAST-POSTING-DATE
                MOVE GL-POSTING-DATE TO GLBAL-LAST-POSTING-DATE
           END-IF.
           MOVE TODAY-DATE TO GLBAL-LAST-LEDGER-DATE.
           IF BALANCE-FOUND
                REWRITE LEDGER-RECORD
                     INVALID KEY
                          DISPLAY "Ledger: rewrite failed for "
                               GLBAL-KEY " status "
                               LEDGER-FILE-STATUS
                END-REWRITE
           ELSE
                WRITE LEDGER-RECORD
                     INVALID KEY
                          DISPLAY "Ledger: write failed for "
                               GLBAL-KEY " status "
                               LEDGER-FILE-STATUS
                END-WRITE
           END-IF.
           ADD 1 TO LINES-POSTED.

        BOUNCE-ONE-LINE.
           MOVE GL-POSTING-RECORD TO BOUNCE-POSTING.
           MOVE BOUNCE-REASON-WORK TO BOUNCE-REASON.
           MOVE SOURCE-FILE-NAME TO BOUNCE-SOURCE-NAME.
           MOVE TODAY-DATE TO BOUNCE-DATE.
           WRITE BOUNCE-RECORD.
           ADD 1 TO LINES-BOUNCED.
           ADD 1 TO SOURCE-BOUNCED.

      *  The line's own entity; failing that, the entity whose
      *  accounts include the line's account; failing that, the
      *  default entity.
        FIND-POSTING-ENTITY.
           MOVE GL-ENTITY-CODE TO POSTING-ENTITY-WORK.
           IF POSTING-ENTITY-WORK = SPACES
                MOVE DEFAULT-ENTITY-CODE TO POSTING-ENTITY-WORK
                MOVE "N" TO ENTACC-MATCH-SW
                PERFORM MATCH-ONE-ENTITY-ACCOUNT
                     VARYING ENTACC-IDX FROM 1 BY 1
                     UNTIL ENTACC-IDX > ENTACC-COUNT
                          OR ENTACC-MATCH-FOUND
           END-IF.

        MATCH-ONE-ENTITY-ACCOUNT.
           IF GL-ACCOUNT-CODE = ENTTAB-DEBIT-ACCOUNT(ENTACC-IDX)
                OR GL-ACCOUNT-CODE = ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX)
                OR GL-ACCOUNT-CODE = ENTTAB-FEE-ACCOUNT(ENTACC-IDX)
                OR GL-ACCOUNT-CODE =
                     ENTTAB-DUE-TO-ACCOUNT(ENTACC-IDX)
                OR GL-ACCOUNT-CODE =
                     ENTTAB-DUE-FROM-ACCOUNT(ENTACC-IDX)
                SET ENTACC-MATCH-FOUND TO TRUE
                MOVE ENTTAB-ENTITY-CODE(ENTACC-IDX) TO
                     POSTING-ENTITY-WORK
           END-IF.

        LOAD-ENTITY-ACCOUNTS.
           OPEN INPUT ENTITY-ACCOUNTS-FILE.
           PERFORM READ-ENTITY-ACCOUNT.
           PERFORM STORE-ENTITY-ACCOUNT
                UNTIL END-OF-ENTACC OR ENTACC-COUNT = 20.
           CLOSE ENTITY-ACCOUNTS-FILE.

        READ-ENTITY-ACCOUNT.
           READ ENTITY-ACCOUNTS-FILE
                AT END SET END-OF-ENTACC TO TRUE
           END-READ.

        STORE-ENTITY-ACCOUNT.
           ADD 1 TO ENTACC-COUNT.
           SET ENTACC-IDX TO ENTACC-COUNT.
           MOVE ENTACC-ENTITY-CODE TO ENTTAB-ENTITY-CODE(ENTACC-IDX).
           MOVE ENTACC-DEBIT-ACCOUNT TO
                ENTTAB-DEBIT-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-CREDIT-ACCOUNT TO
                ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-FEE-ACCOUNT TO ENTTAB-FEE-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-DUE-TO-ACCOUNT TO
                ENTTAB-DUE-TO-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-DUE-FROM-ACCOUNT TO
                ENTTAB-DUE-FROM-ACCOUNT(ENTACC-IDX).
           PERFORM READ-ENTITY-ACCOUNT.

      *****************************************************
      *  The period trial balance.  The ledger is read in key
      *  order - entity, account, period - and each account's
      *  records before the period make its opening balance
      *  (debits less credits), the period's own record its
      *  movements.  Totals per entity and overall, then the
      *  proof: the period's debits equal its credits, and the
      *  balances all net to nothing.
      *****************************************************
        PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-REPORT-FILE.
           MOVE "N" TO GROUP-ACTIVE-SW.
           MOVE "N" TO END-OF-LEDGER-SW.
           MOVE LOW-VALUES TO GLBAL-KEY.
           START LEDGER-FILE KEY NOT < GLBAL-KEY
                INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START.
           IF NOT END-OF-LEDGER
                PERFORM READ-NEXT-BALANCE
           END-IF.
           PERFORM TAKE-ONE-BALANCE UNTIL END-OF-LEDGER.
           IF GROUP-ACTIVE
                PERFORM PRINT-ACCOUNT-GROUP
           END-IF.
           IF TOTAL-ENTITY-CODE NOT = SPACES
                PERFORM PRINT-ENTITY-TOTALS
           END-IF.
           PERFORM PRINT-GRAND-TOTALS.
           CLOSE TRIAL-REPORT-FILE.
           DISPLAY "Trial balance for: " TARGET-PERIOD.
           DISPLAY "Accounts printed:  " ACCOUNTS-PRINTED.
           MOVE GRAND-DEBITS TO TRACE-AMOUNT-TEXT.
           DISPLAY "Period debits:     " TRACE-AMOUNT-TEXT.
           MOVE GRAND-CREDITS TO TRACE-AMOUNT-TEXT.
           DISPLAY "Period credits:    " TRACE-AMOUNT-TEXT.
           IF GRAND-DEBITS = GRAND-CREDITS AND GRAND-CLOSING = 0
                DISPLAY "Trial balance:     IN BALANCE"
           ELSE
                DISPLAY "Trial balance:     OUT OF BALANCE - "
                     "see GLTRIAL"
           END-IF.

        READ-NEXT-BALANCE.
           READ LEDGER-FILE NEXT RECORD
                AT END SET END-OF-LEDGER TO TRUE
           END-READ.

        TAKE-ONE-BALANCE.
           IF GROUP-ACTIVE
                AND (GLBAL-ENTITY-CODE NOT = GROUP-ENTITY-CODE
                     OR GLBAL-ACCOUNT-CODE NOT = GROUP-ACCOUNT-CODE)
                PERFORM PRINT-ACCOUNT-GROUP
           END-IF.
           IF GLBAL-PERIOD NOT > TARGET-PERIOD
                IF NOT GROUP-ACTIVE
                     PERFORM START-ACCOUNT-GROUP
                END-IF
                IF GLBAL-PERIOD < TARGET-PERIOD
                     COMPUTE GROUP-OPENING = GROUP-OPENING
                          + GLBAL-DEBIT-TOTAL - GLBAL-CREDIT-TOTAL
                ELSE
                     ADD GLBAL-DEBIT-TOTAL TO GROUP-DEBITS
                     ADD GLBAL-CREDIT-TOTAL TO GROUP-CREDITS
                END-IF
           END-IF.
           PERFORM READ-NEXT-BALANCE.

        START-ACCOUNT-GROUP.
           IF GLBAL-ENTITY-CODE NOT = TOTAL-ENTITY-CODE
                IF TOTAL-ENTITY-CODE NOT = SPACES
                     PERFORM PRINT-ENTITY-TOTALS
                END-IF
                MOVE GLBAL-ENTITY-CODE TO TOTAL-ENTITY-CODE
                MOVE 0 TO ENTITY-OPENING ENTITY-DEBITS
                     ENTITY-CREDITS ENTITY-CLOSING
           END-IF.
           SET GROUP-ACTIVE TO TRUE.
           MOVE GLBAL-ENTITY-CODE TO GROUP-ENTITY-CODE.
           MOVE GLBAL-ACCOUNT-CODE TO GROUP-ACCOUNT-CODE.
           MOVE 0 TO GROUP-OPENING GROUP-DEBITS GROUP-CREDITS
                GROUP-CLOSING.

        PRINT-ACCOUNT-GROUP.
           MOVE "N" TO GROUP-ACTIVE-SW.
           COMPUTE GROUP-CLOSING = GROUP-OPENING + GROUP-DEBITS
                - GROUP-CREDITS.
           ADD 1 TO ACCOUNTS-PRINTED.
           ADD GROUP-OPENING TO ENTITY-OPENING.
           ADD GROUP-DEBITS TO ENTITY-DEBITS.
           ADD GROUP-CREDITS TO ENTITY-CREDITS.
           ADD GROUP-CLOSING TO ENTITY-CLOSING.
           MOVE GROUP-ENTITY-CODE TO DETAIL-ENTITY.
           MOVE GROUP-ACCOUNT-CODE TO DETAIL-ACCOUNT.
           MOVE GROUP-OPENING TO DETAIL-OPENING.
           MOVE GROUP-DEBITS TO DETAIL-DEBITS.
           MOVE GROUP-CREDITS TO DETAIL-CREDITS.
           MOVE GROUP-CLOSING TO DETAIL-CLOSING.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-ENTITY-TOTALS.
           ADD ENTITY-OPENING TO GRAND-OPENING.
           ADD ENTITY-DEBITS TO GRAND-DEBITS.
           ADD ENTITY-CREDITS TO GRAND-CREDITS.
           ADD ENTITY-CLOSING TO GRAND-CLOSING.
           MOVE TOTAL-ENTITY-CODE TO DETAIL-ENTITY.
           MOVE "*TOTAL" TO DETAIL-ACCOUNT.
           MOVE ENTITY-OPENING TO DETAIL-OPENING.
           MOVE ENTITY-DEBITS TO DETAIL-DEBITS.
           MOVE ENTITY-CREDITS TO DETAIL-CREDITS.
           MOVE ENTITY-CLOSING TO DETAIL-CLOSING.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

        PRINT-GRAND-TOTALS.
           MOVE "ALL" TO DETAIL-ENTITY.
           MOVE "**TOTAL" TO DETAIL-ACCOUNT.
           MOVE GRAND-OPENING TO DETAIL-OPENING.
           MOVE GRAND-DEBITS TO DETAIL-DEBITS.
           MOVE GRAND-CREDITS TO DETAIL-CREDITS.
           MOVE GRAND-CLOSING TO DETAIL-CLOSING.
           MOVE DETAIL-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE OUT-OF-BALANCE-WORK = GRAND-DEBITS
                - GRAND-CREDITS.
           IF OUT-OF-BALANCE-WORK = 0
                MOVE "PERIOD DEBITS EQUAL CREDITS" TO PROOF-CAPTION
           ELSE
                MOVE "** DEBITS EXCEED CREDITS BY" TO PROOF-CAPTION
           END-IF.
           MOVE OUT-OF-BALANCE-WORK TO PROOF-AMOUNT.
           MOVE PROOF-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF GRAND-CLOSING = 0
                MOVE "CLOSING BALANCES NET TO" TO PROOF-CAPTION
           ELSE
                MOVE "** CLOSING BALANCES OUT BY" TO PROOF-CAPTION
           END-IF.
           MOVE GRAND-CLOSING TO PROOF-AMOUNT.
           MOVE PROOF-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************
      *  Write the line held in PRINT-WORK-LINE, breaking to a
      *  fresh page with headings when the current page is full.
      *****************************************************
        WRITE-REPORT-LINE.
           IF LINES-ON-PAGE NOT < LINES-PER-PAGE
                PERFORM PRINT-PAGE-HEADINGS
           END-IF.
           WRITE REPORT-LINE FROM PRINT-WORK-LINE.
           ADD 1 TO LINES-ON-PAGE.

        PRINT-PAGE-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE TARGET-PERIOD TO HEAD-PERIOD.
           MOVE TARGET-PERIOD TO PERIOD-KEY.
           PERFORM FIND-PERIOD-ENTRY.
           IF PERIOD-MATCH-FOUND AND PERTAB-CLOSED(PERIOD-IDX)
                MOVE "CLOSED" TO HEAD-PERIOD-STATUS
           ELSE
                MOVE "OPEN" TO HEAD-PERIOD-STATUS
           END-IF.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.

      *****************************************************
      *  Close or reopen a period.  A close needs the period's
      *  debits and credits equal on the ledger and the period
      *  not still to come; a reopen needs the period closed.
      *****************************************************
        CHANGE-PERIOD-STANDING.
           PERFORM CHECK-CLOSE-AUTHORITY.
           MOVE 0 TO TARGET-PERIOD.
           IF LEDGER-ARGUMENT(1:6) NUMERIC
                MOVE LEDGER-ARGUMENT(1:6) TO TARGET-PERIOD
           END-IF.
           MOVE TARGET-PERIOD TO PERIOD-KEY.
           PERFORM FIND-PERIOD-ENTRY.
           EVALUATE TRUE
                WHEN LEDGER-USER-ID = SPACES
                     DISPLAY "Period change refused: no user id"
                WHEN NOT CLOSE-AUTHORIZED
                     DISPLAY "Period change refused: "
                          LEDGER-USER-ID
                          " is not authorized for GLCLOSE"
                WHEN TARGET-MM < 1 OR TARGET-MM > 12
                     DISPLAY "Period change refused: "
                          LEDGER-ARGUMENT " is not a period (YYYYMM)"
                WHEN LEDGER-REOPEN
                     IF PERIOD-MATCH-FOUND
                          AND PERTAB-CLOSED(PERIOD-IDX)
                          PERFORM REOPEN-PERIOD
                     ELSE
                          DISPLAY "Period change refused: "
                               TARGET-PERIOD " is not closed"
                     END-IF
                WHEN TARGET-PERIOD > TODAY-PERIOD
                     DISPLAY "Period change refused: "
                          TARGET-PERIOD " has not begun"
                WHEN OTHER
                     PERFORM CLOSE-PERIOD-IF-BALANCED
           END-EVALUATE.

        CLOSE-PERIOD-IF-BALANCED.
           PERFORM OPEN-LEDGER-FILE.
           IF LEDGER-IS-OPEN
                PERFORM TOTAL-PERIOD-MOVEMENTS
                CLOSE LEDGER-FILE
                IF GRAND-DEBITS NOT = GRAND-CREDITS
                     COMPUTE OUT-OF-BALANCE-WORK = GRAND-DEBITS
                          - GRAND-CREDITS
                     MOVE OUT-OF-BALANCE-WORK TO TRACE-AMOUNT-TEXT
                     DISPLAY "Period change refused: "
                          TARGET-PERIOD " is out of balance by "
                          TRACE-AMOUNT-TEXT
                ELSE
                     PERFORM CLOSE-PERIOD
                END-IF
           END-IF.

        TOTAL-PERIOD-MOVEMENTS.
           MOVE 0 TO GRAND-DEBITS GRAND-CREDITS.
           MOVE "N" TO END-OF-LEDGER-SW.
           MOVE LOW-VALUES TO GLBAL-KEY.
           START LEDGER-FILE KEY NOT < GLBAL-KEY
                INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START.
           IF NOT END-OF-LEDGER
                PERFORM READ-NEXT-BALANCE
           END-IF.
           PERFORM TOTAL-ONE-MOVEMENT UNTIL END-OF-LEDGER.

        TOTAL-ONE-MOVEMENT.
           IF GLBAL-PERIOD = TARGET-PERIOD
                ADD GLBAL-DEBIT-TOTAL TO GRAND-DEBITS
                ADD GLBAL-CREDIT-TOTAL TO GRAND-CREDITS
           END-IF.
           PERFORM READ-NEXT-BALANCE.

        CLOSE-PERIOD.
           IF NOT PERIOD-MATCH-FOUND
                ADD 1 TO PERIOD-COUNT
                SET PERIOD-IDX TO PERIOD-COUNT
                MOVE TARGET-PERIOD TO PERTAB-PERIOD(PERIOD-IDX)
           END-IF.
           MOVE "C" TO PERTAB-STATUS(PERIOD-IDX).
           IF LEDGER-OPTION = "REFUSE"
                MOVE "R" TO PERTAB-LATE-ACTION(PERIOD-IDX)
           ELSE
                MOVE "H" TO PERTAB-LATE-ACTION(PERIOD-IDX)
           END-IF.
           MOVE TODAY-DATE TO PERTAB-CHANGED-DATE(PERIOD-IDX).
           MOVE LEDGER-USER-ID TO PERTAB-CHANGED-USER(PERIOD-IDX).
           PERFORM REWRITE-GL-PERIODS.
           PERFORM DISPLAY-ONE-PERIOD.

        REOPEN-PERIOD.
           MOVE "O" TO PERTAB-STATUS(PERIOD-IDX).
           MOVE TODAY-DATE TO PERTAB-CHANGED-DATE(PERIOD-IDX).
           MOVE LEDGER-USER-ID TO PERTAB-CHANGED-USER(PERIOD-IDX).
           PERFORM REWRITE-GL-PERIODS.
           PERFORM DISPLAY-ONE-PERIOD.

        REWRITE-GL-PERIODS.
           OPEN OUTPUT GL-PERIOD-FILE.
           PERFORM WRITE-ONE-GL-PERIOD
                VARYING PERIOD-IDX FROM 1 BY 1
                UNTIL PERIOD-IDX > PERIOD-COUNT.
           CLOSE GL-PERIOD-FILE.
           MOVE TARGET-PERIOD TO PERIOD-KEY.
           PERFORM FIND-PERIOD-ENTRY.

        WRITE-ONE-GL-PERIOD.
           MOVE PERTAB-PERIOD(PERIOD-IDX) TO GLPER-PERIOD.
           MOVE PERTAB-STATUS(PERIOD-IDX) TO GLPER-STATUS.
           MOVE PERTAB-LATE-ACTION(PERIOD-IDX) TO GLPER-LATE-ACTION.
           MOVE PERTAB-CHANGED-DATE(PERIOD-IDX) TO
                GLPER-CHANGED-DATE.
           MOVE PERTAB-CHANGED-USER(PERIOD-IDX) TO
                GLPER-CHANGED-USER.
           WRITE GL-PERIOD-RECORD.

      *****************************************************
      *  The user must be named for GLCLOSE - no file, or a
      *  file with no entry for the user, changes nothing.
      *****************************************************
        CHECK-CLOSE-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-AUTH-ENTRY UNTIL END-OF-OPAUTH.
           CLOSE OPERATOR-AUTH-FILE.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-OPAUTH TO TRUE
           END-READ.

        MATCH-ONE-AUTH-ENTRY.
           IF OPAUTH-COMMAND = "GLCLOSE"
                AND OPAUTH-USER-ID = LEDGER-USER-ID
                AND LEDGER-USER-ID NOT = SPACES
                SET CLOSE-AUTHORIZED TO TRUE
           END-IF.
           PERFORM READ-OPERATOR-AUTH.
