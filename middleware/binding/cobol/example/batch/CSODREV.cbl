      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CSODREV.cbl
      *
      *  Monthly segregation-of-duties review of everything the
      *  audit trails say users did:
      *
      *     sodrevw REVIEW [YYYYMM]       the review for the month
      *                                   (default: last month)
      *     sodrevw SIGNOFF <YYYYMM> <user-id>
      *                                   the review again, signed
      *                                   off by the user
      *
      *  The operator command audit CMDAUDIT, the customer and
      *  service maintenance histories CUSHIST and SVCHIST, the
      *  suspense decisions SUSPHIST and the dead-letter discards
      *  DLARCH are merged by user id for the month, and each
      *  user's activity is checked for:
      *
      *    - a maintenance change the user both keyed and
      *      confirmed (one refused for it is listed as an
      *      attempt);
      *    - a suspense item released for a customer whose master
      *      entry the user keyed or confirmed a change to, at any
      *      time on CUSHIST - the customer found through the
      *      history store TXNHIST, or the transaction store;
      *    - any action by a user not on the authorized-operators
      *      file OPERAUTH at all.
      *
      *  OPERAUTH entries whose user did nothing in the month are
      *  listed as dormant, for the quarterly recertification.
      *
      *  The report SODRPT ends with the sign-off.  The signing
      *  user must be named for SODSIGN on OPERAUTH and must not
      *  have a finding of their own in the month; a sign-off
      *  taken is recorded on the review register SODREG with the
      *  period and the findings it covered.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SODREVW.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL COMMAND-AUDIT-FILE ASSIGN TO "CMDAUDIT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-HISTORY-FILE ASSIGN TO "CUSHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SERVICE-HISTORY-FILE ASSIGN TO "SVCHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-HISTORY-FILE ASSIGN TO "SUSPHIST"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DISCARD-ARCHIVE-FILE ASSIGN TO "DLARCH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-STORE-FILE ASSIGN TO "TXNHIST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY TXNHST-REFERENCE-NUM
                ALTERNATE RECORD KEY TXNHST-CUSTOMER-DATE-KEY
                     WITH DUPLICATES
                FILE STATUS HISTORY-FILE-STATUS.
           SELECT OPTIONAL TXN-STORE-FILE ASSIGN TO "TXNSTORE"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STORE-REFERENCE-NUM
                FILE STATUS STORE-FILE-STATUS.
           SELECT OPTIONAL REVIEW-REGISTER-FILE ASSIGN TO "SODREG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "SODRPT"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The trails as their writers lay them out - see BATCHCLI,
      *  CUSMSTMN, SVCMAINT, SUSPREL and DLREVIEW.
        FD  COMMAND-AUDIT-FILE.
        01  COMMAND-AUDIT-RECORD.
               05 CMDAUD-DATE                PIC 9(08).
               05 CMDAUD-TIME                PIC 9(08).
               05 CMDAUD-RUN-ID              PIC 9(08).
               05 CMDAUD-JOB-NAME            PIC X(08).
               05 CMDAUD-COMMAND             PIC X(08).
               05 CMDAUD-USER-ID             PIC X(08).
               05 CMDAUD-OUTCOME             PIC X(08).

        FD  CUSTOMER-HISTORY-FILE.
        01  CUSTOMER-HISTORY-RECORD.
               05 CHIST-DATE                 PIC 9(08).
               05 CHIST-TIME                 PIC 9(08).
               05 CHIST-USER-ID              PIC X(08).
               05 CHIST-CONFIRMED-BY         PIC X(08).
               05 CHIST-ACTION               PIC X(01).
               05 CHIST-CUSTOMER-ID          PIC X(10).
               05 CHIST-OUTCOME              PIC X(20).

        FD  SERVICE-HISTORY-FILE.
        01  SERVICE-HISTORY-RECORD.
               05 SHIST-DATE                 PIC 9(08).
               05 SHIST-TIME                 PIC 9(08).
               05 SHIST-USER-ID              PIC X(08).
               05 SHIST-CONFIRMED-BY         PIC X(08).
               05 SHIST-ACTION               PIC X(01).
               05 SHIST-SERVICE-NAME         PIC X(30).
               05 SHIST-OUTCOME              PIC X(20).

        FD  DECISION-HISTORY-FILE.
        01  DECISION-HISTORY-RECORD.
               05 DHIST-DATE                 PIC 9(08).
               05 DHIST-TIME                 PIC 9(08).
               05 DHIST-USER-ID              PIC X(08).
               05 DHIST-ACTION               PIC X(01).
               05 DHIST-REFERENCE-NUM        PIC X(12).
               05 DHIST-REASON-TEXT          PIC X(20).
               05 DHIST-OUTCOME              PIC X(20).

        FD  DISCARD-ARCHIVE-FILE.
        01  DISCARD-ARCHIVE-RECORD.
               05 DLARCH-DEAD-LETTER         PIC X(60).
               05 DLARCH-USER-ID             PIC X(08).
               05 DLARCH-DISCARD-DATE        PIC 9(08).

        FD  OPERATOR-AUTH-FILE.
        01  OPERATOR-AUTH-RECORD.
               05 OPAUTH-COMMAND             PIC X(08).
               05 OPAUTH-USER-ID             PIC X(08).

        FD  HISTORY-STORE-FILE.
        01  HISTORY-STORE-RECORD.
           COPY TPTXNHST.

        FD  TXN-STORE-FILE.
        01  TXN-STORE-RECORD.
           COPY TPTXNSTO.

      *  One signed-off review: the month, who signed it off and
      *  when, and the findings it covered.
        FD  REVIEW-REGISTER-FILE.
        01  REVIEW-REGISTER-RECORD.
               05 SODREG-PERIOD              PIC 9(06).
               05 SODREG-SIGNED-DATE         PIC 9(08).
               05 SODREG-SIGNED-BY           PIC X(08).
               05 SODREG-USERS-REVIEWED      PIC 9(05).
               05 SODREG-FINDINGS            PIC 9(05).
               05 SODREG-DORMANT-ENTRIES     PIC 9(05).

        FD  REVIEW-REPORT-FILE.
        01  REPORT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01  HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  STORE-FILE-STATUS       PIC X(02) VALUE SPACES.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CMD-PARSE-PTR           PIC S9(4) COMP-5 VALUE 1.
        01  REVIEW-ACTION           PIC X(08) VALUE SPACES.
               88 REVIEW-ONLY                VALUE "REVIEW".
               88 REVIEW-SIGNOFF             VALUE "SIGNOFF".
        01  REVIEW-PERIOD-TEXT      PIC X(06) VALUE SPACES.
        01  SIGNOFF-USER-ID         PIC X(08) VALUE SPACES.

        01  TODAY-DATE-FIELDS.
               05 TODAY-DATE        PIC 9(08).
               05 TODAY-DATE-SPLIT REDEFINES TODAY-DATE.
                       10 TODAY-YYYY         PIC 9(04).
                       10 TODAY-MM           PIC 9(02).
                       10 TODAY-DD           PIC 9(02).
        01  REVIEW-PERIOD-FIELDS.
               05 REVIEW-PERIOD     PIC 9(06).
               05 REVIEW-PERIOD-SPLIT REDEFINES REVIEW-PERIOD.
                       10 REVIEW-YYYY        PIC 9(04).
                       10 REVIEW-MM          PIC 9(02).
      *  The date of the record in hand, for the month test.
        01  ACTIVITY-DATE-FIELDS.
               05 ACTIVITY-DATE     PIC 9(08).
               05 ACTIVITY-DATE-SPLIT REDEFINES ACTIVITY-DATE.
                       10 ACTIVITY-YYYYMM    PIC 9(06).
                       10 ACTIVITY-DD        PIC 9(02).

        01  REVIEW-SWITCHES.
               05 END-OF-FILE-SW    PIC X(01) VALUE "N".
                       88 END-OF-CURRENT-FILE VALUE "Y".
               05 HISTORY-PRESENT-SW PIC X(01) VALUE "N".
                       88 HISTORY-PRESENT    VALUE "Y".
               05 STORE-PRESENT-SW  PIC X(01) VALUE "N".
                       88 STORE-PRESENT      VALUE "Y".
               05 SIGNOFF-AUTH-SW   PIC X(01) VALUE "N".
                       88 SIGNOFF-AUTHORIZED VALUE "Y".
               05 USER-MATCH-SW     PIC X(01) VALUE "N".
                       88 USER-MATCH-FOUND   VALUE "Y".
               05 PAIR-MATCH-SW     PIC X(01) VALUE "N".
                       88 PAIR-MATCH-FOUND   VALUE "Y".
               05 AUTH-MATCH-SW     PIC X(01) VALUE "N".
                       88 AUTH-MATCH-FOUND   VALUE "Y".
               05 CUSTOMER-FOUND-SW PIC X(01) VALUE "N".
                       88 RELEASE-CUSTOMER-FOUND VALUE "Y".
               05 TABLE-FULL-SW     PIC X(01) VALUE "N".
                       88 TABLE-FULL-NOTED   VALUE "Y".

        01  REVIEW-COUNTERS.
               05 RECORDS-IN-PERIOD PIC S9(9) COMP-5 VALUE 0.
               05 RECORDS-NO-USER   PIC S9(9) COMP-5 VALUE 0.
               05 SELF-CONFIRMED-COUNT PIC S9(9) COMP-5 VALUE 0.
               05 SELF-ATTEMPT-COUNT PIC S9(9) COMP-5 VALUE 0.
               05 OWN-RELEASE-COUNT PIC S9(9) COMP-5 VALUE 0.
               05 RELEASES-UNTRACED PIC S9(9) COMP-5 VALUE 0.
               05 UNAUTHORIZED-USERS PIC S9(9) COMP-5 VALUE 0.
               05 DORMANT-ENTRIES   PIC S9(9) COMP-5 VALUE 0.
               05 FINDINGS-NOT-KEPT PIC S9(9) COMP-5 VALUE 0.

      *  The authorized-operators file, whole.
        01  OPERATOR-AUTH-TABLE.
               05 OPATAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 OPATAB-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON OPATAB-COUNT
                       INDEXED BY OPA-IDX.
                       10 OPATAB-COMMAND             PIC X(08).
                       10 OPATAB-USER-ID             PIC X(08).

      *  Each user who did anything in the month, kept in user id
      *  order, with what they did where.
        01  USER-TABLE.
               05 USRTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 USRTAB-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON USRTAB-COUNT.
                       10 USRTAB-USER-ID             PIC X(08).
                       10 USRTAB-AUTH-FLAG           PIC X(01).
                               88 USRTAB-ON-OPERAUTH VALUE "Y".
                       10 USRTAB-COMMANDS            PIC S9(9) COMP-5.
                       10 USRTAB-CUSTOMER-KEYED      PIC S9(9) COMP-5.
                       10 USRTAB-CUSTOMER-CONFIRMED  PIC S9(9) COMP-5.
                       10 USRTAB-SERVICE-KEYED       PIC S9(9) COMP-5.
                       10 USRTAB-SERVICE-CONFIRMED   PIC S9(9) COMP-5.
                       10 USRTAB-SUSPENSE-DECISIONS  PIC S9(9) COMP-5.
                       10 USRTAB-DISCARDS            PIC S9(9) COMP-5.
                       10 USRTAB-FIRST-DATE          PIC 9(08).
                       10 USRTAB-LAST-DATE           PIC 9(08).
                       10 USRTAB-FINDINGS            PIC S9(9) COMP-5.
        01  USER-SUB                PIC S9(4) COMP-5.
        01  FOUND-USER-SUB          PIC S9(4) COMP-5.
        01  USER-SHIFT-SUB          PIC S9(4) COMP-5.
        01  USER-INSERT-SUB         PIC S9(4) COMP-5.
        01  LOOKUP-USER-ID          PIC X(08).

      *  Which customers each user has keyed or confirmed a
      *  master change to, from the whole of CUSHIST.
        01  MAINTAINED-TABLE.
               05 MNTTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 MNTTAB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON MNTTAB-COUNT
                       INDEXED BY MNT-IDX.
                       10 MNTTAB-USER-ID             PIC X(08).
                       10 MNTTAB-CUSTOMER-ID         PIC X(10).
        01  LOOKUP-CUSTOMER-ID      PIC X(10).

      *  The findings, in the order the trails gave them up.
        01  FINDING-TABLE.
               05 FNDTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 FNDTAB-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON FNDTAB-COUNT
                       INDEXED BY FND-IDX.
                       10 FNDTAB-USER-ID             PIC X(08).
                       10 FNDTAB-DATE                PIC 9(08).
                       10 FNDTAB-SOURCE              PIC X(08).
                       10 FNDTAB-TYPE                PIC X(24).
                       10 FNDTAB-DETAIL              PIC X(40).
        01  FINDING-WORK.
               05 FINDING-USER-ID   PIC X(08).
               05 FINDING-DATE      PIC 9(08).
               05 FINDING-SOURCE    PIC X(08).
               05 FINDING-TYPE      PIC X(24).
               05 FINDING-DETAIL    PIC X(40).
        01  FINDING-OUTCOME         PIC X(20).

      *  The line about to be printed, held apart from the record
      *  area so a page break cannot clobber it.
        01  PRINT-WORK-LINE         PIC X(132) VALUE SPACES.
        01  PAGE-NUMBER             PIC S9(4) COMP-5 VALUE 0.
        01  LINES-ON-PAGE           PIC S9(4) COMP-5 VALUE 0.
        01  LINES-PER-PAGE          PIC S9(4) COMP-5 VALUE 55.

        01  HEADING-LINE-1.
               05 FILLER            PIC X(32) VALUE
                    "SEGREGATION OF DUTIES REVIEW".
               05 FILLER            PIC X(08) VALUE "PERIOD ".
               05 HEAD-PERIOD       PIC 9(06).
               05 FILLER            PIC X(06) VALUE "  RUN ".
               05 HEAD-RUN-DATE     PIC 9(08).
               05 FILLER            PIC X(63) VALUE SPACES.
               05 FILLER            PIC X(05) VALUE "PAGE ".
               05 HEAD-PAGE-NUMBER  PIC ZZZ9.
        01  HEADING-LINE-2.
               05 FILLER            PIC X(10) VALUE "USER".
               05 FILLER            PIC X(05) VALUE "AUTH".
               05 FILLER            PIC X(09) VALUE " COMMANDS".
               05 FILLER            PIC X(09) VALUE "  CUS KEY".
               05 FILLER            PIC X(09) VALUE " CUS CONF".
               05 FILLER            PIC X(09) VALUE "  SVC KEY".
               05 FILLER            PIC X(09) VALUE " SVC CONF".
               05 FILLER            PIC X(09) VALUE " SUSPENSE".
               05 FILLER            PIC X(09) VALUE " DISCARDS".
               05 FILLER            PIC X(10) VALUE "  FIRST".
               05 FILLER            PIC X(10) VALUE "  LAST".
               05 FILLER            PIC X(09) VALUE " FINDINGS".
               05 FILLER            PIC X(25) VALUE SPACES.
        01  USER-LINE.
               05 USRLN-USER-ID     PIC X(08).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 USRLN-AUTH-FLAG   PIC X(03).
               05 USRLN-COMMANDS    PIC Z(08)9.
               05 USRLN-CUSTOMER-KEYED PIC Z(08)9.
               05 USRLN-CUSTOMER-CONFIRMED PIC Z(08)9.
               05 USRLN-SERVICE-KEYED PIC Z(08)9.
               05 USRLN-SERVICE-CONFIRMED PIC Z(08)9.
               05 USRLN-SUSPENSE    PIC Z(08)9.
               05 USRLN-DISCARDS    PIC Z(08)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 USRLN-FIRST-DATE  PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 USRLN-LAST-DATE   PIC 9(08).
               05 USRLN-FINDINGS    PIC Z(08)9.
               05 FILLER            PIC X(26) VALUE SPACES.
        01  FINDING-LINE.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 FILLER            PIC X(03) VALUE "** ".
               05 FNDLN-TYPE        PIC X(24).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 FNDLN-DATE        PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FNDLN-SOURCE      PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FNDLN-DETAIL      PIC X(40).
               05 FILLER            PIC X(38) VALUE SPACES.
        01  DORMANT-LINE.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 DRMLN-USER-ID     PIC X(08).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DRMLN-COMMAND     PIC X(08).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 FILLER            PIC X(32) VALUE
                    "NO ACTIVITY IN THE PERIOD".
               05 FILLER            PIC X(70) VALUE SPACES.
        01  SIGNOFF-LINE.
               05 FILLER            PIC X(24) VALUE
                    "REVIEW SIGNED OFF BY ".
               05 SIGNLN-USER-ID    PIC X(08).
               05 FILLER            PIC X(04) VALUE " ON ".
               05 SIGNLN-DATE       PIC 9(08).
               05 FILLER            PIC X(88) VALUE SPACES.
        01  TOTAL-LINE.
               05 TOTLN-CAPTION     PIC X(32).
               05 TOTLN-COUNT       PIC ZZZZZZZZ9.
               05 FILLER            PIC X(91) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CSODREV.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO REVIEW-ACTION REVIEW-PERIOD-TEXT SIGNOFF-USER-ID
                WITH POINTER CMD-PARSE-PTR.
      *  Last month unless a month is given.
           MOVE TODAY-YYYY TO REVIEW-YYYY.
           MOVE TODAY-MM TO REVIEW-MM.
           IF REVIEW-MM = 1
                SUBTRACT 1 FROM REVIEW-YYYY
                MOVE 12 TO REVIEW-MM
           ELSE
                SUBTRACT 1 FROM REVIEW-MM
           END-IF.
           IF REVIEW-PERIOD-TEXT NUMERIC
                MOVE REVIEW-PERIOD-TEXT TO REVIEW-PERIOD
           END-IF.
           IF NOT REVIEW-ONLY AND NOT REVIEW-SIGNOFF
                OR (REVIEW-PERIOD-TEXT NOT = SPACES
                     AND REVIEW-PERIOD-TEXT NOT NUMERIC)
                OR REVIEW-MM < 1 OR REVIEW-MM > 12
                OR (REVIEW-SIGNOFF
                     AND (REVIEW-PERIOD-TEXT = SPACES
                          OR SIGNOFF-USER-ID = SPACES))
                DISPLAY "Usage: sodrevw REVIEW [YYYYMM]"
                DISPLAY "       sodrevw SIGNOFF <YYYYMM> <user-id>"
                STOP RUN
           END-IF.

           PERFORM LOAD-OPERATOR-AUTH.
           OPEN INPUT HISTORY-STORE-FILE.
           IF HISTORY-FILE-STATUS = "00"
                SET HISTORY-PRESENT TO TRUE
           END-IF.
           OPEN INPUT TXN-STORE-FILE.
           IF STORE-FILE-STATUS = "00"
                SET STORE-PRESENT TO TRUE
           END-IF.
           PERFORM REVIEW-CUSTOMER-HISTORY.
           PERFORM REVIEW-SERVICE-HISTORY.
           PERFORM REVIEW-COMMAND-AUDIT.
           PERFORM REVIEW-SUSPENSE-DECISIONS.
           PERFORM REVIEW-DEAD-LETTER-DISCARDS.
           IF HISTORY-PRESENT
                CLOSE HISTORY-STORE-FILE
           END-IF.
           IF STORE-PRESENT
                CLOSE TXN-STORE-FILE
           END-IF.
           PERFORM CHECK-ONE-USER-AUTHORITY
                VARYING USER-SUB FROM 1 BY 1
                UNTIL USER-SUB > USRTAB-COUNT.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           PERFORM PRINT-PAGE-HEADINGS.
           PERFORM PRINT-ONE-USER
                VARYING USER-SUB FROM 1 BY 1
                UNTIL USER-SUB > USRTAB-COUNT.
           PERFORM PRINT-DORMANT-ENTRIES.
           PERFORM PRINT-REVIEW-TOTALS.
           PERFORM PRINT-SIGNOFF.
           CLOSE REVIEW-REPORT-FILE.

           DISPLAY "SoD review " REVIEW-PERIOD ": " USRTAB-COUNT
                " users, " FNDTAB-COUNT " findings, "
                DORMANT-ENTRIES " dormant OPERAUTH entries".
           STOP RUN.

      *****************************************************
      *  The authorized-operators file, whole.
      *****************************************************
        LOAD-OPERATOR-AUTH.
           OPEN INPUT OPERATOR-AUTH-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM STORE-ONE-AUTH-ENTRY UNTIL END-OF-CURRENT-FILE.
           CLOSE OPERATOR-AUTH-FILE.

        READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        STORE-ONE-AUTH-ENTRY.
           IF OPATAB-COUNT < 500 AND OPAUTH-USER-ID NOT = SPACES
                ADD 1 TO OPATAB-COUNT
                SET OPA-IDX TO OPATAB-COUNT
                MOVE OPAUTH-COMMAND TO OPATAB-COMMAND(OPA-IDX)
                MOVE OPAUTH-USER-ID TO OPATAB-USER-ID(OPA-IDX)
           END-IF.
           PERFORM READ-OPERATOR-AUTH.

      *****************************************************
      *  CUSHIST: every applied change, whenever made, gives the
      *  customers each user has maintained; the month's lines
      *  are the user's activity, and a change keyed and
      *  confirmed by one user is a finding.
      *****************************************************
        REVIEW-CUSTOMER-HISTORY.
           OPEN INPUT CUSTOMER-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-CUSTOMER-HISTORY.
           PERFORM REVIEW-ONE-CUSTOMER-CHANGE
                UNTIL END-OF-CURRENT-FILE.
           CLOSE CUSTOMER-HISTORY-FILE.

        READ-CUSTOMER-HISTORY.
           READ CUSTOMER-HISTORY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        REVIEW-ONE-CUSTOMER-CHANGE.
           IF CHIST-OUTCOME = "APPLIED"
                MOVE CHIST-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
                MOVE CHIST-USER-ID TO LOOKUP-USER-ID
                PERFORM NOTE-MAINTAINED-CUSTOMER
                MOVE CHIST-CONFIRMED-BY TO LOOKUP-USER-ID
                PERFORM NOTE-MAINTAINED-CUSTOMER
           END-IF.
           MOVE CHIST-DATE TO ACTIVITY-DATE.
           IF CHIST-DATE NUMERIC
                AND ACTIVITY-YYYYMM = REVIEW-PERIOD
                ADD 1 TO RECORDS-IN-PERIOD
                MOVE CHIST-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-OR-ADD-USER
                IF USER-MATCH-FOUND
                     ADD 1 TO USRTAB-CUSTOMER-KEYED(USER-SUB)
                END-IF
                MOVE CHIST-CONFIRMED-BY TO LOOKUP-USER-ID
                IF CHIST-CONFIRMED-BY NOT = SPACES
                     PERFORM FIND-OR-ADD-USER
                     IF USER-MATCH-FOUND
                          ADD 1 TO
                               USRTAB-CUSTOMER-CONFIRMED(USER-SUB)
                     END-IF
                END-IF
                IF CHIST-CONFIRMED-BY = CHIST-USER-ID
                     AND CHIST-USER-ID NOT = SPACES
                     MOVE CHIST-USER-ID TO FINDING-USER-ID
                     MOVE "CUSHIST" TO FINDING-SOURCE
                     MOVE CHIST-OUTCOME TO FINDING-OUTCOME
                     MOVE SPACES TO FINDING-DETAIL
                     STRING "CUSTOMER " CHIST-CUSTOMER-ID
                          " ACTION " CHIST-ACTION
                          DELIMITED BY SIZE INTO FINDING-DETAIL
                     PERFORM NOTE-SELF-CONFIRMATION
                END-IF
           END-IF.
           PERFORM READ-CUSTOMER-HISTORY.

      *  One finding for a change keyed and confirmed by the same
      *  user - a conflict if it was applied, an attempt if the
      *  two-person rule refused it.
        NOTE-SELF-CONFIRMATION.
           MOVE ACTIVITY-DATE TO FINDING-DATE.
           IF FINDING-OUTCOME = "APPLIED"
                MOVE "KEYED AND CONFIRMED" TO FINDING-TYPE
                ADD 1 TO SELF-CONFIRMED-COUNT
           ELSE
                MOVE "SELF-CONFIRM ATTEMPT" TO FINDING-TYPE
                ADD 1 TO SELF-ATTEMPT-COUNT
           END-IF.
           PERFORM ADD-FINDING.

        NOTE-MAINTAINED-CUSTOMER.
           IF LOOKUP-USER-ID NOT = SPACES
                PERFORM FIND-MAINTAINED-PAIR
                IF NOT PAIR-MATCH-FOUND
                     IF MNTTAB-COUNT < 5000
                          ADD 1 TO MNTTAB-COUNT
                          SET MNT-IDX TO MNTTAB-COUNT
                          MOVE LOOKUP-USER-ID TO
                               MNTTAB-USER-ID(MNT-IDX)
                          MOVE LOOKUP-CUSTOMER-ID TO
                               MNTTAB-CUSTOMER-ID(MNT-IDX)
                     ELSE
                          PERFORM NOTE-TABLE-FULL
                     END-IF
                END-IF
           END-IF.

        FIND-MAINTAINED-PAIR.
           MOVE "N" TO PAIR-MATCH-SW.
           PERFORM MATCH-ONE-MAINTAINED-PAIR
                VARYING MNT-IDX FROM 1 BY 1
                UNTIL MNT-IDX > MNTTAB-COUNT
                     OR PAIR-MATCH-FOUND.

        MATCH-ONE-MAINTAINED-PAIR.
           IF MNTTAB-USER-ID(MNT-IDX) = LOOKUP-USER-ID
                AND MNTTAB-CUSTOMER-ID(MNT-IDX) = LOOKUP-CUSTOMER-ID
                SET PAIR-MATCH-FOUND TO TRUE
           END-IF.

      *****************************************************
      *  SVCHIST: the month's service catalogue changes, a
      *  change keyed and confirmed by one user a finding.
      *****************************************************
        REVIEW-SERVICE-HISTORY.
           OPEN INPUT SERVICE-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-SERVICE-HISTORY.
           PERFORM REVIEW-ONE-SERVICE-CHANGE
                UNTIL END-OF-CURRENT-FILE.
           CLOSE SERVICE-HISTORY-FILE.

        READ-SERVICE-HISTORY.
           READ SERVICE-HISTORY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        REVIEW-ONE-SERVICE-CHANGE.
           MOVE SHIST-DATE TO ACTIVITY-DATE.
           IF SHIST-DATE NUMERIC
                AND ACTIVITY-YYYYMM = REVIEW-PERIOD
                ADD 1 TO RECORDS-IN-PERIOD
                MOVE SHIST-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-OR-ADD-USER
                IF USER-MATCH-FOUND
                     ADD 1 TO USRTAB-SERVICE-KEYED(USER-SUB)
                END-IF
                MOVE SHIST-CONFIRMED-BY TO LOOKUP-USER-ID
                IF SHIST-CONFIRMED-BY NOT = SPACES
                     PERFORM FIND-OR-ADD-USER
                     IF USER-MATCH-FOUND
                          ADD 1 TO
                               USRTAB-SERVICE-CONFIRMED(USER-SUB)
                     END-IF
                END-IF
                IF SHIST-CONFIRMED-BY = SHIST-USER-ID
                     AND SHIST-USER-ID NOT = SPACES
                     MOVE SHIST-USER-ID TO FINDING-USER-ID
                     MOVE "SVCHIST" TO FINDING-SOURCE
                     MOVE SHIST-OUTCOME TO FINDING-OUTCOME
                     MOVE SPACES TO FINDING-DETAIL
                     STRING "SERVICE " SHIST-SERVICE-NAME
                          DELIMITED BY SIZE INTO FINDING-DETAIL
                     PERFORM NOTE-SELF-CONFIRMATION
                END-IF
           END-IF.
           PERFORM READ-SERVICE-HISTORY.

      *****************************************************
      *  CMDAUDIT: the month's operator commands, taken or
      *  refused.
      *****************************************************
        REVIEW-COMMAND-AUDIT.
           OPEN INPUT COMMAND-AUDIT-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-COMMAND-AUDIT.
           PERFORM REVIEW-ONE-COMMAND UNTIL END-OF-CURRENT-FILE.
           CLOSE COMMAND-AUDIT-FILE.

        READ-COMMAND-AUDIT.
           READ COMMAND-AUDIT-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        REVIEW-ONE-COMMAND.
           MOVE CMDAUD-DATE TO ACTIVITY-DATE.
           IF CMDAUD-DATE NUMERIC
                AND ACTIVITY-YYYYMM = REVIEW-PERIOD
                ADD 1 TO RECORDS-IN-PERIOD
                MOVE CMDAUD-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-OR-ADD-USER
                IF USER-MATCH-FOUND
                     ADD 1 TO USRTAB-COMMANDS(USER-SUB)
                END-IF
           END-IF.
           PERFORM READ-COMMAND-AUDIT.

      *****************************************************
      *  SUSPHIST: the month's suspense decisions.  A release is
      *  traced to its customer, and a customer the releasing
      *  user has maintained is a finding.
      *****************************************************
        REVIEW-SUSPENSE-DECISIONS.
           OPEN INPUT DECISION-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-DECISION-HISTORY.
           PERFORM REVIEW-ONE-DECISION UNTIL END-OF-CURRENT-FILE.
           CLOSE DECISION-HISTORY-FILE.

        READ-DECISION-HISTORY.
           READ DECISION-HISTORY-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        REVIEW-ONE-DECISION.
           MOVE DHIST-DATE TO ACTIVITY-DATE.
           IF DHIST-DATE NUMERIC
                AND ACTIVITY-YYYYMM = REVIEW-PERIOD
                ADD 1 TO RECORDS-IN-PERIOD
                MOVE DHIST-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-OR-ADD-USER
                IF USER-MATCH-FOUND
                     ADD 1 TO USRTAB-SUSPENSE-DECISIONS(USER-SUB)
                END-IF
                IF DHIST-OUTCOME = "RELEASED"
                     AND DHIST-USER-ID NOT = SPACES
                     PERFORM CHECK-RELEASE-CUSTOMER
                END-IF
           END-IF.
           PERFORM READ-DECISION-HISTORY.

        CHECK-RELEASE-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND-SW.
           IF HISTORY-PRESENT
                MOVE DHIST-REFERENCE-NUM TO TXNHST-REFERENCE-NUM
                READ HISTORY-STORE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          SET RELEASE-CUSTOMER-FOUND TO TRUE
                          MOVE TXNHST-CUSTOMER-ID TO
                               LOOKUP-CUSTOMER-ID
                END-READ
           END-IF.
           IF STORE-PRESENT AND NOT RELEASE-CUSTOMER-FOUND
                MOVE DHIST-REFERENCE-NUM TO STORE-REFERENCE-NUM
                READ TXN-STORE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          SET RELEASE-CUSTOMER-FOUND TO TRUE
                          MOVE STORE-CUSTOMER-ID TO
                               LOOKUP-CUSTOMER-ID
                END-READ
           END-IF.
           IF RELEASE-CUSTOMER-FOUND
                MOVE DHIST-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-MAINTAINED-PAIR
                IF PAIR-MATCH-FOUND
                     ADD 1 TO OWN-RELEASE-COUNT
                     MOVE DHIST-USER-ID TO FINDING-USER-ID
                     MOVE DHIST-DATE TO FINDING-DATE
                     MOVE "SUSPHIST" TO FINDING-SOURCE
                     MOVE "RELEASED OWN CUSTOMER" TO FINDING-TYPE
                     MOVE SPACES TO FINDING-DETAIL
                     STRING "REF " DHIST-REFERENCE-NUM
                          " CUSTOMER " LOOKUP-CUSTOMER-ID
                          DELIMITED BY SIZE INTO FINDING-DETAIL
                     PERFORM ADD-FINDING
                END-IF
           ELSE
                ADD 1 TO RELEASES-UNTRACED
           END-IF.

      *****************************************************
      *  DLARCH: the month's dead-letter discards.
      *****************************************************
        REVIEW-DEAD-LETTER-DISCARDS.
           OPEN INPUT DISCARD-ARCHIVE-FILE.
           MOVE "N" TO END-OF-FILE-SW.
           PERFORM READ-DISCARD-ARCHIVE.
           PERFORM REVIEW-ONE-DISCARD UNTIL END-OF-CURRENT-FILE.
           CLOSE DISCARD-ARCHIVE-FILE.

        READ-DISCARD-ARCHIVE.
           READ DISCARD-ARCHIVE-FILE
                AT END SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

        REVIEW-ONE-DISCARD.
           MOVE DLARCH-DISCARD-DATE TO ACTIVITY-DATE.
           IF DLARCH-DISCARD-DATE NUMERIC
                AND ACTIVITY-YYYYMM = REVIEW-PERIOD
                ADD 1 TO RECORDS-IN-PERIOD
                MOVE DLARCH-USER-ID TO LOOKUP-USER-ID
                PERFORM FIND-OR-ADD-USER
                IF USER-MATCH-FOUND
                     ADD 1 TO USRTAB-DISCARDS(USER-SUB)
                END-IF
           END-IF.
           PERFORM READ-DISCARD-ARCHIVE.

      *****************************************************
      *  The user at LOOKUP-USER-ID in the user table, added in
      *  user id order if new; the date of the record in hand
      *  widens the user's first and last dates.  A record with
      *  no user id is counted and passed by.
      *****************************************************
        FIND-OR-ADD-USER.
           MOVE "N" TO USER-MATCH-SW.
           IF LOOKUP-USER-ID = SPACES
                ADD 1 TO RECORDS-NO-USER
           ELSE
                MOVE 1 TO USER-INSERT-SUB
                PERFORM STEP-PAST-LOWER-USER
                     UNTIL USER-INSERT-SUB > USRTAB-COUNT
                          OR USRTAB-USER-ID(USER-INSERT-SUB)
                               NOT < LOOKUP-USER-ID
                MOVE USER-INSERT-SUB TO USER-SUB
                IF USER-SUB NOT > USRTAB-COUNT
                     AND USRTAB-USER-ID(USER-SUB) = LOOKUP-USER-ID
                     SET USER-MATCH-FOUND TO TRUE
                ELSE
                     PERFORM INSERT-NEW-USER
                END-IF
           END-IF.
           IF USER-MATCH-FOUND
                IF USRTAB-FIRST-DATE(USER-SUB) = 0
                     OR ACTIVITY-DATE < USRTAB-FIRST-DATE(USER-SUB)
                     MOVE ACTIVITY-DATE TO USRTAB-FIRST-DATE(USER-SUB)
                END-IF
                IF ACTIVITY-DATE > USRTAB-LAST-DATE(USER-SUB)
                     MOVE ACTIVITY-DATE TO USRTAB-LAST-DATE(USER-SUB)
                END-IF
           END-IF.

        STEP-PAST-LOWER-USER.
           ADD 1 TO USER-INSERT-SUB.

        INSERT-NEW-USER.
           IF USRTAB-COUNT < 1000
                ADD 1 TO USRTAB-COUNT
                PERFORM SHIFT-ONE-USER-DOWN
                     VARYING USER-SHIFT-SUB FROM USRTAB-COUNT BY -1
                     UNTIL USER-SHIFT-SUB NOT > USER-SUB
                INITIALIZE USRTAB-ENTRY(USER-SUB)
                MOVE LOOKUP-USER-ID TO USRTAB-USER-ID(USER-SUB)
                MOVE "N" TO USRTAB-AUTH-FLAG(USER-SUB)
                SET USER-MATCH-FOUND TO TRUE
           ELSE
                PERFORM NOTE-TABLE-FULL
           END-IF.

        SHIFT-ONE-USER-DOWN.
           MOVE USRTAB-ENTRY(USER-SHIFT-SUB - 1) TO
                USRTAB-ENTRY(USER-SHIFT-SUB).

        NOTE-TABLE-FULL.
           IF NOT TABLE-FULL-NOTED
                DISPLAY "SoD review: a working table is full - the "
                     "review is incomplete"
                SET TABLE-FULL-NOTED TO TRUE
           END-IF.

        ADD-FINDING.
           MOVE FINDING-USER-ID TO LOOKUP-USER-ID.
           PERFORM FIND-OR-ADD-USER.
           IF USER-MATCH-FOUND
                ADD 1 TO USRTAB-FINDINGS(USER-SUB)
           END-IF.
           IF FNDTAB-COUNT < 2000
                ADD 1 TO FNDTAB-COUNT
                SET FND-IDX TO FNDTAB-COUNT
                MOVE FINDING-WORK TO FNDTAB-ENTRY(FND-IDX)
           ELSE
                ADD 1 TO FINDINGS-NOT-KEPT
                PERFORM NOTE-TABLE-FULL
           END-IF.

      *****************************************************
      *  A user who acted in the month without a single entry
      *  on OPERAUTH is a finding of its own.
      *****************************************************
        CHECK-ONE-USER-AUTHORITY.
           MOVE "N" TO AUTH-MATCH-SW.
           PERFORM MATCH-ONE-AUTH-USER
                VARYING OPA-IDX FROM 1 BY 1
                UNTIL OPA-IDX > OPATAB-COUNT
                     OR AUTH-MATCH-FOUND.
           IF AUTH-MATCH-FOUND
                MOVE "Y" TO USRTAB-AUTH-FLAG(USER-SUB)
           ELSE
                ADD 1 TO UNAUTHORIZED-USERS
                MOVE USRTAB-USER-ID(USER-SUB) TO FINDING-USER-ID
                MOVE USRTAB-FIRST-DATE(USER-SUB) TO FINDING-DATE
                MOVE SPACES TO FINDING-SOURCE
                MOVE "ACTED WITHOUT OPERAUTH" TO FINDING-TYPE
                MOVE "NO ENTRY ON THE AUTHORIZED-OPERATORS FILE"
                     TO FINDING-DETAIL
                ADD 1 TO USRTAB-FINDINGS(USER-SUB)
                IF FNDTAB-COUNT < 2000
                     ADD 1 TO FNDTAB-COUNT
                     SET FND-IDX TO FNDTAB-COUNT
                     MOVE FINDING-WORK TO FNDTAB-ENTRY(FND-IDX)
                ELSE
                     ADD 1 TO FINDINGS-NOT-KEPT
                END-IF
           END-IF.

        MATCH-ONE-AUTH-USER.
           IF OPATAB-USER-ID(OPA-IDX) = USRTAB-USER-ID(USER-SUB)
                SET AUTH-MATCH-FOUND TO TRUE
           END-IF.

      *****************************************************
      *  The report: each user with their activity and the
      *  findings against them.
      *****************************************************
        PRINT-ONE-USER.
           MOVE USRTAB-USER-ID(USER-SUB) TO USRLN-USER-ID.
           IF USRTAB-ON-OPERAUTH(USER-SUB)
                MOVE "YES" TO USRLN-AUTH-FLAG
           ELSE
                MOVE "NO" TO USRLN-AUTH-FLAG
           END-IF.
           MOVE USRTAB-COMMANDS(USER-SUB) TO USRLN-COMMANDS.
           MOVE USRTAB-CUSTOMER-KEYED(USER-SUB) TO
                USRLN-CUSTOMER-KEYED.
           MOVE USRTAB-CUSTOMER-CONFIRMED(USER-SUB) TO
                USRLN-CUSTOMER-CONFIRMED.
           MOVE USRTAB-SERVICE-KEYED(USER-SUB) TO
                USRLN-SERVICE-KEYED.
           MOVE USRTAB-SERVICE-CONFIRMED(USER-SUB) TO
                USRLN-SERVICE-CONFIRMED.
           MOVE USRTAB-SUSPENSE-DECISIONS(USER-SUB) TO
                USRLN-SUSPENSE.
           MOVE USRTAB-DISCARDS(USER-SUB) TO USRLN-DISCARDS.
           MOVE USRTAB-FIRST-DATE(USER-SUB) TO USRLN-FIRST-DATE.
           MOVE USRTAB-LAST-DATE(USER-SUB) TO USRLN-LAST-DATE.
           MOVE USRTAB-FINDINGS(USER-SUB) TO USRLN-FINDINGS.
           MOVE USER-LINE TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF USRTAB-FINDINGS(USER-SUB) > 0
                PERFORM PRINT-ONE-FINDING
                     VARYING FND-IDX FROM 1 BY 1
                     UNTIL FND-IDX > FNDTAB-COUNT
           END-IF.

        PRINT-ONE-FINDING.
           IF FNDTAB-USER-ID(FND-IDX) = USRTAB-USER-ID(USER-SUB)
                MOVE FNDTAB-TYPE(FND-IDX) TO FNDLN-TYPE
                MOVE FNDTAB-DATE(FND-IDX) TO FNDLN-DATE
                MOVE FNDTAB-SOURCE(FND-IDX) TO FNDLN-SOURCE
                MOVE FNDTAB-DETAIL(FND-IDX) TO FNDLN-DETAIL
                MOVE FINDING-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************
      *  OPERAUTH entries whose user did nothing in the month.
      *****************************************************
        PRINT-DORMANT-ENTRIES.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DORMANT OPERAUTH ENTRIES" TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-DORMANT-ENTRY
                VARYING OPA-IDX FROM 1 BY 1
                UNTIL OPA-IDX > OPATAB-COUNT.

        PRINT-ONE-DORMANT-ENTRY.
           MOVE OPATAB-USER-ID(OPA-IDX) TO LOOKUP-USER-ID.
           MOVE "N" TO USER-MATCH-SW.
           PERFORM MATCH-ONE-ACTIVE-USER
                VARYING USER-SUB FROM 1 BY 1
                UNTIL USER-SUB > USRTAB-COUNT
                     OR USER-MATCH-FOUND.
           IF NOT USER-MATCH-FOUND
                ADD 1 TO DORMANT-ENTRIES
                MOVE OPATAB-USER-ID(OPA-IDX) TO DRMLN-USER-ID
                MOVE OPATAB-COMMAND(OPA-IDX) TO DRMLN-COMMAND
                MOVE DORMANT-LINE TO PRINT-WORK-LINE
                PERFORM WRITE-REPORT-LINE
           END-IF.

        MATCH-ONE-ACTIVE-USER.
           IF USRTAB-USER-ID(USER-SUB) = LOOKUP-USER-ID
                SET USER-MATCH-FOUND TO TRUE
                MOVE USER-SUB TO FOUND-USER-SUB
           END-IF.

        PRINT-REVIEW-TOTALS.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TRAIL RECORDS IN THE PERIOD" TO TOTLN-CAPTION.
           MOVE RECORDS-IN-PERIOD TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  WITH NO USER ID" TO TOTLN-CAPTION.
           MOVE RECORDS-NO-USER TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "USERS REVIEWED" TO TOTLN-CAPTION.
           MOVE USRTAB-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CHANGES KEYED AND CONFIRMED" TO TOTLN-CAPTION.
           MOVE SELF-CONFIRMED-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ATTEMPTS REFUSED" TO TOTLN-CAPTION.
           MOVE SELF-ATTEMPT-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RELEASES FOR OWN CUSTOMERS" TO TOTLN-CAPTION.
           MOVE OWN-RELEASE-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  RELEASES NOT TRACED" TO TOTLN-CAPTION.
           MOVE RELEASES-UNTRACED TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "USERS ACTING WITHOUT OPERAUTH" TO TOTLN-CAPTION.
           MOVE UNAUTHORIZED-USERS TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DORMANT OPERAUTH ENTRIES" TO TOTLN-CAPTION.
           MOVE DORMANT-ENTRIES TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FINDINGS" TO TOTLN-CAPTION.
           MOVE FNDTAB-COUNT TO TOTLN-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF FINDINGS-NOT-KEPT > 0
                MOVE "** FINDINGS NOT LISTED" TO TOTLN-CAPTION
                MOVE FINDINGS-NOT-KEPT TO TOTLN-COUNT
                PERFORM WRITE-TOTAL-LINE
           END-IF.

      *****************************************************
      *  The sign-off.  The signer must be named for SODSIGN and
      *  have no finding of their own in the month; a sign-off
      *  taken goes on the review register.
      *****************************************************
        PRINT-SIGNOFF.
           MOVE SPACES TO PRINT-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF REVIEW-SIGNOFF
                PERFORM CHECK-SIGNOFF-AUTHORITY
                MOVE SIGNOFF-USER-ID TO LOOKUP-USER-ID
                MOVE "N" TO USER-MATCH-SW
                PERFORM MATCH-ONE-ACTIVE-USER
                     VARYING USER-SUB FROM 1 BY 1
                     UNTIL USER-SUB > USRTAB-COUNT
                          OR USER-MATCH-FOUND
                EVALUATE TRUE
                     WHEN NOT SIGNOFF-AUTHORIZED
                          MOVE
                "** SIGN-OFF REFUSED - NOT NAMED FOR SODSIGN"
                               TO PRINT-WORK-LINE
                     WHEN USER-MATCH-FOUND
                          AND USRTAB-FINDINGS(FOUND-USER-SUB) > 0
                          MOVE
                "** SIGN-OFF REFUSED - SIGNER HAS FINDINGS"
                               TO PRINT-WORK-LINE
                     WHEN OTHER
                          MOVE SIGNOFF-USER-ID TO SIGNLN-USER-ID
                          MOVE TODAY-DATE TO SIGNLN-DATE
                          MOVE SIGNOFF-LINE TO PRINT-WORK-LINE
                          PERFORM WRITE-REVIEW-REGISTER
                END-EVALUATE
                DISPLAY PRINT-WORK-LINE(1:72)
           ELSE
                MOVE "REVIEW NOT YET SIGNED OFF" TO PRINT-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

        CHECK-SIGNOFF-AUTHORITY.
           PERFORM MATCH-ONE-SIGNOFF-ENTRY
                VARYING OPA-IDX FROM 1 BY 1
                UNTIL OPA-IDX > OPATAB-COUNT
                     OR SIGNOFF-AUTHORIZED.

        MATCH-ONE-SIGNOFF-ENTRY.
           IF OPATAB-COMMAND(OPA-IDX) = "SODSIGN"
                AND OPATAB-USER-ID(OPA-IDX) = SIGNOFF-USER-ID
                SET SIGNOFF-AUTHORIZED TO TRUE
           END-IF.

        WRITE-REVIEW-REGISTER.
           OPEN EXTEND REVIEW-REGISTER-FILE.
           MOVE REVIEW-PERIOD TO SODREG-PERIOD.
           MOVE TODAY-DATE TO SODREG-SIGNED-DATE.
           MOVE SIGNOFF-USER-ID TO SODREG-SIGNED-BY.
           MOVE USRTAB-COUNT TO SODREG-USERS-REVIEWED.
           MOVE FNDTAB-COUNT TO SODREG-FINDINGS.
           MOVE DORMANT-ENTRIES TO SODREG-DORMANT-ENTRIES.
           WRITE REVIEW-REGISTER-RECORD.
           CLOSE REVIEW-REGISTER-FILE.

        WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-WORK-LINE.
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
           MOVE REVIEW-PERIOD TO HEAD-PERIOD.
           MOVE TODAY-DATE TO HEAD-RUN-DATE.
           MOVE PAGE-NUMBER TO HEAD-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO LINES-ON-PAGE.
