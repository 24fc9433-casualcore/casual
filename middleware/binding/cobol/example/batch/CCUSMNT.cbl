      *  checks every record against.
      *
      *  A maintenance transaction carries:
      *     action      A add, M amend, C close, B block,
      *                 O overdraft allowance, T fee tier,
      *                 H home entity, P advice preferences,
      *                 D dormant, R reactivate
      *     the customer id and, for add/amend, the name
      *     an effective date (blank or zero means today)
      *     the requesting user, and for PROD the confirming user
      *     (who must be someone else)
      *     for O, the overdraft allowance - how far below zero
      *     BIZSRV lets the customer's balance go - which is set
      *     on the customer's entry in the CUSTBAL balance file
      *     for T (and optionally A), the fee tier BATCHCLI prices
      *     the customer's transaction fees at - spaces for the
      *     standard tier
      *     for H (and optionally A), the group entity the
      *     customer banks with - spaces for the house entity
      *     for P (and optionally A), how the customer is advised
      *     of their payments: the channel (E e-mail, S text
      *     message, P post, N no advices), the contact address
      *     an e-mail or text channel needs, and a Y/N for each
      *     of confirmed, failed, held, reversed and returned -
      *     spaces for the defaults, every event by post
      *
      *  D is what the monthly DORMSWEP sweep generates for an
      *  active customer with no activity for the dormancy
      *  period; BATCHCLI holds a dormant customer's records.
      *  Nothing but an R keyed for the customer lifts it - a
      *  payment arriving for them does not.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSMSTMN.
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DOMAIN-CONFIG-FILE ASSIGN TO "DOMAINCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-BALANCE-FILE ASSIGN TO "CUSTBAL"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CUSBAL-CUSTOMER-ID
                FILE STATUS BALANCE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER-FILE.

        FD  MAINTENANCE-FILE.
        01  MAINTENANCE-RECORD.
           COPY TPCUSMNT.

      *  One line of change history per maintenance transaction,
      *  applied or refused - who asked, who confirmed, what was
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.

        FD  CUSTOMER-BALANCE-FILE.
        01  CUSTOMER-BALANCE-RECORD.
           COPY TPCUSBAL.

        WORKING-STORAGE SECTION.
        01  MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
        01  BALANCE-FILE-STATUS     PIC X(02) VALUE SPACES.

        01  MAINT-SWITCHES.
               05 END-OF-MAINT-SW   PIC X(01) VALUE "N".
                       88 MASTER-OPEN-FAILED VALUE "Y".
               05 ENTRY-FOUND-SW    PIC X(01) VALUE "N".
                       88 ENTRY-FOUND        VALUE "Y".
               05 BALANCE-OPEN-SW   PIC X(01) VALUE "N".
                       88 BALANCE-IS-OPEN    VALUE "Y".

        01  MAINT-COUNTERS.
               05 CHANGES-APPLIED   PIC S9(9) COMP-5 VALUE 0.
               05 CHANGES-REFUSED   PIC S9(9) COMP-5 VALUE 0.

        01  TODAY-DATE              PIC 9(08).
        01  PREFERENCE-CHECK-SW     PIC X(01) VALUE "Y".
               88 PREFERENCES-VALID          VALUE "Y".
        01  CHANNEL-CHECK           PIC X(01).
               88 CHANNEL-CHECK-OK           VALUE "E" "S" "P" "N"
                                                  SPACE.
               88 CHANNEL-NEEDS-ADDRESS      VALUE "E" "S".
        01  OUTCOME-TEXT            PIC X(20) VALUE SPACES.
        01  NEW-STANDING-STATUS     PIC X(01) VALUE SPACE.

      ******************************************************
      * Start program
           ELSE
                OPEN INPUT MAINTENANCE-FILE
                OPEN EXTEND CHANGE-HISTORY-FILE
                PERFORM OPEN-CUSTOMER-BALANCES
                PERFORM READ-MAINTENANCE-RECORD
                PERFORM APPLY-ONE-MAINTENANCE UNTIL END-OF-MAINT
                CLOSE MAINTENANCE-FILE
                CLOSE CHANGE-HISTORY-FILE
                IF BALANCE-IS-OPEN
                     CLOSE CUSTOMER-BALANCE-FILE
                END-IF
                CLOSE CUSTOMER-MASTER-FILE
                DISPLAY "Master changes applied: " CHANGES-APPLIED
                DISPLAY "Master changes refused: " CHANGES-REFUSED
                SET MASTER-OPEN-FAILED TO TRUE
           END-IF.

      *****************************************************
      *  The balance file BIZSRV keeps - needed only for the
      *  overdraft allowance, so a failure refuses those changes
      *  and lets the master changes through.
      *****************************************************
        OPEN-CUSTOMER-BALANCES.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
                OR BALANCE-FILE-STATUS = "05"
                SET BALANCE-IS-OPEN TO TRUE
           ELSE
                DISPLAY "Customer balances: open failed with status "
                     BALANCE-FILE-STATUS " - no allowance changes"
           END-IF.

      *****************************************************
      *  Read-ahead over the maintenance transactions.
      *****************************************************
                          PERFORM APPLY-STANDING-CHANGE
                     WHEN CMNT-BLOCK
                          PERFORM APPLY-STANDING-CHANGE
                     WHEN CMNT-OVERDRAFT
                          PERFORM APPLY-OVERDRAFT-LIMIT
                     WHEN CMNT-FEE-TIER-CHANGE
                          PERFORM APPLY-FEE-TIER
                     WHEN CMNT-HOME-ENTITY-CHANGE
                          PERFORM APPLY-HOME-ENTITY
                     WHEN CMNT-PREFERENCE-CHANGE
                          PERFORM APPLY-ADVICE-PREFERENCES
                     WHEN CMNT-DORMANT
                          PERFORM APPLY-DORMANCY
                     WHEN CMNT-REACTIVATE
                          PERFORM APPLY-REACTIVATION
                     WHEN OTHER
                          MOVE "UNKNOWN-ACTION" TO OUTCOME-TEXT
                END-EVALUATE
           END-READ.

        APPLY-ADD-CUSTOMER.
           PERFORM CHECK-ADVICE-PREFERENCES.
           EVALUATE TRUE
                WHEN ENTRY-FOUND
                     MOVE "ALREADY-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT PREFERENCES-VALID
                     CONTINUE
                WHEN OTHER
                     PERFORM ADD-MASTER-ENTRY
           END-EVALUATE.

        ADD-MASTER-ENTRY.
           MOVE CMNT-CUSTOMER-ID TO CUSMST-CUSTOMER-ID.
           MOVE CMNT-CUSTOMER-NAME TO CUSMST-CUSTOMER-NAME.
           MOVE "A" TO CUSMST-STANDING-STATUS.
           PERFORM MOVE-EFFECTIVE-DATE.
           MOVE TODAY-DATE TO CUSMST-STANDING-DATE.
           MOVE CMNT-FEE-TIER TO CUSMST-FEE-TIER.
           MOVE CMNT-HOME-ENTITY TO CUSMST-HOME-ENTITY.
           PERFORM MOVE-ADVICE-PREFERENCES.
           WRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                     MOVE "WRITE-FAILED" TO OUTCOME-TEXT
                NOT INVALID KEY
                     MOVE "APPLIED" TO OUTCOME-TEXT
           END-WRITE.

        APPLY-AMEND-CUSTOMER.
           IF NOT ENTRY-FOUND
                MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
           ELSE
                MOVE CMNT-CUSTOMER-NAME TO CUSMST-CUSTOMER-NAME
                PERFORM MOVE-EFFECTIVE-DATE
                REWRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE "APPLIED" TO OUTCOME-TEXT
                END-REWRITE
           END-IF.

      *  The fee tier is a pricing change only - standing and
      *  effective date are left as they are.
        APPLY-FEE-TIER.
           IF NOT ENTRY-FOUND
                MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
           ELSE
                MOVE CMNT-FEE-TIER TO CUSMST-FEE-TIER
                REWRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                END-REWRITE
           END-IF.

      *  Moving the customer to another group entity changes
      *  which side of the intercompany netting their bookings
      *  fall on from the next run - nothing else about the
      *  entry moves with it.
        APPLY-HOME-ENTITY.
           IF NOT ENTRY-FOUND
                MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
           ELSE
                MOVE CMNT-HOME-ENTITY TO CUSMST-HOME-ENTITY
                REWRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                          MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                END-REWRITE
           END-IF.

      *  The advice preferences only decide what ADVICEGN tells
      *  the customer - nothing about how their payments are
      *  processed moves with them.
        APPLY-ADVICE-PREFERENCES.
           PERFORM CHECK-ADVICE-PREFERENCES.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT PREFERENCES-VALID
                     CONTINUE
                WHEN OTHER
                     PERFORM MOVE-ADVICE-PREFERENCES
                     REWRITE CUSTOMER-MASTER-RECORD
                          INVALID KEY
                               MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                          NOT INVALID KEY
                               MOVE "APPLIED" TO OUTCOME-TEXT
                     END-REWRITE
           END-EVALUATE.

      *  A known channel, an address for the channels that
      *  deliver to one, and nothing but Y, N or space against
      *  each event.
        CHECK-ADVICE-PREFERENCES.
           MOVE "Y" TO PREFERENCE-CHECK-SW.
           MOVE CMNT-ADVICE-CHANNEL TO CHANNEL-CHECK.
           EVALUATE TRUE
                WHEN NOT CHANNEL-CHECK-OK
                     MOVE "N" TO PREFERENCE-CHECK-SW
                     MOVE "BAD-CHANNEL" TO OUTCOME-TEXT
                WHEN CHANNEL-NEEDS-ADDRESS
                     AND CMNT-CONTACT-ADDRESS = SPACES
                     MOVE "N" TO PREFERENCE-CHECK-SW
                     MOVE "NO-CONTACT-ADDRESS" TO OUTCOME-TEXT
                WHEN OTHER
                     PERFORM CHECK-ONE-ADVICE-FLAG
                          VARYING CMNT-FLAG-IDX FROM 1 BY 1
                          UNTIL CMNT-FLAG-IDX > 5
                               OR NOT PREFERENCES-VALID
           END-EVALUATE.

        CHECK-ONE-ADVICE-FLAG.
           IF CMNT-ADVISE-FLAG(CMNT-FLAG-IDX) NOT = "Y"
                AND CMNT-ADVISE-FLAG(CMNT-FLAG-IDX) NOT = "N"
                AND CMNT-ADVISE-FLAG(CMNT-FLAG-IDX) NOT = SPACE
                MOVE "N" TO PREFERENCE-CHECK-SW
                MOVE "BAD-EVENT-FLAG" TO OUTCOME-TEXT
           END-IF.

        MOVE-ADVICE-PREFERENCES.
           MOVE CMNT-ADVICE-CHANNEL TO CUSMST-ADVICE-CHANNEL.
           MOVE CMNT-CONTACT-ADDRESS TO CUSMST-CONTACT-ADDRESS.
           MOVE CMNT-ADVICE-EVENTS TO CUSMST-ADVICE-EVENTS.

      *  Close and block are the same standing change under two
      *  codes - the action code is the new standing.
        APPLY-STANDING-CHANGE.
           IF NOT ENTRY-FOUND
                MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
           ELSE
                MOVE CMNT-ACTION TO NEW-STANDING-STATUS
                PERFORM SET-NEW-STANDING
           END-IF.

      *  Only an active customer goes dormant - a closed or
      *  blocked one keeps the standing it has.
        APPLY-DORMANCY.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT CUSMST-STANDING-ACTIVE
                     MOVE "NOT-ACTIVE" TO OUTCOME-TEXT
                WHEN OTHER
                     MOVE "D" TO NEW-STANDING-STATUS
                     PERFORM SET-NEW-STANDING
           END-EVALUATE.

      *  Reactivation lifts dormancy and nothing else - a closed
      *  or blocked customer is not reopened by it.  The standing
      *  date it sets is what the next sweep counts the
      *  customer's inactivity from.
        APPLY-REACTIVATION.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT CUSMST-STANDING-DORMANT
                     MOVE "NOT-DORMANT" TO OUTCOME-TEXT
                WHEN OTHER
                     MOVE "A" TO NEW-STANDING-STATUS
                     PERFORM SET-NEW-STANDING
           END-EVALUATE.

      *  The effective date becomes the date the new standing
      *  took hold.
        SET-NEW-STANDING.
           MOVE NEW-STANDING-STATUS TO CUSMST-STANDING-STATUS.
           IF CMNT-EFFECTIVE-DATE NUMERIC
                AND CMNT-EFFECTIVE-DATE > 0
                MOVE CMNT-EFFECTIVE-DATE TO CUSMST-STANDING-DATE
           ELSE
                MOVE TODAY-DATE TO CUSMST-STANDING-DATE
           END-IF.
           REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                     MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                NOT INVALID KEY
                     MOVE "APPLIED" TO OUTCOME-TEXT
           END-REWRITE.

      *  The allowance lives on the customer's balance entry; a
      *  customer with no bookings yet gets an entry at zero
      *  carrying just the allowance.
        APPLY-OVERDRAFT-LIMIT.
           EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     MOVE "NOT-ON-FILE" TO OUTCOME-TEXT
                WHEN NOT BALANCE-IS-OPEN
                     MOVE "NO-BALANCE-FILE" TO OUTCOME-TEXT
                WHEN CMNT-OVERDRAFT-LIMIT NOT NUMERIC
                     MOVE "BAD-ALLOWANCE" TO OUTCOME-TEXT
                WHEN OTHER
                     MOVE CMNT-CUSTOMER-ID TO CUSBAL-CUSTOMER-ID
                     READ CUSTOMER-BALANCE-FILE
                          INVALID KEY
                               PERFORM ADD-BALANCE-ENTRY
                          NOT INVALID KEY
                               PERFORM REWRITE-BALANCE-ENTRY
                     END-READ
           END-EVALUATE.

        ADD-BALANCE-ENTRY.
           MOVE CMNT-CUSTOMER-ID TO CUSBAL-CUSTOMER-ID.
           MOVE CMNT-OVERDRAFT-LIMIT TO CUSBAL-OVERDRAFT-LIMIT.
           MOVE 0 TO CUSBAL-OPENING-BALANCE.
           MOVE 0 TO CUSBAL-CURRENT-BALANCE.
           MOVE 0 TO CUSBAL-DEBIT-TOTAL.
           MOVE 0 TO CUSBAL-CREDIT-TOTAL.
           MOVE 0 TO CUSBAL-MOVEMENT-COUNT.
           MOVE 0 TO CUSBAL-LAST-MOVEMENT-DATE.
           MOVE 0 TO CUSBAL-SNAPSHOT-DATE.
           WRITE CUSTOMER-BALANCE-RECORD
                INVALID KEY
                     MOVE "WRITE-FAILED" TO OUTCOME-TEXT
                NOT INVALID KEY
                     MOVE "APPLIED" TO OUTCOME-TEXT
           END-WRITE.

        REWRITE-BALANCE-ENTRY.
           MOVE CMNT-OVERDRAFT-LIMIT TO CUSBAL-OVERDRAFT-LIMIT.
           REWRITE CUSTOMER-BALANCE-RECORD
                INVALID KEY
                     MOVE "REWRITE-FAILED" TO OUTCOME-TEXT
                NOT INVALID KEY
                     MOVE "APPLIED" TO OUTCOME-TEXT
           END-REWRITE.

        MOVE-EFFECTIVE-DATE.
           IF CMNT-EFFECTIVE-DATE NUMERIC
                AND CMNT-EFFECTIVE-DATE > 0
