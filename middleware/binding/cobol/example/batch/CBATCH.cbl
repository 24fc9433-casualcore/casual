                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PACING-CONFIG-FILE ASSIGN TO "PACECFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BREAKER-CONFIG-FILE ASSIGN TO "BREAKCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
                ORGANIZATION LINE SEQUENTIAL.
      *  The accounting periods finance has closed on the ledger.
           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LIMITS-FILE ASSIGN TO "LIMITS"
                ORGANIZATION LINE SEQUENTIAL.
      *  The shared daily usage ledger, keyed on customer and
                ACCESS MODE RANDOM
                RECORD KEY LIMUSE-KEY
                FILE STATUS LIMUSE-FILE-STATUS.
      *  Records dated past the run's business date, parked on
      *  their effective date and reference until the morning
      *  release feeds them back in on the night they fall due.
           SELECT OPTIONAL FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY FUTWHS-KEY
                FILE STATUS WAREHOUSE-FILE-STATUS.
      *  The compliance watch list, read whole at startup, and the
      *  hold queue its hits are parked on by reference - apart
      *  from the suspense file, out of a supervisor's reach.
      *  Every screening result goes on the shared log.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
                ORGANIZATION INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY WATCH-ENTRY-ID
                FILE STATUS WATCH-FILE-STATUS.
           SELECT OPTIONAL COMPLIANCE-HOLD-FILE ASSIGN TO "CMPHOLD"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY CMPHLD-REFERENCE-NUM
                FILE STATUS HOLD-FILE-STATUS.
           SELECT OPTIONAL SCREENING-LOG-FILE ASSIGN TO "SCRNLOG"
                ORGANIZATION LINE SEQUENTIAL.
      *  The customers' stop-payment instructions, read whole at
      *  startup and stamped by key as they catch a record, and
      *  the stopped-payments file the caught records go to.
           SELECT OPTIONAL STOP-INSTRUCTION-FILE ASSIGN TO "STOPINST"
                ORGANIZATION INDEXED
                ACCESS MODE DYNAMIC
                RECORD KEY STOPIN-STOP-ID
                FILE STATUS STOP-FILE-STATUS.
           SELECT OPTIONAL STOPPED-PAYMENT-FILE ASSIGN TO "STOPPED"
                ORGANIZATION LINE SEQUENTIAL.
      *  Each customer's behaviour profile, built by BEHVPROF from
      *  the rolled output, read by key as the customer comes up;
      *  the scoring thresholds; and the alerts file the records
      *  that break a rule are written to for the fraud team.
           SELECT OPTIONAL BEHAVIOUR-PROFILE-FILE ASSIGN TO "BEHPROF"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY BEHPRF-CUSTOMER-ID
                FILE STATUS PROFILE-FILE-STATUS.
           SELECT OPTIONAL FRAUD-CONFIG-FILE ASSIGN TO "FRAUDCFG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FRAUD-ALERT-FILE ASSIGN TO "FRAUDALR"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DISPOSITION-TABLE-FILE ASSIGN TO "DISPTAB"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-COMMAND-FILE ASSIGN TO "BATCHCMD"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXCHANGE-RATES-FILE ASSIGN TO "FXRATES"
                ORGANIZATION LINE SEQUENTIAL.
      *  The dated rate history FXRATELD keeps - a record converts
      *  at the rate of its own effective date when there is one.
           SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO "FXHIST"
                ORGANIZATION INDEXED
                ACCESS MODE RANDOM
                RECORD KEY FXHIST-KEY
                FILE STATUS RATE-HISTORY-STATUS.
      *  Entity-specific GL account codes, one record per
      *  subsidiary - the GL posting file carries each entity's
      *  money under its own accounts.
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO "MASKRUL"
                ORGANIZATION LINE SEQUENTIAL.
      *  The transaction fee tariff - no file, no fees, the run
      *  of old.
           SELECT OPTIONAL TARIFF-FILE ASSIGN TO "TARIFF"
                ORGANIZATION LINE SEQUENTIAL.
      *  The fees assessed on the run's confirmed bookings, or
      *  backed out with them - per partition, like BATCHOUT.
           SELECT OPTIONAL FEE-OUTPUT-FILE ASSIGN TO DYNAMIC
                FEE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO DYNAMIC
                SUSPENSE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO DYNAMIC
                STATUS-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
      *  Each control file in turn, read raw for its fingerprint
      *  and copy, and the shared snapshot they are kept on
      *  against the run ids they governed.
           SELECT OPTIONAL CONTROL-SNAP-INPUT-FILE ASSIGN TO DYNAMIC
                CONTROL-SNAP-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS CTLIN-FILE-STATUS.
           SELECT OPTIONAL CONTROL-SNAPSHOT-FILE ASSIGN TO "CTLSNAP"
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  Display-form record layout for the flat input file - see
        01  RUN-STATUS-RECORD.
           COPY TPRUNSTA.

        FD  CONTROL-SNAP-INPUT-FILE.
        01  CTLIN-LINE              PIC X(200).

        FD  CONTROL-SNAPSHOT-FILE.
        01  CONTROL-SNAPSHOT-RECORD.
           COPY TPCTLSNP.

        FD  DOMAIN-CONFIG-FILE.
        01  DOMAIN-CONFIG-RECORD.
           COPY TPDOMCFG.
               05 REJECT-REASON-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 REJECT-REASON-TEXT PIC X(14).
      *  The header source id of the feed the record arrived on,
      *  so the failures can be returned to the system that sent
      *  them.
               05 REJECT-SOURCE-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 REJECT-SOURCE-ID   PIC X(10).

      *  One general-ledger posting in the fixed layout the ledger
      *  system ingests: a debit/credit pair per effective date and
               05 GL-ACCOUNT-CODE            PIC X(10).
               05 GL-DEBIT-CREDIT            PIC X(02).
               05 GL-AMOUNT                  PIC S9(13)V99.
               05 GL-ENTITY-CODE             PIC X(03).

      *  The run-control file, keyed on the run id: a start record
      *  appended the moment a run id is assigned and an end record
               05 PACE-BAND-END              PIC 9(04).
               05 PACE-MAX-CALLS-SEC         PIC 9(04).

      *  The per-service circuit breaker: how many of a service's
      *  most recent calls make up its rolling window, how many
      *  must be in it before it is judged, and the failure rate
      *  (percent of the window) and average call time
      *  (hundredths; zero judges failures only) that trip it.
      *  A tripped service is left alone for the cool-off
      *  (seconds) before one record probes it again.  No file
      *  runs the breaker on the defaults; a window of zero turns
      *  it off - every record called, the run of old.
        FD  BREAKER-CONFIG-FILE.
        01  BREAKER-CONFIG-RECORD.
               05 BRKCFG-WINDOW-CALLS        PIC 9(02).
               05 BRKCFG-MINIMUM-CALLS       PIC 9(02).
               05 BRKCFG-FAILURE-PERCENT     PIC 9(03).
               05 BRKCFG-LATENCY-CEILING     PIC 9(06).
               05 BRKCFG-COOL-OFF-SECONDS    PIC 9(05).

      *  Business calendar: "H" records list the holiday dates,
      *  and the "W" record gives the approved run window (HHMM
      *  start/end) with R to refuse or W to only warn when the
      *  positions as spaces, which reads as no grace.
               05 CAL-WINDOW-GRACE           PIC 9(03).

      *  A period's standing as GLLEDGER keeps it - a record dated
      *  in a closed period would post into a month finance has
      *  already closed, so it is parked or refused instead.
        FD  GL-PERIOD-FILE.
        01  GL-PERIOD-RECORD.
           COPY TPGLPER.

      *  Per-customer daily amount ceiling - a record that would
      *  take the customer's total for the run past it goes to
      *  the suspense file instead of being called.
                       10 LIMUSE-BUSINESS-DATE PIC 9(08).
               05 LIMUSE-AMOUNT-USED         PIC S9(13)V99.

        FD  FUTURE-WAREHOUSE-FILE.
        01  FUTURE-WAREHOUSE-RECORD.
           COPY TPFUTWHS.

        FD  WATCH-LIST-FILE.
        01  WATCH-LIST-RECORD.
           COPY TPWATCH.

        FD  COMPLIANCE-HOLD-FILE.
        01  COMPLIANCE-HOLD-RECORD.
           COPY TPCMPHLD.

        FD  SCREENING-LOG-FILE.
        01  SCREENING-LOG-RECORD.
           COPY TPSCRLOG.

        FD  STOP-INSTRUCTION-FILE.
        01  STOP-INSTRUCTION-RECORD.
           COPY TPSTOPIN.

        FD  STOPPED-PAYMENT-FILE.
        01  STOPPED-PAYMENT-RECORD.
           COPY TPSTOPPD.

        FD  BEHAVIOUR-PROFILE-FILE.
        01  BEHAVIOUR-PROFILE-RECORD.
           COPY TPBEHPRF.

      *  The behaviour rules' thresholds - one record; with none
      *  on file, or for a field that is not a number, the
      *  defaults in FRAUD-SETTINGS stand.
      *     velocity    a night's count past the typical count
      *                 times the factor, and past the floor
      *     spike       an amount past the average times the
      *                 factor, and past the largest ever sent
      *     structuring the night's total within the percentage
      *                 of the daily ceiling, under it, in at
      *                 least the given number of pieces
      *  A profile built from fewer active nights than the
      *  minimum is too thin to judge velocity or spikes by.
        FD  FRAUD-CONFIG-FILE.
        01  FRAUD-CONFIG-RECORD.
               05 FRDCFG-VELOCITY-FACTOR     PIC 9(03).
               05 FRDCFG-VELOCITY-FLOOR      PIC 9(05).
               05 FRDCFG-SPIKE-FACTOR        PIC 9(03).
               05 FRDCFG-NEAR-PERCENT        PIC 9(03).
               05 FRDCFG-NEAR-PIECES         PIC 9(03).
               05 FRDCFG-MIN-NIGHTS          PIC 9(03).

        FD  FRAUD-ALERT-FILE.
        01  FRAUD-ALERT-RECORD.
           COPY TPFRDALR.

      *  What each application return code coming back on
      *  TPESVCFAIL means and what the batch should do about it -
      *  retry, skip, suspend for review, or abort the run.  The
      *  was cut, and the multiplier to the booking currency.  A
      *  rate not cut today or yesterday is stale, and a stale
      *  rates file refuses the whole run - converting money on
      *  last week's rate is worse than not running.  FXRATELD
      *  writes the file from treasury's feed once validated.
        FD  EXCHANGE-RATES-FILE.
        01  EXCHANGE-RATE-RECORD.
               05 RATE-CURRENCY-CODE         PIC X(03).
               05 RATE-CUT-DATE              PIC 9(08).
               05 RATE-TO-BOOKING            PIC 9(03)V9(06).

        FD  RATE-HISTORY-FILE.
        01  RATE-HISTORY-RECORD.
           COPY TPFXHIST.

      *  One subsidiary's GL account pair - the accounts its
      *  debit/credit pairs post under.  An entity with no record
      *  posts under the house defaults.  The fee income account
      *  takes the credit side of the entity's fee lines; records
      *  from before the field existed read as spaces and post
      *  fees to the house fee income account.
        FD  ENTITY-ACCOUNTS-FILE.
        01  ENTITY-ACCOUNTS-RECORD.
               05 ENTACC-ENTITY-CODE         PIC X(03).
               05 ENTACC-DEBIT-ACCOUNT       PIC X(10).
               05 ENTACC-CREDIT-ACCOUNT      PIC X(10).
               05 ENTACC-FEE-ACCOUNT         PIC X(10).
      *  The intercompany due-to and due-from accounts, which only
      *  the netting posts to - carried here so the file has one
      *  layout wherever it is read.
               05 ENTACC-DUE-TO-ACCOUNT      PIC X(10).
               05 ENTACC-DUE-FROM-ACCOUNT    PIC X(10).

        FD  TARIFF-FILE.
        01  TARIFF-RECORD.
           COPY TPTARIFF.

        FD  FEE-OUTPUT-FILE.
        01  FEE-OUTPUT-RECORD.
           COPY TPFEEOUT.

      *  Masking rules for customer identifiers in shared
      *  outputs: an M record names the output (BATCHOUT, TRACE)
               05 SUSP-HOLD-REASON.
                       10 FILLER             PIC X(01).
                       10 SUSP-REASON-TEXT   PIC X(20).
      *  And the header source id of the feed it arrived on.
               05 SUSP-SOURCE-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 SUSP-SOURCE-ID     PIC X(10).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
        01 TPSVCDEF-REC.
           COPY TPSVCDEF.

      *  Queue control for the TPENQUEUE a tripped breaker parks
      *  its service's records with - the same queue, named after
      *  the service, that DEQUECLI drains.
        01 TPQCTL-REC.
           COPY TPQCTL.

        01  SEND-RECORD.
           COPY TPBIZREC.
        01  RECV-RECORD.
               88 CUSTOMER-ACCEPTED          VALUE "A".
               88 CUSTOMER-UNKNOWN           VALUE "U".
               88 CUSTOMER-BARRED            VALUE "B".
               88 CUSTOMER-DORMANT           VALUE "D".
      *  The reason a barred customer's record is held under.
        01  BARRED-REASON-TEXT      PIC X(20) VALUE SPACES.
        01  MASTER-REFUSED-SW       PIC X(01) VALUE "N".
               88 MASTER-REFUSED             VALUE "Y".

                       10 BALTAB-RECORD-COUNT        PIC S9(9) COMP-5.
                       10 BALTAB-SENT-AMOUNT         PIC S9(13)V99.
                       10 BALTAB-RECV-AMOUNT         PIC S9(13)V99.
                       10 BALTAB-BUCKET-KIND         PIC X(01).
                               88 BALTAB-FEE-BUCKET  VALUE "F".
        01  BALANCE-MATCH-SW        PIC X(01) VALUE "N".
               88 BALANCE-MATCH-FOUND        VALUE "Y".
        01  BALANCE-OVERFLOW-SW     PIC X(01) VALUE "N".
               88 BALANCE-TABLE-OVERFLOWED   VALUE "Y".
        01  BALANCE-FOUND-IDX       USAGE INDEX.
      *  What is being tallied: spaces for the bookings
      *  themselves, F for the fees charged on them - a fee
      *  buckets apart from its booking and posts under its own
      *  GL lines.
        01  BALANCE-KIND-WORK       PIC X(01) VALUE SPACE.
               88 BALANCE-KIND-FEE           VALUE "F".
        01  BALANCE-DIFFERENCE      PIC S9(13)V99 VALUE 0.
      *  Date buckets whose two sides differ by more than this are
      *  flagged out of balance - a penny of rounding is tolerated,
                                                  VALUE 0.
               05 NIGHT-RECORDS-DUPLICATE    PIC S9(9) COMP-5
                                                  VALUE 0.
               05 NIGHT-RECORDS-WAREHOUSED   PIC S9(9) COMP-5
                                                  VALUE 0.
               05 NIGHT-FILES-DONE           PIC S9(4) COMP-5
                                                  VALUE 0.
        01  NIGHT-CONTROL-FAILED-SW PIC X(01) VALUE "N".
        01  REJECT-FILE-NAME        PIC X(10) VALUE "BATCHREJ".
        01  SUSPENSE-FILE-NAME      PIC X(10) VALUE "SUSPENSE".
        01  GL-POSTING-FILE-NAME    PIC X(10) VALUE "GLPOST".
        01  FEE-FILE-NAME           PIC X(10) VALUE "FEEOUT".
        01  PARTITION-TOTAL         PIC 9(02) VALUE 1.
               88 RUN-IS-PARTITIONED         VALUE 02 THRU 99.
        01  PARTITION-NUMBER        PIC 9(02) VALUE 1.
        01  PACING-TIME-HUNDREDTHS  PIC 9(02).
        01  PACING-CURRENT-SECOND   PIC 9(06) VALUE 0.
        01  PACING-CALLS-THIS-SEC   PIC S9(4) COMP-5 VALUE 0.

      *  Circuit breakers, one per service records are called on,
      *  opened as each service is first called.  The window is a
      *  ring of the service's latest call outcomes - failed flag
      *  and elapsed hundredths - with its failure count and time
      *  total kept running, so judging it costs no pass over the
      *  slots.  C closed (calling), O open (queuing until the
      *  cool-off from BRKTAB-TRIPPED-AT has run), P one probe
      *  call in flight.
        01  BREAKER-SETTINGS.
               05 BREAKER-WINDOW-CALLS PIC S9(4) COMP-5 VALUE 20.
               05 BREAKER-MINIMUM-CALLS PIC S9(4) COMP-5 VALUE 10.
               05 BREAKER-FAILURE-PERCENT PIC S9(4) COMP-5 VALUE 50.
               05 BREAKER-LATENCY-CEILING PIC S9(9) COMP-5
                                                  VALUE 3000.
               05 BREAKER-COOL-OFF-HUNDREDTHS PIC S9(9) COMP-5
                                                  VALUE 30000.
        01  BREAKER-TABLE.
               05 BRKTAB-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 BRKTAB-ENTRY OCCURS 1 TO 51 TIMES
                       DEPENDING ON BRKTAB-COUNT
                       INDEXED BY BRKTAB-IDX.
                       10 BRKTAB-SERVICE-NAME        PIC X(30).
                       10 BRKTAB-STATE               PIC X(01).
                               88 BRKTAB-CLOSED              VALUE "C".
                               88 BRKTAB-OPEN                VALUE "O".
                               88 BRKTAB-PROBING             VALUE "P".
                       10 BRKTAB-WINDOW-FILLED       PIC S9(4) COMP-5.
                       10 BRKTAB-NEXT-SLOT           PIC S9(4) COMP-5.
                       10 BRKTAB-WINDOW-FAILURES     PIC S9(4) COMP-5.
                       10 BRKTAB-WINDOW-HUNDREDTHS   PIC S9(9) COMP-5.
                       10 BRKTAB-TRIPPED-AT          PIC S9(9) COMP-5.
                       10 BRKTAB-TRIP-COUNT          PIC S9(4) COMP-5.
                       10 BRKTAB-RECORDS-QUEUED      PIC S9(9) COMP-5.
                       10 BRKTAB-SLOT-FAILED         PIC X(01)
                                                  OCCURS 50 TIMES.
                       10 BRKTAB-SLOT-HUNDREDTHS     PIC S9(9) COMP-5
                                                  OCCURS 50 TIMES.
        01  BREAKER-SWITCHES.
               05 BREAKER-OFF-SW    PIC X(01) VALUE "N".
                       88 BREAKER-OFF        VALUE "Y".
               05 BRKTAB-MATCH-SW   PIC X(01) VALUE "N".
                       88 BRKTAB-MATCH-FOUND VALUE "Y".
               05 BREAKER-DIVERT-SW PIC X(01) VALUE "N".
                       88 BREAKER-DIVERTING  VALUE "Y".
               05 RECORD-QUEUED-SW  PIC X(01) VALUE "N".
                       88 RECORD-QUEUED      VALUE "Y".
               05 BREAKER-CALL-FAILED-SW PIC X(01) VALUE "N".
                       88 BREAKER-CALL-FAILED VALUE "Y".
        01  BRKTAB-FOUND-IDX        USAGE INDEX.
        01  BREAKER-SLOT-SUB        PIC S9(4) COMP-5 VALUE 0.
        01  BREAKER-TIME-NOW        PIC 9(08).
        01  BREAKER-NOW-HUNDREDTHS  PIC S9(9) COMP-5 VALUE 0.
        01  BREAKER-ELAPSED-HUNDREDTHS PIC S9(9) COMP-5 VALUE 0.
        01  BREAKER-RATE-PERCENT    PIC S9(4) COMP-5 VALUE 0.
        01  BREAKER-AVERAGE-HUNDREDTHS PIC S9(9) COMP-5 VALUE 0.
        01  BREAKER-TRIP-REASON     PIC X(12) VALUE SPACES.
        01  RECORDS-QUEUED          PIC S9(9) COMP-5 VALUE 0.
        01  NIGHT-RECORDS-QUEUED    PIC S9(9) COMP-5 VALUE 0.
        01  PACING-CEILING          PIC S9(4) COMP-5 VALUE 0.
        01  PACING-SLEEP-NANOS      PIC S9(9) COMP-5 VALUE 0.

        01  RUN-WINDOW-ACTION       PIC X(01) VALUE "W".
               88 RUN-WINDOW-ENFORCED        VALUE "R".
        01  RUN-WINDOW-GRACE        PIC 9(03) VALUE 0.
      *  The closed accounting periods, loaded whole at startup,
      *  each with what happens to a record dated in it: H parks
      *  it in the warehouse until the period is reopened, R
      *  refuses it.
        01  CLOSED-PERIOD-TABLE.
               05 CLOSED-PERIOD-COUNT PIC S9(4) COMP-5 VALUE 0.
               05 CLOSED-PERIOD-ENTRY OCCURS 1 TO 600 TIMES
                       DEPENDING ON CLOSED-PERIOD-COUNT
                       INDEXED BY CLOSED-PERIOD-IDX.
                       10 CLSPER-PERIOD              PIC 9(06).
                       10 CLSPER-LATE-ACTION         PIC X(01).
                               88 CLSPER-REFUSES            VALUE "R".
        01  CLOSED-PERIOD-SWITCHES.
               05 END-OF-GLPERIOD-SW PIC X(01) VALUE "N".
                       88 END-OF-GLPERIOD    VALUE "Y".
               05 PERIOD-CLOSED-SW  PIC X(01) VALUE "N".
                       88 RECORD-PERIOD-CLOSED VALUE "Y".
        01  CLOSED-PERIOD-FOUND-IDX USAGE INDEX.
      *  The mid-run deadline: armed at startup for a run that
      *  began inside the window, at the window end less the
      *  grace.  The processing loop watches the clock against it
        01  DEADLINE-WINDOW-LENGTH  PIC S9(9) COMP-5 VALUE 0.
        01  DEADLINE-REMAINING      PIC S9(9) COMP-5 VALUE 0.
        01  RECORDS-DATE-ROLLED     PIC S9(9) COMP-5 VALUE 0.
        01  RECORDS-PERIOD-CLOSED   PIC S9(9) COMP-5 VALUE 0.

      *  Date under the business-day test - its serial day number
      *  gives the day of week (serial mod 7: 6 is Saturday, 0 is
                       88 USAGE-LEDGER-PRESENT VALUE "Y".
        01  LIMUSE-DAY-TOTAL        PIC S9(13)V99 VALUE 0.

      *  The future-dated warehouse: the business date a record
      *  must not be dated past to be sent tonight, and whether
      *  the current record is.  A warehouse that will not open
      *  leaves future-dated records nowhere to wait - they are
      *  suspended rather than sent early.
        01  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE SPACES.
        01  WAREHOUSE-STATE.
               05 WAREHOUSE-PRESENT-SW PIC X(01) VALUE "N".
                       88 WAREHOUSE-FILE-PRESENT VALUE "Y".
               05 FUTURE-DATED-SW   PIC X(01) VALUE "N".
                       88 RECORD-FUTURE-DATED VALUE "Y".
        01  WAREHOUSE-BUSINESS-DATE PIC 9(08) VALUE 0.
        01  RECORDS-WAREHOUSED      PIC S9(9) COMP-5 VALUE 0.
        01  WAREHOUSE-OUTCOME-TEXT  PIC X(20) VALUE SPACES.

      *  Watch-list screening: the entries in force, loaded whole
      *  at startup - customer ids and normalized names apart,
      *  each with the entry that listed it - and the hold queue
      *  and log the hits and results go to.  No list, or one with
      *  nothing in force, screens nothing, the run of old.  A
      *  list that cannot be read whole, or a hold queue that
      *  cannot be opened while a list is in force, refuses the
      *  run - a payment to a listed party must never go out
      *  unscreened.
        01  WATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  SCREENING-STATE.
               05 END-OF-WATCH-SW   PIC X(01) VALUE "N".
                       88 END-OF-WATCH-LIST  VALUE "Y".
               05 WATCH-REFUSED-SW  PIC X(01) VALUE "N".
                       88 WATCH-REFUSED      VALUE "Y".
               05 SCREEN-ACTIVE-SW  PIC X(01) VALUE "N".
                       88 SCREENING-ACTIVE   VALUE "Y".
               05 HOLD-PRESENT-SW   PIC X(01) VALUE "N".
                       88 HOLD-FILE-PRESENT  VALUE "Y".
      *  The outcome for the current record: no match, a match on
      *  the id or the name, a reference compliance has already
      *  cleared, or one already on the hold queue undecided or
      *  confirmed - which stays held whatever the list says now.
               05 SCREEN-RESULT-SW  PIC X(01) VALUE "N".
                       88 SCREEN-NO-MATCH    VALUE "N".
                       88 SCREEN-ID-MATCH    VALUE "I".
                       88 SCREEN-NAME-MATCH  VALUE "M".
                       88 SCREEN-PRIOR-HOLD  VALUE "H".
                       88 SCREEN-PRIOR-CLEAR VALUE "C".
                       88 SCREEN-HIT         VALUE "I" "M" "H".
        01  WATCH-ID-TABLE.
               05 WATCH-ID-COUNT    PIC S9(4) COMP-5 VALUE 0.
               05 WATCH-ID-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WATCH-ID-COUNT
                       INDEXED BY WATCH-ID-IDX.
                       10 WIDTAB-CUSTOMER-ID         PIC X(10).
                       10 WIDTAB-ENTRY-ID            PIC X(10).
        01  WATCH-NAME-TABLE.
               05 WATCH-NAME-COUNT  PIC S9(4) COMP-5 VALUE 0.
               05 WATCH-NAME-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WATCH-NAME-COUNT
                       INDEXED BY WATCH-NAME-IDX.
                       10 WNMTAB-NORMAL-NAME         PIC X(30).
                       10 WNMTAB-ENTRY-ID            PIC X(10).
        01  SCREEN-ENTRY-ID         PIC X(10) VALUE SPACES.
        01  SCREEN-NAME-WORK        PIC X(30) VALUE SPACES.
        01  RECORDS-COMPLIANCE-HELD PIC S9(9) COMP-5 VALUE 0.
        01  NIGHT-COMPLIANCE-HELD   PIC S9(9) COMP-5 VALUE 0.
        01  HOLD-OUTCOME-TEXT       PIC X(20) VALUE SPACES.

      *  Stop-payment instructions: those in force tonight -
      *  active and not past their expiry - loaded whole at
      *  startup.  No file, or nothing in force, checks nothing.
      *  A file that cannot be read whole refuses the run - a
      *  payment the customer stopped must never go out because
      *  its stop was left behind.
        01  STOP-FILE-STATUS        PIC X(02) VALUE SPACES.
        01  STOP-STATE.
               05 END-OF-STOPS-SW   PIC X(01) VALUE "N".
                       88 END-OF-STOPS       VALUE "Y".
               05 STOPS-REFUSED-SW  PIC X(01) VALUE "N".
                       88 STOPS-REFUSED      VALUE "Y".
               05 STOPS-ACTIVE-SW   PIC X(01) VALUE "N".
                       88 STOPS-ACTIVE       VALUE "Y".
               05 STOP-MATCH-SW     PIC X(01) VALUE "N".
                       88 STOP-MATCHED       VALUE "Y".
        01  STOP-TABLE.
               05 STOP-COUNT        PIC S9(4) COMP-5 VALUE 0.
               05 STOP-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON STOP-COUNT
                       INDEXED BY STOP-IDX.
                       10 STPTAB-STOP-ID             PIC X(10).
                       10 STPTAB-KIND                PIC X(01).
                               88 STPTAB-BY-REFERENCE VALUE "R".
                       10 STPTAB-REFERENCE-NUM       PIC X(12).
                       10 STPTAB-CUSTOMER-ID         PIC X(10).
                       10 STPTAB-FROM-DATE           PIC 9(08).
                       10 STPTAB-TO-DATE             PIC 9(08).
                       10 STPTAB-AMOUNT              PIC 9(09)V99.
        01  STOP-FOUND-IDX          USAGE INDEX.
        01  STOP-CHECK-DATE         PIC 9(08) VALUE 0.
        01  RECORDS-STOPPED         PIC S9(9) COMP-5 VALUE 0.
        01  NIGHT-RECORDS-STOPPED   PIC S9(9) COMP-5 VALUE 0.
        01  STOP-OUTCOME-TEXT       PIC X(20) VALUE SPACES.

      *  Name normalization for the screening - the same steps
      *  WATCHMNT takes with the listed names, so the two compare
      *  alike: upper case, punctuation to spaces, the words put
      *  in alphabetical order and closed up single-spaced.
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

      *  Behaviour scoring: the customer's profile, read by key as
      *  each record comes up, and the night's running figures
      *  per customer scored so far this run.  No profile file
      *  leaves only the structuring rule, which needs none; a
      *  profile file that will not open refuses the run.
        01  PROFILE-FILE-STATUS     PIC X(02) VALUE SPACES.
        01  FRAUD-SCORING-STATE.
               05 FRAUD-REFUSED-SW  PIC X(01) VALUE "N".
                       88 FRAUD-REFUSED      VALUE "Y".
               05 SCORING-ACTIVE-SW PIC X(01) VALUE "N".
                       88 SCORING-ACTIVE     VALUE "Y".
               05 PROFILE-PRESENT-SW PIC X(01) VALUE "N".
                       88 PROFILE-FILE-PRESENT VALUE "Y".
               05 PROFILE-TRUSTED-SW PIC X(01) VALUE "N".
                       88 PROFILE-TRUSTED    VALUE "Y".
               05 ALERT-OPEN-SW     PIC X(01) VALUE "N".
                       88 ALERT-FILE-OPEN    VALUE "Y".
               05 NIGHT-MATCH-SW    PIC X(01) VALUE "N".
                       88 NIGHT-MATCH-FOUND  VALUE "Y".
               05 NIGHT-FULL-SW     PIC X(01) VALUE "N".
                       88 NIGHT-TABLE-FULL   VALUE "Y".
               05 FRAUD-RULE-SW     PIC X(01) VALUE "N".
                       88 FRAUD-NO-ALERT     VALUE "N".
                       88 FRAUD-VELOCITY     VALUE "V".
                       88 FRAUD-SPIKE        VALUE "S".
                       88 FRAUD-STRUCTURING  VALUE "T".
                       88 FRAUD-ALERTED      VALUE "V" "S" "T".
        01  NIGHT-ACTIVITY-TABLE.
               05 NIGHT-ACTIVITY-COUNT PIC S9(4) COMP-5 VALUE 0.
               05 NIGHT-ACTIVITY-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON NIGHT-ACTIVITY-COUNT
                       INDEXED BY NIGHT-ACTIVITY-IDX.
                       10 NACTAB-CUSTOMER-ID         PIC X(10).
                       10 NACTAB-COUNT               PIC S9(7)
                                                     COMP-5.
                       10 NACTAB-AMOUNT              PIC S9(13)V99.
                       10 NACTAB-LARGEST             PIC S9(11)V99.
                       10 NACTAB-ALERTS              PIC S9(5)
                                                     COMP-5.
        01  NIGHT-FOUND-IDX         USAGE INDEX.
      *  The rule thresholds scored by, defaulted here; each is
      *  taken from FRAUDCFG only where the file gives a number.
        01  FRAUD-SETTINGS.
               05 FRAUD-VELOCITY-FACTOR PIC S9(4) COMP-5 VALUE 5.
               05 FRAUD-VELOCITY-FLOOR PIC S9(9) COMP-5 VALUE 10.
               05 FRAUD-SPIKE-FACTOR PIC S9(4) COMP-5 VALUE 5.
               05 FRAUD-NEAR-PERCENT PIC S9(4) COMP-5 VALUE 90.
               05 FRAUD-NEAR-PIECES PIC S9(4) COMP-5 VALUE 3.
               05 FRAUD-MIN-NIGHTS  PIC S9(4) COMP-5 VALUE 5.
        01  SCORE-CUSTOMER-ID       PIC X(10) VALUE SPACES.
        01  SCORE-CEILING           PIC 9(11)V99 VALUE 0.
        01  SCORE-VELOCITY-LIMIT    PIC S9(9) COMP-5 VALUE 0.
        01  SCORE-SPIKE-LIMIT       PIC S9(13)V99 VALUE 0.
        01  SCORE-NEAR-FLOOR        PIC S9(13)V99 VALUE 0.
        01  RECORDS-FRAUD-HELD      PIC S9(9) COMP-5 VALUE 0.
        01  FRAUD-REASON-TEXT       PIC X(20) VALUE SPACES.

      *  The reply-code dispositions as loaded.  A code the table
      *  does not know keeps the old blanket treatment, skip.
        01  DISPOSITION-TABLE.
               05 CURRENCY-OK-SW    PIC X(01) VALUE "Y".
                       88 CURRENCY-CONVERTED VALUE "Y".
        01  RATES-FOUND-IDX         USAGE INDEX.
      *  The rate history, and the dated rates already looked up
      *  this run - a found flag of N remembers that the history
      *  has no usable rate near that date, so the day's table
      *  serves it without the history being read again.
        01  RATE-HISTORY-STATUS     PIC X(02) VALUE SPACES.
        01  RATE-HISTORY-SWITCHES.
               05 RATE-HISTORY-SW   PIC X(01) VALUE "N".
                       88 RATE-HISTORY-PRESENT VALUE "Y".
               05 DATED-MATCH-SW    PIC X(01) VALUE "N".
                       88 DATED-MATCH-FOUND  VALUE "Y".
               05 DATED-RATE-SW     PIC X(01) VALUE "N".
                       88 DATED-RATE-FOUND   VALUE "Y".
        01  DATED-RATE-TABLE.
               05 DATED-RATE-COUNT  PIC S9(4) COMP-5 VALUE 0.
               05 DATED-RATE-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON DATED-RATE-COUNT
                       INDEXED BY DATED-RATE-IDX.
                       10 DATRAT-CURRENCY-CODE       PIC X(03).
                       10 DATRAT-EFFECTIVE-DATE      PIC 9(08).
                       10 DATRAT-FOUND-FLAG          PIC X(01).
                       10 DATRAT-TO-BOOKING          PIC 9(03)V9(06).
        01  DATED-RATE-FOUND-IDX    USAGE INDEX.
      *  Days the history is searched back from a record's date
      *  for the last rate cut - a weekend and a holiday or two.
        01  DATED-RATE-DAYS-BACK    PIC S9(4) COMP-5 VALUE 7.
        01  DATED-RATE-TRIES        PIC S9(4) COMP-5 VALUE 0.
        01  CONVERSION-RATE         PIC 9(03)V9(06) VALUE 0.
        01  RECORDS-NO-RATE         PIC S9(9) COMP-5 VALUE 0.
        01  CURRENCY-REJECT-REASON  PIC X(12) VALUE SPACES.
        01  ORIG-AMOUNT-TEXT        PIC -(9)9.99.
                       10 ENTTAB-ENTITY-CODE         PIC X(03).
                       10 ENTTAB-DEBIT-ACCOUNT       PIC X(10).
                       10 ENTTAB-CREDIT-ACCOUNT      PIC X(10).
                       10 ENTTAB-FEE-ACCOUNT         PIC X(10).
        01  ENTITY-ACCOUNT-SWITCHES.
               05 END-OF-ENTACC-SW  PIC X(01) VALUE "N".
                       88 END-OF-ENTACC      VALUE "Y".
                       88 ENTACC-MATCH-FOUND VALUE "Y".
        01  GL-DEBIT-ACCOUNT-WORK   PIC X(10) VALUE SPACES.
        01  GL-CREDIT-ACCOUNT-WORK  PIC X(10) VALUE SPACES.
        01  GL-FEE-ACCOUNT-WORK     PIC X(10) VALUE SPACES.

      *  Transaction fees: the tariff as loaded, and the confirmed
      *  bookings waiting for their fee.  A fee is charged in a
      *  pass of its own straight after the bookings it rides on
      *  are settled - never inside a streamed conversation or an
      *  open unit of work, whose outcome the fee must not share.
        01  TARIFF-TABLE.
               05 TARIFF-COUNT      PIC S9(4) COMP-5 VALUE 0.
               05 TARIFF-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON TARIFF-COUNT
                       INDEXED BY TARIFF-IDX.
                       10 TRFTAB-SERVICE-NAME        PIC X(30).
                       10 TRFTAB-BAND-CEILING        PIC 9(09)V99.
                       10 TRFTAB-CUSTOMER-TIER       PIC X(01).
                       10 TRFTAB-FLAT-FEE            PIC 9(05)V99.
                       10 TRFTAB-PERCENT-RATE        PIC 9(02)V9(04).
                       10 TRFTAB-FEE-CAP             PIC 9(05)V99.
        01  TARIFF-SWITCHES.
               05 END-OF-TARIFF-SW  PIC X(01) VALUE "N".
                       88 END-OF-TARIFF      VALUE "Y".
               05 TARIFF-MATCH-SW   PIC X(01) VALUE "N".
                       88 TARIFF-MATCH-FOUND VALUE "Y".
               05 FEE-CALL-SW       PIC X(01) VALUE "N".
                       88 FEE-CALL-ACTIVE    VALUE "Y".
        01  TARIFF-FOUND-IDX        USAGE INDEX.
        01  TARIFF-RANK             PIC S9(4) COMP-5 VALUE 0.
        01  TARIFF-BEST-RANK        PIC S9(4) COMP-5 VALUE 0.
        01  TARIFF-BEST-CEILING     PIC 9(09)V99 VALUE 0.
        01  FEE-QUEUE-TABLE.
               05 FEE-QUEUE-COUNT   PIC S9(4) COMP-5 VALUE 0.
               05 FEE-QUEUE-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON FEE-QUEUE-COUNT
                       INDEXED BY FEE-QUEUE-IDX.
                       10 FEEQ-REFERENCE-NUM         PIC X(12).
                       10 FEEQ-CUSTOMER-ID           PIC X(10).
                       10 FEEQ-AMOUNT                PIC S9(9)V99.
                       10 FEEQ-EFFECTIVE-DATE        PIC 9(08).
                       10 FEEQ-SERVICE-NAME          PIC X(30).
                       10 FEEQ-ENTITY-CODE           PIC X(03).
        01  FEE-TIER-WORK           PIC X(01) VALUE SPACE.
        01  FEE-COMPUTED-WORK       PIC S9(11)V99 VALUE 0.
        01  FEE-ORIG-REFERENCE-WORK PIC X(12) VALUE SPACES.
        01  FEE-ORIG-AMOUNT-WORK    PIC S9(9)V99 VALUE 0.
        01  FEE-OUTCOME-WORK        PIC X(01) VALUE SPACE.
               88 FEE-OUTCOME-FAILED         VALUE "F".
      *  The call in hand when the fee pass starts - put back
      *  whole once the fees are booked.
        01  FEE-SAVED-SEND-RECORD   PIC X(36).
        01  FEE-SAVED-RECV-RECORD   PIC X(36).
        01  FEE-SAVED-CURRENCY      PIC X(48).
        01  FEE-SAVED-SERVICE-NAME  PIC X(30).
        01  FEE-SAVED-ACTION        PIC X(01).
        01  FEE-COUNTERS.
               05 FEES-BOOKED       PIC S9(9) COMP-5 VALUE 0.
               05 FEES-FAILED       PIC S9(9) COMP-5 VALUE 0.
               05 FEES-REVERSED     PIC S9(9) COMP-5 VALUE 0.
               05 FEES-NOT-ASSESSED PIC S9(9) COMP-5 VALUE 0.
        01  FEE-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.

      *  The masking rule in force for the output file, if one is
      *  on the rules file, and the work fields the mask is built
                       88 UOW-NO-TRANSACTION VALUE "Y".
        01  SAVED-CALL-NAME         PIC X(10) VALUE SPACES.

      *  The control files whose contents decide how a run
      *  behaves, fingerprinted at startup - presence, record
      *  count and checksum - and snapshotted whole against the
      *  run ids they governed, so two nights that behaved
      *  differently can be put side by side.
        01  CONTROL-FILE-NAMES.
               05 FILLER            PIC X(10) VALUE "ROUTES".
               05 FILLER            PIC X(10) VALUE "DISPTAB".
               05 FILLER            PIC X(10) VALUE "PACECFG".
               05 FILLER            PIC X(10) VALUE "BREAKCFG".
               05 FILLER            PIC X(10) VALUE "LIMITS".
               05 FILLER            PIC X(10) VALUE "BUSCAL".
               05 FILLER            PIC X(10) VALUE "FXRATES".
               05 FILLER            PIC X(10) VALUE "ENTACCTS".
               05 FILLER            PIC X(10) VALUE "MASKRUL".
               05 FILLER            PIC X(10) VALUE "DOMAINCFG".
               05 FILLER            PIC X(10) VALUE "PARTCFG".
               05 FILLER            PIC X(10) VALUE "SVCCAT".
               05 FILLER            PIC X(10) VALUE "OPERAUTH".
               05 FILLER            PIC X(10) VALUE "TARIFF".
               05 FILLER            PIC X(10) VALUE "FRAUDCFG".
               05 FILLER            PIC X(10) VALUE "GLPERIOD".
        01  CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-NAMES.
               05 CTLFIL-NAME       PIC X(10) OCCURS 16 TIMES.
        01  CONTROL-FILE-COUNT      PIC S9(4) COMP-5 VALUE 16.
        01  CONTROL-FINGERPRINTS.
               05 CTLFP-ENTRY OCCURS 16 TIMES.
                       10 CTLFP-PRESENT-FLAG         PIC X(01).
                       10 CTLFP-RECORD-COUNT         PIC S9(9) COMP-5.
                       10 CTLFP-CHECKSUM             PIC S9(9) COMP-5.
        01  CONTROL-FILE-SUB        PIC S9(4) COMP-5 VALUE 0.
        01  CONTROL-SNAP-NAME       PIC X(10) VALUE SPACES.
        01  CTLIN-FILE-STATUS       PIC X(02) VALUE SPACES.
        01  CONTROL-SNAP-SWITCHES.
               05 END-OF-CTLIN-SW   PIC X(01) VALUE "N".
                       88 END-OF-CTLIN       VALUE "Y".
               05 CONTROL-COPY-SW   PIC X(01) VALUE "N".
                       88 CONTROL-COPY-PASS  VALUE "Y".
        01  CONTROL-SCAN-PRESENT    PIC X(01) VALUE "N".
        01  CONTROL-SCAN-COUNT      PIC S9(9) COMP-5 VALUE 0.
        01  CONTROL-SCAN-CHECKSUM   PIC S9(9) COMP-5 VALUE 0.
        01  CONTROL-LINE-SUM        PIC S9(18) COMP-5 VALUE 0.
        01  CONTROL-SUM-WORK        PIC S9(18) COMP-5 VALUE 0.
        01  CONTROL-SUM-QUOTIENT    PIC S9(18) COMP-5 VALUE 0.
        01  CONTROL-CHAR-SUB        PIC S9(4) COMP-5 VALUE 0.
        01  CONTROL-COUNT-TEXT      PIC 9(09) VALUE 0.
        01  CONTROL-CHECKSUM-TEXT   PIC 9(09) VALUE 0.
      *  The run id the execution's full copy sits under - taken
      *  at its first run id, pointed back to by every later one.
        01  SNAPSHOT-COPY-RUN-ID    PIC 9(08) VALUE 0.

      *  Progress through the service catalog, and the outcome of
      *  checking TARGET-SERVICE-NAME against it before the run
      *  starts.
                PERFORM READ-PARTITION-CONFIG
                PERFORM LOAD-OPERATOR-AUTHORITY
                PERFORM LOAD-PACING-CONFIG
                PERFORM READ-BREAKER-CONFIG
                PERFORM LOAD-BUSINESS-CALENDAR
                PERFORM LOAD-CLOSED-PERIODS
                PERFORM CHECK-RUN-WINDOW
                PERFORM ARM-WINDOW-DEADLINE
                PERFORM LOAD-EXCHANGE-RATES
                PERFORM LOAD-ENTITY-ACCOUNTS
                PERFORM LOAD-TRANSACTION-TARIFF
                PERFORM LOAD-MASKING-RULES
                PERFORM LOAD-DAILY-LIMITS
                PERFORM OPEN-CUSTOMER-MASTER
                IF NOT REVERSAL-MODE
                     PERFORM LOAD-WATCH-LIST
                     PERFORM LOAD-STOP-INSTRUCTIONS
                     PERFORM OPEN-BEHAVIOUR-SCORING
                END-IF
                PERFORM VALIDATE-SERVICE-CATALOG
                PERFORM LOAD-ROUTING-RULES
                PERFORM LOAD-INPUT-MANIFEST
                PERFORM PROJECT-WINDOW-FIT
                PERFORM FINGERPRINT-CONTROL-FILES
                IF CATALOG-VALIDATION-FAILED OR RUN-WINDOW-REFUSED
                     OR RATES-REFUSED OR LIMITS-REFUSED
                     OR ROUTES-REFUSED OR MASTER-REFUSED
                     OR MANIFEST-REFUSED OR WINFIT-REFUSED
                     OR WATCH-REFUSED OR FRAUD-REFUSED
                     OR STOPS-REFUSED
                     CONTINUE
                ELSE
                     IF REVERSAL-MODE
           OPEN EXTEND AUDIT-FILE.
           PERFORM LOAD-DISPOSITION-TABLE.
           PERFORM OPEN-REFERENCE-REGISTRY.
           PERFORM OPEN-FUTURE-WAREHOUSE.
      *  A refused restart stops the night whole - the operator
      *  must reconcile the checkpoint and the file before
      *  anything more runs.
           IF REGISTRY-FILE-PRESENT
                CLOSE REGISTRY-FILE
           END-IF.
           IF WAREHOUSE-FILE-PRESENT
                CLOSE FUTURE-WAREHOUSE-FILE
           END-IF.
           IF HOLD-FILE-PRESENT
                CLOSE COMPLIANCE-HOLD-FILE
                CLOSE SCREENING-LOG-FILE
           END-IF.
           IF STOPS-ACTIVE
                CLOSE STOP-INSTRUCTION-FILE
                IF NOT DRY-RUN-MODE
                     CLOSE STOPPED-PAYMENT-FILE
                END-IF
           END-IF.
           PERFORM CLOSE-BEHAVIOUR-SCORING.
           CLOSE AUDIT-FILE.
           PERFORM CLOSE-BATCH-FILES.
      *  A night that ran to its end clears the checkpoint - left
                PERFORM DISPLAY-NIGHT-SUMMARY
           END-IF.
           PERFORM DISPLAY-SERVICE-COUNTERS.
           PERFORM DISPLAY-BREAKER-SUMMARY.
           PERFORM DISPLAY-CALL-STATS.
           PERFORM WRITE-SERVICE-STATS.
           PERFORM DISPLAY-DATE-BALANCING.
           PERFORM DISPLAY-CURRENCY-TOTALS.
           PERFORM DISPLAY-FEE-TOTALS.
           PERFORM WRITE-GL-POSTING-FILE.
           PERFORM SEND-COMPLETION-ALERT.

           PERFORM LOAD-DISPOSITION-TABLE.
           PERFORM ASSIGN-RUN-ID.
           PERFORM WRITE-RUN-START-RECORD.
           PERFORM SNAPSHOT-CONTROL-FILES.
           OPEN INPUT REVERSAL-INPUT-FILE.
           PERFORM READ-REVERSAL-RECORD.
           PERFORM REVERSE-ONE-REFERENCE
           DISPLAY "Reversed:          " RECORDS-REVERSED.
           DISPLAY "Refused:           " RECORDS-REJECTED.
           DISPLAY "Failed:            " RECORDS-FAILED.
           DISPLAY "Fees reversed:     " FEES-REVERSED.
           DISPLAY "Fee reversals failed: " FEES-FAILED.
           PERFORM DISPLAY-CALL-STATS.
           PERFORM WRITE-SERVICE-STATS.
           PERFORM DISPLAY-DATE-BALANCING.
                          DELIMITED BY SIZE
                          INTO BATCH-OUTPUT-RECORD
                     PERFORM WRITE-OUTPUT-RECORD
                     PERFORM REVERSE-TRANSACTION-FEE
                ELSE
                     PERFORM FAIL-REVERSAL-OUTCOME
                END-IF
           ELSE
                PERFORM ASSIGN-RUN-ID
                PERFORM WRITE-RUN-START-RECORD
                PERFORM SNAPSHOT-CONTROL-FILES
                OPEN INPUT BATCH-INPUT-FILE
                PERFORM VERIFY-BATCH-HEADER
                IF CONTROL-CHECK-FAILED
                     IF STREAM-ACTIVE
                          PERFORM COLLECT-STREAM-RESULTS
                     END-IF
                     PERFORM BOOK-FEES-IF-DUE
                     CLOSE BATCH-INPUT-FILE
                     PERFORM VERIFY-BATCH-TRAILER
                     PERFORM WRITE-RUN-END-RECORD
           MOVE 0 TO RECORDS-REJECTED.
           MOVE 0 TO RECORDS-SUSPENDED.
           MOVE 0 TO RECORDS-DUPLICATE.
           MOVE 0 TO RECORDS-WAREHOUSED.
           MOVE 0 TO RECORDS-QUEUED.
           MOVE 0 TO RECORDS-COMPLIANCE-HELD.
           MOVE 0 TO RECORDS-STOPPED.
           MOVE 0 TO RECORDS-OTHER-PARTITION.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO STREAM-RESULTS-COUNT.
           ADD RECORDS-REJECTED TO NIGHT-RECORDS-REJECTED.
           ADD RECORDS-SUSPENDED TO NIGHT-RECORDS-SUSPENDED.
           ADD RECORDS-DUPLICATE TO NIGHT-RECORDS-DUPLICATE.
           ADD RECORDS-WAREHOUSED TO NIGHT-RECORDS-WAREHOUSED.
           ADD RECORDS-COMPLIANCE-HELD TO NIGHT-COMPLIANCE-HELD.
           ADD RECORDS-STOPPED TO NIGHT-RECORDS-STOPPED.
           ADD RECORDS-QUEUED TO NIGHT-RECORDS-QUEUED.
           ADD 1 TO NIGHT-FILES-DONE.
           IF CONTROL-CHECK-FAILED
                SET NIGHT-CONTROL-FAILED TO TRUE
           DISPLAY "Records rejected:  " RECORDS-REJECTED.
           DISPLAY "Records suspended: " RECORDS-SUSPENDED.
           DISPLAY "Duplicates skipped:" RECORDS-DUPLICATE.
           IF RECORDS-WAREHOUSED > 0
                DISPLAY "Future-dated held: " RECORDS-WAREHOUSED
           END-IF.
           IF RECORDS-COMPLIANCE-HELD > 0
                DISPLAY "Compliance held:   " RECORDS-COMPLIANCE-HELD
           END-IF.
           IF RECORDS-STOPPED > 0
                DISPLAY "Payments stopped:  " RECORDS-STOPPED
           END-IF.
           IF RECORDS-QUEUED > 0
                DISPLAY "Breaker queued:    " RECORDS-QUEUED
           END-IF.
           IF RUN-IS-PARTITIONED
                DISPLAY "Other partitions:  "
                     RECORDS-OTHER-PARTITION
           IF RECORDS-DATE-ROLLED > 0
                DISPLAY "Dates rolled:      " RECORDS-DATE-ROLLED
           END-IF.
           IF RECORDS-PERIOD-CLOSED > 0
                DISPLAY "Closed period:     " RECORDS-PERIOD-CLOSED
           END-IF.
           IF RECORDS-OVER-LIMIT > 0
                DISPLAY "Over daily limit:  " RECORDS-OVER-LIMIT
           END-IF.
           IF RECORDS-FRAUD-HELD > 0
                DISPLAY "Fraud rules held:  " RECORDS-FRAUD-HELD
           END-IF.

        DISPLAY-NIGHT-SUMMARY.
           DISPLAY "===== Night summary: " NIGHT-FILES-DONE
           DISPLAY "Records rejected:  " NIGHT-RECORDS-REJECTED.
           DISPLAY "Records suspended: " NIGHT-RECORDS-SUSPENDED.
           DISPLAY "Duplicates skipped:" NIGHT-RECORDS-DUPLICATE.
           IF NIGHT-RECORDS-WAREHOUSED > 0
                DISPLAY "Future-dated held: "
                     NIGHT-RECORDS-WAREHOUSED
           END-IF.
           IF NIGHT-COMPLIANCE-HELD > 0
                DISPLAY "Compliance held:   " NIGHT-COMPLIANCE-HELD
           END-IF.
           IF NIGHT-RECORDS-STOPPED > 0
                DISPLAY "Payments stopped:  " NIGHT-RECORDS-STOPPED
           END-IF.
           IF NIGHT-RECORDS-QUEUED > 0
                DISPLAY "Breaker queued:    " NIGHT-RECORDS-QUEUED
           END-IF.
           IF NIGHT-CONTROL-FAILED
                DISPLAY "One or more files FAILED their control "
                     "checks - the night does NOT balance"
                OPEN EXTEND BATCH-OUTPUT-FILE
                OPEN EXTEND REJECT-FILE
                OPEN EXTEND SUSPENSE-FILE
                OPEN EXTEND FEE-OUTPUT-FILE
           ELSE
                PERFORM CHECK-OUTPUTS-ROLLED
                IF OUTPUT-UNROLLED
                     OPEN OUTPUT BATCH-OUTPUT-FILE
                     OPEN OUTPUT REJECT-FILE
                     OPEN OUTPUT SUSPENSE-FILE
                     OPEN OUTPUT FEE-OUTPUT-FILE
                     ACCEPT RESUB-HDR-DATE FROM DATE YYYYMMDD
                     WRITE BATCH-REJECT-RECORD
                          FROM RESUBMIT-HEADER
           CLOSE BATCH-OUTPUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE FEE-OUTPUT-FILE.
      *  The keyed master and the usage ledger stay open for the
      *  whole run - this is their one close.
           IF MASTER-FILE-PRESENT
                IF UOW-MODE
                     PERFORM COMMIT-CURRENT-GROUP
                END-IF
                PERFORM BOOK-FEES-IF-DUE
                OPEN OUTPUT CHECKPOINT-FILE
                MOVE MANIFEST-SUB TO CHECKPOINT-FILE-SEQ
                MOVE RECORDS-READ TO CHECKPOINT-RECORD-ORDINAL
                     PERFORM REJECT-BAD-AMOUNT
                ELSE
                     PERFORM CHECK-REFERENCE-REGISTRY
                     PERFORM CHECK-FUTURE-DATED
                     PERFORM CHECK-CLOSED-PERIOD
                     EVALUATE TRUE
                          WHEN REFERENCE-DUPLICATE
                               PERFORM SKIP-DUPLICATE-RECORD
                          WHEN RECORD-FUTURE-DATED
                               PERFORM WAREHOUSE-FUTURE-RECORD
                          WHEN RECORD-PERIOD-CLOSED
                               PERFORM HOLD-CLOSED-PERIOD-RECORD
                          WHEN OTHER
                               PERFORM CONVERT-AND-DISPATCH
                     END-EVALUATE
                END-IF
           END-IF.

      *  handled - leave the checkpoint where it was and stop
      *  reading, so a restart picks this same record back up
      *  instead of the run having checkpointed past it.
           PERFORM BOOK-FEES-IF-DUE.
           IF NOT ACTION-ABORT
      *  The stamp names the record the checkpoint ordinal
      *  counts - every record read, an out-of-partition one
                PERFORM READ-INPUT-RECORD
           END-IF.

      *  Not dated past tonight: converted to the booking
      *  currency and, if the rates cover it, dispatched.
        CONVERT-AND-DISPATCH.
           PERFORM CONVERT-CURRENCY-AMOUNT.
           IF NOT CURRENCY-CONVERTED
                PERFORM REJECT-UNKNOWN-CURRENCY
           ELSE
                PERFORM DISPATCH-CHECKED-RECORD
           END-IF.

      *****************************************************
      *  The record is in this stream, not a duplicate and in a
      *  currency the rates cover - the watch-list screening,
      *  the customer standing, the behaviour rules and the limit
      *  check decide whether it is finally sent.  A screening
      *  hit goes to the compliance hold whatever the master
      *  says of the customer, and ahead of any stop - a listed
      *  party's payment is compliance's to see.  A record a
      *  customer's stop-payment instruction covers goes to the
      *  stopped-payments file, whatever else could be said of
      *  it, and is never sent.
      *****************************************************
        DISPATCH-CHECKED-RECORD.
           PERFORM CHECK-CUSTOMER-MASTER.
           MOVE "N" TO SCREEN-RESULT-SW.
           IF SCREENING-ACTIVE
                PERFORM SCREEN-WATCH-LIST
           END-IF.
           MOVE "N" TO STOP-MATCH-SW.
           IF STOPS-ACTIVE
                PERFORM CHECK-STOP-INSTRUCTIONS
           END-IF.
           EVALUATE TRUE
                WHEN SCREEN-HIT
                     PERFORM HOLD-FOR-COMPLIANCE
                WHEN STOP-MATCHED
                     PERFORM DIVERT-STOPPED-PAYMENT
                WHEN CUSTOMER-ACCEPTED
                     MOVE "N" TO FRAUD-RULE-SW
                     IF SCORING-ACTIVE
                          PERFORM SCORE-CUSTOMER-BEHAVIOUR
                     END-IF
                     IF FRAUD-ALERTED
                          PERFORM SUSPEND-FOR-BEHAVIOUR
                     ELSE
                          PERFORM CHECK-DAILY-LIMIT
                          IF LIMIT-BREACHED
                               PERFORM SUSPEND-OVER-LIMIT
                          ELSE
                               PERFORM CALL-ONE-RECORD
                          END-IF
                     END-IF
                WHEN CUSTOMER-UNKNOWN
                     PERFORM REJECT-UNKNOWN-CUSTOMER
      *  On a streamed run, records for the streamed service go
      *  down the open conversation; their outcomes are written
      *  when the consolidated results come back.  Records routed
      *  elsewhere still go by individual TPCALL.  An individual
      *  call first asks the service's breaker: a service that
      *  has tripped gets its records parked on its queue for
      *  DEQUECLI instead of called, while the rest carry on.
           EVALUATE TRUE
                WHEN STREAM-ACTIVE
                     AND ROUTED-SERVICE-NAME = TARGET-SERVICE-NAME
                     PERFORM UOW-CALL-RECORD
                WHEN OTHER
                     MOVE SPACES TO RECV-RECORD
                     MOVE "N" TO RECORD-QUEUED-SW
                     IF DRY-RUN-MODE
                          PERFORM SIMULATE-TPCALL
                     ELSE
                          PERFORM CHECK-SERVICE-BREAKER
                          IF BREAKER-DIVERTING
                               PERFORM DIVERT-TO-SERVICE-QUEUE
                          ELSE
                               PERFORM ENFORCE-CALL-PACING
                               PERFORM DO-TPCALL-WITH-RETRY
                               PERFORM RECORD-BREAKER-OUTCOME
                          END-IF
                     END-IF
                     IF RECORD-QUEUED
                          PERFORM WRITE-QUEUED-OUTCOME
                     ELSE
                          PERFORM TALLY-SERVICE-COUNTER
                          PERFORM WRITE-CALL-OUTCOME
                     END-IF
           END-EVALUATE.

      *****************************************************
      *  its records are dispositioned either way, and a restart
      *  must not resubmit them.
        WRITE-GROUP-CHECKPOINT.
           PERFORM BOOK-FEES-IF-DUE.
           IF NOT DRY-RUN-MODE
                OPEN OUTPUT CHECKPOINT-FILE
                MOVE MANIFEST-SUB TO CHECKPOINT-FILE-SEQ
                     PERFORM RECORD-PROCESSED-REFERENCE
                     PERFORM TALLY-DATE-BALANCE
                     PERFORM TALLY-CURRENCY-TOTALS
                     IF TARIFF-COUNT > 0
                          PERFORM QUEUE-TRANSACTION-FEE
                     END-IF
                     STRING "OK    "
                          BIZREC-CUSTOMER-ID OF SEND-RECORD
                          SEND-AMOUNT-TEXT
           MOVE APPL-RETURN-CODE TO REJECT-RETURN-CODE.
           MOVE SPACE TO REJECT-REASON-SUFFIX(1:1).
           MOVE REJECT-REASON-WORK TO REJECT-REASON-TEXT.
           MOVE SPACES TO REJECT-SOURCE-SUFFIX.
           MOVE CURRENT-SOURCE-ID TO REJECT-SOURCE-ID.
           WRITE BATCH-REJECT-RECORD.
           ADD 1 TO REJECT-RECORD-COUNT.
           ADD BIZCUR-ORIG-AMOUNT TO REJECT-HASH-TOTAL.

      *  An entry whose effective date has not arrived is as
      *  unusable as a blocked one - the booking would predate the
      *  customer's own standing.  A dormant customer is held
      *  under a reason of its own, so the record waits in
      *  suspense for the customer's reactivation.
        JUDGE-CUSTOMER-STANDING.
           EVALUATE TRUE
                WHEN CUSMST-STANDING-DORMANT
                     SET CUSTOMER-DORMANT TO TRUE
                WHEN NOT CUSMST-STANDING-ACTIVE
                     SET CUSTOMER-BARRED TO TRUE
                WHEN CUSMST-EFFECTIVE-DATE NUMERIC
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *****************************************************
      *  Fingerprint every control file as the run found it:
      *  present or not, how many records, and a checksum that
      *  moves with any character changed, added, dropped or
      *  reordered - each line weighed character by position,
      *  the lines chained in file order.  The figures go to the
      *  job log here and onto the snapshot with each run id.
      *****************************************************
        FINGERPRINT-CONTROL-FILES.
           MOVE "N" TO CONTROL-COPY-SW.
           PERFORM FINGERPRINT-ONE-CONTROL-FILE
                VARYING CONTROL-FILE-SUB FROM 1 BY 1
                UNTIL CONTROL-FILE-SUB > CONTROL-FILE-COUNT.

        FINGERPRINT-ONE-CONTROL-FILE.
           PERFORM SCAN-ONE-CONTROL-FILE.
           MOVE CONTROL-SCAN-PRESENT TO
                CTLFP-PRESENT-FLAG(CONTROL-FILE-SUB).
           MOVE CONTROL-SCAN-COUNT TO
                CTLFP-RECORD-COUNT(CONTROL-FILE-SUB).
           MOVE CONTROL-SCAN-CHECKSUM TO
                CTLFP-CHECKSUM(CONTROL-FILE-SUB).
           IF CONTROL-SCAN-PRESENT = "Y"
                MOVE CONTROL-SCAN-COUNT TO CONTROL-COUNT-TEXT
                MOVE CONTROL-SCAN-CHECKSUM TO CONTROL-CHECKSUM-TEXT
                DISPLAY "Control " CTLFIL-NAME(CONTROL-FILE-SUB)
                     " records " CONTROL-COUNT-TEXT
                     " checksum " CONTROL-CHECKSUM-TEXT
           ELSE
                DISPLAY "Control " CTLFIL-NAME(CONTROL-FILE-SUB)
                     " not present"
           END-IF.

      *  One pass over one control file: fingerprinted always,
      *  and on the copy pass every line goes onto the snapshot
      *  as it is read.
        SCAN-ONE-CONTROL-FILE.
           MOVE CTLFIL-NAME(CONTROL-FILE-SUB) TO CONTROL-SNAP-NAME.
           MOVE 0 TO CONTROL-SCAN-COUNT.
           MOVE 0 TO CONTROL-SCAN-CHECKSUM.
           MOVE "N" TO END-OF-CTLIN-SW.
           OPEN INPUT CONTROL-SNAP-INPUT-FILE.
           IF CTLIN-FILE-STATUS = "00"
                MOVE "Y" TO CONTROL-SCAN-PRESENT
                PERFORM READ-CONTROL-LINE
                PERFORM TAKE-ONE-CONTROL-LINE UNTIL END-OF-CTLIN
           ELSE
                MOVE "N" TO CONTROL-SCAN-PRESENT
           END-IF.
           CLOSE CONTROL-SNAP-INPUT-FILE.

        READ-CONTROL-LINE.
           READ CONTROL-SNAP-INPUT-FILE
                AT END SET END-OF-CTLIN TO TRUE
           END-READ.

        TAKE-ONE-CONTROL-LINE.
           ADD 1 TO CONTROL-SCAN-COUNT.
           MOVE 0 TO CONTROL-LINE-SUM.
           PERFORM SUM-ONE-CONTROL-CHAR
                VARYING CONTROL-CHAR-SUB FROM 1 BY 1
                UNTIL CONTROL-CHAR-SUB > LENGTH OF CTLIN-LINE.
           COMPUTE CONTROL-SUM-WORK =
                CONTROL-SCAN-CHECKSUM * 31 + CONTROL-LINE-SUM.
           DIVIDE CONTROL-SUM-WORK BY 999999937
                GIVING CONTROL-SUM-QUOTIENT
                REMAINDER CONTROL-SCAN-CHECKSUM.
           IF CONTROL-COPY-PASS
                MOVE SPACES TO CONTROL-SNAPSHOT-RECORD
                MOVE CURRENT-RUN-ID TO CTLSNP-RUN-ID
                SET CTLSNP-LINE TO TRUE
                MOVE CONTROL-SNAP-NAME TO CTLSNP-FILE-NAME
                MOVE CONTROL-SCAN-COUNT TO CTLSNP-LINE-SEQ
                MOVE CTLIN-LINE TO CTLSNP-LINE-TEXT
                WRITE CONTROL-SNAPSHOT-RECORD
           END-IF.
           PERFORM READ-CONTROL-LINE.

        SUM-ONE-CONTROL-CHAR.
           COMPUTE CONTROL-LINE-SUM = CONTROL-LINE-SUM
                + FUNCTION ORD(CTLIN-LINE(CONTROL-CHAR-SUB:1))
                     * CONTROL-CHAR-SUB.

      *****************************************************
      *  Put the startup fingerprints on the snapshot against
      *  the run id just assigned.  The execution's first run id
      *  also takes the full copy of every file; a file found
      *  changed between startup and the copy is called out, as
      *  the copy is then not quite what the run loaded.
      *****************************************************
        SNAPSHOT-CONTROL-FILES.
           OPEN EXTEND CONTROL-SNAPSHOT-FILE.
           IF SNAPSHOT-COPY-RUN-ID = 0
                MOVE CURRENT-RUN-ID TO SNAPSHOT-COPY-RUN-ID
                SET CONTROL-COPY-PASS TO TRUE
                PERFORM COPY-ONE-CONTROL-FILE
                     VARYING CONTROL-FILE-SUB FROM 1 BY 1
                     UNTIL CONTROL-FILE-SUB > CONTROL-FILE-COUNT
                MOVE "N" TO CONTROL-COPY-SW
           END-IF.
           PERFORM WRITE-ONE-FINGERPRINT
                VARYING CONTROL-FILE-SUB FROM 1 BY 1
                UNTIL CONTROL-FILE-SUB > CONTROL-FILE-COUNT.
           CLOSE CONTROL-SNAPSHOT-FILE.

        COPY-ONE-CONTROL-FILE.
           PERFORM SCAN-ONE-CONTROL-FILE.
           IF CONTROL-SCAN-PRESENT NOT =
                CTLFP-PRESENT-FLAG(CONTROL-FILE-SUB)
                OR CONTROL-SCAN-COUNT NOT =
                     CTLFP-RECORD-COUNT(CONTROL-FILE-SUB)
                OR CONTROL-SCAN-CHECKSUM NOT =
                     CTLFP-CHECKSUM(CONTROL-FILE-SUB)
                DISPLAY "Control " CTLFIL-NAME(CONTROL-FILE-SUB)
                     " changed since startup - the snapshot copy "
                     "is of the changed file"
           END-IF.

        WRITE-ONE-FINGERPRINT.
           MOVE SPACES TO CONTROL-SNAPSHOT-RECORD.
           MOVE CURRENT-RUN-ID TO CTLSNP-RUN-ID.
           SET CTLSNP-FINGERPRINT TO TRUE.
           MOVE CTLFIL-NAME(CONTROL-FILE-SUB) TO CTLSNP-FILE-NAME.
           MOVE CTLFP-PRESENT-FLAG(CONTROL-FILE-SUB) TO
                CTLSNP-PRESENT-FLAG.
           MOVE CTLFP-RECORD-COUNT(CONTROL-FILE-SUB) TO
                CTLSNP-RECORD-COUNT.
           MOVE CTLFP-CHECKSUM(CONTROL-FILE-SUB) TO CTLSNP-CHECKSUM.
           MOVE SNAPSHOT-COPY-RUN-ID TO CTLSNP-COPY-RUN-ID.
           ACCEPT CTLSNP-SNAP-DATE FROM DATE YYYYMMDD.
           ACCEPT CTLSNP-SNAP-TIME FROM TIME.
           WRITE CONTROL-SNAPSHOT-RECORD.

      *****************************************************
      *  Append the end record: final counts and how the run
      *  finished - complete, refused/failed on controls, or
                          BALTAB-SERVICE-NAME(BALANCE-IDX)
                     MOVE BIZCUR-ENTITY-CODE TO
                          BALTAB-ENTITY-CODE(BALANCE-IDX)
                     MOVE BALANCE-KIND-WORK TO
                          BALTAB-BUCKET-KIND(BALANCE-IDX)
                     MOVE 0 TO BALTAB-RECORD-COUNT(BALANCE-IDX)
                     MOVE 0 TO BALTAB-SENT-AMOUNT(BALANCE-IDX)
                     MOVE 0 TO BALTAB-RECV-AMOUNT(BALANCE-IDX)
                     ROUTED-SERVICE-NAME
                AND BALTAB-ENTITY-CODE(BALANCE-IDX) =
                     BIZCUR-ENTITY-CODE
                AND BALTAB-BUCKET-KIND(BALANCE-IDX) =
                     BALANCE-KIND-WORK
                SET BALANCE-MATCH-FOUND TO TRUE
                SET BALANCE-FOUND-IDX TO BALANCE-IDX
           END-IF.
           END-IF.

        DISPLAY-ONE-BALANCE-BUCKET.
           IF BALTAB-FEE-BUCKET(BALANCE-IDX)
                DISPLAY "  fees on service "
                     BALTAB-SERVICE-NAME(BALANCE-IDX)
                     " entity " BALTAB-ENTITY-CODE(BALANCE-IDX)
           ELSE
                DISPLAY "  service "
                     BALTAB-SERVICE-NAME(BALANCE-IDX)
                     " entity " BALTAB-ENTITY-CODE(BALANCE-IDX)
           END-IF.
           MOVE BALTAB-SENT-AMOUNT(BALANCE-IDX) TO
                BALANCE-AMOUNT-TEXT.
           MOVE BALTAB-RECV-AMOUNT(BALANCE-IDX) TO
           MOVE BALTAB-EFFECTIVE-DATE(BALANCE-IDX) TO
                GL-POSTING-DATE.
           MOVE BALTAB-SERVICE-NAME(BALANCE-IDX) TO GL-SERVICE-NAME.
           MOVE BALTAB-ENTITY-CODE(BALANCE-IDX) TO GL-ENTITY-CODE.
           IF GL-ENTITY-CODE = SPACES
                MOVE DEFAULT-ENTITY-CODE TO GL-ENTITY-CODE
           END-IF.
           PERFORM FIND-ENTITY-ACCOUNTS.
      *  A fee bucket posts as its own pair, marked FEE: ahead of
      *  the service so the settlement checks downstream can
      *  tell it from the bookings: the clearing account debited
      *  and the entity's fee income credited.
           IF BALTAB-FEE-BUCKET(BALANCE-IDX)
                MOVE SPACES TO GL-SERVICE-NAME
                STRING "FEE:" BALTAB-SERVICE-NAME(BALANCE-IDX)(1:26)
                     DELIMITED BY SIZE INTO GL-SERVICE-NAME
                MOVE GL-FEE-ACCOUNT-WORK TO GL-CREDIT-ACCOUNT-WORK
           END-IF.
      *  A reversal run books the offsetting pair: credit the
      *  entity's clearing account and debit its control account
      *  for the positive original amount, instead of a negative
        FIND-ENTITY-ACCOUNTS.
           MOVE "SETTLECLR " TO GL-DEBIT-ACCOUNT-WORK.
           MOVE "BATCHCTRL " TO GL-CREDIT-ACCOUNT-WORK.
           MOVE "FEEINCOME " TO GL-FEE-ACCOUNT-WORK.
           MOVE "N" TO ENTACC-MATCH-SW.
           PERFORM MATCH-ONE-ENTITY-ACCOUNT
                VARYING ENTACC-IDX FROM 1 BY 1
                     GL-DEBIT-ACCOUNT-WORK
                MOVE ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX) TO
                     GL-CREDIT-ACCOUNT-WORK
                IF ENTTAB-FEE-ACCOUNT(ENTACC-IDX) NOT = SPACES
                     MOVE ENTTAB-FEE-ACCOUNT(ENTACC-IDX) TO
                          GL-FEE-ACCOUNT-WORK
                END-IF
           END-IF.

      *****************************************************
                ENTTAB-DEBIT-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-CREDIT-ACCOUNT TO
                ENTTAB-CREDIT-ACCOUNT(ENTACC-IDX).
           MOVE ENTACC-FEE-ACCOUNT TO
                ENTTAB-FEE-ACCOUNT(ENTACC-IDX).
           PERFORM READ-ENTITY-ACCOUNT.

      *****************************************************
      *  Load the transaction fee tariff, once at startup.  No
      *  tariff on file means no fee is assessed.
      *****************************************************
        LOAD-TRANSACTION-TARIFF.
           OPEN INPUT TARIFF-FILE.
           PERFORM READ-TARIFF-LINE.
           PERFORM STORE-TARIFF-LINE
                UNTIL END-OF-TARIFF OR TARIFF-COUNT = 200.
           CLOSE TARIFF-FILE.
           IF TARIFF-COUNT > 0
                DISPLAY "Fee tariff: " TARIFF-COUNT
                     " lines loaded"
           END-IF.

        READ-TARIFF-LINE.
           READ TARIFF-FILE
                AT END SET END-OF-TARIFF TO TRUE
           END-READ.

        STORE-TARIFF-LINE.
           ADD 1 TO TARIFF-COUNT.
           SET TARIFF-IDX TO TARIFF-COUNT.
           MOVE TARIFF-SERVICE-NAME TO
                TRFTAB-SERVICE-NAME(TARIFF-IDX).
           MOVE TARIFF-BAND-CEILING TO
                TRFTAB-BAND-CEILING(TARIFF-IDX).
           MOVE TARIFF-CUSTOMER-TIER TO
                TRFTAB-CUSTOMER-TIER(TARIFF-IDX).
           MOVE TARIFF-FLAT-FEE TO TRFTAB-FLAT-FEE(TARIFF-IDX).
           MOVE TARIFF-PERCENT-RATE TO
                TRFTAB-PERCENT-RATE(TARIFF-IDX).
           MOVE TARIFF-FEE-CAP TO TRFTAB-FEE-CAP(TARIFF-IDX).
           PERFORM READ-TARIFF-LINE.

      *****************************************************
      *  A booking just confirmed joins the fee queue: what the
      *  fee is worked out from, taken now - the call fields are
      *  overwritten by the next record long before the fee pass
      *  runs.  A full queue cannot hold the fee back for later;
      *  the booking is written to the fee file as not assessed,
      *  for the fee to be raised by hand.
      *****************************************************
        QUEUE-TRANSACTION-FEE.
           IF FEE-QUEUE-COUNT = 5000
                ADD 1 TO FEES-NOT-ASSESSED
                DISPLAY "Fees: queue full - no fee assessed on "
                     BIZREC-REFERENCE-NUM OF SEND-RECORD
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     FEE-ORIG-REFERENCE-WORK
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                     FEE-ORIG-AMOUNT-WORK
                MOVE SPACE TO FEE-TIER-WORK
                MOVE "N" TO FEE-OUTCOME-WORK
                PERFORM WRITE-FEE-RECORD
           ELSE
                ADD 1 TO FEE-QUEUE-COUNT
                SET FEE-QUEUE-IDX TO FEE-QUEUE-COUNT
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     FEEQ-REFERENCE-NUM(FEE-QUEUE-IDX)
                MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                     FEEQ-CUSTOMER-ID(FEE-QUEUE-IDX)
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                     FEEQ-AMOUNT(FEE-QUEUE-IDX)
                MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO
                     FEEQ-EFFECTIVE-DATE(FEE-QUEUE-IDX)
                MOVE ROUTED-SERVICE-NAME TO
                     FEEQ-SERVICE-NAME(FEE-QUEUE-IDX)
                MOVE BIZCUR-ENTITY-CODE TO
                     FEEQ-ENTITY-CODE(FEE-QUEUE-IDX)
           END-IF.

      *****************************************************
      *  The fee pass runs whenever the bookings queued are
      *  settled for good: no streamed conversation in flight and
      *  no unit-of-work group open.
      *****************************************************
        BOOK-FEES-IF-DUE.
           IF FEE-QUEUE-COUNT > 0 AND NOT STREAM-ACTIVE
                AND GROUP-COUNT = 0
                PERFORM BOOK-QUEUED-FEES
           END-IF.

        BOOK-QUEUED-FEES.
           MOVE SEND-RECORD TO FEE-SAVED-SEND-RECORD.
           MOVE RECV-RECORD TO FEE-SAVED-RECV-RECORD.
           MOVE CURRENCY-RECORD TO FEE-SAVED-CURRENCY.
           MOVE ROUTED-SERVICE-NAME TO FEE-SAVED-SERVICE-NAME.
           MOVE CALL-ACTION TO FEE-SAVED-ACTION.
           PERFORM BOOK-ONE-QUEUED-FEE
                VARYING FEE-QUEUE-IDX FROM 1 BY 1
                UNTIL FEE-QUEUE-IDX > FEE-QUEUE-COUNT.
           MOVE 0 TO FEE-QUEUE-COUNT.
           MOVE SPACES TO SUB-TYPE OF TPTYPE-REC.
      *  A failover the fee pass ran into leaves nothing of the
      *  record in hand to redrive.
           MOVE "N" TO FAILOVER-PENDING-SW.
           MOVE FEE-SAVED-SEND-RECORD TO SEND-RECORD.
           MOVE FEE-SAVED-RECV-RECORD TO RECV-RECORD.
           MOVE FEE-SAVED-CURRENCY TO CURRENCY-RECORD.
           MOVE FEE-SAVED-SERVICE-NAME TO ROUTED-SERVICE-NAME.
           MOVE FEE-SAVED-ACTION TO CALL-ACTION.

      *****************************************************
      *  One queued booking's fee: its tier off the master, the
      *  tariff line that fits, and - where that comes to a fee -
      *  the fee booked through the service.
      *****************************************************
        BOOK-ONE-QUEUED-FEE.
           MOVE FEEQ-REFERENCE-NUM(FEE-QUEUE-IDX) TO
                FEE-ORIG-REFERENCE-WORK.
           MOVE FEEQ-AMOUNT(FEE-QUEUE-IDX) TO FEE-ORIG-AMOUNT-WORK.
           PERFORM FETCH-FEE-TIER.
           PERFORM FIND-TARIFF-LINE.
           MOVE 0 TO FEE-COMPUTED-WORK.
           IF TARIFF-MATCH-FOUND AND FEE-ORIG-AMOUNT-WORK > 0
                SET TARIFF-IDX TO TARIFF-FOUND-IDX
                COMPUTE FEE-COMPUTED-WORK ROUNDED =
                     TRFTAB-FLAT-FEE(TARIFF-IDX) +
                     FEE-ORIG-AMOUNT-WORK *
                     TRFTAB-PERCENT-RATE(TARIFF-IDX) / 100
                IF TRFTAB-FEE-CAP(TARIFF-IDX) > 0
                     AND FEE-COMPUTED-WORK >
                          TRFTAB-FEE-CAP(TARIFF-IDX)
                     MOVE TRFTAB-FEE-CAP(TARIFF-IDX) TO
                          FEE-COMPUTED-WORK
                END-IF
           END-IF.
      *  The fee field holds six places of whole units - an
      *  uncapped percentage on the largest bookings is held
      *  there.
           IF FEE-COMPUTED-WORK > 999999.99
                MOVE 999999.99 TO FEE-COMPUTED-WORK
           END-IF.
           IF FEE-COMPUTED-WORK > 0
                PERFORM CHARGE-ONE-FEE
           END-IF.

      *  The customer's fee tier: spaces, the standard tier, when
      *  there is no master or the customer is not on it.
        FETCH-FEE-TIER.
           MOVE SPACE TO FEE-TIER-WORK.
           IF MASTER-FILE-PRESENT
                MOVE FEEQ-CUSTOMER-ID(FEE-QUEUE-IDX) TO
                     CUSMST-CUSTOMER-ID
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE CUSMST-FEE-TIER TO FEE-TIER-WORK
                END-READ
           END-IF.

      *  The tariff line for the booking: of the lines whose
      *  service and tier fit and whose band reaches the amount,
      *  the most exact - service before tier - and then the
      *  lowest band.
        FIND-TARIFF-LINE.
           MOVE "N" TO TARIFF-MATCH-SW.
           MOVE 0 TO TARIFF-BEST-RANK.
           MOVE 0 TO TARIFF-BEST-CEILING.
           PERFORM RANK-ONE-TARIFF-LINE
                VARYING TARIFF-IDX FROM 1 BY 1
                UNTIL TARIFF-IDX > TARIFF-COUNT.

        RANK-ONE-TARIFF-LINE.
           IF (TRFTAB-SERVICE-NAME(TARIFF-IDX) = SPACES
                OR TRFTAB-SERVICE-NAME(TARIFF-IDX) =
                     FEEQ-SERVICE-NAME(FEE-QUEUE-IDX))
                AND (TRFTAB-CUSTOMER-TIER(TARIFF-IDX) = SPACE
                OR TRFTAB-CUSTOMER-TIER(TARIFF-IDX) =
                     FEE-TIER-WORK)
                AND TRFTAB-BAND-CEILING(TARIFF-IDX) NOT <
                     FEE-ORIG-AMOUNT-WORK
                MOVE 0 TO TARIFF-RANK
                IF TRFTAB-SERVICE-NAME(TARIFF-IDX) NOT = SPACES
                     ADD 2 TO TARIFF-RANK
                END-IF
                IF TRFTAB-CUSTOMER-TIER(TARIFF-IDX) NOT = SPACE
                     ADD 1 TO TARIFF-RANK
                END-IF
                EVALUATE TRUE
                     WHEN NOT TARIFF-MATCH-FOUND
                          PERFORM TAKE-TARIFF-LINE
                     WHEN TARIFF-RANK > TARIFF-BEST-RANK
                          PERFORM TAKE-TARIFF-LINE
                     WHEN TARIFF-RANK = TARIFF-BEST-RANK
                          AND TRFTAB-BAND-CEILING(TARIFF-IDX) <
                               TARIFF-BEST-CEILING
                          PERFORM TAKE-TARIFF-LINE
                END-EVALUATE
           END-IF.

        TAKE-TARIFF-LINE.
           SET TARIFF-MATCH-FOUND TO TRUE.
           SET TARIFF-FOUND-IDX TO TARIFF-IDX.
           MOVE TARIFF-RANK TO TARIFF-BEST-RANK.
           MOVE TRFTAB-BAND-CEILING(TARIFF-IDX) TO
                TARIFF-BEST-CEILING.

      *****************************************************
      *  Book one fee as FEE-TXN against the booking's reference,
      *  on the booking's customer, date, service and entity; the
      *  service books it under the fee's own reference and
      *  answers with it.  A booked fee is tallied into its own
      *  fee bucket for the GL; a dry run projects it as if
      *  booked.
      *****************************************************
        CHARGE-ONE-FEE.
           MOVE SPACES TO SEND-RECORD.
           MOVE FEEQ-CUSTOMER-ID(FEE-QUEUE-IDX) TO
                BIZREC-CUSTOMER-ID OF SEND-RECORD.
           MOVE FEE-COMPUTED-WORK TO BIZREC-AMOUNT OF SEND-RECORD.
           MOVE FEEQ-EFFECTIVE-DATE(FEE-QUEUE-IDX) TO
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD.
           MOVE FEE-ORIG-REFERENCE-WORK TO
                BIZREC-REFERENCE-NUM OF SEND-RECORD.
           MOVE FEEQ-SERVICE-NAME(FEE-QUEUE-IDX) TO
                ROUTED-SERVICE-NAME.
           MOVE FEEQ-ENTITY-CODE(FEE-QUEUE-IDX) TO
                BIZCUR-ENTITY-CODE.
           MOVE "FEE-TXN" TO SUB-TYPE OF TPTYPE-REC.
           MOVE SPACES TO RECV-RECORD.
           IF DRY-RUN-MODE
                PERFORM SIMULATE-TPCALL
           ELSE
                SET FEE-CALL-ACTIVE TO TRUE
                PERFORM ENFORCE-CALL-PACING
                PERFORM DO-TPCALL-WITH-RETRY
                MOVE "N" TO FEE-CALL-SW
           END-IF.
           IF ACTION-CONTINUE
                ADD 1 TO FEES-BOOKED
                ADD FEE-COMPUTED-WORK TO FEE-AMOUNT-TOTAL
                SET BALANCE-KIND-FEE TO TRUE
                PERFORM TALLY-DATE-BALANCE
                MOVE SPACE TO BALANCE-KIND-WORK
                IF DRY-RUN-MODE
                     MOVE "P" TO FEE-OUTCOME-WORK
                     PERFORM PROJECT-FEE-REFERENCE
                ELSE
                     MOVE "B" TO FEE-OUTCOME-WORK
                     MOVE BIZREC-REFERENCE-NUM OF RECV-RECORD TO
                          BIZREC-REFERENCE-NUM OF SEND-RECORD
                END-IF
           ELSE
                ADD 1 TO FEES-FAILED
                MOVE "F" TO FEE-OUTCOME-WORK
                MOVE SPACES TO BIZREC-REFERENCE-NUM OF SEND-RECORD
           END-IF.
           PERFORM WRITE-FEE-RECORD.

      *  The reference a dry run shows for the fee: the first the
      *  service would try - F and the last eleven characters of
      *  the booking's.  Where that key is already held for
      *  another booking the service books the fee under the next
      *  free probe key instead, and only the live run knows it.
        PROJECT-FEE-REFERENCE.
           MOVE SPACES TO BIZREC-REFERENCE-NUM OF SEND-RECORD.
           STRING "F" FEE-ORIG-REFERENCE-WORK(2:11)
                DELIMITED BY SIZE
                INTO BIZREC-REFERENCE-NUM OF SEND-RECORD.

      *****************************************************
      *  The booking just reversed takes its fee with it:
      *  CANCEL-FEE against the booking's reference.  The service
      *  finds the fee charged on it and answers with the fee as
      *  cancelled, under its own reference, negated - or zero
      *  when no fee stood against the booking - and a fee handed
      *  back is tallied into the fee bucket the same negated way
      *  as the reversal itself.
      *****************************************************
        REVERSE-TRANSACTION-FEE.
           MOVE CALL-ACTION TO FEE-SAVED-ACTION.
           MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                FEE-ORIG-REFERENCE-WORK.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                FEE-ORIG-AMOUNT-WORK.
           MOVE SPACE TO FEE-TIER-WORK.
           MOVE SPACES TO SEND-RECORD.
           MOVE FEE-ORIG-REFERENCE-WORK TO
                BIZREC-REFERENCE-NUM OF SEND-RECORD.
           MOVE ZERO TO BIZREC-AMOUNT OF SEND-RECORD.
           MOVE ZERO TO BIZREC-EFFECTIVE-DATE OF SEND-RECORD.
           MOVE "CANCEL-FEE" TO SUB-TYPE OF TPTYPE-REC.
           MOVE SPACES TO RECV-RECORD.
           PERFORM ENFORCE-CALL-PACING.
           PERFORM DO-TPCALL-WITH-RETRY.
           EVALUATE TRUE
                WHEN NOT ACTION-CONTINUE
                     ADD 1 TO FEES-FAILED
                     DISPLAY "Fees: fee on " FEE-ORIG-REFERENCE-WORK
                          " not reversed - cancel it by hand"
                     MOVE "F" TO FEE-OUTCOME-WORK
                     MOVE SPACES TO BIZREC-REFERENCE-NUM OF SEND-RECORD
                     PERFORM WRITE-FEE-RECORD
                WHEN BIZREC-AMOUNT OF RECV-RECORD NOT = 0
                     MOVE RECV-RECORD TO SEND-RECORD
                     ADD 1 TO FEES-REVERSED
                     ADD BIZREC-AMOUNT OF SEND-RECORD TO
                          FEE-AMOUNT-TOTAL
                     SET BALANCE-KIND-FEE TO TRUE
                     PERFORM TALLY-DATE-BALANCE
                     MOVE SPACE TO BALANCE-KIND-WORK
                     MOVE "R" TO FEE-OUTCOME-WORK
                     PERFORM WRITE-FEE-RECORD
           END-EVALUATE.
           MOVE FEE-SAVED-ACTION TO CALL-ACTION.

      *  One line of the fee file for the fee in SEND-RECORD.
        WRITE-FEE-RECORD.
           MOVE SPACES TO FEE-OUTPUT-RECORD.
           MOVE FEE-ORIG-REFERENCE-WORK TO FEEOUT-ORIG-REFERENCE.
           MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                FEEOUT-FEE-REFERENCE.
           MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                FEEOUT-CUSTOMER-ID.
           MOVE ROUTED-SERVICE-NAME TO FEEOUT-SERVICE-NAME.
           MOVE FEE-TIER-WORK TO FEEOUT-CUSTOMER-TIER.
           MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO
                FEEOUT-EFFECTIVE-DATE.
           MOVE FEE-ORIG-AMOUNT-WORK TO FEEOUT-ORIG-AMOUNT.
           IF FEE-OUTCOME-WORK = "N"
                MOVE 0 TO FEEOUT-FEE-AMOUNT
           ELSE
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                     FEEOUT-FEE-AMOUNT
           END-IF.
           MOVE CURRENT-RUN-ID TO FEEOUT-RUN-ID.
           MOVE FEE-OUTCOME-WORK TO FEEOUT-OUTCOME.
           MOVE BIZCUR-ENTITY-CODE TO FEEOUT-ENTITY-CODE.
           IF FEE-OUTCOME-FAILED
                MOVE APPL-RETURN-CODE TO FEEOUT-RETURN-CODE
           ELSE
                MOVE 0 TO FEEOUT-RETURN-CODE
           END-IF.
           WRITE FEE-OUTPUT-RECORD.

        DISPLAY-FEE-TOTALS.
           MOVE FEE-AMOUNT-TOTAL TO BALANCE-AMOUNT-TEXT.
           DISPLAY "Fees booked:       " FEES-BOOKED
                "  total " BALANCE-AMOUNT-TEXT.
           DISPLAY "Fees failed:       " FEES-FAILED.
           IF FEES-NOT-ASSESSED > 0
                DISPLAY "Fees not assessed: " FEES-NOT-ASSESSED
           END-IF.

      *****************************************************
      *  Open the keyed registry for the run - lookups and the
      *  appends of newly confirmed references both go through
                     " - duplicates will not be checked"
           END-IF.

      *****************************************************
      *  Open the future-dated warehouse for the night and fix
      *  the business date records are held against.  A dry run
      *  parks nothing - it only projects what would be parked.
      *****************************************************
        OPEN-FUTURE-WAREHOUSE.
           ACCEPT WAREHOUSE-BUSINESS-DATE FROM DATE YYYYMMDD.
           IF NOT DRY-RUN-MODE
                OPEN I-O FUTURE-WAREHOUSE-FILE
                IF WAREHOUSE-FILE-STATUS = "00"
                     OR WAREHOUSE-FILE-STATUS = "05"
                     SET WAREHOUSE-FILE-PRESENT TO TRUE
                ELSE
                     DISPLAY "Future warehouse: open failed with "
                          "status " WAREHOUSE-FILE-STATUS
                          " - future-dated records will be "
                          "suspended"
                END-IF
           END-IF.

      *  Dated past the business date, on a real calendar date -
      *  a malformed date is not parked; the service turns it
      *  away tonight like any other bad field.
        CHECK-FUTURE-DATED.
           MOVE "N" TO FUTURE-DATED-SW.
           MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO CALDT-DATE.
           IF CALDT-DATE NUMERIC
                AND CALDT-MM > 0 AND CALDT-MM < 13
                AND CALDT-DD > 0 AND CALDT-DD < 32
                AND CALDT-DATE > WAREHOUSE-BUSINESS-DATE
                SET RECORD-FUTURE-DATED TO TRUE
           END-IF.

      *****************************************************
      *  Park a future-dated record instead of calling it.  The
      *  warehouse entry carries the original amount and arrival
      *  currency, so the released record converts on the night
      *  it is sent.  A restart that meets a record it already
      *  parked finds the key taken and counts it parked again -
      *  the warehouse holds it once either way.
      *****************************************************
        WAREHOUSE-FUTURE-RECORD.
           EVALUATE TRUE
                WHEN DRY-RUN-MODE
                     ADD 1 TO RECORDS-WAREHOUSED
                     MOVE " WOULD-WAREHOUSE" TO
                          WAREHOUSE-OUTCOME-TEXT
                     PERFORM WRITE-WAREHOUSE-OUTPUT
                WHEN NOT WAREHOUSE-FILE-PRESENT
                     ADD 1 TO RECORDS-SUSPENDED
                     MOVE "FUTURE-NO-WAREHOUSE" TO SUSP-REASON-TEXT
                     PERFORM WRITE-SUSPENSE-RECORD
                     MOVE " FUTURE-NO-WAREHOUSE" TO
                          WAREHOUSE-OUTCOME-TEXT
                     PERFORM WRITE-WAREHOUSE-OUTPUT
                WHEN OTHER
                     PERFORM WRITE-WAREHOUSE-ENTRY
           END-EVALUATE.

      *****************************************************
      *  Dated in an accounting period finance has closed - on
      *  a real calendar date, the same test the future-dated
      *  check makes.  Not sent: the postings it would make
      *  would only bounce off the ledger.
      *****************************************************
        CHECK-CLOSED-PERIOD.
           MOVE "N" TO PERIOD-CLOSED-SW.
           MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO CALDT-DATE.
           IF CLOSED-PERIOD-COUNT > 0
                AND CALDT-DATE NUMERIC
                AND CALDT-MM > 0 AND CALDT-MM < 13
                AND CALDT-DD > 0 AND CALDT-DD < 32
                PERFORM MATCH-ONE-CLOSED-PERIOD
                     VARYING CLOSED-PERIOD-IDX FROM 1 BY 1
                     UNTIL CLOSED-PERIOD-IDX > CLOSED-PERIOD-COUNT
                          OR RECORD-PERIOD-CLOSED
           END-IF.

        MATCH-ONE-CLOSED-PERIOD.
           IF CLSPER-PERIOD(CLOSED-PERIOD-IDX) = CALDT-DATE(1:6)
                SET RECORD-PERIOD-CLOSED TO TRUE
                SET CLOSED-PERIOD-FOUND-IDX TO CLOSED-PERIOD-IDX
           END-IF.

      *  Parked in the warehouse, status P, for FUTREL to release
      *  once the period is reopened - or refused outright where
      *  finance closed the period to refuse late records, or with
      *  no warehouse to park it in.
        HOLD-CLOSED-PERIOD-RECORD.
           ADD 1 TO RECORDS-PERIOD-CLOSED.
           SET CLOSED-PERIOD-IDX TO CLOSED-PERIOD-FOUND-IDX.
           EVALUATE TRUE
                WHEN CLSPER-REFUSES(CLOSED-PERIOD-IDX)
                     PERFORM REJECT-CLOSED-PERIOD
                WHEN DRY-RUN-MODE
                     ADD 1 TO RECORDS-WAREHOUSED
                     MOVE " WOULD-HOLD-PERIOD" TO
                          WAREHOUSE-OUTCOME-TEXT
                     PERFORM WRITE-WAREHOUSE-OUTPUT
                WHEN NOT WAREHOUSE-FILE-PRESENT
                     PERFORM REJECT-CLOSED-PERIOD
                WHEN OTHER
                     PERFORM WRITE-WAREHOUSE-ENTRY
           END-EVALUATE.

        REJECT-CLOSED-PERIOD.
           ADD 1 TO RECORDS-REJECTED.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "REJECT"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                " PERIOD-CLOSED"
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

        WRITE-WAREHOUSE-ENTRY.
           MOVE SPACES TO FUTURE-WAREHOUSE-RECORD.
           MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO
                FUTWHS-EFFECTIVE-DATE.
           MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                FUTWHS-REFERENCE-NUM.
           MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                FUTWHS-CUSTOMER-ID.
           MOVE BIZCUR-ORIG-AMOUNT TO FUTWHS-AMOUNT.
           MOVE BIZCUR-CURRENCY-CODE TO FUTWHS-CURRENCY-CODE.
           MOVE BIZCUR-ENTITY-CODE TO FUTWHS-ENTITY-CODE.
           MOVE CURRENT-SOURCE-ID TO FUTWHS-SOURCE-ID.
           MOVE WAREHOUSE-BUSINESS-DATE TO FUTWHS-PARKED-DATE.
           MOVE CURRENT-RUN-ID TO FUTWHS-PARKED-RUN-ID.
           IF RECORD-PERIOD-CLOSED
                SET FUTWHS-PERIOD-LOCKED TO TRUE
           ELSE
                SET FUTWHS-WAITING TO TRUE
           END-IF.
           MOVE WAREHOUSE-BUSINESS-DATE TO FUTWHS-STATUS-DATE.
           ADD 1 TO RECORDS-WAREHOUSED.
           WRITE FUTURE-WAREHOUSE-RECORD
                INVALID KEY
                     MOVE " ALREADY-WAREHOUSED" TO
                          WAREHOUSE-OUTCOME-TEXT
                NOT INVALID KEY
                     IF RECORD-PERIOD-CLOSED
                          MOVE " PERIOD-CLOSED-HELD" TO
                               WAREHOUSE-OUTCOME-TEXT
                     ELSE
                          MOVE " WAREHOUSED" TO
                               WAREHOUSE-OUTCOME-TEXT
                     END-IF
           END-WRITE.
           PERFORM WRITE-WAREHOUSE-OUTPUT.

        WRITE-WAREHOUSE-OUTPUT.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "FUTURE"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                WAREHOUSE-OUTCOME-TEXT
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  Has this record's reference number already been
      *  processed - by an earlier run, an earlier file, or
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  A customer on file but closed, blocked or dormant - the
      *  record is suspended rather than sent.
      *****************************************************
        SUSPEND-BARRED-CUSTOMER.
           ADD 1 TO RECORDS-SUSPENDED.
           IF CUSTOMER-DORMANT
                MOVE "DORMANT" TO BARRED-REASON-TEXT
           ELSE
                MOVE "CUSTOMER-NOT-ACTIVE" TO BARRED-REASON-TEXT
           END-IF.
           MOVE BARRED-REASON-TEXT TO SUSP-REASON-TEXT.
           PERFORM WRITE-SUSPENSE-RECORD.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                " " BARRED-REASON-TEXT
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  Load the watch list in force, once at startup: each
      *  active entry's customer id and normalized name into the
      *  tables the screening searches.  Entries WATCHMNT has
      *  marked removed are skipped.
      *****************************************************
        LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-FILE-STATUS NOT = "00"
                AND WATCH-FILE-STATUS NOT = "05"
                DISPLAY "Watch list: open failed with status "
                     WATCH-FILE-STATUS " - refusing to start"
                SET WATCH-REFUSED TO TRUE
           ELSE
                PERFORM READ-WATCH-ENTRY
                PERFORM STORE-WATCH-ENTRY
                     UNTIL END-OF-WATCH-LIST OR WATCH-REFUSED
                CLOSE WATCH-LIST-FILE
           END-IF.
           IF NOT WATCH-REFUSED
                IF WATCH-ID-COUNT = 0 AND WATCH-NAME-COUNT = 0
                     DISPLAY "Watch list: nothing in force - "
                          "records will not be screened"
                ELSE
                     SET SCREENING-ACTIVE TO TRUE
                     DISPLAY "Watch list: " WATCH-ID-COUNT
                          " ids, " WATCH-NAME-COUNT
                          " names in force"
                     PERFORM OPEN-COMPLIANCE-HOLD
                END-IF
           END-IF.

        READ-WATCH-ENTRY.
           READ WATCH-LIST-FILE
                AT END SET END-OF-WATCH-LIST TO TRUE
           END-READ.
           IF NOT END-OF-WATCH-LIST
                AND WATCH-FILE-STATUS NOT = "00"
                DISPLAY "Watch list: read failed with status "
                     WATCH-FILE-STATUS " - refusing to start"
                SET WATCH-REFUSED TO TRUE
           END-IF.

      *  A list that will not fit is refused whole - screening
      *  against part of it would pass the entries left out.
        STORE-WATCH-ENTRY.
           IF WATCH-ACTIVE AND WATCH-CUSTOMER-ID NOT = SPACES
                IF WATCH-ID-COUNT < 5000
                     ADD 1 TO WATCH-ID-COUNT
                     MOVE WATCH-CUSTOMER-ID TO
                          WIDTAB-CUSTOMER-ID(WATCH-ID-COUNT)
                     MOVE WATCH-ENTRY-ID TO
                          WIDTAB-ENTRY-ID(WATCH-ID-COUNT)
                ELSE
                     DISPLAY "Watch list: more than 5000 ids - "
                          "refusing to start"
                     SET WATCH-REFUSED TO TRUE
                END-IF
           END-IF.
           IF WATCH-ACTIVE AND WATCH-NORMAL-NAME NOT = SPACES
                IF WATCH-NAME-COUNT < 5000
                     ADD 1 TO WATCH-NAME-COUNT
                     MOVE WATCH-NORMAL-NAME TO
                          WNMTAB-NORMAL-NAME(WATCH-NAME-COUNT)
                     MOVE WATCH-ENTRY-ID TO
                          WNMTAB-ENTRY-ID(WATCH-NAME-COUNT)
                ELSE
                     DISPLAY "Watch list: more than 5000 names - "
                          "refusing to start"
                     SET WATCH-REFUSED TO TRUE
                END-IF
           END-IF.
           IF NOT WATCH-REFUSED
                PERFORM READ-WATCH-ENTRY
           END-IF.

      *  A dry run holds nothing and logs nothing - it only shows
      *  what would be held.
        OPEN-COMPLIANCE-HOLD.
           IF NOT DRY-RUN-MODE
                OPEN I-O COMPLIANCE-HOLD-FILE
                IF HOLD-FILE-STATUS = "00"
                     OR HOLD-FILE-STATUS = "05"
                     SET HOLD-FILE-PRESENT TO TRUE
                     OPEN EXTEND SCREENING-LOG-FILE
                ELSE
                     DISPLAY "Compliance hold: open failed with "
                          "status " HOLD-FILE-STATUS
                          " - refusing to start"
                     SET WATCH-REFUSED TO TRUE
                END-IF
           END-IF.

      *****************************************************
      *  Screen the current record against the watch list: its
      *  customer id first, then the customer's name off the
      *  master, normalized the way the listed names were.  A
      *  reference compliance has cleared passes without being
      *  screened again; one still held or confirmed stays held.
      *  Every result is logged.
      *****************************************************
        SCREEN-WATCH-LIST.
           MOVE SPACES TO SCREEN-ENTRY-ID.
           MOVE SPACES TO SCREEN-NAME-WORK.
           IF MASTER-FILE-PRESENT AND NOT CUSTOMER-UNKNOWN
                MOVE CUSMST-CUSTOMER-NAME TO NORMALIZE-INPUT
                PERFORM NORMALIZE-SCREEN-NAME
                MOVE NORMALIZE-OUTPUT TO SCREEN-NAME-WORK
           END-IF.
           PERFORM CHECK-PRIOR-HOLD.
           IF SCREEN-NO-MATCH
                PERFORM MATCH-ONE-WATCH-ID
                     VARYING WATCH-ID-IDX FROM 1 BY 1
                     UNTIL WATCH-ID-IDX > WATCH-ID-COUNT
                     OR SCREEN-HIT
           END-IF.
           IF SCREEN-NO-MATCH AND SCREEN-NAME-WORK NOT = SPACES
                PERFORM MATCH-ONE-WATCH-NAME
                     VARYING WATCH-NAME-IDX FROM 1 BY 1
                     UNTIL WATCH-NAME-IDX > WATCH-NAME-COUNT
                     OR SCREEN-HIT
           END-IF.
           PERFORM WRITE-SCREENING-LOG.

        CHECK-PRIOR-HOLD.
           IF HOLD-FILE-PRESENT
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     CMPHLD-REFERENCE-NUM
                READ COMPLIANCE-HOLD-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          MOVE CMPHLD-WATCH-ENTRY-ID TO
                               SCREEN-ENTRY-ID
                          IF CMPHLD-PASSED
                               SET SCREEN-PRIOR-CLEAR TO TRUE
                          ELSE
                               SET SCREEN-PRIOR-HOLD TO TRUE
                          END-IF
                END-READ
           END-IF.

        MATCH-ONE-WATCH-ID.
           IF WIDTAB-CUSTOMER-ID(WATCH-ID-IDX) =
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SET SCREEN-ID-MATCH TO TRUE
                MOVE WIDTAB-ENTRY-ID(WATCH-ID-IDX) TO
                     SCREEN-ENTRY-ID
           END-IF.

        MATCH-ONE-WATCH-NAME.
           IF WNMTAB-NORMAL-NAME(WATCH-NAME-IDX) = SCREEN-NAME-WORK
                SET SCREEN-NAME-MATCH TO TRUE
                MOVE WNMTAB-ENTRY-ID(WATCH-NAME-IDX) TO
                     SCREEN-ENTRY-ID
           END-IF.

        WRITE-SCREENING-LOG.
           IF HOLD-FILE-PRESENT
                MOVE SPACES TO SCREENING-LOG-RECORD
                ACCEPT SCRLOG-DATE FROM DATE YYYYMMDD
                ACCEPT SCRLOG-TIME FROM TIME
                MOVE "BATCHCLI" TO SCRLOG-JOB-NAME
                MOVE CURRENT-RUN-ID TO SCRLOG-RUN-ID
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     SCRLOG-REFERENCE-NUM
                MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                     SCRLOG-CUSTOMER-ID
                MOVE SCREEN-ENTRY-ID TO SCRLOG-WATCH-ENTRY-ID
                MOVE SCREEN-NAME-WORK TO SCRLOG-SCREENED-NAME
                EVALUATE TRUE
                     WHEN SCREEN-ID-MATCH
                          MOVE "ID-MATCH" TO SCRLOG-RESULT
                     WHEN SCREEN-NAME-MATCH
                          MOVE "NAME-MATCH" TO SCRLOG-RESULT
                     WHEN SCREEN-PRIOR-HOLD
                          MOVE "PRIOR-HOLD" TO SCRLOG-RESULT
                     WHEN SCREEN-PRIOR-CLEAR
                          MOVE "PRIOR-CLEAR" TO SCRLOG-RESULT
                     WHEN OTHER
                          MOVE "NO-MATCH" TO SCRLOG-RESULT
                END-EVALUATE
                WRITE SCREENING-LOG-RECORD
           END-IF.

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
      *  A screening hit - the record goes to the compliance
      *  hold, not to suspense: only a compliance officer's
      *  clearing through CMPCLEAR can send it on.  A restart
      *  that meets a record it already held finds the key taken
      *  and counts it held again.
      *****************************************************
        HOLD-FOR-COMPLIANCE.
           ADD 1 TO RECORDS-COMPLIANCE-HELD.
           IF NOT HOLD-FILE-PRESENT
                MOVE " WOULD-HOLD" TO HOLD-OUTCOME-TEXT
           ELSE
                MOVE SPACES TO COMPLIANCE-HOLD-RECORD
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     CMPHLD-REFERENCE-NUM
                MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                     CMPHLD-CUSTOMER-ID
                MOVE BIZCUR-ORIG-AMOUNT TO CMPHLD-AMOUNT
                MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO
                     CMPHLD-EFFECTIVE-DATE
                MOVE BIZCUR-CURRENCY-CODE TO CMPHLD-CURRENCY-CODE
                MOVE BIZCUR-ENTITY-CODE TO CMPHLD-ENTITY-CODE
                MOVE CURRENT-SOURCE-ID TO CMPHLD-SOURCE-ID
                ACCEPT CMPHLD-HELD-DATE FROM DATE YYYYMMDD
                MOVE CURRENT-RUN-ID TO CMPHLD-HELD-RUN-ID
                IF SCREEN-NAME-MATCH
                     SET CMPHLD-NAME-MATCH TO TRUE
                ELSE
                     SET CMPHLD-ID-MATCH TO TRUE
                END-IF
                MOVE SCREEN-ENTRY-ID TO CMPHLD-WATCH-ENTRY-ID
                MOVE SCREEN-NAME-WORK TO CMPHLD-SCREENED-NAME
                SET CMPHLD-HELD TO TRUE
                MOVE 0 TO CMPHLD-DECISION-DATE
                MOVE 0 TO CMPHLD-RELEASED-DATE
                WRITE COMPLIANCE-HOLD-RECORD
                     INVALID KEY
                          MOVE " ALREADY-HELD" TO HOLD-OUTCOME-TEXT
                     NOT INVALID KEY
                          MOVE " COMPLIANCE-HOLD" TO
                               HOLD-OUTCOME-TEXT
                END-WRITE
           END-IF.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "CMPHLD"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                HOLD-OUTCOME-TEXT
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  Load the stop-payment instructions in force, once at
      *  startup: each active stop not yet past its expiry into
      *  the table every record is checked against.  Stops
      *  STOPMNT removed, and those the daily confirmation
      *  closed out, are skipped.  The file stays open so each
      *  hit can be stamped on the stop that made it.
      *****************************************************
        LOAD-STOP-INSTRUCTIONS.
           ACCEPT STOP-CHECK-DATE FROM DATE YYYYMMDD.
           IF DRY-RUN-MODE
                OPEN INPUT STOP-INSTRUCTION-FILE
           ELSE
                OPEN I-O STOP-INSTRUCTION-FILE
           END-IF.
           IF STOP-FILE-STATUS NOT = "00"
                AND STOP-FILE-STATUS NOT = "05"
                DISPLAY "Stop instructions: open failed with "
                     "status " STOP-FILE-STATUS
                     " - refusing to start"
                SET STOPS-REFUSED TO TRUE
           ELSE
                MOVE LOW-VALUES TO STOPIN-STOP-ID
                START STOP-INSTRUCTION-FILE
                     KEY NOT LESS THAN STOPIN-STOP-ID
                     INVALID KEY SET END-OF-STOPS TO TRUE
                END-START
                IF NOT END-OF-STOPS
                     PERFORM READ-STOP-INSTRUCTION
                END-IF
                PERFORM STORE-STOP-INSTRUCTION
                     UNTIL END-OF-STOPS OR STOPS-REFUSED
           END-IF.
           IF NOT STOPS-REFUSED
                IF STOP-COUNT = 0
                     DISPLAY "Stop instructions: nothing in force"
                     CLOSE STOP-INSTRUCTION-FILE
                ELSE
                     SET STOPS-ACTIVE TO TRUE
                     DISPLAY "Stop instructions: " STOP-COUNT
                          " in force"
                     IF NOT DRY-RUN-MODE
                          OPEN EXTEND STOPPED-PAYMENT-FILE
                     END-IF
                END-IF
           END-IF.

        READ-STOP-INSTRUCTION.
           READ STOP-INSTRUCTION-FILE NEXT RECORD
                AT END SET END-OF-STOPS TO TRUE
           END-READ.
           IF NOT END-OF-STOPS
                AND STOP-FILE-STATUS NOT = "00"
                DISPLAY "Stop instructions: read failed with "
                     "status " STOP-FILE-STATUS
                     " - refusing to start"
                SET STOPS-REFUSED TO TRUE
           END-IF.

      *  A file that will not fit is refused whole - checking
      *  against part of it would send the payments left out.
        STORE-STOP-INSTRUCTION.
           IF STOPIN-ACTIVE
                AND STOPIN-EXPIRY-DATE NOT < STOP-CHECK-DATE
                IF STOP-COUNT < 5000
                     ADD 1 TO STOP-COUNT
                     SET STOP-IDX TO STOP-COUNT
                     MOVE STOPIN-STOP-ID TO STPTAB-STOP-ID(STOP-IDX)
                     MOVE STOPIN-KIND TO STPTAB-KIND(STOP-IDX)
                     MOVE STOPIN-REFERENCE-NUM TO
                          STPTAB-REFERENCE-NUM(STOP-IDX)
                     MOVE STOPIN-CUSTOMER-ID TO
                          STPTAB-CUSTOMER-ID(STOP-IDX)
                     MOVE STOPIN-FROM-DATE TO
                          STPTAB-FROM-DATE(STOP-IDX)
                     MOVE STOPIN-TO-DATE TO STPTAB-TO-DATE(STOP-IDX)
                     MOVE STOPIN-AMOUNT TO STPTAB-AMOUNT(STOP-IDX)
                ELSE
                     DISPLAY "Stop instructions: more than 5000 "
                          "in force - refusing to start"
                     SET STOPS-REFUSED TO TRUE
                END-IF
           END-IF.
           IF NOT STOPS-REFUSED
                PERFORM READ-STOP-INSTRUCTION
           END-IF.

      *****************************************************
      *  Does a stop in force cover the current record?  A
      *  reference stop matches the reference - and the customer
      *  too, where the stop names one; a customer stop matches
      *  the customer with the effective date inside its range
      *  and, where it names an amount, the original amount as
      *  the record arrived.  The first stop that matches is the
      *  one the record is stopped under.
      *****************************************************
        CHECK-STOP-INSTRUCTIONS.
           PERFORM MATCH-ONE-STOP
                VARYING STOP-IDX FROM 1 BY 1
                UNTIL STOP-IDX > STOP-COUNT OR STOP-MATCHED.

        MATCH-ONE-STOP.
           IF STPTAB-BY-REFERENCE(STOP-IDX)
                IF STPTAB-REFERENCE-NUM(STOP-IDX) =
                     BIZREC-REFERENCE-NUM OF SEND-RECORD
                     AND (STPTAB-CUSTOMER-ID(STOP-IDX) = SPACES
                     OR STPTAB-CUSTOMER-ID(STOP-IDX) =
                          BIZREC-CUSTOMER-ID OF SEND-RECORD)
                     SET STOP-MATCHED TO TRUE
                     SET STOP-FOUND-IDX TO STOP-IDX
                END-IF
           ELSE
                IF STPTAB-CUSTOMER-ID(STOP-IDX) =
                     BIZREC-CUSTOMER-ID OF SEND-RECORD
                     AND BIZREC-EFFECTIVE-DATE OF SEND-RECORD NOT <
                          STPTAB-FROM-DATE(STOP-IDX)
                     AND BIZREC-EFFECTIVE-DATE OF SEND-RECORD NOT >
                          STPTAB-TO-DATE(STOP-IDX)
                     AND (STPTAB-AMOUNT(STOP-IDX) = 0
                     OR STPTAB-AMOUNT(STOP-IDX) = BIZCUR-ORIG-AMOUNT)
                     SET STOP-MATCHED TO TRUE
                     SET STOP-FOUND-IDX TO STOP-IDX
                END-IF
           END-IF.

      *****************************************************
      *  A stopped payment - the record goes to the stopped-
      *  payments file, not to suspense, where a supervisor's
      *  release could send it after all, and the hit is stamped
      *  on the stop for the daily confirmation.  Its reference
      *  is not registered: with the stop lifted, a fresh
      *  submission of the payment can still go.  A dry run
      *  stops nothing and stamps nothing - it only shows what
      *  would be stopped.
      *****************************************************
        DIVERT-STOPPED-PAYMENT.
           ADD 1 TO RECORDS-STOPPED.
           IF DRY-RUN-MODE
                MOVE " WOULD-STOP" TO STOP-OUTCOME-TEXT
           ELSE
                MOVE SPACES TO STOPPED-PAYMENT-RECORD
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     STOPPD-REFERENCE-NUM
                MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                     STOPPD-CUSTOMER-ID
                MOVE BIZCUR-ORIG-AMOUNT TO STOPPD-AMOUNT
                MOVE BIZREC-EFFECTIVE-DATE OF SEND-RECORD TO
                     STOPPD-EFFECTIVE-DATE
                MOVE BIZCUR-CURRENCY-CODE TO STOPPD-CURRENCY-CODE
                MOVE BIZCUR-ENTITY-CODE TO STOPPD-ENTITY-CODE
                MOVE CURRENT-SOURCE-ID TO STOPPD-SOURCE-ID
                ACCEPT STOPPD-STOPPED-DATE FROM DATE YYYYMMDD
                MOVE CURRENT-RUN-ID TO STOPPD-RUN-ID
                MOVE STPTAB-STOP-ID(STOP-FOUND-IDX) TO
                     STOPPD-STOP-ID
                MOVE STPTAB-KIND(STOP-FOUND-IDX) TO STOPPD-STOP-KIND
                WRITE STOPPED-PAYMENT-RECORD
                MOVE " STOP-INSTRUCTION" TO STOP-OUTCOME-TEXT
                PERFORM STAMP-STOP-HIT
           END-IF.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "STOPPD"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                STOP-OUTCOME-TEXT
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *  A stamp that fails leaves the payment stopped all the
      *  same - the stopped-payments file still has it.
        STAMP-STOP-HIT.
           MOVE STPTAB-STOP-ID(STOP-FOUND-IDX) TO STOPIN-STOP-ID.
           READ STOP-INSTRUCTION-FILE
                INVALID KEY
                     DISPLAY "Stop instructions: stop "
                          STOPIN-STOP-ID " not found to stamp"
                NOT INVALID KEY
                     ADD 1 TO STOPIN-HIT-COUNT
                     MOVE STOPPD-STOPPED-DATE TO STOPIN-LAST-HIT-DATE
                     MOVE CURRENT-RUN-ID TO STOPIN-LAST-HIT-RUN-ID
                     MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                          STOPIN-LAST-HIT-REFERENCE
                     REWRITE STOP-INSTRUCTION-RECORD
                          INVALID KEY
                               DISPLAY "Stop instructions: stop "
                                    STOPIN-STOP-ID
                                    " hit not stamped"
                     END-REWRITE
           END-READ.

      *****************************************************
      *  Load the per-customer daily ceilings, once at startup.
      *****************************************************
        LOAD-DAILY-LIMITS.
           OPEN INPUT LIMITS-FILE.
           PERFORM READ-LIMITS-RECORD.
           PERFORM STORE-LIMITS-RECORD
                UNTIL END-OF-LIMITS OR LIMITS-COUNT = 1000.
           CLOSE LIMITS-FILE.
           IF LIMITS-COUNT > 0
                DISPLAY "Daily limits: " LIMITS-COUNT
                     " customers loaded"
                PERFORM OPEN-LIMIT-USAGE-LEDGER
           END-IF.
      *  A ceiling past the cap would simply not be enforced -
      *  running unprotected is worse than not running.
           IF LIMITS-COUNT = 1000 AND NOT END-OF-LIMITS
                DISPLAY "Daily limits: the file exceeds the "
                     "1000-customer table - refusing to start"
                SET LIMITS-REFUSED TO TRUE
           END-IF.

        READ-LIMITS-RECORD.
           READ LIMITS-FILE
                AT END SET END-OF-LIMITS TO TRUE
           END-READ.

        STORE-LIMITS-RECORD.
           ADD 1 TO LIMITS-COUNT.
           SET LIMITS-IDX TO LIMITS-COUNT.
           MOVE LIMIT-CUSTOMER-ID TO
                LIMTAB-CUSTOMER-ID(LIMITS-IDX).
           MOVE LIMIT-DAILY-CEILING TO
                LIMTAB-DAILY-CEILING(LIMITS-IDX).
           MOVE 0 TO LIMTAB-AMOUNT-USED(LIMITS-IDX).
           PERFORM READ-LIMITS-RECORD.

      *****************************************************
      *  Open the shared usage ledger - OPTIONAL, so the first
      *  run of a day starts it.  Limits on file with the ledger
      *  unreadable refuse the run: enforcing the ceiling against
      *  one execution's totals is the gap compliance flagged.
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  Behaviour scoring, set up once at startup: the rule
      *  thresholds, the profile file and the alerts file.  A
      *  threshold FRAUDCFG leaves blank or gives as anything but
      *  a number keeps its default.  A dry run scores and shows
      *  what it would hold, but writes no alert.
      *****************************************************
        OPEN-BEHAVIOUR-SCORING.
           OPEN INPUT FRAUD-CONFIG-FILE.
           READ FRAUD-CONFIG-FILE
                AT END CONTINUE
                NOT AT END PERFORM TAKE-FRAUD-CONFIG
           END-READ.
           CLOSE FRAUD-CONFIG-FILE.
           OPEN INPUT BEHAVIOUR-PROFILE-FILE.
           EVALUATE PROFILE-FILE-STATUS
                WHEN "00"
                     SET PROFILE-FILE-PRESENT TO TRUE
                     DISPLAY "Behaviour profiles: keyed lookups "
                          "active"
                WHEN "05"
                     DISPLAY "Behaviour profiles: no file - only "
                          "the structuring rule applies"
                WHEN OTHER
                     DISPLAY "Behaviour profiles: open failed with "
                          "status " PROFILE-FILE-STATUS
                          " - refusing to start"
                     SET FRAUD-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT FRAUD-REFUSED
                SET SCORING-ACTIVE TO TRUE
                IF NOT DRY-RUN-MODE
                     OPEN EXTEND FRAUD-ALERT-FILE
                     SET ALERT-FILE-OPEN TO TRUE
                END-IF
           END-IF.

        TAKE-FRAUD-CONFIG.
           IF FRDCFG-VELOCITY-FACTOR NUMERIC
                MOVE FRDCFG-VELOCITY-FACTOR TO FRAUD-VELOCITY-FACTOR
           END-IF.
           IF FRDCFG-VELOCITY-FLOOR NUMERIC
                MOVE FRDCFG-VELOCITY-FLOOR TO FRAUD-VELOCITY-FLOOR
           END-IF.
           IF FRDCFG-SPIKE-FACTOR NUMERIC
                MOVE FRDCFG-SPIKE-FACTOR TO FRAUD-SPIKE-FACTOR
           END-IF.
           IF FRDCFG-NEAR-PERCENT NUMERIC
                MOVE FRDCFG-NEAR-PERCENT TO FRAUD-NEAR-PERCENT
           END-IF.
           IF FRDCFG-NEAR-PIECES NUMERIC
                MOVE FRDCFG-NEAR-PIECES TO FRAUD-NEAR-PIECES
           END-IF.
           IF FRDCFG-MIN-NIGHTS NUMERIC
                MOVE FRDCFG-MIN-NIGHTS TO FRAUD-MIN-NIGHTS
           END-IF.

      *  Each customer alerted on gets the night's closing
      *  figures on the alerts file before it closes.
        CLOSE-BEHAVIOUR-SCORING.
           IF ALERT-FILE-OPEN
                PERFORM WRITE-NIGHT-TOTAL-ALERT
                     VARYING NIGHT-ACTIVITY-IDX FROM 1 BY 1
                     UNTIL NIGHT-ACTIVITY-IDX > NIGHT-ACTIVITY-COUNT
                CLOSE FRAUD-ALERT-FILE
                MOVE "N" TO ALERT-OPEN-SW
           END-IF.
           IF PROFILE-FILE-PRESENT
                CLOSE BEHAVIOUR-PROFILE-FILE
                MOVE "N" TO PROFILE-PRESENT-SW
           END-IF.

        WRITE-NIGHT-TOTAL-ALERT.
           IF NACTAB-ALERTS(NIGHT-ACTIVITY-IDX) > 0
                SET NIGHT-FOUND-IDX TO NIGHT-ACTIVITY-IDX
                MOVE NACTAB-CUSTOMER-ID(NIGHT-ACTIVITY-IDX) TO
                     SCORE-CUSTOMER-ID
                PERFORM FETCH-BEHAVIOUR-PROFILE
                PERFORM FETCH-SCORE-CEILING
                MOVE SPACES TO FRAUD-ALERT-RECORD
                MOVE SPACES TO FRDALR-REFERENCE-NUM
                MOVE 0 TO FRDALR-AMOUNT
                MOVE "NIGHT-TOTAL" TO FRDALR-RULE
                PERFORM FILL-AND-WRITE-ALERT
           END-IF.

      *****************************************************
      *  Score the current record against its customer's
      *  profile and the night so far.  The record is counted
      *  into the night first, so the rules see the night as it
      *  would stand were the record sent.  A record a
      *  supervisor released through SUSPREL has been looked at
      *  already, and is not scored again.  The night's figures
      *  are this run's; a customer past the 5000 the table holds
      *  is scored on the spike rule alone.
      *****************************************************
        SCORE-CUSTOMER-BEHAVIOUR.
           IF CURRENT-SOURCE-ID NOT = "SUSPREL"
                MOVE BIZREC-CUSTOMER-ID OF SEND-RECORD TO
                     SCORE-CUSTOMER-ID
                PERFORM TALLY-NIGHT-ACTIVITY
                PERFORM FETCH-BEHAVIOUR-PROFILE
                PERFORM FETCH-SCORE-CEILING
                PERFORM APPLY-BEHAVIOUR-RULES
                IF FRAUD-ALERTED
                     PERFORM WRITE-BEHAVIOUR-ALERT
                END-IF
           END-IF.

        TALLY-NIGHT-ACTIVITY.
           MOVE "N" TO NIGHT-MATCH-SW.
           PERFORM MATCH-ONE-NIGHT-ENTRY
                VARYING NIGHT-ACTIVITY-IDX FROM 1 BY 1
                UNTIL NIGHT-ACTIVITY-IDX > NIGHT-ACTIVITY-COUNT
                     OR NIGHT-MATCH-FOUND.
           IF NOT NIGHT-MATCH-FOUND
                IF NIGHT-ACTIVITY-COUNT < 5000
                     ADD 1 TO NIGHT-ACTIVITY-COUNT
                     SET NIGHT-FOUND-IDX TO NIGHT-ACTIVITY-COUNT
                     MOVE SCORE-CUSTOMER-ID TO
                          NACTAB-CUSTOMER-ID(NIGHT-FOUND-IDX)
                     MOVE 0 TO NACTAB-COUNT(NIGHT-FOUND-IDX)
                     MOVE 0 TO NACTAB-AMOUNT(NIGHT-FOUND-IDX)
                     MOVE 0 TO NACTAB-LARGEST(NIGHT-FOUND-IDX)
                     MOVE 0 TO NACTAB-ALERTS(NIGHT-FOUND-IDX)
                     SET NIGHT-MATCH-FOUND TO TRUE
                ELSE
                     IF NOT NIGHT-TABLE-FULL
                          DISPLAY "Behaviour scoring: night table "
                               "full - further customers scored "
                               "on the spike rule only"
                          SET NIGHT-TABLE-FULL TO TRUE
                     END-IF
                END-IF
           END-IF.
           IF NIGHT-MATCH-FOUND
                ADD 1 TO NACTAB-COUNT(NIGHT-FOUND-IDX)
                ADD BIZREC-AMOUNT OF SEND-RECORD TO
                     NACTAB-AMOUNT(NIGHT-FOUND-IDX)
                IF BIZREC-AMOUNT OF SEND-RECORD >
                     NACTAB-LARGEST(NIGHT-FOUND-IDX)
                     MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                          NACTAB-LARGEST(NIGHT-FOUND-IDX)
                END-IF
           END-IF.

        MATCH-ONE-NIGHT-ENTRY.
           IF NACTAB-CUSTOMER-ID(NIGHT-ACTIVITY-IDX) =
                SCORE-CUSTOMER-ID
                SET NIGHT-MATCH-FOUND TO TRUE
                SET NIGHT-FOUND-IDX TO NIGHT-ACTIVITY-IDX
           END-IF.

      *  A profile counts only once the customer has booked on
      *  enough nights for a usual to mean anything.
        FETCH-BEHAVIOUR-PROFILE.
           MOVE "N" TO PROFILE-TRUSTED-SW.
           IF PROFILE-FILE-PRESENT
                MOVE SCORE-CUSTOMER-ID TO BEHPRF-CUSTOMER-ID
                READ BEHAVIOUR-PROFILE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          IF BEHPRF-NIGHTS-ACTIVE NOT <
                               FRAUD-MIN-NIGHTS
                               SET PROFILE-TRUSTED TO TRUE
                          END-IF
                END-READ
           END-IF.
           IF NOT PROFILE-TRUSTED
                MOVE 0 TO BEHPRF-NIGHTS-ACTIVE
                MOVE 0 TO BEHPRF-TYPICAL-COUNT
                MOVE 0 TO BEHPRF-AVERAGE-AMOUNT
                MOVE 0 TO BEHPRF-LARGEST-AMOUNT
           END-IF.

        FETCH-SCORE-CEILING.
           MOVE 0 TO SCORE-CEILING.
           PERFORM MATCH-ONE-SCORE-CEILING
                VARYING LIMITS-IDX FROM 1 BY 1
                UNTIL LIMITS-IDX > LIMITS-COUNT
                     OR SCORE-CEILING > 0.

        MATCH-ONE-SCORE-CEILING.
           IF LIMTAB-CUSTOMER-ID(LIMITS-IDX) = SCORE-CUSTOMER-ID
                MOVE LIMTAB-DAILY-CEILING(LIMITS-IDX) TO
                     SCORE-CEILING
           END-IF.

      *****************************************************
      *  The rules, first broken first: velocity, a spike, then
      *  structuring - several pieces taking the night's total
      *  to just under the ceiling, where each alone passes the
      *  limit check.
      *****************************************************
        APPLY-BEHAVIOUR-RULES.
           MOVE "N" TO FRAUD-RULE-SW.
           IF PROFILE-TRUSTED AND NIGHT-MATCH-FOUND
                COMPUTE SCORE-VELOCITY-LIMIT =
                     BEHPRF-TYPICAL-COUNT * FRAUD-VELOCITY-FACTOR
                IF NACTAB-COUNT(NIGHT-FOUND-IDX) >
                     SCORE-VELOCITY-LIMIT
                     AND NACTAB-COUNT(NIGHT-FOUND-IDX) >
                          FRAUD-VELOCITY-FLOOR
                     SET FRAUD-VELOCITY TO TRUE
                END-IF
           END-IF.
           IF FRAUD-NO-ALERT AND PROFILE-TRUSTED
                COMPUTE SCORE-SPIKE-LIMIT =
                     BEHPRF-AVERAGE-AMOUNT * FRAUD-SPIKE-FACTOR
                IF BIZREC-AMOUNT OF SEND-RECORD > SCORE-SPIKE-LIMIT
                     AND BIZREC-AMOUNT OF SEND-RECORD >
                          BEHPRF-LARGEST-AMOUNT
                     SET FRAUD-SPIKE TO TRUE
                END-IF
           END-IF.
           IF FRAUD-NO-ALERT AND NIGHT-MATCH-FOUND
                AND SCORE-CEILING > 0
                COMPUTE SCORE-NEAR-FLOOR =
                     SCORE-CEILING * FRAUD-NEAR-PERCENT / 100
                IF NACTAB-COUNT(NIGHT-FOUND-IDX) NOT <
                     FRAUD-NEAR-PIECES
                     AND NACTAB-AMOUNT(NIGHT-FOUND-IDX) NOT <
                          SCORE-NEAR-FLOOR
                     AND NACTAB-AMOUNT(NIGHT-FOUND-IDX) NOT >
                          SCORE-CEILING
                     SET FRAUD-STRUCTURING TO TRUE
                END-IF
           END-IF.

        WRITE-BEHAVIOUR-ALERT.
           IF NIGHT-MATCH-FOUND
                ADD 1 TO NACTAB-ALERTS(NIGHT-FOUND-IDX)
           END-IF.
           IF ALERT-FILE-OPEN
                MOVE SPACES TO FRAUD-ALERT-RECORD
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     FRDALR-REFERENCE-NUM
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO FRDALR-AMOUNT
                EVALUATE TRUE
                     WHEN FRAUD-VELOCITY
                          SET FRDALR-VELOCITY TO TRUE
                     WHEN FRAUD-SPIKE
                          SET FRDALR-SPIKE TO TRUE
                     WHEN OTHER
                          SET FRDALR-STRUCTURING TO TRUE
                END-EVALUATE
                PERFORM FILL-AND-WRITE-ALERT
           END-IF.

      *  The night's figures come off the customer's entry when
      *  the table holds one - a customer past the cap shows
      *  only the record itself.
        FILL-AND-WRITE-ALERT.
           ACCEPT FRDALR-DATE FROM DATE YYYYMMDD.
           ACCEPT FRDALR-TIME FROM TIME.
           MOVE CURRENT-RUN-ID TO FRDALR-RUN-ID.
           MOVE CURRENT-SOURCE-ID TO FRDALR-SOURCE-ID.
           MOVE SCORE-CUSTOMER-ID TO FRDALR-CUSTOMER-ID.
           IF NIGHT-MATCH-FOUND OR FRDALR-NIGHT-TOTAL
                MOVE NACTAB-COUNT(NIGHT-FOUND-IDX) TO
                     FRDALR-NIGHT-COUNT
                MOVE NACTAB-AMOUNT(NIGHT-FOUND-IDX) TO
                     FRDALR-NIGHT-AMOUNT
                MOVE NACTAB-LARGEST(NIGHT-FOUND-IDX) TO
                     FRDALR-NIGHT-LARGEST
                MOVE NACTAB-ALERTS(NIGHT-FOUND-IDX) TO
                     FRDALR-NIGHT-ALERTS
           ELSE
                MOVE 1 TO FRDALR-NIGHT-COUNT
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                     FRDALR-NIGHT-AMOUNT
                MOVE BIZREC-AMOUNT OF SEND-RECORD TO
                     FRDALR-NIGHT-LARGEST
                MOVE 1 TO FRDALR-NIGHT-ALERTS
           END-IF.
           MOVE BEHPRF-NIGHTS-ACTIVE TO FRDALR-PROFILE-NIGHTS.
           MOVE BEHPRF-TYPICAL-COUNT TO FRDALR-PROFILE-TYPICAL.
           MOVE BEHPRF-AVERAGE-AMOUNT TO FRDALR-PROFILE-AVERAGE.
           MOVE BEHPRF-LARGEST-AMOUNT TO FRDALR-PROFILE-LARGEST.
           MOVE SCORE-CEILING TO FRDALR-DAILY-CEILING.
           WRITE FRAUD-ALERT-RECORD.

      *****************************************************
      *  A record that broke a behaviour rule - held on the
      *  suspense file under the rule's own reason, for the
      *  fraud team to look at before a supervisor releases it.
      *****************************************************
        SUSPEND-FOR-BEHAVIOUR.
           ADD 1 TO RECORDS-SUSPENDED.
           ADD 1 TO RECORDS-FRAUD-HELD.
           EVALUATE TRUE
                WHEN FRAUD-VELOCITY
                     MOVE "FRAUD-VELOCITY" TO FRAUD-REASON-TEXT
                WHEN FRAUD-SPIKE
                     MOVE "FRAUD-SPIKE" TO FRAUD-REASON-TEXT
                WHEN OTHER
                     MOVE "FRAUD-STRUCTURING" TO FRAUD-REASON-TEXT
           END-EVALUATE.
           MOVE FRAUD-REASON-TEXT TO SUSP-REASON-TEXT.
           PERFORM WRITE-SUSPENSE-RECORD.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "SUSPND"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                " " FRAUD-REASON-TEXT
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  One held record, in the exact input layout, with the
      *  reason the caller set in SUSP-REASON-TEXT.
           MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                SUSP-REFERENCE-NUM.
           MOVE SPACE TO SUSP-HOLD-REASON(1:1).
           MOVE SPACES TO SUSP-SOURCE-SUFFIX.
           MOVE CURRENT-SOURCE-ID TO SUSP-SOURCE-ID.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO SUSPENSE-RECORD-COUNT.
           ADD BIZCUR-ORIG-AMOUNT TO SUSPENSE-HASH-TOTAL.
           SET TPBLOCK TO TRUE.
      *  A unit-of-work run carries its calls inside the group's
      *  global transaction; every other mode keeps the
      *  per-record TPNOTRAN of old.  A fee is booked between
      *  groups, outside any transaction.
           IF UOW-MODE AND NOT FEE-CALL-ACTIVE
                SET TPTRAN TO TRUE
           ELSE
                SET TPNOTRAN TO TRUE
                MOVE SPACES TO GL-POSTING-FILE-NAME
                STRING "GLPOST" PARTITION-NUMBER
                     DELIMITED BY SIZE INTO GL-POSTING-FILE-NAME
                MOVE SPACES TO FEE-FILE-NAME
                STRING "FEEOUT" PARTITION-NUMBER
                     DELIMITED BY SIZE INTO FEE-FILE-NAME
                DISPLAY "Partitioned run: stream " PARTITION-NUMBER
                     " of " PARTITION-TOTAL
           END-IF.

      *****************************************************
      *  The breaker thresholds, defaulted field by field when
      *  there is no file - a figure that is not a number, or a
      *  set that cannot be judged (a minimum above the window,
      *  a rate over 100), keeps the defaults whole.
      *****************************************************
        READ-BREAKER-CONFIG.
           OPEN INPUT BREAKER-CONFIG-FILE.
           READ BREAKER-CONFIG-FILE
                AT END MOVE 20 TO BRKCFG-WINDOW-CALLS
                       MOVE 10 TO BRKCFG-MINIMUM-CALLS
                       MOVE 50 TO BRKCFG-FAILURE-PERCENT
                       MOVE 3000 TO BRKCFG-LATENCY-CEILING
                       MOVE 300 TO BRKCFG-COOL-OFF-SECONDS
           END-READ.
           CLOSE BREAKER-CONFIG-FILE.
           IF BRKCFG-WINDOW-CALLS NUMERIC
                AND BRKCFG-WINDOW-CALLS = 0
                SET BREAKER-OFF TO TRUE
                DISPLAY "Circuit breaker off - every record called"
           ELSE
                IF BRKCFG-WINDOW-CALLS NUMERIC
                     AND BRKCFG-MINIMUM-CALLS NUMERIC
                     AND BRKCFG-FAILURE-PERCENT NUMERIC
                     AND BRKCFG-LATENCY-CEILING NUMERIC
                     AND BRKCFG-COOL-OFF-SECONDS NUMERIC
                     AND BRKCFG-WINDOW-CALLS NOT > 50
                     AND BRKCFG-MINIMUM-CALLS > 0
                     AND BRKCFG-MINIMUM-CALLS NOT > BRKCFG-WINDOW-CALLS
                     AND BRKCFG-FAILURE-PERCENT > 0
                     AND BRKCFG-FAILURE-PERCENT NOT > 100
                     MOVE BRKCFG-WINDOW-CALLS TO BREAKER-WINDOW-CALLS
                     MOVE BRKCFG-MINIMUM-CALLS TO
                          BREAKER-MINIMUM-CALLS
                     MOVE BRKCFG-FAILURE-PERCENT TO
                          BREAKER-FAILURE-PERCENT
                     MOVE BRKCFG-LATENCY-CEILING TO
                          BREAKER-LATENCY-CEILING
                     COMPUTE BREAKER-COOL-OFF-HUNDREDTHS =
                          BRKCFG-COOL-OFF-SECONDS * 100
                ELSE
                     DISPLAY "Breaker config ignored - thresholds "
                          "invalid; running on the defaults"
                END-IF
           END-IF.

      *****************************************************
      *  Load the pacing bands, in file order.
      *****************************************************
                     " holidays loaded"
           END-IF.

      *****************************************************
      *  Load the closed accounting periods - a reopened period
      *  on the file is open again and is not loaded.
      *****************************************************
        LOAD-CLOSED-PERIODS.
           OPEN INPUT GL-PERIOD-FILE.
           PERFORM READ-GL-PERIOD-RECORD.
           PERFORM STORE-CLOSED-PERIOD
                UNTIL END-OF-GLPERIOD OR CLOSED-PERIOD-COUNT = 600.
           CLOSE GL-PERIOD-FILE.
           IF CLOSED-PERIOD-COUNT > 0
                DISPLAY "Closed GL periods: " CLOSED-PERIOD-COUNT
           END-IF.

        READ-GL-PERIOD-RECORD.
           READ GL-PERIOD-FILE
                AT END SET END-OF-GLPERIOD TO TRUE
           END-READ.

        STORE-CLOSED-PERIOD.
           IF GLPER-CLOSED AND GLPER-PERIOD NUMERIC
                ADD 1 TO CLOSED-PERIOD-COUNT
                SET CLOSED-PERIOD-IDX TO CLOSED-PERIOD-COUNT
                MOVE GLPER-PERIOD TO CLSPER-PERIOD(CLOSED-PERIOD-IDX)
                MOVE GLPER-LATE-ACTION TO
                     CLSPER-LATE-ACTION(CLOSED-PERIOD-IDX)
           END-IF.
           PERFORM READ-GL-PERIOD-RECORD.

        READ-CALENDAR-RECORD.
           READ BUSINESS-CALENDAR-FILE
                AT END SET END-OF-BUSCAL TO TRUE
                END-IF
           END-IF.

      *****************************************************
      *  CALDT-DATE less one calendar day.
      *****************************************************
        STEP-CALDT-BACK-ONE-DAY.
           IF CALDT-DD > 1
                SUBTRACT 1 FROM CALDT-DD
           ELSE
                IF CALDT-MM = 1
                     MOVE 12 TO CALDT-MM
                     SUBTRACT 1 FROM CALDT-YYYY
                ELSE
                     SUBTRACT 1 FROM CALDT-MM
                END-IF
                PERFORM CHECK-CALDT-LEAP-YEAR
                IF CALDT-MM = 2 AND CALDT-LEAP-YEAR
                     MOVE 29 TO CALDT-DD
                ELSE
                     MOVE DAYS-IN-MONTH(CALDT-MM) TO CALDT-DD
                END-IF
           END-IF.

      *****************************************************
      *  Serial day number of CALDT-DATE (days since the start of
      *  year 1, Gregorian throughout) - serial mod 7 is the day
           IF RATES-COUNT > 0
                DISPLAY "Exchange rates: " RATES-COUNT " loaded"
           END-IF.
           PERFORM OPEN-RATE-HISTORY.
           IF RATES-REFUSED
                DISPLAY "Exchange rates: stale rate on file - "
                     "refusing to start"
                MOVE BIZCUR-ORIG-AMOUNT TO BIZCUR-BOOK-AMOUNT
           ELSE
                MOVE "N" TO RATES-MATCH-SW
                PERFORM FIND-DATED-RATE
                IF DATED-RATE-FOUND
                     SET RATES-MATCH-FOUND TO TRUE
                ELSE
                     PERFORM MATCH-ONE-RATE
                          VARYING RATES-IDX FROM 1 BY 1
                          UNTIL RATES-IDX > RATES-COUNT
                               OR RATES-MATCH-FOUND
                     IF RATES-MATCH-FOUND
                          SET RATES-IDX TO RATES-FOUND-IDX
                          MOVE RATTAB-TO-BOOKING(RATES-IDX) TO
                               CONVERSION-RATE
                     END-IF
                END-IF
                IF RATES-MATCH-FOUND
      *  A converted amount the wire record cannot carry must
      *  never be booked high-order truncated - the record is
      *  rejected instead, like one with no rate on file.
                     COMPUTE BIZCUR-BOOK-AMOUNT ROUNDED =
                          BIZCUR-ORIG-AMOUNT * CONVERSION-RATE
                          ON SIZE ERROR
                               MOVE "N" TO CURRENCY-OK-SW
                               MOVE SPACES TO CURRENCY-REJECT-REASON
                SET RATES-FOUND-IDX TO RATES-IDX
           END-IF.

      *****************************************************
      *  The rate history is opened beside the day's rates.  No
      *  history converts everything at the day's rates, as
      *  before there was one.
      *****************************************************
        OPEN-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE.
           EVALUATE RATE-HISTORY-STATUS
                WHEN "00"
                     SET RATE-HISTORY-PRESENT TO TRUE
                     DISPLAY "Exchange rates: dated history active"
                WHEN "05"
                     CONTINUE
                WHEN OTHER
                     DISPLAY "Exchange rates: history open failed "
                          "with status " RATE-HISTORY-STATUS
                          " - converting at the day's rates"
           END-EVALUATE.

      *****************************************************
      *  The usable rate cut on the record's effective date, or
      *  the last one cut in the few days before it, into
      *  CONVERSION-RATE - so a rerun converts at the rate that
      *  applied on the record's date, not tonight's.  A date
      *  with no rate in reach leaves the day's table to serve
      *  the record.
      *****************************************************
        FIND-DATED-RATE.
           MOVE "N" TO DATED-RATE-SW.
           IF RATE-HISTORY-PRESENT
                AND BIZCUR-EFFECTIVE-DATE NUMERIC
                MOVE BIZCUR-EFFECTIVE-DATE TO CALDT-DATE
                IF CALDT-MM > 0 AND CALDT-MM < 13
                     AND CALDT-DD > 0 AND CALDT-DD < 32
                     PERFORM FIND-REMEMBERED-RATE
                END-IF
           END-IF.

        FIND-REMEMBERED-RATE.
           MOVE "N" TO DATED-MATCH-SW.
           PERFORM MATCH-ONE-DATED-RATE
                VARYING DATED-RATE-IDX FROM 1 BY 1
                UNTIL DATED-RATE-IDX > DATED-RATE-COUNT
                     OR DATED-MATCH-FOUND.
           IF DATED-MATCH-FOUND
                SET DATED-RATE-IDX TO DATED-RATE-FOUND-IDX
                IF DATRAT-FOUND-FLAG(DATED-RATE-IDX) = "Y"
                     SET DATED-RATE-FOUND TO TRUE
                     MOVE DATRAT-TO-BOOKING(DATED-RATE-IDX) TO
                          CONVERSION-RATE
                END-IF
           ELSE
                MOVE 0 TO DATED-RATE-TRIES
                PERFORM READ-ONE-DATED-RATE
                     UNTIL DATED-RATE-FOUND
                          OR DATED-RATE-TRIES NOT < DATED-RATE-DAYS-BACK
                PERFORM REMEMBER-DATED-RATE
           END-IF.

        MATCH-ONE-DATED-RATE.
           IF DATRAT-CURRENCY-CODE(DATED-RATE-IDX) =
                BIZCUR-CURRENCY-CODE
                AND DATRAT-EFFECTIVE-DATE(DATED-RATE-IDX) =
                     BIZCUR-EFFECTIVE-DATE
                SET DATED-MATCH-FOUND TO TRUE
                SET DATED-RATE-FOUND-IDX TO DATED-RATE-IDX
           END-IF.

        READ-ONE-DATED-RATE.
           ADD 1 TO DATED-RATE-TRIES.
           MOVE BIZCUR-CURRENCY-CODE TO FXHIST-CURRENCY-CODE.
           MOVE CALDT-DATE TO FXHIST-RATE-DATE.
           READ RATE-HISTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF FXHIST-USABLE AND FXHIST-TO-BOOKING > 0
                          SET DATED-RATE-FOUND TO TRUE
                          MOVE FXHIST-TO-BOOKING TO CONVERSION-RATE
                     END-IF
           END-READ.
           IF NOT DATED-RATE-FOUND
                PERFORM STEP-CALDT-BACK-ONE-DAY
           END-IF.

        REMEMBER-DATED-RATE.
           IF DATED-RATE-COUNT < 200
                ADD 1 TO DATED-RATE-COUNT
                SET DATED-RATE-IDX TO DATED-RATE-COUNT
                MOVE BIZCUR-CURRENCY-CODE TO
                     DATRAT-CURRENCY-CODE(DATED-RATE-IDX)
                MOVE BIZCUR-EFFECTIVE-DATE TO
                     DATRAT-EFFECTIVE-DATE(DATED-RATE-IDX)
                MOVE DATED-RATE-SW TO
                     DATRAT-FOUND-FLAG(DATED-RATE-IDX)
                MOVE CONVERSION-RATE TO
                     DATRAT-TO-BOOKING(DATED-RATE-IDX)
           END-IF.

      *****************************************************
      *  A delimited amount the parser could not positively
      *  recognize - rejected without a call, never guessed at.
                " OK " SVCCTR-RECORDS-OK(SVCCTR-IDX)
                " failed " SVCCTR-RECORDS-FAILED(SVCCTR-IDX).

      *****************************************************
      *  Before an individual call: find the routed service's
      *  breaker (opening one closed at its first call) and say
      *  whether the record is to be queued instead.  An open
      *  breaker whose cool-off has run lets this one record
      *  through as the probe.
      *****************************************************
        CHECK-SERVICE-BREAKER.
           MOVE "N" TO BREAKER-DIVERT-SW.
           IF NOT BREAKER-OFF
                PERFORM FIND-SERVICE-BREAKER
                IF BRKTAB-MATCH-FOUND AND BRKTAB-OPEN(BRKTAB-IDX)
                     PERFORM TAKE-BREAKER-TIME
                     COMPUTE BREAKER-ELAPSED-HUNDREDTHS =
                          BREAKER-NOW-HUNDREDTHS
                               - BRKTAB-TRIPPED-AT(BRKTAB-IDX)
                     IF BREAKER-ELAPSED-HUNDREDTHS < 0
                          ADD HUNDREDTHS-PER-DAY TO
                               BREAKER-ELAPSED-HUNDREDTHS
                     END-IF
                     IF BREAKER-ELAPSED-HUNDREDTHS <
                          BREAKER-COOL-OFF-HUNDREDTHS
                          SET BREAKER-DIVERTING TO TRUE
                     ELSE
                          SET BRKTAB-PROBING(BRKTAB-IDX) TO TRUE
                          DISPLAY "Breaker: cool-off over - probing "
                               BRKTAB-SERVICE-NAME(BRKTAB-IDX)
                     END-IF
                END-IF
           END-IF.

        FIND-SERVICE-BREAKER.
           MOVE "N" TO BRKTAB-MATCH-SW.
           PERFORM MATCH-ONE-SERVICE-BREAKER
                VARYING BRKTAB-IDX FROM 1 BY 1
                UNTIL BRKTAB-IDX > BRKTAB-COUNT
                     OR BRKTAB-MATCH-FOUND.
           IF BRKTAB-MATCH-FOUND
                SET BRKTAB-IDX TO BRKTAB-FOUND-IDX
           ELSE
                IF BRKTAB-COUNT < 51
                     ADD 1 TO BRKTAB-COUNT
                     SET BRKTAB-IDX TO BRKTAB-COUNT
                     MOVE ROUTED-SERVICE-NAME TO
                          BRKTAB-SERVICE-NAME(BRKTAB-IDX)
                     SET BRKTAB-CLOSED(BRKTAB-IDX) TO TRUE
                     PERFORM CLEAR-BREAKER-WINDOW
                     MOVE 0 TO BRKTAB-TRIPPED-AT(BRKTAB-IDX)
                     MOVE 0 TO BRKTAB-TRIP-COUNT(BRKTAB-IDX)
                     MOVE 0 TO BRKTAB-RECORDS-QUEUED(BRKTAB-IDX)
                     SET BRKTAB-MATCH-FOUND TO TRUE
                END-IF
           END-IF.

        MATCH-ONE-SERVICE-BREAKER.
           IF BRKTAB-SERVICE-NAME(BRKTAB-IDX) = ROUTED-SERVICE-NAME
                SET BRKTAB-MATCH-FOUND TO TRUE
                SET BRKTAB-FOUND-IDX TO BRKTAB-IDX
           END-IF.

        CLEAR-BREAKER-WINDOW.
           MOVE 0 TO BRKTAB-WINDOW-FILLED(BRKTAB-IDX).
           MOVE 0 TO BRKTAB-NEXT-SLOT(BRKTAB-IDX).
           MOVE 0 TO BRKTAB-WINDOW-FAILURES(BRKTAB-IDX).
           MOVE 0 TO BRKTAB-WINDOW-HUNDREDTHS(BRKTAB-IDX).

        TAKE-BREAKER-TIME.
           ACCEPT BREAKER-TIME-NOW FROM TIME.
           MOVE BREAKER-TIME-NOW TO TIME-CONVERT-TEXT.
           PERFORM CONVERT-TIME-TO-HUNDREDTHS.
           MOVE TIME-CONVERT-HUNDREDTHS TO BREAKER-NOW-HUNDREDTHS.

      *****************************************************
      *  After an individual call: roll its outcome into the
      *  service's window and judge it.  Only the service not
      *  answering counts against it - a TPESVCFAIL is the
      *  service answering with a business refusal, and says
      *  nothing about its health.  The time judged is the
      *  call's last attempt.  A probe settles the breaker
      *  outright: answered, it closes on a fresh window; not,
      *  it opens again for another cool-off.
      *****************************************************
        RECORD-BREAKER-OUTCOME.
           IF NOT BREAKER-OFF AND BRKTAB-MATCH-FOUND
                IF TPOK OR TPESVCFAIL
                     MOVE "N" TO BREAKER-CALL-FAILED-SW
                ELSE
                     SET BREAKER-CALL-FAILED TO TRUE
                END-IF
                IF BRKTAB-PROBING(BRKTAB-IDX)
                     IF BREAKER-CALL-FAILED
                          MOVE "PROBE-FAILED" TO BREAKER-TRIP-REASON
                          PERFORM TRIP-SERVICE-BREAKER
                     ELSE
                          PERFORM RESET-SERVICE-BREAKER
                     END-IF
                ELSE
                     PERFORM ROLL-BREAKER-WINDOW
                     PERFORM JUDGE-BREAKER-WINDOW
                END-IF
           END-IF.

      *  The ring: once full, the slot about to be reused takes
      *  its old outcome out of the running totals first.
        ROLL-BREAKER-WINDOW.
           ADD 1 TO BRKTAB-NEXT-SLOT(BRKTAB-IDX).
           IF BRKTAB-NEXT-SLOT(BRKTAB-IDX) > BREAKER-WINDOW-CALLS
                MOVE 1 TO BRKTAB-NEXT-SLOT(BRKTAB-IDX)
           END-IF.
           MOVE BRKTAB-NEXT-SLOT(BRKTAB-IDX) TO BREAKER-SLOT-SUB.
           IF BRKTAB-WINDOW-FILLED(BRKTAB-IDX) <
                BREAKER-WINDOW-CALLS
                ADD 1 TO BRKTAB-WINDOW-FILLED(BRKTAB-IDX)
           ELSE
                IF BRKTAB-SLOT-FAILED(BRKTAB-IDX BREAKER-SLOT-SUB)
                     = "Y"
                     SUBTRACT 1 FROM BRKTAB-WINDOW-FAILURES(BRKTAB-IDX)
                END-IF
                SUBTRACT BRKTAB-SLOT-HUNDREDTHS
                     (BRKTAB-IDX BREAKER-SLOT-SUB)
                     FROM BRKTAB-WINDOW-HUNDREDTHS(BRKTAB-IDX)
           END-IF.
           MOVE BREAKER-CALL-FAILED-SW TO
                BRKTAB-SLOT-FAILED(BRKTAB-IDX BREAKER-SLOT-SUB).
           MOVE CALL-ELAPSED-HUNDREDTHS TO
                BRKTAB-SLOT-HUNDREDTHS(BRKTAB-IDX BREAKER-SLOT-SUB).
           IF BREAKER-CALL-FAILED
                ADD 1 TO BRKTAB-WINDOW-FAILURES(BRKTAB-IDX)
           END-IF.
           ADD CALL-ELAPSED-HUNDREDTHS TO
                BRKTAB-WINDOW-HUNDREDTHS(BRKTAB-IDX).

        JUDGE-BREAKER-WINDOW.
           IF BRKTAB-WINDOW-FILLED(BRKTAB-IDX) NOT <
                BREAKER-MINIMUM-CALLS
                COMPUTE BREAKER-RATE-PERCENT =
                     BRKTAB-WINDOW-FAILURES(BRKTAB-IDX) * 100
                          / BRKTAB-WINDOW-FILLED(BRKTAB-IDX)
                COMPUTE BREAKER-AVERAGE-HUNDREDTHS =
                     BRKTAB-WINDOW-HUNDREDTHS(BRKTAB-IDX)
                          / BRKTAB-WINDOW-FILLED(BRKTAB-IDX)
                EVALUATE TRUE
                     WHEN BREAKER-RATE-PERCENT NOT <
                          BREAKER-FAILURE-PERCENT
                          MOVE "FAILURE-RATE" TO BREAKER-TRIP-REASON
                          PERFORM TRIP-SERVICE-BREAKER
                     WHEN BREAKER-LATENCY-CEILING > 0
                          AND BREAKER-AVERAGE-HUNDREDTHS NOT <
                               BREAKER-LATENCY-CEILING
                          MOVE "LATENCY" TO BREAKER-TRIP-REASON
                          PERFORM TRIP-SERVICE-BREAKER
                END-EVALUATE
           END-IF.

      *****************************************************
      *  Trip: the service's records queue from here until the
      *  cool-off has run.  The trip goes on the audit trail
      *  against the service, with the status of the call that
      *  tripped it, and out to OPSMON.  The window starts again
      *  empty, so a closed breaker is judged only on calls made
      *  since it closed.
      *****************************************************
        TRIP-SERVICE-BREAKER.
           SET BRKTAB-OPEN(BRKTAB-IDX) TO TRUE.
           ADD 1 TO BRKTAB-TRIP-COUNT(BRKTAB-IDX).
           PERFORM TAKE-BREAKER-TIME.
           MOVE BREAKER-NOW-HUNDREDTHS TO
                BRKTAB-TRIPPED-AT(BRKTAB-IDX).
           PERFORM CLEAR-BREAKER-WINDOW.
           DISPLAY "Breaker: TRIPPED on "
                BRKTAB-SERVICE-NAME(BRKTAB-IDX)
                " (" BREAKER-TRIP-REASON ") - records queue for "
                "DEQUECLI".
           MOVE BRKTAB-SERVICE-NAME(BRKTAB-IDX) TO SERVICE-NAME.
           MOVE CALL-NAME-TEXT TO SAVED-CALL-NAME.
           MOVE "BRKTRIP" TO CALL-NAME-TEXT.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SAVED-CALL-NAME TO CALL-NAME-TEXT.
           MOVE SPACES TO ALERT-MESSAGE-TEXT.
           STRING "BATCHCLI breaker tripped on "
                BRKTAB-SERVICE-NAME(BRKTAB-IDX) DELIMITED BY SPACE
                " (" DELIMITED BY SIZE
                BREAKER-TRIP-REASON DELIMITED BY SPACE
                ") - queuing for DEQUECLI" DELIMITED BY SIZE
                INTO ALERT-MESSAGE-TEXT.
           PERFORM SEND-OPERATOR-ALERT.

        RESET-SERVICE-BREAKER.
           SET BRKTAB-CLOSED(BRKTAB-IDX) TO TRUE.
           PERFORM CLEAR-BREAKER-WINDOW.
           DISPLAY "Breaker: reset on "
                BRKTAB-SERVICE-NAME(BRKTAB-IDX)
                " - probe answered, calling again".
           MOVE BRKTAB-SERVICE-NAME(BRKTAB-IDX) TO SERVICE-NAME.
           MOVE CALL-NAME-TEXT TO SAVED-CALL-NAME.
           MOVE "BRKRESET" TO CALL-NAME-TEXT.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SAVED-CALL-NAME TO CALL-NAME-TEXT.
           MOVE SPACES TO ALERT-MESSAGE-TEXT.
           STRING "BATCHCLI breaker reset on "
                BRKTAB-SERVICE-NAME(BRKTAB-IDX) DELIMITED BY SPACE
                " - probe answered, calling again"
                DELIMITED BY SIZE
                INTO ALERT-MESSAGE-TEXT.
           PERFORM SEND-OPERATOR-ALERT.

      *****************************************************
      *  Park the record on its service's queue, under the same
      *  correlation id CSIMPCL enqueues with - customer id and
      *  reference, DEQUECLI's replay count left blank, the
      *  enqueue date for the queue inspector.  Each one goes on
      *  the audit trail.  A queue that will not take it fails
      *  the record to the rejects like any failed call, status
      *  and all, so it is resubmitted rather than lost.
      *****************************************************
        DIVERT-TO-SERVICE-QUEUE.
           MOVE ROUTED-SERVICE-NAME TO QUEUE-NAME.
           MOVE DOMCFG-QUEUE-NAME TO REPLY-QUEUE.
           MOVE SPACES TO CORRELATION-ID.
           STRING BIZREC-CUSTOMER-ID OF SEND-RECORD DELIMITED BY SIZE
                BIZREC-REFERENCE-NUM OF SEND-RECORD DELIMITED BY SIZE
                INTO CORRELATION-ID.
           ACCEPT CORRELATION-ID(25:8) FROM DATE YYYYMMDD.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF SEND-RECORD TO LEN OF TPTYPE-REC.
           CALL "TPENQUEUE" USING TPQCTL-REC
                TPTYPE-REC
                SEND-RECORD
                TPSTATUS-REC.
           MOVE ROUTED-SERVICE-NAME TO SERVICE-NAME.
           MOVE "TPENQUEUE" TO CALL-NAME-TEXT.
           IF TPOK
                SET RECORD-QUEUED TO TRUE
                ADD 1 TO BRKTAB-RECORDS-QUEUED(BRKTAB-IDX)
           ELSE
                DISPLAY "TPENQUEUE Failed for reference |"
                     BIZREC-REFERENCE-NUM OF SEND-RECORD
                     "| on " ROUTED-SERVICE-NAME
                     " TP-STATUS=" TP-STATUS
                SET ACTION-SKIP TO TRUE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *  A queued record is the queue's now: it goes on the
      *  registry so no rerun sends it again behind DEQUECLI, but
      *  is neither balanced nor charged here - it has not been
      *  booked yet.
        WRITE-QUEUED-OUTCOME.
           ADD 1 TO RECORDS-QUEUED.
           PERFORM RECORD-PROCESSED-REFERENCE.
           MOVE BIZREC-AMOUNT OF SEND-RECORD TO SEND-AMOUNT-TEXT.
           MOVE SPACES TO BATCH-OUTPUT-RECORD.
           STRING "QUEUED"
                BIZREC-CUSTOMER-ID OF SEND-RECORD
                SEND-AMOUNT-TEXT
                BIZREC-EFFECTIVE-DATE OF SEND-RECORD
                BIZREC-REFERENCE-NUM OF SEND-RECORD
                " BREAKER-OPEN"
                DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD.
           PERFORM WRITE-OUTPUT-RECORD.

      *****************************************************
      *  End-of-run breaker figures, for every service whose
      *  breaker tripped at least once this run.
      *****************************************************
        DISPLAY-BREAKER-SUMMARY.
           PERFORM DISPLAY-ONE-BREAKER
                VARYING BRKTAB-IDX FROM 1 BY 1
                UNTIL BRKTAB-IDX > BRKTAB-COUNT.

        DISPLAY-ONE-BREAKER.
           IF BRKTAB-TRIP-COUNT(BRKTAB-IDX) > 0
                DISPLAY "Breaker " BRKTAB-SERVICE-NAME(BRKTAB-IDX)
                     " state " BRKTAB-STATE(BRKTAB-IDX)
                     " trips " BRKTAB-TRIP-COUNT(BRKTAB-IDX)
                     " queued " BRKTAB-RECORDS-QUEUED(BRKTAB-IDX)
           END-IF.

      *****************************************************
      *  Persist this run's CALL-STATS block onto the service
      *  history file, so the figures survive the job log and the

      *****************************************************
      *  Append one line to the audit trail: service, timestamp,
      *  TP-STATUS and APPL-RETURN-CODE for the call just made,
      *  and the reference of the record it carried - a streamed
      *  result names the record it answers.
      *****************************************************
        WRITE-AUDIT-RECORD.
           MOVE SERVICE-NAME TO AUDIT-SERVICE-NAME.
           MOVE TP-STATUS TO AUDIT-TP-STATUS.
           MOVE APPL-RETURN-CODE TO AUDIT-APPL-RETURN-CODE.
           MOVE CURRENT-RUN-ID TO AUDIT-RUN-ID.
           IF CALL-NAME-TEXT = "TPRECV"
                MOVE BIZREC-REFERENCE-NUM OF RECV-RECORD TO
                     AUDIT-REFERENCE-NUM
           ELSE
                MOVE BIZREC-REFERENCE-NUM OF SEND-RECORD TO
                     AUDIT-REFERENCE-NUM
           END-IF.
           WRITE AUDIT-RECORD.

      *****************************************************
