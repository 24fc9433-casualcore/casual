      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CCRITPTH.cbl
      *
      *  The night chain's critical path against Finance's real
      *  deadline: GLPOST signed off by DAYCLOSE.  CHAINCTL's step
      *  log CHAINLOG says when each step of each chain started,
      *  ended and how; DAYCLOSE's close file says when the day
      *  was signed off; the run-control file says how many
      *  records each night carried.  Put together they show how
      *  close every night has come to missing the deadline, and
      *  where the time went.
      *
      *     critpath REPORT    per night, then trends by week
      *     critpath PROJECT   tonight's projected delivery
      *
      *  REPORT covers the chains of the last eight weeks.  Per
      *  night, each step's elapsed time (its completed attempt),
      *  its wait (from the end of the step before it - or the
      *  chain's start - to the start of that attempt, which is
      *  where a failed attempt and the rerun gap land) and its
      *  slack (the minutes left to the deadline when it ended),
      *  then the delivery: the first DAYCLOSE sign-off after the
      *  chain started, with its slack, flagged LATE when it came
      *  after the deadline.  The trend section gives each step's
      *  average elapsed minutes week by week, the oldest week
      *  first, and the same for the whole night, start to
      *  delivery.
      *
      *  PROJECT is run by CHAINCTL as a fresh chain starts.  For
      *  each step on the schedule CHAINSCH it takes the last ten
      *  nights the step completed: their elapsed time per record
      *  carried, scaled to tonight's volume from the manifest
      *  trailers - or their plain average elapsed time where no
      *  volume is known - and their average wait.  With the
      *  average lag from the last step to the sign-off, that
      *  puts tonight's delivery against the deadline.  A
      *  projected delivery past the deadline is broadcast to the
      *  operations monitor and ends with RETURN-CODE 4; the chain
      *  runs on regardless - the warning is the point.
      *
      *  The deadline (HHMM, the first such time after the chain
      *  starts) is on CRITPARM; 0600 when it has not been set
      *  down.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRITPATH.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO "CHAINLOG"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DEADLINE-PARM-FILE ASSIGN TO "CRITPARM"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "CHAINSCH"
                ORGANIZATION LINE SEQUENTIAL.
      *  The night's input files - the same manifest BATCHCLI and
      *  WINFIT work from.  No manifest on file means the single
      *  BATCHIN of old.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "BATCHMAN"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROJECTION-SCAN-FILE ASSIGN TO DYNAMIC
                PROJECTION-SCAN-NAME
                ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *  The step log as CHAINCTL writes it.
        FD  STEP-LOG-FILE.
        01  STEP-LOG-RECORD.
               05 SLOG-CHAIN-ID              PIC 9(08).
               05 SLOG-STEP-SEQ              PIC 9(02).
               05 SLOG-STEP-NAME             PIC X(08).
               05 SLOG-RECORD-TYPE           PIC X(01).
                       88 SLOG-START-RECORD          VALUE "S".
                       88 SLOG-END-RECORD            VALUE "E".
               05 SLOG-STAMP-DATE            PIC 9(08).
               05 SLOG-STAMP-TIME            PIC 9(08).
               05 SLOG-OUTCOME               PIC X(01).
                       88 SLOG-COMPLETE              VALUE "C".
                       88 SLOG-FAILED                VALUE "F".

      *  The close record as DAYCLOSE writes it.
        FD  DAY-CLOSE-FILE.
        01  DAY-CLOSE-RECORD.
               05 CLOSE-BUSINESS-DATE        PIC 9(08).
               05 CLOSE-STAMP-DATE           PIC 9(08).
               05 CLOSE-STAMP-TIME           PIC 9(08).
               05 CLOSE-STATUS               PIC X(01).
                       88 CLOSE-SIGNED-OFF           VALUE "S".
                       88 CLOSE-HELD                 VALUE "H".
               05 CLOSE-CONDITION-TEXT       PIC X(40).

      *  The run-control record as BATCHCLI writes it.
        FD  RUN-CONTROL-FILE.
        01  RUN-CONTROL-RECORD.
               05 RUNCTL-RUN-ID              PIC 9(08).
               05 RUNCTL-RECORD-TYPE         PIC X(01).
                       88 RUNCTL-START-RECORD        VALUE "S".
                       88 RUNCTL-END-RECORD          VALUE "E".
               05 RUNCTL-INPUT-FILE-NAME     PIC X(12).
               05 RUNCTL-STAMP-DATE          PIC 9(08).
               05 RUNCTL-STAMP-TIME          PIC 9(08).
               05 RUNCTL-RECORDS-READ        PIC 9(09).
               05 RUNCTL-RECORDS-OK          PIC 9(09).
               05 RUNCTL-RECORDS-FAILED      PIC 9(09).
               05 RUNCTL-COMPLETION-STATUS   PIC X(01).
                       88 RUNCTL-COMPLETE            VALUE "C".
               05 RUNCTL-RECORDS-OTHER       PIC 9(09).

        FD  DEADLINE-PARM-FILE.
        01  DEADLINE-PARM-RECORD.
               05 PARM-DEADLINE-HHMM         PIC 9(04).

      *  The chain schedule as CHAINCTL reads it.
        FD  SCHEDULE-FILE.
        01  SCHEDULE-RECORD.
               05 SCHED-STEP-SEQ             PIC 9(02).
               05 SCHED-STEP-NAME            PIC X(08).
               05 SCHED-CHECK-CODE           PIC X(01).
               05 SCHED-COMMAND              PIC X(60).

        FD  MANIFEST-FILE.
        01  MANIFEST-RECORD.
               05 MANIFEST-FILE-NAME         PIC X(12).

      *  Only an input file's trailer is of interest, and only its
      *  record count.
        FD  PROJECTION-SCAN-FILE.
        01  PROJECTION-SCAN-RECORD.
               05 PSCAN-RECORD-TYPE          PIC X(03).
               05 PSCAN-RECORD-COUNT         PIC 9(09).
               05 FILLER                     PIC X(68).

        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01  CMD-LINE-REC            PIC X(80) VALUE SPACES.
        01  CRITPATH-ACTION         PIC X(08) VALUE SPACES.
               88 ACTION-REPORT              VALUE "REPORT".
               88 ACTION-PROJECT             VALUE "PROJECT".

        01  CRITPATH-SWITCHES.
               05 END-OF-STEPLOG-SW PIC X(01) VALUE "N".
                       88 END-OF-STEPLOG     VALUE "Y".
               05 END-OF-DAYCLOSE-SW PIC X(01) VALUE "N".
                       88 END-OF-DAYCLOSE    VALUE "Y".
               05 END-OF-RUNCTL-SW  PIC X(01) VALUE "N".
                       88 END-OF-RUNCTL      VALUE "Y".
               05 END-OF-SCHEDULE-SW PIC X(01) VALUE "N".
                       88 END-OF-SCHEDULE    VALUE "Y".
               05 END-OF-MANIFEST-SW PIC X(01) VALUE "N".
                       88 END-OF-MANIFEST    VALUE "Y".
               05 END-OF-PSCAN-SW   PIC X(01) VALUE "N".
                       88 END-OF-PSCAN       VALUE "Y".
               05 CHAIN-MATCH-SW    PIC X(01) VALUE "N".
                       88 CHAIN-MATCH-FOUND  VALUE "Y".
               05 TREND-MATCH-SW    PIC X(01) VALUE "N".
                       88 TREND-MATCH-FOUND  VALUE "Y".
               05 VOLUME-KNOWN-SW   PIC X(01) VALUE "Y".
                       88 TONIGHT-VOLUME-KNOWN VALUE "Y".

      *  The delivery deadline, HHMM, and as seconds past
      *  midnight.
        01  DEADLINE-HHMM           PIC 9(04) VALUE 0600.
        01  DEADLINE-HHMM-SPLIT REDEFINES DEADLINE-HHMM.
               05 DEADLINE-HH       PIC 9(02).
               05 DEADLINE-MM       PIC 9(02).
        01  DEADLINE-DAY-SECONDS    PIC S9(9) COMP-5 VALUE 0.
        01  DEADLINE-BASE           PIC S9(18) COMP-5 VALUE 0.

      *  Today's serial day number - the age of a chain in days,
      *  and so its week, is a plain subtraction.
        01  TODAY-DATE              PIC 9(08).
        01  TODAY-SERIAL-DAY        PIC S9(9) COMP-5.
        01  CHAIN-AGE-DAYS          PIC S9(9) COMP-5.
        01  HISTORY-DAYS            PIC S9(4) COMP-5 VALUE 56.

      *  A date and HHMMSSCC time stamp, turned into seconds since
      *  the start of year 1 - step times that straddle midnight,
      *  or a rerun the next morning, subtract cleanly.
        01  STAMP-DATE-WORK         PIC 9(08) VALUE 0.
        01  STAMP-TIME-WORK         PIC 9(08) VALUE 0.
        01  STAMP-TIME-SPLIT REDEFINES STAMP-TIME-WORK.
               05 STAMP-HH          PIC 9(02).
               05 STAMP-MM          PIC 9(02).
               05 STAMP-SS          PIC 9(02).
               05 STAMP-CC          PIC 9(02).
        01  STAMP-SECONDS           PIC S9(18) COMP-5 VALUE 0.
        01  STAMP-SERIAL-DAY        PIC S9(9) COMP-5 VALUE 0.

      *  Date being converted to a serial day number (days since
      *  the start of year 1, Gregorian throughout) - as in
      *  CSVCTRND.
        01  CONVERT-DATE-FIELDS.
               05 CONVERT-YYYY      PIC 9(04).
               05 CONVERT-MM        PIC 9(02).
               05 CONVERT-DD        PIC 9(02).
        01  CONVERT-SERIAL-DAY      PIC S9(9) COMP-5.
        01  CONVERT-PRIOR-YEARS     PIC S9(9) COMP-5.
        01  CONVERT-MONTH-SUB       PIC S9(4) COMP-5.
        01  LEAP-REMAINDER          PIC 9(04).
        01  LEAP-QUOTIENT           PIC 9(04).
        01  LEAP-YEAR-SW            PIC X(01) VALUE "N".
               88 LEAP-YEAR                  VALUE "Y".
        01  DAYS-IN-MONTH-TABLE.
               05 FILLER            PIC X(24) VALUE
                    "312831303130313130313031".
        01  DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

      *  The chains of the history window, oldest first - chain
      *  ids only ever rise, so log order is chain order.  Each
      *  step is held at its schedule sequence: its last attempt's
      *  start, and the start and end of the attempt that
      *  completed it.  Times are seconds as above.
        01  CHAIN-TABLE.
               05 CHAIN-COUNT       PIC S9(4) COMP-5 VALUE 0.
               05 CHAIN-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON CHAIN-COUNT
                       INDEXED BY CHAIN-IDX.
                       10 CHNTAB-CHAIN-ID            PIC 9(08).
                       10 CHNTAB-START-DATE          PIC 9(08).
                       10 CHNTAB-START-HHMM          PIC 9(04).
                       10 CHNTAB-FIRST-START         PIC S9(18) COMP-5.
                       10 CHNTAB-LAST-STAMP          PIC S9(18) COMP-5.
                       10 CHNTAB-LAST-END            PIC S9(18) COMP-5.
                       10 CHNTAB-DEADLINE            PIC S9(18) COMP-5.
                       10 CHNTAB-DELIVERY            PIC S9(18) COMP-5.
                       10 CHNTAB-DELIVERY-DATE       PIC 9(08).
                       10 CHNTAB-DELIVERY-HHMM       PIC 9(04).
                       10 CHNTAB-VOLUME              PIC S9(9) COMP-5.
                       10 CHNTAB-WEEK                PIC S9(4) COMP-5.
                       10 CHNTAB-STEP OCCURS 20 TIMES.
                               15 STPTAB-STEP-NAME   PIC X(08).
                               15 STPTAB-STATUS      PIC X(01).
                                       88 STPTAB-COMPLETE    VALUE "C".
                                       88 STPTAB-FAILED      VALUE "F".
                               15 STPTAB-ATTEMPTS    PIC S9(4) COMP-5.
                               15 STPTAB-ATTEMPT-START
                                                     PIC S9(18) COMP-5.
                               15 STPTAB-START       PIC S9(18) COMP-5.
                               15 STPTAB-END         PIC S9(18) COMP-5.
                               15 STPTAB-START-HHMM  PIC 9(04).
                               15 STPTAB-END-HHMM    PIC 9(04).
        01  CHAIN-FOUND-IDX         USAGE INDEX.
        01  CHAIN-SHIFT-SUB         PIC S9(4) COMP-5 VALUE 0.
        01  STEP-SUB                PIC S9(4) COMP-5 VALUE 0.
        01  PRIOR-STEP-SUB          PIC S9(4) COMP-5 VALUE 0.
        01  STEP-SEQ-TEXT           PIC 9(02) VALUE 0.

      *  Trend accumulators: one row per step name and a last row
      *  for the whole night, eight weeks each - week 8 is this
      *  week, week 1 seven weeks ago.
        01  TREND-TABLE.
               05 TREND-COUNT       PIC S9(4) COMP-5 VALUE 0.
               05 TREND-ENTRY OCCURS 1 TO 21 TIMES
                       DEPENDING ON TREND-COUNT
                       INDEXED BY TREND-IDX.
                       10 TRNTAB-STEP-NAME           PIC X(08).
                       10 TRNTAB-WEEK OCCURS 8 TIMES.
                               15 TRNTAB-SECONDS     PIC S9(18) COMP-5.
                               15 TRNTAB-NIGHTS      PIC S9(9) COMP-5.
        01  TREND-FOUND-IDX         USAGE INDEX.
        01  TREND-NAME-WORK         PIC X(08) VALUE SPACES.
        01  WEEK-SUB                PIC S9(4) COMP-5 VALUE 0.
        01  TREND-LINE.
               05 TRNLIN-STEP-NAME  PIC X(10).
               05 TRNLIN-WEEK OCCURS 8 TIMES.
                       10 TRNLIN-MINUTES             PIC X(07).

      *  The schedule, for the projection.
        01  SCHEDULE-TABLE.
               05 SCHED-COUNT       PIC S9(4) COMP-5 VALUE 0.
               05 SCHED-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON SCHED-COUNT
                       INDEXED BY SCHED-IDX.
                       10 SCHTAB-STEP-SEQ            PIC 9(02).
                       10 SCHTAB-STEP-NAME           PIC X(08).

        01  MANIFEST-TABLE.
               05 MANIFEST-COUNT    PIC S9(4) COMP-5 VALUE 0.
               05 MANIFEST-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON MANIFEST-COUNT
                       INDEXED BY MANIFEST-IDX.
                       10 MANTAB-FILE-NAME           PIC X(12).
        01  PROJECTION-SCAN-NAME    PIC X(12) VALUE SPACES.
        01  PSCAN-TRAILER-SW        PIC X(01) VALUE "N".
               88 PSCAN-TRAILER-SEEN         VALUE "Y".

      *  One night's figures as reported, and the projection's
      *  working totals.
        01  NIGHT-FIGURES.
               05 PREVIOUS-END      PIC S9(18) COMP-5 VALUE 0.
               05 ELAPSED-SECONDS   PIC S9(18) COMP-5 VALUE 0.
               05 WAIT-SECONDS      PIC S9(18) COMP-5 VALUE 0.
               05 SLACK-SECONDS     PIC S9(18) COMP-5 VALUE 0.
               05 NIGHT-END         PIC S9(18) COMP-5 VALUE 0.
               05 LONGEST-SECONDS   PIC S9(18) COMP-5 VALUE 0.
               05 LONGEST-STEP-NAME PIC X(08) VALUE SPACES.
               05 NIGHTS-LATE       PIC S9(9) COMP-5 VALUE 0.
               05 NIGHTS-REPORTED   PIC S9(9) COMP-5 VALUE 0.

        01  PROJECTION-FIGURES.
               05 TONIGHT-VOLUME    PIC S9(9) COMP-5 VALUE 0.
               05 NIGHTS-USED       PIC S9(4) COMP-5 VALUE 0.
               05 HIST-ELAPSED      PIC S9(18) COMP-5 VALUE 0.
               05 HIST-WAIT         PIC S9(18) COMP-5 VALUE 0.
               05 HIST-VOLUME       PIC S9(18) COMP-5 VALUE 0.
               05 HIST-VOLUME-ELAPSED PIC S9(18) COMP-5 VALUE 0.
               05 PROJ-ELAPSED      PIC S9(18) COMP-5 VALUE 0.
               05 PROJ-WAIT         PIC S9(18) COMP-5 VALUE 0.
               05 PROJ-TOTAL        PIC S9(18) COMP-5 VALUE 0.
               05 LAG-SECONDS       PIC S9(18) COMP-5 VALUE 0.
               05 LAG-NIGHTS        PIC S9(9) COMP-5 VALUE 0.
               05 NOW-SECONDS       PIC S9(18) COMP-5 VALUE 0.
               05 PROJ-DELIVERY     PIC S9(18) COMP-5 VALUE 0.
               05 PROJ-DEADLINE     PIC S9(18) COMP-5 VALUE 0.
        01  TIME-NOW                PIC 9(08) VALUE 0.

      *  Display work: minutes, signed minutes, and a clock time.
        01  MINUTES-WORK            PIC S9(9) COMP-5 VALUE 0.
        01  MINUTES-TEXT            PIC Z(5)9.
        01  ELAPSED-TEXT            PIC Z(5)9.
        01  WAIT-TEXT               PIC Z(5)9.
        01  SLACK-TEXT              PIC -(5)9.
        01  COUNT-TEXT              PIC Z(8)9.
        01  CLOCK-SECONDS           PIC S9(9) COMP-5 VALUE 0.
        01  CLOCK-DAY-QUOTIENT      PIC S9(18) COMP-5 VALUE 0.
        01  CLOCK-HHMM              PIC 9(04) VALUE 0.
        01  CLOCK-HHMM-SPLIT REDEFINES CLOCK-HHMM.
               05 CLOCK-HH          PIC 9(02).
               05 CLOCK-MM          PIC 9(02).
        01  DEADLINE-CLOCK          PIC 9(04) VALUE 0.

      *  Broadcast to the operations monitor - every monitoring
      *  client logged on, as BATCHCLI's alerts go.
        01  BRCST-LMID              PIC X(30) VALUE SPACES.
        01  BRCST-USRNAME           PIC X(30) VALUE SPACES.
        01  BRCST-CLTNAME           PIC X(30) VALUE SPACES.
        01  ALERT-MESSAGE-TEXT      PIC X(80) VALUE SPACES.

      ******************************************************
      * Start program
      ******************************************************
        PROCEDURE DIVISION.
        START-CCRITPTH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE(1:4) TO CONVERT-YYYY.
           MOVE TODAY-DATE(5:2) TO CONVERT-MM.
           MOVE TODAY-DATE(7:2) TO CONVERT-DD.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE CONVERT-SERIAL-DAY TO TODAY-SERIAL-DAY.
           ACCEPT CMD-LINE-REC FROM COMMAND-LINE.
           UNSTRING CMD-LINE-REC DELIMITED BY ALL SPACE
                INTO CRITPATH-ACTION.
           EVALUATE TRUE
                WHEN ACTION-REPORT
                     PERFORM LOAD-CHAIN-HISTORY
                     PERFORM REPORT-CHAIN-HISTORY
                WHEN ACTION-PROJECT
                     PERFORM LOAD-CHAIN-HISTORY
                     PERFORM PROJECT-TONIGHT
                WHEN OTHER
                     DISPLAY "Usage: critpath REPORT"
                     DISPLAY "       critpath PROJECT"
           END-EVALUATE.
           STOP RUN.

      *****************************************************
      *  The history: the deadline, the chains off the step log,
      *  then each chain's delivery and volume.
      *****************************************************
        LOAD-CHAIN-HISTORY.
           PERFORM READ-DEADLINE-PARM.
           OPEN INPUT STEP-LOG-FILE.
           PERFORM READ-STEP-LOG-RECORD.
           PERFORM TAKE-ONE-STEP-LOG-RECORD UNTIL END-OF-STEPLOG.
           CLOSE STEP-LOG-FILE.
           PERFORM SET-CHAIN-DEADLINE
                VARYING CHAIN-IDX FROM 1 BY 1
                UNTIL CHAIN-IDX > CHAIN-COUNT.
           OPEN INPUT DAY-CLOSE-FILE.
           PERFORM READ-DAY-CLOSE-RECORD.
           PERFORM TAKE-ONE-DAY-CLOSE-RECORD UNTIL END-OF-DAYCLOSE.
           CLOSE DAY-CLOSE-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-RUN-CONTROL-RECORD.
           PERFORM TAKE-ONE-RUN-CONTROL-RECORD UNTIL END-OF-RUNCTL.
           CLOSE RUN-CONTROL-FILE.

      *  The deadline, defaulting when absent or junk.
        READ-DEADLINE-PARM.
           OPEN INPUT DEADLINE-PARM-FILE.
           READ DEADLINE-PARM-FILE
                AT END MOVE 0600 TO PARM-DEADLINE-HHMM
           END-READ.
           CLOSE DEADLINE-PARM-FILE.
           IF PARM-DEADLINE-HHMM NUMERIC
                AND PARM-DEADLINE-HHMM < 2400
                AND PARM-DEADLINE-HHMM(3:2) < "60"
                MOVE PARM-DEADLINE-HHMM TO DEADLINE-HHMM
           END-IF.
           COMPUTE DEADLINE-DAY-SECONDS =
                (DEADLINE-HH * 3600) + (DEADLINE-MM * 60).

        READ-STEP-LOG-RECORD.
           READ STEP-LOG-FILE
                AT END SET END-OF-STEPLOG TO TRUE
           END-READ.

      *****************************************************
      *  One step log record into its chain's step.  A stamp
      *  earlier than the chain's last one moves on a day: a
      *  chain that ran past midnight on a log whose stamps all
      *  carry the date the run began still times correctly.
      *****************************************************
        TAKE-ONE-STEP-LOG-RECORD.
           IF SLOG-STEP-SEQ NUMERIC AND SLOG-STEP-SEQ > 0
                AND SLOG-STEP-SEQ < 21
                AND SLOG-STAMP-DATE NUMERIC
                AND SLOG-STAMP-TIME NUMERIC
                MOVE SLOG-STAMP-DATE TO STAMP-DATE-WORK
                MOVE SLOG-STAMP-TIME TO STAMP-TIME-WORK
                PERFORM STAMP-TO-SECONDS
                PERFORM FIND-CHAIN-ENTRY
                IF CHAIN-MATCH-FOUND
                     PERFORM RECORD-STEP-STAMP
                END-IF
           END-IF.
           PERFORM READ-STEP-LOG-RECORD.

      *  A chain first seen outside the history window is left
      *  out; with the table full the oldest chain makes room.
        FIND-CHAIN-ENTRY.
           MOVE "N" TO CHAIN-MATCH-SW.
           PERFORM MATCH-ONE-CHAIN
                VARYING CHAIN-IDX FROM CHAIN-COUNT BY -1
                UNTIL CHAIN-IDX < 1 OR CHAIN-MATCH-FOUND.
           IF CHAIN-MATCH-FOUND
                SET CHAIN-IDX TO CHAIN-FOUND-IDX
           ELSE
                COMPUTE CHAIN-AGE-DAYS =
                     TODAY-SERIAL-DAY - STAMP-SERIAL-DAY
                IF CHAIN-AGE-DAYS NOT < 0
                     AND CHAIN-AGE-DAYS < HISTORY-DAYS
                     PERFORM ADD-CHAIN-ENTRY
                END-IF
           END-IF.

        MATCH-ONE-CHAIN.
           IF CHNTAB-CHAIN-ID(CHAIN-IDX) = SLOG-CHAIN-ID
                SET CHAIN-MATCH-FOUND TO TRUE
                SET CHAIN-FOUND-IDX TO CHAIN-IDX
           END-IF.

        ADD-CHAIN-ENTRY.
           IF CHAIN-COUNT = 100
                PERFORM SHIFT-ONE-CHAIN
                     VARYING CHAIN-SHIFT-SUB FROM 1 BY 1
                     UNTIL CHAIN-SHIFT-SUB > 99
           ELSE
                ADD 1 TO CHAIN-COUNT
           END-IF.
           SET CHAIN-IDX TO CHAIN-COUNT.
           MOVE SLOG-CHAIN-ID TO CHNTAB-CHAIN-ID(CHAIN-IDX).
           MOVE SLOG-STAMP-DATE TO CHNTAB-START-DATE(CHAIN-IDX).
           MOVE SLOG-STAMP-TIME(1:4) TO CHNTAB-START-HHMM(CHAIN-IDX).
           MOVE STAMP-SECONDS TO CHNTAB-FIRST-START(CHAIN-IDX).
           MOVE STAMP-SECONDS TO CHNTAB-LAST-STAMP(CHAIN-IDX).
           MOVE 0 TO CHNTAB-LAST-END(CHAIN-IDX).
           MOVE 0 TO CHNTAB-DEADLINE(CHAIN-IDX).
           MOVE 0 TO CHNTAB-DELIVERY(CHAIN-IDX).
           MOVE 0 TO CHNTAB-DELIVERY-DATE(CHAIN-IDX).
           MOVE 0 TO CHNTAB-DELIVERY-HHMM(CHAIN-IDX).
           MOVE 0 TO CHNTAB-VOLUME(CHAIN-IDX).
           DIVIDE CHAIN-AGE-DAYS BY 7 GIVING WEEK-SUB.
           COMPUTE CHNTAB-WEEK(CHAIN-IDX) = 8 - WEEK-SUB.
           PERFORM CLEAR-ONE-STEP
                VARYING STEP-SUB FROM 1 BY 1
                UNTIL STEP-SUB > 20.
           SET CHAIN-MATCH-FOUND TO TRUE.

        SHIFT-ONE-CHAIN.
           MOVE CHAIN-ENTRY(CHAIN-SHIFT-SUB + 1) TO
                CHAIN-ENTRY(CHAIN-SHIFT-SUB).

        CLEAR-ONE-STEP.
           MOVE SPACES TO STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB).
           MOVE SPACE TO STPTAB-STATUS(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-ATTEMPTS(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-ATTEMPT-START(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-START(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-END(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-START-HHMM(CHAIN-IDX, STEP-SUB).
           MOVE 0 TO STPTAB-END-HHMM(CHAIN-IDX, STEP-SUB).

        RECORD-STEP-STAMP.
           PERFORM ADVANCE-ONE-DAY
                UNTIL STAMP-SECONDS NOT < CHNTAB-LAST-STAMP(CHAIN-IDX).
           MOVE STAMP-SECONDS TO CHNTAB-LAST-STAMP(CHAIN-IDX).
           MOVE SLOG-STEP-SEQ TO STEP-SUB.
           MOVE SLOG-STEP-NAME TO STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB).
           IF SLOG-START-RECORD
                ADD 1 TO STPTAB-ATTEMPTS(CHAIN-IDX, STEP-SUB)
                MOVE STAMP-SECONDS TO
                     STPTAB-ATTEMPT-START(CHAIN-IDX, STEP-SUB)
                MOVE SLOG-STAMP-TIME(1:4) TO
                     STPTAB-START-HHMM(CHAIN-IDX, STEP-SUB)
           ELSE
                MOVE STAMP-SECONDS TO STPTAB-END(CHAIN-IDX, STEP-SUB)
                MOVE SLOG-STAMP-TIME(1:4) TO
                     STPTAB-END-HHMM(CHAIN-IDX, STEP-SUB)
                MOVE STPTAB-ATTEMPT-START(CHAIN-IDX, STEP-SUB) TO
                     STPTAB-START(CHAIN-IDX, STEP-SUB)
                MOVE SLOG-OUTCOME TO STPTAB-STATUS(CHAIN-IDX, STEP-SUB)
                IF STAMP-SECONDS > CHNTAB-LAST-END(CHAIN-IDX)
                     MOVE STAMP-SECONDS TO CHNTAB-LAST-END(CHAIN-IDX)
                END-IF
           END-IF.

        ADVANCE-ONE-DAY.
           ADD 86400 TO STAMP-SECONDS.

      *  The first deadline clock time after the chain began.
        SET-CHAIN-DEADLINE.
           MOVE CHNTAB-FIRST-START(CHAIN-IDX) TO STAMP-SECONDS.
           PERFORM NEXT-DEADLINE-AFTER.
           MOVE STAMP-SECONDS TO CHNTAB-DEADLINE(CHAIN-IDX).

      *  STAMP-SECONDS in, the first deadline after it out.
        NEXT-DEADLINE-AFTER.
           MOVE STAMP-SECONDS TO DEADLINE-BASE.
           DIVIDE STAMP-SECONDS BY 86400
                GIVING CLOCK-DAY-QUOTIENT.
           COMPUTE STAMP-SECONDS =
                (CLOCK-DAY-QUOTIENT * 86400) + DEADLINE-DAY-SECONDS.
           IF STAMP-SECONDS NOT > DEADLINE-BASE
                ADD 86400 TO STAMP-SECONDS
           END-IF.

        READ-DAY-CLOSE-RECORD.
           READ DAY-CLOSE-FILE
                AT END SET END-OF-DAYCLOSE TO TRUE
           END-READ.

      *****************************************************
      *  A sign-off is the delivery of the chain running when it
      *  was stamped - the latest chain started before it, within
      *  two days - and only the first sign-off counts.
      *****************************************************
        TAKE-ONE-DAY-CLOSE-RECORD.
           IF CLOSE-SIGNED-OFF AND CLOSE-STAMP-DATE NUMERIC
                AND CLOSE-STAMP-TIME NUMERIC
                MOVE CLOSE-STAMP-DATE TO STAMP-DATE-WORK
                MOVE CLOSE-STAMP-TIME TO STAMP-TIME-WORK
                PERFORM STAMP-TO-SECONDS
                PERFORM FIND-OWNING-CHAIN
                IF CHAIN-MATCH-FOUND
                     IF CHNTAB-DELIVERY(CHAIN-IDX) = 0
                          OR STAMP-SECONDS <
                               CHNTAB-DELIVERY(CHAIN-IDX)
                          MOVE STAMP-SECONDS TO
                               CHNTAB-DELIVERY(CHAIN-IDX)
                          MOVE CLOSE-STAMP-DATE TO
                               CHNTAB-DELIVERY-DATE(CHAIN-IDX)
                          MOVE CLOSE-STAMP-TIME(1:4) TO
                               CHNTAB-DELIVERY-HHMM(CHAIN-IDX)
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-DAY-CLOSE-RECORD.

        FIND-OWNING-CHAIN.
           MOVE "N" TO CHAIN-MATCH-SW.
           PERFORM MATCH-OWNING-CHAIN
                VARYING CHAIN-IDX FROM CHAIN-COUNT BY -1
                UNTIL CHAIN-IDX < 1 OR CHAIN-MATCH-FOUND.
           IF CHAIN-MATCH-FOUND
                SET CHAIN-IDX TO CHAIN-FOUND-IDX
                IF STAMP-SECONDS - CHNTAB-FIRST-START(CHAIN-IDX)
                     > 172800
                     MOVE "N" TO CHAIN-MATCH-SW
                END-IF
           END-IF.

        MATCH-OWNING-CHAIN.
           IF STAMP-SECONDS NOT < CHNTAB-FIRST-START(CHAIN-IDX)
                SET CHAIN-MATCH-FOUND TO TRUE
                SET CHAIN-FOUND-IDX TO CHAIN-IDX
           END-IF.

        READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
                AT END SET END-OF-RUNCTL TO TRUE
           END-READ.

      *  The records each driver run read, to the chain running
      *  when the run ended.
        TAKE-ONE-RUN-CONTROL-RECORD.
           IF RUNCTL-END-RECORD AND RUNCTL-RECORDS-READ NUMERIC
                AND RUNCTL-STAMP-DATE NUMERIC
                AND RUNCTL-STAMP-TIME NUMERIC
                MOVE RUNCTL-STAMP-DATE TO STAMP-DATE-WORK
                MOVE RUNCTL-STAMP-TIME TO STAMP-TIME-WORK
                PERFORM STAMP-TO-SECONDS
                PERFORM FIND-OWNING-CHAIN
                IF CHAIN-MATCH-FOUND
                     ADD RUNCTL-RECORDS-READ TO
                          CHNTAB-VOLUME(CHAIN-IDX)
                END-IF
           END-IF.
           PERFORM READ-RUN-CONTROL-RECORD.

      *****************************************************
      *  REPORT: every night in the window, then the trends.
      *****************************************************
        REPORT-CHAIN-HISTORY.
           DISPLAY "===== Night chain critical path (deadline "
                DEADLINE-HHMM ", DAYCLOSE sign-off) =====".
           IF CHAIN-COUNT = 0
                DISPLAY "No chain history on CHAINLOG for the last "
                     HISTORY-DAYS " days"
           ELSE
                MOVE 0 TO TREND-COUNT
                PERFORM REPORT-ONE-NIGHT
                     VARYING CHAIN-IDX FROM 1 BY 1
                     UNTIL CHAIN-IDX > CHAIN-COUNT
                DISPLAY " "
                MOVE NIGHTS-REPORTED TO COUNT-TEXT
                MOVE NIGHTS-LATE TO MINUTES-TEXT
                DISPLAY "Nights reported: " COUNT-TEXT
                     "   delivered late: " MINUTES-TEXT
                PERFORM REPORT-WEEKLY-TRENDS
           END-IF.

        REPORT-ONE-NIGHT.
           ADD 1 TO NIGHTS-REPORTED.
           DISPLAY " ".
           MOVE CHNTAB-VOLUME(CHAIN-IDX) TO COUNT-TEXT.
           DISPLAY "Chain " CHNTAB-CHAIN-ID(CHAIN-IDX) " started "
                CHNTAB-START-DATE(CHAIN-IDX) " "
                CHNTAB-START-HHMM(CHAIN-IDX) "  records "
                COUNT-TEXT.
           DISPLAY "  Step          Start  End   Elapsed    Wait   "
                "Slack  Tries".
           MOVE CHNTAB-FIRST-START(CHAIN-IDX) TO PREVIOUS-END.
           MOVE 0 TO LONGEST-SECONDS.
           MOVE SPACES TO LONGEST-STEP-NAME.
           PERFORM REPORT-ONE-STEP
                VARYING STEP-SUB FROM 1 BY 1
                UNTIL STEP-SUB > 20.
           PERFORM REPORT-NIGHT-DELIVERY.

      *  Elapsed and wait in minutes; slack is what the deadline
      *  still had in hand when the step ended.
        REPORT-ONE-STEP.
           IF STPTAB-ATTEMPTS(CHAIN-IDX, STEP-SUB) > 0
                MOVE STEP-SUB TO STEP-SEQ-TEXT
                MOVE STPTAB-ATTEMPTS(CHAIN-IDX, STEP-SUB)
                     TO COUNT-TEXT
                IF STPTAB-COMPLETE(CHAIN-IDX, STEP-SUB)
                     COMPUTE ELAPSED-SECONDS =
                          STPTAB-END(CHAIN-IDX, STEP-SUB)
                          - STPTAB-START(CHAIN-IDX, STEP-SUB)
                     COMPUTE WAIT-SECONDS =
                          STPTAB-START(CHAIN-IDX, STEP-SUB)
                          - PREVIOUS-END
                     IF WAIT-SECONDS < 0
                          MOVE 0 TO WAIT-SECONDS
                     END-IF
                     COMPUTE SLACK-SECONDS =
                          CHNTAB-DEADLINE(CHAIN-IDX)
                          - STPTAB-END(CHAIN-IDX, STEP-SUB)
                     MOVE STPTAB-END(CHAIN-IDX, STEP-SUB)
                          TO PREVIOUS-END
                     COMPUTE ELAPSED-TEXT = ELAPSED-SECONDS / 60
                     COMPUTE WAIT-TEXT = WAIT-SECONDS / 60
                     COMPUTE SLACK-TEXT = SLACK-SECONDS / 60
                     DISPLAY "  " STEP-SEQ-TEXT " "
                          STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB) "  "
                          STPTAB-START-HHMM(CHAIN-IDX, STEP-SUB) "   "
                          STPTAB-END-HHMM(CHAIN-IDX, STEP-SUB) "  "
                          ELAPSED-TEXT "  " WAIT-TEXT "  " SLACK-TEXT
                          COUNT-TEXT
                     IF ELAPSED-SECONDS + WAIT-SECONDS >
                          LONGEST-SECONDS
                          COMPUTE LONGEST-SECONDS =
                               ELAPSED-SECONDS + WAIT-SECONDS
                          MOVE STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB)
                               TO LONGEST-STEP-NAME
                     END-IF
                     MOVE STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB)
                          TO TREND-NAME-WORK
                     PERFORM ADD-TO-TREND
                ELSE
                     IF STPTAB-FAILED(CHAIN-IDX, STEP-SUB)
                          DISPLAY "  " STEP-SEQ-TEXT " "
                               STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB)
                               "  "
                               STPTAB-START-HHMM(CHAIN-IDX, STEP-SUB)
                               "   "
                               STPTAB-END-HHMM(CHAIN-IDX, STEP-SUB)
                               "  FAILED - not completed       "
                               COUNT-TEXT
                     ELSE
                          DISPLAY "  " STEP-SEQ-TEXT " "
                               STPTAB-STEP-NAME(CHAIN-IDX, STEP-SUB)
                               "  "
                               STPTAB-START-HHMM(CHAIN-IDX, STEP-SUB)
                               "         started, no end recorded "
                               COUNT-TEXT
                     END-IF
                END-IF
           END-IF.

      *  The night's delivery: the sign-off, or - with none - the
      *  chain has not delivered, and its last step end shows how
      *  far it got.
        REPORT-NIGHT-DELIVERY.
           IF LONGEST-STEP-NAME NOT = SPACES
                COMPUTE MINUTES-TEXT = LONGEST-SECONDS / 60
                DISPLAY "  Longest step: " LONGEST-STEP-NAME
                     " (" MINUTES-TEXT " minutes with its wait)"
           END-IF.
           IF CHNTAB-DELIVERY(CHAIN-IDX) > 0
                COMPUTE SLACK-SECONDS = CHNTAB-DEADLINE(CHAIN-IDX)
                     - CHNTAB-DELIVERY(CHAIN-IDX)
                COMPUTE SLACK-TEXT = SLACK-SECONDS / 60
                IF SLACK-SECONDS < 0
                     ADD 1 TO NIGHTS-LATE
                     DISPLAY "  Signed off "
                          CHNTAB-DELIVERY-DATE(CHAIN-IDX) " "
                          CHNTAB-DELIVERY-HHMM(CHAIN-IDX)
                          "  slack " SLACK-TEXT
                          " minutes  *** LATE ***"
                ELSE
                     DISPLAY "  Signed off "
                          CHNTAB-DELIVERY-DATE(CHAIN-IDX) " "
                          CHNTAB-DELIVERY-HHMM(CHAIN-IDX)
                          "  slack " SLACK-TEXT " minutes"
                END-IF
                COMPUTE ELAPSED-SECONDS = CHNTAB-DELIVERY(CHAIN-IDX)
                     - CHNTAB-FIRST-START(CHAIN-IDX)
                MOVE "SIGN-OFF" TO TREND-NAME-WORK
                PERFORM ADD-TO-TREND
           ELSE
                IF CHNTAB-LAST-END(CHAIN-IDX) = 0
                     DISPLAY "  NOT SIGNED OFF - no step ended"
                ELSE
                     COMPUTE SLACK-SECONDS = CHNTAB-DEADLINE(CHAIN-IDX)
                          - CHNTAB-LAST-END(CHAIN-IDX)
                     COMPUTE SLACK-TEXT = SLACK-SECONDS / 60
                     DISPLAY "  NOT SIGNED OFF - last step ended "
                          "with " SLACK-TEXT " minutes to the deadline"
                END-IF
           END-IF.

      *****************************************************
      *  One night's elapsed time for the step (or the whole
      *  night) into its week.
      *****************************************************
        ADD-TO-TREND.
           MOVE "N" TO TREND-MATCH-SW.
           PERFORM MATCH-ONE-TREND
                VARYING TREND-IDX FROM 1 BY 1
                UNTIL TREND-IDX > TREND-COUNT OR TREND-MATCH-FOUND.
           IF TREND-MATCH-FOUND
                SET TREND-IDX TO TREND-FOUND-IDX
           ELSE
                IF TREND-COUNT < 21
                     ADD 1 TO TREND-COUNT
                     SET TREND-IDX TO TREND-COUNT
                     MOVE TREND-NAME-WORK TO
                          TRNTAB-STEP-NAME(TREND-IDX)
                     PERFORM CLEAR-ONE-TREND-WEEK
                          VARYING WEEK-SUB FROM 1 BY 1
                          UNTIL WEEK-SUB > 8
                     SET TREND-MATCH-FOUND TO TRUE
                END-IF
           END-IF.
           IF TREND-MATCH-FOUND
                MOVE CHNTAB-WEEK(CHAIN-IDX) TO WEEK-SUB
                ADD ELAPSED-SECONDS TO
                     TRNTAB-SECONDS(TREND-IDX, WEEK-SUB)
                ADD 1 TO TRNTAB-NIGHTS(TREND-IDX, WEEK-SUB)
           END-IF.

        MATCH-ONE-TREND.
           IF TRNTAB-STEP-NAME(TREND-IDX) = TREND-NAME-WORK
                SET TREND-MATCH-FOUND TO TRUE
                SET TREND-FOUND-IDX TO TREND-IDX
           END-IF.

        CLEAR-ONE-TREND-WEEK.
           MOVE 0 TO TRNTAB-SECONDS(TREND-IDX, WEEK-SUB).
           MOVE 0 TO TRNTAB-NIGHTS(TREND-IDX, WEEK-SUB).

      *****************************************************
      *  Average elapsed minutes per step, week by week, oldest
      *  first; SIGN-OFF is the whole night, start to delivery.
      *****************************************************
        REPORT-WEEKLY-TRENDS.
           DISPLAY " ".
           DISPLAY "Average elapsed minutes by week (oldest first)".
           DISPLAY "Step         -7w    -6w    -5w    -4w    -3w    "
                "-2w    -1w   this".
           PERFORM REPORT-ONE-TREND
                VARYING TREND-IDX FROM 1 BY 1
                UNTIL TREND-IDX > TREND-COUNT.

        REPORT-ONE-TREND.
           MOVE SPACES TO TREND-LINE.
           MOVE TRNTAB-STEP-NAME(TREND-IDX) TO TRNLIN-STEP-NAME.
           PERFORM FORMAT-ONE-TREND-WEEK
                VARYING WEEK-SUB FROM 1 BY 1
                UNTIL WEEK-SUB > 8.
           DISPLAY TREND-LINE.

        FORMAT-ONE-TREND-WEEK.
           IF TRNTAB-NIGHTS(TREND-IDX, WEEK-SUB) = 0
                MOVE "      -" TO TRNLIN-MINUTES(WEEK-SUB)
           ELSE
                COMPUTE MINUTES-TEXT =
                     TRNTAB-SECONDS(TREND-IDX, WEEK-SUB)
                     / TRNTAB-NIGHTS(TREND-IDX, WEEK-SUB) / 60
                MOVE SPACES TO TRNLIN-MINUTES(WEEK-SUB)
                MOVE MINUTES-TEXT TO TRNLIN-MINUTES(WEEK-SUB)(2:6)
           END-IF.

      *****************************************************
      *  PROJECT: tonight's chain, step by step off its history,
      *  from now to the sign-off, against tonight's deadline.
      *****************************************************
        PROJECT-TONIGHT.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TODAY-DATE TO STAMP-DATE-WORK.
           MOVE TIME-NOW TO STAMP-TIME-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE STAMP-SECONDS TO NOW-SECONDS.
           PERFORM NEXT-DEADLINE-AFTER.
           MOVE STAMP-SECONDS TO PROJ-DEADLINE.
           PERFORM LOAD-SCHEDULE.
           PERFORM MEASURE-TONIGHT-VOLUME.
           DISPLAY "===== Night chain delivery projection =====".
           IF SCHED-COUNT = 0
                DISPLAY "Projection: no schedule on CHAINSCH - "
                     "nothing to project"
           ELSE
                IF TONIGHT-VOLUME-KNOWN
                     MOVE TONIGHT-VOLUME TO COUNT-TEXT
                     DISPLAY "Projection: tonight's volume "
                          COUNT-TEXT " records"
                ELSE
                     DISPLAY "Projection: tonight's volume unknown "
                          "- steps projected at their average"
                END-IF
                MOVE 0 TO PROJ-TOTAL
                PERFORM PROJECT-ONE-STEP
                     VARYING SCHED-IDX FROM 1 BY 1
                     UNTIL SCHED-IDX > SCHED-COUNT
                PERFORM PROJECT-SIGN-OFF-LAG
                PERFORM JUDGE-PROJECTED-DELIVERY
           END-IF.

        LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM STORE-SCHEDULE-RECORD
                UNTIL END-OF-SCHEDULE OR SCHED-COUNT = 20.
           CLOSE SCHEDULE-FILE.

        READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
                AT END SET END-OF-SCHEDULE TO TRUE
           END-READ.

        STORE-SCHEDULE-RECORD.
           IF SCHED-STEP-SEQ NUMERIC AND SCHED-STEP-SEQ > 0
                AND SCHED-STEP-SEQ < 21
                ADD 1 TO SCHED-COUNT
                SET SCHED-IDX TO SCHED-COUNT
                MOVE SCHED-STEP-SEQ TO SCHTAB-STEP-SEQ(SCHED-IDX)
                MOVE SCHED-STEP-NAME TO SCHTAB-STEP-NAME(SCHED-IDX)
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.

      *****************************************************
      *  Tonight's record count off the manifest's trailers, as
      *  WINFIT counts it.  A file without a trailer leaves the
      *  volume unknown rather than guessed.
      *****************************************************
        MEASURE-TONIGHT-VOLUME.
           OPEN INPUT MANIFEST-FILE.
           PERFORM READ-MANIFEST-RECORD.
           PERFORM STORE-MANIFEST-RECORD
                UNTIL END-OF-MANIFEST OR MANIFEST-COUNT = 20.
           CLOSE MANIFEST-FILE.
           IF MANIFEST-COUNT = 0
                MOVE 1 TO MANIFEST-COUNT
                MOVE "BATCHIN" TO MANTAB-FILE-NAME(1)
           END-IF.
           MOVE 0 TO TONIGHT-VOLUME.
           PERFORM SCAN-ONE-FILE-TRAILER
                VARYING MANIFEST-IDX FROM 1 BY 1
                UNTIL MANIFEST-IDX > MANIFEST-COUNT.
           IF TONIGHT-VOLUME = 0
                MOVE "N" TO VOLUME-KNOWN-SW
           END-IF.

        READ-MANIFEST-RECORD.
           READ MANIFEST-FILE
                AT END SET END-OF-MANIFEST TO TRUE
           END-READ.

        STORE-MANIFEST-RECORD.
           IF MANIFEST-FILE-NAME NOT = SPACES
                ADD 1 TO MANIFEST-COUNT
                SET MANIFEST-IDX TO MANIFEST-COUNT
                MOVE MANIFEST-FILE-NAME TO
                     MANTAB-FILE-NAME(MANIFEST-IDX)
           END-IF.
           PERFORM READ-MANIFEST-RECORD.

        SCAN-ONE-FILE-TRAILER.
           MOVE MANTAB-FILE-NAME(MANIFEST-IDX) TO
                PROJECTION-SCAN-NAME.
           MOVE "N" TO END-OF-PSCAN-SW.
           MOVE "N" TO PSCAN-TRAILER-SW.
           OPEN INPUT PROJECTION-SCAN-FILE.
           PERFORM READ-PROJECTION-RECORD.
           PERFORM FIND-PROJECTION-TRAILER UNTIL END-OF-PSCAN.
           CLOSE PROJECTION-SCAN-FILE.
           IF NOT PSCAN-TRAILER-SEEN
                DISPLAY "Projection: no trailer on "
                     PROJECTION-SCAN-NAME
                MOVE "N" TO VOLUME-KNOWN-SW
           END-IF.

        READ-PROJECTION-RECORD.
           READ PROJECTION-SCAN-FILE
                AT END SET END-OF-PSCAN TO TRUE
           END-READ.

        FIND-PROJECTION-TRAILER.
           IF PSCAN-RECORD-TYPE = "TRL"
                AND PSCAN-RECORD-COUNT NUMERIC
                SET PSCAN-TRAILER-SEEN TO TRUE
                ADD PSCAN-RECORD-COUNT TO TONIGHT-VOLUME
           END-IF.
           PERFORM READ-PROJECTION-RECORD.

      *****************************************************
      *  One scheduled step: the last ten nights it completed,
      *  newest first.  Elapsed time scales with tonight's volume
      *  against those nights' volumes where both are known; the
      *  wait is taken as it has been.
      *****************************************************
        PROJECT-ONE-STEP.
           MOVE SCHTAB-STEP-SEQ(SCHED-IDX) TO STEP-SUB.
           MOVE 0 TO NIGHTS-USED.
           MOVE 0 TO HIST-ELAPSED.
           MOVE 0 TO HIST-WAIT.
           MOVE 0 TO HIST-VOLUME.
           MOVE 0 TO HIST-VOLUME-ELAPSED.
           PERFORM WEIGH-ONE-NIGHT
                VARYING CHAIN-IDX FROM CHAIN-COUNT BY -1
                UNTIL CHAIN-IDX < 1 OR NIGHTS-USED = 10.
           MOVE 0 TO PROJ-ELAPSED.
           MOVE 0 TO PROJ-WAIT.
           IF NIGHTS-USED = 0
                DISPLAY "  " SCHTAB-STEP-SEQ(SCHED-IDX) " "
                     SCHTAB-STEP-NAME(SCHED-IDX)
                     "  no history - projected at 0"
           ELSE
                IF TONIGHT-VOLUME-KNOWN AND HIST-VOLUME > 0
                     COMPUTE PROJ-ELAPSED = HIST-VOLUME-ELAPSED
                          * TONIGHT-VOLUME / HIST-VOLUME
                ELSE
                     COMPUTE PROJ-ELAPSED = HIST-ELAPSED / NIGHTS-USED
                END-IF
                COMPUTE PROJ-WAIT = HIST-WAIT / NIGHTS-USED
                COMPUTE ELAPSED-TEXT = PROJ-ELAPSED / 60
                COMPUTE WAIT-TEXT = PROJ-WAIT / 60
                MOVE NIGHTS-USED TO COUNT-TEXT
                DISPLAY "  " SCHTAB-STEP-SEQ(SCHED-IDX) " "
                     SCHTAB-STEP-NAME(SCHED-IDX) "  elapsed "
                     ELAPSED-TEXT "  wait " WAIT-TEXT
                     "  minutes, from" COUNT-TEXT " nights"
           END-IF.
           ADD PROJ-ELAPSED TO PROJ-TOTAL.
           ADD PROJ-WAIT TO PROJ-TOTAL.

      *  The wait is measured from the completed step before this
      *  one on the same night, or from the chain's start.
        WEIGH-ONE-NIGHT.
           IF STPTAB-COMPLETE(CHAIN-IDX, STEP-SUB)
                ADD 1 TO NIGHTS-USED
                COMPUTE ELAPSED-SECONDS =
                     STPTAB-END(CHAIN-IDX, STEP-SUB)
                     - STPTAB-START(CHAIN-IDX, STEP-SUB)
                ADD ELAPSED-SECONDS TO HIST-ELAPSED
                IF CHNTAB-VOLUME(CHAIN-IDX) > 0
                     ADD CHNTAB-VOLUME(CHAIN-IDX) TO HIST-VOLUME
                     ADD ELAPSED-SECONDS TO HIST-VOLUME-ELAPSED
                END-IF
                MOVE CHNTAB-FIRST-START(CHAIN-IDX) TO PREVIOUS-END
                PERFORM FIND-PREVIOUS-END
                     VARYING PRIOR-STEP-SUB FROM 1 BY 1
                     UNTIL PRIOR-STEP-SUB NOT < STEP-SUB
                COMPUTE WAIT-SECONDS =
                     STPTAB-START(CHAIN-IDX, STEP-SUB) - PREVIOUS-END
                IF WAIT-SECONDS > 0
                     ADD WAIT-SECONDS TO HIST-WAIT
                END-IF
           END-IF.

        FIND-PREVIOUS-END.
           IF STPTAB-COMPLETE(CHAIN-IDX, PRIOR-STEP-SUB)
                MOVE STPTAB-END(CHAIN-IDX, PRIOR-STEP-SUB)
                     TO PREVIOUS-END
           END-IF.

      *  From the last step's end to the DAYCLOSE sign-off, over
      *  the last ten nights delivered.
        PROJECT-SIGN-OFF-LAG.
           MOVE 0 TO LAG-SECONDS.
           MOVE 0 TO LAG-NIGHTS.
           PERFORM WEIGH-ONE-SIGN-OFF
                VARYING CHAIN-IDX FROM CHAIN-COUNT BY -1
                UNTIL CHAIN-IDX < 1 OR LAG-NIGHTS = 10.
           IF LAG-NIGHTS > 0
                COMPUTE PROJ-WAIT = LAG-SECONDS / LAG-NIGHTS
                COMPUTE WAIT-TEXT = PROJ-WAIT / 60
                DISPLAY "  Sign-off lag " WAIT-TEXT " minutes"
                ADD PROJ-WAIT TO PROJ-TOTAL
           END-IF.

        WEIGH-ONE-SIGN-OFF.
           IF CHNTAB-DELIVERY(CHAIN-IDX) > 0
                AND CHNTAB-DELIVERY(CHAIN-IDX) >
                     CHNTAB-LAST-END(CHAIN-IDX)
                ADD 1 TO LAG-NIGHTS
                COMPUTE LAG-SECONDS = LAG-SECONDS
                     + CHNTAB-DELIVERY(CHAIN-IDX)
                     - CHNTAB-LAST-END(CHAIN-IDX)
           END-IF.

      *****************************************************
      *  Now plus the projection, against tonight's deadline -
      *  past it, the operations monitor hears.
      *****************************************************
        JUDGE-PROJECTED-DELIVERY.
           COMPUTE PROJ-DELIVERY = NOW-SECONDS + PROJ-TOTAL.
           MOVE PROJ-DELIVERY TO STAMP-SECONDS.
           PERFORM SECONDS-TO-CLOCK.
           MOVE DEADLINE-HHMM TO DEADLINE-CLOCK.
           COMPUTE SLACK-SECONDS = PROJ-DEADLINE - PROJ-DELIVERY.
           COMPUTE SLACK-TEXT = SLACK-SECONDS / 60.
           IF SLACK-SECONDS < 0
                DISPLAY "Projection: delivery " CLOCK-HHMM
                     " is AFTER the " DEADLINE-CLOCK " deadline ("
                     SLACK-TEXT " minutes)"
                COMPUTE MINUTES-TEXT = (0 - SLACK-SECONDS) / 60
                MOVE SPACES TO ALERT-MESSAGE-TEXT
                STRING "CRITPATH projected delivery " CLOCK-HHMM
                     " is" MINUTES-TEXT " min after the "
                     DEADLINE-CLOCK " deadline"
                     DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT
                PERFORM SEND-OPERATOR-ALERT
                MOVE 4 TO RETURN-CODE
           ELSE
                DISPLAY "Projection: delivery " CLOCK-HHMM
                     " against the " DEADLINE-CLOCK " deadline, "
                     "slack " SLACK-TEXT " minutes"
           END-IF.

        SECONDS-TO-CLOCK.
           DIVIDE STAMP-SECONDS BY 86400
                GIVING CLOCK-DAY-QUOTIENT
                REMAINDER CLOCK-SECONDS.
           DIVIDE CLOCK-SECONDS BY 3600
                GIVING CLOCK-HH
                REMAINDER CLOCK-SECONDS.
           DIVIDE CLOCK-SECONDS BY 60
                GIVING CLOCK-MM.

        SEND-OPERATOR-ALERT.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE SPACES TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF ALERT-MESSAGE-TEXT TO LEN OF TPTYPE-REC.
           CALL "TPBROADCAST" USING BRCST-LMID
                BRCST-USRNAME
                BRCST-CLTNAME
                TPTYPE-REC
                ALERT-MESSAGE-TEXT
                TPSTATUS-REC.
           IF NOT TPOK
                DISPLAY "TPBROADCAST Failed: TP-STATUS=" TP-STATUS
           END-IF.

      *****************************************************
      *  STAMP-DATE-WORK and STAMP-TIME-WORK to seconds.
      *****************************************************
        STAMP-TO-SECONDS.
           MOVE STAMP-DATE-WORK(1:4) TO CONVERT-YYYY.
           MOVE STAMP-DATE-WORK(5:2) TO CONVERT-MM.
           MOVE STAMP-DATE-WORK(7:2) TO CONVERT-DD.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE CONVERT-SERIAL-DAY TO STAMP-SERIAL-DAY.
           COMPUTE STAMP-SECONDS = (STAMP-SERIAL-DAY * 86400)
                + (STAMP-HH * 3600) + (STAMP-MM * 60) + STAMP-SS.

      *****************************************************
      *  Serial day number of CONVERT-DATE-FIELDS: whole years
      *  before this one, plus this year's day-of-year.
      *****************************************************
        CONVERT-DATE-TO-SERIAL.
           COMPUTE CONVERT-PRIOR-YEARS = CONVERT-YYYY - 1.
           COMPUTE CONVERT-SERIAL-DAY =
                (CONVERT-PRIOR-YEARS * 365)
                + (CONVERT-PRIOR-YEARS / 4)
                - (CONVERT-PRIOR-YEARS / 100)
                + (CONVERT-PRIOR-YEARS / 400)
                + CONVERT-DD.
           PERFORM ADD-ONE-MONTH-DAYS
                VARYING CONVERT-MONTH-SUB FROM 1 BY 1
                UNTIL CONVERT-MONTH-SUB NOT < CONVERT-MM.
           PERFORM CHECK-LEAP-YEAR.
           IF LEAP-YEAR AND CONVERT-MM > 2
                ADD 1 TO CONVERT-SERIAL-DAY
           END-IF.

        ADD-ONE-MONTH-DAYS.
           ADD DAYS-IN-MONTH(CONVERT-MONTH-SUB) TO
                CONVERT-SERIAL-DAY.

      *****************************************************
      *  Leap year: divisible by 4, except centuries, except
      *  every fourth century.
      *****************************************************
        CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE CONVERT-YYYY BY 4
                GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
                MOVE "Y" TO LEAP-YEAR-SW
                DIVIDE CONVERT-YYYY BY 100
                     GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER = 0
                     MOVE "N" TO LEAP-YEAR-SW
                     DIVIDE CONVERT-YYYY BY 400
                          GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = 0
                          MOVE "Y" TO LEAP-YEAR-SW
                     END-IF
                END-IF
           END-IF.
