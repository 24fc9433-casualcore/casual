      *  a failed night resumes from the failed step instead of
      *  the top.
      *
      *  A fresh chain first has critpath project tonight's
      *  delivery against Finance's deadline from each step's
      *  history; a projection past the deadline alerts the
      *  operations monitor but never holds the chain.
      *
      *  A schedule record carries:
      *     step sequence    01, 02, ...
      *     step name        eight characters for the log
               05 DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

        01  COMMAND-WORK            PIC X(60) VALUE SPACES.
        01  PROJECTION-COMMAND      PIC X(60) VALUE "critpath PROJECT".
        01  COMMAND-RETURN          PIC S9(9) COMP-5 VALUE 0.

      ******************************************************
                     "nothing to run"
           ELSE
                PERFORM ASSIGN-CHAIN-ID
                IF NOT RESUMING-CHAIN
                     PERFORM PROJECT-CHAIN-DELIVERY
                END-IF
                PERFORM RUN-ONE-STEP
                     VARYING SCHED-SUB FROM 1 BY 1
                     UNTIL SCHED-SUB > SCHED-COUNT
           END-EVALUATE.
           PERFORM READ-CLEAN-CHECK-RECORD.

      *****************************************************
      *  Tonight's projected delivery, before the first step.
      *  Its exit status only says whether it warned - the chain
      *  runs either way.
      *****************************************************
        PROJECT-CHAIN-DELIVERY.
           MOVE PROJECTION-COMMAND TO COMMAND-WORK.
           CALL "SYSTEM" USING COMMAND-WORK.
           MOVE 0 TO RETURN-CODE.

      *****************************************************
      *  Hand the step's command to the shell, and judge it by
      *  its exit status.

      *****************************************************
      *  The step log entries - one start the moment the step is
      *  attempted, one end with its outcome, each stamped with
      *  the date it is written, so a step that runs past
      *  midnight is timed across it.
      *****************************************************
        WRITE-STEP-LOG-START.
           MOVE CURRENT-CHAIN-ID TO SLOG-CHAIN-ID.
           MOVE SCHTAB-STEP-SEQ(SCHED-SUB) TO SLOG-STEP-SEQ.
           MOVE SCHTAB-STEP-NAME(SCHED-SUB) TO SLOG-STEP-NAME.
           MOVE "S" TO SLOG-RECORD-TYPE.
           ACCEPT SLOG-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT SLOG-STAMP-TIME FROM TIME.
           MOVE SPACE TO SLOG-OUTCOME.
           OPEN EXTEND STEP-LOG-FILE.
           MOVE SCHTAB-STEP-SEQ(SCHED-SUB) TO SLOG-STEP-SEQ.
           MOVE SCHTAB-STEP-NAME(SCHED-SUB) TO SLOG-STEP-NAME.
           MOVE "E" TO SLOG-RECORD-TYPE.
           ACCEPT SLOG-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT SLOG-STAMP-TIME FROM TIME.
           OPEN EXTEND STEP-LOG-FILE.
           WRITE STEP-LOG-RECORD.
