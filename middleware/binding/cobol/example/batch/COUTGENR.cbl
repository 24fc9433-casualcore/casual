      *
      *  Generation roll for the run output files, in the
      *  AUDITARC discipline: the live BATCHOUT, BATCHREJ,
      *  SUSPENSE, GLPOST and FEEOUT are each rolled into a dated
      *  generation (BOUT/BREJ/BSUS/BGLP/BFEE plus the roll
      *  date),
      *  every roll is confirmed by reading the generation back
      *  and matching counts, the generations are recorded on a
      *  registry with the roll date and the run id off the
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *  The one live-file SELECT and the one generation SELECT
      *  serve all five output classes in turn, by dynamic name.
           SELECT OPTIONAL LIVE-OUTPUT-FILE ASSIGN TO DYNAMIC
                LIVE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
               05 SAME-DAY-ROLL-SW  PIC X(01) VALUE "N".
                       88 SAME-DAY-ROLL      VALUE "Y".

      *  The five output classes the roll works through.
        01  OUTPUT-CLASS-TABLE.
               05 FILLER            PIC X(17) VALUE
                    "BATCHOUT  BOUTOUT".
                    "SUSPENSE  BSUSSUS".
               05 FILLER            PIC X(17) VALUE
                    "GLPOST    BGLPGLP".
               05 FILLER            PIC X(17) VALUE
                    "FEEOUT    BFEEFEE".
        01  OUTPUT-CLASS-REDEF REDEFINES OUTPUT-CLASS-TABLE.
               05 OUTPUT-CLASS OCCURS 5 TIMES.
                       10 CLASS-LIVE-NAME            PIC X(10).
                       10 CLASS-GEN-PREFIX           PIC X(04).
                       10 CLASS-TYPE                 PIC X(03).
      *  registered generation.  Held here, an unpurged rerun
      *  rebuilds the generation with OPEN OUTPUT instead.
        01  PENDING-GENERATION-TABLE.
               05 PENDGEN-ENTRY OCCURS 5 TIMES.
                       10 PENDGEN-FILE-NAME          PIC X(12).
                       10 PENDGEN-SAME-DAY-SW        PIC X(01).
                       10 PENDGEN-RUN-ID             PIC 9(08).

           PERFORM ROLL-ONE-CLASS
                VARYING CLASS-SUB FROM 1 BY 1
                UNTIL CLASS-SUB > 5.

      *  The registry only learns of tonight's generations once
      *  every class has confirmed and the live files are purged
           IF ALL-ROLLS-CONFIRMED
                PERFORM PURGE-ONE-LIVE-FILE
                     VARYING CLASS-SUB FROM 1 BY 1
                     UNTIL CLASS-SUB > 5
                PERFORM REGISTER-ONE-GENERATION
                     VARYING CLASS-SUB FROM 1 BY 1
                     UNTIL CLASS-SUB > 5
                PERFORM TRIM-ONE-CLASS
                     VARYING CLASS-SUB FROM 1 BY 1
                     UNTIL CLASS-SUB > 5
                PERFORM REWRITE-GENERATION-REGISTRY
                DISPLAY "Output roll complete - live files "
                     "purged; the driver may start fresh"
