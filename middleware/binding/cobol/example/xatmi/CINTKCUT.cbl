      *****************************************************
      * X/Open CAE Specification
      * Distributed Transaction Processing:
      * The XATMI Specification
      * ISBN: 1-85912-130-6
      * X/Open Document Number: C506
      *****************************************************
      *  CINTKCUT.cbl
      *
      *  The evening schedule's step for the daytime intake
      *  service: one CUTOFF-INTAKE call to INTAKE, which closes
      *  the day's intake file and queues it for arrivreg
      *  REGISTER.  Run it ahead of the REGISTER that precedes
      *  the night's manifest.
      *
      *     intkcut
      *
      *  Ends with RETURN-CODE 0 when the day was cut off now, 4
      *  when it had already been cut off - by an earlier run or
      *  by the first call past the cut-off time - and 8 when the
      *  call failed, so the chain stops before a manifest is
      *  written without the day's intake.
      *****************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTKCUT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 TPTYPE-REC.
           COPY TPTYPE.

      *  Separate descriptor for the reply side of the TPCALL -
      *  see the same split in CSIMPCL.
        01 TPTYPE-RECV-REC.
           COPY TPTYPE.

        01 TPSTATUS-REC.
           COPY TPSTATUS.

        01 TPSVCDEF-REC.
           COPY TPSVCDEF.

        01  SEND-RECORD.
           COPY TPBIZREC.
        01  RECV-RECORD.
           COPY TPBIZREC.

        01  INTAKE-SERVICE-NAME     PIC X(30) VALUE "INTAKE".
        01  CUTOFF-COUNT-TEXT       PIC Z(8)9.

      ******************************************************
      * Start program - one cut-off call, and its outcome as
      * the return code.
      ******************************************************
        PROCEDURE DIVISION.
        START-CINTKCUT.
           DISPLAY "Start".
           MOVE SPACES TO SEND-RECORD.
           MOVE ZERO TO BIZREC-AMOUNT OF SEND-RECORD.
           MOVE ZERO TO BIZREC-EFFECTIVE-DATE OF SEND-RECORD.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-REC.
           MOVE "CUTOFF-INTAKE" TO SUB-TYPE OF TPTYPE-REC.
           MOVE LENGTH OF SEND-RECORD TO LEN OF TPTYPE-REC.
           MOVE "X_OCTET" TO REC-TYPE OF TPTYPE-RECV-REC.
           MOVE LENGTH OF RECV-RECORD TO LEN OF TPTYPE-RECV-REC.
           MOVE INTAKE-SERVICE-NAME TO SERVICE-NAME.
           SET TPBLOCK TO TRUE.
           SET TPNOTRAN TO TRUE.
           SET TPNOTIME TO TRUE.
           SET TPSIGRSTRT TO TRUE.
           SET TPCHANGE TO TRUE.

           CALL "TPCALL" USING TPSVCDEF-REC
                TPTYPE-REC
                SEND-RECORD
                TPTYPE-RECV-REC
                RECV-RECORD
                TPSTATUS-REC.

           EVALUATE TRUE
                WHEN NOT TPOK
                     DISPLAY "Intake cut-off failed: TP-STATUS="
                          TP-STATUS " APPL-RETURN-CODE="
                          APPL-RETURN-CODE
                     MOVE 8 TO RETURN-CODE
                WHEN APPL-RETURN-CODE = 1022
                     DISPLAY "Intake already cut off today"
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE BIZREC-AMOUNT OF RECV-RECORD
                          TO CUTOFF-COUNT-TEXT
                     DISPLAY "Intake cut off to "
                          BIZREC-REFERENCE-NUM OF RECV-RECORD
                          " with " CUTOFF-COUNT-TEXT " records"
                     MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "End".
           STOP RUN.
