        FILE SECTION.
      *  The suspense record exactly as BATCHCLI writes it: the
      *  input layout with the arrival currency, then the holding
      *  reason and the feed's source id as suffixes beyond the
      *  input columns.
        FD  SUSPENSE-FILE.
        01  SUSPENSE-RECORD.
               05 SUSP-CUSTOMER-ID           PIC X(10).
               05 SUSP-HOLD-REASON.
                       10 FILLER             PIC X(01).
                       10 SUSP-REASON-TEXT   PIC X(20).
               05 SUSP-SOURCE-SUFFIX.
                       10 FILLER             PIC X(01).
                       10 SUSP-SOURCE-ID     PIC X(10).
      *  Control records bracketing the held records - the same
      *  record area seen as the resubmission header and trailer.
        01  SUSPENSE-HEADER-RECORD.
      *  carried forward whole so the next review cycle starts
      *  from this file instead of the one just worked.
        FD  CARRY-FORWARD-FILE.
        01  CARRY-FORWARD-RECORD    PIC X(79).

      *  One line of decision history per decision record, applied
      *  or refused - who decided, what, when and how it came out -
