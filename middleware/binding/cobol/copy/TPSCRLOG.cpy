      *
      *  TPSCRLOG.cpy
      *
      *  One line of the screening log examiners ask for: every
      *  record BATCHCLI screened against the watch list and what
      *  came of it, and every decision a compliance officer made
      *  on a held item, with who made it.  Append-only, shared by
      *  every run and partition.
      *
       05 SCRLOG-DATE               PIC 9(08).
       05 SCRLOG-TIME               PIC 9(08).
       05 SCRLOG-JOB-NAME           PIC X(08).
       05 SCRLOG-RUN-ID             PIC 9(08).
       05 SCRLOG-REFERENCE-NUM      PIC X(12).
       05 SCRLOG-CUSTOMER-ID        PIC X(10).
      *  From the screening: NO-MATCH, ID-MATCH, NAME-MATCH,
      *  PRIOR-CLEAR for a reference already cleared, or
      *  PRIOR-HOLD for one still held or confirmed.  From a
      *  decision: CLEARED, CONFIRMED, RELEASED, or REFUSED.
       05 SCRLOG-RESULT             PIC X(12).
       05 SCRLOG-WATCH-ENTRY-ID     PIC X(10).
       05 SCRLOG-SCREENED-NAME      PIC X(30).
       05 SCRLOG-USER-ID            PIC X(08).
      *  Why a decision was refused - spaces on every other line.
       05 SCRLOG-NOTE               PIC X(20).
