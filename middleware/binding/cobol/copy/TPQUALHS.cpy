      *
      *  TPQUALHS.cpy
      *
      *  One line of the data-quality history QUALHIST: how many
      *  of a source system's records a night's run turned back
      *  at one stage for one reason.  Appended by SRCQUAL each
      *  night it splits the rejects, and summed by month for the
      *  per-source scorecard.
      *
       05 QUALHS-DATE               PIC 9(08).
       05 QUALHS-SOURCE-ID          PIC X(10).
       05 QUALHS-STAGE              PIC X(08).
       05 QUALHS-REASON-CODE        PIC X(20).
       05 QUALHS-RECORD-COUNT       PIC 9(09).
