      *
      *  TPSRCRET.cpy
      *
      *  One record on a source system's return file RETxxxxxx:
      *  a record of its feed that did not get through - refused
      *  by the edit pass, failed at the service, or held in
      *  suspense - exactly as it arrived, with the stage that
      *  stopped it and a plain reason code, so the sender can
      *  correct it and send it again.  The file is bracketed by
      *  the usual header (the sender's own source id) and
      *  trailer (count and hash of the amounts that could be
      *  read).
      *
       05 SRCRET-ORIGINAL-RECORD    PIC X(80).
       05 FILLER                    PIC X(01).
       05 SRCRET-STAGE              PIC X(08).
               88 SRCRET-EDIT-REJECT        VALUE "EDIT".
               88 SRCRET-SERVICE-FAILURE    VALUE "SERVICE".
               88 SRCRET-SUSPENSE-HOLD      VALUE "SUSPENSE".
       05 FILLER                    PIC X(01).
       05 SRCRET-REASON-CODE        PIC X(20).
      *  The service's return code for a failure; zero otherwise.
       05 FILLER                    PIC X(01).
       05 SRCRET-RETURN-CODE        PIC S9(09).
