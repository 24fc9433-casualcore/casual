      *
      *  TPREPREC.cpy
      *
      *  One entry of a state replication package: a change to
      *  one of the files that protect the primary site - the
      *  reference registry, the daily limit usage ledger, run
      *  control, a checkpoint or the transaction store - carried
      *  to the standby site as an exported X_OCTET buffer inside
      *  the interchange envelope.  The image is the record as it
      *  stands at the primary; the standby replaces its copy by
      *  key, appends it by ordinal (run control), or replaces or
      *  empties the named checkpoint file.
      *
      *  Every package opens with an ASOF entry: when the primary
      *  took the package, whether it is a full resynchronization
      *  or the changes since the last package, and the sequence
      *  of the package before it, so the standby can tell when
      *  one never arrived.
      *
       05 REPL-FILE-CODE            PIC X(08).
               88 REPL-ASOF-ENTRY           VALUE "ASOF".
               88 REPL-REGISTRY-ENTRY       VALUE "REFREG".
               88 REPL-USAGE-ENTRY          VALUE "LIMUSAGE".
               88 REPL-RUNCTL-ENTRY         VALUE "RUNCTL".
               88 REPL-CHECKPOINT-ENTRY     VALUE "CHECKPT".
               88 REPL-STORE-ENTRY          VALUE "TXNSTORE".
       05 REPL-ACTION               PIC X(01).
               88 REPL-REPLACE              VALUE "U".
               88 REPL-APPEND               VALUE "A".
               88 REPL-REMOVE               VALUE "D".
      *  Run control: the line's position on the primary's file.
       05 REPL-ORDINAL              PIC 9(09).
      *  Checkpoint: the file name (BATCHCKP or BATCHCKPnn).
       05 REPL-TARGET-NAME          PIC X(10).
       05 REPL-IMAGE                PIC X(120).
       05 REPL-ASOF-IMAGE REDEFINES REPL-IMAGE.
               10 REPL-ASOF-DATE            PIC 9(08).
               10 REPL-ASOF-TIME            PIC 9(08).
               10 REPL-PACKAGE-KIND         PIC X(01).
                       88 REPL-FULL-PACKAGE         VALUE "F".
                       88 REPL-CHANGE-PACKAGE       VALUE "C".
               10 REPL-PRIOR-SEQUENCE       PIC 9(06).
               10 FILLER                    PIC X(97).
