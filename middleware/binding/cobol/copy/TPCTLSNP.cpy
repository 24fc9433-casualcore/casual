      *
      *  TPCTLSNP.cpy
      *
      *  The control-file snapshot BATCHCLI appends for every run
      *  id it assigns.  An F record fingerprints one control file
      *  as the run found it at startup - whether it was there at
      *  all, its record count and checksum - and names the run id
      *  whose L records hold the full copy: the copy is taken
      *  once per execution, under its first run id, and every
      *  later run id of the same execution points back to it.
      *  An L record is one line of a control file, in file order.
      *
       05 CTLSNP-RUN-ID             PIC 9(08).
       05 CTLSNP-RECORD-TYPE        PIC X(01).
               88 CTLSNP-FINGERPRINT        VALUE "F".
               88 CTLSNP-LINE               VALUE "L".
       05 CTLSNP-FILE-NAME          PIC X(10).
       05 CTLSNP-DETAIL.
               10 CTLSNP-PRESENT-FLAG       PIC X(01).
                       88 CTLSNP-FILE-PRESENT       VALUE "Y".
                       88 CTLSNP-FILE-ABSENT        VALUE "N".
               10 CTLSNP-RECORD-COUNT       PIC 9(09).
               10 CTLSNP-CHECKSUM           PIC 9(09).
               10 CTLSNP-COPY-RUN-ID        PIC 9(08).
               10 CTLSNP-SNAP-DATE          PIC 9(08).
               10 CTLSNP-SNAP-TIME          PIC 9(08).
               10 FILLER                    PIC X(163).
       05 CTLSNP-LINE-DETAIL REDEFINES CTLSNP-DETAIL.
               10 CTLSNP-LINE-SEQ           PIC 9(06).
               10 CTLSNP-LINE-TEXT          PIC X(200).
