      *
      *  TPLIQPOS.cpy
      *
      *  One line of the liquidity positions file LIQPOS that
      *  LIQRPT hands treasury beside the printed report: one per
      *  entity and currency, with the night's funding, the
      *  confirmed outflows set against it, what is left, and the
      *  committed outflows of each of the next five business
      *  days with the balance they would leave.  Amounts are in
      *  the position's own currency.
      *
       05 LIQPOS-POSITION-DATE      PIC 9(08).
       05 LIQPOS-ENTITY-CODE        PIC X(03).
       05 LIQPOS-CURRENCY-CODE      PIC X(03).
      *  Y when treasury sent a funding figure for the position,
      *  N when it did not and the position is judged from zero.
       05 LIQPOS-FUNDING-KNOWN      PIC X(01).
               88 LIQPOS-FUNDED             VALUE "Y".
       05 LIQPOS-FUNDING-DATE       PIC 9(08).
       05 LIQPOS-FUNDED-AMOUNT      PIC S9(13)V99.
       05 LIQPOS-OUTFLOW-COUNT      PIC 9(09).
       05 LIQPOS-OUTFLOW-AMOUNT     PIC S9(13)V99.
       05 LIQPOS-REMAINING-AMOUNT   PIC S9(13)V99.
       05 LIQPOS-COMMITTED-DAY OCCURS 5 TIMES.
               10 LIQPOS-DAY-DATE           PIC 9(08).
               10 LIQPOS-DAY-COMMITTED      PIC S9(13)V99.
               10 LIQPOS-DAY-PROJECTED      PIC S9(13)V99.
      *  S when the remaining funds or any day's projected
      *  balance goes below zero, with the first date it does and
      *  the lowest balance reached; C when covered throughout.
       05 LIQPOS-STATUS             PIC X(01).
               88 LIQPOS-SHORT              VALUE "S".
               88 LIQPOS-COVERED            VALUE "C".
       05 LIQPOS-SHORT-DATE         PIC 9(08).
       05 LIQPOS-LOWEST-BALANCE     PIC S9(13)V99.
