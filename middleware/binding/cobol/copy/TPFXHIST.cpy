      *
      *  TPFXHIST.cpy
      *
      *  One currency's rate to the booking currency for one
      *  business date, as FXRATELD validated it off the treasury
      *  feed, keyed on currency and date.  BATCHCLI converts a
      *  record at the rate of its own effective date from here,
      *  so a rerun of an old file books at the rate that applied
      *  then rather than whatever FXRATES is in place tonight.
      *  Only a usable rate converts: one accepted inside its
      *  tolerance, derived through another currency, or signed
      *  off by treasury.  A held rate waits here for the
      *  sign-off with the prior rate it was judged against.
      *
       05 FXHIST-KEY.
               10 FXHIST-CURRENCY-CODE      PIC X(03).
               10 FXHIST-RATE-DATE          PIC 9(08).
       05 FXHIST-TO-BOOKING         PIC 9(03)V9(06).
      *  A accepted, D derived from a cross or an inverse quote,
      *  H held outside tolerance or unlisted, S held and then
      *  signed off by treasury.
       05 FXHIST-STATUS             PIC X(01).
               88 FXHIST-ACCEPTED           VALUE "A".
               88 FXHIST-DERIVED            VALUE "D".
               88 FXHIST-HELD               VALUE "H".
               88 FXHIST-SIGNED-OFF         VALUE "S".
               88 FXHIST-USABLE             VALUE "A" "D" "S".
      *  The feed line the rate came from: the currency it was
      *  quoted against and the quoted figure.
       05 FXHIST-QUOTE-CURRENCY     PIC X(03).
       05 FXHIST-FEED-RATE          PIC 9(06)V9(06).
      *  The prior day's usable rate it was judged against, the
      *  move from it and the tolerance allowed - zero prior date
      *  for a currency's first rate.
       05 FXHIST-PRIOR-DATE         PIC 9(08).
       05 FXHIST-PRIOR-RATE         PIC 9(03)V9(06).
       05 FXHIST-DEVIATION-PCT      PIC 9(05)V99.
       05 FXHIST-TOLERANCE-PCT      PIC 9(03)V99.
       05 FXHIST-HOLD-REASON        PIC X(12).
       05 FXHIST-LOAD-DATE          PIC 9(08).
       05 FXHIST-DECISION-DATE      PIC 9(08).
       05 FXHIST-DECISION-USER      PIC X(08).
