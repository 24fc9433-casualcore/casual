      *
      *  TPICSETL.cpy
      *
      *  One intercompany settlement instruction out of the
      *  nightly netting: what one group entity owes another in
      *  one currency once the night's confirmed bookings between
      *  them have been netted.  A booking made under one entity
      *  for a customer who banks with another leaves the
      *  customer's home entity owing the booking entity; the
      *  flows each way are netted per pair and currency, and
      *  only the difference is settled.  The gross flows travel
      *  with the instruction so the receiver can check the net.
      *
       05 ICSETL-INSTRUCTION-ID     PIC X(12).
       05 ICSETL-BUSINESS-DATE      PIC 9(08).
       05 ICSETL-PAYER-ENTITY       PIC X(03).
       05 ICSETL-RECEIVER-ENTITY    PIC X(03).
       05 ICSETL-CURRENCY-CODE      PIC X(03).
       05 ICSETL-NET-AMOUNT         PIC 9(13)V99.
      *  What the payer's customers had booked under the
      *  receiver, and the receiver's customers under the payer -
      *  less any of them reversed the same night.
       05 ICSETL-GROSS-PAYABLE      PIC S9(13)V99.
       05 ICSETL-GROSS-RECEIVABLE   PIC S9(13)V99.
       05 ICSETL-BOOKING-COUNT      PIC 9(07).
