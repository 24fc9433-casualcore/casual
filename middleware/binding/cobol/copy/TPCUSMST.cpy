               88 CUSMST-STANDING-ACTIVE    VALUE "A".
               88 CUSMST-STANDING-CLOSED    VALUE "C".
               88 CUSMST-STANDING-BLOCKED   VALUE "B".
      *  Dormant: no activity for the dormancy period, set by the
      *  monthly DORMSWEP sweep and lifted only by an explicit
      *  reactivation through the customer maintenance program.
               88 CUSMST-STANDING-DORMANT   VALUE "D".
      *  Lifecycle fields maintained by the customer maintenance
      *  program: the date the entry takes effect and the date its
      *  current standing was set.  Entries from before these
      *  effect.
       05 CUSMST-EFFECTIVE-DATE     PIC 9(08).
       05 CUSMST-STANDING-DATE      PIC 9(08).
      *  The customer's fee tier, which picks the TARIFF lines
      *  their bookings are charged under - spaces for the
      *  standard tier, as entries from before the field existed
      *  read.
       05 CUSMST-FEE-TIER           PIC X(01).
      *  The group entity the customer banks with, which the
      *  intercompany netting compares with the entity a booking
      *  was made under - spaces for the house entity 001, as
      *  entries from before the field existed read.
       05 CUSMST-HOME-ENTITY        PIC X(03).
      *  How the customer wants to hear about their payments, kept
      *  by the customer maintenance program and read by ADVICEGN:
      *  the channel (E e-mail, S text message, P post, N opted
      *  out of advices altogether), the address the channel
      *  delivers to, and a Y/N per event - confirmed, failed,
      *  held, reversed, returned.  Entries from before the fields
      *  existed read as spaces: advised on every event, by post.
       05 CUSMST-ADVICE-CHANNEL     PIC X(01).
               88 CUSMST-ADVICE-BY-EMAIL    VALUE "E".
               88 CUSMST-ADVICE-BY-TEXT     VALUE "S".
               88 CUSMST-ADVICE-BY-POST     VALUE "P" SPACE.
               88 CUSMST-ADVICE-OPTED-OUT   VALUE "N".
               88 CUSMST-ADVICE-CHANNEL-OK  VALUE "E" "S" "P" "N"
                                                  SPACE.
       05 CUSMST-CONTACT-ADDRESS    PIC X(40).
       05 CUSMST-ADVICE-EVENTS.
               10 CUSMST-ADVISE-CONFIRMED   PIC X(01).
                       88 CUSMST-WANTS-CONFIRMED    VALUE "Y" SPACE.
               10 CUSMST-ADVISE-FAILED      PIC X(01).
                       88 CUSMST-WANTS-FAILED       VALUE "Y" SPACE.
               10 CUSMST-ADVISE-HELD        PIC X(01).
                       88 CUSMST-WANTS-HELD         VALUE "Y" SPACE.
               10 CUSMST-ADVISE-REVERSED    PIC X(01).
                       88 CUSMST-WANTS-REVERSED     VALUE "Y" SPACE.
               10 CUSMST-ADVISE-RETURNED    PIC X(01).
                       88 CUSMST-WANTS-RETURNED     VALUE "Y" SPACE.
