      *
      *  TPWATCH.cpy
      *
      *  One entry of the compliance watch list BATCHCLI screens
      *  every record against before it is sent: a sanctions or
      *  internal list entry naming a customer id, a name, or
      *  both.  The name is kept as listed and in the normalized
      *  form the screening compares - upper case, punctuation
      *  dropped, the words in alphabetical order - so "Smith,
      *  John" and "JOHN SMITH" meet.  WATCHMNT keeps the list:
      *  manual additions and removals, and the lists' own feeds
      *  loaded as a whole, dropping whatever a fresh load of the
      *  same list no longer carries.  A removed entry stays on
      *  file, out of force, so what was screened against when
      *  can still be shown.
      *
       05 WATCH-ENTRY-ID            PIC X(10).
       05 WATCH-CUSTOMER-ID         PIC X(10).
       05 WATCH-LISTED-NAME         PIC X(30).
       05 WATCH-NORMAL-NAME         PIC X(30).
      *  The list the entry came from - OFAC, INTERNAL and so on.
       05 WATCH-LIST-SOURCE         PIC X(08).
      *  A in force, R removed.
       05 WATCH-STATUS              PIC X(01).
               88 WATCH-ACTIVE              VALUE "A".
               88 WATCH-REMOVED             VALUE "R".
       05 WATCH-ADDED-DATE          PIC 9(08).
      *  The date the list's own feed last carried the entry -
      *  zero for an entry only ever keyed by hand.
       05 WATCH-LOADED-DATE         PIC 9(08).
       05 WATCH-STATUS-DATE         PIC 9(08).
       05 WATCH-STATUS-USER         PIC X(08).
