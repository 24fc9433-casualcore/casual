      *
      *  TPFUTWHS.cpy
      *
      *  One future-dated record parked in the keyed warehouse
      *  instead of being sent on the night it arrived: BATCHCLI
      *  parks any record dated past the run's business date,
      *  FUTREL writes the ones now due back out as an ordinary
      *  input feed, and FUTINQ lets operations look at a parked
      *  item or withdraw it before its date.  The key is the
      *  effective date ahead of the reference, so the release
      *  reads the due items off the front of the file in date
      *  order.  The amount is the original amount in its arrival
      *  currency - a released record converts at the rate of the
      *  night it is finally sent, like any fresh one.
      *
       05 FUTWHS-KEY.
               10 FUTWHS-EFFECTIVE-DATE     PIC 9(08).
               10 FUTWHS-REFERENCE-NUM      PIC X(12).
       05 FUTWHS-CUSTOMER-ID        PIC X(10).
       05 FUTWHS-AMOUNT             PIC S9(9)V99.
       05 FUTWHS-CURRENCY-CODE      PIC X(03).
       05 FUTWHS-ENTITY-CODE        PIC X(03).
      *  Where and when it was parked: the source id off the
      *  header of the file it arrived in, the date, and the run.
       05 FUTWHS-SOURCE-ID          PIC X(10).
       05 FUTWHS-PARKED-DATE        PIC 9(08).
       05 FUTWHS-PARKED-RUN-ID      PIC 9(08).
      *  W waiting for its date, R released to a feed, C
      *  withdrawn by operations - with the date of that change
      *  and, for a withdrawal, the user who made it.  P is a
      *  record dated in an accounting period finance had closed:
      *  it waits for the period to be reopened, not for a date.
       05 FUTWHS-STATUS             PIC X(01).
               88 FUTWHS-WAITING            VALUE "W".
               88 FUTWHS-RELEASED           VALUE "R".
               88 FUTWHS-CANCELLED          VALUE "C".
               88 FUTWHS-PERIOD-LOCKED      VALUE "P".
       05 FUTWHS-STATUS-DATE        PIC 9(08).
       05 FUTWHS-STATUS-USER        PIC X(08).
