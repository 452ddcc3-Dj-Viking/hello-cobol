      *> one market holiday on the settlement calendar: the currency
      *> it applies to (keyed by the same code as rates.dat), the
      *> date the currency does not settle on, and the holiday's
      *> name. Saturdays and Sundays never settle and are not listed.
      *> A currency with no rows settles every weekday. Shared by
      *> VALDATE, which rolls value dates over it, and calmaint.cob,
      *> which maintains it.
       01  SETTLEMENT-CALENDAR-RECORD.
           05 SC-CURRENCY    PIC X(03).
           05 FILLER         PIC X.
           05 SC-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 SC-NAME        PIC X(30).
