      *> one feed rate held back from rates.dat because it moved more
      *> than RATE_TOLERANCE_PCT from the rate it would replace: the
      *> currency, the held rate and its effective date, the rate in
      *> force it was measured against and the movement, the run
      *> date it was held on, and the provider that sent it. Written
      *> by RATEFEED; ratemaint's supervisor review applies or
      *> rejects each one and the file keeps only what still waits.
       01  RATE-HOLD-RECORD.
           05 RH-CURRENCY    PIC X(03).
           05 FILLER         PIC X.
           05 RH-RATE        PIC 9(03)V9(06).
           05 FILLER         PIC X.
           05 RH-EFF-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 RH-PRIOR-RATE  PIC 9(03)V9(06).
           05 FILLER         PIC X.
           05 RH-MOVE-PCT    PIC 9(05)V99.
           05 FILLER         PIC X.
           05 RH-HELD-DATE   PIC 9(08).
           05 FILLER         PIC X.
           05 RH-PROVIDER    PIC X(08).
