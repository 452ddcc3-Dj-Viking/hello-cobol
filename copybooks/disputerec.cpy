      *> one dispute case on the dispute case file: the case number,
      *> the ledger.dat posting the dispute is raised against - its
      *> account, posting date, posted base-currency amount, and the
      *> batch it came from - the case status (OPEN, RELEASED back to
      *> the account, or WRITBACK written to the write-off account),
      *> the date and operator that opened it and the batch that moved
      *> the amount to the disputes account, the date and operator
      *> that resolved it and the batch that released or wrote it
      *> back (a batch of zero is a movement not yet batched), and the
      *> reason the case was raised. Maintained by dispmaint; read by
      *> the dispute aging report.
       01  DISPUTE-RECORD.
           05 DP-CASE-ID     PIC 9(06).
           05 FILLER         PIC X.
           05 DP-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 DP-POST-DATE   PIC 9(08).
           05 FILLER         PIC X.
           05 DP-AMOUNT      PIC S9(09)V99.
           05 FILLER         PIC X.
           05 DP-BATCH       PIC 9(06).
           05 FILLER         PIC X.
           05 DP-STATUS      PIC X(08).
           05 FILLER         PIC X.
           05 DP-OPENED      PIC 9(08).
           05 FILLER         PIC X.
           05 DP-OPENED-BY   PIC X(08).
           05 FILLER         PIC X.
           05 DP-OPEN-BATCH  PIC 9(06).
           05 FILLER         PIC X.
           05 DP-RESOLVED    PIC 9(08).
           05 FILLER         PIC X.
           05 DP-RESOLVED-BY PIC X(08).
           05 FILLER         PIC X.
           05 DP-RES-BATCH   PIC 9(06).
           05 FILLER         PIC X.
           05 DP-REASON      PIC X(40).
