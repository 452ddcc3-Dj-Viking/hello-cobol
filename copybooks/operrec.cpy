      *> one operator on the sign-on reference file: id, password,
      *> the original single authority level ("A" update, "I"
      *> inquire - kept for the layout only; update functions are now
      *> granted per operator on entitlements.dat), the operator
      *> status ("A" active, "L" locked after repeated failed
      *> sign-ons, "D" deactivated), the date the password was last set (for the
      *> forced-expiry check), the running failed-attempt count, and
      *> the date of the last successful sign-on (zero or absent on
      *> records that have never signed on since it was kept).
      *> Shared by every program that signs an operator on and by the
      *> administration program that maintains the file.
       01  OPERATOR-RECORD.
           05  OP-PWD-DATE         PIC 9(08).
           05  FILLER              PIC X.
           05  OP-FAILS            PIC 9(01).
           05  FILLER              PIC X.
           05  OP-LAST-SIGNON      PIC 9(08).
