      *> in before conversion - so the ledger is a standing
      *> per-currency book instead of losing the currency the moment
      *> a batch ends - and the batch number the posting originated
      *> from, so a batch posted in error can be backed out whole -
      *> and the value date the posting settles on, the posting date
      *> rolled to the next settlement day for its currency (VALDATE).
      *> A record written before the value date was carried reads it
      *> as spaces; readers take the posting date for it then.
      *> Shared by every program that reads ledger.dat so the layout
      *> can no longer drift between the writer and its readers.
       01  LEDGER-RECORD.
           05 LGR-ORIG-AMOUNT PIC S9(07)V99.
           05 FILLER         PIC X.
           05 LGR-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 LGR-VALUE-DATE PIC 9(08).
