      *> one delivery on the report distribution table: the report
      *> file a program produces, the recipient area it goes to, how
      *> many days a delivered copy is kept there (0 keeps it for
      *> good), whether the report is expected every night (Y - its
      *> absence raises an alert) or only delivered when produced
      *> (N, e.g. the month-end statements), and whether it is burst
      *> (Y - each account's pages go to their own output file) or
      *> delivered whole. A report going to several areas has one
      *> row per area. Shared by RPTDIST.
       01  DISTRIBUTION-RECORD.
           05 DS-REPORT      PIC X(30).
           05 FILLER         PIC X.
           05 DS-RECIPIENT   PIC X(08).
           05 FILLER         PIC X.
           05 DS-RETAIN      PIC 9(04).
           05 FILLER         PIC X.
           05 DS-EXPECTED    PIC X.
           05 FILLER         PIC X.
           05 DS-BURST       PIC X.
