      *> one line on the report delivery log: the run date and time,
      *> the report and recipient area, what happened - SENT (a copy
      *> was delivered to the path shown), MISSING (an expected
      *> report was not produced for the run date), FAILED (the copy
      *> could not be written), or PURGED (a delivered copy past its
      *> retention was removed) - the number of lines delivered, and
      *> the delivered file's path. RPTDIST reads its own SENT and
      *> PURGED lines back to apply retention.
       01  DIST-LOG-RECORD.
           05 DV-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 DV-TIME        PIC X(08).
           05 FILLER         PIC X.
           05 DV-REPORT      PIC X(30).
           05 FILLER         PIC X.
           05 DV-RECIPIENT   PIC X(08).
           05 FILLER         PIC X.
           05 DV-STATUS      PIC X(08).
           05 FILLER         PIC X.
           05 DV-LINES       PIC 9(07).
           05 FILLER         PIC X.
           05 DV-PATH        PIC X(60).
