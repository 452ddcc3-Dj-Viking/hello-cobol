      *> one supplier data-quality tally on the cumulative quality
      *> log: the date it was counted, the sender (or feed) it is
      *> charged to, where it was found, what kind it is, and how
      *> many. Sources and their categories:
      *>   INTAKE   FILES, RECORDS (details in the files received)
      *>   REJECT   the intake QUE-REASON of a rejected file
      *>   PARSE    RECORDS (records iteratestring.cob parsed)
      *>   STRUCT   ORPHAN, EMPTYSET, TRUNCSET, NOTOTAL, XFOOT
      *>   FIELD    NUMERIC, DATE, STATE, XLATE
      *>   READFILE RECORDS (records file.cob read)
      *>   QUARANTN SHORT, LONG (the record length was wrong)
      *>   SUSPENSE the SUS-REASON of a detail math.cob held back
      *> Shared by QUALLOG (writer) and qualcard.
       01  QUALITY-RECORD.
           05 QL-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 QL-SENDER      PIC X(08).
           05 FILLER         PIC X.
           05 QL-SOURCE      PIC X(08).
           05 FILLER         PIC X.
           05 QL-CATEGORY    PIC X(08).
           05 FILLER         PIC X.
           05 QL-COUNT       PIC 9(07).
