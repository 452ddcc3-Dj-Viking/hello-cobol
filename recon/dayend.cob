       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors math/ledgeridx.cob's LEDGER-INDEX-RECORD layout
       FD  LedgerIndexFile
           record contains 87 characters.
       01  LEDGER-INDEX-RECORD.
           05 LX-KEY.
              10 LX-ACCOUNT  PIC 9(08).
           05 LX-CURRENCY    PIC X(03).
           05 LX-ORIG-AMOUNT PIC S9(07)V99.
           05 LX-BATCH       PIC 9(06).
           05 LX-VALUE-DATE  PIC 9(08).

       FD  PositionFile
           record contains 59 characters.
