       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> the sequence is the posting's ordinal in the master, so the
      *> the master carries them - which is what dayend's
      *> running-balance proof depends on
       FD  LedgerIndexFile
           record contains 87 characters.
       01  LEDGER-INDEX-RECORD.
           05 LX-KEY.
              10 LX-ACCOUNT  PIC 9(08).
           05 LX-CURRENCY    PIC X(03).
           05 LX-ORIG-AMOUNT PIC S9(07)V99.
           05 LX-BATCH       PIC 9(06).
           05 LX-VALUE-DATE  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
                       MOVE LGR-CURRENCY TO LX-CURRENCY
                       MOVE LGR-ORIG-AMOUNT TO LX-ORIG-AMOUNT
                       MOVE LGR-BATCH TO LX-BATCH
      *> a posting written before value dates were carried settles
      *> on its posting date
                       IF LGR-VALUE-DATE IS NUMERIC
                               AND LGR-VALUE-DATE > 0
                           MOVE LGR-VALUE-DATE TO LX-VALUE-DATE
                       ELSE
                           MOVE LGR-DATE TO LX-VALUE-DATE
                       END-IF
                       WRITE LEDGER-INDEX-RECORD
                           INVALID KEY
                               DISPLAY "duplicate index key at "
