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

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  WS-INQ-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-MATCH-COUNT    PIC 9(05)  VALUE 0.
       01  WS-MATCH-TOTAL    PIC S9(11)V99 VALUE 0.
      *> a posting written before value dates were carried settles
      *> on its posting date
       01  WS-SHOW-VALUE     PIC 9(08)  VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
           ADD LX-AMOUNT TO WS-MATCH-TOTAL
           IF LX-ORIG-DATE > 0
               DISPLAY "account " LX-ACCOUNT " date " LX-DATE
                       " value " LX-VALUE-DATE
                       " amount " LX-AMOUNT " balance " LX-BALANCE
                       " reverses posting of " LX-ORIG-DATE
           ELSE
               DISPLAY "account " LX-ACCOUNT " date " LX-DATE
                       " value " LX-VALUE-DATE
                       " amount " LX-AMOUNT " balance " LX-BALANCE
           END-IF
           .
       DISPLAY-POSTING.
           ADD 1 TO WS-MATCH-COUNT
           ADD LGR-AMOUNT TO WS-MATCH-TOTAL
           IF LGR-VALUE-DATE IS NUMERIC AND LGR-VALUE-DATE > 0
               MOVE LGR-VALUE-DATE TO WS-SHOW-VALUE
           ELSE
               MOVE LGR-DATE TO WS-SHOW-VALUE
           END-IF
           IF LGR-ORIG-DATE > 0
               DISPLAY "account " LGR-ACCOUNT " date " LGR-DATE
                       " value " WS-SHOW-VALUE
                       " amount " LGR-AMOUNT " balance " LGR-BALANCE
                       " reverses posting of " LGR-ORIG-DATE
           ELSE
               DISPLAY "account " LGR-ACCOUNT " date " LGR-DATE
                       " value " WS-SHOW-VALUE
                       " amount " LGR-AMOUNT " balance " LGR-BALANCE
           END-IF
           .
