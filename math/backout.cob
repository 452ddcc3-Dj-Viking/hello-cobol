       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors math/math.cob's RUNCTL-RECORD layout
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> operator sign-on through the shared OPERSIGN service - only
      *> an operator granted batch back-out may back a batch out, and
      *> the audit trail names them
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.
       01  WS-SIGNON-OK      PIC X      VALUE "N".
       01  WS-SIGNON-TRIES   PIC 9(1)   VALUE 0.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before a batch may be backed
      *> out
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "BACKOUT".

       01  WS-BACKOUT-BATCH  PIC 9(06)  VALUE 0.
       01  WS-CONFIRM        PIC X      VALUE SPACE.
           05 WS-LGR-ORIGAMT PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-BATCH   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-VALUE   PIC 9(08)  VALUE 0.
      *> parameters for the CALL to VALDATE - the posting settles
      *> on the next settlement day for its currency
       01  WS-VAL-ROLLED     PIC X      VALUE "N".

       01  WS-AUDIT-DATE     PIC X(8).
       01  WS-AUDIT-TIME     PIC X(8).
               ACCEPT WS-ENTER-PW
               CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH
                   WS-SIGN-FUNCTION
               EVALUATE WS-SIGN-RESULT
                   WHEN "Y"
                       MOVE WS-ENTER-ID TO WS-OPERATOR-ID
               MOVE WS-BO-CUR(WS-B) TO WS-LGR-CUR
               COMPUTE WS-LGR-ORIGAMT = 0 - WS-BO-ORIGAMT(WS-B)
               MOVE WS-BACKOUT-BATCH TO WS-LGR-BATCH
               CALL "VALDATE" USING WS-LGR-CUR WS-LGR-DATE
                   WS-LGR-VALUE WS-VAL-ROLLED
               WRITE LEDGER-RECORD FROM WS-LEDGER-DETAIL
               SUBTRACT WS-BO-AMOUNT(WS-B) FROM WS-REVERSED-VALUE
           END-PERFORM
