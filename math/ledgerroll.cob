       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  ArchiveFile
           record contains 82 characters.
       01  ARCHIVE-RECORD    PIC X(82).

      *> mirrors recon/dayend.cob's POSITION-RECORD layout
       FD  PositionFile
       01  WS-KEEP-OK        PIC X      VALUE "Y".
       01  WS-KEEP-TABLE.
           05 WS-KEEP-LINE occurs 1 to 5000 times
                   depending on WS-KEEP-COUNT pic X(82).

       01  WS-ARCH-COUNT     PIC 9(07)  VALUE 0.
       01  WS-BF-COUNT       PIC 9(03)  VALUE 0.
           05 WS-LGR-ORIGAMT PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-BATCH   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-VALUE   PIC 9(08)  VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
                   ADD WS-AT-BALANCE(WS-A) TO WS-BF-RUNNING
                   MOVE WS-AT-ACCOUNT(WS-A) TO WS-LGR-ACCOUNT
                   MOVE WS-NEW-YEAR-DAY TO WS-LGR-DATE
                   MOVE WS-NEW-YEAR-DAY TO WS-LGR-VALUE
                   MOVE WS-AT-BALANCE(WS-A) TO WS-LGR-AMOUNT
                   MOVE WS-BF-RUNNING TO WS-LGR-BALANCE
                   MOVE 0 TO WS-LGR-ORIG
