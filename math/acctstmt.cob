      *> account - opening balance, each of the month's postings with
      *> date and amount, closing balance - in the same 132-column
      *> style as math-summary.txt. Replaces an operator running the
      *> ledgerinq A inquiry and screen-printing the scrollback. Each
      *> statement opens with the holder's mailing block from the
      *> holder master holdmaint.cob maintains, the state spelled out
      *> through STATELOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> DYNAMIC so HOLDER_MASTER_FILE points the statement run at
      *> the same holder master holdmaint.cob maintains
           SELECT HolderFile
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HldFileStatus.

           SELECT StatementFile
               ASSIGN TO "account-statements.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  HolderFile
           record contains 139 characters.
       COPY holderrec.

       FD  StatementFile
           record contains 132 characters.
       01  StatementLine     PIC X(132).
       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  StmFileStatus     PIC XX.
       01  HldFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> the statement month, YYYYMM - defaults to the run month and
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".
      *> parameters for the CALL to STATELOOKUP - the holder's state
      *> code is printed as the state's name
       01  WS-LKP-MODE       PIC X      VALUE "C".
       01  WS-LKP-CODE       PIC S9(05) VALUE 0.
       01  WS-LKP-NAME       PIC X(24)  VALUE SPACES.
       01  WS-LKP-FOUND      PIC X      VALUE "N".
       01  WS-LKP-OPEN-OK    PIC X      VALUE "Y".
       01  WS-LKP-ASOF       PIC 9(08)  VALUE 0.

      *> the holder master, loaded once for the run; an account with
      *> no holder on it gets a statement without a mailing block
       01  WS-HOLDERS-PATH   PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-HOLDERS-PATH PIC X(100)
               VALUE "../holders.dat".
       01  WS-HD-COUNT       PIC 9(04)  VALUE 0.
       01  WS-HD             PIC 9(04)  VALUE 0.
       01  WS-HD-FOUND       PIC 9(04)  VALUE 0.
       01  WS-HD-TABLE.
           05 WS-HD-ENTRY occurs 1 to 1000 times
                   depending on WS-HD-COUNT.
              10 WS-HT-ACCOUNT  PIC 9(08).
              10 WS-HT-NAME     PIC X(30).
              10 WS-HT-ADDR-1   PIC X(30).
              10 WS-HT-ADDR-2   PIC X(30).
              10 WS-HT-CITY     PIC X(20).
              10 WS-HT-STATE    PIC 9(05).
              10 WS-HT-POSTAL   PIC X(10).
       01  WS-STATE-TEXT     PIC X(24)  VALUE SPACES.

      *> the distinct accounts found on the ledger; each then gets
      *> its own pass over the ledger for its statement, the same
       01  WS-STM-DETAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SD-DATE     PIC 9(08)  VALUE 0.
      *> the date the posting settled, labelled so it reads apart
      *> from the posting date; a posting written before value dates
      *> were carried shows its posting date
           05 FILLER         PIC X(08)  VALUE "  VALUE ".
           05 WS-SD-VALUE    PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(04)  VALUE SPACES.
           05 WS-SD-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(83)  VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-STATEMENT-MONTH
           PERFORM LOAD-HOLDERS
           PERFORM COLLECT-ACCOUNTS
           IF WS-ACCT-COUNT = 0
               DISPLAY "no postings on the ledger - no statements "
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1
           .

      *> the holder master is optional - without it every statement
      *> still prints, just without a mailing block
       LOAD-HOLDERS.
           MOVE "HOLDER_MASTER_FILE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-HOLDERS-PATH
           ELSE
               ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT
                   "HOLDER_MASTER_FILE"
           END-IF
           IF WS-HOLDERS-PATH = SPACES
               MOVE WS-DEFAULT-HOLDERS-PATH TO WS-HOLDERS-PATH
           END-IF
           MOVE 0 TO WS-HD-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT HolderFile
           IF HldFileStatus NOT = "00"
               DISPLAY "no holder master found - statements carry no "
                       "mailing block. status=" HldFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HolderFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-HD-COUNT < 1000
                           ADD 1 TO WS-HD-COUNT
                           MOVE HD-ACCOUNT TO WS-HT-ACCOUNT(WS-HD-COUNT)
                           MOVE HD-NAME TO WS-HT-NAME(WS-HD-COUNT)
                           MOVE HD-ADDR-1 TO WS-HT-ADDR-1(WS-HD-COUNT)
                           MOVE HD-ADDR-2 TO WS-HT-ADDR-2(WS-HD-COUNT)
                           MOVE HD-CITY TO WS-HT-CITY(WS-HD-COUNT)
                           MOVE HD-STATE TO WS-HT-STATE(WS-HD-COUNT)
                           MOVE HD-POSTAL TO WS-HT-POSTAL(WS-HD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HolderFile
           .

      *> one pass over the ledger to find every account that has ever
      *> posted; each account's statement pass follows
       COLLECT-ACCOUNTS.
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           .

      *> the holder's mailing block under the heading: name, address
      *> lines, then city, state, and postal code. A state code that
      *> no longer resolves prints as its code so the block is never
      *> silently short a line.
       WRITE-ADDRESS-BLOCK.
           MOVE 0 TO WS-HD-FOUND
           PERFORM VARYING WS-HD FROM 1 BY 1
                   UNTIL WS-HD > WS-HD-COUNT
               IF WS-HT-ACCOUNT(WS-HD) = WS-STMT-ACCOUNT
                   MOVE WS-HD TO WS-HD-FOUND
               END-IF
           END-PERFORM
           IF WS-HD-FOUND = 0
               MOVE "  (no holder address on file)" TO StatementLine
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLine
               PERFORM WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-LKP-MODE
           MOVE WS-HT-STATE(WS-HD-FOUND) TO WS-LKP-CODE
           MOVE SPACES TO WS-LKP-NAME
           MOVE 0 TO WS-LKP-ASOF
           CALL "STATELOOKUP" USING WS-LKP-MODE WS-LKP-CODE
               WS-LKP-NAME WS-LKP-FOUND WS-LKP-OPEN-OK WS-LKP-ASOF
           IF WS-LKP-OPEN-OK = "Y" AND WS-LKP-FOUND = "Y"
               MOVE WS-LKP-NAME TO WS-STATE-TEXT
           ELSE
               MOVE SPACES TO WS-STATE-TEXT
               STRING "STATE " DELIMITED BY SIZE
                      WS-HT-STATE(WS-HD-FOUND) DELIMITED BY SIZE
                      INTO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO StatementLine
           MOVE WS-HT-NAME(WS-HD-FOUND) TO StatementLine(3:30)
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           MOVE WS-HT-ADDR-1(WS-HD-FOUND) TO StatementLine(3:30)
           PERFORM WRITE-STATEMENT-LINE
           IF WS-HT-ADDR-2(WS-HD-FOUND) NOT = SPACES
               MOVE SPACES TO StatementLine
               MOVE WS-HT-ADDR-2(WS-HD-FOUND) TO StatementLine(3:30)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO StatementLine
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HT-CITY(WS-HD-FOUND))
                      DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HT-POSTAL(WS-HD-FOUND) DELIMITED BY SIZE
                  INTO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           .

      *> the account's pass over the ledger: postings before the
           ADD 1 TO WS-POSTING-COUNT
           ADD LGR-AMOUNT TO WS-CLOSING
           MOVE LGR-DATE TO WS-SD-DATE
           IF LGR-VALUE-DATE IS NUMERIC AND LGR-VALUE-DATE > 0
               MOVE LGR-VALUE-DATE TO WS-SD-VALUE
           ELSE
               MOVE LGR-DATE TO WS-SD-VALUE
           END-IF
           MOVE LGR-AMOUNT TO WS-SD-AMOUNT
           MOVE WS-STM-DETAIL-LINE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
