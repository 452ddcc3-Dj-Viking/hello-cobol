      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inttaxrpt.
      *> Year-end interest income tax reporting: totals, for the tax
      *> year, every account's interest postings - the credits
      *> intaccrue.cob's capitalization batches (the 700000 range)
      *> post to it - from the live ledger and, when the year has
      *> already been rolled, from ledgerroll.cob's archive of it.
      *> Each holder on holders.dat with a valid mailing address
      *> gets a form-style statement of interest paid, and the same
      *> figures go to the numbered tax authority filing extract with
      *> header and trailer control totals. A holder with no address,
      *> an incomplete one, or a state not in effect on states.dat is
      *> listed on the exception report instead, and the report's
      *> control section proves statements plus exceptions back to
      *> the interest posted and to the Interest Accrual account's
      *> matching charges.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so the same SELECT reads the live ledger and the
      *> rolled year's archive in turn
           SELECT LedgerFile
               ASSIGN TO DYNAMIC WS-LEDGER-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT HolderFile
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HldFileStatus.

           SELECT StatesFile
               ASSIGN TO DYNAMIC WS-STATES-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is StaFileStatus.

      *> the ORIGIN row names our own bank as the payer
           SELECT PayeeFile
               ASSIGN TO "../payees.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PyeFileStatus.

           SELECT StatementFile
               ASSIGN TO "interest-tax-statements.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is StmFileStatus.

      *> DYNAMIC so each tax year's filing lands in its own file
           SELECT FilingFile
               ASSIGN TO DYNAMIC WS-FILING-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is FilFileStatus.

           SELECT ExceptionReport
               ASSIGN TO "interest-tax-exceptions.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  HolderFile
           record contains 139 characters.
       COPY holderrec.

      *> mirrors STATELOOKUP's STATES-RECORD layout
       FD  StatesFile
           record contains 54 characters.
       01  STATES-RECORD.
           05 SR-CODE        PIC 9(05).
           05 FILLER         PIC X.
           05 SR-NAME        PIC X(24).
           05 FILLER         PIC X.
           05 SR-ABBREV      PIC X(02).
           05 FILLER         PIC X.
           05 SR-REGION      PIC X(02).
           05 FILLER         PIC X.
           05 SR-EFF-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 SR-EXP-DATE    PIC 9(08).

      *> mirrors payout.cob's PAYEE-RECORD layout
       FD  PayeeFile
           record contains 59 characters.
       01  PAYEE-RECORD.
           05 PYE-ID         PIC X(08).
           05 FILLER         PIC X.
           05 PYE-ROUTING    PIC 9(09).
           05 FILLER         PIC X.
           05 PYE-ACCOUNT    PIC X(17).
           05 FILLER         PIC X.
           05 PYE-NAME       PIC X(22).

       FD  StatementFile
           record contains 132 characters.
       01  StatementLine     PIC X(132).

      *> fixed 150-byte filing records, H/D/T by the first byte
       FD  FilingFile
           record contains 150 characters.
       01  FILING-RECORD     PIC X(150).

       FD  ExceptionReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  HldFileStatus     PIC XX.
       01  StaFileStatus     PIC XX.
       01  PyeFileStatus     PIC XX.
       01  StmFileStatus     PIC XX.
       01  FilFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> the tax year, YYYY - defaults to the year before the run
      *> date (the run is made early in the new year) and can be
      *> overridden through TAX_YEAR
       01  WS-YEAR-ENV       PIC X(04)  VALUE SPACES.
       01  WS-TAX-YEAR       PIC 9(04)  VALUE 0.
       01  WS-YEAR-START     PIC 9(08)  VALUE 0.
       01  WS-YEAR-END       PIC 9(08)  VALUE 0.
       01  WS-LEDGER-PATH    PIC X(100) VALUE SPACES.
       01  WS-ARCH-PATH      PIC X(100) VALUE SPACES.
       01  WS-FILING-PATH    PIC X(100) VALUE SPACES.
       01  WS-STATES-PATH    PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-STATES-PATH PIC X(100)
               VALUE "../states.dat".
       01  WS-HOLDERS-PATH   PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-HOLDERS-PATH PIC X(100)
               VALUE "../holders.dat".
      *> intaccrue.cob's contra account and batch range
       01  WS-ACCRUAL-ACCOUNT PIC 9(08) VALUE 10000005.
       01  WS-INT-BATCH-LOW  PIC 9(06)  VALUE 700000.
       01  WS-INT-BATCH-HIGH PIC 9(06)  VALUE 799999.
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "INTTAXRPT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> the payer, from the ORIGIN row
       01  WS-PAYER-NAME     PIC X(22)  VALUE SPACES.
       01  WS-PAYER-ID       PIC X(17)  VALUE SPACES.

      *> where the year's postings came from
       01  WS-SOURCE-NAME    PIC X(08)  VALUE SPACES.
       01  WS-LIVE-READ      PIC 9(07)  VALUE 0.
       01  WS-ARCH-READ      PIC 9(07)  VALUE 0.
       01  WS-ARCH-FOUND     PIC X      VALUE "N".
       01  WS-READ-COUNT     PIC 9(07)  VALUE 0.

      *> each account credited interest in the year
       01  WS-IA-COUNT       PIC 9(04)  VALUE 0.
       01  WS-IA             PIC 9(04)  VALUE 0.
       01  WS-IA-FOUND       PIC 9(04)  VALUE 0.
       01  WS-IA-TABLE.
           05 WS-IA-ENTRY occurs 1 to 1000 times
                   depending on WS-IA-COUNT.
              10 WS-IA-ACCOUNT  PIC 9(08).
              10 WS-IA-POSTINGS PIC 9(05).
              10 WS-IA-INTEREST PIC S9(11)V99.
       01  WS-IA-OVERFLOW    PIC 9(07)  VALUE 0.
       01  WS-IA-NEXT        PIC 9(04)  VALUE 0.
       01  WS-IA-SWAP        PIC X(26)  VALUE SPACES.

      *> the holder master, and the states in effect on the run date
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
       01  WS-ST-COUNT       PIC 9(03)  VALUE 0.
       01  WS-ST             PIC 9(03)  VALUE 0.
       01  WS-ST-FOUND       PIC 9(03)  VALUE 0.
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY occurs 1 to 200 times
                   depending on WS-ST-COUNT.
              10 WS-ST-CODE     PIC 9(05).
              10 WS-ST-ABBREV   PIC X(02).

      *> the account being reported and why it could not be, if not
       01  WS-EXC-REASON     PIC X(08)  VALUE SPACES.
       01  WS-INTEREST       PIC S9(11)V99 VALUE 0.

      *> control totals
       01  WS-POSTING-COUNT  PIC 9(07)  VALUE 0.
       01  WS-TOTAL-INTEREST PIC S9(13)V99 VALUE 0.
       01  WS-CONTRA-TOTAL   PIC S9(13)V99 VALUE 0.
       01  WS-CONTRA-CHECK   PIC S9(13)V99 VALUE 0.
       01  WS-FILED-COUNT    PIC 9(07)  VALUE 0.
       01  WS-FILED-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-EXC-COUNT      PIC 9(07)  VALUE 0.
       01  WS-EXC-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-NIL-COUNT      PIC 9(07)  VALUE 0.
       01  WS-NIL-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-TOTAL    PIC S9(13)V99 VALUE 0.

      *> the filing extract's records
       01  WS-FILE-HEADER.
           05 FILLER         PIC X      VALUE "H".
           05 WS-FH-YEAR     PIC 9(04)  VALUE 0.
           05 WS-FH-PAYER-ID PIC X(17)  VALUE SPACES.
           05 WS-FH-PAYER    PIC X(22)  VALUE SPACES.
           05 WS-FH-RUN-DATE PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(98)  VALUE SPACES.
       01  WS-FILE-DETAIL.
           05 FILLER         PIC X      VALUE "D".
           05 WS-FD-YEAR     PIC 9(04)  VALUE 0.
           05 WS-FD-ACCOUNT  PIC 9(08)  VALUE 0.
           05 WS-FD-NAME     PIC X(30)  VALUE SPACES.
           05 WS-FD-ADDR-1   PIC X(30)  VALUE SPACES.
           05 WS-FD-ADDR-2   PIC X(30)  VALUE SPACES.
           05 WS-FD-CITY     PIC X(20)  VALUE SPACES.
           05 WS-FD-STATE    PIC X(02)  VALUE SPACES.
           05 WS-FD-POSTAL   PIC X(10)  VALUE SPACES.
           05 WS-FD-INTEREST PIC 9(11)V99 VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
       01  WS-FILE-TRAILER.
           05 FILLER         PIC X      VALUE "T".
           05 WS-FT-YEAR     PIC 9(04)  VALUE 0.
           05 WS-FT-COUNT    PIC 9(07)  VALUE 0.
           05 WS-FT-TOTAL    PIC 9(13)V99 VALUE 0.
           05 FILLER         PIC X(123) VALUE SPACES.

      *> the holder statement, a ruled form 72 columns wide
       01  WS-FORM-RULE.
           05 FILLER         PIC X      VALUE "+".
           05 FILLER         PIC X(70)  VALUE ALL "-".
           05 FILLER         PIC X      VALUE "+".
       01  WS-FORM-LINE.
           05 FILLER         PIC X(02)  VALUE "| ".
           05 WS-FL-TEXT     PIC X(68)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE " |".
       01  WS-FORM-AMOUNT-LINE.
           05 WS-FA-LABEL    PIC X(48)  VALUE SPACES.
           05 WS-FA-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(03)  VALUE SPACES.
       01  WS-STATE-ABBREV   PIC X(02)  VALUE SPACES.

      *> exception report lines
       01  WS-EXC-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-EL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-EL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-EL-NAME     PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-EL-STATE    PIC X(05)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-EL-INTEREST PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(52)  VALUE SPACES.
       01  WS-CONTROL-LINE.
           05 WS-CL-LABEL    PIC X(40)  VALUE SPACES.
           05 WS-CL-COUNT    PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-CL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(62)  VALUE SPACES.

      *> paging for both printed outputs, math.cob's summary shape
       01  WS-STM-TITLE      PIC X(40)
               VALUE "STATEMENTS OF INTEREST PAID".
       01  WS-STM-PAGE       PIC 9(03)  VALUE 0.
       01  WS-STM-LINES      PIC 9(03)  VALUE 0.
       01  WS-STM-LPP        PIC 9(03)  VALUE 50.
       01  WS-STM-HOLD       PIC X(132) VALUE SPACES.
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "INTEREST TAX REPORTING EXCEPTIONS".
       01  WS-PAGE-NUM       PIC 9(03)  VALUE 0.
       01  WS-LINE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(03)  VALUE 50.
       01  WS-RPT-HOLD       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-TAX-YEAR
           PERFORM LOAD-PAYER
           PERFORM LOAD-HOLDERS
           PERFORM LOAD-STATES
           MOVE "ledger.dat" TO WS-LEDGER-PATH
           MOVE "LIVE" TO WS-SOURCE-NAME
           PERFORM SUM-YEAR-INTEREST
           MOVE WS-READ-COUNT TO WS-LIVE-READ
           MOVE WS-ARCH-PATH TO WS-LEDGER-PATH
           MOVE "ARCHIVE" TO WS-SOURCE-NAME
           PERFORM SUM-YEAR-INTEREST
           MOVE WS-READ-COUNT TO WS-ARCH-READ
           PERFORM SORT-ACCOUNTS
           PERFORM OPEN-TAX-OUTPUTS
           IF WS-RUN-STATUS = "FAILED"
               CONTINUE
           ELSE
               PERFORM VARYING WS-IA FROM 1 BY 1
                       UNTIL WS-IA > WS-IA-COUNT
                   PERFORM REPORT-ONE-ACCOUNT
               END-PERFORM
               PERFORM CLOSE-TAX-OUTPUTS
           END-IF
           MOVE WS-FILED-COUNT TO WS-RUN-PROCESSED
           MOVE WS-EXC-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-TAX-YEAR.
           MOVE "TAX_YEAR" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-YEAR-ENV
           ELSE
               ACCEPT WS-YEAR-ENV FROM ENVIRONMENT "TAX_YEAR"
           END-IF
           IF WS-YEAR-ENV = SPACES
               COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000 - 1
           ELSE
               COMPUTE WS-TAX-YEAR = FUNCTION NUMVAL(WS-YEAR-ENV)
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
      *> ledgerroll.cob's archive name for the year
           MOVE SPACES TO WS-ARCH-PATH
           STRING "ledger-archive-" DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARCH-PATH
           MOVE SPACES TO WS-FILING-PATH
           STRING "interest-filing-" DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-FILING-PATH
           .

       LOAD-PAYER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PayeeFile
           IF PyeFileStatus NOT = "00"
               DISPLAY "no payee file - payer not named. status="
                       PyeFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PayeeFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PYE-ID = "ORIGIN"
                           MOVE PYE-NAME TO WS-PAYER-NAME
                           MOVE PYE-ACCOUNT TO WS-PAYER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PayeeFile
           .

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
               DISPLAY "no holder master found - every holder is an "
                       "exception. status=" HldFileStatus
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

      *> the states in effect on the run date - the address the form
      *> is mailed to and filed under must be good today
       LOAD-STATES.
           MOVE "STATES_TABLE_FILE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-STATES-PATH
           ELSE
               ACCEPT WS-STATES-PATH FROM ENVIRONMENT
                   "STATES_TABLE_FILE"
           END-IF
           IF WS-STATES-PATH = SPACES
               MOVE WS-DEFAULT-STATES-PATH TO WS-STATES-PATH
           END-IF
           MOVE 0 TO WS-ST-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT StatesFile
           IF StaFileStatus NOT = "00"
               DISPLAY "error opening states reference - every holder "
                       "is an exception. status=" StaFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ StatesFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SR-EFF-DATE <= WS-RUN-DATE
                               AND SR-EXP-DATE >= WS-RUN-DATE
                               AND WS-ST-COUNT < 200
                           ADD 1 TO WS-ST-COUNT
                           MOVE SR-CODE TO WS-ST-CODE(WS-ST-COUNT)
                           MOVE SR-ABBREV TO WS-ST-ABBREV(WS-ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StatesFile
           .

      *> one source's postings dated in the tax year: interest batch
      *> credits per account, and the Interest Accrual account's
      *> matching charges for the proof. The archive is optional - a
      *> year not yet rolled is still wholly on the live ledger.
       SUM-YEAR-INTEREST.
           MOVE 0 TO WS-READ-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LedgerFile
           IF LgrFileStatus NOT = "00"
               IF WS-SOURCE-NAME = "ARCHIVE"
                   MOVE "N" TO WS-ARCH-FOUND
               ELSE
                   DISPLAY "no ledger found. status=" LgrFileStatus
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-NAME = "ARCHIVE"
               MOVE "Y" TO WS-ARCH-FOUND
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LGR-DATE >= WS-YEAR-START
                               AND LGR-DATE <= WS-YEAR-END
                           ADD 1 TO WS-READ-COUNT
                           IF LGR-BATCH >= WS-INT-BATCH-LOW
                                   AND LGR-BATCH <= WS-INT-BATCH-HIGH
                               PERFORM TALLY-INTEREST-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-INTEREST-POSTING.
           IF LGR-ACCOUNT = WS-ACCRUAL-ACCOUNT
               ADD LGR-AMOUNT TO WS-CONTRA-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTING-COUNT
           ADD LGR-AMOUNT TO WS-TOTAL-INTEREST
           MOVE 0 TO WS-IA-FOUND
           PERFORM VARYING WS-IA FROM 1 BY 1
                   UNTIL WS-IA > WS-IA-COUNT
               IF WS-IA-ACCOUNT(WS-IA) = LGR-ACCOUNT
                   MOVE WS-IA TO WS-IA-FOUND
               END-IF
           END-PERFORM
           IF WS-IA-FOUND = 0
               IF WS-IA-COUNT < 1000
                   ADD 1 TO WS-IA-COUNT
                   MOVE WS-IA-COUNT TO WS-IA-FOUND
                   MOVE LGR-ACCOUNT TO WS-IA-ACCOUNT(WS-IA-FOUND)
                   MOVE 0 TO WS-IA-POSTINGS(WS-IA-FOUND)
                   MOVE 0 TO WS-IA-INTEREST(WS-IA-FOUND)
               ELSE
      *> counted so the control section shows the run is short
                   ADD 1 TO WS-IA-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-IA-POSTINGS(WS-IA-FOUND)
           ADD LGR-AMOUNT TO WS-IA-INTEREST(WS-IA-FOUND)
           .

      *> statements and the filing go out in account order
       SORT-ACCOUNTS.
           PERFORM VARYING WS-IA FROM 1 BY 1
                   UNTIL WS-IA >= WS-IA-COUNT
               PERFORM VARYING WS-IA-NEXT FROM WS-IA BY 1
                       UNTIL WS-IA-NEXT > WS-IA-COUNT
                   IF WS-IA-ACCOUNT(WS-IA-NEXT) < WS-IA-ACCOUNT(WS-IA)
                       MOVE WS-IA-ENTRY(WS-IA) TO WS-IA-SWAP
                       MOVE WS-IA-ENTRY(WS-IA-NEXT) TO WS-IA-ENTRY(WS-IA)
                       MOVE WS-IA-SWAP TO WS-IA-ENTRY(WS-IA-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       OPEN-TAX-OUTPUTS.
           OPEN OUTPUT StatementFile
           IF StmFileStatus NOT = "00"
               DISPLAY "error opening tax statement file. status="
                       StmFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FilingFile
           IF FilFileStatus NOT = "00"
               DISPLAY "error opening filing extract "
                       FUNCTION TRIM(WS-FILING-PATH) ". status="
                       FilFileStatus
               CLOSE StatementFile
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ExceptionReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening tax exception report. status="
                       RptFileStatus
               CLOSE StatementFile
               CLOSE FilingFile
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-YEAR TO WS-FH-YEAR
           MOVE WS-PAYER-ID TO WS-FH-PAYER-ID
           MOVE WS-PAYER-NAME TO WS-FH-PAYER
           MOVE WS-RUN-DATE TO WS-FH-RUN-DATE
           WRITE FILING-RECORD FROM WS-FILE-HEADER
           MOVE SPACES TO ReportLine
           STRING "TAX YEAR: " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "  FILING EXTRACT: " DELIMITED BY SIZE
                  WS-FILING-PATH DELIMITED BY SPACE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "HOLDERS NOT REPORTED - NO VALID ADDRESS OR STATE"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "  ACCOUNT   REASON    HOLDER                        "
               & "  STATE         INTEREST" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> an account's year: nothing to report when the interest nets
      *> to zero or less (a capitalization backed out); otherwise a
      *> statement and a filing record when the holder's address is
      *> good, an exception when it is not
       REPORT-ONE-ACCOUNT.
           MOVE WS-IA-INTEREST(WS-IA) TO WS-INTEREST
           IF WS-INTEREST NOT > 0
               ADD 1 TO WS-NIL-COUNT
               ADD WS-INTEREST TO WS-NIL-TOTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOLDER-ADDRESS
           IF WS-EXC-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-TAX-STATEMENT
           PERFORM WRITE-FILING-DETAIL
           .

      *> NOHOLDER no holder on the master, NOADDR a holder without a
      *> name, first address line, city, or postal code, NOSTATE a
      *> state not in effect on states.dat today
       CHECK-HOLDER-ADDRESS.
           MOVE SPACES TO WS-EXC-REASON
           MOVE SPACES TO WS-STATE-ABBREV
           MOVE 0 TO WS-HD-FOUND
           PERFORM VARYING WS-HD FROM 1 BY 1
                   UNTIL WS-HD > WS-HD-COUNT
               IF WS-HT-ACCOUNT(WS-HD) = WS-IA-ACCOUNT(WS-IA)
                   MOVE WS-HD TO WS-HD-FOUND
               END-IF
           END-PERFORM
           IF WS-HD-FOUND = 0
               MOVE "NOHOLDER" TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-HT-NAME(WS-HD-FOUND) = SPACES
                   OR WS-HT-ADDR-1(WS-HD-FOUND) = SPACES
                   OR WS-HT-CITY(WS-HD-FOUND) = SPACES
                   OR WS-HT-POSTAL(WS-HD-FOUND) = SPACES
               MOVE "NOADDR" TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ST-FOUND
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-ST-COUNT
               IF WS-ST-CODE(WS-ST) = WS-HT-STATE(WS-HD-FOUND)
                   MOVE WS-ST TO WS-ST-FOUND
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = 0
               MOVE "NOSTATE" TO WS-EXC-REASON
           ELSE
               MOVE WS-ST-ABBREV(WS-ST-FOUND) TO WS-STATE-ABBREV
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXC-COUNT
           ADD WS-INTEREST TO WS-EXC-TOTAL
           MOVE WS-IA-ACCOUNT(WS-IA) TO WS-EL-ACCOUNT
           MOVE WS-EXC-REASON TO WS-EL-REASON
           MOVE SPACES TO WS-EL-NAME
           MOVE SPACES TO WS-EL-STATE
           IF WS-HD-FOUND > 0
               MOVE WS-HT-NAME(WS-HD-FOUND) TO WS-EL-NAME
               MOVE WS-HT-STATE(WS-HD-FOUND) TO WS-EL-STATE
           END-IF
           MOVE WS-INTEREST TO WS-EL-INTEREST
           MOVE WS-EXC-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> the holder-facing form, one to a page
       WRITE-TAX-STATEMENT.
           MOVE WS-STM-LPP TO WS-STM-LINES
           MOVE WS-FORM-RULE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-FL-TEXT
           STRING "STATEMENT OF INTEREST PAID" DELIMITED BY SIZE
                  INTO WS-FL-TEXT
           MOVE "TAX YEAR " TO WS-FL-TEXT(56:9)
           MOVE WS-TAX-YEAR TO WS-FL-TEXT(65:4)
           PERFORM WRITE-FORM-LINE
           MOVE WS-FORM-RULE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-FL-TEXT
           STRING "PAYER:     " DELIMITED BY SIZE
                  WS-PAYER-NAME DELIMITED BY SIZE
                  "  PAYER ID: " DELIMITED BY SIZE
                  WS-PAYER-ID DELIMITED BY SIZE
                  INTO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-FL-TEXT
           STRING "RECIPIENT: " DELIMITED BY SIZE
                  WS-HT-NAME(WS-HD-FOUND) DELIMITED BY SIZE
                  INTO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-FL-TEXT
           MOVE WS-HT-ADDR-1(WS-HD-FOUND) TO WS-FL-TEXT(12:30)
           PERFORM WRITE-FORM-LINE
           IF WS-HT-ADDR-2(WS-HD-FOUND) NOT = SPACES
               MOVE SPACES TO WS-FL-TEXT
               MOVE WS-HT-ADDR-2(WS-HD-FOUND) TO WS-FL-TEXT(12:30)
               PERFORM WRITE-FORM-LINE
           END-IF
           MOVE SPACES TO WS-FL-TEXT
           STRING FUNCTION TRIM(WS-HT-CITY(WS-HD-FOUND))
                      DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-STATE-ABBREV DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HT-POSTAL(WS-HD-FOUND) DELIMITED BY SIZE
                  INTO WS-FL-TEXT(12:57)
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-FL-TEXT
           STRING "ACCOUNT:   " DELIMITED BY SIZE
                  WS-IA-ACCOUNT(WS-IA) DELIMITED BY SIZE
                  INTO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE WS-FORM-RULE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE "BOX 1  INTEREST INCOME" TO WS-FA-LABEL
           MOVE WS-INTEREST TO WS-FA-AMOUNT
           MOVE WS-FORM-AMOUNT-LINE TO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE WS-FORM-RULE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE "KEEP THIS STATEMENT FOR YOUR TAX RECORDS. THE SAME "
               & "FIGURE IS" TO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE "REPORTED TO THE TAX AUTHORITY." TO WS-FL-TEXT
           PERFORM WRITE-FORM-LINE
           MOVE WS-FORM-RULE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           .

       WRITE-FORM-LINE.
           MOVE WS-FORM-LINE TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           .

       WRITE-FILING-DETAIL.
           MOVE WS-TAX-YEAR TO WS-FD-YEAR
           MOVE WS-IA-ACCOUNT(WS-IA) TO WS-FD-ACCOUNT
           MOVE WS-HT-NAME(WS-HD-FOUND) TO WS-FD-NAME
           MOVE WS-HT-ADDR-1(WS-HD-FOUND) TO WS-FD-ADDR-1
           MOVE WS-HT-ADDR-2(WS-HD-FOUND) TO WS-FD-ADDR-2
           MOVE WS-HT-CITY(WS-HD-FOUND) TO WS-FD-CITY
           MOVE WS-STATE-ABBREV TO WS-FD-STATE
           MOVE WS-HT-POSTAL(WS-HD-FOUND) TO WS-FD-POSTAL
           MOVE WS-INTEREST TO WS-FD-INTEREST
           WRITE FILING-RECORD FROM WS-FILE-DETAIL
           ADD 1 TO WS-FILED-COUNT
           ADD WS-INTEREST TO WS-FILED-TOTAL
           .

      *> the filing trailer carries the control totals; the report's
      *> control section proves filed plus excepted plus nil back to
      *> the interest posted, and that to the accrual account charges
       CLOSE-TAX-OUTPUTS.
           MOVE WS-TAX-YEAR TO WS-FT-YEAR
           MOVE WS-FILED-COUNT TO WS-FT-COUNT
           MOVE WS-FILED-TOTAL TO WS-FT-TOTAL
           WRITE FILING-RECORD FROM WS-FILE-TRAILER
           CLOSE FilingFile
           CLOSE StatementFile
           IF WS-EXC-COUNT = 0
               MOVE "  (none)" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "  POSTINGS IN YEAR READ: LIVE LEDGER "
                  DELIMITED BY SIZE
                  WS-LIVE-READ DELIMITED BY SIZE
                  INTO ReportLine
           IF WS-ARCH-FOUND = "Y"
               STRING "  POSTINGS IN YEAR READ: LIVE LEDGER "
                      DELIMITED BY SIZE
                      WS-LIVE-READ DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-ARCH-PATH DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-ARCH-READ DELIMITED BY SIZE
                      INTO ReportLine
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "  INTEREST POSTED TO HOLDER ACCOUNTS" TO WS-CL-LABEL
           MOVE WS-POSTING-COUNT TO WS-CL-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "  REPORTED - STATEMENTS AND FILING" TO WS-CL-LABEL
           MOVE WS-FILED-COUNT TO WS-CL-COUNT
           MOVE WS-FILED-TOTAL TO WS-CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "  NOT REPORTED - EXCEPTIONS" TO WS-CL-LABEL
           MOVE WS-EXC-COUNT TO WS-CL-COUNT
           MOVE WS-EXC-TOTAL TO WS-CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "  NOT REPORTABLE - NETS TO NIL" TO WS-CL-LABEL
           MOVE WS-NIL-COUNT TO WS-CL-COUNT
           MOVE WS-NIL-TOTAL TO WS-CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "  INTEREST ACCRUAL ACCOUNT CHARGES" TO WS-CL-LABEL
           MOVE 0 TO WS-CL-COUNT
           MOVE WS-CONTRA-TOTAL TO WS-CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-PROOF-TOTAL =
               WS-FILED-TOTAL + WS-EXC-TOTAL + WS-NIL-TOTAL
           COMPUTE WS-CONTRA-CHECK = WS-TOTAL-INTEREST + WS-CONTRA-TOTAL
           EVALUATE TRUE
               WHEN WS-IA-OVERFLOW > 0
                   MOVE "*** MORE THAN 1000 ACCOUNTS CREDITED - RUN IS "
                       & "SHORT, DO NOT FILE ***" TO ReportLine
                   MOVE "BREAKS" TO WS-RUN-STATUS
               WHEN WS-PROOF-TOTAL NOT = WS-TOTAL-INTEREST
                   MOVE "*** REPORTED PLUS EXCEPTIONS DISAGREES WITH "
                       & "INTEREST POSTED - DO NOT FILE ***"
                       TO ReportLine
                   MOVE "BREAKS" TO WS-RUN-STATUS
               WHEN WS-CONTRA-CHECK NOT = 0
                   MOVE "*** INTEREST POSTED DISAGREES WITH THE "
                       & "ACCRUAL ACCOUNT CHARGES - INVESTIGATE ***"
                       TO ReportLine
                   MOVE "BREAKS" TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "CONTROL TOTALS AGREE" TO ReportLine
                   MOVE "OK" TO WS-RUN-STATUS
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF WS-RUN-STATUS = "OK" AND WS-EXC-COUNT > 0
               MOVE "EXCEPTS" TO WS-RUN-STATUS
           END-IF
           CLOSE ExceptionReport
           DISPLAY "tax year " WS-TAX-YEAR ": " WS-FILED-COUNT
                   " holder(s) reported, " WS-EXC-COUNT
                   " exception(s) - see interest-tax-exceptions.txt"
           .

       WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-STATEMENT-HEADER.
           ADD 1 TO WS-STM-PAGE
           MOVE 0 TO WS-STM-LINES
           MOVE SPACES TO StatementLine
           STRING WS-STM-TITLE DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  WS-STM-PAGE DELIMITED BY SIZE
                  INTO StatementLine
           WRITE StatementLine
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           .

      *> writes the line sitting in StatementLine, starting a fresh
      *> page first whenever the current page is full
       WRITE-STATEMENT-LINE.
           IF WS-STM-LINES = 0 OR WS-STM-LINES >= WS-STM-LPP
               MOVE StatementLine TO WS-STM-HOLD
               PERFORM WRITE-STATEMENT-HEADER
               MOVE WS-STM-HOLD TO StatementLine
           END-IF
           WRITE StatementLine
           ADD 1 TO WS-STM-LINES
           .

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-COUNT
           MOVE ReportLine TO WS-RPT-HOLD
           MOVE SPACES TO ReportLine
           STRING WS-RPT-TITLE DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-RPT-HOLD TO ReportLine
           .

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           WRITE ReportLine
           ADD 1 TO WS-LINE-COUNT
           .
