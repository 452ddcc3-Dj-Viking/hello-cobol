      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regionrpt.
      *> Monthly regional activity report over the posting ledger:
      *> the month's posted counts, debits, credits, and net grouped
      *> by the state on each account's holder address (holders.dat),
      *> subtotaled by the region states.dat assigns the state, and
      *> grand-totaled. Accounts with no holder, or whose holder's
      *> state is not in effect on states.dat at the month end, are
      *> listed separately with their activity - never dropped - so
      *> the grand total still covers every posting. That grand total
      *> is proved against the trial balance: the movement between
      *> trialbal's totals as of the prior month end and as of this
      *> month end must equal it - less ledgerroll's brought-forward
      *> records only when the prior month end was run after the roll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> DYNAMIC so STATES_TABLE_FILE and HOLDER_MASTER_FILE point the
      *> report at the same reference files STATELOOKUP and
      *> holdmaint.cob use
           SELECT StatesFile
               ASSIGN TO DYNAMIC WS-STATES-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is StaFileStatus.

           SELECT HolderFile
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HldFileStatus.

      *> trialbal.cob's grand totals, one record per run
           SELECT TotalsFile
               ASSIGN TO "trialbal-totals.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is TotFileStatus.

           SELECT RegionReport
               ASSIGN TO "regional-activity.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

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

       FD  HolderFile
           record contains 139 characters.
       COPY holderrec.

      *> mirrors trialbal.cob's TOTALS-RECORD layout
       FD  TotalsFile
           record contains 65 characters.
       01  TOTALS-RECORD.
           05 TBT-ASOF       PIC 9(08).
           05 FILLER         PIC X.
           05 TBT-DEBITS     PIC S9(13)V99.
           05 FILLER         PIC X.
           05 TBT-CREDITS    PIC S9(13)V99.
           05 FILLER         PIC X.
           05 TBT-NET        PIC S9(13)V99.
           05 FILLER         PIC X.
           05 TBT-RUN-DATE   PIC 9(08).

       FD  RegionReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  StaFileStatus     PIC XX.
       01  HldFileStatus     PIC XX.
       01  TotFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> the report month, YYYYMMDD bounds of it, and the prior month
      *> end the trial balance movement is measured from - defaults
      *> to the run month, REGION_MONTH points it at the month just
      *> closed for the normal month-end run
       01  WS-MONTH-ENV      PIC X(06)  VALUE SPACES.
       01  WS-RPT-MONTH      PIC 9(06)  VALUE 0.
       01  WS-MONTH-START    PIC 9(08)  VALUE 0.
       01  WS-MONTH-END      PIC 9(08)  VALUE 0.
       01  WS-PRIOR-END      PIC 9(08)  VALUE 0.
       01  WS-NEXT-MONTH     PIC 9(08)  VALUE 0.
       01  WS-DAY-NUMBER     PIC 9(08)  VALUE 0.
       01  WS-STATES-PATH    PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-STATES-PATH PIC X(100)
               VALUE "../states.dat".
       01  WS-HOLDERS-PATH   PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-HOLDERS-PATH PIC X(100)
               VALUE "../holders.dat".
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "REGIONRPT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> the states in effect at the month end, each carrying the
      *> month's totals for the accounts whose holder lives there
       01  WS-ST-COUNT       PIC 9(03)  VALUE 0.
       01  WS-ST             PIC 9(03)  VALUE 0.
       01  WS-ST-FOUND       PIC 9(03)  VALUE 0.
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY occurs 1 to 200 times
                   depending on WS-ST-COUNT.
              10 WS-ST-CODE     PIC 9(05).
              10 WS-ST-NAME     PIC X(24).
              10 WS-ST-ABBREV   PIC X(02).
              10 WS-ST-REGION   PIC X(02).
              10 WS-ST-POSTINGS PIC 9(07).
              10 WS-ST-DEBITS   PIC S9(13)V99.
              10 WS-ST-CREDITS  PIC S9(13)V99.

      *> the regions met among the states in effect, in report order
       01  WS-RG-COUNT       PIC 9(02)  VALUE 0.
       01  WS-RG             PIC 9(02)  VALUE 0.
       01  WS-RG-FOUND       PIC 9(02)  VALUE 0.
       01  WS-RG-NEXT        PIC 9(02)  VALUE 0.
       01  WS-RG-TABLE.
           05 WS-RG-ENTRY occurs 1 to 50 times
                   depending on WS-RG-COUNT.
              10 WS-RG-CODE     PIC X(02).
       01  WS-RG-SWAP        PIC X(02)  VALUE SPACES.
       01  WS-RG-POSTINGS    PIC 9(07)  VALUE 0.
       01  WS-RG-DEBITS      PIC S9(13)V99 VALUE 0.
       01  WS-RG-CREDITS     PIC S9(13)V99 VALUE 0.

      *> each holder's account and state code
       01  WS-HD-COUNT       PIC 9(04)  VALUE 0.
       01  WS-HD             PIC 9(04)  VALUE 0.
       01  WS-HD-FOUND       PIC 9(04)  VALUE 0.
       01  WS-HD-TABLE.
           05 WS-HD-ENTRY occurs 1 to 1000 times
                   depending on WS-HD-COUNT.
              10 WS-HD-ACCOUNT  PIC 9(08).
              10 WS-HD-STATE    PIC 9(05).

      *> each account with activity in the month, and the state it
      *> resolved to (zero when it did not, with the reason)
       01  WS-AA-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AA             PIC 9(04)  VALUE 0.
       01  WS-AA-FOUND       PIC 9(04)  VALUE 0.
       01  WS-AA-TABLE.
           05 WS-AA-ENTRY occurs 1 to 1000 times
                   depending on WS-AA-COUNT.
              10 WS-AA-ACCOUNT  PIC 9(08).
              10 WS-AA-POSTINGS PIC 9(07).
              10 WS-AA-DEBITS   PIC S9(13)V99.
              10 WS-AA-CREDITS  PIC S9(13)V99.
              10 WS-AA-STATE-IX PIC 9(03).
              10 WS-AA-STATE    PIC 9(05).
              10 WS-AA-REASON   PIC X(08).
       01  WS-AA-OVERFLOW    PIC 9(07)  VALUE 0.

      *> report totals and the trial balance proof
       01  WS-NET            PIC S9(13)V99 VALUE 0.
       01  WS-RES-POSTINGS   PIC 9(07)  VALUE 0.
       01  WS-RES-DEBITS     PIC S9(13)V99 VALUE 0.
       01  WS-RES-CREDITS    PIC S9(13)V99 VALUE 0.
       01  WS-UNR-COUNT      PIC 9(04)  VALUE 0.
       01  WS-UNR-POSTINGS   PIC 9(07)  VALUE 0.
       01  WS-UNR-DEBITS     PIC S9(13)V99 VALUE 0.
       01  WS-UNR-CREDITS    PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-POSTINGS PIC 9(07)  VALUE 0.
       01  WS-GRAND-DEBITS   PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-CREDITS  PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-NET      PIC S9(13)V99 VALUE 0.
       01  WS-BF-AMOUNT      PIC S9(13)V99 VALUE 0.
      *> the day ledgerroll's brought-forward records are dated - the
      *> first day of the new year
       01  WS-BF-DATE        PIC 9(08)  VALUE 0.
       01  WS-TB-END-FOUND   PIC X      VALUE "N".
       01  WS-TB-END-NET     PIC S9(13)V99 VALUE 0.
       01  WS-TB-PRIOR-FOUND PIC X      VALUE "N".
       01  WS-TB-PRIOR-NET   PIC S9(13)V99 VALUE 0.
      *> the day the prior month end's trial balance was run - before
      *> the roll, its net already holds the brought-forward balance
       01  WS-TB-PRIOR-RUN   PIC 9(08)  VALUE 0.
       01  WS-TB-MOVEMENT    PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-TOTAL    PIC S9(13)V99 VALUE 0.

      *> report line layouts in trialbal.cob's print style
       01  WS-STATE-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-REGION   PIC X(02)  VALUE SPACES.
           05 FILLER         PIC X(04)  VALUE SPACES.
           05 WS-SL-ABBREV   PIC X(02)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-POSTINGS PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-SL-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(22)  VALUE SPACES.
       01  WS-UNRESOLVED-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-STATE    PIC X(05)  VALUE SPACES.
           05 FILLER         PIC X(11)  VALUE SPACES.
           05 WS-UL-POSTINGS PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-UL-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(22)  VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL    PIC X(38)  VALUE SPACES.
           05 WS-TL-POSTINGS PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-TL-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-TL-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-TL-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(22)  VALUE SPACES.
       01  WS-PROOF-LINE.
           05 WS-PL-LABEL    PIC X(44)  VALUE SPACES.
           05 WS-PL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(69)  VALUE SPACES.

      *> report paging, math.cob's summary shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "REGIONAL ACTIVITY REPORT".
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
           PERFORM RESOLVE-REPORT-MONTH
           PERFORM LOAD-STATES
           IF WS-ST-COUNT = 0
               DISPLAY "no states in effect on " WS-MONTH-END
                       " - regional report not produced"
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               PERFORM LOAD-HOLDERS
               PERFORM SUM-MONTH-ACTIVITY
               PERFORM ASSIGN-ACCOUNT-STATES
               PERFORM FIND-TRIALBAL-TOTALS
               PERFORM WRITE-REGIONAL-REPORT
           END-IF
           MOVE WS-GRAND-POSTINGS TO WS-RUN-PROCESSED
           MOVE WS-UNR-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-REPORT-MONTH.
           MOVE "REGION_MONTH" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:6) TO WS-MONTH-ENV
           ELSE
               ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "REGION_MONTH"
           END-IF
           IF WS-MONTH-ENV = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH-ENV
           END-IF
           COMPUTE WS-RPT-MONTH = FUNCTION NUMVAL(WS-MONTH-ENV)
           COMPUTE WS-MONTH-START = WS-RPT-MONTH * 100 + 1
      *> the month end is the day before the first of the next month,
      *> the prior month end the day before the first of this one
           IF WS-RPT-MONTH(5:2) = "12"
               COMPUTE WS-NEXT-MONTH =
                   (WS-RPT-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   (WS-RPT-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
           COMPUTE WS-PRIOR-END =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           .

      *> the states whose effective/expiry window covers the month
      *> end - the same as-of rule STATELOOKUP applies - and the
      *> regions they fall in
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
           MOVE 0 TO WS-RG-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT StatesFile
           IF StaFileStatus NOT = "00"
               DISPLAY "error opening states reference. status="
                       StaFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ StatesFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SR-EFF-DATE <= WS-MONTH-END
                               AND SR-EXP-DATE >= WS-MONTH-END
                           PERFORM NOTE-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StatesFile
           PERFORM SORT-REGIONS
           .

       NOTE-STATE.
           IF WS-ST-COUNT NOT < 200
               DISPLAY "** more than 200 states in effect - excess "
                       "states not loaded **"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE SR-CODE TO WS-ST-CODE(WS-ST-COUNT)
           MOVE SR-NAME TO WS-ST-NAME(WS-ST-COUNT)
           MOVE SR-ABBREV TO WS-ST-ABBREV(WS-ST-COUNT)
           MOVE SR-REGION TO WS-ST-REGION(WS-ST-COUNT)
           MOVE 0 TO WS-ST-POSTINGS(WS-ST-COUNT)
           MOVE 0 TO WS-ST-DEBITS(WS-ST-COUNT)
           MOVE 0 TO WS-ST-CREDITS(WS-ST-COUNT)
           MOVE 0 TO WS-RG-FOUND
           PERFORM VARYING WS-RG FROM 1 BY 1
                   UNTIL WS-RG > WS-RG-COUNT
               IF WS-RG-CODE(WS-RG) = SR-REGION
                   MOVE WS-RG TO WS-RG-FOUND
               END-IF
           END-PERFORM
           IF WS-RG-FOUND = 0 AND WS-RG-COUNT < 50
               ADD 1 TO WS-RG-COUNT
               MOVE SR-REGION TO WS-RG-CODE(WS-RG-COUNT)
           END-IF
           .

      *> regions print in code order
       SORT-REGIONS.
           PERFORM VARYING WS-RG FROM 1 BY 1
                   UNTIL WS-RG >= WS-RG-COUNT
               PERFORM VARYING WS-RG-NEXT FROM WS-RG BY 1
                       UNTIL WS-RG-NEXT > WS-RG-COUNT
                   IF WS-RG-CODE(WS-RG-NEXT) < WS-RG-CODE(WS-RG)
                       MOVE WS-RG-CODE(WS-RG) TO WS-RG-SWAP
                       MOVE WS-RG-CODE(WS-RG-NEXT) TO WS-RG-CODE(WS-RG)
                       MOVE WS-RG-SWAP TO WS-RG-CODE(WS-RG-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> the holder master is optional here - without it every
      *> account is listed as unresolved
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
               DISPLAY "no holder master found - every account is "
                       "unresolved. status=" HldFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HolderFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-HD-COUNT < 1000
                           ADD 1 TO WS-HD-COUNT
                           MOVE HD-ACCOUNT TO WS-HD-ACCOUNT(WS-HD-COUNT)
                           MOVE HD-STATE TO WS-HD-STATE(WS-HD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HolderFile
           .

      *> one pass over the ledger for the month's postings, per
      *> account; ledgerroll's brought-forward records (batch zero)
      *> restate balances rather than post activity, so they are held
      *> aside for the trial balance proof only
       SUM-MONTH-ACTIVITY.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LedgerFile
           IF LgrFileStatus NOT = "00"
               DISPLAY "no ledger found. status=" LgrFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LGR-DATE >= WS-MONTH-START
                               AND LGR-DATE <= WS-MONTH-END
                           IF LGR-BATCH = 0
                               ADD LGR-AMOUNT TO WS-BF-AMOUNT
                               IF LGR-DATE > WS-BF-DATE
                                   MOVE LGR-DATE TO WS-BF-DATE
                               END-IF
                           ELSE
                               PERFORM TALLY-ONE-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ONE-POSTING.
           MOVE 0 TO WS-AA-FOUND
           PERFORM VARYING WS-AA FROM 1 BY 1
                   UNTIL WS-AA > WS-AA-COUNT
               IF WS-AA-ACCOUNT(WS-AA) = LGR-ACCOUNT
                   MOVE WS-AA TO WS-AA-FOUND
               END-IF
           END-PERFORM
           IF WS-AA-FOUND = 0
               IF WS-AA-COUNT < 1000
                   ADD 1 TO WS-AA-COUNT
                   MOVE WS-AA-COUNT TO WS-AA-FOUND
                   MOVE LGR-ACCOUNT TO WS-AA-ACCOUNT(WS-AA-FOUND)
                   MOVE 0 TO WS-AA-POSTINGS(WS-AA-FOUND)
                   MOVE 0 TO WS-AA-DEBITS(WS-AA-FOUND)
                   MOVE 0 TO WS-AA-CREDITS(WS-AA-FOUND)
               ELSE
      *> counted so the proof shows the report is short, not balanced
                   ADD 1 TO WS-AA-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-AA-POSTINGS(WS-AA-FOUND)
           IF LGR-AMOUNT < 0
               ADD LGR-AMOUNT TO WS-AA-DEBITS(WS-AA-FOUND)
           ELSE
               ADD LGR-AMOUNT TO WS-AA-CREDITS(WS-AA-FOUND)
           END-IF
           .

      *> each active account goes to its holder's state, or is marked
      *> unresolved: NOHOLDER (no holder on the master) or NOSTATE
      *> (the holder's state is not in effect at the month end)
       ASSIGN-ACCOUNT-STATES.
           PERFORM VARYING WS-AA FROM 1 BY 1
                   UNTIL WS-AA > WS-AA-COUNT
               MOVE 0 TO WS-AA-STATE-IX(WS-AA)
               MOVE 0 TO WS-AA-STATE(WS-AA)
               MOVE SPACES TO WS-AA-REASON(WS-AA)
               MOVE 0 TO WS-HD-FOUND
               PERFORM VARYING WS-HD FROM 1 BY 1
                       UNTIL WS-HD > WS-HD-COUNT
                   IF WS-HD-ACCOUNT(WS-HD) = WS-AA-ACCOUNT(WS-AA)
                       MOVE WS-HD TO WS-HD-FOUND
                   END-IF
               END-PERFORM
               IF WS-HD-FOUND = 0
                   MOVE "NOHOLDER" TO WS-AA-REASON(WS-AA)
               ELSE
                   MOVE WS-HD-STATE(WS-HD-FOUND) TO WS-AA-STATE(WS-AA)
                   PERFORM FIND-STATE-INDEX
                   IF WS-ST-FOUND = 0
                       MOVE "NOSTATE" TO WS-AA-REASON(WS-AA)
                   ELSE
                       MOVE WS-ST-FOUND TO WS-AA-STATE-IX(WS-AA)
                   END-IF
               END-IF
               PERFORM POST-ACCOUNT-TOTALS
           END-PERFORM
           .

       FIND-STATE-INDEX.
           MOVE 0 TO WS-ST-FOUND
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-ST-COUNT
               IF WS-ST-CODE(WS-ST) = WS-AA-STATE(WS-AA)
                   MOVE WS-ST TO WS-ST-FOUND
               END-IF
           END-PERFORM
           .

       POST-ACCOUNT-TOTALS.
           ADD WS-AA-POSTINGS(WS-AA) TO WS-GRAND-POSTINGS
           ADD WS-AA-DEBITS(WS-AA) TO WS-GRAND-DEBITS
           ADD WS-AA-CREDITS(WS-AA) TO WS-GRAND-CREDITS
           IF WS-AA-STATE-IX(WS-AA) = 0
               ADD 1 TO WS-UNR-COUNT
               ADD WS-AA-POSTINGS(WS-AA) TO WS-UNR-POSTINGS
               ADD WS-AA-DEBITS(WS-AA) TO WS-UNR-DEBITS
               ADD WS-AA-CREDITS(WS-AA) TO WS-UNR-CREDITS
           ELSE
               MOVE WS-AA-STATE-IX(WS-AA) TO WS-ST
               ADD WS-AA-POSTINGS(WS-AA) TO WS-ST-POSTINGS(WS-ST)
               ADD WS-AA-DEBITS(WS-AA) TO WS-ST-DEBITS(WS-ST)
               ADD WS-AA-CREDITS(WS-AA) TO WS-ST-CREDITS(WS-ST)
               ADD WS-AA-POSTINGS(WS-AA) TO WS-RES-POSTINGS
               ADD WS-AA-DEBITS(WS-AA) TO WS-RES-DEBITS
               ADD WS-AA-CREDITS(WS-AA) TO WS-RES-CREDITS
           END-IF
           .

      *> the latest trial balance run as of each of the two dates -
      *> a rerun after a correction supersedes the earlier one
       FIND-TRIALBAL-TOTALS.
           MOVE "N" TO WS-TB-END-FOUND
           MOVE "N" TO WS-TB-PRIOR-FOUND
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TotalsFile
           IF TotFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TotalsFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TBT-ASOF = WS-MONTH-END
                           MOVE "Y" TO WS-TB-END-FOUND
                           MOVE TBT-NET TO WS-TB-END-NET
                       END-IF
                       IF TBT-ASOF = WS-PRIOR-END
                           MOVE "Y" TO WS-TB-PRIOR-FOUND
                           MOVE TBT-NET TO WS-TB-PRIOR-NET
                           MOVE TBT-RUN-DATE TO WS-TB-PRIOR-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TotalsFile
           .

       WRITE-REGIONAL-REPORT.
           OPEN OUTPUT RegionReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening regional activity report. "
                       "status=" RptFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "ACTIVITY MONTH: " DELIMITED BY SIZE
                  WS-RPT-MONTH DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-MONTH-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "  RG    ST  STATE                      POSTINGS   "
               & "          DEBITS              CREDITS   "
               & "               NET" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RG FROM 1 BY 1
                   UNTIL WS-RG > WS-RG-COUNT
               PERFORM WRITE-ONE-REGION
           END-PERFORM
           MOVE "RESOLVED TO A STATE" TO WS-TL-LABEL
           MOVE WS-RES-POSTINGS TO WS-TL-POSTINGS
           MOVE WS-RES-DEBITS TO WS-TL-DEBITS
           MOVE WS-RES-CREDITS TO WS-TL-CREDITS
           COMPUTE WS-NET = WS-RES-DEBITS + WS-RES-CREDITS
           MOVE WS-NET TO WS-TL-NET
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-UNRESOLVED-SECTION
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-GRAND-NET = WS-GRAND-DEBITS + WS-GRAND-CREDITS
           MOVE "GRAND TOTAL" TO WS-TL-LABEL
           MOVE WS-GRAND-POSTINGS TO WS-TL-POSTINGS
           MOVE WS-GRAND-DEBITS TO WS-TL-DEBITS
           MOVE WS-GRAND-CREDITS TO WS-TL-CREDITS
           MOVE WS-GRAND-NET TO WS-TL-NET
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TRIALBAL-PROOF
           CLOSE RegionReport
           DISPLAY WS-GRAND-POSTINGS " posting(s), " WS-UNR-COUNT
                   " unresolved account(s) - see "
                   "regional-activity.txt"
           .

      *> a region's states with activity, then its subtotal; a
      *> region with no activity in the month prints nothing
       WRITE-ONE-REGION.
           MOVE 0 TO WS-RG-POSTINGS
           MOVE 0 TO WS-RG-DEBITS
           MOVE 0 TO WS-RG-CREDITS
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-ST-COUNT
               IF WS-ST-REGION(WS-ST) = WS-RG-CODE(WS-RG)
                       AND WS-ST-POSTINGS(WS-ST) > 0
                   PERFORM WRITE-STATE-LINE
               END-IF
           END-PERFORM
           IF WS-RG-POSTINGS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TL-LABEL
           STRING "  REGION " DELIMITED BY SIZE
                  WS-RG-CODE(WS-RG) DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO WS-TL-LABEL
           MOVE WS-RG-POSTINGS TO WS-TL-POSTINGS
           MOVE WS-RG-DEBITS TO WS-TL-DEBITS
           MOVE WS-RG-CREDITS TO WS-TL-CREDITS
           COMPUTE WS-NET = WS-RG-DEBITS + WS-RG-CREDITS
           MOVE WS-NET TO WS-TL-NET
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-STATE-LINE.
           MOVE WS-ST-REGION(WS-ST) TO WS-SL-REGION
           MOVE WS-ST-ABBREV(WS-ST) TO WS-SL-ABBREV
           MOVE WS-ST-NAME(WS-ST) TO WS-SL-NAME
           MOVE WS-ST-POSTINGS(WS-ST) TO WS-SL-POSTINGS
           MOVE WS-ST-DEBITS(WS-ST) TO WS-SL-DEBITS
           MOVE WS-ST-CREDITS(WS-ST) TO WS-SL-CREDITS
           COMPUTE WS-NET = WS-ST-DEBITS(WS-ST) + WS-ST-CREDITS(WS-ST)
           MOVE WS-NET TO WS-SL-NET
           MOVE WS-STATE-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           ADD WS-ST-POSTINGS(WS-ST) TO WS-RG-POSTINGS
           ADD WS-ST-DEBITS(WS-ST) TO WS-RG-DEBITS
           ADD WS-ST-CREDITS(WS-ST) TO WS-RG-CREDITS
           .

      *> the accounts that could not be placed, each with why and
      *> the state code its holder carries, so they are put right on
      *> the holder master rather than lost from the regional view
       WRITE-UNRESOLVED-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS WHOSE HOLDER STATE CANNOT BE RESOLVED"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-UNR-COUNT = 0
               MOVE "  (none)" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "  ACCOUNT   REASON    STATE" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AA FROM 1 BY 1
                   UNTIL WS-AA > WS-AA-COUNT
               IF WS-AA-STATE-IX(WS-AA) = 0
                   MOVE WS-AA-ACCOUNT(WS-AA) TO WS-UL-ACCOUNT
                   MOVE WS-AA-REASON(WS-AA) TO WS-UL-REASON
                   IF WS-AA-REASON(WS-AA) = "NOSTATE"
                       MOVE WS-AA-STATE(WS-AA) TO WS-UL-STATE
                   ELSE
                       MOVE SPACES TO WS-UL-STATE
                   END-IF
                   MOVE WS-AA-POSTINGS(WS-AA) TO WS-UL-POSTINGS
                   MOVE WS-AA-DEBITS(WS-AA) TO WS-UL-DEBITS
                   MOVE WS-AA-CREDITS(WS-AA) TO WS-UL-CREDITS
                   COMPUTE WS-NET =
                       WS-AA-DEBITS(WS-AA) + WS-AA-CREDITS(WS-AA)
                   MOVE WS-NET TO WS-UL-NET
                   MOVE WS-UNRESOLVED-LINE TO ReportLine
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "UNRESOLVED" TO WS-TL-LABEL
           MOVE WS-UNR-POSTINGS TO WS-TL-POSTINGS
           MOVE WS-UNR-DEBITS TO WS-TL-DEBITS
           MOVE WS-UNR-CREDITS TO WS-TL-CREDITS
           COMPUTE WS-NET = WS-UNR-DEBITS + WS-UNR-CREDITS
           MOVE WS-NET TO WS-TL-NET
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> the grand total must equal the trial balance's movement over
      *> the month: net as of this month end less net as of the prior
      *> month end. The year-end trial balance is normally run before
      *> ledgerroll, so its net already carries the balance brought
      *> forward and the movement is the month's postings alone; only
      *> a prior month end run against the rolled ledger (on or after
      *> the day the brought-forward records carry) leaves the
      *> brought-forward balance inside the month's movement
       WRITE-TRIALBAL-PROOF.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-AA-OVERFLOW > 0
               MOVE "*** MORE THAN 1000 ACTIVE ACCOUNTS - REPORT IS "
                   & "SHORT AND CANNOT BE PROVED ***" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               MOVE "BREAKS" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-TB-END-FOUND NOT = "Y" OR WS-TB-PRIOR-FOUND NOT = "Y"
               MOVE SPACES TO ReportLine
               STRING "NO TRIAL BALANCE AS OF " DELIMITED BY SIZE
                      WS-PRIOR-END DELIMITED BY SIZE
                      " AND " DELIMITED BY SIZE
                      WS-MONTH-END DELIMITED BY SIZE
                      " - GRAND TOTAL NOT PROVED" DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
               MOVE "UNPROVED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TB-MOVEMENT = WS-TB-END-NET - WS-TB-PRIOR-NET
           IF WS-BF-AMOUNT NOT = 0 AND WS-TB-PRIOR-RUN >= WS-BF-DATE
               COMPUTE WS-PROOF-TOTAL = WS-GRAND-NET + WS-BF-AMOUNT
           ELSE
               MOVE WS-GRAND-NET TO WS-PROOF-TOTAL
           END-IF
           MOVE SPACES TO WS-PL-LABEL
           STRING "TRIAL BALANCE NET AS OF " DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
                  INTO WS-PL-LABEL
           MOVE WS-TB-END-NET TO WS-PL-AMOUNT
           MOVE WS-PROOF-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PL-LABEL
           STRING "TRIAL BALANCE NET AS OF " DELIMITED BY SIZE
                  WS-PRIOR-END DELIMITED BY SIZE
                  INTO WS-PL-LABEL
           MOVE WS-TB-PRIOR-NET TO WS-PL-AMOUNT
           MOVE WS-PROOF-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "TRIAL BALANCE MOVEMENT FOR THE MONTH" TO WS-PL-LABEL
           MOVE WS-TB-MOVEMENT TO WS-PL-AMOUNT
           MOVE WS-PROOF-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "REPORT GRAND TOTAL NET" TO WS-PL-LABEL
           MOVE WS-GRAND-NET TO WS-PL-AMOUNT
           MOVE WS-PROOF-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-BF-AMOUNT NOT = 0
               IF WS-TB-PRIOR-RUN >= WS-BF-DATE
                   MOVE "BROUGHT FORWARD BY LEDGERROLL" TO WS-PL-LABEL
               ELSE
                   MOVE "BROUGHT FORWARD (IN PRIOR MONTH END NET)"
                       TO WS-PL-LABEL
               END-IF
               MOVE WS-BF-AMOUNT TO WS-PL-AMOUNT
               MOVE WS-PROOF-LINE TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-PROOF-TOTAL = WS-TB-MOVEMENT
               MOVE "GRAND TOTAL AGREES WITH THE TRIAL BALANCE"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
               MOVE "OK" TO WS-RUN-STATUS
           ELSE
               MOVE "*** GRAND TOTAL DISAGREES WITH THE TRIAL "
                   & "BALANCE - INVESTIGATE BEFORE SIGN-OFF ***"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
               DISPLAY "** regional activity disagrees with the "
                       "trial balance for " WS-RPT-MONTH " **"
               MOVE "BREAKS" TO WS-RUN-STATUS
           END-IF
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
