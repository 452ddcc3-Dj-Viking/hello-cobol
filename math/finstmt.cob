      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. finstmt.
      *> Financial statements over the posting ledger: a balance sheet
      *> as of a date and an income statement for a period, each
      *> account rolled up under the class and reporting line the
      *> chart of accounts (chartacct.dat) assigns it. The statements
      *> are proved against the grand total trialbal.cob recorded on
      *> trialbal-totals.dat for the as-of date - assets, liabilities,
      *> equity, earnings to date, and any unclassified account must
      *> add back to it (with no trial balance run for that date the
      *> statements print UNPROVED), and the period's net income plus
      *> the earnings brought forward must equal the earnings to
      *> date - replacing the month-end workbook finance built by
      *> hand from trial-balance.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> the chart of accounts, maintained at the repository root
      *> beside accounts.dat and kept in reporting-line order - an
      *> account with no entry reports as unclassified
           SELECT ChartFile
               ASSIGN TO "../chartacct.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CoaFileStatus.

      *> trialbal.cob's grand totals, one record per run
           SELECT TotalsFile
               ASSIGN TO "trialbal-totals.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is TotFileStatus.

           SELECT StatementReport
               ASSIGN TO "financial-statements.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> the account, its class (A asset, L liability, Q equity,
      *> I income, E expense), and the reporting line it rolls up to
       FD  ChartFile
           record contains 46 characters.
       01  CHART-RECORD.
           05 COA-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 COA-CLASS      PIC X.
           05 FILLER         PIC X.
           05 COA-LINE       PIC 9(04).
           05 FILLER         PIC X.
           05 COA-LINE-NAME  PIC X(30).

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

       FD  StatementReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  CoaFileStatus     PIC XX.
       01  TotFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-ASOF-DATE      PIC 9(08)  VALUE 0.
       01  WS-PERIOD-START   PIC 9(08)  VALUE 0.
       01  WS-ASOF-MONTH     PIC 9(06)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "FINSTMT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP - the statements carry
      *> account names when the master resolves them
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> the chart of accounts in memory
       01  WS-COA-EOF        PIC X      VALUE "N".
       01  WS-COA-COUNT      PIC 9(04)  VALUE 0.
       01  WS-C              PIC 9(04)  VALUE 0.
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY occurs 1 to 1000 times
                   depending on WS-COA-COUNT.
              10 WS-CT-ACCOUNT PIC 9(08).
              10 WS-CT-CLASS   PIC X.
              10 WS-CT-LINE    PIC 9(04).

      *> the reporting lines, in the order the chart first names them
       01  WS-RL-COUNT       PIC 9(03)  VALUE 0.
       01  WS-L              PIC 9(03)  VALUE 0.
       01  WS-L-FOUND        PIC 9(03)  VALUE 0.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY occurs 1 to 200 times
                   depending on WS-RL-COUNT.
              10 WS-RL-CLASS   PIC X.
              10 WS-RL-LINE    PIC 9(04).
              10 WS-RL-NAME    PIC X(30).

      *> per-account balance as of the date and activity within the
      *> period, with the class and line the chart gives it (a class
      *> of space is unclassified)
       01  WS-ACCT-COUNT     PIC 9(03)  VALUE 0.
       01  WS-A              PIC 9(03)  VALUE 0.
       01  WS-A-FOUND        PIC 9(03)  VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY occurs 1 to 500 times
                   depending on WS-ACCT-COUNT.
              10 WS-AT-ACCOUNT PIC 9(08).
              10 WS-AT-BALANCE PIC S9(11)V99.
              10 WS-AT-PERIOD  PIC S9(11)V99.
              10 WS-AT-PRIOR   PIC S9(11)V99.
              10 WS-AT-CLASS   PIC X.
              10 WS-AT-LINE    PIC 9(04).

      *> statement accumulation
       01  WS-CLASS          PIC X      VALUE SPACE.
       01  WS-CLASS-NAME     PIC X(30)  VALUE SPACES.
       01  WS-SHOW-PERIOD    PIC X      VALUE "N".
       01  WS-ACCT-AMOUNT    PIC S9(11)V99 VALUE 0.
       01  WS-LINE-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-LINE-ACCOUNTS  PIC 9(03)  VALUE 0.
       01  WS-CLASS-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-ASSET-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-LIAB-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-EQUITY-TOTAL   PIC S9(13)V99 VALUE 0.
       01  WS-INCOME-TOTAL   PIC S9(13)V99 VALUE 0.
       01  WS-EXPENSE-TOTAL  PIC S9(13)V99 VALUE 0.
       01  WS-EARNINGS-TODATE PIC S9(13)V99 VALUE 0.
       01  WS-EARNINGS-BF    PIC S9(13)V99 VALUE 0.
       01  WS-NET-INCOME     PIC S9(13)V99 VALUE 0.
       01  WS-UNCLASS-TOTAL  PIC S9(13)V99 VALUE 0.
       01  WS-UNCLASS-COUNT  PIC 9(03)  VALUE 0.
       01  WS-BS-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-NET      PIC S9(13)V99 VALUE 0.
      *> the grand total trialbal.cob recorded as of the same date
       01  WS-TB-FOUND       PIC X      VALUE "N".
       01  WS-TB-NET         PIC S9(13)V99 VALUE 0.
       01  WS-EARN-PROOF     PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-OK       PIC X      VALUE "Y".

      *> report line layouts in trialbal.cob's print style
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X(06)  VALUE SPACES.
           05 WS-DL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(71)  VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL    PIC X(42)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-TL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(69)  VALUE SPACES.
       01  WS-ED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

      *> report paging, trialbal.cob's shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "FINANCIAL STATEMENTS".
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
           DISPLAY "as-of date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
           ACCEPT WS-ASOF-DATE
           IF WS-ASOF-DATE = 0
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           DISPLAY "income statement period start (YYYYMMDD, "
                   "0 = first of the month): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-START
           IF WS-PERIOD-START = 0
               DIVIDE WS-ASOF-DATE BY 100 GIVING WS-ASOF-MONTH
               COMPUTE WS-PERIOD-START = WS-ASOF-MONTH * 100 + 1
           END-IF
           IF WS-PERIOD-START > WS-ASOF-DATE
               DISPLAY "period start " WS-PERIOD-START
                       " is after the as-of date " WS-ASOF-DATE
               MOVE "BADDATE" TO WS-RUN-STATUS
           ELSE
               PERFORM LOAD-CHART
               PERFORM SUM-LEDGER-BALANCES
               IF WS-ACCT-COUNT = 0
                   DISPLAY "no postings on or before " WS-ASOF-DATE
                   MOVE "EMPTY" TO WS-RUN-STATUS
               ELSE
                   PERFORM WRITE-STATEMENTS
               END-IF
           END-IF
           MOVE WS-ACCT-COUNT TO WS-RUN-PROCESSED
           MOVE WS-UNCLASS-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

      *> a missing chart is not fatal - every account then reports
      *> as unclassified, which is exactly what the proof shows
       LOAD-CHART.
           OPEN INPUT ChartFile
           IF CoaFileStatus NOT = "00"
               DISPLAY "no chart of accounts found. status="
                       CoaFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COA-EOF = "Y"
               READ ChartFile
                   AT END
                       MOVE "Y" TO WS-COA-EOF
                   NOT AT END
                       PERFORM ADD-CHART-ENTRY
               END-READ
           END-PERFORM
           CLOSE ChartFile
           .

       ADD-CHART-ENTRY.
           IF COA-CLASS NOT = "A" AND COA-CLASS NOT = "L"
                   AND COA-CLASS NOT = "Q" AND COA-CLASS NOT = "I"
                   AND COA-CLASS NOT = "E"
               DISPLAY "account " COA-ACCOUNT " has unknown class '"
                       COA-CLASS "' - reported as unclassified"
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-COUNT NOT < 1000
               DISPLAY "** more than 1000 chart entries - account "
                       COA-ACCOUNT " reported as unclassified **"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COA-COUNT
           MOVE COA-ACCOUNT TO WS-CT-ACCOUNT(WS-COA-COUNT)
           MOVE COA-CLASS TO WS-CT-CLASS(WS-COA-COUNT)
           MOVE COA-LINE TO WS-CT-LINE(WS-COA-COUNT)
           MOVE 0 TO WS-L-FOUND
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-RL-COUNT
               IF WS-RL-CLASS(WS-L) = COA-CLASS
                       AND WS-RL-LINE(WS-L) = COA-LINE
                   MOVE WS-L TO WS-L-FOUND
               END-IF
           END-PERFORM
           IF WS-L-FOUND = 0 AND WS-RL-COUNT < 200
               ADD 1 TO WS-RL-COUNT
               MOVE COA-CLASS TO WS-RL-CLASS(WS-RL-COUNT)
               MOVE COA-LINE TO WS-RL-LINE(WS-RL-COUNT)
               MOVE COA-LINE-NAME TO WS-RL-NAME(WS-RL-COUNT)
           END-IF
           .

      *> the balance is every posting on or before the as-of date -
      *> trialbal.cob's net - and the period activity the postings
      *> from the period start through the as-of date
       SUM-LEDGER-BALANCES.
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
                       IF LGR-DATE <= WS-ASOF-DATE
                           PERFORM TALLY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ONE-POSTING.
           MOVE 0 TO WS-A-FOUND
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-AT-ACCOUNT(WS-A) = LGR-ACCOUNT
                   MOVE WS-A TO WS-A-FOUND
               END-IF
           END-PERFORM
           IF WS-A-FOUND = 0
               IF WS-ACCT-COUNT < 500
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-A-FOUND
                   PERFORM START-ACCOUNT-ENTRY
               ELSE
                   DISPLAY "** more than 500 accounts - excess "
                           "accounts not reported **"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD LGR-AMOUNT TO WS-AT-BALANCE(WS-A-FOUND)
           ADD LGR-AMOUNT TO WS-GRAND-NET
           IF LGR-DATE < WS-PERIOD-START
               ADD LGR-AMOUNT TO WS-AT-PRIOR(WS-A-FOUND)
           ELSE
               ADD LGR-AMOUNT TO WS-AT-PERIOD(WS-A-FOUND)
           END-IF
           .

       START-ACCOUNT-ENTRY.
           MOVE LGR-ACCOUNT TO WS-AT-ACCOUNT(WS-A-FOUND)
           MOVE 0 TO WS-AT-BALANCE(WS-A-FOUND)
           MOVE 0 TO WS-AT-PERIOD(WS-A-FOUND)
           MOVE 0 TO WS-AT-PRIOR(WS-A-FOUND)
           MOVE SPACE TO WS-AT-CLASS(WS-A-FOUND)
           MOVE 0 TO WS-AT-LINE(WS-A-FOUND)
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COA-COUNT
               IF WS-CT-ACCOUNT(WS-C) = LGR-ACCOUNT
                   MOVE WS-CT-CLASS(WS-C) TO WS-AT-CLASS(WS-A-FOUND)
                   MOVE WS-CT-LINE(WS-C) TO WS-AT-LINE(WS-A-FOUND)
               END-IF
           END-PERFORM
           .

       WRITE-STATEMENTS.
           OPEN OUTPUT StatementReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening financial statements report. "
                       "status=" RptFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BALANCE-SHEET
           PERFORM WRITE-INCOME-STATEMENT
           PERFORM WRITE-TRIAL-BALANCE-PROOF
           CLOSE StatementReport
           DISPLAY WS-ACCT-COUNT " account(s) - see "
                   "financial-statements.txt"
           IF WS-UNCLASS-COUNT > 0
               DISPLAY WS-UNCLASS-COUNT " account(s) have no chart "
                       "of accounts class"
           END-IF
           .

       WRITE-BALANCE-SHEET.
           MOVE SPACES TO ReportLine
           STRING "BALANCE SHEET AS OF " DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-SHOW-PERIOD
           MOVE "A" TO WS-CLASS
           MOVE "ASSETS" TO WS-CLASS-NAME
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLASS-TOTAL TO WS-ASSET-TOTAL
           MOVE "L" TO WS-CLASS
           MOVE "LIABILITIES" TO WS-CLASS-NAME
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLASS-TOTAL TO WS-LIAB-TOTAL
           MOVE "Q" TO WS-CLASS
           MOVE "EQUITY" TO WS-CLASS-NAME
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLASS-TOTAL TO WS-EQUITY-TOTAL
      *> income and expense accounts close into the balance sheet as
      *> earnings to date rather than account by account
           MOVE 0 TO WS-EARNINGS-TODATE
           MOVE 0 TO WS-EARNINGS-BF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-AT-CLASS(WS-A) = "I" OR WS-AT-CLASS(WS-A) = "E"
                   ADD WS-AT-BALANCE(WS-A) TO WS-EARNINGS-TODATE
                   ADD WS-AT-PRIOR(WS-A) TO WS-EARNINGS-BF
               END-IF
           END-PERFORM
           MOVE "EARNINGS TO DATE (INCOME AND EXPENSE)" TO WS-TL-LABEL
           MOVE WS-EARNINGS-TODATE TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-UNCLASSIFIED
           COMPUTE WS-BS-TOTAL = WS-ASSET-TOTAL + WS-LIAB-TOTAL
               + WS-EQUITY-TOTAL + WS-EARNINGS-TODATE
               + WS-UNCLASS-TOTAL
           MOVE "BALANCE SHEET TOTAL" TO WS-TL-LABEL
           MOVE WS-BS-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> one class: each of its reporting lines with the accounts
      *> under it and the line total, then the class total. The
      *> amount is the balance on the balance sheet and the period
      *> activity on the income statement.
       WRITE-CLASS-SECTION.
           MOVE 0 TO WS-CLASS-TOTAL
           MOVE WS-CLASS-NAME TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-RL-COUNT
               IF WS-RL-CLASS(WS-L) = WS-CLASS
                   PERFORM WRITE-REPORTING-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TL-LABEL
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-CLASS-NAME DELIMITED BY "  "
                  INTO WS-TL-LABEL
           MOVE WS-CLASS-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORTING-LINE.
           MOVE 0 TO WS-LINE-TOTAL
           MOVE 0 TO WS-LINE-ACCOUNTS
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
                  WS-RL-LINE(WS-L) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RL-NAME(WS-L) DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-AT-CLASS(WS-A) = WS-CLASS
                       AND WS-AT-LINE(WS-A) = WS-RL-LINE(WS-L)
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TL-LABEL
           STRING "    TOTAL " DELIMITED BY SIZE
                  WS-RL-NAME(WS-L) DELIMITED BY SIZE
                  INTO WS-TL-LABEL
           MOVE WS-LINE-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           ADD WS-LINE-TOTAL TO WS-CLASS-TOTAL
           .

       WRITE-ACCOUNT-LINE.
           IF WS-SHOW-PERIOD = "Y"
               MOVE WS-AT-PERIOD(WS-A) TO WS-ACCT-AMOUNT
           ELSE
               MOVE WS-AT-BALANCE(WS-A) TO WS-ACCT-AMOUNT
           END-IF
           PERFORM LOOKUP-ACCOUNT-NAME
           MOVE WS-AT-ACCOUNT(WS-A) TO WS-DL-ACCOUNT
           MOVE WS-ACL-NAME TO WS-DL-NAME
           MOVE WS-ACCT-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           ADD WS-ACCT-AMOUNT TO WS-LINE-TOTAL
           ADD 1 TO WS-LINE-ACCOUNTS
           .

       LOOKUP-ACCOUNT-NAME.
           MOVE WS-AT-ACCOUNT(WS-A) TO WS-ACL-ACCOUNT
           MOVE SPACES TO WS-ACL-NAME
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK NOT = "Y" OR WS-ACL-FOUND NOT = "Y"
               MOVE SPACES TO WS-ACL-NAME
           END-IF
           .

      *> an account the chart does not classify still carries a
      *> balance the grand total includes - it is listed, not dropped
       WRITE-UNCLASSIFIED.
           MOVE 0 TO WS-UNCLASS-TOTAL
           MOVE 0 TO WS-UNCLASS-COUNT
           MOVE "N" TO WS-SHOW-PERIOD
           MOVE "UNCLASSIFIED ACCOUNTS - ADD TO chartacct.dat"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-LINE-TOTAL
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-AT-CLASS(WS-A) = SPACE
                   PERFORM WRITE-ACCOUNT-LINE
                   ADD 1 TO WS-UNCLASS-COUNT
               END-IF
           END-PERFORM
           IF WS-UNCLASS-COUNT = 0
               MOVE "      NONE" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-LINE-TOTAL TO WS-UNCLASS-TOTAL
           MOVE "TOTAL UNCLASSIFIED" TO WS-TL-LABEL
           MOVE WS-UNCLASS-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-INCOME-STATEMENT.
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO ReportLine
           STRING "INCOME STATEMENT FOR " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Y" TO WS-SHOW-PERIOD
           MOVE "I" TO WS-CLASS
           MOVE "INCOME" TO WS-CLASS-NAME
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLASS-TOTAL TO WS-INCOME-TOTAL
           MOVE "E" TO WS-CLASS
           MOVE "EXPENSE" TO WS-CLASS-NAME
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLASS-TOTAL TO WS-EXPENSE-TOTAL
           COMPUTE WS-NET-INCOME = WS-INCOME-TOTAL + WS-EXPENSE-TOTAL
           MOVE "NET INCOME FOR THE PERIOD" TO WS-TL-LABEL
           MOVE WS-NET-INCOME TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> the latest trial balance run as of the as-of date - a
      *> rerun after a correction supersedes the earlier one
       FIND-TRIALBAL-TOTALS.
           MOVE "N" TO WS-TB-FOUND
           MOVE 0 TO WS-TB-NET
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
                       IF TBT-ASOF = WS-ASOF-DATE
                           MOVE "Y" TO WS-TB-FOUND
                           MOVE TBT-NET TO WS-TB-NET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TotalsFile
           .

      *> the point of the run: the statements must add back to the
      *> grand total the trial balance run recorded for the as-of
      *> date, and the income statement must carry the balance
      *> sheet's earnings from the period start
       WRITE-TRIAL-BALANCE-PROOF.
           PERFORM FIND-TRIALBAL-TOTALS
           MOVE 0 TO WS-LINE-COUNT
           MOVE "PROOF AGAINST THE TRIAL BALANCE" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-TB-FOUND = "Y"
               MOVE "TRIAL BALANCE GRAND TOTAL" TO WS-TL-LABEL
               MOVE WS-TB-NET TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "BALANCE SHEET TOTAL" TO WS-TL-LABEL
           MOVE WS-BS-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "EARNINGS BROUGHT FORWARD" TO WS-TL-LABEL
           MOVE WS-EARNINGS-BF TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "NET INCOME FOR THE PERIOD" TO WS-TL-LABEL
           MOVE WS-NET-INCOME TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-EARN-PROOF = WS-EARNINGS-BF + WS-NET-INCOME
           MOVE "EARNINGS TO DATE PER INCOME STATEMENT" TO WS-TL-LABEL
           MOVE WS-EARN-PROOF TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Y" TO WS-PROOF-OK
           EVALUATE TRUE
               WHEN WS-TB-FOUND NOT = "Y"
                   MOVE SPACES TO ReportLine
                   STRING "NO TRIAL BALANCE AS OF " DELIMITED BY SIZE
                          WS-ASOF-DATE DELIMITED BY SIZE
                          " - GRAND TOTAL NOT PROVED" DELIMITED BY SIZE
                          INTO ReportLine
               WHEN WS-BS-TOTAL = WS-TB-NET
                   MOVE "BALANCE SHEET AGREES WITH THE TRIAL BALANCE "
                       & "GRAND TOTAL" TO ReportLine
               WHEN OTHER
                   MOVE "N" TO WS-PROOF-OK
                   MOVE "*** BALANCE SHEET DISAGREES WITH THE TRIAL "
                       & "BALANCE GRAND TOTAL - INVESTIGATE ***"
                       TO ReportLine
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF WS-EARN-PROOF = WS-EARNINGS-TODATE
               MOVE "INCOME STATEMENT AGREES WITH THE BALANCE SHEET "
                   & "EARNINGS TO DATE" TO ReportLine
           ELSE
               MOVE "N" TO WS-PROOF-OK
               MOVE "*** INCOME STATEMENT DISAGREES WITH THE "
                   & "BALANCE SHEET EARNINGS - INVESTIGATE ***"
                   TO ReportLine
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-UNCLASS-COUNT > 0
               MOVE WS-UNCLASS-TOTAL TO WS-ED-AMOUNT
               MOVE SPACES TO ReportLine
               STRING "NOTE: " DELIMITED BY SIZE
                      WS-UNCLASS-COUNT DELIMITED BY SIZE
                      " UNCLASSIFIED ACCOUNT(S) CARRY "
                      DELIMITED BY SIZE
                      WS-ED-AMOUNT DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-PROOF-OK NOT = "Y"
                   DISPLAY "** financial statements do not prove to "
                           "the trial balance for " WS-ASOF-DATE " **"
                   MOVE "BREAKS" TO WS-RUN-STATUS
               WHEN WS-TB-FOUND NOT = "Y"
                   DISPLAY "no trial balance run as of " WS-ASOF-DATE
                           " - statements not proved"
                   MOVE "UNPROVED" TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-RUN-STATUS
           END-EVALUATE
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
