      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgvar.
      *> Budget-versus-actual variance over the posting ledger: for
      *> every account with a budget or activity in the year, the
      *> month's and the year-to-date budget, actual, variance, and
      *> variance percent, budgets from budget.dat (budgmaint.cob)
      *> and actuals from ledger.dat in the ledger's own sign. The
      *> accounts whose month or year-to-date variance is past
      *> BUDGET_TOLERANCE_PCT are listed first, ahead of the detail,
      *> so the month-end review starts with what needs explaining.
      *> ledgerroll's brought-forward records carry a balance, not
      *> activity, and are left out of the actuals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT BudgetFile
               ASSIGN TO "../budget.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BudFileStatus.

           SELECT VarianceReport
               ASSIGN TO "variance-report.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors math/budgmaint.cob's BUDGET-RECORD layout
       FD  BudgetFile
           record contains 31 characters.
       01  BUDGET-RECORD.
           05 BUD-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 BUD-MONTH      PIC 9(06).
           05 FILLER         PIC X.
           05 BUD-SIGN       PIC X.
           05 FILLER         PIC X.
           05 BUD-AMOUNT     PIC 9(11)V99.

       FD  VarianceReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  BudFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> the report month, YYYYMM - defaults to the run month and can
      *> be pointed at the month just closed through VARIANCE_MONTH
       01  WS-VAR-ENV        PIC X(06)  VALUE SPACES.
       01  WS-VAR-MONTH      PIC 9(06)  VALUE 0.
       01  WS-YEAR-START     PIC 9(06)  VALUE 0.
       01  WS-LGR-MONTH      PIC 9(06)  VALUE 0.
      *> the variance tolerance, in percent of budget
       01  WS-TOL-ENV        PIC X(06)  VALUE SPACES.
       01  WS-TOLERANCE-PCT  PIC 9(03)V99 VALUE 10.
      *> parameters for the CALL to GETPARM
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "BUDGVAR".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> per-account month and year-to-date budget and actual, with
      *> the flag the tolerance check leaves on it
       01  WS-ACCT-COUNT     PIC 9(03)  VALUE 0.
       01  WS-A              PIC 9(03)  VALUE 0.
       01  WS-A-FOUND        PIC 9(03)  VALUE 0.
       01  WS-FIND-ACCOUNT   PIC 9(08)  VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY occurs 1 to 500 times
                   depending on WS-ACCT-COUNT.
              10 WS-AT-ACCOUNT    PIC 9(08).
              10 WS-AT-MTH-BUDGET PIC S9(11)V99.
              10 WS-AT-MTH-ACTUAL PIC S9(11)V99.
              10 WS-AT-YTD-BUDGET PIC S9(13)V99.
              10 WS-AT-YTD-ACTUAL PIC S9(13)V99.
              10 WS-AT-FLAG       PIC X.

      *> one period's variance, worked for the month and then the YTD
       01  WS-BUDGET         PIC S9(13)V99 VALUE 0.
       01  WS-ACTUAL         PIC S9(13)V99 VALUE 0.
       01  WS-VARIANCE       PIC S9(13)V99 VALUE 0.
       01  WS-VAR-PCT        PIC S9(05)V99 VALUE 0.
       01  WS-PCT-OK         PIC X      VALUE "Y".
       01  WS-OUTSIDE        PIC X      VALUE "N".
       01  WS-FLAG-COUNT     PIC 9(03)  VALUE 0.
       01  WS-TOT-MTH-BUDGET PIC S9(13)V99 VALUE 0.
       01  WS-TOT-MTH-ACTUAL PIC S9(13)V99 VALUE 0.
       01  WS-TOT-YTD-BUDGET PIC S9(13)V99 VALUE 0.
       01  WS-TOT-YTD-ACTUAL PIC S9(13)V99 VALUE 0.

      *> report line layouts in trialbal.cob's print style
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-ACCOUNT  PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-PERIOD   PIC X(05)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE SPACES.
           05 WS-DL-BUDGET   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(01)  VALUE SPACES.
           05 WS-DL-ACTUAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(01)  VALUE SPACES.
           05 WS-DL-VARIANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-PCT      PIC X(09)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-FLAG     PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(08)  VALUE SPACES.
       01  WS-ED-PCT         PIC -----9.99.

      *> report paging, trialbal.cob's shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "BUDGET VARIANCE REPORT".
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
           PERFORM RESOLVE-VARIANCE-MONTH
           PERFORM RESOLVE-TOLERANCE
           PERFORM LOAD-BUDGETS
           PERFORM SUM-LEDGER-ACTUALS
           IF WS-ACCT-COUNT = 0
               DISPLAY "no budget or activity for " WS-VAR-MONTH
               MOVE "EMPTY" TO WS-RUN-STATUS
           ELSE
               PERFORM FLAG-VARIANCES
               PERFORM WRITE-VARIANCE-REPORT
               IF WS-FLAG-COUNT > 0
                   MOVE "FLAGGED" TO WS-RUN-STATUS
               ELSE
                   MOVE "OK" TO WS-RUN-STATUS
               END-IF
           END-IF
           MOVE WS-ACCT-COUNT TO WS-RUN-PROCESSED
           MOVE WS-FLAG-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-VARIANCE-MONTH.
           MOVE "VARIANCE_MONTH" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:6) TO WS-VAR-ENV
           ELSE
               ACCEPT WS-VAR-ENV FROM ENVIRONMENT "VARIANCE_MONTH"
           END-IF
           IF WS-VAR-ENV = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-VAR-ENV
           END-IF
           COMPUTE WS-VAR-MONTH = FUNCTION NUMVAL(WS-VAR-ENV)
           DIVIDE WS-VAR-MONTH BY 100 GIVING WS-YEAR-START
           COMPUTE WS-YEAR-START = WS-YEAR-START * 100 + 1
           .

       RESOLVE-TOLERANCE.
           MOVE "BUDGET_TOLERANCE_PCT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:6) TO WS-TOL-ENV
           ELSE
               ACCEPT WS-TOL-ENV FROM ENVIRONMENT
                   "BUDGET_TOLERANCE_PCT"
           END-IF
           IF WS-TOL-ENV NOT = SPACES
               COMPUTE WS-TOLERANCE-PCT = FUNCTION NUMVAL(WS-TOL-ENV)
           END-IF
           .

      *> the report month's budget and the year's months up to and
      *> including it
       LOAD-BUDGETS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BudgetFile
           IF BudFileStatus NOT = "00"
               DISPLAY "no budget file found - actuals reported "
                       "against zero budget"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BudgetFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BUD-MONTH >= WS-YEAR-START
                               AND BUD-MONTH <= WS-VAR-MONTH
                           PERFORM TALLY-ONE-BUDGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BudgetFile
           .

       TALLY-ONE-BUDGET.
           MOVE BUD-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-A-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF BUD-SIGN = "-"
               SUBTRACT BUD-AMOUNT FROM WS-AT-YTD-BUDGET(WS-A-FOUND)
               IF BUD-MONTH = WS-VAR-MONTH
                   SUBTRACT BUD-AMOUNT
                       FROM WS-AT-MTH-BUDGET(WS-A-FOUND)
               END-IF
           ELSE
               ADD BUD-AMOUNT TO WS-AT-YTD-BUDGET(WS-A-FOUND)
               IF BUD-MONTH = WS-VAR-MONTH
                   ADD BUD-AMOUNT TO WS-AT-MTH-BUDGET(WS-A-FOUND)
               END-IF
           END-IF
           .

       SUM-LEDGER-ACTUALS.
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
                       DIVIDE LGR-DATE BY 100 GIVING WS-LGR-MONTH
                       IF WS-LGR-MONTH >= WS-YEAR-START
                               AND WS-LGR-MONTH <= WS-VAR-MONTH
                               AND LGR-BATCH NOT = 0
                           PERFORM TALLY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ONE-POSTING.
           MOVE LGR-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-A-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD LGR-AMOUNT TO WS-AT-YTD-ACTUAL(WS-A-FOUND)
           IF WS-LGR-MONTH = WS-VAR-MONTH
               ADD LGR-AMOUNT TO WS-AT-MTH-ACTUAL(WS-A-FOUND)
           END-IF
           .

       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-A-FOUND
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT OR WS-A-FOUND > 0
               IF WS-AT-ACCOUNT(WS-A) = WS-FIND-ACCOUNT
                   MOVE WS-A TO WS-A-FOUND
               END-IF
           END-PERFORM
           IF WS-A-FOUND = 0
               IF WS-ACCT-COUNT < 500
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-A-FOUND
                   MOVE WS-FIND-ACCOUNT TO WS-AT-ACCOUNT(WS-A-FOUND)
                   MOVE 0 TO WS-AT-MTH-BUDGET(WS-A-FOUND)
                   MOVE 0 TO WS-AT-MTH-ACTUAL(WS-A-FOUND)
                   MOVE 0 TO WS-AT-YTD-BUDGET(WS-A-FOUND)
                   MOVE 0 TO WS-AT-YTD-ACTUAL(WS-A-FOUND)
                   MOVE "N" TO WS-AT-FLAG(WS-A-FOUND)
               ELSE
                   DISPLAY "** more than 500 accounts - account "
                           WS-FIND-ACCOUNT " not reported **"
               END-IF
           END-IF
           .

      *> an account is flagged when either its month or its year-to-
      *> date variance is past the tolerance; activity against no
      *> budget at all is always past it
       FLAG-VARIANCES.
           MOVE 0 TO WS-FLAG-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               MOVE WS-AT-MTH-BUDGET(WS-A) TO WS-BUDGET
               MOVE WS-AT-MTH-ACTUAL(WS-A) TO WS-ACTUAL
               PERFORM COMPUTE-VARIANCE
               IF WS-OUTSIDE = "Y"
                   MOVE "Y" TO WS-AT-FLAG(WS-A)
               END-IF
               MOVE WS-AT-YTD-BUDGET(WS-A) TO WS-BUDGET
               MOVE WS-AT-YTD-ACTUAL(WS-A) TO WS-ACTUAL
               PERFORM COMPUTE-VARIANCE
               IF WS-OUTSIDE = "Y"
                   MOVE "Y" TO WS-AT-FLAG(WS-A)
               END-IF
               IF WS-AT-FLAG(WS-A) = "Y"
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-PERFORM
           .

      *> variance is actual less budget; the percent is of the
      *> budget's size, so a debit budget overspent reads the same
      *> way as a credit budget overachieved
       COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE "Y" TO WS-PCT-OK
           MOVE "N" TO WS-OUTSIDE
           MOVE 0 TO WS-VAR-PCT
           IF WS-BUDGET = 0
               MOVE "N" TO WS-PCT-OK
               IF WS-ACTUAL NOT = 0
                   MOVE "Y" TO WS-OUTSIDE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIANCE * 100 / FUNCTION ABS(WS-BUDGET)
               ON SIZE ERROR
                   MOVE "N" TO WS-PCT-OK
                   MOVE "Y" TO WS-OUTSIDE
                   EXIT PARAGRAPH
           END-COMPUTE
           IF FUNCTION ABS(WS-VAR-PCT) > WS-TOLERANCE-PCT
               MOVE "Y" TO WS-OUTSIDE
           END-IF
           .

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT VarianceReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening variance report. status="
                       RptFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOLERANCE-PCT TO WS-ED-PCT
           MOVE SPACES TO ReportLine
           STRING "REPORT MONTH: " DELIMITED BY SIZE
                  WS-VAR-MONTH DELIMITED BY SIZE
                  "  YEAR TO DATE FROM: " DELIMITED BY SIZE
                  WS-YEAR-START DELIMITED BY SIZE
                  "  TOLERANCE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-PCT) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
      *> the accounts needing explanation come first
           MOVE SPACES TO ReportLine
           STRING "ACCOUNTS OUTSIDE TOLERANCE: " DELIMITED BY SIZE
                  WS-FLAG-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-FLAG-COUNT > 0
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-ACCT-COUNT
                   IF WS-AT-FLAG(WS-A) = "Y"
                       PERFORM WRITE-ACCOUNT-LINES
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "ALL ACCOUNTS" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               PERFORM WRITE-ACCOUNT-LINES
               ADD WS-AT-MTH-BUDGET(WS-A) TO WS-TOT-MTH-BUDGET
               ADD WS-AT-MTH-ACTUAL(WS-A) TO WS-TOT-MTH-ACTUAL
               ADD WS-AT-YTD-BUDGET(WS-A) TO WS-TOT-YTD-BUDGET
               ADD WS-AT-YTD-ACTUAL(WS-A) TO WS-TOT-YTD-ACTUAL
           END-PERFORM
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "TOTAL" TO WS-DL-ACCOUNT
           MOVE SPACES TO WS-DL-NAME
           MOVE "MONTH" TO WS-DL-PERIOD
           MOVE WS-TOT-MTH-BUDGET TO WS-BUDGET
           MOVE WS-TOT-MTH-ACTUAL TO WS-ACTUAL
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO WS-DL-ACCOUNT
           MOVE "YTD" TO WS-DL-PERIOD
           MOVE WS-TOT-YTD-BUDGET TO WS-BUDGET
           MOVE WS-TOT-YTD-ACTUAL TO WS-ACTUAL
           PERFORM WRITE-PERIOD-LINE
           CLOSE VarianceReport
           DISPLAY WS-ACCT-COUNT " account(s), " WS-FLAG-COUNT
                   " outside tolerance - see variance-report.txt"
           .

       WRITE-COLUMN-HEADINGS.
           MOVE "  ACCOUNT   NAME                      PERIOD"
               & "               BUDGET               ACTUAL"
               & "             VARIANCE       VAR %  FLAG"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> two lines an account: the month, then the year to date
       WRITE-ACCOUNT-LINES.
           MOVE WS-AT-ACCOUNT(WS-A) TO WS-ACL-ACCOUNT
           MOVE SPACES TO WS-ACL-NAME
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK NOT = "Y" OR WS-ACL-FOUND NOT = "Y"
               MOVE SPACES TO WS-ACL-NAME
           END-IF
           MOVE WS-AT-ACCOUNT(WS-A) TO WS-DL-ACCOUNT
           MOVE WS-ACL-NAME TO WS-DL-NAME
           MOVE "MONTH" TO WS-DL-PERIOD
           MOVE WS-AT-MTH-BUDGET(WS-A) TO WS-BUDGET
           MOVE WS-AT-MTH-ACTUAL(WS-A) TO WS-ACTUAL
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO WS-DL-ACCOUNT
           MOVE SPACES TO WS-DL-NAME
           MOVE "YTD" TO WS-DL-PERIOD
           MOVE WS-AT-YTD-BUDGET(WS-A) TO WS-BUDGET
           MOVE WS-AT-YTD-ACTUAL(WS-A) TO WS-ACTUAL
           PERFORM WRITE-PERIOD-LINE
           .

       WRITE-PERIOD-LINE.
           PERFORM COMPUTE-VARIANCE
           MOVE WS-BUDGET TO WS-DL-BUDGET
           MOVE WS-ACTUAL TO WS-DL-ACTUAL
           MOVE WS-VARIANCE TO WS-DL-VARIANCE
           IF WS-PCT-OK = "Y"
               MOVE WS-VAR-PCT TO WS-ED-PCT
               MOVE WS-ED-PCT TO WS-DL-PCT
           ELSE
               MOVE "      N/A" TO WS-DL-PCT
           END-IF
           IF WS-OUTSIDE = "Y"
               IF WS-BUDGET = 0
                   MOVE "NOBUDGET" TO WS-DL-FLAG
               ELSE
                   MOVE "***" TO WS-DL-FLAG
               END-IF
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
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
