      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCRUE.
      *> Daily interest accrual: reads each account's closing balance
      *> from the posting ledger, applies the tiered interest rate
      *> table in force on the run date, and adds the days since the
      *> last accrual to a running accrual record per account. At
      *> month-end (or on a catch-up run after a missed month-end)
      *> the accrued interest is capitalized: an H/D/T batch with a
      *> fresh batch number credits each account and charges the
      *> Interest Accrual account, so the interest posts through
      *> math.cob's normal controls the way the fee batch does.
      *> Every run (and an inquiry-only run) prints the accrued but
      *> not yet posted position for finance. CALLed by driver.cob as
      *> the nightly INTEREST step; the month-end capitalization batch
      *> is left on interest-batch.txt for the posting run, as
      *> feeassess leaves fee-batch.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> interest rate table: one tier per record, ascending upper
      *> balance bound, an annual rate in basis points, and the
      *> from/to dates the tier is in force for - feesched.dat's
      *> tier shape with rates.dat's effective-date pair, so a rate
      *> change is a new set of tiers rather than an overwrite
           SELECT IntRateFile
               ASSIGN TO "../intrates.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is IrtFileStatus.

      *> running accrual per account: the month being accrued, the
      *> last date accrued through, the days accrued so far, and the
      *> accrued amount carried to six decimals so daily rounding
      *> never leaks interest
           SELECT AccrualFile
               ASSIGN TO "interest-accrual.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AcrFileStatus.

      *> last interest batch number issued, the fee-control.dat
      *> convention in its own number range
           SELECT IntControlFile
               ASSIGN TO "interest-control.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is IctFileStatus.

           SELECT IntBatchFile
               ASSIGN TO "interest-batch.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BatFileStatus.

      *> accrued-but-unposted position, in the math-summary.txt print
      *> style
           SELECT PositionReport
               ASSIGN TO "interest-position.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  IntRateFile
           record contains 36 characters.
       01  INTRATE-RECORD.
           05 IR-BOUND       PIC 9(11)V99.
           05 FILLER         PIC X.
           05 IR-RATE-BPS    PIC 9(04).
           05 FILLER         PIC X.
           05 IR-EFF-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 IR-EXP-DATE    PIC 9(08).

       FD  AccrualFile
           record contains 44 characters.
       01  ACCRUAL-RECORD.
           05 ACR-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 ACR-PERIOD     PIC 9(06).
           05 FILLER         PIC X.
           05 ACR-LAST-DATE  PIC 9(08).
           05 FILLER         PIC X.
           05 ACR-DAYS       PIC 9(03).
           05 FILLER         PIC X.
           05 ACR-ACCRUED    PIC S9(09)V9(06).

       FD  IntControlFile
           record contains 6 characters.
       01  INTCTL-RECORD.
           05 IC-LAST-BATCH  PIC 9(06).

      *> the batch file keeps math.cob's TRANSACTION-RECORD shape
       FD  IntBatchFile
           record contains 39 characters.
       01  INT-BATCH-RECORD  PIC X(39).

       FD  PositionReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  IrtFileStatus     PIC XX.
       01  AcrFileStatus     PIC XX.
       01  IctFileStatus     PIC XX.
       01  BatFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-RUN-PERIOD     PIC 9(06)  VALUE 0.
       01  WS-TOMORROW       PIC 9(08)  VALUE 0.
       01  WS-MONTH-END      PIC X      VALUE "N".
      *> the accrual record's month once this run has finished with
      *> it - next month when tonight is month-end, else this month
       01  WS-NEXT-PERIOD    PIC 9(06)  VALUE 0.
      *> the account the capitalized interest is charged against;
      *> it never accrues interest on itself
       01  WS-ACCRUAL-ACCOUNT PIC 9(08) VALUE 10000005.
      *> actual/365 day count
       01  WS-DAY-BASIS      PIC 9(03)  VALUE 365.
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> INTACCRUE_MODE of REPORT prints the accrued position without
      *> accruing or capitalizing anything - finance's mid-month look;
      *> INTACCRUE_CAPITALIZE of Y/YES/ON capitalizes tonight even
      *> though it is not month-end (an account closing mid-month)
       01  WS-MODE-ENV       PIC X(10)  VALUE SPACES.
       01  WS-REPORT-ONLY    PIC X      VALUE "N".
       01  WS-CAP-ENV        PIC X(03)  VALUE SPACES.
       01  WS-CAP-FORCED     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "INTACCRUE".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP - only accounts the
      *> master carries as OPEN accrue
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> per-account closing balances summed from the ledger
       01  WS-ACCT-COUNT     PIC 9(03)  VALUE 0.
       01  WS-A              PIC 9(03)  VALUE 0.
       01  WS-A-FOUND        PIC 9(03)  VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY occurs 1 to 500 times
                   depending on WS-ACCT-COUNT.
              10 WS-AT-ACCOUNT PIC 9(08).
              10 WS-AT-BALANCE PIC S9(11)V99.

      *> the interest tiers in force on the run date, in file order
       01  WS-TIER-COUNT     PIC 9(02)  VALUE 0.
       01  WS-T              PIC 9(02)  VALUE 0.
       01  WS-TIER-HIT       PIC 9(02)  VALUE 0.
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY occurs 1 to 20 times
                   depending on WS-TIER-COUNT.
              10 WS-TT-BOUND    PIC 9(11)V99.
              10 WS-TT-RATE-BPS PIC 9(04).

      *> the running accrual file, held in memory for the run and
      *> rewritten whole the way math.cob saves its run-control
      *> registry; WS-AC-POSTED is what tonight capitalized
       01  WS-ACR-COUNT      PIC 9(03)  VALUE 0.
       01  WS-C              PIC 9(03)  VALUE 0.
       01  WS-C-FOUND        PIC 9(03)  VALUE 0.
       01  WS-ACR-EOF        PIC X      VALUE "N".
       01  WS-ACR-TABLE.
           05 WS-ACR-ENTRY occurs 1 to 500 times
                   depending on WS-ACR-COUNT.
              10 WS-AC-ACCOUNT   PIC 9(08).
              10 WS-AC-PERIOD    PIC 9(06).
              10 WS-AC-LAST-DATE PIC 9(08).
              10 WS-AC-DAYS      PIC 9(03).
              10 WS-AC-ACCRUED   PIC S9(09)V9(06).
              10 WS-AC-POSTED    PIC S9(07)V99.
       01  WS-ACCRUAL-LINE.
           05 WS-AL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-AL-PERIOD   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-AL-LAST     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-AL-DAYS     PIC 9(03)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-AL-ACCRUED  PIC S9(09)V9(06) VALUE 0.

       01  WS-ACCRUE-DAYS    PIC S9(05) VALUE 0.
       01  WS-DAY-INTEREST   PIC S9(09)V9(06) VALUE 0.
       01  WS-CAP-AMOUNT     PIC S9(07)V99 VALUE 0.
       01  WS-CAP-ERROR      PIC X      VALUE "N".
       01  WS-ACCRUED-COUNT  PIC 9(05)  VALUE 0.
       01  WS-SKIPPED-COUNT  PIC 9(05)  VALUE 0.
       01  WS-INT-BATCH      PIC 9(06)  VALUE 0.
       01  WS-BATCH-OPEN     PIC X      VALUE "N".
       01  WS-CAP-COUNT      PIC 9(06)  VALUE 0.
       01  WS-CAP-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-HASH-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-UNPOSTED-TOTAL PIC S9(11)V9(06) VALUE 0.

      *> the H/D/T records are built here in math.cob's transaction
      *> field pictures, so the batch parses exactly as transmitted
      *> supplier batches do
       01  WS-OUT-HEADER.
           05 FILLER         PIC X      VALUE "H".
           05 WS-OH-BATCH    PIC 9(06)  VALUE 0.
           05 WS-OH-DATE     PIC 9(08)  VALUE 0.
           05 WS-OH-SENDER   PIC X(08)  VALUE "INTERNAL".
           05 FILLER         PIC X(16)  VALUE SPACES.
       01  WS-OUT-DETAIL.
           05 FILLER         PIC X      VALUE "D".
           05 WS-OD-ACCOUNT  PIC 9(08)  VALUE 0.
           05 WS-OD-DATE     PIC 9(08)  VALUE 0.
           05 WS-OD-OP       PIC X      VALUE "A".
           05 WS-OD-CUR      PIC X(03)  VALUE "USD".
           05 WS-OD-A        PIC S9(07)V99 VALUE 0.
           05 WS-OD-B        PIC S9(07)V99 VALUE 0.
       01  WS-OUT-TRAILER.
           05 FILLER         PIC X      VALUE "T".
           05 WS-OT-COUNT    PIC 9(06)  VALUE 0.
           05 WS-OT-HASH     PIC S9(11)V99 VALUE 0.
           05 FILLER         PIC X(19)  VALUE SPACES.

      *> report line layouts in the math-summary.txt print style
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-PERIOD   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X(03)  VALUE SPACES.
           05 WS-DL-LAST     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(03)  VALUE SPACES.
           05 WS-DL-DAYS     PIC ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-ACCRUED  PIC ZZZ,ZZZ,ZZ9.999999CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-POSTED   PIC ZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(32)  VALUE SPACES.
       01  WS-ED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
       01  WS-ED-ACCRUED     PIC ZZ,ZZZ,ZZZ,ZZ9.999999CR.

      *> report paging, math.cob's summary shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "INTEREST ACCRUAL POSITION".
       01  WS-PAGE-NUM       PIC 9(03)  VALUE 0.
       01  WS-LINE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(03)  VALUE 50.
       01  WS-RPT-HOLD       PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RUN-DATE       PIC 9(08).
      *> "Y" the day accrued (or an inquiry run reported), "N" the
      *> rate table, accrual file, or interest batch could not be
      *> read or written and the run stopped short
       01  LK-RESULT         PIC X.

       PROCEDURE DIVISION USING LK-RUN-DATE LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           PERFORM RESET-RUN-TOTALS
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           PERFORM RESOLVE-RUN-CALENDAR
           PERFORM RESOLVE-ACCRUE-MODE
           PERFORM LOAD-ACCRUALS
           IF WS-REPORT-ONLY = "Y"
               DISPLAY "inquiry run - accrued position only, nothing "
                       "accrued or capitalized"
               MOVE "INQUIRY" TO WS-RUN-STATUS
           ELSE
               PERFORM LOAD-INTEREST-RATES
               PERFORM SUM-ACCOUNT-BALANCES
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-ACCT-COUNT
                   PERFORM ACCRUE-ONE-ACCOUNT
               END-PERFORM
               PERFORM CAPITALIZE-DUE-ACCRUALS
               PERFORM SAVE-ACCRUALS
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           PERFORM WRITE-POSITION-REPORT
           MOVE WS-ACCRUED-COUNT TO WS-RUN-PROCESSED
           MOVE WS-SKIPPED-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           GOBACK.

      *> a run that cannot go on still closes its run-log entry, so
      *> the start is never left without an end
       END-RUN-FAILED.
           MOVE WS-ACCRUED-COUNT TO WS-RUN-PROCESSED
           MOVE WS-SKIPPED-COUNT TO WS-RUN-REJECTED
           MOVE "FAILED" TO WS-RUN-STATUS
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           MOVE "N" TO LK-RESULT
           GOBACK
           .

      *> the driver CALLs this once a night, so nothing carried in
      *> working storage from an earlier CALL may count again
       RESET-RUN-TOTALS.
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO WS-MONTH-END
           MOVE SPACES TO WS-MODE-ENV
           MOVE "N" TO WS-REPORT-ONLY
           MOVE SPACES TO WS-CAP-ENV
           MOVE "N" TO WS-CAP-FORCED
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-PROCESSED
           MOVE 0 TO WS-RUN-REJECTED
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-TIER-COUNT
           MOVE 0 TO WS-ACR-COUNT
           MOVE "N" TO WS-ACR-EOF
           MOVE 0 TO WS-ACCRUED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-INT-BATCH
           MOVE "N" TO WS-BATCH-OPEN
           MOVE 0 TO WS-CAP-COUNT
           MOVE 0 TO WS-CAP-TOTAL
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-UNPOSTED-TOTAL
           MOVE 0 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-COUNT
           .

      *> month-end is judged the way driver.cob judges it - tomorrow
      *> falls in a different month
       RESOLVE-RUN-CALENDAR.
           IF LK-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-RUN-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           IF WS-TOMORROW(1:6) NOT = WS-RUN-DATE(1:6)
               MOVE "Y" TO WS-MONTH-END
               MOVE WS-TOMORROW(1:6) TO WS-NEXT-PERIOD
           ELSE
               MOVE WS-RUN-PERIOD TO WS-NEXT-PERIOD
           END-IF
           .

       RESOLVE-ACCRUE-MODE.
           MOVE "INTACCRUE_MODE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:10) TO WS-MODE-ENV
           ELSE
               ACCEPT WS-MODE-ENV FROM ENVIRONMENT "INTACCRUE_MODE"
           END-IF
           IF WS-MODE-ENV = "REPORT" OR WS-MODE-ENV = "INQUIRY"
               MOVE "Y" TO WS-REPORT-ONLY
           END-IF
           MOVE "INTACCRUE_CAPITALIZE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:3) TO WS-CAP-ENV
           ELSE
               ACCEPT WS-CAP-ENV FROM ENVIRONMENT
                   "INTACCRUE_CAPITALIZE"
           END-IF
           IF WS-CAP-ENV = "Y" OR WS-CAP-ENV = "YES"
                   OR WS-CAP-ENV = "ON"
               MOVE "Y" TO WS-CAP-FORCED
           END-IF
           .

      *> only tiers in force on the run date load; a missing or empty
      *> table is fatal - accruing at no rate would mark the day done
      *> with nothing accrued
       LOAD-INTEREST-RATES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT IntRateFile
           IF IrtFileStatus NOT = "00"
               DISPLAY "error opening interest rate table. status="
                       IrtFileStatus
               PERFORM END-RUN-FAILED
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ IntRateFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-TIER-COUNT < 20
                               AND IR-EFF-DATE <= WS-RUN-DATE
                               AND IR-EXP-DATE >= WS-RUN-DATE
                           ADD 1 TO WS-TIER-COUNT
                           MOVE IR-BOUND
                               TO WS-TT-BOUND(WS-TIER-COUNT)
                           MOVE IR-RATE-BPS
                               TO WS-TT-RATE-BPS(WS-TIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IntRateFile
           IF WS-TIER-COUNT = 0
               DISPLAY "no interest tiers in force on " WS-RUN-DATE
                       " - nothing to accrue"
               PERFORM END-RUN-FAILED
           END-IF
           .

      *> a missing accrual file just means nothing has accrued yet
       LOAD-ACCRUALS.
           MOVE 0 TO WS-ACR-COUNT
           OPEN INPUT AccrualFile
           IF AcrFileStatus = "00"
               PERFORM UNTIL WS-ACR-EOF = "Y"
                   READ AccrualFile
                       AT END
                           MOVE "Y" TO WS-ACR-EOF
                       NOT AT END
                           IF WS-ACR-COUNT < 500
                               ADD 1 TO WS-ACR-COUNT
                               MOVE ACR-ACCOUNT
                                   TO WS-AC-ACCOUNT(WS-ACR-COUNT)
                               MOVE ACR-PERIOD
                                   TO WS-AC-PERIOD(WS-ACR-COUNT)
                               MOVE ACR-LAST-DATE
                                   TO WS-AC-LAST-DATE(WS-ACR-COUNT)
                               MOVE ACR-DAYS
                                   TO WS-AC-DAYS(WS-ACR-COUNT)
                               MOVE ACR-ACCRUED
                                   TO WS-AC-ACCRUED(WS-ACR-COUNT)
                               MOVE 0 TO WS-AC-POSTED(WS-ACR-COUNT)
                           ELSE
                               DISPLAY "** more than 500 accrual "
                                       "records - excess not loaded **"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccrualFile
           END-IF
           .

       SUM-ACCOUNT-BALANCES.
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
                       IF LGR-DATE <= WS-RUN-DATE
                           PERFORM TALLY-ACCOUNT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ACCOUNT-BALANCE.
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
                   MOVE LGR-ACCOUNT TO WS-AT-ACCOUNT(WS-A-FOUND)
                   MOVE 0 TO WS-AT-BALANCE(WS-A-FOUND)
               ELSE
                   DISPLAY "** more than 500 accounts on the ledger "
                           "- later accounts not accrued **"
               END-IF
           END-IF
           IF WS-A-FOUND > 0
               ADD LGR-AMOUNT TO WS-AT-BALANCE(WS-A-FOUND)
           END-IF
           .

      *> accrues the days since the account's last accrual at the
      *> tier its closing balance falls in - a run missed over a
      *> weekend picks the missing days up on the next run, and a
      *> second run the same day accrues nothing. Only OPEN accounts
      *> with a positive balance earn; the Interest Accrual account
      *> itself never does.
       ACCRUE-ONE-ACCOUNT.
           IF WS-AT-ACCOUNT(WS-A) = WS-ACCRUAL-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-ACCOUNT(WS-A) TO WS-ACL-ACCOUNT
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK = "Y"
                   AND (WS-ACL-FOUND NOT = "Y"
                       OR WS-ACL-STATUS NOT = "OPEN")
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCRUAL-ENTRY
           IF WS-C-FOUND = 0
               IF WS-AT-BALANCE(WS-A) NOT > 0
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF WS-ACR-COUNT NOT < 500
                   DISPLAY "** accrual table full - account "
                           WS-AT-ACCOUNT(WS-A) " not accrued **"
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-ACR-COUNT TO WS-C-FOUND
               MOVE WS-AT-ACCOUNT(WS-A) TO WS-AC-ACCOUNT(WS-C-FOUND)
               MOVE WS-RUN-PERIOD TO WS-AC-PERIOD(WS-C-FOUND)
               MOVE 0 TO WS-AC-LAST-DATE(WS-C-FOUND)
               MOVE 0 TO WS-AC-DAYS(WS-C-FOUND)
               MOVE 0 TO WS-AC-ACCRUED(WS-C-FOUND)
               MOVE 0 TO WS-AC-POSTED(WS-C-FOUND)
           END-IF
           IF WS-AC-LAST-DATE(WS-C-FOUND) = 0
               MOVE 1 TO WS-ACCRUE-DAYS
           ELSE
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-AC-LAST-DATE(WS-C-FOUND))
           END-IF
           IF WS-ACCRUE-DAYS NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-AC-LAST-DATE(WS-C-FOUND)
      *> days spent at or below zero earn nothing but still count as
      *> accrued through, so they are not picked up again later
           IF WS-AT-BALANCE(WS-A) NOT > 0
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-INTEREST-TIER
           COMPUTE WS-DAY-INTEREST ROUNDED =
               WS-AT-BALANCE(WS-A) * WS-TT-RATE-BPS(WS-TIER-HIT)
               * WS-ACCRUE-DAYS / (10000 * WS-DAY-BASIS)
               ON SIZE ERROR
                   MOVE 0 TO WS-DAY-INTEREST
                   DISPLAY "interest overflow for account "
                           WS-AT-ACCOUNT(WS-A) " - not accrued"
           END-COMPUTE
           ADD WS-DAY-INTEREST TO WS-AC-ACCRUED(WS-C-FOUND)
           ADD WS-ACCRUE-DAYS TO WS-AC-DAYS(WS-C-FOUND)
           ADD 1 TO WS-ACCRUED-COUNT
           DISPLAY "account " WS-AT-ACCOUNT(WS-A) " balance "
                   WS-AT-BALANCE(WS-A) " rate "
                   WS-TT-RATE-BPS(WS-TIER-HIT) "bp days "
                   WS-ACCRUE-DAYS " accrued " WS-DAY-INTEREST
           .

       FIND-ACCRUAL-ENTRY.
           MOVE 0 TO WS-C-FOUND
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-ACR-COUNT
               IF WS-AC-ACCOUNT(WS-C) = WS-AT-ACCOUNT(WS-A)
                   MOVE WS-C TO WS-C-FOUND
               END-IF
           END-PERFORM
           .

      *> the first tier whose upper bound covers the balance applies,
      *> the highest tier when none does - feeassess.cob's rule
       PICK-INTEREST-TIER.
           MOVE 0 TO WS-TIER-HIT
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TIER-COUNT
               IF WS-TIER-HIT = 0
                       AND WS-AT-BALANCE(WS-A) <= WS-TT-BOUND(WS-T)
                   MOVE WS-T TO WS-TIER-HIT
               END-IF
           END-PERFORM
           IF WS-TIER-HIT = 0
               MOVE WS-TIER-COUNT TO WS-TIER-HIT
           END-IF
           .

      *> an accrual is due for capitalization when its month has
      *> already ended (a missed month-end catches up here), or when
      *> tonight is month-end or capitalization has been asked for;
      *> the cents are posted and the sub-cent remainder stays
      *> accrued for next month
       CAPITALIZE-DUE-ACCRUALS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-ACR-COUNT
               IF WS-AC-PERIOD(WS-C) < WS-RUN-PERIOD
                       OR WS-MONTH-END = "Y"
                       OR WS-CAP-FORCED = "Y"
                   PERFORM CAPITALIZE-ONE-ACCRUAL
               END-IF
           END-PERFORM
           IF WS-BATCH-OPEN = "Y"
               MOVE WS-CAP-COUNT TO WS-OT-COUNT
               MOVE WS-HASH-TOTAL TO WS-OT-HASH
               WRITE INT-BATCH-RECORD FROM WS-OUT-TRAILER
               CLOSE IntBatchFile
               DISPLAY "interest batch " WS-INT-BATCH ": "
                       WS-CAP-COUNT " detail(s), interest capitalized "
                       WS-CAP-TOTAL
           ELSE
               IF WS-MONTH-END = "Y" OR WS-CAP-FORCED = "Y"
                   DISPLAY "nothing accrued to capitalize - no "
                           "interest batch produced"
               END-IF
           END-IF
           .

      *> each account's interest posts as a credit pair: the account
      *> is credited and the Interest Accrual account charged, so
      *> every pair nets to zero in the batch hash
       CAPITALIZE-ONE-ACCRUAL.
           MOVE "N" TO WS-CAP-ERROR
           COMPUTE WS-CAP-AMOUNT ROUNDED = WS-AC-ACCRUED(WS-C)
               ON SIZE ERROR
                   MOVE "Y" TO WS-CAP-ERROR
           END-COMPUTE
           IF WS-CAP-ERROR = "Y"
               DISPLAY "accrued interest for account "
                       WS-AC-ACCOUNT(WS-C) " exceeds one posting - "
                       "left accrued for review"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-AMOUNT NOT = 0
               IF WS-BATCH-OPEN = "N"
                   PERFORM NEXT-INTEREST-BATCH-NUMBER
                   PERFORM OPEN-INTEREST-BATCH
               END-IF
               MOVE WS-AC-ACCOUNT(WS-C) TO WS-OD-ACCOUNT
               MOVE WS-RUN-DATE TO WS-OD-DATE
               MOVE 0 TO WS-OD-A
               MOVE WS-CAP-AMOUNT TO WS-OD-B
               WRITE INT-BATCH-RECORD FROM WS-OUT-DETAIL
               ADD WS-OD-B TO WS-HASH-TOTAL
               MOVE WS-ACCRUAL-ACCOUNT TO WS-OD-ACCOUNT
               COMPUTE WS-OD-B = 0 - WS-CAP-AMOUNT
               WRITE INT-BATCH-RECORD FROM WS-OUT-DETAIL
               ADD WS-OD-B TO WS-HASH-TOTAL
               ADD 2 TO WS-CAP-COUNT
               ADD WS-CAP-AMOUNT TO WS-CAP-TOTAL
               SUBTRACT WS-CAP-AMOUNT FROM WS-AC-ACCRUED(WS-C)
               MOVE WS-CAP-AMOUNT TO WS-AC-POSTED(WS-C)
               DISPLAY "account " WS-AC-ACCOUNT(WS-C) " period "
                       WS-AC-PERIOD(WS-C) " interest capitalized "
                       WS-CAP-AMOUNT
           END-IF
           MOVE 0 TO WS-AC-DAYS(WS-C)
           MOVE WS-NEXT-PERIOD TO WS-AC-PERIOD(WS-C)
           .

      *> interest batch numbers come from their own counter file so
      *> they never collide with a supplier's numbering or the fee
      *> batches; the 700000 range marks them as interest
       NEXT-INTEREST-BATCH-NUMBER.
           OPEN INPUT IntControlFile
           IF IctFileStatus = "00"
               READ IntControlFile
                   AT END
                       MOVE 700000 TO IC-LAST-BATCH
               END-READ
               MOVE IC-LAST-BATCH TO WS-INT-BATCH
               CLOSE IntControlFile
           ELSE
               MOVE 700000 TO WS-INT-BATCH
           END-IF
           ADD 1 TO WS-INT-BATCH
           OPEN OUTPUT IntControlFile
           IF IctFileStatus NOT = "00"
               DISPLAY "error writing interest control file. status="
                       IctFileStatus
               PERFORM END-RUN-FAILED
           END-IF
           MOVE WS-INT-BATCH TO IC-LAST-BATCH
           WRITE INTCTL-RECORD
           CLOSE IntControlFile
           .

       OPEN-INTEREST-BATCH.
           OPEN OUTPUT IntBatchFile
           IF BatFileStatus NOT = "00"
               DISPLAY "error opening interest batch file. status="
                       BatFileStatus
               PERFORM END-RUN-FAILED
           END-IF
           MOVE "Y" TO WS-BATCH-OPEN
           MOVE WS-INT-BATCH TO WS-OH-BATCH
           MOVE WS-RUN-DATE TO WS-OH-DATE
           WRITE INT-BATCH-RECORD FROM WS-OUT-HEADER
           .

       SAVE-ACCRUALS.
           OPEN OUTPUT AccrualFile
           IF AcrFileStatus NOT = "00"
               DISPLAY "error rewriting accrual file. status="
                       AcrFileStatus
               PERFORM END-RUN-FAILED
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-ACR-COUNT
               MOVE WS-AC-ACCOUNT(WS-C) TO WS-AL-ACCOUNT
               MOVE WS-AC-PERIOD(WS-C) TO WS-AL-PERIOD
               MOVE WS-AC-LAST-DATE(WS-C) TO WS-AL-LAST
               MOVE WS-AC-DAYS(WS-C) TO WS-AL-DAYS
               MOVE WS-AC-ACCRUED(WS-C) TO WS-AL-ACCRUED
               WRITE ACCRUAL-RECORD FROM WS-ACCRUAL-LINE
           END-PERFORM
           CLOSE AccrualFile
           .

      *> what finance asks for at any point in the month: interest
      *> accrued and not yet posted, per account and in total, with
      *> tonight's capitalization alongside
       WRITE-POSITION-REPORT.
           OPEN OUTPUT PositionReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening accrual position report. "
                       "status=" RptFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "ACCRUED THROUGH: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "  ACCOUNT   NAME                      PERIOD   "
               & "LAST DATE  DAYS      ACCRUED UNPOSTED  "
               & "  CAPITALIZED" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-ACR-COUNT
               PERFORM WRITE-ACCRUAL-LINE
           END-PERFORM
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNPOSTED-TOTAL TO WS-ED-ACCRUED
           MOVE SPACES TO ReportLine
           STRING "TOTAL ACCRUED NOT YET POSTED:  " DELIMITED BY SIZE
                  WS-ED-ACCRUED DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CAP-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO ReportLine
           STRING "CAPITALIZED THIS RUN:          " DELIMITED BY SIZE
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-BATCH-OPEN = "Y"
               MOVE SPACES TO ReportLine
               STRING "INTEREST BATCH " DELIMITED BY SIZE
                      WS-INT-BATCH DELIMITED BY SIZE
                      " WRITTEN TO interest-batch.txt FOR POSTING"
                      DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE PositionReport
           DISPLAY "accrued not yet posted: " WS-UNPOSTED-TOTAL
                   " - see interest-position.txt"
           .

       WRITE-ACCRUAL-LINE.
           MOVE WS-AC-ACCOUNT(WS-C) TO WS-ACL-ACCOUNT
           MOVE SPACES TO WS-ACL-NAME
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK NOT = "Y" OR WS-ACL-FOUND NOT = "Y"
               MOVE SPACES TO WS-ACL-NAME
           END-IF
           MOVE WS-AC-ACCOUNT(WS-C) TO WS-DL-ACCOUNT
           MOVE WS-ACL-NAME TO WS-DL-NAME
           MOVE WS-AC-PERIOD(WS-C) TO WS-DL-PERIOD
           MOVE WS-AC-LAST-DATE(WS-C) TO WS-DL-LAST
           MOVE WS-AC-DAYS(WS-C) TO WS-DL-DAYS
           MOVE WS-AC-ACCRUED(WS-C) TO WS-DL-ACCRUED
           MOVE WS-AC-POSTED(WS-C) TO WS-DL-POSTED
           MOVE WS-DETAIL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           ADD WS-AC-ACCRUED(WS-C) TO WS-UNPOSTED-TOTAL
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
