      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aggrmon.
      *> Aggregation monitoring over the posting ledger: math.cob's
      *> CHECK-REVIEW-THRESHOLD only sees one detail at a time, so an
      *> amount split into several items each under MATH_REVIEW_LIMIT
      *> posts without a second look. This run sums every account's
      *> postings per posting day and over a rolling window of
      *> AGGR_WINDOW_DAYS ending on the as-of date, and reports each
      *> account whose day total reaches AGGR_DAY_LIMIT or whose
      *> window total reaches AGGR_WINDOW_LIMIT while no single
      *> posting in it reached the review limit - the items that did
      *> are already on the high-value review report. Each flagged
      *> account is listed with its contributing postings and their
      *> batch numbers, and any flagged aggregate at or over
      *> AGGR_HARD_LIMIT raises a C alert. Amounts are the base-
      *> currency size of each posting, credits and debits alike;
      *> reversal contra entries and ledgerroll's brought-forward
      *> records are not new money and are left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT AggregationReport
               ASSIGN TO "aggregation-report.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  AggregationReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
       01  WS-PARM-TEXT      PIC X(12)  VALUE SPACES.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "AGGRMON".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "AGGRMON".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> the window: AGGR_WINDOW_DAYS calendar days ending on the
      *> as-of date (AGGR_ASOF_DATE, default today)
       01  WS-ASOF-DATE      PIC 9(08)  VALUE 0.
       01  WS-WINDOW-DAYS    PIC 9(03)  VALUE 5.
       01  WS-WINDOW-START   PIC 9(08)  VALUE 0.
      *> the thresholds, whole base-currency units like
      *> MATH_REVIEW_LIMIT, which is read here too so "no single
      *> item did" means the same thing math.cob meant
       01  WS-REVIEW-LIMIT   PIC 9(09)V99 VALUE 100000.
       01  WS-DAY-LIMIT      PIC 9(09)V99 VALUE 100000.
       01  WS-WINDOW-LIMIT   PIC 9(09)V99 VALUE 250000.
       01  WS-HARD-LIMIT     PIC 9(09)V99 VALUE 500000.
       01  WS-LIMIT-WORK     PIC 9(13)V99 VALUE 0.

      *> one entry per account per posting day inside the window
       01  WS-AD-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AD             PIC 9(04)  VALUE 0.
       01  WS-AD-FOUND       PIC 9(04)  VALUE 0.
       01  WS-AD-TABLE.
           05 WS-AD-ENTRY occurs 1 to 5000 times
                   depending on WS-AD-COUNT.
              10 WS-AD-ACCOUNT  PIC 9(08).
              10 WS-AD-DATE     PIC 9(08).
              10 WS-AD-TOTAL    PIC 9(11)V99.
              10 WS-AD-LARGEST  PIC 9(09)V99.
              10 WS-AD-ITEMS    PIC 9(05).
              10 WS-AD-FLAG     PIC X.
       01  WS-AD-FULL        PIC X      VALUE "N".

      *> one entry per account, the window rolled up from its days
       01  WS-AC-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AC             PIC 9(04)  VALUE 0.
       01  WS-AC-FOUND       PIC 9(04)  VALUE 0.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY occurs 1 to 1000 times
                   depending on WS-AC-COUNT.
              10 WS-AC-ACCOUNT  PIC 9(08).
              10 WS-AC-TOTAL    PIC 9(13)V99.
              10 WS-AC-LARGEST  PIC 9(09)V99.
              10 WS-AC-ITEMS    PIC 9(05).
              10 WS-AC-DAY-FLAGS PIC 9(03).
              10 WS-AC-WIN-FLAG PIC X.
              10 WS-AC-PEAK     PIC 9(13)V99.

       01  WS-POST-SIZE      PIC 9(09)V99 VALUE 0.
       01  WS-POSTINGS-READ  PIC 9(07)  VALUE 0.
       01  WS-FLAGGED-COUNT  PIC 9(04)  VALUE 0.
       01  WS-HARD-COUNT     PIC 9(04)  VALUE 0.
       01  WS-ED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-WHOLE       PIC ZZZ,ZZZ,ZZ9.

      *> report line layouts in trialbal.cob's print style
       01  WS-ACCOUNT-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-ACCOUNT  PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-WHAT     PIC X(14)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE SPACES.
           05 WS-AL-DATE     PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-ITEMS    PIC ZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-LARGEST  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-AL-NOTE     PIC X(10)  VALUE SPACES.
           05 FILLER         PIC X(13)  VALUE SPACES.
       01  WS-POSTING-LINE.
           05 FILLER         PIC X(14)  VALUE SPACES.
           05 WS-PL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(08)  VALUE "  BATCH ".
           05 WS-PL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-PL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-PL-CURRENCY PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE SPACES.
           05 WS-PL-ORIG     PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-PL-NOTE     PIC X(12)  VALUE SPACES.
           05 FILLER         PIC X(41)  VALUE SPACES.

      *> report paging, trialbal.cob's shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "AGGREGATION MONITORING REPORT".
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
           PERFORM RESOLVE-PARAMETERS
           PERFORM SUM-WINDOW-POSTINGS
           PERFORM FLAG-AGGREGATES
           PERFORM WRITE-AGGREGATION-REPORT
           PERFORM RAISE-AGGREGATION-ALERTS
           IF WS-HARD-COUNT > 0
               MOVE "HARDLIM" TO WS-RUN-STATUS
           ELSE
               IF WS-FLAGGED-COUNT > 0
                   MOVE "FLAGGED" TO WS-RUN-STATUS
               ELSE
                   MOVE "OK" TO WS-RUN-STATUS
               END-IF
           END-IF
           DISPLAY WS-AC-COUNT " account(s) active in the window, "
                   WS-FLAGGED-COUNT " flagged - see "
                   "aggregation-report.txt"
           MOVE WS-POSTINGS-READ TO WS-RUN-PROCESSED
           MOVE WS-FLAGGED-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-PARAMETERS.
           MOVE "AGGR_ASOF_DATE" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-ASOF-DATE = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           IF WS-ASOF-DATE = 0
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           MOVE "AGGR_WINDOW_DAYS" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 5 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               - WS-WINDOW-DAYS + 1)
           MOVE "MATH_REVIEW_LIMIT" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-REVIEW-LIMIT = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           MOVE "AGGR_DAY_LIMIT" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-DAY-LIMIT = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           MOVE "AGGR_WINDOW_LIMIT" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-WINDOW-LIMIT = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           MOVE "AGGR_HARD_LIMIT" TO WS-PARM-KEYWORD
           PERFORM READ-PARAMETER
           IF WS-PARM-TEXT NOT = SPACES
               COMPUTE WS-HARD-LIMIT = FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF
           .

      *> GETPARM first, then the environment variable of the same name
       READ-PARAMETER.
           MOVE SPACES TO WS-PARM-TEXT
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:12) TO WS-PARM-TEXT
           ELSE
               ACCEPT WS-PARM-TEXT FROM ENVIRONMENT WS-PARM-KEYWORD
           END-IF
           .

       SUM-WINDOW-POSTINGS.
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
                       IF LGR-DATE >= WS-WINDOW-START
                               AND LGR-DATE <= WS-ASOF-DATE
                               AND LGR-BATCH NOT = 0
                               AND LGR-ORIG-DATE = 0
                           PERFORM TALLY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ONE-POSTING.
           ADD 1 TO WS-POSTINGS-READ
           IF LGR-AMOUNT < 0
               COMPUTE WS-POST-SIZE = 0 - LGR-AMOUNT
           ELSE
               MOVE LGR-AMOUNT TO WS-POST-SIZE
           END-IF
           PERFORM FIND-ACCOUNT-DAY
           IF WS-AD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-POST-SIZE TO WS-AD-TOTAL(WS-AD-FOUND)
           ADD 1 TO WS-AD-ITEMS(WS-AD-FOUND)
           IF WS-POST-SIZE > WS-AD-LARGEST(WS-AD-FOUND)
               MOVE WS-POST-SIZE TO WS-AD-LARGEST(WS-AD-FOUND)
           END-IF
           .

       FIND-ACCOUNT-DAY.
           MOVE 0 TO WS-AD-FOUND
           PERFORM VARYING WS-AD FROM 1 BY 1
                   UNTIL WS-AD > WS-AD-COUNT OR WS-AD-FOUND > 0
               IF WS-AD-ACCOUNT(WS-AD) = LGR-ACCOUNT
                       AND WS-AD-DATE(WS-AD) = LGR-DATE
                   MOVE WS-AD TO WS-AD-FOUND
               END-IF
           END-PERFORM
           IF WS-AD-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AD-COUNT >= 5000
               IF WS-AD-FULL = "N"
                   MOVE "Y" TO WS-AD-FULL
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "aggregation table full - window only partly "
                       & "checked" TO WS-ALERT-MESSAGE
                   CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                       WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AD-COUNT
           MOVE WS-AD-COUNT TO WS-AD-FOUND
           MOVE LGR-ACCOUNT TO WS-AD-ACCOUNT(WS-AD-FOUND)
           MOVE LGR-DATE TO WS-AD-DATE(WS-AD-FOUND)
           MOVE 0 TO WS-AD-TOTAL(WS-AD-FOUND)
           MOVE 0 TO WS-AD-LARGEST(WS-AD-FOUND)
           MOVE 0 TO WS-AD-ITEMS(WS-AD-FOUND)
           MOVE "N" TO WS-AD-FLAG(WS-AD-FOUND)
           .

      *> a day is flagged when its total reaches the day limit with
      *> every item under the review limit; the account's window is
      *> flagged on the same terms against the window limit
       FLAG-AGGREGATES.
           PERFORM VARYING WS-AD FROM 1 BY 1
                   UNTIL WS-AD > WS-AD-COUNT
               PERFORM ROLL-UP-ACCOUNT-DAY
               IF WS-AD-TOTAL(WS-AD) >= WS-DAY-LIMIT
                       AND WS-AD-LARGEST(WS-AD) < WS-REVIEW-LIMIT
                   MOVE "Y" TO WS-AD-FLAG(WS-AD)
                   ADD 1 TO WS-AC-DAY-FLAGS(WS-AC-FOUND)
                   IF WS-AD-TOTAL(WS-AD) > WS-AC-PEAK(WS-AC-FOUND)
                       MOVE WS-AD-TOTAL(WS-AD)
                           TO WS-AC-PEAK(WS-AC-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-AC-COUNT
               IF WS-AC-TOTAL(WS-AC) >= WS-WINDOW-LIMIT
                       AND WS-AC-LARGEST(WS-AC) < WS-REVIEW-LIMIT
                   MOVE "Y" TO WS-AC-WIN-FLAG(WS-AC)
                   IF WS-AC-TOTAL(WS-AC) > WS-AC-PEAK(WS-AC)
                       MOVE WS-AC-TOTAL(WS-AC) TO WS-AC-PEAK(WS-AC)
                   END-IF
               END-IF
               IF WS-AC-WIN-FLAG(WS-AC) = "Y"
                       OR WS-AC-DAY-FLAGS(WS-AC) > 0
                   ADD 1 TO WS-FLAGGED-COUNT
                   IF WS-AC-PEAK(WS-AC) >= WS-HARD-LIMIT
                       ADD 1 TO WS-HARD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       ROLL-UP-ACCOUNT-DAY.
           MOVE 0 TO WS-AC-FOUND
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-AC-COUNT OR WS-AC-FOUND > 0
               IF WS-AC-ACCOUNT(WS-AC) = WS-AD-ACCOUNT(WS-AD)
                   MOVE WS-AC TO WS-AC-FOUND
               END-IF
           END-PERFORM
           IF WS-AC-FOUND = 0
               IF WS-AC-COUNT >= 1000
                   MOVE 0 TO WS-AD-TOTAL(WS-AD)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-FOUND
               MOVE WS-AD-ACCOUNT(WS-AD) TO WS-AC-ACCOUNT(WS-AC-FOUND)
               MOVE 0 TO WS-AC-TOTAL(WS-AC-FOUND)
               MOVE 0 TO WS-AC-LARGEST(WS-AC-FOUND)
               MOVE 0 TO WS-AC-ITEMS(WS-AC-FOUND)
               MOVE 0 TO WS-AC-DAY-FLAGS(WS-AC-FOUND)
               MOVE "N" TO WS-AC-WIN-FLAG(WS-AC-FOUND)
               MOVE 0 TO WS-AC-PEAK(WS-AC-FOUND)
           END-IF
           ADD WS-AD-TOTAL(WS-AD) TO WS-AC-TOTAL(WS-AC-FOUND)
           ADD WS-AD-ITEMS(WS-AD) TO WS-AC-ITEMS(WS-AC-FOUND)
           IF WS-AD-LARGEST(WS-AD) > WS-AC-LARGEST(WS-AC-FOUND)
               MOVE WS-AD-LARGEST(WS-AD) TO WS-AC-LARGEST(WS-AC-FOUND)
           END-IF
           .

       WRITE-AGGREGATION-REPORT.
           OPEN OUTPUT AggregationReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening aggregation report. status="
                       RptFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "WINDOW: " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DAY-LIMIT TO WS-ED-WHOLE
           MOVE SPACES TO ReportLine
           STRING "DAY LIMIT:    " DELIMITED BY SIZE
                  WS-ED-WHOLE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WINDOW-LIMIT TO WS-ED-WHOLE
           MOVE SPACES TO ReportLine
           STRING "WINDOW LIMIT: " DELIMITED BY SIZE
                  WS-ED-WHOLE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REVIEW-LIMIT TO WS-ED-WHOLE
           MOVE SPACES TO ReportLine
           STRING "ITEM REVIEW:  " DELIMITED BY SIZE
                  WS-ED-WHOLE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HARD-LIMIT TO WS-ED-WHOLE
           MOVE SPACES TO ReportLine
           STRING "HARD LIMIT:   " DELIMITED BY SIZE
                  WS-ED-WHOLE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-FLAGGED-COUNT = 0
               MOVE "NO ACCOUNT AGGREGATES CROSSED A LIMIT"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "  ACCOUNT   NAME                      AGGREGATE"
                   & "      DATE         ITEMS              TOTAL"
                   & "       LARGEST ITEM"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-AC FROM 1 BY 1
                       UNTIL WS-AC > WS-AC-COUNT
                   IF WS-AC-WIN-FLAG(WS-AC) = "Y"
                           OR WS-AC-DAY-FLAGS(WS-AC) > 0
                       PERFORM WRITE-FLAGGED-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "POSTINGS IN WINDOW: " DELIMITED BY SIZE
                  WS-POSTINGS-READ DELIMITED BY SIZE
                  "  ACCOUNTS: " DELIMITED BY SIZE
                  WS-AC-COUNT DELIMITED BY SIZE
                  "  FLAGGED: " DELIMITED BY SIZE
                  WS-FLAGGED-COUNT DELIMITED BY SIZE
                  "  OVER HARD LIMIT: " DELIMITED BY SIZE
                  WS-HARD-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           CLOSE AggregationReport
           .

      *> the account's flagged days and window, then every posting
      *> that went into them
       WRITE-FLAGGED-ACCOUNT.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AC-ACCOUNT(WS-AC) TO WS-ACL-ACCOUNT
           MOVE SPACES TO WS-ACL-NAME
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK NOT = "Y" OR WS-ACL-FOUND NOT = "Y"
               MOVE SPACES TO WS-ACL-NAME
           END-IF
           MOVE WS-AC-ACCOUNT(WS-AC) TO WS-AL-ACCOUNT
           MOVE WS-ACL-NAME TO WS-AL-NAME
           PERFORM VARYING WS-AD FROM 1 BY 1
                   UNTIL WS-AD > WS-AD-COUNT
               IF WS-AD-ACCOUNT(WS-AD) = WS-AC-ACCOUNT(WS-AC)
                       AND WS-AD-FLAG(WS-AD) = "Y"
                   MOVE "DAY" TO WS-AL-WHAT
                   MOVE WS-AD-DATE(WS-AD) TO WS-AL-DATE
                   MOVE WS-AD-ITEMS(WS-AD) TO WS-AL-ITEMS
                   MOVE WS-AD-TOTAL(WS-AD) TO WS-AL-TOTAL
                   MOVE WS-AD-LARGEST(WS-AD) TO WS-AL-LARGEST
                   MOVE WS-AD-TOTAL(WS-AD) TO WS-LIMIT-WORK
                   PERFORM WRITE-AGGREGATE-LINE
               END-IF
           END-PERFORM
           IF WS-AC-WIN-FLAG(WS-AC) = "Y"
               MOVE "WINDOW" TO WS-AL-WHAT
               MOVE WS-WINDOW-START TO WS-AL-DATE
               MOVE WS-AC-ITEMS(WS-AC) TO WS-AL-ITEMS
               MOVE WS-AC-TOTAL(WS-AC) TO WS-AL-TOTAL
               MOVE WS-AC-LARGEST(WS-AC) TO WS-AL-LARGEST
               MOVE WS-AC-TOTAL(WS-AC) TO WS-LIMIT-WORK
               PERFORM WRITE-AGGREGATE-LINE
           END-IF
           PERFORM LIST-CONTRIBUTING-POSTINGS
           .

       WRITE-AGGREGATE-LINE.
           IF WS-LIMIT-WORK >= WS-HARD-LIMIT
               MOVE "HARD LIMIT" TO WS-AL-NOTE
           ELSE
               MOVE SPACES TO WS-AL-NOTE
           END-IF
           MOVE WS-ACCOUNT-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-AL-ACCOUNT
           MOVE SPACES TO WS-AL-NAME
           .

      *> a second pass of the ledger for the one account; postings on
      *> a flagged day are marked, the rest only count to the window
       LIST-CONTRIBUTING-POSTINGS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LedgerFile
           IF LgrFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LGR-ACCOUNT = WS-AC-ACCOUNT(WS-AC)
                               AND LGR-DATE >= WS-WINDOW-START
                               AND LGR-DATE <= WS-ASOF-DATE
                               AND LGR-BATCH NOT = 0
                               AND LGR-ORIG-DATE = 0
                           PERFORM WRITE-POSTING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       WRITE-POSTING-LINE.
           MOVE LGR-DATE TO WS-PL-DATE
           MOVE LGR-BATCH TO WS-PL-BATCH
           MOVE LGR-AMOUNT TO WS-PL-AMOUNT
           MOVE LGR-CURRENCY TO WS-PL-CURRENCY
           MOVE LGR-ORIG-AMOUNT TO WS-PL-ORIG
           MOVE SPACES TO WS-PL-NOTE
           PERFORM VARYING WS-AD FROM 1 BY 1
                   UNTIL WS-AD > WS-AD-COUNT
               IF WS-AD-ACCOUNT(WS-AD) = LGR-ACCOUNT
                       AND WS-AD-DATE(WS-AD) = LGR-DATE
                       AND WS-AD-FLAG(WS-AD) = "Y"
                   MOVE "FLAGGED DAY" TO WS-PL-NOTE
               END-IF
           END-PERFORM
           MOVE WS-POSTING-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> one C alert per account whose flagged aggregate reached the
      *> hard limit, and an I/W line for the run as a whole
       RAISE-AGGREGATION-ALERTS.
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-AC-COUNT
               IF (WS-AC-WIN-FLAG(WS-AC) = "Y"
                       OR WS-AC-DAY-FLAGS(WS-AC) > 0)
                       AND WS-AC-PEAK(WS-AC) >= WS-HARD-LIMIT
                   MOVE WS-AC-PEAK(WS-AC) TO WS-ED-AMOUNT
                   MOVE "C" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "acct " DELIMITED BY SIZE
                          WS-AC-ACCOUNT(WS-AC) DELIMITED BY SIZE
                          " split aggregate " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ED-AMOUNT)
                              DELIMITED BY SIZE
                          " over hard limit" DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                       WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-FLAGGED-COUNT > 0
               MOVE "W" TO WS-ALERT-SEVERITY
               STRING WS-FLAGGED-COUNT DELIMITED BY SIZE
                      " account(s) flagged for split postings"
                          DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
           ELSE
               MOVE "I" TO WS-ALERT-SEVERITY
               MOVE "aggregation monitoring clean"
                   TO WS-ALERT-MESSAGE
           END-IF
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
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
