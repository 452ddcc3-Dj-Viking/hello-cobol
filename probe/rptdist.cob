      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
      *> Report distribution: the night's reports used to be copied
      *> by hand into the finance, compliance, and supplier folders.
      *> Each row of the distribution table names a report, the
      *> recipient area it goes to, and how long the area keeps it;
      *> a report produced for the run date is copied to
      *> distrib/<area>/<run date>-<report>, and a burst report (the
      *> account statements) is split so each account's pages land
      *> in their own <run date>-stmt-<account>.txt. A report marked
      *> expected that was not produced for the run date raises an
      *> ALERTLOG warning. Copies past their area's retention are
      *> removed. Everything sent, missed, or removed is written to
      *> the delivery log. CALLed as a scheduled driver.cob step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistFile
               ASSIGN TO "../distrib.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DstFileStatus.

      *> DYNAMIC so one SELECT reads every report on the table
           SELECT ReportFile
               ASSIGN TO DYNAMIC WS-REPORT-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

      *> DYNAMIC so one SELECT writes every delivered copy
           SELECT OutFile
               ASSIGN TO DYNAMIC WS-OUT-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is OutFileStatus.

           SELECT DeliveryLog
               ASSIGN TO "distrib-delivery.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DlgFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DistFile
           record contains 48 characters.
       COPY distrec.

      *> wide enough for the widest report; line sequential reads
      *> pad the shorter lines with spaces and writes drop them again
       FD  ReportFile
           record contains 200 characters.
       01  ReportLine        PIC X(200).

       FD  OutFile
           record contains 200 characters.
       01  OutLine           PIC X(200).

       FD  DeliveryLog
           record contains 135 characters.
       COPY distlogrec.

       WORKING-STORAGE SECTION.
       01  DstFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  OutFileStatus     PIC XX.
       01  DlgFileStatus     PIC XX.
       01  WS-EOF-FLAG       PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-RUN-INT        PIC 9(08)  VALUE 0.
       01  WS-NOW-TIME       PIC X(08)  VALUE SPACES.
       01  WS-REPORT-PATH    PIC X(30)  VALUE SPACES.
       01  WS-OUT-PATH       PIC X(60)  VALUE SPACES.
       01  WS-DIR-PATH       PIC X(60)  VALUE SPACES.
       01  WS-DELETE-PATH    PIC X(60)  VALUE SPACES.
       01  WS-ROOT-DIR       PIC X(08)  VALUE "distrib".

       01  WS-DS-COUNT       PIC 9(03)  VALUE 0.
       01  WS-D              PIC 9(03)  VALUE 0.
       01  WS-DS-TABLE.
           05 WS-DS-ENTRY occurs 1 to 200 times
                   depending on WS-DS-COUNT.
              10 WS-DT-REPORT    PIC X(30).
              10 WS-DT-RECIPIENT PIC X(08).
              10 WS-DT-RETAIN    PIC 9(04).
              10 WS-DT-EXPECTED  PIC X.
              10 WS-DT-BURST     PIC X.

      *> a report counts as produced for the run date when its file
      *> stamp is no earlier than the run date - an older copy is
      *> the last run's report and has already been delivered
       01  WS-CHECK-PATH     PIC X(100) VALUE SPACES.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE    PIC X(08).
           05  WS-FI-DAY     PIC 9(02)  COMP-X.
           05  WS-FI-MONTH   PIC 9(02)  COMP-X.
           05  WS-FI-YEAR    PIC 9(04)  COMP-X.
           05  WS-FI-HOUR    PIC 9(02)  COMP-X.
           05  WS-FI-MIN     PIC 9(02)  COMP-X.
           05  WS-FI-SEC     PIC 9(02)  COMP-X.
           05  FILLER        PIC X(49).
       01  WS-FILE-DATE      PIC 9(08)  VALUE 0.
       01  WS-PRODUCED       PIC X      VALUE "N".

      *> bursting: the page header every paged report opens a page
      *> with, and the line an account statement starts on; a page
      *> header is held until the next printed line shows whether it
      *> opens a new account or continues the current one
       01  WS-HEADER-MARK    PIC X(12)  VALUE "  RUN DATE: ".
       01  WS-ACCOUNT-MARK   PIC X(09)  VALUE "ACCOUNT: ".
       01  WS-HOLD-COUNT     PIC 9(02)  VALUE 0.
       01  WS-H              PIC 9(02)  VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-LINE occurs 10 times PIC X(200).
       01  WS-OUT-OPEN       PIC X      VALUE "N".
       01  WS-BURST-ACCOUNT  PIC X(08)  VALUE SPACES.

      *> the delivered copies still on hand, from the delivery log,
      *> for the retention pass
       01  WS-DL-COUNT       PIC 9(04)  VALUE 0.
       01  WS-L              PIC 9(04)  VALUE 0.
       01  WS-L-FOUND        PIC 9(04)  VALUE 0.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY occurs 1 to 3000 times
                   depending on WS-DL-COUNT.
              10 WS-DL-DATE      PIC 9(08).
              10 WS-DL-REPORT    PIC X(30).
              10 WS-DL-RECIPIENT PIC X(08).
              10 WS-DL-PATH      PIC X(60).
              10 WS-DL-GONE      PIC X.
       01  WS-COPY-AGE       PIC S9(07) VALUE 0.

      *> the delivery being logged
       01  WS-LOG-REPORT     PIC X(30)  VALUE SPACES.
       01  WS-LOG-RECIPIENT  PIC X(08)  VALUE SPACES.
       01  WS-LOG-STATUS     PIC X(08)  VALUE SPACES.
       01  WS-LOG-LINES      PIC 9(07)  VALUE 0.

       01  WS-LINE-COUNT     PIC 9(07)  VALUE 0.
       01  WS-SENT-COUNT     PIC 9(05)  VALUE 0.
       01  WS-MISSING-COUNT  PIC 9(05)  VALUE 0.
       01  WS-FAILED-COUNT   PIC 9(05)  VALUE 0.
       01  WS-PURGED-COUNT   PIC 9(05)  VALUE 0.

      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "RPTDIST".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

       LINKAGE SECTION.
      *> the business date being distributed; zero means today
       01  LK-RUN-DATE       PIC 9(08).
      *> "Y" every expected report delivered, "W" an expected report
      *> was not produced, "N" no distribution table or a copy could
      *> not be written
       01  LK-RESULT         PIC X.

       PROCEDURE DIVISION USING LK-RUN-DATE LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           MOVE 0 TO WS-SENT-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           IF LK-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-RUN-DATE TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-DISTRIBUTION
           IF WS-DS-COUNT = 0
               DISPLAY "report distribution: no distribution table"
               MOVE "N" TO LK-RESULT
               GOBACK
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-ROOT-DIR
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DS-COUNT
               PERFORM DISTRIBUTE-ONE-ROW
           END-PERFORM
           PERFORM APPLY-RETENTION
           DISPLAY "report distribution " WS-RUN-DATE ": "
                   WS-SENT-COUNT " sent, " WS-MISSING-COUNT
                   " missing, " WS-FAILED-COUNT " failed, "
                   WS-PURGED-COUNT " purged"
           IF WS-FAILED-COUNT > 0
               MOVE "N" TO LK-RESULT
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE "W" TO LK-RESULT
               END-IF
           END-IF
           GOBACK.

       LOAD-DISTRIBUTION.
           MOVE 0 TO WS-DS-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DistFile
           IF DstFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DistFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DS-COUNT < 200 AND DS-REPORT NOT = SPACES
                           ADD 1 TO WS-DS-COUNT
                           MOVE DS-REPORT TO WS-DT-REPORT(WS-DS-COUNT)
                           MOVE DS-RECIPIENT
                               TO WS-DT-RECIPIENT(WS-DS-COUNT)
                           MOVE DS-RETAIN TO WS-DT-RETAIN(WS-DS-COUNT)
                           MOVE DS-EXPECTED
                               TO WS-DT-EXPECTED(WS-DS-COUNT)
                           MOVE DS-BURST TO WS-DT-BURST(WS-DS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DistFile
           .

      *> a report not produced for the run date is only news when it
      *> was expected; the alert names the report once per recipient
      *> row so each area's missing delivery is on the log
       DISTRIBUTE-ONE-ROW.
           MOVE WS-DT-REPORT(WS-D) TO WS-REPORT-PATH
           MOVE WS-DT-REPORT(WS-D) TO WS-LOG-REPORT
           MOVE WS-DT-RECIPIENT(WS-D) TO WS-LOG-RECIPIENT
           PERFORM CHECK-PRODUCED
           IF WS-PRODUCED = "N"
               IF WS-DT-EXPECTED(WS-D) = "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "MISSING" TO WS-LOG-STATUS
                   MOVE 0 TO WS-LOG-LINES
                   MOVE SPACES TO WS-OUT-PATH
                   PERFORM LOG-DELIVERY
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING FUNCTION TRIM(WS-DT-REPORT(WS-D))
                              DELIMITED BY SIZE
                          " not produced for " DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-DT-RECIPIENT(WS-D) DELIMITED BY SPACE
                          INTO WS-ALERT-MESSAGE
                   CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                       WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DIR-PATH
           STRING FUNCTION TRIM(WS-ROOT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DT-RECIPIENT(WS-D) DELIMITED BY SPACE
                  INTO WS-DIR-PATH
           CALL "CBL_CREATE_DIR" USING WS-DIR-PATH
           MOVE 0 TO RETURN-CODE
           IF WS-DT-BURST(WS-D) = "Y"
               PERFORM BURST-REPORT
           ELSE
               PERFORM COPY-REPORT
           END-IF
           .

       CHECK-PRODUCED.
           MOVE "N" TO WS-PRODUCED
           MOVE WS-REPORT-PATH TO WS-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH
               WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FILE-DATE =
               WS-FI-YEAR * 10000 + WS-FI-MONTH * 100 + WS-FI-DAY
           IF WS-FILE-DATE NOT < WS-RUN-DATE
               MOVE "Y" TO WS-PRODUCED
           END-IF
           .

       COPY-REPORT.
           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-DIR-PATH) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-REPORT-PATH DELIMITED BY SPACE
                  INTO WS-OUT-PATH
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ReportFile
           IF RptFileStatus NOT = "00"
               PERFORM NOTE-FAILED-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OutFile
           IF OutFileStatus NOT = "00"
               CLOSE ReportFile
               PERFORM NOTE-FAILED-COPY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ReportFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ReportLine TO OutLine
                       WRITE OutLine
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE ReportFile
           CLOSE OutFile
           PERFORM NOTE-SENT-COPY
           .

      *> each account's statement - its first page header, the
      *> ACCOUNT line, and every page up to the next account's - goes
      *> to its own file under the recipient area
       BURST-REPORT.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-OUT-OPEN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ReportFile
           IF RptFileStatus NOT = "00"
               MOVE SPACES TO WS-OUT-PATH
               PERFORM NOTE-FAILED-COPY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ReportFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM BURST-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM FLUSH-HELD-LINES
           CLOSE ReportFile
           IF WS-OUT-OPEN = "Y"
               CLOSE OutFile
               PERFORM NOTE-SENT-COPY
           END-IF
           .

       BURST-ONE-LINE.
           IF ReportLine(41:12) = WS-HEADER-MARK
               PERFORM FLUSH-HELD-LINES
               MOVE 1 TO WS-HOLD-COUNT
               MOVE ReportLine TO WS-HOLD-LINE(1)
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT > 0 AND WS-HOLD-COUNT < 10
                   AND ReportLine = SPACES
               ADD 1 TO WS-HOLD-COUNT
               MOVE ReportLine TO WS-HOLD-LINE(WS-HOLD-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF ReportLine(1:9) = WS-ACCOUNT-MARK
               IF WS-OUT-OPEN = "Y"
                   CLOSE OutFile
                   MOVE "N" TO WS-OUT-OPEN
                   PERFORM NOTE-SENT-COPY
               END-IF
               MOVE ReportLine(10:8) TO WS-BURST-ACCOUNT
               PERFORM OPEN-BURST-FILE
           END-IF
           PERFORM FLUSH-HELD-LINES
           IF WS-OUT-OPEN = "Y"
               MOVE ReportLine TO OutLine
               WRITE OutLine
               ADD 1 TO WS-LINE-COUNT
           END-IF
           .

       OPEN-BURST-FILE.
           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-DIR-PATH) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "-stmt-" DELIMITED BY SIZE
                  WS-BURST-ACCOUNT DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-OUT-PATH
           MOVE 0 TO WS-LINE-COUNT
           OPEN OUTPUT OutFile
           IF OutFileStatus NOT = "00"
               PERFORM NOTE-FAILED-COPY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OUT-OPEN
           .

      *> held page-header lines belong to whichever statement is
      *> open when the next printed line arrives
       FLUSH-HELD-LINES.
           IF WS-OUT-OPEN = "Y"
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-HOLD-COUNT
                   MOVE WS-HOLD-LINE(WS-H) TO OutLine
                   WRITE OutLine
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-IF
           MOVE 0 TO WS-HOLD-COUNT
           .

       NOTE-SENT-COPY.
           ADD 1 TO WS-SENT-COUNT
           MOVE "SENT" TO WS-LOG-STATUS
           MOVE WS-LINE-COUNT TO WS-LOG-LINES
           PERFORM LOG-DELIVERY
           .

       NOTE-FAILED-COPY.
           ADD 1 TO WS-FAILED-COUNT
           MOVE "FAILED" TO WS-LOG-STATUS
           MOVE 0 TO WS-LOG-LINES
           PERFORM LOG-DELIVERY
           DISPLAY "report distribution: could not deliver "
                   FUNCTION TRIM(WS-LOG-REPORT) " to "
                   WS-LOG-RECIPIENT
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING FUNCTION TRIM(WS-LOG-REPORT) DELIMITED BY SIZE
                  " could not be delivered to " DELIMITED BY SIZE
                  WS-LOG-RECIPIENT DELIMITED BY SPACE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           .

      *> a copy older than its area's retention is removed; the
      *> report and area's row on the table sets the retention, and
      *> a copy whose row has since been dropped is left alone
       APPLY-RETENTION.
           PERFORM LOAD-DELIVERED
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-DL-COUNT
               IF WS-DL-GONE(WS-L) = "N"
                   PERFORM CHECK-ONE-COPY
               END-IF
           END-PERFORM
           .

       CHECK-ONE-COPY.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DS-COUNT
               IF WS-DT-REPORT(WS-D) = WS-DL-REPORT(WS-L)
                       AND WS-DT-RECIPIENT(WS-D)
                           = WS-DL-RECIPIENT(WS-L)
                       AND WS-DT-RETAIN(WS-D) > 0
                       AND WS-DL-GONE(WS-L) = "N"
                   COMPUTE WS-COPY-AGE = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(WS-DL-DATE(WS-L))
                   IF WS-COPY-AGE > WS-DT-RETAIN(WS-D)
                       MOVE WS-DL-PATH(WS-L) TO WS-DELETE-PATH
                       CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
                       MOVE 0 TO RETURN-CODE
                       MOVE "Y" TO WS-DL-GONE(WS-L)
                       ADD 1 TO WS-PURGED-COUNT
                       MOVE WS-DL-REPORT(WS-L) TO WS-LOG-REPORT
                       MOVE WS-DL-RECIPIENT(WS-L) TO WS-LOG-RECIPIENT
                       MOVE "PURGED" TO WS-LOG-STATUS
                       MOVE 0 TO WS-LOG-LINES
                       MOVE WS-DL-PATH(WS-L) TO WS-OUT-PATH
                       PERFORM LOG-DELIVERY
                   END-IF
               END-IF
           END-PERFORM
           .

      *> one entry per delivered path, dated by its latest SENT line;
      *> a later PURGED line for the path means it is already gone
       LOAD-DELIVERED.
           MOVE 0 TO WS-DL-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DeliveryLog
           IF DlgFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DeliveryLog
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DV-STATUS = "SENT" OR DV-STATUS = "PURGED"
                           PERFORM NOTE-DELIVERED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DeliveryLog
           .

       NOTE-DELIVERED.
           MOVE 0 TO WS-L-FOUND
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-DL-COUNT
               IF WS-DL-PATH(WS-L) = DV-PATH
                   MOVE WS-L TO WS-L-FOUND
               END-IF
           END-PERFORM
           IF WS-L-FOUND = 0
               IF WS-DL-COUNT >= 3000 OR DV-STATUS = "PURGED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DL-COUNT
               MOVE WS-DL-COUNT TO WS-L-FOUND
               MOVE DV-PATH TO WS-DL-PATH(WS-L-FOUND)
           END-IF
           IF DV-STATUS = "PURGED"
               MOVE "Y" TO WS-DL-GONE(WS-L-FOUND)
           ELSE
               MOVE DV-DATE TO WS-DL-DATE(WS-L-FOUND)
               MOVE DV-REPORT TO WS-DL-REPORT(WS-L-FOUND)
               MOVE DV-RECIPIENT TO WS-DL-RECIPIENT(WS-L-FOUND)
               MOVE "N" TO WS-DL-GONE(WS-L-FOUND)
           END-IF
           .

       LOG-DELIVERY.
           OPEN EXTEND DeliveryLog
           IF DlgFileStatus = "35" OR DlgFileStatus = "05"
               OPEN OUTPUT DeliveryLog
           END-IF
           IF DlgFileStatus NOT = "00"
               DISPLAY "error opening delivery log. status="
                       DlgFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DIST-LOG-RECORD
           MOVE WS-RUN-DATE TO DV-DATE
           MOVE WS-NOW-TIME TO DV-TIME
           MOVE WS-LOG-REPORT TO DV-REPORT
           MOVE WS-LOG-RECIPIENT TO DV-RECIPIENT
           MOVE WS-LOG-STATUS TO DV-STATUS
           MOVE WS-LOG-LINES TO DV-LINES
           MOVE WS-OUT-PATH TO DV-PATH
           WRITE DIST-LOG-RECORD
           CLOSE DeliveryLog
           .
