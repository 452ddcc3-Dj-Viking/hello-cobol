      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispage.
      *> Dispute aging report: every case still OPEN on the dispute
      *> case file with the ledger posting it disputes, the date and
      *> operator that opened it, and how many days it has been open,
      *> bucketed under 30, 30-59, 60-89, and 90 days and over with a
      *> count and amount per bucket. A case whose transfer to the
      *> disputes account has not gone out in a batch yet is marked,
      *> and a case open 90 days or more is flagged - the question
      *> nobody could answer from the email threads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile
               ASSIGN TO "disputes.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DspFileStatus.

           SELECT AgingReport
               ASSIGN TO "dispute-aging.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile
           record contains 143 characters.
       COPY disputerec.

       FD  AgingReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  DspFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "DISPAGE".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

       01  WS-DAYS-OPEN      PIC S9(07) VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(05)  VALUE 0.
       01  WS-OPEN-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-UNBATCHED      PIC 9(05)  VALUE 0.
      *> the aging buckets: under 30, 30-59, 60-89, 90 and over
       01  WS-BKT            PIC 9(01)  VALUE 0.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY occurs 4 times.
              10 WS-BK-COUNT    PIC 9(05).
              10 WS-BK-AMOUNT   PIC S9(11)V99.
       01  WS-BUCKET-LABELS.
           05 FILLER         PIC X(20)  VALUE "UNDER 30 DAYS".
           05 FILLER         PIC X(20)  VALUE "30 - 59 DAYS".
           05 FILLER         PIC X(20)  VALUE "60 - 89 DAYS".
           05 FILLER         PIC X(20)  VALUE "90 DAYS AND OVER".
       01  WS-BUCKET-LABEL-TABLE redefines WS-BUCKET-LABELS.
           05 WS-BK-LABEL    PIC X(20)  occurs 4 times.

      *> report line layouts in the math-summary.txt print style
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-CASE     PIC 9(06)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-OPENED   PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-OPENED-BY PIC X(08) VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-DAYS     PIC ZZZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-FLAG     PIC X(12)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-REASON   PIC X(30)  VALUE SPACES.
       01  WS-BUCKET-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-BL-LABEL    PIC X(20)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-BL-COUNT    PIC ZZZZ9.
           05 FILLER         PIC X(09)  VALUE " CASE(S) ".
           05 WS-BL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(75)  VALUE SPACES.

      *> report paging, math.cob's summary shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "DISPUTE CASE AGING - OPEN CASES".
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
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               MOVE 0 TO WS-BK-COUNT(WS-BKT)
               MOVE 0 TO WS-BK-AMOUNT(WS-BKT)
           END-PERFORM
           OPEN OUTPUT AgingReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening dispute aging report. status="
                       RptFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               PERFORM WRITE-AGING-REPORT
               CLOSE AgingReport
               MOVE "OK" TO WS-RUN-STATUS
               DISPLAY WS-OPEN-COUNT " open case(s), "
                       WS-BK-COUNT(4) " open 90 days or more - see "
                       "dispute-aging.txt"
           END-IF
           MOVE WS-OPEN-COUNT TO WS-RUN-PROCESSED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       WRITE-AGING-REPORT.
           MOVE SPACES TO ReportLine
           MOVE "  CASE    ACCOUNT   POSTED            AMOUNT    BATCH"
               & "   OPENED    BY         DAYS  FLAG          REASON"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DisputeFile
           IF DspFileStatus NOT = "00"
               MOVE SPACES TO ReportLine
               MOVE "  (no dispute case file)" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DisputeFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DP-STATUS = "OPEN"
                           PERFORM WRITE-CASE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile
           IF WS-OPEN-COUNT = 0
               MOVE SPACES TO ReportLine
               MOVE "  (no open cases)" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BUCKET-TOTALS
           .

       WRITE-CASE-LINE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(DP-OPENED)
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN < 30
                   MOVE 1 TO WS-BKT
               WHEN WS-DAYS-OPEN < 60
                   MOVE 2 TO WS-BKT
               WHEN WS-DAYS-OPEN < 90
                   MOVE 3 TO WS-BKT
               WHEN OTHER
                   MOVE 4 TO WS-BKT
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT(WS-BKT)
           ADD DP-AMOUNT TO WS-BK-AMOUNT(WS-BKT)
           ADD 1 TO WS-OPEN-COUNT
           ADD DP-AMOUNT TO WS-OPEN-TOTAL
           MOVE DP-CASE-ID TO WS-DL-CASE
           MOVE DP-ACCOUNT TO WS-DL-ACCOUNT
           MOVE DP-POST-DATE TO WS-DL-DATE
           MOVE DP-AMOUNT TO WS-DL-AMOUNT
           MOVE DP-BATCH TO WS-DL-BATCH
           MOVE DP-OPENED TO WS-DL-OPENED
           MOVE DP-OPENED-BY TO WS-DL-OPENED-BY
           MOVE WS-DAYS-OPEN TO WS-DL-DAYS
           MOVE SPACES TO WS-DL-FLAG
           IF DP-OPEN-BATCH = 0
               MOVE "NOT BATCHED" TO WS-DL-FLAG
               ADD 1 TO WS-UNBATCHED
           END-IF
           IF WS-BKT = 4
               MOVE "** 90+ DAYS" TO WS-DL-FLAG
           END-IF
           MOVE DP-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-BUCKET-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               MOVE WS-BK-LABEL(WS-BKT) TO WS-BL-LABEL
               MOVE WS-BK-COUNT(WS-BKT) TO WS-BL-COUNT
               MOVE WS-BK-AMOUNT(WS-BKT) TO WS-BL-AMOUNT
               MOVE WS-BUCKET-LINE TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "TOTAL OPEN" TO WS-BL-LABEL
           MOVE WS-OPEN-COUNT TO WS-BL-COUNT
           MOVE WS-OPEN-TOTAL TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-UNBATCHED > 0
               MOVE SPACES TO ReportLine
               STRING "  " DELIMITED BY SIZE
                      WS-UNBATCHED DELIMITED BY SIZE
                      " CASE(S) WHOSE TRANSFER TO DISPUTES HAS NOT "
                          DELIMITED BY SIZE
                      "BEEN BATCHED - RUN DISPMAINT" DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
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
