      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. qualcard.
      *> Monthly supplier data-quality scorecard for the supplier
      *> review meetings: one section per sender id, built from the
      *> tallies QUALLOG has been collecting on the quality log -
      *> intake's files received and rejected, iteratestring.cob's
      *> structure and field errors by type, file.cob's quarantined
      *> records, and math.cob's suspense captures by reason. Each
      *> failure count is shown as a rate per thousand of the
      *> records it was found among (a rejected file per thousand
      *> files received), beside the same figures for the month
      *> before and the change, so a supplier that is getting worse
      *> is on the page instead of spread across five files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QualityFile
               ASSIGN TO "quality-log.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is QualFileStatus.

           SELECT ScorecardReport
               ASSIGN TO "quality-scorecard.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is ScdFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  QualityFile
           record contains 43 characters.
       COPY qualrec.

       FD  ScorecardReport
           record contains 132 characters.
       01  ScorecardLine     PIC X(132).

       WORKING-STORAGE SECTION.
       01  QualFileStatus    PIC XX.
       01  ScdFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> the month scored, SCORECARD_MONTH (YYYYMM) or by default
      *> the month just closed, and the month before it for trend
       01  WS-MONTH-ENV      PIC X(06)  VALUE SPACES.
       01  WS-CUR-MONTH      PIC 9(06)  VALUE 0.
       01  WS-PRV-MONTH      PIC 9(06)  VALUE 0.
       01  WS-REC-MONTH      PIC 9(06)  VALUE 0.
      *> parameters for the CALL to GETPARM
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "QUALCARD".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> the two months' tallies summed by sender, source and kind
       01  WS-TLY-COUNT      PIC 9(03)  VALUE 0.
       01  WS-T              PIC 9(03)  VALUE 0.
       01  WS-T-FOUND        PIC 9(03)  VALUE 0.
       01  WS-TLY-TABLE.
           05 WS-TLY-ENTRY occurs 1 to 500 times
                   depending on WS-TLY-COUNT.
              10 WS-TL-SENDER   PIC X(08).
              10 WS-TL-SOURCE   PIC X(08).
              10 WS-TL-CATEGORY PIC X(08).
              10 WS-TL-CUR      PIC 9(09).
              10 WS-TL-PRV      PIC 9(09).

      *> the senders with anything logged in either month
       01  WS-SND-COUNT      PIC 9(03)  VALUE 0.
       01  WS-N              PIC 9(03)  VALUE 0.
       01  WS-N-FOUND        PIC 9(03)  VALUE 0.
       01  WS-SND-TABLE.
           05 WS-SND-ENTRY occurs 1 to 100 times
                   depending on WS-SND-COUNT.
              10 WS-SN-ID       PIC X(08).

      *> the failure sources in print order, each with the volume
      *> its rate is taken against
       01  WS-SOURCE-TABLE.
           05 FILLER PIC X(32)
               VALUE "REJECT  INTAKE  FILES   FILES   ".
           05 FILLER PIC X(32)
               VALUE "STRUCT  PARSE   RECORDS RECORDS ".
           05 FILLER PIC X(32)
               VALUE "FIELD   PARSE   RECORDS RECORDS ".
           05 FILLER PIC X(32)
               VALUE "QUARANTNREADFILERECORDS RECORDS ".
           05 FILLER PIC X(32)
               VALUE "SUSPENSEINTAKE  RECORDS RECORDS ".
       01  WS-SOURCE-ENTRIES redefines WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY occurs 5 times.
              10 WS-SR-SOURCE   PIC X(08).
              10 WS-SR-VOL-SRC  PIC X(08).
              10 WS-SR-VOL-CAT  PIC X(08).
              10 WS-SR-PER      PIC X(08).
       01  WS-S              PIC 9(01)  VALUE 0.

      *> the volumes for the sender being printed
       01  WS-LOOK-SOURCE    PIC X(08)  VALUE SPACES.
       01  WS-LOOK-CATEGORY  PIC X(08)  VALUE SPACES.
       01  WS-LOOK-CUR       PIC 9(09)  VALUE 0.
       01  WS-LOOK-PRV       PIC 9(09)  VALUE 0.
       01  WS-VOL-CUR        PIC 9(09)  VALUE 0.
       01  WS-VOL-PRV        PIC 9(09)  VALUE 0.
       01  WS-RATE-CUR       PIC 9(07)V99 VALUE 0.
       01  WS-RATE-PRV       PIC 9(07)V99 VALUE 0.
       01  WS-RATE-CHANGE    PIC S9(07)V99 VALUE 0.
       01  WS-TREND          PIC X(06)  VALUE SPACES.
       01  WS-SND-LINES      PIC 9(03)  VALUE 0.
       01  WS-SND-WORSE      PIC 9(03)  VALUE 0.
       01  WS-TOTAL-WORSE    PIC 9(05)  VALUE 0.

      *> one volume line: what the failure rates are taken against
       01  WS-VOLUME-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-VL-SOURCE   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-VL-CATEGORY PIC X(08)  VALUE SPACES.
           05 WS-VL-CUR      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(12)  VALUE "  last month".
           05 WS-VL-PRV      PIC ZZZ,ZZZ,ZZ9.

      *> one failure line: kind, this month count and rate, last
      *> month count and rate, the change in rate, and its trend
       01  WS-FAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-FL-SOURCE   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-FL-CATEGORY PIC X(08)  VALUE SPACES.
           05 WS-FL-CUR      PIC ZZZ,ZZZ,ZZ9.
           05 WS-FL-CUR-RATE PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-FL-PRV      PIC ZZZ,ZZZ,ZZ9.
           05 WS-FL-PRV-RATE PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-FL-CHANGE   PIC ------9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-FL-TREND    PIC X(06)  VALUE SPACES.

      *> report paging, same shape as the suite's other print files
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "SUPPLIER DATA-QUALITY SCORECARD".
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
           PERFORM RESOLVE-MONTH
           PERFORM LOAD-QUALITY-LOG
           OPEN OUTPUT ScorecardReport
           IF ScdFileStatus NOT = "00"
               DISPLAY "error opening scorecard report. status="
                       ScdFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           IF WS-SND-COUNT = 0
               MOVE SPACES TO ScorecardLine
               STRING "no supplier quality tallies for " DELIMITED BY SIZE
                      WS-CUR-MONTH DELIMITED BY SIZE
                      " or " DELIMITED BY SIZE
                      WS-PRV-MONTH DELIMITED BY SIZE
                      INTO ScorecardLine
               PERFORM WRITE-SCORECARD-LINE
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-SND-COUNT
               PERFORM REPORT-ONE-SENDER
           END-PERFORM
           CLOSE ScorecardReport
           DISPLAY WS-SND-COUNT " sender(s) scored for " WS-CUR-MONTH
                   ", " WS-TOTAL-WORSE " measure(s) worse than "
                   WS-PRV-MONTH " - see quality-scorecard.txt"
           MOVE WS-SND-COUNT TO WS-RUN-PROCESSED
           MOVE WS-TOTAL-WORSE TO WS-RUN-REJECTED
           MOVE "OK" TO WS-RUN-STATUS
           PERFORM END-RUN
           .

       END-RUN.
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-MONTH.
           MOVE "SCORECARD_MONTH" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:6) TO WS-MONTH-ENV
           ELSE
               ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "SCORECARD_MONTH"
           END-IF
           IF WS-MONTH-ENV IS NUMERIC
               MOVE WS-MONTH-ENV TO WS-CUR-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-CUR-MONTH
               PERFORM STEP-BACK-MONTH
               MOVE WS-PRV-MONTH TO WS-CUR-MONTH
           END-IF
           PERFORM STEP-BACK-MONTH
           .

      *> the month before WS-CUR-MONTH, across a year end
       STEP-BACK-MONTH.
           IF WS-CUR-MONTH(5:2) = "01"
               COMPUTE WS-PRV-MONTH = WS-CUR-MONTH - 89
           ELSE
               COMPUTE WS-PRV-MONTH = WS-CUR-MONTH - 1
           END-IF
           .

       LOAD-QUALITY-LOG.
           OPEN INPUT QualityFile
           IF QualFileStatus NOT = "00"
               DISPLAY "no quality log found. status=" QualFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ QualityFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE QL-DATE(1:6) TO WS-REC-MONTH
                       IF WS-REC-MONTH = WS-CUR-MONTH
                               OR WS-REC-MONTH = WS-PRV-MONTH
                           PERFORM ADD-ONE-TALLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QualityFile
           .

       ADD-ONE-TALLY.
           MOVE 0 TO WS-T-FOUND
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TLY-COUNT
               IF WS-TL-SENDER(WS-T) = QL-SENDER
                       AND WS-TL-SOURCE(WS-T) = QL-SOURCE
                       AND WS-TL-CATEGORY(WS-T) = QL-CATEGORY
                   MOVE WS-T TO WS-T-FOUND
               END-IF
           END-PERFORM
           IF WS-T-FOUND = 0
               IF WS-TLY-COUNT NOT < 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TLY-COUNT
               MOVE WS-TLY-COUNT TO WS-T-FOUND
               MOVE QL-SENDER TO WS-TL-SENDER(WS-T-FOUND)
               MOVE QL-SOURCE TO WS-TL-SOURCE(WS-T-FOUND)
               MOVE QL-CATEGORY TO WS-TL-CATEGORY(WS-T-FOUND)
               MOVE 0 TO WS-TL-CUR(WS-T-FOUND)
               MOVE 0 TO WS-TL-PRV(WS-T-FOUND)
               PERFORM NOTE-SENDER
           END-IF
           IF WS-REC-MONTH = WS-CUR-MONTH
               ADD QL-COUNT TO WS-TL-CUR(WS-T-FOUND)
           ELSE
               ADD QL-COUNT TO WS-TL-PRV(WS-T-FOUND)
           END-IF
           .

       NOTE-SENDER.
           MOVE 0 TO WS-N-FOUND
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-SND-COUNT
               IF WS-SN-ID(WS-N) = QL-SENDER
                   MOVE WS-N TO WS-N-FOUND
               END-IF
           END-PERFORM
           IF WS-N-FOUND = 0 AND WS-SND-COUNT < 100
               ADD 1 TO WS-SND-COUNT
               MOVE QL-SENDER TO WS-SN-ID(WS-SND-COUNT)
           END-IF
           .

      *> volumes first, then every failure kind the sender had in
      *> either month, source by source
       REPORT-ONE-SENDER.
           MOVE 0 TO WS-SND-WORSE
           MOVE SPACES TO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           MOVE SPACES TO ScorecardLine
           STRING "=== SENDER " DELIMITED BY SIZE
                  WS-SN-ID(WS-N) DELIMITED BY SIZE
                  "   MONTH " DELIMITED BY SIZE
                  WS-CUR-MONTH DELIMITED BY SIZE
                  "   COMPARED WITH " DELIMITED BY SIZE
                  WS-PRV-MONTH DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           MOVE "INTAKE" TO WS-LOOK-SOURCE
           MOVE "FILES" TO WS-LOOK-CATEGORY
           PERFORM WRITE-VOLUME-LINE
           MOVE "RECORDS" TO WS-LOOK-CATEGORY
           PERFORM WRITE-VOLUME-LINE
           MOVE "PARSE" TO WS-LOOK-SOURCE
           PERFORM WRITE-VOLUME-LINE
           MOVE "READFILE" TO WS-LOOK-SOURCE
           PERFORM WRITE-VOLUME-LINE
           MOVE SPACES TO ScorecardLine
           STRING "  SOURCE   KIND        THIS MONTH  PER 1000"
                  "   LAST MONTH  PER 1000      CHANGE  TREND"
                  DELIMITED BY SIZE INTO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           MOVE 0 TO WS-SND-LINES
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
               MOVE WS-SR-VOL-SRC(WS-S) TO WS-LOOK-SOURCE
               MOVE WS-SR-VOL-CAT(WS-S) TO WS-LOOK-CATEGORY
               PERFORM LOOK-UP-TALLY
               MOVE WS-LOOK-CUR TO WS-VOL-CUR
               MOVE WS-LOOK-PRV TO WS-VOL-PRV
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TLY-COUNT
                   IF WS-TL-SENDER(WS-T) = WS-SN-ID(WS-N)
                           AND WS-TL-SOURCE(WS-T) = WS-SR-SOURCE(WS-S)
                       PERFORM WRITE-FAILURE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SND-LINES = 0
               MOVE "  no failures in either month" TO ScorecardLine
               PERFORM WRITE-SCORECARD-LINE
           END-IF
           MOVE SPACES TO ScorecardLine
           STRING "  measures worse than last month: " DELIMITED BY SIZE
                  WS-SND-WORSE DELIMITED BY SIZE
                  INTO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           ADD WS-SND-WORSE TO WS-TOTAL-WORSE
           .

       WRITE-VOLUME-LINE.
           PERFORM LOOK-UP-TALLY
           MOVE WS-LOOK-SOURCE TO WS-VL-SOURCE
           MOVE WS-LOOK-CATEGORY TO WS-VL-CATEGORY
           MOVE WS-LOOK-CUR TO WS-VL-CUR
           MOVE WS-LOOK-PRV TO WS-VL-PRV
           MOVE WS-VOLUME-LINE TO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           .

       LOOK-UP-TALLY.
           MOVE 0 TO WS-LOOK-CUR
           MOVE 0 TO WS-LOOK-PRV
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TLY-COUNT
               IF WS-TL-SENDER(WS-T) = WS-SN-ID(WS-N)
                       AND WS-TL-SOURCE(WS-T) = WS-LOOK-SOURCE
                       AND WS-TL-CATEGORY(WS-T) = WS-LOOK-CATEGORY
                   MOVE WS-TL-CUR(WS-T) TO WS-LOOK-CUR
                   MOVE WS-TL-PRV(WS-T) TO WS-LOOK-PRV
               END-IF
           END-PERFORM
           .

      *> a month with no volume has no rate; a kind with no volume
      *> last month cannot trend and shows NEW
       WRITE-FAILURE-LINE.
           ADD 1 TO WS-SND-LINES
           MOVE 0 TO WS-RATE-CUR
           MOVE 0 TO WS-RATE-PRV
           IF WS-VOL-CUR > 0
               COMPUTE WS-RATE-CUR ROUNDED =
                   WS-TL-CUR(WS-T) * 1000 / WS-VOL-CUR
           END-IF
           IF WS-VOL-PRV > 0
               COMPUTE WS-RATE-PRV ROUNDED =
                   WS-TL-PRV(WS-T) * 1000 / WS-VOL-PRV
           END-IF
           COMPUTE WS-RATE-CHANGE = WS-RATE-CUR - WS-RATE-PRV
           EVALUATE TRUE
               WHEN WS-VOL-PRV = 0
                   MOVE "NEW" TO WS-TREND
               WHEN WS-RATE-CHANGE > 0
                   MOVE "WORSE" TO WS-TREND
                   ADD 1 TO WS-SND-WORSE
               WHEN WS-RATE-CHANGE < 0
                   MOVE "BETTER" TO WS-TREND
               WHEN OTHER
                   MOVE "SAME" TO WS-TREND
           END-EVALUATE
           MOVE WS-TL-SOURCE(WS-T) TO WS-FL-SOURCE
           MOVE WS-TL-CATEGORY(WS-T) TO WS-FL-CATEGORY
           MOVE WS-TL-CUR(WS-T) TO WS-FL-CUR
           MOVE WS-RATE-CUR TO WS-FL-CUR-RATE
           MOVE WS-TL-PRV(WS-T) TO WS-FL-PRV
           MOVE WS-RATE-PRV TO WS-FL-PRV-RATE
           MOVE WS-RATE-CHANGE TO WS-FL-CHANGE
           MOVE WS-TREND TO WS-FL-TREND
           MOVE WS-FAIL-LINE TO ScorecardLine
           PERFORM WRITE-SCORECARD-LINE
           .

       WRITE-SCORECARD-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-COUNT
           MOVE ScorecardLine TO WS-RPT-HOLD
           MOVE SPACES TO ScorecardLine
           STRING WS-RPT-TITLE DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
                  INTO ScorecardLine
           WRITE ScorecardLine
           MOVE SPACES TO ScorecardLine
           WRITE ScorecardLine
           MOVE WS-RPT-HOLD TO ScorecardLine
           .

       WRITE-SCORECARD-LINE.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-SCORECARD-HEADER
           END-IF
           WRITE ScorecardLine
           ADD 1 TO WS-LINE-COUNT
           .
