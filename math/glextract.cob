      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glextract.
      *> General ledger interface extract: the corporate GL was kept
      *> up to date by re-keying totals from math-summary.txt and the
      *> trial balance. This run summarizes ledger.dat into a journal
      *> file the GL loads directly - one line per account per
      *> posting date with its debit and credit totals and the
      *> chartacct.dat reporting line, between a header and a trailer
      *> carrying the control counts and totals. Every day sent is
      *> written to the send-tracking file gl-sent.dat with the
      *> journal it went out in, so a day can never go twice and a
      *> day missed by an earlier run is simply picked up by the next
      *> one. Only days dayend.cob has closed go out: a day left HELD
      *> in position.dat is refused with a warning, and a day not yet
      *> closed waits. ledgerroll's brought-forward records restate
      *> balances the GL already has and are not journal activity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> dayend.cob's position history - the day must be closed
           SELECT PositionFile
               ASSIGN TO "position.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PosFileStatus.

           SELECT ChartFile
               ASSIGN TO "../chartacct.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CoaFileStatus.

           SELECT SentFile
               ASSIGN TO "gl-sent.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is SentFileStatus.

      *> one numbered journal file per run that has anything to send,
      *> so an unsent file is never overwritten by the next
           SELECT JournalFile
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is JnlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors recon/dayend.cob's POSITION-RECORD layout
       FD  PositionFile
           record contains 59 characters.
       01  POSITION-RECORD.
           05 POS-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 POS-OPENING    PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-ACTIVITY   PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-CLOSING    PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-STATUS     PIC X(08).

      *> mirrors math/finstmt.cob's CHART-RECORD layout
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

      *> one record per posting day sent: the day, the journal it went
      *> in, the date it was sent, and that day's lines and totals
       FD  SentFile
           record contains 58 characters.
       01  SENT-RECORD.
           05 SNT-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 SNT-JOURNAL    PIC 9(06).
           05 FILLER         PIC X.
           05 SNT-SENT-ON    PIC 9(08).
           05 FILLER         PIC X.
           05 SNT-LINES      PIC 9(05).
           05 FILLER         PIC X.
           05 SNT-DEBITS     PIC 9(11)V99.
           05 FILLER         PIC X.
           05 SNT-CREDITS    PIC 9(11)V99.

       FD  JournalFile
           record contains 80 characters.
       01  JOURNAL-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  PosFileStatus     PIC XX.
       01  CoaFileStatus     PIC XX.
       01  SentFileStatus    PIC XX.
       01  JnlFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-JOURNAL-PATH   PIC X(100) VALUE SPACES.
       01  WS-JOURNAL-SEQ    PIC 9(06)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "GLEXTRACT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "GLEXTRACT".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> days already sent, from gl-sent.dat
       01  WS-SD-COUNT       PIC 9(04)  VALUE 0.
       01  WS-SD             PIC 9(04)  VALUE 0.
       01  WS-SENT-TABLE.
           05 WS-SD-DATE occurs 1 to 5000 times
                   depending on WS-SD-COUNT PIC 9(08).
       01  WS-SENT-FOUND     PIC X      VALUE "N".
       01  WS-SENT-OVERFLOW  PIC X      VALUE "N".

      *> the position history, as dayend.cob keeps it
       01  WS-PS-COUNT       PIC 9(03)  VALUE 0.
       01  WS-PS             PIC 9(03)  VALUE 0.
       01  WS-POS-TABLE.
           05 WS-PS-ENTRY occurs 1 to 500 times
                   depending on WS-PS-COUNT.
              10 WS-PS-DATE     PIC 9(08).
              10 WS-PS-STATUS   PIC X(08).
       01  WS-DAY-STATUS     PIC X(08)  VALUE SPACES.

      *> the chart's reporting line for each account
       01  WS-COA-EOF        PIC X      VALUE "N".
       01  WS-COA-COUNT      PIC 9(04)  VALUE 0.
       01  WS-COA            PIC 9(04)  VALUE 0.
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY occurs 1 to 1000 times
                   depending on WS-COA-COUNT.
              10 WS-COA-ACCOUNT PIC 9(08).
              10 WS-COA-LINE    PIC 9(04).

      *> the journal being built: one entry per account per day
       01  WS-JL-COUNT       PIC 9(04)  VALUE 0.
       01  WS-JL             PIC 9(04)  VALUE 0.
       01  WS-JL-FOUND       PIC 9(04)  VALUE 0.
       01  WS-JL-TABLE.
           05 WS-JL-ENTRY occurs 1 to 5000 times
                   depending on WS-JL-COUNT.
              10 WS-JL-DATE     PIC 9(08).
              10 WS-JL-ACCOUNT  PIC 9(08).
              10 WS-JL-DEBIT    PIC 9(11)V99.
              10 WS-JL-CREDIT   PIC 9(11)V99.
              10 WS-JL-DONE     PIC X.
       01  WS-JL-OVERFLOW    PIC X      VALUE "N".

      *> the days going out in this journal, and those held back
       01  WS-DY-COUNT       PIC 9(03)  VALUE 0.
       01  WS-DY             PIC 9(03)  VALUE 0.
       01  WS-DY-FOUND       PIC 9(03)  VALUE 0.
       01  WS-DAY-TABLE.
           05 WS-DY-ENTRY occurs 1 to 500 times
                   depending on WS-DY-COUNT.
              10 WS-DY-DATE     PIC 9(08).
              10 WS-DY-LINES    PIC 9(05).
              10 WS-DY-DEBITS   PIC 9(11)V99.
              10 WS-DY-CREDITS  PIC 9(11)V99.
              10 WS-DY-DONE     PIC X.
       01  WS-SK-COUNT       PIC 9(03)  VALUE 0.
       01  WS-SK             PIC 9(03)  VALUE 0.
       01  WS-SK-FOUND       PIC 9(03)  VALUE 0.
       01  WS-SKIP-TABLE.
           05 WS-SK-ENTRY occurs 1 to 500 times
                   depending on WS-SK-COUNT.
              10 WS-SK-DATE     PIC 9(08).
              10 WS-SK-STATUS   PIC X(08).
       01  WS-HELD-COUNT     PIC 9(03)  VALUE 0.

      *> output ordering - lowest date, then lowest account, first
       01  WS-NEXT-DAY       PIC 9(03)  VALUE 0.
       01  WS-NEXT-LINE      PIC 9(04)  VALUE 0.
       01  WS-LINE-TOTAL     PIC 9(06)  VALUE 0.
       01  WS-DEBIT-TOTAL    PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL   PIC 9(13)V99 VALUE 0.
       01  WS-POST-SIZE      PIC 9(09)V99 VALUE 0.

      *> journal record layouts
       01  WS-HEADER-LINE.
           05 FILLER         PIC X      VALUE "H".
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-JOURNAL  PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-RUN-DATE PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-FIRST    PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-LAST     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-DAYS     PIC 9(03)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-SOURCE   PIC X(08)  VALUE "LEDGER".
           05 FILLER         PIC X(32)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X      VALUE "D".
           05 FILLER         PIC X      VALUE ",".
           05 WS-DL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-DL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-DL-GL-LINE  PIC 9(04)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-DL-DEBIT    PIC 9(11)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-DL-CREDIT   PIC 9(11)V99 VALUE 0.
           05 FILLER         PIC X(28)  VALUE SPACES.
       01  WS-TRAILER-LINE.
           05 FILLER         PIC X      VALUE "T".
           05 FILLER         PIC X      VALUE ",".
           05 WS-TL-JOURNAL  PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-TL-LINES    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-TL-DEBITS   PIC 9(13)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-TL-CREDITS  PIC 9(13)V99 VALUE 0.
           05 FILLER         PIC X(33)  VALUE SPACES.
       01  WS-SENT-LINE.
           05 WS-SL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-JOURNAL  PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-SENT-ON  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-LINES    PIC 9(05)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-DEBITS   PIC 9(11)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-CREDITS  PIC 9(11)V99 VALUE 0.
       01  WS-ED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SENT-DAYS
           IF WS-SENT-OVERFLOW = "Y"
               DISPLAY "** send-tracking file larger than one run "
                       "holds - nothing extracted **"
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM LOAD-POSITIONS
           PERFORM LOAD-CHART
           PERFORM SCAN-LEDGER
           IF WS-JL-OVERFLOW = "Y"
               DISPLAY "** more unsent journal lines than one run "
                       "holds - nothing extracted **"
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM REPORT-HELD-DAYS
           IF WS-DY-COUNT = 0
               DISPLAY "no closed, unsent posting days - no journal "
                       "written"
               IF WS-HELD-COUNT > 0
                   MOVE "HELD" TO WS-RUN-STATUS
               ELSE
                   MOVE "NOTHING" TO WS-RUN-STATUS
               END-IF
               PERFORM END-RUN
           END-IF
           PERFORM WRITE-JOURNAL
           IF WS-RUN-STATUS = "FAILED"
               PERFORM END-RUN
           END-IF
           PERFORM RECORD-SENT-DAYS
           MOVE WS-DEBIT-TOTAL TO WS-ED-AMOUNT
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "GL journal " DELIMITED BY SIZE
                  WS-JOURNAL-SEQ DELIMITED BY SIZE
                  " written, " DELIMITED BY SIZE
                  WS-DY-COUNT DELIMITED BY SIZE
                  " day(s), debits " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY "journal " WS-JOURNAL-SEQ " written to "
                   FUNCTION TRIM(WS-JOURNAL-PATH) ": " WS-DY-COUNT
                   " day(s), " WS-LINE-TOTAL " line(s)"
           IF WS-HELD-COUNT > 0
               MOVE "PARTIAL" TO WS-RUN-STATUS
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           PERFORM END-RUN
           .

       END-RUN.
           MOVE WS-LINE-TOTAL TO WS-RUN-PROCESSED
           MOVE WS-HELD-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN
           .

      *> the days already sent and the last journal number used;
      *> no tracking file yet means nothing has ever been sent
       LOAD-SENT-DAYS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SentFile
           IF SentFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SentFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-SD-COUNT < 5000
                           ADD 1 TO WS-SD-COUNT
                           MOVE SNT-DATE TO WS-SD-DATE(WS-SD-COUNT)
                       ELSE
                           MOVE "Y" TO WS-SENT-OVERFLOW
                       END-IF
                       IF SNT-JOURNAL > WS-JOURNAL-SEQ
                           MOVE SNT-JOURNAL TO WS-JOURNAL-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SentFile
           .

       LOAD-POSITIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PositionFile
           IF PosFileStatus NOT = "00"
               DISPLAY "no position history found - no day can be "
                       "shown closed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PositionFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-PS-COUNT < 500
                           ADD 1 TO WS-PS-COUNT
                           MOVE POS-DATE TO WS-PS-DATE(WS-PS-COUNT)
                           MOVE POS-STATUS
                               TO WS-PS-STATUS(WS-PS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PositionFile
           .

      *> an account missing from the chart goes out on line 0000 for
      *> the GL to suspend, rather than being left off the journal
       LOAD-CHART.
           OPEN INPUT ChartFile
           IF CoaFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COA-EOF = "Y"
               READ ChartFile
                   AT END
                       MOVE "Y" TO WS-COA-EOF
                   NOT AT END
                       IF WS-COA-COUNT < 1000
                           ADD 1 TO WS-COA-COUNT
                           MOVE COA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-COA-COUNT)
                           MOVE COA-LINE TO WS-COA-LINE(WS-COA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChartFile
           .

       SCAN-LEDGER.
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
                       IF LGR-BATCH NOT = 0
                               AND LGR-DATE <= WS-RUN-DATE
                           PERFORM SELECT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

      *> a posting joins the journal when its day is unsent and
      *> closed; an unsent day that is held or still open is noted
      *> once and left for a later run
       SELECT-POSTING.
           MOVE "N" TO WS-SENT-FOUND
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-SD-COUNT OR WS-SENT-FOUND = "Y"
               IF WS-SD-DATE(WS-SD) = LGR-DATE
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM
           IF WS-SENT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "NOTCLOSD" TO WS-DAY-STATUS
           PERFORM VARYING WS-PS FROM 1 BY 1
                   UNTIL WS-PS > WS-PS-COUNT
               IF WS-PS-DATE(WS-PS) = LGR-DATE
                   MOVE WS-PS-STATUS(WS-PS) TO WS-DAY-STATUS
               END-IF
           END-PERFORM
           IF WS-DAY-STATUS NOT = "BALANCED"
                   AND WS-DAY-STATUS NOT = "CLEARED"
               PERFORM NOTE-SKIPPED-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-JOURNAL-POSTING
           .

       NOTE-SKIPPED-DAY.
           MOVE 0 TO WS-SK-FOUND
           PERFORM VARYING WS-SK FROM 1 BY 1
                   UNTIL WS-SK > WS-SK-COUNT OR WS-SK-FOUND > 0
               IF WS-SK-DATE(WS-SK) = LGR-DATE
                   MOVE WS-SK TO WS-SK-FOUND
               END-IF
           END-PERFORM
           IF WS-SK-FOUND = 0 AND WS-SK-COUNT < 500
               ADD 1 TO WS-SK-COUNT
               MOVE LGR-DATE TO WS-SK-DATE(WS-SK-COUNT)
               MOVE WS-DAY-STATUS TO WS-SK-STATUS(WS-SK-COUNT)
           END-IF
           .

      *> credits are positive on the ledger, debits negative
       ADD-JOURNAL-POSTING.
           MOVE 0 TO WS-JL-FOUND
           PERFORM VARYING WS-JL FROM 1 BY 1
                   UNTIL WS-JL > WS-JL-COUNT OR WS-JL-FOUND > 0
               IF WS-JL-DATE(WS-JL) = LGR-DATE
                       AND WS-JL-ACCOUNT(WS-JL) = LGR-ACCOUNT
                   MOVE WS-JL TO WS-JL-FOUND
               END-IF
           END-PERFORM
           IF WS-JL-FOUND = 0
               IF WS-JL-COUNT >= 5000
                   MOVE "Y" TO WS-JL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JL-COUNT
               MOVE WS-JL-COUNT TO WS-JL-FOUND
               MOVE LGR-DATE TO WS-JL-DATE(WS-JL-FOUND)
               MOVE LGR-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-FOUND)
               MOVE 0 TO WS-JL-DEBIT(WS-JL-FOUND)
               MOVE 0 TO WS-JL-CREDIT(WS-JL-FOUND)
               MOVE "N" TO WS-JL-DONE(WS-JL-FOUND)
               PERFORM ADD-JOURNAL-DAY
           END-IF
           IF LGR-AMOUNT < 0
               COMPUTE WS-POST-SIZE = 0 - LGR-AMOUNT
               ADD WS-POST-SIZE TO WS-JL-DEBIT(WS-JL-FOUND)
           ELSE
               ADD LGR-AMOUNT TO WS-JL-CREDIT(WS-JL-FOUND)
           END-IF
           .

       ADD-JOURNAL-DAY.
           MOVE 0 TO WS-DY-FOUND
           PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-DY-COUNT OR WS-DY-FOUND > 0
               IF WS-DY-DATE(WS-DY) = LGR-DATE
                   MOVE WS-DY TO WS-DY-FOUND
               END-IF
           END-PERFORM
           IF WS-DY-FOUND = 0
               IF WS-DY-COUNT >= 500
                   MOVE "Y" TO WS-JL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DY-COUNT
               MOVE LGR-DATE TO WS-DY-DATE(WS-DY-COUNT)
               MOVE 0 TO WS-DY-LINES(WS-DY-COUNT)
               MOVE 0 TO WS-DY-DEBITS(WS-DY-COUNT)
               MOVE 0 TO WS-DY-CREDITS(WS-DY-COUNT)
               MOVE "N" TO WS-DY-DONE(WS-DY-COUNT)
           END-IF
           .

      *> a held day is a refusal the GL team needs to hear about; a
      *> day simply not closed yet goes out with tomorrow's journal
       REPORT-HELD-DAYS.
           PERFORM VARYING WS-SK FROM 1 BY 1
                   UNTIL WS-SK > WS-SK-COUNT
               IF WS-SK-STATUS(WS-SK) = "HELD"
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "** day " WS-SK-DATE(WS-SK) " is HELD in "
                           "the position history - not extracted **"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "day " DELIMITED BY SIZE
                          WS-SK-DATE(WS-SK) DELIMITED BY SIZE
                          " HELD by day-end - GL extract refused"
                              DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                       WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               ELSE
                   DISPLAY "day " WS-SK-DATE(WS-SK) " not closed by "
                           "day-end yet - left for a later run"
               END-IF
           END-PERFORM
           .

      *> days in date order, accounts in account order within a day
       WRITE-JOURNAL.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO WS-JOURNAL-PATH
           STRING "gl-journal-" DELIMITED BY SIZE
                  WS-JOURNAL-SEQ DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-JOURNAL-PATH
           OPEN OUTPUT JournalFile
           IF JnlFileStatus NOT = "00"
               DISPLAY "error opening journal file. status="
                       JnlFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DY-DATE(1) TO WS-HL-FIRST
           MOVE WS-DY-DATE(1) TO WS-HL-LAST
           PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-DY-COUNT
               IF WS-DY-DATE(WS-DY) < WS-HL-FIRST
                   MOVE WS-DY-DATE(WS-DY) TO WS-HL-FIRST
               END-IF
               IF WS-DY-DATE(WS-DY) > WS-HL-LAST
                   MOVE WS-DY-DATE(WS-DY) TO WS-HL-LAST
               END-IF
           END-PERFORM
           MOVE WS-JOURNAL-SEQ TO WS-HL-JOURNAL
           MOVE WS-RUN-DATE TO WS-HL-RUN-DATE
           MOVE WS-DY-COUNT TO WS-HL-DAYS
           WRITE JOURNAL-RECORD FROM WS-HEADER-LINE
           PERFORM WS-DY-COUNT TIMES
               PERFORM FIND-NEXT-DAY
               PERFORM WRITE-DAY-LINES
           END-PERFORM
           MOVE WS-JOURNAL-SEQ TO WS-TL-JOURNAL
           MOVE WS-LINE-TOTAL TO WS-TL-LINES
           MOVE WS-DEBIT-TOTAL TO WS-TL-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-TL-CREDITS
           WRITE JOURNAL-RECORD FROM WS-TRAILER-LINE
           CLOSE JournalFile
           .

       FIND-NEXT-DAY.
           MOVE 0 TO WS-NEXT-DAY
           PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-DY-COUNT
               IF WS-DY-DONE(WS-DY) = "N"
                   IF WS-NEXT-DAY = 0
                       MOVE WS-DY TO WS-NEXT-DAY
                   ELSE
                       IF WS-DY-DATE(WS-DY) < WS-DY-DATE(WS-NEXT-DAY)
                           MOVE WS-DY TO WS-NEXT-DAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-DY-DONE(WS-NEXT-DAY)
           .

       WRITE-DAY-LINES.
           MOVE 1 TO WS-NEXT-LINE
           PERFORM UNTIL WS-NEXT-LINE = 0
               MOVE 0 TO WS-NEXT-LINE
               PERFORM VARYING WS-JL FROM 1 BY 1
                       UNTIL WS-JL > WS-JL-COUNT
                   IF WS-JL-DONE(WS-JL) = "N"
                           AND WS-JL-DATE(WS-JL)
                               = WS-DY-DATE(WS-NEXT-DAY)
                       IF WS-NEXT-LINE = 0
                           MOVE WS-JL TO WS-NEXT-LINE
                       ELSE
                           IF WS-JL-ACCOUNT(WS-JL)
                                   < WS-JL-ACCOUNT(WS-NEXT-LINE)
                               MOVE WS-JL TO WS-NEXT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEXT-LINE > 0
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       WRITE-DETAIL-LINE.
           MOVE "Y" TO WS-JL-DONE(WS-NEXT-LINE)
           MOVE WS-JL-DATE(WS-NEXT-LINE) TO WS-DL-DATE
           MOVE WS-JL-ACCOUNT(WS-NEXT-LINE) TO WS-DL-ACCOUNT
           MOVE 0 TO WS-DL-GL-LINE
           PERFORM VARYING WS-COA FROM 1 BY 1
                   UNTIL WS-COA > WS-COA-COUNT
               IF WS-COA-ACCOUNT(WS-COA) = WS-JL-ACCOUNT(WS-NEXT-LINE)
                   MOVE WS-COA-LINE(WS-COA) TO WS-DL-GL-LINE
               END-IF
           END-PERFORM
           MOVE WS-JL-DEBIT(WS-NEXT-LINE) TO WS-DL-DEBIT
           MOVE WS-JL-CREDIT(WS-NEXT-LINE) TO WS-DL-CREDIT
           WRITE JOURNAL-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-TOTAL
           ADD WS-JL-DEBIT(WS-NEXT-LINE) TO WS-DEBIT-TOTAL
           ADD WS-JL-CREDIT(WS-NEXT-LINE) TO WS-CREDIT-TOTAL
           ADD 1 TO WS-DY-LINES(WS-NEXT-DAY)
           ADD WS-JL-DEBIT(WS-NEXT-LINE) TO WS-DY-DEBITS(WS-NEXT-DAY)
           ADD WS-JL-CREDIT(WS-NEXT-LINE)
               TO WS-DY-CREDITS(WS-NEXT-DAY)
           .

      *> the days are marked sent only once the journal is closed
       RECORD-SENT-DAYS.
           OPEN EXTEND SentFile
           IF SentFileStatus = "35" OR SentFileStatus = "05"
               OPEN OUTPUT SentFile
           END-IF
           IF SentFileStatus NOT = "00"
               DISPLAY "** error recording sent days. status="
                       SentFileStatus " - journal " WS-JOURNAL-SEQ
                       " must not be resent **"
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE "GL send-tracking not updated - hold journal"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-DY-COUNT
               MOVE WS-DY-DATE(WS-DY) TO WS-SL-DATE
               MOVE WS-JOURNAL-SEQ TO WS-SL-JOURNAL
               MOVE WS-RUN-DATE TO WS-SL-SENT-ON
               MOVE WS-DY-LINES(WS-DY) TO WS-SL-LINES
               MOVE WS-DY-DEBITS(WS-DY) TO WS-SL-DEBITS
               MOVE WS-DY-CREDITS(WS-DY) TO WS-SL-CREDITS
               WRITE SENT-RECORD FROM WS-SENT-LINE
           END-PERFORM
           CLOSE SentFile
           .
