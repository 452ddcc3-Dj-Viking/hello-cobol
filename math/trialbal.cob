      *> file's closing balance for that day - the report finance
      *> used to assemble by hand from ledgerinq scrollback at every
      *> month-end. A computed grand total that disagrees with
      *> position.dat gets a loud flag, not a footnote. Each run's
      *> grand totals are also kept on trialbal-totals.dat, so the
      *> period reports built over the same ledger can prove their
      *> totals against the trial balance finance signed off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PosFileStatus.

      *> one totals record per run, appended
           SELECT TotalsFile
               ASSIGN TO "trialbal-totals.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is TotFileStatus.

           SELECT TrialBalReport
               ASSIGN TO "trial-balance.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors recon/dayend.cob's POSITION-RECORD layout
           05 FILLER         PIC X.
           05 POS-STATUS     PIC X(08).

      *> the as-of date, the grand debits, credits, and net, and the
      *> date the trial balance was run
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

       FD  TrialBalReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).
       01  LgrFileStatus     PIC XX.
       01  PosFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  TotFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-ASOF-DATE      PIC 9(08)  VALUE 0.
               PERFORM FIND-POSITION-CLOSING
               PERFORM WRITE-TRIAL-BALANCE
           END-IF
           PERFORM WRITE-TOTALS-RECORD
           MOVE WS-ACCT-COUNT TO WS-RUN-PROCESSED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
           ADD WS-NET TO WS-GRAND-NET
           .

      *> the grand totals as of the report date, appended for the
      *> period reports that prove against the trial balance
       WRITE-TOTALS-RECORD.
           OPEN EXTEND TotalsFile
           IF TotFileStatus = "35" OR TotFileStatus = "05"
               OPEN OUTPUT TotalsFile
           END-IF
           IF TotFileStatus NOT = "00"
               DISPLAY "error opening trial balance totals. status="
                       TotFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "," TO TOTALS-RECORD
           MOVE WS-ASOF-DATE TO TBT-ASOF
           MOVE WS-GRAND-DEBITS TO TBT-DEBITS
           MOVE WS-GRAND-CREDITS TO TBT-CREDITS
           MOVE WS-GRAND-NET TO TBT-NET
           MOVE WS-RUN-DATE TO TBT-RUN-DATE
           WRITE TOTALS-RECORD
           CLOSE TotalsFile
           .

      *> the point of the report: the computed book total must agree
      *> with the day-end position's closing balance for the day
       WRITE-POSITION-PROOF.
