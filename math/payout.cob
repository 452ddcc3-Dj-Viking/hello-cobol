      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payout.
      *> Outbound payment instructions for the Vendor Settlement
      *> account: debits posted against 10000003 were being paid by
      *> hand through the bank portal from a ledgerinq listing. This
      *> run selects the payment day's settlement debits from
      *> ledger.dat (PAYMENT_DATE, default today) and writes a bank
      *> payment file in the fixed 94-byte ACH layout - file header,
      *> one batch per originating posting batch with its control
      *> record, file control, blocked to tens with nines. The payee
      *> is the sender intake-queue.dat recorded for the posting's
      *> batch, paid to the bank details on ../payees.dat, whose
      *> ORIGIN row is our own bank and company. Every posting paid
      *> is written to payments-paid.dat so it can never be sent
      *> twice; a posting with no payee or no bank details is left
      *> unpaid and listed as an exception. A debit already undone
      *> by a reversal is not paid. The payment register goes to
      *> finance for sign-off before the file is released.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT QueueFile
               ASSIGN TO "intake-queue.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is QueFileStatus.

           SELECT PayeeFile
               ASSIGN TO "../payees.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PyeFileStatus.

           SELECT PaidFile
               ASSIGN TO "payments-paid.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PaidFileStatus.

      *> one numbered payment file per run that pays anything
           SELECT PaymentFile
               ASSIGN TO DYNAMIC WS-PAYMENT-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PayFileStatus.

           SELECT RegisterReport
               ASSIGN TO "payment-register.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors math/math.cob's intake-queue layout
       FD  QueueFile
           record contains 157 characters.
       01  QUEUE-RECORD.
           05 QUE-SEQ        PIC 9(06).
           05 FILLER         PIC X.
           05 QUE-STATUS     PIC X(08).
           05 FILLER         PIC X.
           05 QUE-SENDER     PIC X(08).
           05 FILLER         PIC X.
           05 QUE-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 QUE-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 QUE-PATH       PIC X(100).
           05 FILLER         PIC X.
           05 QUE-RECV-DATE  PIC 9(08).
           05 FILLER         PIC X.
           05 QUE-RECV-TIME  PIC 9(06).

      *> one row per sender paid, plus ORIGIN for our own bank: the
      *> ABA routing number, the bank account (for ORIGIN, the
      *> company id), and the name that goes on the payment
       FD  PayeeFile
           record contains 59 characters.
       01  PAYEE-RECORD.
           05 PYE-ID         PIC X(08).
           05 FILLER         PIC X.
           05 PYE-ROUTING    PIC 9(09).
           05 FILLER         PIC X.
           05 PYE-ACCOUNT    PIC X(17).
           05 FILLER         PIC X.
           05 PYE-NAME       PIC X(22).

      *> one record per posting paid out: the posting's date, batch,
      *> amount, and the running balance after it - together they
      *> pick out the one ledger record - then when it was paid, in
      *> which payment file, and under which trace number
       FD  PaidFile
           record contains 73 characters.
       01  PAID-RECORD.
           05 PD-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 PD-BATCH       PIC 9(06).
           05 FILLER         PIC X.
           05 PD-AMOUNT      PIC 9(09)V99.
           05 FILLER         PIC X.
           05 PD-BALANCE     PIC S9(11)V99.
           05 FILLER         PIC X.
           05 PD-PAID-ON     PIC 9(08).
           05 FILLER         PIC X.
           05 PD-FILE        PIC 9(06).
           05 FILLER         PIC X.
           05 PD-TRACE       PIC 9(15).

       FD  PaymentFile
           record contains 94 characters.
       01  PAYMENT-RECORD    PIC X(94).

       FD  RegisterReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  QueFileStatus     PIC XX.
       01  PyeFileStatus     PIC XX.
       01  PaidFileStatus    PIC XX.
       01  PayFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-RUN-TIME       PIC 9(08)  VALUE 0.
       01  WS-SETTLE-ACCOUNT PIC 9(08)  VALUE 10000003.
       01  WS-PAY-DATE       PIC 9(08)  VALUE 0.
       01  WS-PAY-ENV        PIC X(08)  VALUE SPACES.
       01  WS-PAYMENT-PATH   PIC X(100) VALUE SPACES.
       01  WS-FILE-SEQ       PIC 9(06)  VALUE 0.
      *> parameters for the CALL to GETPARM
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "PAYOUT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "PAYOUT".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> posting batch to sender, from the intake queue
       01  WS-QB-COUNT       PIC 9(04)  VALUE 0.
       01  WS-QB             PIC 9(04)  VALUE 0.
       01  WS-QB-TABLE.
           05 WS-QB-ENTRY occurs 1 to 2000 times
                   depending on WS-QB-COUNT.
              10 WS-QB-BATCH    PIC 9(06).
              10 WS-QB-SENDER   PIC X(08).

      *> payee bank details; WS-ORIGIN is our own row
       01  WS-PE-COUNT       PIC 9(03)  VALUE 0.
       01  WS-PE             PIC 9(03)  VALUE 0.
       01  WS-PE-TABLE.
           05 WS-PE-ENTRY occurs 1 to 200 times
                   depending on WS-PE-COUNT.
              10 WS-PE-ID       PIC X(08).
              10 WS-PE-ROUTING  PIC 9(09).
              10 WS-PE-ACCOUNT  PIC X(17).
              10 WS-PE-NAME     PIC X(22).
       01  WS-ORIGIN-FOUND   PIC X      VALUE "N".
       01  WS-ORIGIN-ROUTING PIC 9(09)  VALUE 0.
       01  WS-ORIGIN-ID      PIC X(10)  VALUE SPACES.
       01  WS-ORIGIN-NAME    PIC X(22)  VALUE SPACES.

      *> postings already paid
       01  WS-PD-COUNT       PIC 9(05)  VALUE 0.
       01  WS-PD             PIC 9(05)  VALUE 0.
       01  WS-PD-TABLE.
           05 WS-PD-ENTRY occurs 1 to 20000 times
                   depending on WS-PD-COUNT.
              10 WS-PD-DATE     PIC 9(08).
              10 WS-PD-BATCH    PIC 9(06).
              10 WS-PD-AMOUNT   PIC 9(09)V99.
              10 WS-PD-BALANCE  PIC S9(11)V99.
              10 WS-PD-PAID-ON  PIC 9(08).
              10 WS-PD-USED     PIC X.
       01  WS-PD-OVERFLOW    PIC X      VALUE "N".
       01  WS-PAID-FOUND     PIC X      VALUE "N".

      *> reversal contra credits on the settlement account, each
      *> undoing one debit of the same amount on its original date -
      *> one already paid, or else one still to pay, which it cancels.
      *> A back-out contra keeps the batch it backed out, so where
      *> that batch is among the debits it must match the batch too
       01  WS-RV-COUNT       PIC 9(04)  VALUE 0.
       01  WS-RV             PIC 9(04)  VALUE 0.
       01  WS-RV-TABLE.
           05 WS-RV-ENTRY occurs 1 to 1000 times
                   depending on WS-RV-COUNT.
              10 WS-RV-DATE     PIC 9(08).
              10 WS-RV-AMOUNT   PIC 9(09)V99.
              10 WS-RV-BATCH    PIC 9(06).
              10 WS-RV-POSTED   PIC 9(08).
              10 WS-RV-USED     PIC X.
       01  WS-RV-BY-BATCH    PIC X      VALUE "N".

      *> the day's candidate payments: P to pay, R reversed, and an
      *> exception reason otherwise
       01  WS-PY-COUNT       PIC 9(04)  VALUE 0.
       01  WS-PY             PIC 9(04)  VALUE 0.
       01  WS-PY-TABLE.
           05 WS-PY-ENTRY occurs 1 to 2000 times
                   depending on WS-PY-COUNT.
              10 WS-PY-DATE     PIC 9(08).
              10 WS-PY-BATCH    PIC 9(06).
              10 WS-PY-AMOUNT   PIC 9(09)V99.
              10 WS-PY-BALANCE  PIC S9(11)V99.
              10 WS-PY-SENDER   PIC X(08).
              10 WS-PY-PAYEE    PIC 9(03).
              10 WS-PY-STATE    PIC X.
              10 WS-PY-REASON   PIC X(20).
              10 WS-PY-TRACE    PIC 9(15).
       01  WS-PY-OVERFLOW    PIC X      VALUE "N".

      *> the ACH batches - one per posting batch paid
       01  WS-AB-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AB             PIC 9(04)  VALUE 0.
       01  WS-AB-FOUND       PIC 9(04)  VALUE 0.
       01  WS-AB-TABLE.
           05 WS-AB-ENTRY occurs 1 to 500 times
                   depending on WS-AB-COUNT.
              10 WS-AB-BATCH    PIC 9(06).
       01  WS-AB-ENTRIES     PIC 9(06)  VALUE 0.
       01  WS-AB-HASH        PIC 9(10)  VALUE 0.
       01  WS-AB-CREDITS     PIC 9(10)V99 VALUE 0.

      *> file-level control totals
       01  WS-PAY-COUNT      PIC 9(06)  VALUE 0.
       01  WS-EXC-COUNT      PIC 9(06)  VALUE 0.
       01  WS-REV-COUNT      PIC 9(06)  VALUE 0.
       01  WS-ENTRY-SEQ      PIC 9(07)  VALUE 0.
       01  WS-RECORD-COUNT   PIC 9(06)  VALUE 0.
       01  WS-BLOCK-COUNT    PIC 9(06)  VALUE 0.
       01  WS-FILL-COUNT     PIC 9(02)  VALUE 0.
       01  WS-FILE-HASH      PIC 9(12)  VALUE 0.
       01  WS-FILE-CREDITS   PIC 9(10)V99 VALUE 0.
       01  WS-EXC-AMOUNT     PIC 9(11)V99 VALUE 0.
       01  WS-ROUTE-WORK     PIC 9(09)  VALUE 0.
       01  WS-ROUTE-PARTS    REDEFINES WS-ROUTE-WORK.
           05 WS-ROUTE-DFI   PIC 9(08).
           05 WS-ROUTE-CHECK PIC 9(01).

      *> ACH record layouts, 94 bytes each
       01  WS-FILE-HEADER.
           05 FILLER         PIC X(01)  VALUE "1".
           05 FILLER         PIC X(02)  VALUE "01".
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-FH-DEST     PIC 9(09)  VALUE 0.
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-FH-ORIGIN   PIC 9(09)  VALUE 0.
           05 WS-FH-DATE     PIC 9(06)  VALUE 0.
           05 WS-FH-TIME     PIC 9(04)  VALUE 0.
           05 FILLER         PIC X(01)  VALUE "A".
           05 FILLER         PIC X(03)  VALUE "094".
           05 FILLER         PIC X(02)  VALUE "10".
           05 FILLER         PIC X(01)  VALUE "1".
           05 WS-FH-DEST-NAME PIC X(23) VALUE SPACES.
           05 WS-FH-ORIG-NAME PIC X(23) VALUE SPACES.
           05 WS-FH-REFERENCE PIC 9(08) VALUE 0.
       01  WS-BATCH-HEADER.
           05 FILLER         PIC X(01)  VALUE "5".
           05 FILLER         PIC X(03)  VALUE "220".
           05 WS-BH-COMPANY  PIC X(16)  VALUE SPACES.
           05 WS-BH-DISCRETION PIC X(20) VALUE SPACES.
           05 WS-BH-COMPANY-ID PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(03)  VALUE "CCD".
           05 FILLER         PIC X(10)  VALUE "VENDOR PAY".
           05 WS-BH-DESC-DATE PIC 9(06) VALUE 0.
           05 WS-BH-EFFECTIVE PIC 9(06) VALUE 0.
           05 FILLER         PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE "1".
           05 WS-BH-ODFI     PIC 9(08)  VALUE 0.
           05 WS-BH-BATCH-NO PIC 9(07)  VALUE 0.
       01  WS-ENTRY-DETAIL.
           05 FILLER         PIC X(01)  VALUE "6".
           05 FILLER         PIC X(02)  VALUE "22".
           05 WS-ED-RDFI     PIC 9(08)  VALUE 0.
           05 WS-ED-CHECK    PIC 9(01)  VALUE 0.
           05 WS-ED-ACCOUNT  PIC X(17)  VALUE SPACES.
           05 WS-ED-AMOUNT   PIC 9(08)V99 VALUE 0.
           05 WS-ED-IDENT    PIC X(15)  VALUE SPACES.
           05 WS-ED-NAME     PIC X(22)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 FILLER         PIC X(01)  VALUE "0".
           05 WS-ED-TRACE    PIC 9(15)  VALUE 0.
       01  WS-ENTRY-IDENT.
           05 WS-EI-DATE     PIC 9(08)  VALUE 0.
           05 WS-EI-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X(01)  VALUE SPACE.
       01  WS-BATCH-CONTROL.
           05 FILLER         PIC X(01)  VALUE "8".
           05 FILLER         PIC X(03)  VALUE "220".
           05 WS-BC-ENTRIES  PIC 9(06)  VALUE 0.
           05 WS-BC-HASH     PIC 9(10)  VALUE 0.
           05 WS-BC-DEBITS   PIC 9(10)V99 VALUE 0.
           05 WS-BC-CREDITS  PIC 9(10)V99 VALUE 0.
           05 WS-BC-COMPANY-ID PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(19)  VALUE SPACES.
           05 FILLER         PIC X(06)  VALUE SPACES.
           05 WS-BC-ODFI     PIC 9(08)  VALUE 0.
           05 WS-BC-BATCH-NO PIC 9(07)  VALUE 0.
       01  WS-FILE-CONTROL.
           05 FILLER         PIC X(01)  VALUE "9".
           05 WS-FC-BATCHES  PIC 9(06)  VALUE 0.
           05 WS-FC-BLOCKS   PIC 9(06)  VALUE 0.
           05 WS-FC-ENTRIES  PIC 9(08)  VALUE 0.
           05 WS-FC-HASH     PIC 9(10)  VALUE 0.
           05 WS-FC-DEBITS   PIC 9(10)V99 VALUE 0.
           05 WS-FC-CREDITS  PIC 9(10)V99 VALUE 0.
           05 FILLER         PIC X(39)  VALUE SPACES.
       01  WS-BLOCK-FILL     PIC X(94)  VALUE ALL "9".

       01  WS-PAID-LINE.
           05 WS-PL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-AMOUNT   PIC 9(09)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-BALANCE  PIC S9(11)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-PAID-ON  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-FILE     PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-PL-TRACE    PIC 9(15)  VALUE 0.

      *> register line layouts in trialbal.cob's print style
       01  WS-REG-LINE.
           05 FILLER         PIC X(04)  VALUE SPACES.
           05 WS-RL-TRACE    PIC 9(15)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-RL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-RL-ROUTING  PIC 9(09)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-RL-ACCOUNT  PIC X(17)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-RL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-RL-NOTE     PIC X(20)  VALUE SPACES.
           05 FILLER         PIC X(32)  VALUE SPACES.
       01  WS-ED-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COUNT       PIC ZZZ,ZZ9.

      *> report paging, trialbal.cob's shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "VENDOR SETTLEMENT PAYMENT REGISTER".
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
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-PAYMENT-DATE
           PERFORM LOAD-PAYEES
           PERFORM LOAD-QUEUE-BATCHES
           PERFORM LOAD-PAID-POSTINGS
           IF WS-ORIGIN-FOUND NOT = "Y" OR WS-PD-OVERFLOW = "Y"
               IF WS-ORIGIN-FOUND NOT = "Y"
                   DISPLAY "** no ORIGIN row on payees.dat - no "
                           "payment file can be built **"
               ELSE
                   DISPLAY "** paid-out history larger than one run "
                           "holds - nothing paid **"
               END-IF
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               PERFORM SELECT-SETTLEMENT-DEBITS
               IF WS-PY-OVERFLOW = "Y"
                   DISPLAY "** more settlement debits than one run "
                           "holds - nothing paid **"
                   MOVE "FAILED" TO WS-RUN-STATUS
               ELSE
                   PERFORM CANCEL-REVERSED-DEBITS
                   PERFORM RESOLVE-PAYEES
                   IF WS-PAY-COUNT > 0
                       PERFORM WRITE-PAYMENT-FILE
                   END-IF
                   IF WS-RUN-STATUS NOT = "FAILED"
                       IF WS-PAY-COUNT > 0
                           PERFORM RECORD-PAID-POSTINGS
                       END-IF
                       PERFORM WRITE-PAYMENT-REGISTER
                       PERFORM RAISE-PAYMENT-ALERTS
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-STATUS = SPACES
               IF WS-EXC-COUNT > 0
                   MOVE "EXCEPTN" TO WS-RUN-STATUS
               ELSE
                   MOVE "OK" TO WS-RUN-STATUS
               END-IF
           END-IF
           DISPLAY WS-PAY-COUNT " payment(s), " WS-EXC-COUNT
                   " exception(s) - see payment-register.txt"
           MOVE WS-PAY-COUNT TO WS-RUN-PROCESSED
           MOVE WS-EXC-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-PAYMENT-DATE.
           MOVE "PAYMENT_DATE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:8) TO WS-PAY-ENV
           ELSE
               ACCEPT WS-PAY-ENV FROM ENVIRONMENT "PAYMENT_DATE"
           END-IF
           IF WS-PAY-ENV NOT = SPACES
               COMPUTE WS-PAY-DATE = FUNCTION NUMVAL(WS-PAY-ENV)
           END-IF
           IF WS-PAY-DATE = 0
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF
           .

       LOAD-PAYEES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PayeeFile
           IF PyeFileStatus NOT = "00"
               DISPLAY "no payee file found. status=" PyeFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PayeeFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PYE-ID = "ORIGIN"
                           MOVE "Y" TO WS-ORIGIN-FOUND
                           MOVE PYE-ROUTING TO WS-ORIGIN-ROUTING
                           MOVE PYE-ACCOUNT(1:10) TO WS-ORIGIN-ID
                           MOVE PYE-NAME TO WS-ORIGIN-NAME
                       ELSE
                           IF WS-PE-COUNT < 200
                               ADD 1 TO WS-PE-COUNT
                               MOVE PYE-ID TO WS-PE-ID(WS-PE-COUNT)
                               MOVE PYE-ROUTING
                                   TO WS-PE-ROUTING(WS-PE-COUNT)
                               MOVE PYE-ACCOUNT
                                   TO WS-PE-ACCOUNT(WS-PE-COUNT)
                               MOVE PYE-NAME TO WS-PE-NAME(WS-PE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PayeeFile
           .

       LOAD-QUEUE-BATCHES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT QueueFile
           IF QueFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF QUE-BATCH NOT = 0 AND WS-QB-COUNT < 2000
                           ADD 1 TO WS-QB-COUNT
                           MOVE QUE-BATCH TO WS-QB-BATCH(WS-QB-COUNT)
                           MOVE QUE-SENDER
                               TO WS-QB-SENDER(WS-QB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueueFile
           .

      *> the paid-out history also sets the next payment file number
       LOAD-PAID-POSTINGS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PaidFile
           IF PaidFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PaidFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-PD-COUNT < 20000
                           ADD 1 TO WS-PD-COUNT
                           MOVE PD-DATE TO WS-PD-DATE(WS-PD-COUNT)
                           MOVE PD-BATCH TO WS-PD-BATCH(WS-PD-COUNT)
                           MOVE PD-AMOUNT TO WS-PD-AMOUNT(WS-PD-COUNT)
                           MOVE PD-BALANCE
                               TO WS-PD-BALANCE(WS-PD-COUNT)
                           MOVE PD-PAID-ON
                               TO WS-PD-PAID-ON(WS-PD-COUNT)
                           MOVE "N" TO WS-PD-USED(WS-PD-COUNT)
                       ELSE
                           MOVE "Y" TO WS-PD-OVERFLOW
                       END-IF
                       IF PD-FILE > WS-FILE-SEQ
                           MOVE PD-FILE TO WS-FILE-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaidFile
           .

      *> the payment day's debits on the settlement account not yet
      *> paid, and every reversal credit that may cancel one
       SELECT-SETTLEMENT-DEBITS.
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
                       IF LGR-ACCOUNT = WS-SETTLE-ACCOUNT
                               AND LGR-BATCH NOT = 0
                           PERFORM CLASSIFY-SETTLEMENT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       CLASSIFY-SETTLEMENT-POSTING.
           IF LGR-ORIG-DATE NOT = 0
               IF LGR-AMOUNT > 0 AND LGR-ORIG-DATE = WS-PAY-DATE
                       AND WS-RV-COUNT < 1000
                   ADD 1 TO WS-RV-COUNT
                   MOVE LGR-ORIG-DATE TO WS-RV-DATE(WS-RV-COUNT)
                   MOVE LGR-AMOUNT TO WS-RV-AMOUNT(WS-RV-COUNT)
                   MOVE LGR-BATCH TO WS-RV-BATCH(WS-RV-COUNT)
                   MOVE LGR-DATE TO WS-RV-POSTED(WS-RV-COUNT)
                   MOVE "N" TO WS-RV-USED(WS-RV-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LGR-AMOUNT NOT < 0 OR LGR-DATE NOT = WS-PAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PAID-FOUND
           PERFORM VARYING WS-PD FROM 1 BY 1
                   UNTIL WS-PD > WS-PD-COUNT OR WS-PAID-FOUND = "Y"
               IF WS-PD-DATE(WS-PD) = LGR-DATE
                       AND WS-PD-BATCH(WS-PD) = LGR-BATCH
                       AND WS-PD-AMOUNT(WS-PD) = 0 - LGR-AMOUNT
                       AND WS-PD-BALANCE(WS-PD) = LGR-BALANCE
                   MOVE "Y" TO WS-PAID-FOUND
               END-IF
           END-PERFORM
           IF WS-PAID-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PY-COUNT >= 2000
               MOVE "Y" TO WS-PY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-COUNT
           MOVE LGR-DATE TO WS-PY-DATE(WS-PY-COUNT)
           MOVE LGR-BATCH TO WS-PY-BATCH(WS-PY-COUNT)
           COMPUTE WS-PY-AMOUNT(WS-PY-COUNT) = 0 - LGR-AMOUNT
           MOVE LGR-BALANCE TO WS-PY-BALANCE(WS-PY-COUNT)
           MOVE SPACES TO WS-PY-SENDER(WS-PY-COUNT)
           MOVE 0 TO WS-PY-PAYEE(WS-PY-COUNT)
           MOVE "P" TO WS-PY-STATE(WS-PY-COUNT)
           MOVE SPACES TO WS-PY-REASON(WS-PY-COUNT)
           MOVE 0 TO WS-PY-TRACE(WS-PY-COUNT)
           .

      *> a reversal undoing a debit already paid leaves the open
      *> debits alone - only one with no paid debit left to answer
      *> for cancels the first still-open debit it matches
       CANCEL-REVERSED-DEBITS.
           PERFORM VARYING WS-RV FROM 1 BY 1
                   UNTIL WS-RV > WS-RV-COUNT
               PERFORM CANCEL-ONE-REVERSAL
           END-PERFORM
           .

      *> a paid debit answers for a reversal only if it was paid no
      *> later than the day the reversal posted - a run after that
      *> already spent the reversal cancelling an open debit and paid
      *> what was left
       CANCEL-ONE-REVERSAL.
           MOVE "N" TO WS-RV-BY-BATCH
           PERFORM VARYING WS-PD FROM 1 BY 1
                   UNTIL WS-PD > WS-PD-COUNT
               IF WS-PD-DATE(WS-PD) = WS-RV-DATE(WS-RV)
                       AND WS-PD-AMOUNT(WS-PD) = WS-RV-AMOUNT(WS-RV)
                       AND WS-PD-BATCH(WS-PD) = WS-RV-BATCH(WS-RV)
                   MOVE "Y" TO WS-RV-BY-BATCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-DATE(WS-PY) = WS-RV-DATE(WS-RV)
                       AND WS-PY-AMOUNT(WS-PY) = WS-RV-AMOUNT(WS-RV)
                       AND WS-PY-BATCH(WS-PY) = WS-RV-BATCH(WS-RV)
                   MOVE "Y" TO WS-RV-BY-BATCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PD FROM 1 BY 1
                   UNTIL WS-PD > WS-PD-COUNT
                       OR WS-RV-USED(WS-RV) = "Y"
               IF WS-PD-USED(WS-PD) = "N"
                       AND WS-PD-DATE(WS-PD) = WS-RV-DATE(WS-RV)
                       AND WS-PD-AMOUNT(WS-PD) = WS-RV-AMOUNT(WS-RV)
                       AND WS-PD-PAID-ON(WS-PD) <= WS-RV-POSTED(WS-RV)
                       AND (WS-RV-BY-BATCH = "N"
                           OR WS-PD-BATCH(WS-PD) = WS-RV-BATCH(WS-RV))
                   MOVE "Y" TO WS-PD-USED(WS-PD)
                   MOVE "Y" TO WS-RV-USED(WS-RV)
                   DISPLAY "reversal of " WS-RV-AMOUNT(WS-RV)
                           " dated " WS-RV-DATE(WS-RV)
                           " undoes batch " WS-PD-BATCH(WS-PD)
                           " already paid on " WS-PD-PAID-ON(WS-PD)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
                       OR WS-RV-USED(WS-RV) = "Y"
               IF WS-PY-STATE(WS-PY) = "P"
                       AND WS-PY-DATE(WS-PY) = WS-RV-DATE(WS-RV)
                       AND WS-PY-AMOUNT(WS-PY) = WS-RV-AMOUNT(WS-RV)
                       AND (WS-RV-BY-BATCH = "N"
                           OR WS-PY-BATCH(WS-PY) = WS-RV-BATCH(WS-RV))
                   MOVE "R" TO WS-PY-STATE(WS-PY)
                   MOVE "REVERSED" TO WS-PY-REASON(WS-PY)
                   MOVE "Y" TO WS-RV-USED(WS-RV)
                   ADD 1 TO WS-REV-COUNT
               END-IF
           END-PERFORM
           .

      *> batch to sender through the intake queue, sender to bank
      *> details through payees.dat; either missing is an exception,
      *> as is a debit too large for the ACH entry's amount field
       RESOLVE-PAYEES.
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-STATE(WS-PY) = "P"
                   PERFORM VARYING WS-QB FROM 1 BY 1
                           UNTIL WS-QB > WS-QB-COUNT
                       IF WS-QB-BATCH(WS-QB) = WS-PY-BATCH(WS-PY)
                           MOVE WS-QB-SENDER(WS-QB)
                               TO WS-PY-SENDER(WS-PY)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-PE FROM 1 BY 1
                           UNTIL WS-PE > WS-PE-COUNT
                       IF WS-PE-ID(WS-PE) = WS-PY-SENDER(WS-PY)
                           MOVE WS-PE TO WS-PY-PAYEE(WS-PY)
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-PY-AMOUNT(WS-PY) > 99999999.99
                           MOVE "X" TO WS-PY-STATE(WS-PY)
                           MOVE "AMOUNT TOO LARGE"
                               TO WS-PY-REASON(WS-PY)
                       WHEN WS-PY-SENDER(WS-PY) = SPACES
                           MOVE "X" TO WS-PY-STATE(WS-PY)
                           MOVE "BATCH HAS NO SENDER"
                               TO WS-PY-REASON(WS-PY)
                       WHEN WS-PY-PAYEE(WS-PY) = 0
                           MOVE "X" TO WS-PY-STATE(WS-PY)
                           MOVE "NO BANK DETAILS"
                               TO WS-PY-REASON(WS-PY)
                   END-EVALUATE
                   IF WS-PY-STATE(WS-PY) = "P"
                       ADD 1 TO WS-PAY-COUNT
                   ELSE
                       ADD 1 TO WS-EXC-COUNT
                       ADD WS-PY-AMOUNT(WS-PY) TO WS-EXC-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-PAYMENT-FILE.
           ADD 1 TO WS-FILE-SEQ
           MOVE SPACES TO WS-PAYMENT-PATH
           STRING "payments-" DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  ".ach" DELIMITED BY SIZE
                  INTO WS-PAYMENT-PATH
           OPEN OUTPUT PaymentFile
           IF PayFileStatus NOT = "00"
               DISPLAY "error opening payment file. status="
                       PayFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIGIN-ROUTING TO WS-FH-DEST
           MOVE WS-ORIGIN-ROUTING TO WS-FH-ORIGIN
           MOVE WS-RUN-DATE(3:6) TO WS-FH-DATE
           MOVE WS-RUN-TIME(1:4) TO WS-FH-TIME
           MOVE WS-ORIGIN-NAME TO WS-FH-DEST-NAME
           MOVE WS-ORIGIN-NAME TO WS-FH-ORIG-NAME
           MOVE WS-FILE-SEQ TO WS-FH-REFERENCE
           WRITE PAYMENT-RECORD FROM WS-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-ORIGIN-ROUTING TO WS-ROUTE-WORK
      *> one ACH batch for each posting batch with anything to pay
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-STATE(WS-PY) = "P"
                   MOVE 0 TO WS-AB-FOUND
                   PERFORM VARYING WS-AB FROM 1 BY 1
                           UNTIL WS-AB > WS-AB-COUNT
                       IF WS-AB-BATCH(WS-AB) = WS-PY-BATCH(WS-PY)
                           MOVE WS-AB TO WS-AB-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-AB-FOUND = 0 AND WS-AB-COUNT < 500
                       ADD 1 TO WS-AB-COUNT
                       MOVE WS-PY-BATCH(WS-PY)
                           TO WS-AB-BATCH(WS-AB-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AB FROM 1 BY 1
                   UNTIL WS-AB > WS-AB-COUNT
               PERFORM WRITE-ACH-BATCH
           END-PERFORM
           MOVE WS-AB-COUNT TO WS-FC-BATCHES
           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-FILL-COUNT
           IF WS-FILL-COUNT > 0
               ADD 1 TO WS-BLOCK-COUNT
               COMPUTE WS-FILL-COUNT = 10 - WS-FILL-COUNT
           END-IF
           MOVE WS-BLOCK-COUNT TO WS-FC-BLOCKS
           MOVE WS-PAY-COUNT TO WS-FC-ENTRIES
           DIVIDE WS-FILE-HASH BY 10000000000 GIVING WS-ROUTE-WORK
               REMAINDER WS-FC-HASH
           MOVE 0 TO WS-FC-DEBITS
           MOVE WS-FILE-CREDITS TO WS-FC-CREDITS
           WRITE PAYMENT-RECORD FROM WS-FILE-CONTROL
           PERFORM WS-FILL-COUNT TIMES
               WRITE PAYMENT-RECORD FROM WS-BLOCK-FILL
           END-PERFORM
           CLOSE PaymentFile
           .

       WRITE-ACH-BATCH.
           MOVE 0 TO WS-AB-ENTRIES
           MOVE 0 TO WS-AB-HASH
           MOVE 0 TO WS-AB-CREDITS
           MOVE WS-ORIGIN-NAME TO WS-BH-COMPANY
           MOVE SPACES TO WS-BH-DISCRETION
           STRING "POSTING BATCH " DELIMITED BY SIZE
                  WS-AB-BATCH(WS-AB) DELIMITED BY SIZE
                  INTO WS-BH-DISCRETION
           MOVE WS-ORIGIN-ID TO WS-BH-COMPANY-ID
           MOVE WS-PAY-DATE(3:6) TO WS-BH-DESC-DATE
           MOVE WS-RUN-DATE(3:6) TO WS-BH-EFFECTIVE
           MOVE WS-ORIGIN-ROUTING TO WS-ROUTE-WORK
           MOVE WS-ROUTE-DFI TO WS-BH-ODFI
           MOVE WS-AB TO WS-BH-BATCH-NO
           WRITE PAYMENT-RECORD FROM WS-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-STATE(WS-PY) = "P"
                       AND WS-PY-BATCH(WS-PY) = WS-AB-BATCH(WS-AB)
                   PERFORM WRITE-ACH-ENTRY
               END-IF
           END-PERFORM
           MOVE WS-AB-ENTRIES TO WS-BC-ENTRIES
           MOVE WS-AB-HASH TO WS-BC-HASH
           MOVE 0 TO WS-BC-DEBITS
           MOVE WS-AB-CREDITS TO WS-BC-CREDITS
           MOVE WS-ORIGIN-ID TO WS-BC-COMPANY-ID
           MOVE WS-BH-ODFI TO WS-BC-ODFI
           MOVE WS-AB TO WS-BC-BATCH-NO
           WRITE PAYMENT-RECORD FROM WS-BATCH-CONTROL
           ADD 1 TO WS-RECORD-COUNT
           .

      *> the payee is credited; the trace number is our bank's
      *> routing prefix and the entry's sequence in the file
       WRITE-ACH-ENTRY.
           MOVE WS-PY-PAYEE(WS-PY) TO WS-PE
           MOVE WS-PE-ROUTING(WS-PE) TO WS-ROUTE-WORK
           MOVE WS-ROUTE-DFI TO WS-ED-RDFI
           MOVE WS-ROUTE-CHECK TO WS-ED-CHECK
           MOVE WS-PE-ACCOUNT(WS-PE) TO WS-ED-ACCOUNT
           MOVE WS-PY-AMOUNT(WS-PY) TO WS-ED-AMOUNT
           MOVE WS-PY-DATE(WS-PY) TO WS-EI-DATE
           MOVE WS-PY-BATCH(WS-PY) TO WS-EI-BATCH
           MOVE WS-ENTRY-IDENT TO WS-ED-IDENT
           MOVE WS-PE-NAME(WS-PE) TO WS-ED-NAME
           ADD 1 TO WS-ENTRY-SEQ
           COMPUTE WS-PY-TRACE(WS-PY) =
               WS-BH-ODFI * 10000000 + WS-ENTRY-SEQ
           MOVE WS-PY-TRACE(WS-PY) TO WS-ED-TRACE
           WRITE PAYMENT-RECORD FROM WS-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-AB-ENTRIES
           ADD WS-ROUTE-DFI TO WS-AB-HASH
           ADD WS-ROUTE-DFI TO WS-FILE-HASH
           ADD WS-PY-AMOUNT(WS-PY) TO WS-AB-CREDITS
           ADD WS-PY-AMOUNT(WS-PY) TO WS-FILE-CREDITS
           .

      *> the postings are marked paid only once the file is closed
       RECORD-PAID-POSTINGS.
           OPEN EXTEND PaidFile
           IF PaidFileStatus = "35" OR PaidFileStatus = "05"
               OPEN OUTPUT PaidFile
           END-IF
           IF PaidFileStatus NOT = "00"
               DISPLAY "** error recording paid postings. status="
                       PaidFileStatus " - payment file "
                       WS-FILE-SEQ " must not be released **"
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE "paid-out marks not written - hold payment file"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               MOVE "FAILED" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-STATE(WS-PY) = "P"
                   MOVE WS-PY-DATE(WS-PY) TO WS-PL-DATE
                   MOVE WS-PY-BATCH(WS-PY) TO WS-PL-BATCH
                   MOVE WS-PY-AMOUNT(WS-PY) TO WS-PL-AMOUNT
                   MOVE WS-PY-BALANCE(WS-PY) TO WS-PL-BALANCE
                   MOVE WS-RUN-DATE TO WS-PL-PAID-ON
                   MOVE WS-FILE-SEQ TO WS-PL-FILE
                   MOVE WS-PY-TRACE(WS-PY) TO WS-PL-TRACE
                   WRITE PAID-RECORD FROM WS-PAID-LINE
               END-IF
           END-PERFORM
           CLOSE PaidFile
           .

       WRITE-PAYMENT-REGISTER.
           OPEN OUTPUT RegisterReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening payment register. status="
                       RptFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "SETTLEMENT ACCOUNT: " DELIMITED BY SIZE
                  WS-SETTLE-ACCOUNT DELIMITED BY SIZE
                  "  PAYMENT DAY: " DELIMITED BY SIZE
                  WS-PAY-DATE DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           IF WS-PAY-COUNT > 0
               STRING "PAYMENT FILE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PAYMENT-PATH) DELIMITED BY SIZE
                      INTO ReportLine
           ELSE
               MOVE "PAYMENT FILE: NONE - NOTHING TO PAY"
                   TO ReportLine
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AB FROM 1 BY 1
                   UNTIL WS-AB > WS-AB-COUNT
               PERFORM WRITE-REGISTER-BATCH
           END-PERFORM
           IF WS-EXC-COUNT > 0 OR WS-REV-COUNT > 0
               MOVE "NOT PAID" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-PY FROM 1 BY 1
                       UNTIL WS-PY > WS-PY-COUNT
                   IF WS-PY-STATE(WS-PY) NOT = "P"
                       MOVE 0 TO WS-RL-TRACE
                       MOVE WS-PY-DATE(WS-PY) TO WS-RL-DATE
                       MOVE 0 TO WS-RL-ROUTING
                       MOVE SPACES TO WS-RL-ACCOUNT
                       STRING WS-PY-SENDER(WS-PY) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-PY-BATCH(WS-PY) DELIMITED BY SIZE
                              INTO WS-RL-ACCOUNT
                       MOVE WS-PY-AMOUNT(WS-PY) TO WS-RL-AMOUNT
                       MOVE WS-PY-REASON(WS-PY) TO WS-RL-NOTE
                       MOVE WS-REG-LINE TO ReportLine
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-AB-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ReportLine
           STRING "FILE TOTALS - BATCHES: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAY-COUNT TO WS-ED-COUNT
           MOVE WS-FILE-CREDITS TO WS-ED-TOTAL
           MOVE SPACES TO ReportLine
           STRING "  PAYMENTS:   " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "   AMOUNT: " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  "   ENTRY HASH: " DELIMITED BY SIZE
                  WS-FC-HASH DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXC-COUNT TO WS-ED-COUNT
           MOVE WS-EXC-AMOUNT TO WS-ED-TOTAL
           MOVE SPACES TO ReportLine
           STRING "  EXCEPTIONS: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "   AMOUNT: " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REV-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ReportLine
           STRING "  REVERSED:   " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
      *> finance signs the register before the file is released
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "PREPARED BY: ____________________   DATE: __________"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "APPROVED BY: ____________________   DATE: __________"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           CLOSE RegisterReport
           .

       WRITE-REGISTER-BATCH.
           MOVE 0 TO WS-AB-CREDITS
           MOVE 0 TO WS-AB-ENTRIES
           MOVE SPACES TO ReportLine
           STRING "ACH BATCH " DELIMITED BY SIZE
                  WS-AB DELIMITED BY SIZE
                  "  POSTING BATCH " DELIMITED BY SIZE
                  WS-AB-BATCH(WS-AB) DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PY FROM 1 BY 1
                   UNTIL WS-PY > WS-PY-COUNT
               IF WS-PY-STATE(WS-PY) = "P"
                       AND WS-PY-BATCH(WS-PY) = WS-AB-BATCH(WS-AB)
                   MOVE WS-PY-PAYEE(WS-PY) TO WS-PE
                   MOVE WS-PY-TRACE(WS-PY) TO WS-RL-TRACE
                   MOVE WS-PY-DATE(WS-PY) TO WS-RL-DATE
                   MOVE WS-PE-ROUTING(WS-PE) TO WS-RL-ROUTING
                   MOVE WS-PE-ACCOUNT(WS-PE) TO WS-RL-ACCOUNT
                   MOVE WS-PY-AMOUNT(WS-PY) TO WS-RL-AMOUNT
                   MOVE WS-PE-NAME(WS-PE) TO WS-RL-NOTE
                   MOVE WS-REG-LINE TO ReportLine
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-AB-ENTRIES
                   ADD WS-PY-AMOUNT(WS-PY) TO WS-AB-CREDITS
               END-IF
           END-PERFORM
           MOVE WS-AB-ENTRIES TO WS-ED-COUNT
           MOVE WS-AB-CREDITS TO WS-ED-TOTAL
           MOVE SPACES TO ReportLine
           STRING "  BATCH TOTAL: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  " payment(s)  " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       RAISE-PAYMENT-ALERTS.
           IF WS-EXC-COUNT > 0
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EXC-COUNT DELIMITED BY SIZE
                      " settlement debit(s) unpaid - no payee/bank"
                          DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           IF WS-PAY-COUNT > 0
               MOVE WS-FILE-CREDITS TO WS-ED-TOTAL
               MOVE "I" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "payment file " DELIMITED BY SIZE
                      WS-FILE-SEQ DELIMITED BY SIZE
                      " built, " DELIMITED BY SIZE
                      WS-PAY-COUNT DELIMITED BY SIZE
                      " item(s) " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-TOTAL) DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
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
