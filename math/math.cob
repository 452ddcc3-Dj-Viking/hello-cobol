               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PrdFileStatus.

      *> rolling history of posted item fingerprints - account, item
      *> date, operation, currency, and amount - so a supplier that
      *> resends yesterday's items under a new batch number is caught
           SELECT FingerprintFile
               ASSIGN TO "fingerprints.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is FpFileStatus.

      *> details dated after the batch date wait here, under the
      *> batch they were transmitted in, until a run's batch date
      *> reaches them
           SELECT WarehouseFile
               ASSIGN TO "warehouse.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is WhsFileStatus.

      *> per-account posting limits, maintained at the repository
      *> root beside accounts.dat - an account with no entry is not
      *> limited
           SELECT LimitFile
               ASSIGN TO "../acctlimits.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LimFileStatus.

      *> the acknowledgement returned to the sender of the batch this
      *> run consumed, written to the outbound area the transfer
      *> process collects from - DYNAMIC because each is named for
      *> its sender and intake sequence
           SELECT AckFile
               ASSIGN TO DYNAMIC WS-ACK-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AckFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> one amount pair per record, fixed width, no decimal point stored
              10 TXN-DATE       PIC 9(08).
      *> what to do with the pair: A add, S subtract, M multiply
      *> (rate application), D divide (allocation split), R reverse
      *> a prior posting (TXN-DATE and TXN-B name the original),
      *> T transfer between two accounts (TXN-TRANSFER-BODY)
              10 TXN-OP         PIC X.
      *> the currency the amounts are denominated in; items convert
      *> to the base currency at the rate-file rate before they touch
      *> signed so a credit/debit pair can carry a negative adjustment
              10 TXN-A          PIC S9(07)V99.
              10 TXN-B          PIC S9(07)V99.
      *> a transfer detail keeps the account/date/op/currency of an
      *> ordinary detail - TXN-ACCOUNT is the from-account - and
      *> carries the to-account and the amount moved where the
      *> amount pair would sit; its hash contribution is the amount
           05 TXN-TRANSFER-BODY REDEFINES TXN-BODY.
              10 FILLER           PIC X(20).
              10 TXN-XFR-TO       PIC 9(08).
              10 TXN-XFR-AMOUNT   PIC S9(07)V99.
              10 FILLER           PIC X.
           05 TXN-HEADER-BODY REDEFINES TXN-BODY.
              10 TXN-BATCH-NUMBER PIC 9(06).
              10 TXN-BATCH-DATE   PIC 9(08).
       01  SummaryLine       PIC X(132).

      *> original batch, the full detail as transmitted, the reason it
      *> rejected, and how many runs it has failed on; a transfer is
      *> held whole - from-account in SUS-ACCOUNT, the amount in
      *> SUS-B, and the to-account in SUS-XFR-TO (zero for every
      *> other operation)
       FD  SuspenseFile
           record contains 71 characters.
       01  SUSPENSE-RECORD.
           05 SUS-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 SUS-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 SUS-RETRY      PIC 9(02).
           05 FILLER         PIC X.
           05 SUS-XFR-TO     PIC 9(08).

      *> currency code plus conversion rate to the base currency,
      *> six implied decimals, no decimal point stored, and the
      *> code-comma-field style as states.dat so the inquiry program
      *> (and a desk check with a text editor) can read it directly
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> batch number, batch status (STARTED until the run finalizes,

      *> mirrors math/intake.cob's QUEUE-RECORD layout
       FD  IntakeQueueFile
           record contains 157 characters.
       01  QUEUE-RECORD.
           05 QUE-SEQ        PIC 9(06).
           05 FILLER         PIC X.
           05 QUE-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 QUE-PATH       PIC X(100).
           05 FILLER         PIC X.
           05 QUE-RECV-DATE  PIC 9(08).
           05 FILLER         PIC X.
           05 QUE-RECV-TIME  PIC 9(06).

      *> queued items keep the suspense record shape, so the review
      *> program reads them with the same layout
       FD  WriteoffFile
           record contains 71 characters.
       01  WRITEOFF-RECORD   PIC X(71).

      *> one staged posting per accepted pair, written back to the
      *> cumulative ledger only once the batch's controls verify

      *> spilled items keep the suspense record shape
       FD  SuspenseHoldFile
           record contains 71 characters.
       01  HOLD-RECORD       PIC X(71).

      *> mirrors recon/periodend.cob's PERIOD-RECORD layout; only the
      *> period and status matter to the posting edit
           05 FILLER         PIC X.
           05 PRD-STATUS     PIC X(08).

      *> one posted item: its fingerprint, the batch it posted under,
      *> and the run date it posted on, which ages it out of the
      *> duplicate window
       FD  FingerprintFile
           record contains 51 characters.
       01  FINGERPRINT-RECORD.
           05 FP-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 FP-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 FP-OP          PIC X.
           05 FILLER         PIC X.
           05 FP-CURRENCY    PIC X(03).
           05 FILLER         PIC X.
           05 FP-AMOUNT      PIC S9(09)V99.
           05 FILLER         PIC X.
           05 FP-BATCH       PIC 9(06).
           05 FILLER         PIC X.
           05 FP-POSTED      PIC 9(08).

      *> one warehoused detail as transmitted - a transfer carries
      *> amount zero/moved and its to-account, as suspense does -
      *> and the run date it was warehoused on
       FD  WarehouseFile
           record contains 68 characters.
       01  WAREHOUSE-RECORD.
           05 WHS-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 WHS-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 WHS-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 WHS-OP         PIC X.
           05 FILLER         PIC X.
           05 WHS-CURRENCY   PIC X(03).
           05 FILLER         PIC X.
           05 WHS-A          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 WHS-B          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 WHS-XFR-TO     PIC 9(08).
           05 FILLER         PIC X.
           05 WHS-HELD-ON    PIC 9(08).

      *> the account, the floor its balance may not be driven below
      *> (sign byte + or -, then the amount, no decimal point stored),
      *> and the largest single posting it accepts - a ceiling of zero
      *> means no per-item ceiling
       FD  LimitFile
           record contains 36 characters.
       01  LIMIT-RECORD.
           05 LIM-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 LIM-FLOOR-SIGN PIC X.
           05 FILLER         PIC X.
           05 LIM-FLOOR      PIC 9(11)V99.
           05 FILLER         PIC X.
           05 LIM-CEILING    PIC 9(09)V99.

       FD  AckFile
           record contains 80 characters.
       COPY ackrec.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  FileStatus        pic XX.
       01  WS-QUE-COUNT      PIC 9(03)  VALUE 0.
       01  WS-Q              PIC 9(03)  VALUE 0.
       01  WS-Q-PICKED       PIC 9(03)  VALUE 0.
      *> the supplier acknowledgement for the consumed entry: what
      *> posted, and every detail of the batch held back and why
       01  AckFileStatus     PIC XX.
       01  WS-ACK-DIR        PIC X(08)  VALUE "outbound".
       01  WS-ACK-PATH       PIC X(100) VALUE SPACES.
       01  WS-ACK-TIME       PIC 9(08)  VALUE 0.
       01  WS-ACK-RECORDS    PIC 9(06)  VALUE 0.
       01  WS-ACK-POSTED     PIC 9(06)  VALUE 0.
       01  WS-ACK-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-ACK-HELD       PIC 9(06)  VALUE 0.
       01  WS-ACK-HELD-AMT   PIC S9(11)V99 VALUE 0.
      *> each held detail is worked to the base amount it would post,
      *> the way CALCULATE-PAIR and CONVERT-TO-BASE work it, so the
      *> held amount sits beside the posted amount on the same terms;
      *> a held detail that cannot be worked (no rate in force, a zero
      *> divisor, an invalid op, overflow) is counted apart instead
       01  WS-ACK-UNWORKED   PIC 9(06)  VALUE 0.
       01  WS-HLD-OP         PIC X      VALUE SPACE.
       01  WS-HLD-CUR        PIC X(03)  VALUE SPACES.
       01  WS-HLD-DATE       PIC 9(08)  VALUE 0.
       01  WS-HLD-A          PIC S9(07)V99 VALUE 0.
       01  WS-HLD-B          PIC S9(07)V99 VALUE 0.
       01  WS-HLD-BASE       PIC S9(09)V99 VALUE 0.
       01  WS-HLD-RATE       PIC 9(03)V9(06) VALUE 0.
       01  WS-HLD-ERROR      PIC X      VALUE "N".
       01  WS-ACK-EOF        PIC X      VALUE "N".
      *> the batch's new suspense captures by reason, charged to its
      *> sender on the supplier quality log once the batch posts
       01  WS-QUAL-SENDER    PIC X(08)  VALUE SPACES.
       01  WS-QUAL-SOURCE    PIC X(08)  VALUE "SUSPENSE".
       01  WS-QUAL-CATEGORY  PIC X(08)  VALUE SPACES.
       01  WS-QUAL-COUNT     PIC 9(07)  VALUE 0.
       01  WS-QR-COUNT       PIC 9(02)  VALUE 0.
       01  WS-QR             PIC 9(02)  VALUE 0.
       01  WS-QR-FOUND       PIC 9(02)  VALUE 0.
       01  WS-QR-TABLE.
           05 WS-QR-ENTRY occurs 1 to 30 times
                   depending on WS-QR-COUNT.
              10 WS-QR-REASON PIC X(08).
              10 WS-QR-TALLY  PIC 9(07).
       01  WS-QUE-TABLE.
           05 WS-QUE-ENTRY occurs 1 to 500 times
                   depending on WS-QUE-COUNT.
              10 WS-QT-BATCH  PIC 9(06).
              10 WS-QT-REASON PIC X(08).
              10 WS-QT-PATH   PIC X(100).
              10 WS-QT-RECV-DATE PIC 9(08).
              10 WS-QT-RECV-TIME PIC 9(06).
       01  WS-QUEUE-LINE.
           05 WS-QL-SEQ      PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-PATH     PIC X(100) VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-RECV-DATE PIC 9(08) VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-RECV-TIME PIC 9(06) VALUE 0.
       01 WS-VAR.
		     *> sized for a real currency amount, dollars and cents;
		     *> packed decimal to match the storage format used by
       01  WS-CALC-ERROR     PIC X      VALUE "N".
       01  WS-OP-REJECT-COUNT PIC 9(05) VALUE 0.
      *> per-operation subtotals for the summary: 1=add 2=subtract
      *> 3=multiply 4=divide 5=reversal 6=transfer (both legs)
       01  WS-OP-INDEX       PIC 9(01)  VALUE 0.
       01  WS-OP-TABLE       VALUE ZEROS.
           05 WS-OP-ENTRY occurs 6 times.
              10 WS-OP-COUNT  PIC 9(05).
              10 WS-OP-TOTAL  PIC S9(11)V99.
      *> flags that WS-TOTAL itself overflowed at some point, so the
      *> retry-limit support - an item that has failed this many runs
      *> moves to the write-off queue (disposition W) instead of
      *> being re-presented forever; MATH_RETRY_LIMIT overrides the
      *> default per run. A dormant or duplicate hold awaiting release
      *> (disposition H) never counts toward the limit
       01  WofFileStatus     PIC XX.
       01  WS-RETRY-ENV      PIC X(04)  VALUE SPACES.
       01  WS-RETRY-LIMIT    PIC 9(03)  VALUE 10.
              10 WS-SUS-WHY      PIC X(08).
              10 WS-SUS-RETRIES  PIC 9(02).
              10 WS-SUS-DISP     PIC X.
              10 WS-SUS-XFR-TO   PIC 9(08).
       01  WS-SUSPENSE-LINE.
           05 WS-SL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-RETRY    PIC 9(02)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-XFR-TO   PIC 9(08)  VALUE 0.

      *> print-formatted summary support - fixed print layouts with
      *> edited pictures (thousands separators, decimal point, CR for
       01  WS-ACL-WARNED     PIC X      VALUE "N".
       01  WS-ACCT-OK        PIC X      VALUE "Y".
       01  WS-ACCT-REJECT-COUNT PIC 9(05) VALUE 0.
      *> a posting to an account dormancy.cob has marked DORMNT is
      *> held in suspense (reason DORMANT) rather than posted; once a
      *> supervisor releases it in acctmaint.cob its reason reads
      *> RELEASED and the retry pass posts it past the hold. A hold
      *> counts here only, never as an account-check rejection too
       01  WS-DORM-HOLD-COUNT PIC 9(05) VALUE 0.

      *> transaction-date validation and aging support - a date after
      *> the batch date or more than WS-AGE-CUTOFF-DAYS before it
           05 WS-LGR-ORIGAMT PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-BATCH   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-VALUE   PIC 9(08)  VALUE 0.
      *> parameters for the CALL to VALDATE - each posting's value
      *> date is its posting date rolled to the next settlement day
      *> for its currency
       01  WS-VAL-ROLLED     PIC X      VALUE "N".
       01  WS-VAL-ROLLED-COUNT PIC 9(05) VALUE 0.

      *> reversal support - a reversal detail names the original
      *> posting by account, date, and posted base amount; the contra
       01  WS-REV-CUR        PIC X(03)  VALUE SPACES.
       01  WS-REV-ORIGAMT    PIC S9(07)V99 VALUE 0.

      *> transfer support - a T detail moves an amount from one
      *> account to another as one unit: both accounts and the date
      *> are edited before either leg is staged, so the pair posts
      *> together or goes to suspense together. WS-XFR-NET sums the
      *> base-currency amounts written to the stage for each leg of
      *> the batch's own details, and the trailer refuses a batch
      *> whose legs do not net to zero.
       01  WS-XFR-FROM       PIC 9(08)  VALUE 0.
       01  WS-XFR-TO         PIC 9(08)  VALUE 0.
       01  WS-XFR-AMOUNT     PIC S9(07)V99 VALUE 0.
       01  WS-XFR-BASE       PIC S9(09)V99 VALUE 0.
       01  WS-XFR-LEG        PIC X      VALUE "N".
       01  WS-XFR-NET        PIC S9(11)V99 VALUE 0.
       01  WS-XFR-LEGS       PIC 9(06)  VALUE 0.
       01  WS-XFR-REJECT-COUNT PIC 9(05) VALUE 0.

      *> posting-limit support - the limited accounts load once at
      *> INIT-FILE with their balances summed off the ledger, and
      *> every staged posting moves its account's balance, so each
      *> item is judged against the projected running balance before
      *> it stages: a debit that would take the balance below the
      *> floor rejects as OVERDRFT, an item over the ceiling as
      *> OVERLIMT, and either raises a warning alert
       01  LimFileStatus     PIC XX.
       01  WS-LIM-EOF        PIC X      VALUE "N".
       01  WS-LIM-COUNT      PIC 9(04)  VALUE 0.
       01  WS-LIM-INDEX      PIC 9(04)  VALUE 0.
       01  WS-LIM-FOUND-INDEX PIC 9(04) VALUE 0.
       01  WS-LIM-KEY        PIC 9(08)  VALUE 0.
       01  WS-LIM-TABLE.
           05 WS-LIM-ENTRY occurs 1 to 1000 times
                   depending on WS-LIM-COUNT.
              10 WS-LIM-ACCOUNT  PIC 9(08).
              10 WS-LIM-FLOOR    PIC S9(11)V99.
              10 WS-LIM-CEILING  PIC 9(09)V99.
              10 WS-LIM-BALANCE  PIC S9(11)V99.
       01  WS-LIM-OK         PIC X      VALUE "Y".
       01  WS-LIM-ITEM       PIC S9(09)V99 VALUE 0.
       01  WS-LIM-PROJECTED  PIC S9(11)V99 VALUE 0.
       01  WS-LIM-REJECT-COUNT PIC 9(05) VALUE 0.

      *> duplicate-detection support - the fingerprints posted within
      *> MATH_DUP_WINDOW_DAYS (default 30) load at INIT-FILE, every
      *> item staged tonight joins them, and a detail matching one
      *> posted under a different batch rejects to suspense as
      *> DUPLICAT. A true repeat is released in writeoff.cob; its
      *> reason then reads RELEASED and the retry pass posts it. The
      *> history is rewritten, aged to the window, only when the run
      *> posts.
       01  FpFileStatus      PIC XX.
       01  WS-FP-EOF         PIC X      VALUE "N".
       01  WS-FP-COUNT       PIC 9(05)  VALUE 0.
       01  WS-FP-INDEX       PIC 9(05)  VALUE 0.
       01  WS-FP-WARNED      PIC X      VALUE "N".
       01  WS-FP-TABLE.
           05 WS-FP-ENTRY occurs 1 to 20000 times
                   depending on WS-FP-COUNT.
              10 WS-FP-ACCOUNT  PIC 9(08).
              10 WS-FP-DATE     PIC 9(08).
              10 WS-FP-OP       PIC X.
              10 WS-FP-CUR      PIC X(03).
              10 WS-FP-AMOUNT   PIC S9(09)V99.
              10 WS-FP-BATCH    PIC 9(06).
              10 WS-FP-POSTED   PIC 9(08).
       01  WS-FINGERPRINT-LINE.
           05 WS-FPL-ACCOUNT PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-DATE    PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-OP      PIC X      VALUE SPACE.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-CUR     PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-AMOUNT  PIC S9(09)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-BATCH   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-FPL-POSTED  PIC 9(08)  VALUE 0.
       01  WS-DUP-ENV        PIC X(04)  VALUE SPACES.
       01  WS-DUP-WINDOW     PIC 9(04)  VALUE 30.
       01  WS-DUP-CUTOFF     PIC 9(08)  VALUE 0.
       01  WS-DUP-OK         PIC X      VALUE "Y".
       01  WS-DUP-AMOUNT     PIC S9(09)V99 VALUE 0.
       01  WS-DUP-BATCH      PIC 9(06)  VALUE 0.
       01  WS-DUP-MATCH-BATCH PIC 9(06) VALUE 0.
       01  WS-DUP-REJECT-COUNT PIC 9(05) VALUE 0.

      *> future-dated warehouse support - a detail dated up to
      *> MATH_WAREHOUSE_DAYS (default 90) past the batch date is
      *> warehoused instead of rejected; anything further out is
      *> still BADDATE. The warehouse loads at INIT-FILE, and once
      *> the batch verifies, items whose date the batch date has
      *> reached join the suspense table as WAREHSED so the retry
      *> pass posts them under their original batch. Disposition: O
      *> held from a prior run, N warehoused tonight, R released.
       01  WhsFileStatus     PIC XX.
       01  WS-WHS-EOF        PIC X      VALUE "N".
       01  WS-WHS-ENV        PIC X(04)  VALUE SPACES.
       01  WS-WHS-HORIZON    PIC 9(04)  VALUE 90.
       01  WS-WHS-COUNT      PIC 9(04)  VALUE 0.
       01  WS-WHS-INDEX      PIC 9(04)  VALUE 0.
       01  WS-WHS-HELD-COUNT PIC 9(05)  VALUE 0.
       01  WS-WHS-RELEASED   PIC 9(05)  VALUE 0.
       01  WS-WHS-TABLE.
           05 WS-WHS-ENTRY occurs 1 to 2000 times
                   depending on WS-WHS-COUNT.
              10 WS-WHS-BATCH    PIC 9(06).
              10 WS-WHS-ACCOUNT  PIC 9(08).
              10 WS-WHS-DATE     PIC 9(08).
              10 WS-WHS-OP       PIC X.
              10 WS-WHS-CUR      PIC X(03).
              10 WS-WHS-AMT-A    PIC S9(07)V99.
              10 WS-WHS-AMT-B    PIC S9(07)V99.
              10 WS-WHS-XFR-TO   PIC 9(08).
              10 WS-WHS-HELD-ON  PIC 9(08).
              10 WS-WHS-DISP     PIC X.
       01  WS-WAREHOUSE-LINE.
           05 WS-WL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-OP       PIC X      VALUE SPACE.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-CURRENCY PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-A        PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-B        PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-XFR-TO   PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-WL-HELD-ON  PIC 9(08)  VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           PERFORM RESOLVE-SUSPENSE-MODE
           PERFORM RESOLVE-RETRY-LIMIT
           PERFORM RESOLVE-REVIEW-LIMIT
           PERFORM RESOLVE-DUP-WINDOW
           PERFORM RESOLVE-WAREHOUSE-HORIZON
           PERFORM RESOLVE-TRANSACTION-SOURCE
           PERFORM INIT-FILE
           PERFORM PROCESS-TRANSACTIONS
           IF WS-BATCH-OK = "Y"
               PERFORM RELEASE-WAREHOUSE
               PERFORM PROCESS-SUSPENSE
               IF WS-TRIAL-MODE = "Y"
      *> a trial run shows everything and changes nothing
                   MOVE "TRIAL" TO WS-RUN-STATUS
               ELSE
                   PERFORM WRITE-LEDGER-POSTINGS
                   PERFORM SAVE-FINGERPRINTS
                   PERFORM PRINT-SUMMARY
                   PERFORM SAVE-SUSPENSE
                   PERFORM SAVE-WAREHOUSE
                   PERFORM RECORD-BATCH-COMPLETED
                   PERFORM LOG-SUSPENSE-QUALITY
                   MOVE "OK" TO WS-RUN-STATUS
               END-IF
           ELSE
           END-IF
           PERFORM CLOSE-FILE
           PERFORM MARK-QUEUE-ENTRY
           PERFORM WRITE-ACKNOWLEDGEMENT
           MOVE WS-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTED = WS-REJECT-COUNT
               + WS-DATE-REJECT-COUNT + WS-OP-REJECT-COUNT
               + WS-CUR-REJECT-COUNT + WS-ACCT-REJECT-COUNT
               + WS-REV-REJECT-COUNT + WS-XFR-REJECT-COUNT
               + WS-LIM-REJECT-COUNT + WS-DUP-REJECT-COUNT
               + WS-DORM-HOLD-COUNT
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
                                   TO WS-QT-REASON(WS-QUE-COUNT)
                               MOVE QUE-PATH
                                   TO WS-QT-PATH(WS-QUE-COUNT)
      *> an entry registered before arrival times were kept
      *> carries none - it reads as zero
                               IF QUE-RECV-DATE IS NUMERIC
                                   MOVE QUE-RECV-DATE
                                       TO WS-QT-RECV-DATE(WS-QUE-COUNT)
                                   MOVE QUE-RECV-TIME
                                       TO WS-QT-RECV-TIME(WS-QUE-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-QT-RECV-DATE(WS-QUE-COUNT)
                                   MOVE 0
                                       TO WS-QT-RECV-TIME(WS-QUE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-QT-BATCH(WS-Q) TO WS-QL-BATCH
               MOVE WS-QT-REASON(WS-Q) TO WS-QL-REASON
               MOVE WS-QT-PATH(WS-Q) TO WS-QL-PATH
               MOVE WS-QT-RECV-DATE(WS-Q) TO WS-QL-RECV-DATE
               MOVE WS-QT-RECV-TIME(WS-Q) TO WS-QL-RECV-TIME
               WRITE QUEUE-RECORD FROM WS-QUEUE-LINE
           END-PERFORM
           CLOSE IntakeQueueFile
           .

      *> the sender hears back about every batch it sent: posted or
      *> failed, what posted, and each detail held back with its
      *> reason - read back from the saved suspense file so items
      *> that spilled to the hold file are listed too. Tonight's
      *> captures are the batch's items with no retry yet.
       WRITE-ACKNOWLEDGEMENT.
           IF WS-Q-PICKED = 0 OR WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-ACK-DIR
           MOVE SPACES TO WS-ACK-PATH
           STRING FUNCTION TRIM(WS-ACK-DIR) DELIMITED BY SIZE
                  "/ack-" DELIMITED BY SIZE
                  WS-QT-SENDER(WS-Q-PICKED) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-QT-SEQ(WS-Q-PICKED) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ACK-PATH
           OPEN OUTPUT AckFile
           IF AckFileStatus NOT = "00"
               DISPLAY "error writing acknowledgement "
                       FUNCTION TRIM(WS-ACK-PATH) ". status="
                       AckFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACK-RECORDS
           ACCEPT WS-ACK-TIME FROM TIME
           MOVE SPACES TO ACK-RECORD
           MOVE "H" TO ACK-TYPE
           MOVE WS-QT-SENDER(WS-Q-PICKED) TO ACK-SENDER
           MOVE WS-QT-BATCH(WS-Q-PICKED) TO ACK-BATCH
           MOVE WS-QT-SEQ(WS-Q-PICKED) TO ACK-INTAKE-SEQ
           MOVE WS-RUN-DATE TO ACK-DATE
           MOVE WS-ACK-TIME(1:6) TO ACK-TIME
           PERFORM WRITE-ACK-RECORD
           MOVE SPACES TO ACK-RECORD
           MOVE "I" TO ACK-TYPE
           MOVE "ACCEPTED" TO ACK-DECISION
           MOVE WS-QT-REASON(WS-Q-PICKED) TO ACK-INTAKE-REASON
           PERFORM WRITE-ACK-RECORD
           MOVE 0 TO WS-ACK-HELD
           MOVE 0 TO WS-ACK-HELD-AMT
           MOVE 0 TO WS-ACK-UNWORKED
           IF WS-BATCH-OK = "Y"
               PERFORM COUNT-ACK-HELD
           END-IF
           MOVE SPACES TO ACK-RECORD
           MOVE "P" TO ACK-TYPE
           IF WS-BATCH-OK = "Y"
               MOVE "POSTED" TO ACK-BATCH-STATUS
               MOVE WS-ACK-POSTED TO ACK-POSTED-COUNT
               MOVE WS-ACK-AMOUNT TO ACK-POSTED-AMOUNT
           ELSE
      *> a control failure posts nothing and holds nothing - the
      *> whole file has to be corrected and sent again
               MOVE "FAILED" TO ACK-BATCH-STATUS
               MOVE "CONTROLS" TO ACK-BATCH-REASON
               MOVE 0 TO ACK-POSTED-COUNT
               MOVE 0 TO ACK-POSTED-AMOUNT
           END-IF
           MOVE WS-ACK-HELD TO ACK-HELD-COUNT
           MOVE WS-ACK-HELD-AMT TO ACK-HELD-AMOUNT
           MOVE WS-ACK-UNWORKED TO ACK-UNWORKED-COUNT
           PERFORM WRITE-ACK-RECORD
           IF WS-BATCH-OK = "Y"
               PERFORM LIST-ACK-SUSPENSE
               PERFORM LIST-ACK-WAREHOUSE
           END-IF
           MOVE SPACES TO ACK-RECORD
           MOVE "T" TO ACK-TYPE
           MOVE WS-ACK-RECORDS TO ACK-RECORD-COUNT
           WRITE ACK-RECORD
           CLOSE AckFile
           DISPLAY "acknowledgement written to "
                   FUNCTION TRIM(WS-ACK-PATH)
           .

       WRITE-ACK-RECORD.
           WRITE ACK-RECORD
           ADD 1 TO WS-ACK-RECORDS
           .

      *> the P record's held figures come ahead of the S lines, so
      *> the held items are counted in a first pass
       COUNT-ACK-HELD.
           MOVE "N" TO WS-ACK-EOF
           OPEN INPUT SuspenseFile
           IF SusFileStatus = "00"
               PERFORM UNTIL WS-ACK-EOF = "Y"
                   READ SuspenseFile
                       AT END
                           MOVE "Y" TO WS-ACK-EOF
                       NOT AT END
                           IF SUS-BATCH = WS-BATCH-NUMBER
                                   AND SUS-RETRY = 0
                               ADD 1 TO WS-ACK-HELD
                               MOVE SUS-OP TO WS-HLD-OP
                               MOVE SUS-CURRENCY TO WS-HLD-CUR
                               MOVE SUS-DATE TO WS-HLD-DATE
                               MOVE SUS-A TO WS-HLD-A
                               MOVE SUS-B TO WS-HLD-B
                               PERFORM WORK-HELD-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
           END-IF
           PERFORM VARYING WS-WHS-INDEX FROM 1 BY 1
                   UNTIL WS-WHS-INDEX > WS-WHS-COUNT
               IF WS-WHS-DISP(WS-WHS-INDEX) = "N"
                   ADD 1 TO WS-ACK-HELD
                   MOVE WS-WHS-OP(WS-WHS-INDEX) TO WS-HLD-OP
                   MOVE WS-WHS-CUR(WS-WHS-INDEX) TO WS-HLD-CUR
                   MOVE WS-WHS-DATE(WS-WHS-INDEX) TO WS-HLD-DATE
                   MOVE WS-WHS-AMT-A(WS-WHS-INDEX) TO WS-HLD-A
                   MOVE WS-WHS-AMT-B(WS-WHS-INDEX) TO WS-HLD-B
                   PERFORM WORK-HELD-AMOUNT
               END-IF
           END-PERFORM
           .

      *> A posts B+A, S posts B-A, M posts A*B, D posts B/A and a
      *> transfer moves B, converted at the rate in force on the
      *> detail's date - the worked amount joins the held amount, a
      *> detail that cannot be worked joins the unworked count
       WORK-HELD-AMOUNT.
           MOVE "N" TO WS-HLD-ERROR
           EVALUATE WS-HLD-OP
               WHEN "A"
                   ADD WS-HLD-A TO WS-HLD-B ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-HLD-ERROR
                   END-ADD
               WHEN "S"
                   SUBTRACT WS-HLD-A FROM WS-HLD-B ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-HLD-ERROR
                   END-SUBTRACT
               WHEN "M"
                   MULTIPLY WS-HLD-A BY WS-HLD-B ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-HLD-ERROR
                   END-MULTIPLY
               WHEN "D"
                   IF WS-HLD-A = 0
                       MOVE "Z" TO WS-HLD-ERROR
                   ELSE
                       DIVIDE WS-HLD-A INTO WS-HLD-B ROUNDED
                           ON SIZE ERROR
                               MOVE "O" TO WS-HLD-ERROR
                       END-DIVIDE
                   END-IF
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   MOVE "I" TO WS-HLD-ERROR
           END-EVALUATE
           IF WS-HLD-ERROR = "N"
               PERFORM FIND-HELD-RATE
           END-IF
           IF WS-HLD-ERROR = "N"
               COMPUTE WS-HLD-BASE ROUNDED = WS-HLD-B * WS-HLD-RATE
                   ON SIZE ERROR
                       MOVE "O" TO WS-HLD-ERROR
               END-COMPUTE
           END-IF
           IF WS-HLD-ERROR = "N"
               ADD WS-HLD-BASE TO WS-ACK-HELD-AMT
           ELSE
               ADD 1 TO WS-ACK-UNWORKED
           END-IF
           .

      *> FIND-TXN-RATE's rule, for a held detail rather than the
      *> transaction in hand
       FIND-HELD-RATE.
           MOVE "B" TO WS-HLD-ERROR
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RATE-CUR(WS-RATE-INDEX) = WS-HLD-CUR
                       AND WS-HLD-DATE >= WS-RATE-EFF(WS-RATE-INDEX)
                       AND WS-HLD-DATE <= WS-RATE-EXP(WS-RATE-INDEX)
                   MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO WS-HLD-RATE
                   MOVE "N" TO WS-HLD-ERROR
               END-IF
           END-PERFORM
           .

       LIST-ACK-SUSPENSE.
           MOVE "N" TO WS-ACK-EOF
           OPEN INPUT SuspenseFile
           IF SusFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACK-EOF = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-ACK-EOF
                   NOT AT END
                       IF SUS-BATCH = WS-BATCH-NUMBER
                               AND SUS-RETRY = 0
                           MOVE SPACES TO ACK-RECORD
                           MOVE "S" TO ACK-TYPE
                           MOVE SUS-ACCOUNT TO ACK-ACCOUNT
                           MOVE SUS-DATE TO ACK-ITEM-DATE
                           MOVE SUS-OP TO ACK-OP
                           MOVE SUS-CURRENCY TO ACK-CURRENCY
                           MOVE SUS-A TO ACK-A
                           MOVE SUS-B TO ACK-B
                           MOVE SUS-XFR-TO TO ACK-XFR-TO
                           MOVE SUS-REASON TO ACK-REASON
                           PERFORM WRITE-ACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
           .

      *> details dated beyond the batch date are not rejected, but
      *> the sender should know they have not posted yet
       LIST-ACK-WAREHOUSE.
           PERFORM VARYING WS-WHS-INDEX FROM 1 BY 1
                   UNTIL WS-WHS-INDEX > WS-WHS-COUNT
               IF WS-WHS-DISP(WS-WHS-INDEX) = "N"
                   MOVE SPACES TO ACK-RECORD
                   MOVE "S" TO ACK-TYPE
                   MOVE WS-WHS-ACCOUNT(WS-WHS-INDEX) TO ACK-ACCOUNT
                   MOVE WS-WHS-DATE(WS-WHS-INDEX) TO ACK-ITEM-DATE
                   MOVE WS-WHS-OP(WS-WHS-INDEX) TO ACK-OP
                   MOVE WS-WHS-CUR(WS-WHS-INDEX) TO ACK-CURRENCY
                   MOVE WS-WHS-AMT-A(WS-WHS-INDEX) TO ACK-A
                   MOVE WS-WHS-AMT-B(WS-WHS-INDEX) TO ACK-B
                   MOVE WS-WHS-XFR-TO(WS-WHS-INDEX) TO ACK-XFR-TO
                   MOVE "WAREHSED" TO ACK-REASON
                   PERFORM WRITE-ACK-RECORD
               END-IF
           END-PERFORM
           .

       RESOLVE-TRIAL-MODE.
           MOVE "MATH_TRIAL_POST" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
           END-IF
           .

       RESOLVE-DUP-WINDOW.
           MOVE "MATH_DUP_WINDOW_DAYS" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-DUP-ENV
           ELSE
               ACCEPT WS-DUP-ENV FROM ENVIRONMENT
                   "MATH_DUP_WINDOW_DAYS"
           END-IF
           IF WS-DUP-ENV NOT = SPACES
               COMPUTE WS-DUP-WINDOW = FUNCTION NUMVAL(WS-DUP-ENV)
           END-IF
           .

       RESOLVE-WAREHOUSE-HORIZON.
           MOVE "MATH_WAREHOUSE_DAYS" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-WHS-ENV
           ELSE
               ACCEPT WS-WHS-ENV FROM ENVIRONMENT
                   "MATH_WAREHOUSE_DAYS"
           END-IF
           IF WS-WHS-ENV NOT = SPACES
               COMPUTE WS-WHS-HORIZON = FUNCTION NUMVAL(WS-WHS-ENV)
           END-IF
           .

       RESOLVE-REVIEW-LIMIT.
           MOVE "MATH_REVIEW_LIMIT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-SUSPENSE
           PERFORM LOAD-PERIODS
           PERFORM LOAD-ACCOUNT-LIMITS
           PERFORM LOAD-FINGERPRINTS
           PERFORM LOAD-WAREHOUSE
      *> the posting stage starts empty every run; a prior abend's
      *> leftovers are discarded here, never posted
           OPEN OUTPUT PostStageFile
           MOVE "Y" TO WS-STAGE-OPEN
           .

      *> reads the posting limits; a missing file means no account
      *> is limited. The limited accounts' opening balances are the
      *> sum of their ledger postings (ledgerroll's brought-forward
      *> record included), taken before anything stages tonight.
       LOAD-ACCOUNT-LIMITS.
           OPEN INPUT LimitFile
           IF LimFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIM-EOF = "Y"
               READ LimitFile
                   AT END
                       MOVE "Y" TO WS-LIM-EOF
                   NOT AT END
                       IF WS-LIM-COUNT < 1000
                           ADD 1 TO WS-LIM-COUNT
                           MOVE LIM-ACCOUNT
                               TO WS-LIM-ACCOUNT(WS-LIM-COUNT)
                           MOVE LIM-FLOOR TO WS-LIM-FLOOR(WS-LIM-COUNT)
                           IF LIM-FLOOR-SIGN = "-"
                               COMPUTE WS-LIM-FLOOR(WS-LIM-COUNT) =
                                   0 - LIM-FLOOR
                           END-IF
                           MOVE LIM-CEILING
                               TO WS-LIM-CEILING(WS-LIM-COUNT)
                           MOVE 0 TO WS-LIM-BALANCE(WS-LIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LimitFile
           IF WS-LIM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIM-EOF
           OPEN INPUT LedgerFile
           IF LgrFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIM-EOF = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO WS-LIM-EOF
                   NOT AT END
                       MOVE LGR-ACCOUNT TO WS-LIM-KEY
                       PERFORM FIND-ACCOUNT-LIMIT
                       IF WS-LIM-FOUND-INDEX > 0
                           ADD LGR-AMOUNT
                               TO WS-LIM-BALANCE(WS-LIM-FOUND-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

      *> loads the fingerprints still inside the window; anything
      *> posted before the cutoff has aged out and is dropped when
      *> the history is next rewritten
       LOAD-FINGERPRINTS.
           COMPUTE WS-DUP-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DUP-WINDOW)
           OPEN INPUT FingerprintFile
           IF FpFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ FingerprintFile
                   AT END
                       MOVE "Y" TO WS-FP-EOF
                   NOT AT END
                       IF FP-POSTED >= WS-DUP-CUTOFF
                           PERFORM ADD-LOADED-FINGERPRINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FingerprintFile
           .

       ADD-LOADED-FINGERPRINT.
           IF WS-FP-COUNT NOT < 20000
               PERFORM WARN-FINGERPRINTS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FP-COUNT
           MOVE FP-ACCOUNT TO WS-FP-ACCOUNT(WS-FP-COUNT)
           MOVE FP-DATE TO WS-FP-DATE(WS-FP-COUNT)
           MOVE FP-OP TO WS-FP-OP(WS-FP-COUNT)
           MOVE FP-CURRENCY TO WS-FP-CUR(WS-FP-COUNT)
           MOVE FP-AMOUNT TO WS-FP-AMOUNT(WS-FP-COUNT)
           MOVE FP-BATCH TO WS-FP-BATCH(WS-FP-COUNT)
           MOVE FP-POSTED TO WS-FP-POSTED(WS-FP-COUNT)
           .

       WARN-FINGERPRINTS-FULL.
           IF WS-FP-WARNED = "N"
               DISPLAY "duplicate history full - items past 20000 "
                       "in the window are not fingerprinted"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "duplicate history full - shorten the window"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               MOVE "Y" TO WS-FP-WARNED
           END-IF
           .

      *> the amount fingerprinted is the item's own: the calculated
      *> result in its currency, or a transfer's amount moved; the
      *> batch is the one the item was transmitted under
       SET-FINGERPRINT-KEY.
           IF TXN-OP = "T"
               MOVE WS-XFR-AMOUNT TO WS-DUP-AMOUNT
           ELSE
               MOVE WS-B TO WS-DUP-AMOUNT
           END-IF
           IF WS-SUS-MODE = "Y"
               MOVE WS-SUS-BATCH(WS-SUS-INDEX) TO WS-DUP-BATCH
           ELSE
               MOVE WS-BATCH-NUMBER TO WS-DUP-BATCH
           END-IF
           .

      *> an item whose fingerprint was posted inside the window under
      *> another batch is held as a suspected duplicate; repeats
      *> inside one batch are the supplier's business, not a resend
       CHECK-DUPLICATE-ITEM.
           MOVE "Y" TO WS-DUP-OK
           IF WS-SUS-MODE = "Y"
               IF WS-SUS-WHY(WS-SUS-INDEX) = "RELEASED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SET-FINGERPRINT-KEY
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT OR WS-DUP-OK = "N"
               IF WS-FP-ACCOUNT(WS-FP-INDEX) = TXN-ACCOUNT
                  AND WS-FP-DATE(WS-FP-INDEX) = TXN-DATE
                  AND WS-FP-OP(WS-FP-INDEX) = TXN-OP
                  AND WS-FP-CUR(WS-FP-INDEX) = TXN-CURRENCY
                  AND WS-FP-AMOUNT(WS-FP-INDEX) = WS-DUP-AMOUNT
                  AND WS-FP-BATCH(WS-FP-INDEX) NOT = WS-DUP-BATCH
                   MOVE "N" TO WS-DUP-OK
                   MOVE WS-FP-BATCH(WS-FP-INDEX) TO WS-DUP-MATCH-BATCH
               END-IF
           END-PERFORM
           IF WS-DUP-OK = "N"
               DISPLAY "account " TXN-ACCOUNT " date " TXN-DATE
                       " op " TXN-OP " " TXN-CURRENCY " "
                       WS-DUP-AMOUNT " matches batch "
                       WS-DUP-MATCH-BATCH
                       " -> held as suspected duplicate"
               ADD 1 TO WS-DUP-REJECT-COUNT
               MOVE "DUPLICAT" TO WS-SUS-REASON
           END-IF
           .

      *> tonight's staged item joins the history, so a later batch
      *> in the window - or a retried item from another batch -
      *> matches it
       RECORD-FINGERPRINT.
           IF WS-FP-COUNT NOT < 20000
               PERFORM WARN-FINGERPRINTS-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-FINGERPRINT-KEY
           ADD 1 TO WS-FP-COUNT
           MOVE TXN-ACCOUNT TO WS-FP-ACCOUNT(WS-FP-COUNT)
           MOVE TXN-DATE TO WS-FP-DATE(WS-FP-COUNT)
           MOVE TXN-OP TO WS-FP-OP(WS-FP-COUNT)
           MOVE TXN-CURRENCY TO WS-FP-CUR(WS-FP-COUNT)
           MOVE WS-DUP-AMOUNT TO WS-FP-AMOUNT(WS-FP-COUNT)
           MOVE WS-DUP-BATCH TO WS-FP-BATCH(WS-FP-COUNT)
           MOVE WS-RUN-DATE TO WS-FP-POSTED(WS-FP-COUNT)
           .

      *> rewrites the history with the window's fingerprints - only
      *> once the run has posted, so a rejected batch leaves none
       SAVE-FINGERPRINTS.
           OPEN OUTPUT FingerprintFile
           IF FpFileStatus NOT = "00"
               DISPLAY "error rewriting fingerprint history. status="
                       FpFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               MOVE WS-FP-ACCOUNT(WS-FP-INDEX) TO WS-FPL-ACCOUNT
               MOVE WS-FP-DATE(WS-FP-INDEX) TO WS-FPL-DATE
               MOVE WS-FP-OP(WS-FP-INDEX) TO WS-FPL-OP
               MOVE WS-FP-CUR(WS-FP-INDEX) TO WS-FPL-CUR
               MOVE WS-FP-AMOUNT(WS-FP-INDEX) TO WS-FPL-AMOUNT
               MOVE WS-FP-BATCH(WS-FP-INDEX) TO WS-FPL-BATCH
               MOVE WS-FP-POSTED(WS-FP-INDEX) TO WS-FPL-POSTED
               WRITE FINGERPRINT-RECORD FROM WS-FINGERPRINT-LINE
           END-PERFORM
           CLOSE FingerprintFile
           .

       FIND-ACCOUNT-LIMIT.
           MOVE 0 TO WS-LIM-FOUND-INDEX
           PERFORM VARYING WS-LIM-INDEX FROM 1 BY 1
                   UNTIL WS-LIM-INDEX > WS-LIM-COUNT
                      OR WS-LIM-FOUND-INDEX > 0
               IF WS-LIM-ACCOUNT(WS-LIM-INDEX) = WS-LIM-KEY
                   MOVE WS-LIM-INDEX TO WS-LIM-FOUND-INDEX
               END-IF
           END-PERFORM
           .

      *> reads the closed periods recon/periodend.cob maintains; a
      *> missing file just means no period has ever been closed
       LOAD-PERIODS.
           END-IF
           .

      *> reads the items prior runs warehoused; a missing file means
      *> nothing is waiting
       LOAD-WAREHOUSE.
           OPEN INPUT WarehouseFile
           IF WhsFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WHS-EOF = "Y"
               READ WarehouseFile
                   AT END
                       MOVE "Y" TO WS-WHS-EOF
                   NOT AT END
                       IF WS-WHS-COUNT < 2000
                           ADD 1 TO WS-WHS-COUNT
                           MOVE WHS-BATCH TO WS-WHS-BATCH(WS-WHS-COUNT)
                           MOVE WHS-ACCOUNT
                               TO WS-WHS-ACCOUNT(WS-WHS-COUNT)
                           MOVE WHS-DATE TO WS-WHS-DATE(WS-WHS-COUNT)
                           MOVE WHS-OP TO WS-WHS-OP(WS-WHS-COUNT)
                           MOVE WHS-CURRENCY TO WS-WHS-CUR(WS-WHS-COUNT)
                           MOVE WHS-A TO WS-WHS-AMT-A(WS-WHS-COUNT)
                           MOVE WHS-B TO WS-WHS-AMT-B(WS-WHS-COUNT)
                           MOVE WHS-XFR-TO
                               TO WS-WHS-XFR-TO(WS-WHS-COUNT)
                           MOVE WHS-HELD-ON
                               TO WS-WHS-HELD-ON(WS-WHS-COUNT)
                           MOVE "O" TO WS-WHS-DISP(WS-WHS-COUNT)
                       ELSE
                           DISPLAY "warehouse holds more than 2000 "
                                   "items - item from batch " WHS-BATCH
                                   " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WarehouseFile
           .

      *> reads the suspense file left by prior runs into the retry
      *> table; a missing file just means nothing is in suspense,
      *> and items beyond the table's capacity spill to the hold
                               MOVE SUS-RETRY
                                   TO WS-SUS-RETRIES(WS-SUS-COUNT)
                               MOVE "O" TO WS-SUS-DISP(WS-SUS-COUNT)
      *> items held before transfers existed carry no to-account
                               IF SUS-XFR-TO IS NUMERIC
                                   MOVE SUS-XFR-TO
                                       TO WS-SUS-XFR-TO(WS-SUS-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-SUS-XFR-TO(WS-SUS-COUNT)
                               END-IF
                           ELSE
                               MOVE SUSPENSE-RECORD TO WS-SUSPENSE-LINE
                               PERFORM SPILL-SUSPENSE-RECORD
               MOVE "Y" TO WS-HEADER-SEEN
               MOVE TXN-BATCH-NUMBER TO WS-BATCH-NUMBER
               MOVE TXN-BATCH-DATE TO WS-BATCH-DATE
               MOVE TXN-SENDER TO WS-QUAL-SENDER
      *> the registry check has to wait for the header, since the
      *> batch number isn't known until the header has been read
               PERFORM CHECK-RUN-CONTROL
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   IF TXN-OP = "T"
                       ADD TXN-XFR-AMOUNT TO WS-HASH-TOTAL
                   ELSE
                       ADD TXN-A TO WS-HASH-TOTAL
                       ADD TXN-B TO WS-HASH-TOTAL
                   END-IF
                   PERFORM ADD-PAIR
               END-IF
           END-IF
                           " - batch rejected **"
                   MOVE "N" TO WS-BATCH-OK
               END-IF
      *> every transfer stages a debit and a credit of the same base
      *> amount, so anything but a zero net means a leg went missing
               IF WS-XFR-NET NOT = 0
                   DISPLAY "** transfer legs net to " WS-XFR-NET
                           " across " WS-XFR-LEGS " leg(s), not zero"
                           " - batch rejected **"
                   MOVE "N" TO WS-BATCH-OK
               END-IF
           END-IF
           .

       ADD-PAIR.
           IF TXN-OP = "T"
               PERFORM PROCESS-TRANSFER
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TXN-ACCOUNT
           IF WS-ACCT-OK NOT = "Y"
               IF WS-SUS-REASON NOT = "DORMANT"
                   ADD 1 TO WS-ACCT-REJECT-COUNT
               END-IF
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TXN-DATE
           IF WS-DATE-OK = "W"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-OK NOT = "Y"
               ADD 1 TO WS-DATE-REJECT-COUNT
               PERFORM CAPTURE-SUSPENSE
           END-IF
           .

      *> moves TXN-XFR-AMOUNT from TXN-ACCOUNT to TXN-XFR-TO: both
      *> accounts, the date, and the rate are checked first, and
      *> only then are the debit and credit legs staged one after
      *> the other - a transfer that fails any check goes to
      *> suspense whole, never one leg of it
       PROCESS-TRANSFER.
           MOVE TXN-ACCOUNT TO WS-XFR-FROM
           MOVE TXN-XFR-TO TO WS-XFR-TO
           MOVE TXN-XFR-AMOUNT TO WS-XFR-AMOUNT
           IF WS-XFR-FROM = WS-XFR-TO OR WS-XFR-AMOUNT NOT > 0
               DISPLAY "transfer from " WS-XFR-FROM " to " WS-XFR-TO
                       " amount " WS-XFR-AMOUNT
                       " -> transfer rejected"
               ADD 1 TO WS-XFR-REJECT-COUNT
               MOVE "BADXFR" TO WS-SUS-REASON
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TXN-ACCOUNT
           IF WS-ACCT-OK = "Y"
               MOVE WS-XFR-TO TO TXN-ACCOUNT
               PERFORM VALIDATE-TXN-ACCOUNT
               MOVE WS-XFR-FROM TO TXN-ACCOUNT
           END-IF
           IF WS-ACCT-OK NOT = "Y"
               IF WS-SUS-REASON NOT = "DORMANT"
                   ADD 1 TO WS-ACCT-REJECT-COUNT
               END-IF
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TXN-DATE
           IF WS-DATE-OK = "W"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-OK NOT = "Y"
               ADD 1 TO WS-DATE-REJECT-COUNT
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TXN-RATE
           IF WS-RATE-FOUND NOT = "Y"
               DISPLAY "no rate for currency '" TXN-CURRENCY
                       "' in force on " TXN-DATE
                       " -> transfer rejected"
               ADD 1 TO WS-CUR-REJECT-COUNT
               MOVE "BADCUR" TO WS-SUS-REASON
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CALC-ERROR
           COMPUTE WS-XFR-BASE ROUNDED = WS-XFR-AMOUNT * WS-CURRENT-RATE
               ON SIZE ERROR
                   MOVE "O" TO WS-CALC-ERROR
           END-COMPUTE
           IF WS-CALC-ERROR NOT = "N"
               DISPLAY "conversion overflow -> transfer rejected"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "OVERFLOW" TO WS-SUS-REASON
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-ITEM
           IF WS-DUP-OK NOT = "Y"
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
      *> both legs are held to their accounts' limits before either
      *> stages - the debit against the from-account's floor, the
      *> credit against the to-account's ceiling
           COMPUTE WS-BASE-B = 0 - WS-XFR-BASE
           PERFORM CHECK-POSTING-LIMITS
           IF WS-LIM-OK = "Y"
               MOVE WS-XFR-TO TO TXN-ACCOUNT
               MOVE WS-XFR-BASE TO WS-BASE-B
               PERFORM CHECK-POSTING-LIMITS
               MOVE WS-XFR-FROM TO TXN-ACCOUNT
           END-IF
           IF WS-LIM-OK NOT = "Y"
               ADD 1 TO WS-LIM-REJECT-COUNT
               PERFORM CAPTURE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
      *> debit leg on the from-account, then the credit leg on the
      *> to-account; a suspense item clears only on the second leg.
      *> The stage amount is cleared ahead of each leg, so a leg that
      *> never reached the stage tallies nothing and the net is short
           MOVE "Y" TO WS-XFR-LEG
           COMPUTE WS-B = 0 - WS-XFR-AMOUNT
           COMPUTE WS-BASE-B = 0 - WS-XFR-BASE
           MOVE 0 TO WS-SG-AMOUNT
           PERFORM ACCUMULATE-PAIR
           PERFORM TALLY-TRANSFER-LEG
           MOVE "N" TO WS-XFR-LEG
           MOVE WS-XFR-TO TO TXN-ACCOUNT
           MOVE WS-XFR-AMOUNT TO WS-B
           MOVE WS-XFR-BASE TO WS-BASE-B
           MOVE 0 TO WS-SG-AMOUNT
           PERFORM ACCUMULATE-PAIR
           PERFORM TALLY-TRANSFER-LEG
           MOVE WS-XFR-FROM TO TXN-ACCOUNT
           PERFORM RECORD-FINGERPRINT
           .

      *> each leg tallies the signed amount its stage record carries
      *> for the ledger write - the debit leg's negated amount, the
      *> credit leg's amount - so a leg staged short, twice, or with
      *> the wrong sign shows in the net. Only the batch's own
      *> details count toward the trailer's net-zero proof; retried
      *> suspense transfers post after the trailer has already been
      *> verified
       TALLY-TRANSFER-LEG.
           IF WS-SUS-MODE NOT = "Y"
               ADD WS-SG-AMOUNT TO WS-XFR-NET
               ADD 1 TO WS-XFR-LEGS
           END-IF
           .

      *> backs out a prior posting through the same batch controls,
      *> summary, and day-end proof as everything else: the original
      *> is located on the ledger by account, date, and posted base
      *> the per-currency book reverses in the original's own
      *> currency and pre-conversion amount
                   COMPUTE WS-BASE-B = 0 - WS-REV-AMOUNT
                   PERFORM CHECK-POSTING-LIMITS
                   IF WS-LIM-OK NOT = "Y"
                       ADD 1 TO WS-LIM-REJECT-COUNT
                       PERFORM CAPTURE-SUSPENSE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-B = 0 - WS-REV-ORIGAMT
                   IF WS-REV-CUR NOT = SPACES
                       MOVE WS-REV-CUR TO TXN-CURRENCY
                           "transaction rejected"
                   MOVE "N" TO WS-ACCT-OK
                   MOVE "CLOSED" TO WS-SUS-REASON
               WHEN WS-ACL-STATUS = "DORMNT"
                   IF WS-SUS-MODE = "Y"
                       IF WS-SUS-WHY(WS-SUS-INDEX) = "RELEASED"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   DISPLAY "account " TXN-ACCOUNT " is dormant -> "
                           "held for supervisor release"
                   MOVE "N" TO WS-ACCT-OK
                   MOVE "DORMANT" TO WS-SUS-REASON
                   ADD 1 TO WS-DORM-HOLD-COUNT
           END-EVALUATE
           .

           COMPUTE WS-TXN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
               - FUNCTION INTEGER-OF-DATE(TXN-DATE)
      *> a detail dated within the horizon past the batch date is
      *> warehoused rather than rejected - never a suspense retry,
      *> which is already held, nor a reversal, whose date names an
      *> original posting that cannot yet exist
           IF WS-TXN-AGE-DAYS < 0
                   AND WS-SUS-MODE NOT = "Y" AND TXN-OP NOT = "R"
                   AND 0 - WS-TXN-AGE-DAYS NOT > WS-WHS-HORIZON
                   AND WS-WHS-COUNT < 2000
               PERFORM WAREHOUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-AGE-DAYS < 0
               DISPLAY "future-dated transaction " TXN-DATE
                       " rejected (batch date " WS-BATCH-DATE ")"
           END-IF
           .

      *> the detail waits in the warehouse under tonight's batch;
      *> WS-DATE-OK of W tells the caller it is neither posted nor
      *> rejected
       WAREHOUSE-ITEM.
           ADD 1 TO WS-WHS-COUNT
           MOVE WS-BATCH-NUMBER TO WS-WHS-BATCH(WS-WHS-COUNT)
           MOVE TXN-ACCOUNT TO WS-WHS-ACCOUNT(WS-WHS-COUNT)
           MOVE TXN-DATE TO WS-WHS-DATE(WS-WHS-COUNT)
           MOVE TXN-OP TO WS-WHS-OP(WS-WHS-COUNT)
           MOVE TXN-CURRENCY TO WS-WHS-CUR(WS-WHS-COUNT)
           IF TXN-OP = "T"
               MOVE 0 TO WS-WHS-AMT-A(WS-WHS-COUNT)
               MOVE TXN-XFR-AMOUNT TO WS-WHS-AMT-B(WS-WHS-COUNT)
               MOVE TXN-XFR-TO TO WS-WHS-XFR-TO(WS-WHS-COUNT)
           ELSE
               MOVE TXN-A TO WS-WHS-AMT-A(WS-WHS-COUNT)
               MOVE TXN-B TO WS-WHS-AMT-B(WS-WHS-COUNT)
               MOVE 0 TO WS-WHS-XFR-TO(WS-WHS-COUNT)
           END-IF
           MOVE WS-RUN-DATE TO WS-WHS-HELD-ON(WS-WHS-COUNT)
           MOVE "N" TO WS-WHS-DISP(WS-WHS-COUNT)
           ADD 1 TO WS-WHS-HELD-COUNT
           MOVE "W" TO WS-DATE-OK
           DISPLAY "future-dated transaction " TXN-DATE
                   " warehoused (batch date " WS-BATCH-DATE ")"
           .

      *> a detail dated into a closed period would silently restate
      *> figures finance already reported - it goes to suspense with
      *> its own reason instead
      *> no rate effective on TXN-DATE rejects the pair rather than
      *> letting it default through at par
       CONVERT-TO-BASE.
           PERFORM FIND-TXN-RATE
           IF WS-RATE-FOUND NOT = "Y"
               DISPLAY "no rate for currency '" TXN-CURRENCY
                       "' in force on " TXN-DATE
                       MOVE "O" TO WS-CALC-ERROR
               END-COMPUTE
               IF WS-CALC-ERROR = "N"
                   PERFORM CHECK-DUPLICATE-ITEM
                   IF WS-DUP-OK = "Y"
                       PERFORM CHECK-POSTING-LIMITS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DUP-OK NOT = "Y"
                           PERFORM CAPTURE-SUSPENSE
                       WHEN WS-LIM-OK NOT = "Y"
                           ADD 1 TO WS-LIM-REJECT-COUNT
                           PERFORM CAPTURE-SUSPENSE
                       WHEN OTHER
                           PERFORM ACCUMULATE-PAIR
                           PERFORM RECORD-FINGERPRINT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OVERFLOW" TO WS-SUS-REASON
           END-IF
           .

      *> VALIDATE-TXN-ACCOUNT has already passed the account as
      *> known and open; once the item's base amount is known this
      *> holds it to the account's limits against the projected
      *> running balance. The alert goes out when the item is first
      *> caught - a retry that is still over the limit just ages.
       CHECK-POSTING-LIMITS.
           MOVE "Y" TO WS-LIM-OK
           MOVE TXN-ACCOUNT TO WS-LIM-KEY
           PERFORM FIND-ACCOUNT-LIMIT
           IF WS-LIM-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BASE-B TO WS-LIM-ITEM
           IF WS-LIM-ITEM < 0
               COMPUTE WS-LIM-ITEM = 0 - WS-LIM-ITEM
           END-IF
           COMPUTE WS-LIM-PROJECTED =
               WS-LIM-BALANCE(WS-LIM-FOUND-INDEX) + WS-BASE-B
           EVALUATE TRUE
               WHEN WS-LIM-CEILING(WS-LIM-FOUND-INDEX) > 0
                AND WS-LIM-ITEM > WS-LIM-CEILING(WS-LIM-FOUND-INDEX)
                   DISPLAY "account " TXN-ACCOUNT " item " WS-BASE-B
                           " over its per-item ceiling -> "
                           "transaction rejected"
                   MOVE "N" TO WS-LIM-OK
                   MOVE "OVERLIMT" TO WS-SUS-REASON
               WHEN WS-BASE-B < 0
                AND WS-LIM-PROJECTED < WS-LIM-FLOOR(WS-LIM-FOUND-INDEX)
                   DISPLAY "account " TXN-ACCOUNT " would fall to "
                           WS-LIM-PROJECTED " below its floor -> "
                           "transaction rejected"
                   MOVE "N" TO WS-LIM-OK
                   MOVE "OVERDRFT" TO WS-SUS-REASON
           END-EVALUATE
           IF WS-LIM-OK = "N" AND WS-SUS-MODE NOT = "Y"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "account " DELIMITED BY SIZE
                      TXN-ACCOUNT DELIMITED BY SIZE
                      " posting limit breach " DELIMITED BY SIZE
                      WS-SUS-REASON DELIMITED BY SIZE
                      " to suspense" DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           .

      *> keeps a limited account's projected balance moving with
      *> each posting staged against it
       TRACK-LIMIT-BALANCE.
           IF WS-LIM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-ACCOUNT TO WS-LIM-KEY
           PERFORM FIND-ACCOUNT-LIMIT
           IF WS-LIM-FOUND-INDEX > 0
               ADD WS-BASE-B TO WS-LIM-BALANCE(WS-LIM-FOUND-INDEX)
           END-IF
           .

      *> the rate for TXN-CURRENCY in force on TXN-DATE, left in
      *> WS-CURRENT-RATE with WS-RATE-FOUND saying whether there was one
       FIND-TXN-RATE.
           MOVE "N" TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RATE-CUR(WS-RATE-INDEX) = TXN-CURRENCY
                       AND TXN-DATE >= WS-RATE-EFF(WS-RATE-INDEX)
                       AND TXN-DATE <= WS-RATE-EXP(WS-RATE-INDEX)
                   MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO WS-CURRENT-RATE
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           .

      *> records the rejected pair in the suspense table. During the
      *> retry pass the item is already in the table, so a repeat
      *> failure just ages its retry count instead of duplicating it.
      *> A released item that fails again for some other reason keeps
      *> its RELEASED reason, so the supervisor's release still holds
      *> on the next retry; the new failure shows on the run's log.
       CAPTURE-SUSPENSE.
           IF WS-SUS-MODE = "Y"
               ADD 1 TO WS-SUS-RETRIES(WS-SUS-INDEX)
               IF WS-SUS-WHY(WS-SUS-INDEX) NOT = "RELEASED"
                   MOVE WS-SUS-REASON TO WS-SUS-WHY(WS-SUS-INDEX)
               END-IF
           ELSE
               IF WS-SUS-COUNT < 2000
                   ADD 1 TO WS-SUS-COUNT
                   MOVE TXN-DATE TO WS-SUS-DATE(WS-SUS-COUNT)
                   MOVE TXN-OP TO WS-SUS-OP(WS-SUS-COUNT)
                   MOVE TXN-CURRENCY TO WS-SUS-CUR(WS-SUS-COUNT)
      *> a transfer is held as amount zero/moved, plus its to-account
                   IF TXN-OP = "T"
                       MOVE 0 TO WS-SUS-AMT-A(WS-SUS-COUNT)
                       MOVE TXN-XFR-AMOUNT
                           TO WS-SUS-AMT-B(WS-SUS-COUNT)
                       MOVE TXN-XFR-TO TO WS-SUS-XFR-TO(WS-SUS-COUNT)
                   ELSE
                       MOVE TXN-A TO WS-SUS-AMT-A(WS-SUS-COUNT)
                       MOVE TXN-B TO WS-SUS-AMT-B(WS-SUS-COUNT)
                       MOVE 0 TO WS-SUS-XFR-TO(WS-SUS-COUNT)
                   END-IF
                   MOVE WS-SUS-REASON TO WS-SUS-WHY(WS-SUS-COUNT)
                   MOVE 0 TO WS-SUS-RETRIES(WS-SUS-COUNT)
                   MOVE "N" TO WS-SUS-DISP(WS-SUS-COUNT)
                   PERFORM TALLY-SUSPENSE-QUALITY
               ELSE
      *> the retry table is full, but the capture is not lost - the
      *> reject spills to the hold work file and rejoins suspense at
                   MOVE TXN-DATE TO WS-SL-DATE
                   MOVE TXN-OP TO WS-SL-OP
                   MOVE TXN-CURRENCY TO WS-SL-CURRENCY
                   IF TXN-OP = "T"
                       MOVE 0 TO WS-SL-A
                       MOVE TXN-XFR-AMOUNT TO WS-SL-B
                       MOVE TXN-XFR-TO TO WS-SL-XFR-TO
                   ELSE
                       MOVE TXN-A TO WS-SL-A
                       MOVE TXN-B TO WS-SL-B
                       MOVE 0 TO WS-SL-XFR-TO
                   END-IF
                   MOVE WS-SUS-REASON TO WS-SL-REASON
                   MOVE 0 TO WS-SL-RETRY
                   PERFORM TALLY-SUSPENSE-QUALITY
                   PERFORM SPILL-SUSPENSE-RECORD
                   DISPLAY "suspense table full - reject spilled to "
                           "the hold file"
           END-IF
           .

      *> a retried item was counted the night it was first captured,
      *> so only the batch's own new captures are tallied
       TALLY-SUSPENSE-QUALITY.
           MOVE 0 TO WS-QR-FOUND
           PERFORM VARYING WS-QR FROM 1 BY 1
                   UNTIL WS-QR > WS-QR-COUNT
               IF WS-QR-REASON(WS-QR) = WS-SUS-REASON
                   MOVE WS-QR TO WS-QR-FOUND
               END-IF
           END-PERFORM
           IF WS-QR-FOUND = 0
               IF WS-QR-COUNT NOT < 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QR-COUNT
               MOVE WS-QR-COUNT TO WS-QR-FOUND
               MOVE WS-SUS-REASON TO WS-QR-REASON(WS-QR-FOUND)
               MOVE 0 TO WS-QR-TALLY(WS-QR-FOUND)
           END-IF
           ADD 1 TO WS-QR-TALLY(WS-QR-FOUND)
           .

      *> the intake queue's sender where the batch came through
      *> intake, the batch header's otherwise
       LOG-SUSPENSE-QUALITY.
           IF WS-Q-PICKED > 0
               MOVE WS-QT-SENDER(WS-Q-PICKED) TO WS-QUAL-SENDER
           END-IF
           PERFORM VARYING WS-QR FROM 1 BY 1
                   UNTIL WS-QR > WS-QR-COUNT
               MOVE WS-QR-REASON(WS-QR) TO WS-QUAL-CATEGORY
               MOVE WS-QR-TALLY(WS-QR) TO WS-QUAL-COUNT
               CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
                   WS-QUAL-CATEGORY WS-QUAL-COUNT
           END-PERFORM
           .

      *> items the batch date has reached leave the warehouse for the
      *> suspense table, where the retry pass presents them under
      *> their original batch like any held item. With the retry
      *> pass switched off they stay warehoused, and an item the
      *> full suspense table cannot take waits for the next run.
       RELEASE-WAREHOUSE.
           IF WS-SUS-RETRY-ON NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WHS-INDEX FROM 1 BY 1
                   UNTIL WS-WHS-INDEX > WS-WHS-COUNT
               IF WS-WHS-DISP(WS-WHS-INDEX) = "O"
                       AND WS-WHS-DATE(WS-WHS-INDEX) NOT > WS-BATCH-DATE
                       AND WS-SUS-COUNT < 2000
                   DISPLAY "releasing warehoused item from batch "
                           WS-WHS-BATCH(WS-WHS-INDEX) " dated "
                           WS-WHS-DATE(WS-WHS-INDEX)
                   ADD 1 TO WS-SUS-COUNT
                   MOVE WS-WHS-BATCH(WS-WHS-INDEX)
                       TO WS-SUS-BATCH(WS-SUS-COUNT)
                   MOVE WS-WHS-ACCOUNT(WS-WHS-INDEX)
                       TO WS-SUS-ACCOUNT(WS-SUS-COUNT)
                   MOVE WS-WHS-DATE(WS-WHS-INDEX)
                       TO WS-SUS-DATE(WS-SUS-COUNT)
                   MOVE WS-WHS-OP(WS-WHS-INDEX)
                       TO WS-SUS-OP(WS-SUS-COUNT)
                   MOVE WS-WHS-CUR(WS-WHS-INDEX)
                       TO WS-SUS-CUR(WS-SUS-COUNT)
                   MOVE WS-WHS-AMT-A(WS-WHS-INDEX)
                       TO WS-SUS-AMT-A(WS-SUS-COUNT)
                   MOVE WS-WHS-AMT-B(WS-WHS-INDEX)
                       TO WS-SUS-AMT-B(WS-SUS-COUNT)
                   MOVE WS-WHS-XFR-TO(WS-WHS-INDEX)
                       TO WS-SUS-XFR-TO(WS-SUS-COUNT)
                   MOVE "WAREHSED" TO WS-SUS-WHY(WS-SUS-COUNT)
                   MOVE 0 TO WS-SUS-RETRIES(WS-SUS-COUNT)
                   MOVE "O" TO WS-SUS-DISP(WS-SUS-COUNT)
                   MOVE "R" TO WS-WHS-DISP(WS-WHS-INDEX)
                   ADD 1 TO WS-WHS-RELEASED
               END-IF
           END-PERFORM
           .

      *> rewrites the warehouse with what is still waiting: prior
      *> items not yet due plus tonight's future-dated details
       SAVE-WAREHOUSE.
           OPEN OUTPUT WarehouseFile
           IF WhsFileStatus NOT = "00"
               DISPLAY "error rewriting warehouse file. status="
                       WhsFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WHS-INDEX FROM 1 BY 1
                   UNTIL WS-WHS-INDEX > WS-WHS-COUNT
               IF WS-WHS-DISP(WS-WHS-INDEX) NOT = "R"
                   MOVE WS-WHS-BATCH(WS-WHS-INDEX) TO WS-WL-BATCH
                   MOVE WS-WHS-ACCOUNT(WS-WHS-INDEX) TO WS-WL-ACCOUNT
                   MOVE WS-WHS-DATE(WS-WHS-INDEX) TO WS-WL-DATE
                   MOVE WS-WHS-OP(WS-WHS-INDEX) TO WS-WL-OP
                   MOVE WS-WHS-CUR(WS-WHS-INDEX) TO WS-WL-CURRENCY
                   MOVE WS-WHS-AMT-A(WS-WHS-INDEX) TO WS-WL-A
                   MOVE WS-WHS-AMT-B(WS-WHS-INDEX) TO WS-WL-B
                   MOVE WS-WHS-XFR-TO(WS-WHS-INDEX) TO WS-WL-XFR-TO
                   MOVE WS-WHS-HELD-ON(WS-WHS-INDEX) TO WS-WL-HELD-ON
                   WRITE WAREHOUSE-RECORD FROM WS-WAREHOUSE-LINE
               END-IF
           END-PERFORM
           CLOSE WarehouseFile
           .

      *> re-presents every held suspense item through the same edit
      *> and calculation path the batch details take; an item that
      *> clears posts into this run, one that fails again stays held
      *> with its retry count aged. A dormant-account or suspected-
      *> duplicate hold (disposition H) waits for a supervisor: it is
      *> neither re-presented nor aged toward the write-off queue,
      *> so a dormant account is not posted to behind the hold and a
      *> duplicate does not slip through once its match ages out of
      *> the MATH_DUP_WINDOW_DAYS history
       PROCESS-SUSPENSE.
           IF WS-SUS-RETRY-ON = "Y"
               MOVE "Y" TO WS-SUS-MODE
               PERFORM VARYING WS-SUS-INDEX FROM 1 BY 1
                       UNTIL WS-SUS-INDEX > WS-SUS-COUNT
                   IF WS-SUS-DISP(WS-SUS-INDEX) = "O"
                           AND (WS-SUS-WHY(WS-SUS-INDEX) = "DORMANT"
                           OR WS-SUS-WHY(WS-SUS-INDEX) = "DUPLICAT")
                       DISPLAY "suspense item from batch "
                               WS-SUS-BATCH(WS-SUS-INDEX) " held ("
                               WS-SUS-WHY(WS-SUS-INDEX)
                               ") - awaiting supervisor release"
                       MOVE "H" TO WS-SUS-DISP(WS-SUS-INDEX)
                   END-IF
                   IF WS-SUS-DISP(WS-SUS-INDEX) = "O"
                           AND WS-SUS-RETRIES(WS-SUS-INDEX)
                               >= WS-RETRY-LIMIT
                       MOVE WS-SUS-DATE(WS-SUS-INDEX) TO TXN-DATE
                       MOVE WS-SUS-OP(WS-SUS-INDEX) TO TXN-OP
                       MOVE WS-SUS-CUR(WS-SUS-INDEX) TO TXN-CURRENCY
                       IF WS-SUS-OP(WS-SUS-INDEX) = "T"
                           MOVE WS-SUS-XFR-TO(WS-SUS-INDEX)
                               TO TXN-XFR-TO
                           MOVE WS-SUS-AMT-B(WS-SUS-INDEX)
                               TO TXN-XFR-AMOUNT
                       ELSE
                           MOVE WS-SUS-AMT-A(WS-SUS-INDEX) TO TXN-A
                           MOVE WS-SUS-AMT-B(WS-SUS-INDEX) TO TXN-B
                       END-IF
                       PERFORM ADD-PAIR
                   END-IF
               END-PERFORM
           MOVE WS-SUS-AMT-B(WS-SUS-INDEX) TO WS-SL-B
           MOVE WS-SUS-WHY(WS-SUS-INDEX) TO WS-SL-REASON
           MOVE WS-SUS-RETRIES(WS-SUS-INDEX) TO WS-SL-RETRY
           MOVE WS-SUS-XFR-TO(WS-SUS-INDEX) TO WS-SL-XFR-TO
           .

      *> the queue accumulates across runs until the supervisor's
           PERFORM TALLY-AGING
           PERFORM CHECK-REVIEW-THRESHOLD
           PERFORM STAGE-POSTING
           PERFORM TRACK-LIMIT-BALANCE
      *> the supplier's acknowledgement counts its own details once
      *> each (a transfer when its second leg is staged) and nets
      *> what they posted
           IF WS-SUS-MODE NOT = "Y"
               ADD WS-BASE-B TO WS-ACK-AMOUNT
               IF WS-XFR-LEG NOT = "Y"
                   ADD 1 TO WS-ACK-POSTED
               END-IF
           END-IF
      *> a suspense item that made it all the way here has cleared
      *> (a transfer only once its second leg is staged)
           IF WS-SUS-MODE = "Y" AND WS-XFR-LEG NOT = "Y"
               MOVE "C" TO WS-SUS-DISP(WS-SUS-INDEX)
               ADD 1 TO WS-SUS-CLEARED
           END-IF
                   MOVE 3 TO WS-OP-INDEX
               WHEN "R"
                   MOVE 5 TO WS-OP-INDEX
               WHEN "T"
                   MOVE 6 TO WS-OP-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-OP-INDEX
           END-EVALUATE
                       MOVE STG-CURRENCY TO WS-LGR-CUR
                       MOVE STG-ORIG-AMOUNT TO WS-LGR-ORIGAMT
                       MOVE STG-BATCH TO WS-LGR-BATCH
                       CALL "VALDATE" USING WS-LGR-CUR WS-LGR-DATE
                           WS-LGR-VALUE WS-VAL-ROLLED
                       IF WS-VAL-ROLLED = "Y"
                           ADD 1 TO WS-VAL-ROLLED-COUNT
                       END-IF
                       WRITE LEDGER-RECORD FROM WS-LEDGER-DETAIL
               END-READ
           END-PERFORM
           CLOSE PostStageFile
           CLOSE LedgerFile
           IF WS-VAL-ROLLED-COUNT > 0
               DISPLAY WS-VAL-ROLLED-COUNT " posting(s) value-dated "
                       "past a market holiday or weekend"
           END-IF
           OPEN OUTPUT PostStageFile
           IF StgFileStatus = "00"
               CLOSE PostStageFile
                   WS-OP-TOTAL(4)
           DISPLAY "reversal: " WS-OP-COUNT(5) " item(s), total "
                   WS-OP-TOTAL(5)
           DISPLAY "transfer: " WS-OP-COUNT(6) " leg(s), net "
                   WS-OP-TOTAL(6)
           DISPLAY "----- aging analysis -----"
           DISPLAY "current (under 30 days): " WS-AGE-COUNT(1)
                   " item(s), amount " WS-AGE-AMOUNT(1)
               DISPLAY "records rejected (reversal check): "
                       WS-REV-REJECT-COUNT
           END-IF
           IF WS-XFR-REJECT-COUNT > 0
               DISPLAY "records rejected (transfer check): "
                       WS-XFR-REJECT-COUNT
           END-IF
           IF WS-LIM-REJECT-COUNT > 0
               DISPLAY "records rejected (posting limit): "
                       WS-LIM-REJECT-COUNT
           END-IF
           IF WS-DORM-HOLD-COUNT > 0
               DISPLAY "records held (dormant account): "
                       WS-DORM-HOLD-COUNT
           END-IF
           IF WS-DUP-REJECT-COUNT > 0
               DISPLAY "records held (suspected duplicate): "
                       WS-DUP-REJECT-COUNT
           END-IF
           IF WS-WHS-HELD-COUNT > 0
               DISPLAY "records warehoused (future-dated): "
                       WS-WHS-HELD-COUNT
           END-IF
           IF WS-WHS-RELEASED > 0
               DISPLAY "warehoused items released this run: "
                       WS-WHS-RELEASED
           END-IF
           IF WS-REVIEW-COUNT > 0
               DISPLAY "items flagged for high-value review: "
                       WS-REVIEW-COUNT
           PERFORM WRITE-OP-STAT-LINE-4
           MOVE "REVERSAL SUBTOTAL" TO WS-SS-LABEL
           PERFORM WRITE-OP-STAT-LINE-5
           MOVE "TRANSFER LEGS NET" TO WS-SS-LABEL
           PERFORM WRITE-OP-STAT-LINE-6
           MOVE SPACES TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-REV-REJECT-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "REJECTED - TRANSFER CHECK" TO WS-SN-LABEL
           MOVE WS-XFR-REJECT-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "REJECTED - POSTING LIMIT" TO WS-SN-LABEL
           MOVE WS-LIM-REJECT-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "HELD - DORMANT ACCOUNT" TO WS-SN-LABEL
           MOVE WS-DORM-HOLD-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "HELD - SUSPECTED DUPLICATE" TO WS-SN-LABEL
           MOVE WS-DUP-REJECT-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "WAREHOUSED - FUTURE-DATED" TO WS-SN-LABEL
           MOVE WS-WHS-HELD-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "RELEASED FROM WAREHOUSE" TO WS-SN-LABEL
           MOVE WS-WHS-RELEASED TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           MOVE "FLAGGED FOR HIGH-VALUE REVIEW" TO WS-SN-LABEL
           MOVE WS-REVIEW-COUNT TO WS-SN-COUNT
           MOVE WS-SUM-COUNT-LINE TO SummaryLine
           MOVE WS-SUM-STAT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           .
       WRITE-OP-STAT-LINE-6.
           MOVE WS-OP-COUNT(6) TO WS-SS-COUNT
           MOVE WS-OP-TOTAL(6) TO WS-SS-AMOUNT
           MOVE WS-SUM-STAT-LINE TO SummaryLine
           PERFORM WRITE-SUMMARY-LINE
           .
       WRITE-AGE-STAT-LINE-1.
           MOVE WS-AGE-COUNT(1) TO WS-SS-COUNT
           MOVE WS-AGE-AMOUNT(1) TO WS-SS-AMOUNT
