      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormancy.
      *> Dormant account detection: an account nobody has posted to
      *> in years is where misrouted items and fraud hide, yet
      *> math.cob kept posting to them without a second look. This
      *> periodic run finds every OPEN account on accounts.dat with
      *> no ledger posting inside DORMANCY_DAYS (default 365) - an
      *> account never posted to counts from its open date - and
      *> marks it DORMNT on the master, after rolling a backup
      *> generation the way acctmaint.cob does. math.cob then holds
      *> postings to a dormant account in suspense for a supervisor
      *> to release, and acctmaint.cob reactivates it - an approved
      *> reactivation counts as activity on its date. The dormancy
      *> report lists every dormant account with its last-activity
      *> date, days idle, and ledger balance; each account marked is
      *> written to account-audit.log as a DORMANT change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so ACCOUNT_MASTER_FILE points the run at the same
      *> master ACCTLOOKUP reads
           SELECT AccountFile
               ASSIGN TO DYNAMIC WS-ACCTS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AcctFileStatus.

           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT DormancyReport
               ASSIGN TO "dormancy-report.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

           SELECT AuditFile
               ASSIGN TO "account-audit.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AuditFileStatus.

      *> dated backup generation of the master and its registry,
      *> shared with acctmaint.cob
           SELECT BackupFile
               ASSIGN TO DYNAMIC WS-BACKUP-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BakFileStatus.

           SELECT GenFile
               ASSIGN TO "accounts-gens.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is GenFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> mirrors ACCTLOOKUP's ACCOUNT-RECORD layout
       FD  AccountFile
           record contains 49 characters.
       01  ACCOUNT-RECORD.
           05 AC-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 AC-NAME        PIC X(24).
           05 FILLER         PIC X.
           05 AC-STATUS      PIC X(06).
           05 FILLER         PIC X.
           05 AC-OPEN-DATE   PIC 9(08).

       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  DormancyReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       FD  AuditFile
           record contains 132 characters.
       01  AuditLine         PIC X(132).

       FD  BackupFile
           record contains 49 characters.
       01  BACKUP-RECORD     PIC X(49).

       FD  GenFile
           record contains 60 characters.
       01  GEN-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.
       01  AcctFileStatus    PIC XX.
       01  LgrFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  AuditFileStatus   PIC XX.
       01  BakFileStatus     PIC XX.
       01  GenFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-ACCTS-PATH     PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-ACCTS-PATH PIC X(100)
               VALUE "../accounts.dat".
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "DORMANCY".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> DORMANCY_DAYS overrides the idle period that makes an
      *> account dormant
       01  WS-DAYS-ENV       PIC X(05)  VALUE SPACES.
       01  WS-DORMANCY-DAYS  PIC 9(05)  VALUE 365.
       01  WS-RUN-DAY        PIC 9(07)  VALUE 0.
       01  WS-IDLE-DAYS      PIC S9(07) VALUE 0.

      *> the master in memory, each account with its last posting
      *> date and ledger balance gathered in one ledger pass
       01  WS-AT-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AT             PIC 9(04)  VALUE 0.
       01  WS-AT-FOUND       PIC 9(04)  VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-AT-ENTRY occurs 1 to 1000 times
                   depending on WS-AT-COUNT.
              10 WS-AT-ACCOUNT  PIC 9(08).
              10 WS-AT-NAME     PIC X(24).
              10 WS-AT-STATUS   PIC X(06).
              10 WS-AT-OPEN     PIC 9(08).
              10 WS-AT-LAST     PIC 9(08).
              10 WS-AT-BALANCE  PIC S9(11)V99.
              10 WS-AT-MARKED   PIC X.
       01  WS-MARKED-COUNT   PIC 9(04)  VALUE 0.
      *> an approved ACTIVATE on account-audit.log is activity as of
      *> its date, so an account reactivated without a posting since
      *> is not marked dormant again on the strength of its old
      *> ledger history
       01  WS-ACT-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACT-DATE       PIC 9(08)  VALUE 0.
       01  WS-ACT-APPROVED   PIC 9(02)  VALUE 0.
       01  WS-DORMANT-COUNT  PIC 9(04)  VALUE 0.
       01  WS-DORMANT-BALANCE PIC S9(13)V99 VALUE 0.
       01  WS-ACCOUNT-LINE.
           05 WS-AL-ACCOUNT     PIC 9(08)  VALUE 0.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-NAME        PIC X(24)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-STATUS      PIC X(06)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-OPEN-DATE   PIC 9(08)  VALUE 0.

      *> report line layouts in the math-summary.txt print style
       01  WS-DETAIL-LINE.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-NAME     PIC X(24)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-LAST     PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-DAYS     PIC ZZZ,ZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-BALANCE  PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-DL-NOTE     PIC X(12)  VALUE SPACES.
           05 FILLER         PIC X(42)  VALUE SPACES.
       01  WS-ED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

      *> report paging, math.cob's summary shape
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "DORMANT ACCOUNT REPORT".
       01  WS-PAGE-NUM       PIC 9(03)  VALUE 0.
       01  WS-LINE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(03)  VALUE 50.
       01  WS-RPT-HOLD       PIC X(132) VALUE SPACES.

      *> audit trail support - audit.log's date/time/operator layout
       01  WS-AUDIT-DATE     PIC X(08)  VALUE SPACES.
       01  WS-AUDIT-TIME     PIC X(08)  VALUE SPACES.
       01  WS-AUDIT-OPERATOR PIC X(08)  VALUE "DORMANCY".

      *> backup generation support - ACCOUNTS_BACKUP_KEEP overrides
      *> the number of generations retained (default 5)
       01  WS-BACKUP-PATH    PIC X(100) VALUE SPACES.
       01  WS-BACKUP-OK      PIC X      VALUE "Y".
       01  WS-KEEP-ENV       PIC X(03)  VALUE SPACES.
       01  WS-KEEP-COUNT     PIC 9(02)  VALUE 5.
       01  WS-GEN-EOF        PIC X      VALUE "N".
       01  WS-GEN-COUNT      PIC 9(02)  VALUE 0.
       01  WS-GEN-INDEX      PIC 9(02)  VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-NAME occurs 1 to 20 times
                   depending on WS-GEN-COUNT PIC X(60).
       01  WS-BAK-STAMP-DATE PIC X(08)  VALUE SPACES.
       01  WS-BAK-STAMP-TIME PIC X(08)  VALUE SPACES.
       01  WS-DELETE-PATH    PIC X(100) VALUE SPACES.
       01  WS-COPY-EOF       PIC X      VALUE "N".

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM RESOLVE-ACCOUNTS-PATH
           PERFORM RESOLVE-DORMANCY-DAYS
           PERFORM LOAD-ACCOUNTS
           PERFORM SCAN-LEDGER-ACTIVITY
           PERFORM SCAN-REACTIVATIONS
           PERFORM MARK-DORMANT-ACCOUNTS
           MOVE "OK" TO WS-RUN-STATUS
           IF WS-MARKED-COUNT > 0
               PERFORM SAVE-ACCOUNTS
               IF WS-BACKUP-OK NOT = "Y"
                   MOVE "NOBACKUP" TO WS-RUN-STATUS
                   MOVE 0 TO WS-MARKED-COUNT
                   PERFORM LOAD-ACCOUNTS
                   PERFORM SCAN-LEDGER-ACTIVITY
                   PERFORM SCAN-REACTIVATIONS
               ELSE
                   PERFORM AUDIT-MARKED-ACCOUNTS
               END-IF
           END-IF
           PERFORM WRITE-DORMANCY-REPORT
           DISPLAY WS-MARKED-COUNT " account(s) newly marked dormant, "
                   WS-DORMANT-COUNT " dormant in all - see "
                   "dormancy-report.txt"
           MOVE WS-AT-COUNT TO WS-RUN-PROCESSED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-ACCOUNTS-PATH.
           MOVE "ACCOUNT_MASTER_FILE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-ACCTS-PATH
           ELSE
               ACCEPT WS-ACCTS-PATH FROM ENVIRONMENT
                   "ACCOUNT_MASTER_FILE"
           END-IF
           IF WS-ACCTS-PATH = SPACES
               MOVE WS-DEFAULT-ACCTS-PATH TO WS-ACCTS-PATH
           END-IF
           .

       RESOLVE-DORMANCY-DAYS.
           MOVE "DORMANCY_DAYS" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:5) TO WS-DAYS-ENV
           ELSE
               ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "DORMANCY_DAYS"
           END-IF
           IF WS-DAYS-ENV NOT = SPACES
               COMPUTE WS-DORMANCY-DAYS = FUNCTION NUMVAL(WS-DAYS-ENV)
           END-IF
           IF WS-DORMANCY-DAYS = 0
               MOVE 365 TO WS-DORMANCY-DAYS
           END-IF
           .

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AccountFile
           IF AcctFileStatus NOT = "00"
               DISPLAY "error opening account master. status="
                       AcctFileStatus
               MOVE "NOMASTER" TO WS-RUN-STATUS
               MOVE "E" TO WS-RUN-EVENT
               CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
                   WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AccountFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-AT-COUNT < 1000
                           ADD 1 TO WS-AT-COUNT
                           MOVE AC-ACCOUNT
                               TO WS-AT-ACCOUNT(WS-AT-COUNT)
                           MOVE AC-NAME TO WS-AT-NAME(WS-AT-COUNT)
                           MOVE AC-STATUS TO WS-AT-STATUS(WS-AT-COUNT)
                           MOVE AC-OPEN-DATE TO WS-AT-OPEN(WS-AT-COUNT)
                           MOVE 0 TO WS-AT-LAST(WS-AT-COUNT)
                           MOVE 0 TO WS-AT-BALANCE(WS-AT-COUNT)
                           MOVE "N" TO WS-AT-MARKED(WS-AT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           .

      *> one pass over the live ledger: the latest posting date and
      *> the running sum of amounts for every account on the master
      *> (ledgerroll's brought-forward record - batch zero - carries
      *> the roll date, which is bookkeeping, not activity, so it
      *> counts toward the balance but sets no date)
       SCAN-LEDGER-ACTIVITY.
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
                       PERFORM TALLY-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       TALLY-ONE-POSTING.
           MOVE 0 TO WS-AT-FOUND
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT OR WS-AT-FOUND > 0
               IF WS-AT-ACCOUNT(WS-AT) = LGR-ACCOUNT
                   MOVE WS-AT TO WS-AT-FOUND
               END-IF
           END-PERFORM
           IF WS-AT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD LGR-AMOUNT TO WS-AT-BALANCE(WS-AT-FOUND)
           IF LGR-BATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF LGR-DATE > WS-AT-LAST(WS-AT-FOUND)
               MOVE LGR-DATE TO WS-AT-LAST(WS-AT-FOUND)
           END-IF
           .

      *> acctmaint.cob's approved ACTIVATE entries - "date time
      *> operator ACTIVATE account nnnnnnnn [..] -> [..] APPROVED" -
      *> move an account's last-activity date forward to the day it
      *> was reactivated, when that is later than its last posting;
      *> a missing audit log just means nothing was ever reactivated
       SCAN-REACTIVATIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AuditFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AuditLine(28:8) = "ACTIVATE"
                               AND AuditLine(36:9) = " account "
                               AND AuditLine(1:8) IS NUMERIC
                               AND AuditLine(45:8) IS NUMERIC
                           PERFORM TALLY-ONE-REACTIVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile
           .

       TALLY-ONE-REACTIVATION.
           MOVE 0 TO WS-ACT-APPROVED
           INSPECT AuditLine TALLYING WS-ACT-APPROVED
               FOR ALL "] APPROVED"
           IF WS-ACT-APPROVED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AuditLine(1:8) TO WS-ACT-DATE
           MOVE AuditLine(45:8) TO WS-ACT-ACCOUNT
           MOVE 0 TO WS-AT-FOUND
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT OR WS-AT-FOUND > 0
               IF WS-AT-ACCOUNT(WS-AT) = WS-ACT-ACCOUNT
                   MOVE WS-AT TO WS-AT-FOUND
               END-IF
           END-PERFORM
           IF WS-AT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACT-DATE > WS-AT-LAST(WS-AT-FOUND)
               MOVE WS-ACT-DATE TO WS-AT-LAST(WS-AT-FOUND)
           END-IF
           .

      *> an OPEN account idle for the dormancy period goes dormant;
      *> frozen and closed accounts are already out of circulation.
      *> The idle days run from the later of the last posting and
      *> the last approved reactivation
       MARK-DORMANT-ACCOUNTS.
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               IF WS-AT-LAST(WS-AT) = 0
                   MOVE WS-AT-OPEN(WS-AT) TO WS-AT-LAST(WS-AT)
               END-IF
               IF WS-AT-STATUS(WS-AT) = "OPEN"
                   PERFORM COMPUTE-IDLE-DAYS
                   IF WS-IDLE-DAYS >= WS-DORMANCY-DAYS
                       MOVE "DORMNT" TO WS-AT-STATUS(WS-AT)
                       MOVE "Y" TO WS-AT-MARKED(WS-AT)
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       COMPUTE-IDLE-DAYS.
           IF WS-AT-LAST(WS-AT) = 0
               MOVE 0 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAY
                   - FUNCTION INTEGER-OF-DATE(WS-AT-LAST(WS-AT))
           END-IF
           .

       RESOLVE-ACCOUNTS-LINE.
           MOVE WS-AT-ACCOUNT(WS-AT) TO WS-AL-ACCOUNT
           MOVE WS-AT-NAME(WS-AT) TO WS-AL-NAME
           MOVE WS-AT-STATUS(WS-AT) TO WS-AL-STATUS
           MOVE WS-AT-OPEN(WS-AT) TO WS-AL-OPEN-DATE
           .

      *> rewrites the master from the table after rolling a backup
      *> generation; ACCTLOOKUP rebuilds its index on its next CALL
       SAVE-ACCOUNTS.
           PERFORM ROLL-BACKUP-GENERATION
           IF WS-BACKUP-OK NOT = "Y"
               DISPLAY "backup generation failed - accounts not "
                       "marked dormant this run"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AccountFile
           IF AcctFileStatus NOT = "00"
               DISPLAY "error rewriting account master. status="
                       AcctFileStatus
               MOVE "N" TO WS-BACKUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               PERFORM RESOLVE-ACCOUNTS-LINE
               WRITE ACCOUNT-RECORD FROM WS-ACCOUNT-LINE
           END-PERFORM
           CLOSE AccountFile
           .

      *> rolls the current master to a dated backup generation and
      *> trims the oldest past ACCOUNTS_BACKUP_KEEP - the same
      *> generations acctmaint.cob keeps
       ROLL-BACKUP-GENERATION.
           MOVE "Y" TO WS-BACKUP-OK
           ACCEPT WS-BAK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BAK-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-BACKUP-PATH
           STRING "../accounts-bak-" DELIMITED BY SIZE
                  WS-BAK-STAMP-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BAK-STAMP-TIME(1:6) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT AccountFile
           IF AcctFileStatus NOT = "00"
               MOVE "N" TO WS-BACKUP-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BackupFile
           IF BakFileStatus NOT = "00"
               DISPLAY "error writing backup generation. status="
                       BakFileStatus
               CLOSE AccountFile
               MOVE "N" TO WS-BACKUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COPY-EOF = "Y"
               READ AccountFile
                   AT END
                       MOVE "Y" TO WS-COPY-EOF
                   NOT AT END
                       MOVE ACCOUNT-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE AccountFile
           CLOSE BackupFile
           PERFORM LOAD-GENERATIONS
           IF WS-GEN-COUNT > 0
               IF WS-GEN-NAME(WS-GEN-COUNT) = WS-BACKUP-PATH
                   PERFORM SAVE-GENERATIONS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-GEN-COUNT < 20
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-BACKUP-PATH TO WS-GEN-NAME(WS-GEN-COUNT)
           END-IF
           PERFORM RESOLVE-KEEP-COUNT
           PERFORM UNTIL WS-GEN-COUNT NOT > WS-KEEP-COUNT
               MOVE WS-GEN-NAME(1) TO WS-DELETE-PATH
               CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                       UNTIL WS-GEN-INDEX NOT < WS-GEN-COUNT
                   MOVE WS-GEN-NAME(WS-GEN-INDEX + 1)
                       TO WS-GEN-NAME(WS-GEN-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-GEN-COUNT
           END-PERFORM
           PERFORM SAVE-GENERATIONS
           .

       RESOLVE-KEEP-COUNT.
           MOVE "ACCOUNTS_BACKUP_KEEP" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:3) TO WS-KEEP-ENV
           ELSE
               ACCEPT WS-KEEP-ENV FROM ENVIRONMENT
                   "ACCOUNTS_BACKUP_KEEP"
           END-IF
           IF WS-KEEP-ENV NOT = SPACES
               COMPUTE WS-KEEP-COUNT = FUNCTION NUMVAL(WS-KEEP-ENV)
           END-IF
           IF WS-KEEP-COUNT = 0
               MOVE 1 TO WS-KEEP-COUNT
           END-IF
           .

       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-GEN-EOF
           OPEN INPUT GenFile
           IF GenFileStatus = "00"
               PERFORM UNTIL WS-GEN-EOF = "Y"
                   READ GenFile
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           IF WS-GEN-COUNT < 20
                               ADD 1 TO WS-GEN-COUNT
                               MOVE GEN-RECORD
                                   TO WS-GEN-NAME(WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenFile
           END-IF
           .

       SAVE-GENERATIONS.
           OPEN OUTPUT GenFile
           IF GenFileStatus NOT = "00"
               DISPLAY "error writing generation registry. status="
                       GenFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               MOVE WS-GEN-NAME(WS-GEN-INDEX) TO GEN-RECORD
               WRITE GEN-RECORD
           END-PERFORM
           CLOSE GenFile
           .

      *> one account-audit.log entry per account marked, in
      *> acctmaint.cob's before/after layout
       AUDIT-MARKED-ACCOUNTS.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35" OR AuditFileStatus = "05"
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditFileStatus NOT = "00"
               DISPLAY "error opening account audit log. status="
                       AuditFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               IF WS-AT-MARKED(WS-AT) = "Y"
                   MOVE SPACES TO AuditLine
                   STRING WS-AUDIT-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-AUDIT-TIME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-AUDIT-OPERATOR DELIMITED BY SIZE
                          " DORMANT  account " DELIMITED BY SIZE
                          WS-AT-ACCOUNT(WS-AT) DELIMITED BY SIZE
                          " [" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AT-NAME(WS-AT))
                              DELIMITED BY SIZE
                          " OPEN  ] -> [" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AT-NAME(WS-AT))
                              DELIMITED BY SIZE
                          " DORMNT] APPLIED" DELIMITED BY SIZE
                          INTO AuditLine
                   WRITE AuditLine
               END-IF
           END-PERFORM
           CLOSE AuditFile
           .

       WRITE-DORMANCY-REPORT.
           OPEN OUTPUT DormancyReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening dormancy report. status="
                       RptFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "DORMANCY PERIOD: " DELIMITED BY SIZE
                  WS-DORMANCY-DAYS DELIMITED BY SIZE
                  " DAYS WITHOUT A POSTING" DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "  ACCOUNT   NAME                      LAST ACT  "
               & "  DAYS IDLE             BALANCE  " TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               IF WS-AT-STATUS(WS-AT) = "DORMNT"
                   PERFORM WRITE-DORMANT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DORMANT-BALANCE TO WS-ED-AMOUNT
           MOVE SPACES TO ReportLine
           STRING "DORMANT ACCOUNTS: " DELIMITED BY SIZE
                  WS-DORMANT-COUNT DELIMITED BY SIZE
                  "   NEWLY MARKED: " DELIMITED BY SIZE
                  WS-MARKED-COUNT DELIMITED BY SIZE
                  "   BALANCE HELD: " DELIMITED BY SIZE
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           CLOSE DormancyReport
           .

       WRITE-DORMANT-LINE.
           ADD 1 TO WS-DORMANT-COUNT
           ADD WS-AT-BALANCE(WS-AT) TO WS-DORMANT-BALANCE
           PERFORM COMPUTE-IDLE-DAYS
           MOVE WS-AT-ACCOUNT(WS-AT) TO WS-DL-ACCOUNT
           MOVE WS-AT-NAME(WS-AT) TO WS-DL-NAME
           MOVE WS-AT-LAST(WS-AT) TO WS-DL-LAST
           MOVE WS-IDLE-DAYS TO WS-DL-DAYS
           MOVE WS-AT-BALANCE(WS-AT) TO WS-DL-BALANCE
           IF WS-AT-MARKED(WS-AT) = "Y"
               MOVE "NEW THIS RUN" TO WS-DL-NOTE
           ELSE
               MOVE SPACES TO WS-DL-NOTE
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
