      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctmaint.
      *> Account master maintenance: opening, renaming, freezing,
      *> unfreezing, and closing accounts on accounts.dat used to mean
      *> hand-editing the file ACCTLOOKUP and math.cob trust for every
      *> posting. This program offers the same maintenance menu shape
      *> as table.cob - OPERSIGN sign-on, updates queued as pending
      *> changes that a second operator must approve, a dated backup
      *> generation before every rewrite - and refuses to close an
      *> account whose ledger balance is not zero, both when the close
      *> is queued and again when it is approved. Every queued,
      *> approved, and rejected change lands in account-audit.log in
      *> audit.log's layout, so auditinq searches it with the rest.
      *> Accounts dormancy.cob has marked DORMNT are reactivated here
      *> through the same approval, and a supervisor can release the
      *> postings math.cob is holding in suspense for one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so ACCOUNT_MASTER_FILE points maintenance at the
      *> same master ACCTLOOKUP reads
           SELECT AccountFile
               ASSIGN TO DYNAMIC WS-ACCTS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AcctFileStatus.

      *> the posting ledger - read only, for the balance a close must
      *> prove is zero
           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

           SELECT AuditFile
               ASSIGN TO "account-audit.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AuditFileStatus.

      *> account changes wait here for a second operator's approval
           SELECT PendingFile
               ASSIGN TO "account-pending.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PndFileStatus.

      *> dated backup generation of the master, written immediately
      *> before every rewrite, and the registry of retained ones
           SELECT BackupFile
               ASSIGN TO DYNAMIC WS-BACKUP-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BakFileStatus.

           SELECT GenFile
               ASSIGN TO "accounts-gens.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is GenFileStatus.

      *> math.cob's suspense file - postings held for a dormant
      *> account are released here for the next retry pass
           SELECT SuspenseFile
               ASSIGN TO "suspense.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is SusFileStatus.

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

       FD  AuditFile
           record contains 132 characters.
       01  AuditLine         PIC X(132).

      *> one queued change: the operation, the account, its before
      *> and after name/status, the ledger balance when it was
      *> queued, and the maker - who sits at the same offset as in
      *> table.cob's pending-changes.dat so auditinq reads both alike
       FD  PendingFile
           record contains 127 characters.
       01  PENDING-RECORD.
           05 PA-OP          PIC X(08).
           05 FILLER         PIC X.
           05 PA-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 PA-OLD-NAME    PIC X(24).
           05 FILLER         PIC X.
           05 PA-OLD-STATUS  PIC X(06).
           05 FILLER         PIC X.
           05 PA-NEW-NAME    PIC X(24).
           05 FILLER         PIC X.
           05 PA-NEW-STATUS  PIC X(06).
           05 FILLER         PIC X.
           05 PA-OPEN-DATE   PIC 9(08).
           05 FILLER         PIC X.
           05 PA-QUEUED      PIC 9(08).
           05 FILLER         PIC X.
           05 PA-BALANCE     PIC S9(11)V99.
           05 FILLER         PIC X(06).
           05 PA-MAKER       PIC X(08).

       FD  BackupFile
           record contains 49 characters.
       01  BACKUP-RECORD     PIC X(49).

       FD  GenFile
           record contains 60 characters.
       01  GEN-RECORD        PIC X(60).

      *> mirrors math/math.cob's SUSPENSE-RECORD layout
       FD  SuspenseFile
           record contains 71 characters.
       01  SUSPENSE-RECORD.
           05 SUS-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 SUS-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 SUS-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 SUS-OP         PIC X.
           05 FILLER         PIC X.
           05 SUS-CURRENCY   PIC X(03).
           05 FILLER         PIC X.
           05 SUS-A          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 SUS-B          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 SUS-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 SUS-RETRY      PIC 9(02).
           05 FILLER         PIC X.
           05 SUS-XFR-TO     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  AcctFileStatus    PIC XX.
       01  LgrFileStatus     PIC XX.
       01  AuditFileStatus   PIC XX.
       01  PndFileStatus     PIC XX.
       01  BakFileStatus     PIC XX.
       01  GenFileStatus     PIC XX.
       01  SusFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-ACCTS-PATH     PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-ACCTS-PATH PIC X(100)
               VALUE "../accounts.dat".
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "ACCTMAINT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> the master rides in memory for the session and is rewritten
      *> whole when an approved change is applied
       01  WS-AT-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AT             PIC 9(04)  VALUE 0.
       01  WS-FOUND-INDEX    PIC 9(04)  VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-AT-ENTRY occurs 1 to 1000 times
                   depending on WS-AT-COUNT.
              10 WS-AT-ACCOUNT  PIC 9(08).
              10 WS-AT-NAME     PIC X(24).
              10 WS-AT-STATUS   PIC X(06).
              10 WS-AT-OPEN     PIC 9(08).

      *> operator sign-on support, same convention as table.cob
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.
       01  WS-SIGNON-OK      PIC X      VALUE "N".
       01  WS-SIGNON-TRIES   PIC 9(01)  VALUE 0.
       01  WS-ENTER-ID       PIC X(08)  VALUE SPACES.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
       01  WS-AUTH-OK        PIC X      VALUE "N".
      *> the function each menu action needs, checked through
      *> OPERSIGN when the action is picked - ACCTMNT for keying a
      *> change, APPROVE for approving one; spaces at sign-on
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE SPACES.

      *> the change being keyed or approved
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-INPUT-ACCOUNT  PIC 9(08)  VALUE 0.
       01  WS-INPUT-NAME     PIC X(24)  VALUE SPACES.
       01  WS-INPUT-OPEN     PIC 9(08)  VALUE 0.
       01  WS-CHG-OP         PIC X(08)  VALUE SPACES.
       01  WS-CHG-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-CHG-OLD-NAME   PIC X(24)  VALUE SPACES.
       01  WS-CHG-OLD-STATUS PIC X(06)  VALUE SPACES.
       01  WS-CHG-NEW-NAME   PIC X(24)  VALUE SPACES.
       01  WS-CHG-NEW-STATUS PIC X(06)  VALUE SPACES.
       01  WS-CHG-OPEN-DATE  PIC 9(08)  VALUE 0.
       01  WS-VALID-UPDATE   PIC X      VALUE "Y".

      *> ledger balance support for the close check - the live
      *> ledger carries ledgerroll's brought-forward record, so the
      *> sum of an account's posted amounts is its balance
       01  WS-LGR-EOF        PIC X      VALUE "N".
       01  WS-LGR-AVAILABLE  PIC X      VALUE "Y".
       01  WS-ACCT-BALANCE   PIC S9(11)V99 VALUE 0.
       01  WS-SHOW-BALANCE   PIC -(10)9.99.

      *> audit trail support - audit.log's date/time/operator layout
       01  WS-AUDIT-DATE     PIC X(08)  VALUE SPACES.
       01  WS-AUDIT-TIME     PIC X(08)  VALUE SPACES.
       01  WS-AUDIT-RESULT   PIC X(08)  VALUE SPACES.

      *> maker/checker support - disposition P pending, A applied,
      *> R rejected; the pending file is rewritten with what waits
       01  WS-PND-EOF        PIC X      VALUE "N".
       01  WS-PND-COUNT      PIC 9(03)  VALUE 0.
       01  WS-PND-INDEX      PIC 9(03)  VALUE 0.
       01  WS-PND-CHOICE     PIC X      VALUE SPACE.
       01  WS-PND-TABLE.
           05 WS-PND-ENTRY occurs 1 to 200 times
                   depending on WS-PND-COUNT.
              10 WS-PND-OP         PIC X(08).
              10 WS-PND-ACCOUNT    PIC 9(08).
              10 WS-PND-OLD-NAME   PIC X(24).
              10 WS-PND-OLD-STATUS PIC X(06).
              10 WS-PND-NEW-NAME   PIC X(24).
              10 WS-PND-NEW-STATUS PIC X(06).
              10 WS-PND-OPEN-DATE  PIC 9(08).
              10 WS-PND-QUEUED     PIC 9(08).
              10 WS-PND-BALANCE    PIC S9(11)V99.
              10 WS-PND-MAKER      PIC X(08).
              10 WS-PND-DISP       PIC X.
       01  WS-PENDING-LINE.
           05 WS-PL-OP          PIC X(08)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-ACCOUNT     PIC 9(08)  VALUE 0.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-OLD-NAME    PIC X(24)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-OLD-STATUS  PIC X(06)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-NEW-NAME    PIC X(24)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-NEW-STATUS  PIC X(06)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-OPEN-DATE   PIC 9(08)  VALUE 0.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-QUEUED      PIC 9(08)  VALUE 0.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-BALANCE     PIC S9(11)V99 VALUE 0.
           05 FILLER            PIC X(05)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-PL-MAKER       PIC X(08)  VALUE SPACES.
       01  WS-ACCOUNT-LINE.
           05 WS-AL-ACCOUNT     PIC 9(08)  VALUE 0.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-NAME        PIC X(24)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-STATUS      PIC X(06)  VALUE SPACES.
           05 FILLER            PIC X      VALUE ",".
           05 WS-AL-OPEN-DATE   PIC 9(08)  VALUE 0.

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

      *> dormant-posting release support - suspense.dat is read
      *> whole, the supervisor releases items one at a time, and the
      *> file is rewritten with the released items' reason changed
       01  WS-SUS-EOF        PIC X      VALUE "N".
       01  WS-SUS-COUNT      PIC 9(04)  VALUE 0.
       01  WS-SUS-INDEX      PIC 9(04)  VALUE 0.
       01  WS-SUS-RELEASED   PIC 9(04)  VALUE 0.
       01  WS-SUS-SHOWN      PIC 9(04)  VALUE 0.
       01  WS-SUS-CHOICE     PIC X      VALUE SPACE.
       01  WS-SUS-TABLE.
           05 WS-SUS-LINE occurs 1 to 5000 times
                   depending on WS-SUS-COUNT PIC X(71).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "sign-on failed - session ended"
               MOVE "SIGNON" TO WS-RUN-STATUS
           ELSE
               PERFORM RESOLVE-ACCOUNTS-PATH
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-PENDING
               PERFORM MAINTENANCE-MENU
               MOVE WS-AT-COUNT TO WS-RUN-PROCESSED
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

      *> operator id and password checked through OPERSIGN before any
      *> maintenance is offered; three failed attempts end the session
       SIGN-ON.
           MOVE "N" TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = "Y"
                   OR WS-SIGNON-TRIES NOT < 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "operator id: " WITH NO ADVANCING
               ACCEPT WS-ENTER-ID
               DISPLAY "password: " WITH NO ADVANCING
               ACCEPT WS-ENTER-PW
               PERFORM CHECK-OPERATOR
           END-PERFORM
           .

       CHECK-OPERATOR.
           MOVE SPACE TO WS-SIGN-RESULT
           CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
               WS-SIGN-RESULT WS-OPERATOR-AUTH WS-SIGN-FUNCTION
           EVALUATE WS-SIGN-RESULT
               WHEN "Y"
                   MOVE WS-ENTER-ID TO WS-OPERATOR-ID
                   MOVE "Y" TO WS-SIGNON-OK
               WHEN "L"
                   DISPLAY "operator id is locked - see the "
                           "operator administrator"
               WHEN "D"
                   DISPLAY "operator id is deactivated"
               WHEN "E"
                   DISPLAY "password has expired - see the "
                           "operator administrator"
               WHEN OTHER
                   DISPLAY "invalid operator id or password"
           END-EVALUATE
           .

      *> operators without the function may look but not queue or
      *> approve - the grant is asked for at the moment of use, so a
      *> revoke or deactivation takes effect within the session
       CHECK-UPDATE-AUTHORITY.
           MOVE SPACE TO WS-SIGN-RESULT
           CALL "OPERSIGN" USING WS-OPERATOR-ID WS-ENTER-PW
               WS-SIGN-RESULT WS-OPERATOR-AUTH WS-SIGN-FUNCTION
           IF WS-SIGN-RESULT = "Y" AND WS-OPERATOR-AUTH = "A"
               MOVE "Y" TO WS-AUTH-OK
           ELSE
               MOVE "N" TO WS-AUTH-OK
               DISPLAY "operator " WS-OPERATOR-ID " is not "
                       "authorized for " WS-SIGN-FUNCTION
           END-IF
           .

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

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AccountFile
           IF AcctFileStatus NOT = "00"
               DISPLAY "error opening account master. status="
                       AcctFileStatus
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
                           MOVE AC-OPEN-DATE
                               TO WS-AT-OPEN(WS-AT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           .

       MAINTENANCE-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "account master maintenance menu"
               DISPLAY "  O - open a new account"
               DISPLAY "  N - rename an account"
               DISPLAY "  F - freeze an account"
               DISPLAY "  U - unfreeze an account"
               DISPLAY "  C - close an account"
               DISPLAY "  R - reactivate a dormant account"
               DISPLAY "  H - release held dormant postings"
               DISPLAY "  I - inquire (0 lists all)"
               DISPLAY "  P - approve pending changes"
               DISPLAY "  X - exit menu"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE "ACCTMNT" TO WS-SIGN-FUNCTION
               EVALUATE WS-MENU-CHOICE
                   WHEN "O"
                   WHEN "o"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM OPEN-ACCOUNT
                       END-IF
                   WHEN "N"
                   WHEN "n"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM RENAME-ACCOUNT
                       END-IF
                   WHEN "F"
                   WHEN "f"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           MOVE "FREEZE" TO WS-CHG-OP
                           PERFORM CHANGE-ACCOUNT-STATUS
                       END-IF
                   WHEN "U"
                   WHEN "u"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           MOVE "UNFREEZE" TO WS-CHG-OP
                           PERFORM CHANGE-ACCOUNT-STATUS
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           MOVE "CLOSE" TO WS-CHG-OP
                           PERFORM CHANGE-ACCOUNT-STATUS
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           MOVE "ACTIVATE" TO WS-CHG-OP
                           PERFORM CHANGE-ACCOUNT-STATUS
                       END-IF
                   WHEN "H"
                   WHEN "h"
      *> a release posts past the hold with no second pair of eyes,
      *> so it takes the approving function as well as the keying one
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           MOVE "APPROVE" TO WS-SIGN-FUNCTION
                           PERFORM CHECK-UPDATE-AUTHORITY
                       END-IF
                       IF WS-AUTH-OK = "Y"
                           PERFORM RELEASE-DORMANT-POSTINGS
                       END-IF
                   WHEN "I"
                   WHEN "i"
                       PERFORM INQUIRE-ACCOUNT
                   WHEN "P"
                   WHEN "p"
                       MOVE "APPROVE" TO WS-SIGN-FUNCTION
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM APPROVE-PENDING
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   WHEN OTHER
                       DISPLAY "invalid selection"
               END-EVALUATE
           END-PERFORM
           .

       OPEN-ACCOUNT.
           DISPLAY "new account number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           DISPLAY "account name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           DISPLAY "open date (0 = today): " WITH NO ADVANCING
           ACCEPT WS-INPUT-OPEN
           IF WS-INPUT-OPEN = 0
               MOVE WS-TODAY TO WS-INPUT-OPEN
           END-IF
           MOVE "OPEN" TO WS-CHG-OP
           MOVE WS-INPUT-ACCOUNT TO WS-CHG-ACCOUNT
           MOVE SPACES TO WS-CHG-OLD-NAME
           MOVE SPACES TO WS-CHG-OLD-STATUS
           MOVE WS-INPUT-NAME TO WS-CHG-NEW-NAME
           MOVE "OPEN" TO WS-CHG-NEW-STATUS
           MOVE WS-INPUT-OPEN TO WS-CHG-OPEN-DATE
           MOVE 0 TO WS-ACCT-BALANCE
           PERFORM VALIDATE-ACCOUNT-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

       RENAME-ACCOUNT.
           DISPLAY "account to rename: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM FIND-ACCOUNT-INDEX
           IF WS-FOUND-INDEX = 0
               DISPLAY "account " WS-INPUT-ACCOUNT " not found"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "current name: " WS-AT-NAME(WS-FOUND-INDEX)
           DISPLAY "new account name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           MOVE "RENAME" TO WS-CHG-OP
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE WS-INPUT-NAME TO WS-CHG-NEW-NAME
           MOVE WS-CHG-OLD-STATUS TO WS-CHG-NEW-STATUS
           MOVE 0 TO WS-ACCT-BALANCE
           PERFORM VALIDATE-ACCOUNT-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

      *> freeze, unfreeze, reactivate, and close differ only in the
      *> status they move the account from and to (WS-CHG-OP says
      *> which)
       CHANGE-ACCOUNT-STATUS.
           DISPLAY "account to " WS-CHG-OP ": " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM FIND-ACCOUNT-INDEX
           IF WS-FOUND-INDEX = 0
               DISPLAY "account " WS-INPUT-ACCOUNT " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE WS-CHG-OLD-NAME TO WS-CHG-NEW-NAME
           EVALUATE WS-CHG-OP
               WHEN "FREEZE"
                   MOVE "FROZEN" TO WS-CHG-NEW-STATUS
               WHEN "UNFREEZE"
                   MOVE "OPEN" TO WS-CHG-NEW-STATUS
               WHEN "ACTIVATE"
                   MOVE "OPEN" TO WS-CHG-NEW-STATUS
               WHEN OTHER
                   MOVE "CLOSED" TO WS-CHG-NEW-STATUS
           END-EVALUATE
           MOVE 0 TO WS-ACCT-BALANCE
           PERFORM VALIDATE-ACCOUNT-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

       CAPTURE-BEFORE-IMAGE.
           MOVE WS-AT-ACCOUNT(WS-FOUND-INDEX) TO WS-CHG-ACCOUNT
           MOVE WS-AT-NAME(WS-FOUND-INDEX) TO WS-CHG-OLD-NAME
           MOVE WS-AT-STATUS(WS-FOUND-INDEX) TO WS-CHG-OLD-STATUS
           MOVE WS-AT-OPEN(WS-FOUND-INDEX) TO WS-CHG-OPEN-DATE
           .

       QUEUE-OR-REJECT.
           IF WS-VALID-UPDATE = "Y"
               MOVE "QUEUED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM QUEUE-PENDING-CHANGE
               DISPLAY WS-CHG-OP " of account " WS-CHG-ACCOUNT
                       " queued for approval"
           ELSE
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-RUN-REJECTED
           END-IF
           .

      *> the edits every change must pass, at queue time and again
      *> at approval time against the master as it then stands:
      *> WS-FOUND-INDEX is re-established here from WS-CHG-ACCOUNT
       VALIDATE-ACCOUNT-CHANGE.
           MOVE "Y" TO WS-VALID-UPDATE
           MOVE WS-CHG-ACCOUNT TO WS-INPUT-ACCOUNT
           PERFORM FIND-ACCOUNT-INDEX
           IF WS-CHG-OP = "OPEN"
               IF WS-CHG-ACCOUNT = 0
                   DISPLAY "account number must not be zero"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
               IF WS-FOUND-INDEX > 0
                   DISPLAY "account " WS-CHG-ACCOUNT
                           " is already on the master"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
               IF WS-AT-COUNT NOT < 1000
                   DISPLAY "account master is full"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
           ELSE
               IF WS-FOUND-INDEX = 0
                   DISPLAY "account " WS-CHG-ACCOUNT
                           " is no longer on the master"
                   MOVE "N" TO WS-VALID-UPDATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-AT-STATUS(WS-FOUND-INDEX)
                       NOT = WS-CHG-OLD-STATUS
                   DISPLAY "account " WS-CHG-ACCOUNT " is now "
                           WS-AT-STATUS(WS-FOUND-INDEX)
                           " - change no longer applies"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
           END-IF
           IF WS-CHG-NEW-NAME = SPACES
               DISPLAY "account name must not be blank"
               MOVE "N" TO WS-VALID-UPDATE
           END-IF
           EVALUATE WS-CHG-OP
               WHEN "FREEZE"
                   IF WS-CHG-OLD-STATUS NOT = "OPEN"
                       DISPLAY "only an OPEN account can be frozen"
                       MOVE "N" TO WS-VALID-UPDATE
                   END-IF
               WHEN "UNFREEZE"
                   IF WS-CHG-OLD-STATUS NOT = "FROZEN"
                       DISPLAY "account " WS-CHG-ACCOUNT
                               " is not frozen"
                       MOVE "N" TO WS-VALID-UPDATE
                   END-IF
               WHEN "ACTIVATE"
                   IF WS-CHG-OLD-STATUS NOT = "DORMNT"
                       DISPLAY "account " WS-CHG-ACCOUNT
                               " is not dormant"
                       MOVE "N" TO WS-VALID-UPDATE
                   END-IF
               WHEN "CLOSE"
                   IF WS-CHG-OLD-STATUS = "CLOSED"
                       DISPLAY "account " WS-CHG-ACCOUNT
                               " is already closed"
                       MOVE "N" TO WS-VALID-UPDATE
                   END-IF
                   IF WS-VALID-UPDATE = "Y"
                       PERFORM CHECK-CLOSE-BALANCE
                   END-IF
           END-EVALUATE
           .

      *> an account still carrying money can't be closed - the
      *> balance would be stranded where no posting may reach it
       CHECK-CLOSE-BALANCE.
           PERFORM COMPUTE-LEDGER-BALANCE
           IF WS-LGR-AVAILABLE NOT = "Y"
               DISPLAY "ledger unavailable - balance cannot be "
                       "proved, close refused"
               MOVE "N" TO WS-VALID-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-BALANCE NOT = 0
               MOVE WS-ACCT-BALANCE TO WS-SHOW-BALANCE
               DISPLAY "account " WS-CHG-ACCOUNT " has ledger balance "
                       WS-SHOW-BALANCE " - close refused"
               MOVE "N" TO WS-VALID-UPDATE
           END-IF
           .

      *> sums the account's posted amounts over the live ledger; a
      *> missing ledger means nothing has ever posted (balance zero),
      *> any other open failure leaves the balance unproved
       COMPUTE-LEDGER-BALANCE.
           MOVE 0 TO WS-ACCT-BALANCE
           MOVE "Y" TO WS-LGR-AVAILABLE
           MOVE "N" TO WS-LGR-EOF
           OPEN INPUT LedgerFile
           IF LgrFileStatus = "35"
               EXIT PARAGRAPH
           END-IF
           IF LgrFileStatus NOT = "00"
               MOVE "N" TO WS-LGR-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LGR-EOF = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO WS-LGR-EOF
                   NOT AT END
                       IF LGR-ACCOUNT = WS-CHG-ACCOUNT
                           ADD LGR-AMOUNT TO WS-ACCT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       FIND-ACCOUNT-INDEX.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               IF WS-AT-ACCOUNT(WS-AT) = WS-INPUT-ACCOUNT
                   MOVE WS-AT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           .

       INQUIRE-ACCOUNT.
           DISPLAY "account to inquire (0 lists all): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = 0
               PERFORM VARYING WS-AT FROM 1 BY 1
                       UNTIL WS-AT > WS-AT-COUNT
                   DISPLAY WS-AT-ACCOUNT(WS-AT) " "
                           WS-AT-NAME(WS-AT) " "
                           WS-AT-STATUS(WS-AT) " opened "
                           WS-AT-OPEN(WS-AT)
               END-PERFORM
           ELSE
               PERFORM FIND-ACCOUNT-INDEX
               IF WS-FOUND-INDEX = 0
                   DISPLAY "account " WS-INPUT-ACCOUNT " not found"
               ELSE
                   MOVE WS-INPUT-ACCOUNT TO WS-CHG-ACCOUNT
                   PERFORM COMPUTE-LEDGER-BALANCE
                   MOVE WS-ACCT-BALANCE TO WS-SHOW-BALANCE
                   DISPLAY WS-AT-ACCOUNT(WS-FOUND-INDEX) " "
                           WS-AT-NAME(WS-FOUND-INDEX) " "
                           WS-AT-STATUS(WS-FOUND-INDEX) " opened "
                           WS-AT-OPEN(WS-FOUND-INDEX)
                           " balance " WS-SHOW-BALANCE
               END-IF
           END-IF
           .

       QUEUE-PENDING-CHANGE.
           IF WS-PND-COUNT NOT < 200
               DISPLAY "pending-change queue is full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE WS-CHG-OP TO WS-PND-OP(WS-PND-COUNT)
           MOVE WS-CHG-ACCOUNT TO WS-PND-ACCOUNT(WS-PND-COUNT)
           MOVE WS-CHG-OLD-NAME TO WS-PND-OLD-NAME(WS-PND-COUNT)
           MOVE WS-CHG-OLD-STATUS TO WS-PND-OLD-STATUS(WS-PND-COUNT)
           MOVE WS-CHG-NEW-NAME TO WS-PND-NEW-NAME(WS-PND-COUNT)
           MOVE WS-CHG-NEW-STATUS TO WS-PND-NEW-STATUS(WS-PND-COUNT)
           MOVE WS-CHG-OPEN-DATE TO WS-PND-OPEN-DATE(WS-PND-COUNT)
           MOVE WS-TODAY TO WS-PND-QUEUED(WS-PND-COUNT)
           MOVE WS-ACCT-BALANCE TO WS-PND-BALANCE(WS-PND-COUNT)
           MOVE WS-OPERATOR-ID TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE "P" TO WS-PND-DISP(WS-PND-COUNT)
           PERFORM SAVE-PENDING
           .

       LOAD-PENDING.
           MOVE 0 TO WS-PND-COUNT
           MOVE "N" TO WS-PND-EOF
           OPEN INPUT PendingFile
      *> a missing pending file just means nothing awaits approval
           IF PndFileStatus = "00"
               PERFORM UNTIL WS-PND-EOF = "Y"
                   READ PendingFile
                       AT END
                           MOVE "Y" TO WS-PND-EOF
                       NOT AT END
                           IF WS-PND-COUNT < 200
                               ADD 1 TO WS-PND-COUNT
                               PERFORM LOAD-PENDING-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF
           .

       LOAD-PENDING-ENTRY.
           MOVE PA-OP TO WS-PND-OP(WS-PND-COUNT)
           MOVE PA-ACCOUNT TO WS-PND-ACCOUNT(WS-PND-COUNT)
           MOVE PA-OLD-NAME TO WS-PND-OLD-NAME(WS-PND-COUNT)
           MOVE PA-OLD-STATUS TO WS-PND-OLD-STATUS(WS-PND-COUNT)
           MOVE PA-NEW-NAME TO WS-PND-NEW-NAME(WS-PND-COUNT)
           MOVE PA-NEW-STATUS TO WS-PND-NEW-STATUS(WS-PND-COUNT)
           MOVE PA-OPEN-DATE TO WS-PND-OPEN-DATE(WS-PND-COUNT)
           MOVE PA-QUEUED TO WS-PND-QUEUED(WS-PND-COUNT)
           MOVE PA-BALANCE TO WS-PND-BALANCE(WS-PND-COUNT)
           MOVE PA-MAKER TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE "P" TO WS-PND-DISP(WS-PND-COUNT)
           .

      *> rewrites the pending file with only what is still waiting
       SAVE-PENDING.
           OPEN OUTPUT PendingFile
           IF PndFileStatus NOT = "00"
               DISPLAY "error rewriting pending file. status="
                       PndFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-COUNT
               IF WS-PND-DISP(WS-PND-INDEX) = "P"
                   MOVE WS-PND-OP(WS-PND-INDEX) TO WS-PL-OP
                   MOVE WS-PND-ACCOUNT(WS-PND-INDEX) TO WS-PL-ACCOUNT
                   MOVE WS-PND-OLD-NAME(WS-PND-INDEX)
                       TO WS-PL-OLD-NAME
                   MOVE WS-PND-OLD-STATUS(WS-PND-INDEX)
                       TO WS-PL-OLD-STATUS
                   MOVE WS-PND-NEW-NAME(WS-PND-INDEX)
                       TO WS-PL-NEW-NAME
                   MOVE WS-PND-NEW-STATUS(WS-PND-INDEX)
                       TO WS-PL-NEW-STATUS
                   MOVE WS-PND-OPEN-DATE(WS-PND-INDEX)
                       TO WS-PL-OPEN-DATE
                   MOVE WS-PND-QUEUED(WS-PND-INDEX) TO WS-PL-QUEUED
                   MOVE WS-PND-BALANCE(WS-PND-INDEX) TO WS-PL-BALANCE
                   MOVE WS-PND-MAKER(WS-PND-INDEX) TO WS-PL-MAKER
                   WRITE PENDING-RECORD FROM WS-PENDING-LINE
               END-IF
           END-PERFORM
           CLOSE PendingFile
           .

      *> the checker side: each pending change is shown with who made
      *> it; the maker cannot approve their own change, and only
      *> approved changes reach the master
       APPROVE-PENDING.
           IF WS-PND-COUNT = 0
               DISPLAY "no pending changes"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-COUNT
               IF WS-PND-DISP(WS-PND-INDEX) = "P"
                   PERFORM REVIEW-ONE-PENDING
               END-IF
           END-PERFORM
           PERFORM SAVE-PENDING
           .

       REVIEW-ONE-PENDING.
           DISPLAY "============================="
           DISPLAY "pending " WS-PND-OP(WS-PND-INDEX) " of account "
                   WS-PND-ACCOUNT(WS-PND-INDEX) " made by "
                   WS-PND-MAKER(WS-PND-INDEX) " on "
                   WS-PND-QUEUED(WS-PND-INDEX)
           DISPLAY "  old: " WS-PND-OLD-NAME(WS-PND-INDEX) " "
                   WS-PND-OLD-STATUS(WS-PND-INDEX)
           DISPLAY "  new: " WS-PND-NEW-NAME(WS-PND-INDEX) " "
                   WS-PND-NEW-STATUS(WS-PND-INDEX)
           IF WS-PND-MAKER(WS-PND-INDEX) = WS-OPERATOR-ID
               DISPLAY "made by this operator - a different "
                       "operator must approve it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A - approve, R - reject, S - skip: "
                   WITH NO ADVANCING
           ACCEPT WS-PND-CHOICE
           PERFORM RESTORE-PENDING-CHANGE
           EVALUATE WS-PND-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-PENDING-CHANGE
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-PND-DISP(WS-PND-INDEX)
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "change rejected"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       RESTORE-PENDING-CHANGE.
           MOVE WS-PND-OP(WS-PND-INDEX) TO WS-CHG-OP
           MOVE WS-PND-ACCOUNT(WS-PND-INDEX) TO WS-CHG-ACCOUNT
           MOVE WS-PND-OLD-NAME(WS-PND-INDEX) TO WS-CHG-OLD-NAME
           MOVE WS-PND-OLD-STATUS(WS-PND-INDEX) TO WS-CHG-OLD-STATUS
           MOVE WS-PND-NEW-NAME(WS-PND-INDEX) TO WS-CHG-NEW-NAME
           MOVE WS-PND-NEW-STATUS(WS-PND-INDEX) TO WS-CHG-NEW-STATUS
           MOVE WS-PND-OPEN-DATE(WS-PND-INDEX) TO WS-CHG-OPEN-DATE
           MOVE WS-PND-BALANCE(WS-PND-INDEX) TO WS-ACCT-BALANCE
           .

      *> the edits run again against the master and ledger as they
      *> stand now - a close queued at zero balance is refused if
      *> anything has posted to the account since
       APPLY-PENDING-CHANGE.
           PERFORM VALIDATE-ACCOUNT-CHANGE
           IF WS-VALID-UPDATE NOT = "Y"
               DISPLAY "change no longer valid - rejected"
               MOVE "R" TO WS-PND-DISP(WS-PND-INDEX)
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-OP = "OPEN"
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-FOUND-INDEX
               MOVE WS-CHG-ACCOUNT TO WS-AT-ACCOUNT(WS-FOUND-INDEX)
               MOVE WS-CHG-OPEN-DATE TO WS-AT-OPEN(WS-FOUND-INDEX)
           END-IF
           MOVE WS-CHG-NEW-NAME TO WS-AT-NAME(WS-FOUND-INDEX)
           MOVE WS-CHG-NEW-STATUS TO WS-AT-STATUS(WS-FOUND-INDEX)
           PERFORM SAVE-ACCOUNTS
           IF WS-BACKUP-OK NOT = "Y"
               PERFORM LOAD-ACCOUNTS
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-PND-DISP(WS-PND-INDEX)
           MOVE "APPROVED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "change applied"
           .

      *> rewrites the master from the table, after rolling a backup
      *> generation; ACCTLOOKUP rebuilds its index on its next CALL
      *> because the master is now newer than the index
       SAVE-ACCOUNTS.
           PERFORM ROLL-BACKUP-GENERATION
           IF WS-BACKUP-OK NOT = "Y"
               DISPLAY "backup generation failed - save "
                       "abandoned, change not persisted"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AccountFile
           IF AcctFileStatus NOT = "00"
               DISPLAY "error rewriting account master. status="
                       AcctFileStatus
               STOP RUN
           END-IF
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               MOVE WS-AT-ACCOUNT(WS-AT) TO WS-AL-ACCOUNT
               MOVE WS-AT-NAME(WS-AT) TO WS-AL-NAME
               MOVE WS-AT-STATUS(WS-AT) TO WS-AL-STATUS
               MOVE WS-AT-OPEN(WS-AT) TO WS-AL-OPEN-DATE
               WRITE ACCOUNT-RECORD FROM WS-ACCOUNT-LINE
           END-PERFORM
           CLOSE AccountFile
           .

      *> rolls the current master to a dated backup generation and
      *> trims the oldest once more than ACCOUNTS_BACKUP_KEEP are
      *> retained - the same recovery plan table.cob keeps for states
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
      *> two saves inside the same second overwrite one generation -
      *> register it once so trimming never deletes the newest
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

      *> append a dated before/after entry in audit.log's layout:
      *> date, time, and operator at the fixed offsets auditinq reads
       WRITE-AUDIT-RECORD.
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
           MOVE SPACES TO AuditLine
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-OP DELIMITED BY SIZE
                  " account " DELIMITED BY SIZE
                  WS-CHG-ACCOUNT DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-OLD-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-OLD-STATUS DELIMITED BY SIZE
                  "] -> [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-NEW-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-NEW-STATUS DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SIZE
                  INTO AuditLine
           WRITE AuditLine
           CLOSE AuditFile
           .

      *> a supervisor releases, item by item, the postings math.cob
      *> is holding for a dormant account (as the account posted or
      *> as a transfer's to-account); a released item's reason reads
      *> RELEASED and the next retry pass posts it past the hold.
      *> Only an operator holding APPROVE may release. Each release
      *> is audited; the account itself stays dormant.
       RELEASE-DORMANT-POSTINGS.
           DISPLAY "dormant account to release postings for: "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM FIND-ACCOUNT-INDEX
           IF WS-FOUND-INDEX = 0
               DISPLAY "account " WS-INPUT-ACCOUNT " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE WS-CHG-OLD-NAME TO WS-CHG-NEW-NAME
           MOVE WS-CHG-OLD-STATUS TO WS-CHG-NEW-STATUS
           MOVE "RELEASE" TO WS-CHG-OP
           PERFORM LOAD-SUSPENSE
           MOVE 0 TO WS-SUS-RELEASED
           MOVE 0 TO WS-SUS-SHOWN
           PERFORM VARYING WS-SUS-INDEX FROM 1 BY 1
                   UNTIL WS-SUS-INDEX > WS-SUS-COUNT
               MOVE WS-SUS-LINE(WS-SUS-INDEX) TO SUSPENSE-RECORD
               IF SUS-REASON = "DORMANT"
                  AND (SUS-ACCOUNT = WS-CHG-ACCOUNT
                       OR SUS-XFR-TO = WS-CHG-ACCOUNT)
                   PERFORM REVIEW-ONE-HELD-POSTING
               END-IF
           END-PERFORM
           IF WS-SUS-SHOWN = 0
               DISPLAY "no postings held for account " WS-CHG-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-SUS-RELEASED > 0
               PERFORM SAVE-SUSPENSE
           END-IF
           DISPLAY WS-SUS-RELEASED " posting(s) released for the "
                   "next posting run"
           .

       REVIEW-ONE-HELD-POSTING.
           ADD 1 TO WS-SUS-SHOWN
           DISPLAY "batch " SUS-BATCH " account " SUS-ACCOUNT " date "
                   SUS-DATE " op " SUS-OP " " SUS-CURRENCY " "
                   SUS-A " " SUS-B
           IF SUS-OP = "T"
               DISPLAY "  transfer to account " SUS-XFR-TO
           END-IF
           DISPLAY "release this posting (Y/N): " WITH NO ADVANCING
           ACCEPT WS-SUS-CHOICE
           IF WS-SUS-CHOICE = "Y" OR WS-SUS-CHOICE = "y"
               MOVE "RELEASED" TO SUS-REASON
               MOVE SUSPENSE-RECORD TO WS-SUS-LINE(WS-SUS-INDEX)
               ADD 1 TO WS-SUS-RELEASED
               MOVE SPACES TO WS-CHG-NEW-NAME
               STRING "batch " DELIMITED BY SIZE
                      SUS-BATCH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SUS-DATE DELIMITED BY SIZE
                      INTO WS-CHG-NEW-NAME
               MOVE "RELEASED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-CHG-OLD-NAME TO WS-CHG-NEW-NAME
           END-IF
           .

       LOAD-SUSPENSE.
           MOVE 0 TO WS-SUS-COUNT
           MOVE "N" TO WS-SUS-EOF
           OPEN INPUT SuspenseFile
           IF SusFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUS-EOF = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-SUS-EOF
                   NOT AT END
                       IF WS-SUS-COUNT < 5000
                           ADD 1 TO WS-SUS-COUNT
                           MOVE SUSPENSE-RECORD
                               TO WS-SUS-LINE(WS-SUS-COUNT)
                       ELSE
                           DISPLAY "suspense file larger than 5000 "
                                   "items - release abandoned"
                           MOVE 0 TO WS-SUS-COUNT
                           MOVE "Y" TO WS-SUS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
           .

       SAVE-SUSPENSE.
           OPEN OUTPUT SuspenseFile
           IF SusFileStatus NOT = "00"
               DISPLAY "error rewriting suspense file. status="
                       SusFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUS-INDEX FROM 1 BY 1
                   UNTIL WS-SUS-INDEX > WS-SUS-COUNT
               MOVE WS-SUS-LINE(WS-SUS-INDEX) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-PERFORM
           CLOSE SuspenseFile
           .
