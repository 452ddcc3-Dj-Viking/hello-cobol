      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdmaint.
      *> Account holder master maintenance: accounts.dat carries an
      *> account name but no holder or mailing address, so statements
      *> went out with nothing to post them to. The holder master
      *> holders.dat links one holder - name, two address lines,
      *> city, state code, postal code - to each account on the
      *> account master. This program maintains it in acctmaint.cob's
      *> shape: OPERSIGN sign-on, additions, changes, and removals
      *> queued as pending changes a second operator must approve, a
      *> dated backup generation before every rewrite, and every
      *> queued, approved, and rejected change in account-audit.log.
      *> Every state code is validated through STATELOOKUP against
      *> the effective dates on states.dat - when the change is keyed
      *> and again when it is approved - so an address can never
      *> carry a state that is not in effect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so HOLDER_MASTER_FILE can point maintenance and the
      *> statement run at the same master
           SELECT HolderFile
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HldFileStatus.

      *> the account master - read only, every holder must belong to
      *> an account on it
           SELECT AccountFile
               ASSIGN TO DYNAMIC WS-ACCTS-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AcctFileStatus.

           SELECT AuditFile
               ASSIGN TO "account-audit.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AuditFileStatus.

      *> holder changes wait here for a second operator's approval
           SELECT PendingFile
               ASSIGN TO "holder-pending.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PndFileStatus.

      *> dated backup generation of the master, written immediately
      *> before every rewrite, and the registry of retained ones
           SELECT BackupFile
               ASSIGN TO DYNAMIC WS-BACKUP-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BakFileStatus.

           SELECT GenFile
               ASSIGN TO "holders-gens.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is GenFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HolderFile
           record contains 139 characters.
       COPY holderrec.

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

       FD  AuditFile
           record contains 132 characters.
       01  AuditLine         PIC X(132).

      *> one queued change: the operation, the account, the date it
      *> was queued, the new holder name, the maker - at the same
      *> offset as in table.cob's pending-changes.dat so auditinq
      *> reads all three queues alike - then the holder record as it
      *> stood when the change was keyed and as it is to become
       FD  PendingFile
           record contains 407 characters.
       01  PENDING-RECORD.
           05 PH-OP          PIC X(08).
           05 FILLER         PIC X.
           05 PH-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 PH-QUEUED      PIC 9(08).
           05 FILLER         PIC X.
           05 PH-NAME        PIC X(30).
           05 PH-SPARE       PIC X(62).
           05 PH-MAKER       PIC X(08).
           05 FILLER         PIC X.
           05 PH-OLD-IMAGE   PIC X(139).
           05 FILLER         PIC X.
           05 PH-NEW-IMAGE   PIC X(139).

       FD  BackupFile
           record contains 139 characters.
       01  BACKUP-RECORD     PIC X(139).

       FD  GenFile
           record contains 60 characters.
       01  GEN-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.
       01  HldFileStatus     PIC XX.
       01  AcctFileStatus    PIC XX.
       01  AuditFileStatus   PIC XX.
       01  PndFileStatus     PIC XX.
       01  BakFileStatus     PIC XX.
       01  GenFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-HOLDERS-PATH   PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-HOLDERS-PATH PIC X(100)
               VALUE "../holders.dat".
       01  WS-ACCTS-PATH     PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-ACCTS-PATH PIC X(100)
               VALUE "../accounts.dat".
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "HOLDMAINT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to STATELOOKUP - code to name, as of
      *> today, so only a state in effect today resolves
       01  WS-LKP-MODE       PIC X      VALUE "C".
       01  WS-LKP-CODE       PIC S9(05) VALUE 0.
       01  WS-LKP-NAME       PIC X(24)  VALUE SPACES.
       01  WS-LKP-FOUND      PIC X      VALUE "N".
       01  WS-LKP-OPEN-OK    PIC X      VALUE "Y".
       01  WS-LKP-ASOF       PIC 9(08)  VALUE 0.

      *> the account master's numbers and statuses, for the link check
       01  WS-AC-COUNT       PIC 9(04)  VALUE 0.
       01  WS-AC             PIC 9(04)  VALUE 0.
       01  WS-AC-FOUND       PIC 9(04)  VALUE 0.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY occurs 1 to 1000 times
                   depending on WS-AC-COUNT.
              10 WS-AC-ACCOUNT  PIC 9(08).
              10 WS-AC-STATUS   PIC X(06).

      *> the holder master rides in memory for the session, each
      *> entry the record image as it sits on the file, and is
      *> rewritten whole when an approved change is applied
       01  WS-HT-COUNT       PIC 9(04)  VALUE 0.
       01  WS-HT             PIC 9(04)  VALUE 0.
       01  WS-FOUND-INDEX    PIC 9(04)  VALUE 0.
       01  WS-HT-TABLE.
           05 WS-HT-ENTRY occurs 1 to 1000 times
                   depending on WS-HT-COUNT.
              10 WS-HT-ACCOUNT  PIC 9(08).
              10 WS-HT-REST     PIC X(131).

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
      *> OPERSIGN when the action is picked - HOLDMNT for keying a
      *> change, APPROVE for approving one; spaces at sign-on
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE SPACES.

      *> the change being keyed or approved: the holder record before
      *> (spaces for an addition) and after (spaces for a removal),
      *> both in the master's own record image
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-INPUT-ACCOUNT  PIC 9(08)  VALUE 0.
       01  WS-INPUT-TEXT     PIC X(30)  VALUE SPACES.
       01  WS-INPUT-STATE    PIC 9(05)  VALUE 0.
       01  WS-CHG-OP         PIC X(08)  VALUE SPACES.
       01  WS-CHG-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-CHG-OLD.
           05 WS-CO-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-NAME     PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-ADDR-1   PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-ADDR-2   PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-CITY     PIC X(20)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-STATE    PIC 9(05)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CO-POSTAL   PIC X(10)  VALUE SPACES.
       01  WS-CHG-NEW.
           05 WS-CN-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-NAME     PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-ADDR-1   PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-ADDR-2   PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-CITY     PIC X(20)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-STATE    PIC 9(05)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CN-POSTAL   PIC X(10)  VALUE SPACES.
       01  WS-VALID-UPDATE   PIC X      VALUE "Y".

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
              10 WS-PND-QUEUED     PIC 9(08).
              10 WS-PND-MAKER      PIC X(08).
              10 WS-PND-OLD-IMAGE  PIC X(139).
              10 WS-PND-NEW-IMAGE  PIC X(139).
              10 WS-PND-DISP       PIC X.

      *> backup generation support - HOLDERS_BACKUP_KEEP overrides
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "sign-on failed - session ended"
               MOVE "SIGNON" TO WS-RUN-STATUS
           ELSE
               PERFORM RESOLVE-MASTER-PATHS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-HOLDERS
               PERFORM LOAD-PENDING
               PERFORM MAINTENANCE-MENU
               MOVE WS-HT-COUNT TO WS-RUN-PROCESSED
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           PERFORM END-RUN
           .

      *> every way out of the session, a fatal master-file error
      *> included, closes its run-log entry
       END-RUN.
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN
           .

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

       RESOLVE-MASTER-PATHS.
           MOVE "HOLDER_MASTER_FILE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-HOLDERS-PATH
           ELSE
               ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT
                   "HOLDER_MASTER_FILE"
           END-IF
           IF WS-HOLDERS-PATH = SPACES
               MOVE WS-DEFAULT-HOLDERS-PATH TO WS-HOLDERS-PATH
           END-IF
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
           MOVE 0 TO WS-AC-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AccountFile
           IF AcctFileStatus NOT = "00"
               DISPLAY "error opening account master. status="
                       AcctFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AccountFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-AC-COUNT < 1000
                           ADD 1 TO WS-AC-COUNT
                           MOVE AC-ACCOUNT
                               TO WS-AC-ACCOUNT(WS-AC-COUNT)
                           MOVE AC-STATUS TO WS-AC-STATUS(WS-AC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           .

      *> a missing holder master just means no holder is recorded yet
      *> - the first approved addition creates it
       LOAD-HOLDERS.
           MOVE 0 TO WS-HT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT HolderFile
           IF HldFileStatus = "35"
               EXIT PARAGRAPH
           END-IF
           IF HldFileStatus NOT = "00"
               DISPLAY "error opening holder master. status="
                       HldFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HolderFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-HT-COUNT < 1000
                           ADD 1 TO WS-HT-COUNT
                           MOVE HOLDER-RECORD
                               TO WS-HT-ENTRY(WS-HT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HolderFile
           .

       MAINTENANCE-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "account holder maintenance menu"
               DISPLAY "  A - add a holder to an account"
               DISPLAY "  C - change a holder's name or address"
               DISPLAY "  D - remove an account's holder"
               DISPLAY "  I - inquire (0 lists all)"
               DISPLAY "  P - approve pending changes"
               DISPLAY "  X - exit menu"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE "HOLDMNT" TO WS-SIGN-FUNCTION
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM ADD-HOLDER
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM CHANGE-HOLDER
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-AUTH-OK = "Y"
                           PERFORM REMOVE-HOLDER
                       END-IF
                   WHEN "I"
                   WHEN "i"
                       PERFORM INQUIRE-HOLDER
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

       ADD-HOLDER.
           DISPLAY "account number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           MOVE "HOLDADD" TO WS-CHG-OP
           MOVE WS-INPUT-ACCOUNT TO WS-CHG-ACCOUNT
           MOVE SPACES TO WS-CHG-OLD
           MOVE ALL "," TO WS-CHG-NEW
           MOVE WS-INPUT-ACCOUNT TO WS-CN-ACCOUNT
           MOVE SPACES TO WS-CN-NAME WS-CN-ADDR-1 WS-CN-ADDR-2
               WS-CN-CITY WS-CN-POSTAL
           MOVE 0 TO WS-CN-STATE
           PERFORM ACCEPT-HOLDER-DETAILS
           PERFORM VALIDATE-HOLDER-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

      *> a change re-keys the whole holder; a blank answer keeps the
      *> current value, so only what is keyed changes
       CHANGE-HOLDER.
           DISPLAY "account whose holder changes: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM FIND-HOLDER-INDEX
           IF WS-FOUND-INDEX = 0
               DISPLAY "account " WS-INPUT-ACCOUNT " has no holder"
               EXIT PARAGRAPH
           END-IF
           MOVE "HOLDCHG" TO WS-CHG-OP
           MOVE WS-INPUT-ACCOUNT TO WS-CHG-ACCOUNT
           MOVE WS-HT-ENTRY(WS-FOUND-INDEX) TO WS-CHG-OLD
           MOVE WS-HT-ENTRY(WS-FOUND-INDEX) TO WS-CHG-NEW
           PERFORM SHOW-HOLDER-IMAGE
           PERFORM ACCEPT-HOLDER-DETAILS
           PERFORM VALIDATE-HOLDER-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

       REMOVE-HOLDER.
           DISPLAY "account whose holder is removed: "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM FIND-HOLDER-INDEX
           IF WS-FOUND-INDEX = 0
               DISPLAY "account " WS-INPUT-ACCOUNT " has no holder"
               EXIT PARAGRAPH
           END-IF
           MOVE "HOLDDEL" TO WS-CHG-OP
           MOVE WS-INPUT-ACCOUNT TO WS-CHG-ACCOUNT
           MOVE WS-HT-ENTRY(WS-FOUND-INDEX) TO WS-CHG-OLD
           MOVE SPACES TO WS-CHG-NEW
           PERFORM SHOW-HOLDER-IMAGE
           PERFORM VALIDATE-HOLDER-CHANGE
           PERFORM QUEUE-OR-REJECT
           .

      *> prompts for each holder field over WS-CHG-NEW; for a change
      *> a blank (or zero state) answer leaves the field as it was
       ACCEPT-HOLDER-DETAILS.
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "holder name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-CN-NAME
           END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "address line 1: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-CN-ADDR-1
           END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "address line 2 (. to clear): " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = "."
               MOVE SPACES TO WS-CN-ADDR-2
           ELSE
               IF WS-INPUT-TEXT NOT = SPACES
                   MOVE WS-INPUT-TEXT TO WS-CN-ADDR-2
               END-IF
           END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "city: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-CN-CITY
           END-IF
           MOVE 0 TO WS-INPUT-STATE
           DISPLAY "state code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-STATE
           IF WS-INPUT-STATE NOT = 0
               MOVE WS-INPUT-STATE TO WS-CN-STATE
           END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "postal code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-CN-POSTAL
           END-IF
           .

       SHOW-HOLDER-IMAGE.
           DISPLAY "  holder:  " WS-CO-NAME
           DISPLAY "  address: " WS-CO-ADDR-1
           IF WS-CO-ADDR-2 NOT = SPACES
               DISPLAY "           " WS-CO-ADDR-2
           END-IF
           DISPLAY "           " WS-CO-CITY " state " WS-CO-STATE
                   " " WS-CO-POSTAL
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
      *> at approval time against the masters as they then stand:
      *> WS-FOUND-INDEX is re-established here from WS-CHG-ACCOUNT
       VALIDATE-HOLDER-CHANGE.
           MOVE "Y" TO WS-VALID-UPDATE
           MOVE WS-CHG-ACCOUNT TO WS-INPUT-ACCOUNT
           PERFORM FIND-HOLDER-INDEX
           IF WS-CHG-OP = "HOLDADD"
               PERFORM FIND-ACCOUNT-INDEX
               IF WS-AC-FOUND = 0
                   DISPLAY "account " WS-CHG-ACCOUNT
                           " is not on the account master"
                   MOVE "N" TO WS-VALID-UPDATE
               ELSE
                   IF WS-AC-STATUS(WS-AC-FOUND) = "CLOSED"
                       DISPLAY "account " WS-CHG-ACCOUNT
                               " is closed"
                       MOVE "N" TO WS-VALID-UPDATE
                   END-IF
               END-IF
               IF WS-FOUND-INDEX > 0
                   DISPLAY "account " WS-CHG-ACCOUNT
                           " already has a holder - use change"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
               IF WS-HT-COUNT NOT < 1000
                   DISPLAY "holder master is full"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
           ELSE
               IF WS-FOUND-INDEX = 0
                   DISPLAY "account " WS-CHG-ACCOUNT
                           " no longer has a holder"
                   MOVE "N" TO WS-VALID-UPDATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-HT-ENTRY(WS-FOUND-INDEX) NOT = WS-CHG-OLD
                   DISPLAY "holder of account " WS-CHG-ACCOUNT
                           " has changed since - change no longer "
                           "applies"
                   MOVE "N" TO WS-VALID-UPDATE
               END-IF
           END-IF
           IF WS-CHG-OP = "HOLDDEL"
               EXIT PARAGRAPH
           END-IF
           IF WS-CN-NAME = SPACES
               DISPLAY "holder name must not be blank"
               MOVE "N" TO WS-VALID-UPDATE
           END-IF
           IF WS-CN-ADDR-1 = SPACES OR WS-CN-CITY = SPACES
               DISPLAY "address line 1 and city must not be blank"
               MOVE "N" TO WS-VALID-UPDATE
           END-IF
           IF WS-CN-POSTAL = SPACES
               DISPLAY "postal code must not be blank"
               MOVE "N" TO WS-VALID-UPDATE
           END-IF
           PERFORM VALIDATE-STATE-CODE
           .

      *> the state must resolve through STATELOOKUP as of today: a
      *> code not on states.dat, or outside its effective/expiry
      *> window, does not resolve. If the states data cannot be read
      *> the code cannot be proved and the change is refused.
       VALIDATE-STATE-CODE.
           MOVE "C" TO WS-LKP-MODE
           MOVE WS-CN-STATE TO WS-LKP-CODE
           MOVE SPACES TO WS-LKP-NAME
           MOVE "N" TO WS-LKP-FOUND
           MOVE 0 TO WS-LKP-ASOF
           CALL "STATELOOKUP" USING WS-LKP-MODE WS-LKP-CODE
               WS-LKP-NAME WS-LKP-FOUND WS-LKP-OPEN-OK WS-LKP-ASOF
           IF WS-LKP-OPEN-OK NOT = "Y"
               DISPLAY "states reference data unavailable - state "
                       "code cannot be validated, change refused"
               MOVE "N" TO WS-VALID-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LKP-FOUND NOT = "Y"
               DISPLAY "state code " WS-CN-STATE " is not in effect "
                       "on states.dat"
               MOVE "N" TO WS-VALID-UPDATE
           ELSE
               DISPLAY "state " WS-CN-STATE " is " WS-LKP-NAME
           END-IF
           .

       FIND-HOLDER-INDEX.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-HT FROM 1 BY 1
                   UNTIL WS-HT > WS-HT-COUNT
               IF WS-HT-ACCOUNT(WS-HT) = WS-INPUT-ACCOUNT
                   MOVE WS-HT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           .

       FIND-ACCOUNT-INDEX.
           MOVE 0 TO WS-AC-FOUND
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-AC-COUNT
               IF WS-AC-ACCOUNT(WS-AC) = WS-INPUT-ACCOUNT
                   MOVE WS-AC TO WS-AC-FOUND
               END-IF
           END-PERFORM
           .

       INQUIRE-HOLDER.
           DISPLAY "account to inquire (0 lists all): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = 0
               PERFORM VARYING WS-HT FROM 1 BY 1
                       UNTIL WS-HT > WS-HT-COUNT
                   MOVE WS-HT-ENTRY(WS-HT) TO WS-CHG-OLD
                   DISPLAY WS-CO-ACCOUNT " " WS-CO-NAME " "
                           WS-CO-CITY " " WS-CO-STATE " "
                           WS-CO-POSTAL
               END-PERFORM
           ELSE
               PERFORM FIND-HOLDER-INDEX
               IF WS-FOUND-INDEX = 0
                   DISPLAY "account " WS-INPUT-ACCOUNT " has no holder"
               ELSE
                   MOVE WS-HT-ENTRY(WS-FOUND-INDEX) TO WS-CHG-OLD
                   DISPLAY "account " WS-CO-ACCOUNT
                   PERFORM SHOW-HOLDER-IMAGE
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
           MOVE WS-TODAY TO WS-PND-QUEUED(WS-PND-COUNT)
           MOVE WS-OPERATOR-ID TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE WS-CHG-OLD TO WS-PND-OLD-IMAGE(WS-PND-COUNT)
           MOVE WS-CHG-NEW TO WS-PND-NEW-IMAGE(WS-PND-COUNT)
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
           MOVE PH-OP TO WS-PND-OP(WS-PND-COUNT)
           MOVE PH-ACCOUNT TO WS-PND-ACCOUNT(WS-PND-COUNT)
           MOVE PH-QUEUED TO WS-PND-QUEUED(WS-PND-COUNT)
           MOVE PH-MAKER TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE PH-OLD-IMAGE TO WS-PND-OLD-IMAGE(WS-PND-COUNT)
           MOVE PH-NEW-IMAGE TO WS-PND-NEW-IMAGE(WS-PND-COUNT)
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
                   MOVE ALL "," TO PENDING-RECORD
                   MOVE WS-PND-OP(WS-PND-INDEX) TO PH-OP
                   MOVE WS-PND-ACCOUNT(WS-PND-INDEX) TO PH-ACCOUNT
                   MOVE WS-PND-QUEUED(WS-PND-INDEX) TO PH-QUEUED
                   MOVE WS-PND-NEW-IMAGE(WS-PND-INDEX) TO WS-CHG-NEW
                   MOVE WS-CN-NAME TO PH-NAME
                   MOVE SPACES TO PH-SPARE
                   MOVE WS-PND-MAKER(WS-PND-INDEX) TO PH-MAKER
                   MOVE WS-PND-OLD-IMAGE(WS-PND-INDEX) TO PH-OLD-IMAGE
                   MOVE WS-PND-NEW-IMAGE(WS-PND-INDEX) TO PH-NEW-IMAGE
                   WRITE PENDING-RECORD
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
           PERFORM RESTORE-PENDING-CHANGE
           DISPLAY "============================="
           DISPLAY "pending " WS-CHG-OP " of account "
                   WS-CHG-ACCOUNT " made by "
                   WS-PND-MAKER(WS-PND-INDEX) " on "
                   WS-PND-QUEUED(WS-PND-INDEX)
           IF WS-CHG-OP NOT = "HOLDADD"
               DISPLAY "  old: " WS-CO-NAME
               DISPLAY "       " WS-CO-ADDR-1 " " WS-CO-ADDR-2
               DISPLAY "       " WS-CO-CITY " " WS-CO-STATE " "
                       WS-CO-POSTAL
           END-IF
           IF WS-CHG-OP NOT = "HOLDDEL"
               DISPLAY "  new: " WS-CN-NAME
               DISPLAY "       " WS-CN-ADDR-1 " " WS-CN-ADDR-2
               DISPLAY "       " WS-CN-CITY " " WS-CN-STATE " "
                       WS-CN-POSTAL
           END-IF
           IF WS-PND-MAKER(WS-PND-INDEX) = WS-OPERATOR-ID
               DISPLAY "made by this operator - a different "
                       "operator must approve it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A - approve, R - reject, S - skip: "
                   WITH NO ADVANCING
           ACCEPT WS-PND-CHOICE
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
           MOVE WS-PND-OLD-IMAGE(WS-PND-INDEX) TO WS-CHG-OLD
           MOVE WS-PND-NEW-IMAGE(WS-PND-INDEX) TO WS-CHG-NEW
           .

      *> the edits run again against the masters and states.dat as
      *> they stand now - a state that has expired since the change
      *> was keyed is refused here
       APPLY-PENDING-CHANGE.
           PERFORM VALIDATE-HOLDER-CHANGE
           IF WS-VALID-UPDATE NOT = "Y"
               DISPLAY "change no longer valid - rejected"
               MOVE "R" TO WS-PND-DISP(WS-PND-INDEX)
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CHG-OP
               WHEN "HOLDADD"
                   ADD 1 TO WS-HT-COUNT
                   MOVE WS-CHG-NEW TO WS-HT-ENTRY(WS-HT-COUNT)
               WHEN "HOLDCHG"
                   MOVE WS-CHG-NEW TO WS-HT-ENTRY(WS-FOUND-INDEX)
               WHEN OTHER
                   PERFORM VARYING WS-HT FROM WS-FOUND-INDEX BY 1
                           UNTIL WS-HT NOT < WS-HT-COUNT
                       MOVE WS-HT-ENTRY(WS-HT + 1)
                           TO WS-HT-ENTRY(WS-HT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HT-COUNT
           END-EVALUATE
           PERFORM SAVE-HOLDERS
           IF WS-BACKUP-OK NOT = "Y"
               PERFORM LOAD-HOLDERS
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-PND-DISP(WS-PND-INDEX)
           MOVE "APPROVED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "change applied"
           .

      *> rewrites the master from the table, after rolling a backup
      *> generation
       SAVE-HOLDERS.
           PERFORM ROLL-BACKUP-GENERATION
           IF WS-BACKUP-OK NOT = "Y"
               DISPLAY "backup generation failed - save "
                       "abandoned, change not persisted"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HolderFile
           IF HldFileStatus NOT = "00"
               DISPLAY "error rewriting holder master. status="
                       HldFileStatus
               MOVE WS-HT-COUNT TO WS-RUN-PROCESSED
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM VARYING WS-HT FROM 1 BY 1
                   UNTIL WS-HT > WS-HT-COUNT
               WRITE HOLDER-RECORD FROM WS-HT-ENTRY(WS-HT)
           END-PERFORM
           CLOSE HolderFile
           .

      *> rolls the current master to a dated backup generation and
      *> trims the oldest once more than HOLDERS_BACKUP_KEEP are
      *> retained - the same recovery plan acctmaint.cob keeps
       ROLL-BACKUP-GENERATION.
           MOVE "Y" TO WS-BACKUP-OK
           ACCEPT WS-BAK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BAK-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-BACKUP-PATH
           STRING "../holders-bak-" DELIMITED BY SIZE
                  WS-BAK-STAMP-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BAK-STAMP-TIME(1:6) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT HolderFile
      *> no master yet (the first addition) - nothing to roll
           IF HldFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BackupFile
           IF BakFileStatus NOT = "00"
               DISPLAY "error writing backup generation. status="
                       BakFileStatus
               CLOSE HolderFile
               MOVE "N" TO WS-BACKUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COPY-EOF = "Y"
               READ HolderFile
                   AT END
                       MOVE "Y" TO WS-COPY-EOF
                   NOT AT END
                       MOVE HOLDER-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE HolderFile
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
           MOVE "HOLDERS_BACKUP_KEEP" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:3) TO WS-KEEP-ENV
           ELSE
               ACCEPT WS-KEEP-ENV FROM ENVIRONMENT
                   "HOLDERS_BACKUP_KEEP"
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
      *> date, time, and operator at the fixed offsets auditinq reads;
      *> the bracketed images carry the start of the holder name, the
      *> state, and the postal code (the full before and after
      *> records stay on the pending file until the change is settled)
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
                  FUNCTION TRIM(WS-CO-NAME(1:12)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CO-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CO-POSTAL) DELIMITED BY SIZE
                  "] -> [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CN-NAME(1:12)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CN-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CN-POSTAL) DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SIZE
                  INTO AuditLine
           WRITE AuditLine
           CLOSE AuditFile
           .
