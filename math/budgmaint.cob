      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgmaint.
      *> Maintenance for the monthly budget reference file: one amount
      *> per account per month, in the ledger's own sign convention
      *> (credits positive, debits negative), which budgvar.cob
      *> reports the ledger's actuals against. An account's budget
      *> year can be listed, a single month set, or a whole load
      *> taken from the spreadsheet finance keeps the budget in,
      *> exported as budget-load.dat - account, YYYYMM, and amount
      *> per comma-separated line. A load line that does not edit is
      *> listed and skipped, never half-applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile
               ASSIGN TO "../budget.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BudFileStatus.

           SELECT LoadFile
               ASSIGN TO "budget-load.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LoadFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the account, the budget month, and the amount - sign byte
      *> + or -, then the amount with no decimal point stored
       FD  BudgetFile
           record contains 31 characters.
       01  BUDGET-RECORD.
           05 BUD-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 BUD-MONTH      PIC 9(06).
           05 FILLER         PIC X.
           05 BUD-SIGN       PIC X.
           05 FILLER         PIC X.
           05 BUD-AMOUNT     PIC 9(11)V99.

       FD  LoadFile
           record contains 80 characters.
       01  LoadLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  BudFileStatus     PIC XX.
       01  LoadFileStatus    PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "BUDGMAINT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "BUDGMAINT".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP - a budget is only
      *> taken for an account the master knows
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> the budget rides in memory for the session and the file is
      *> rewritten whole on update, ratemaint.cob's save shape
       01  WS-BUD-COUNT      PIC 9(04)  VALUE 0.
       01  WS-B              PIC 9(04)  VALUE 0.
       01  WS-B-FOUND        PIC 9(04)  VALUE 0.
       01  WS-BUD-TABLE.
           05 WS-BUD-ENTRY occurs 1 to 6000 times
                   depending on WS-BUD-COUNT.
              10 WS-BT-ACCOUNT PIC 9(08).
              10 WS-BT-MONTH   PIC 9(06).
              10 WS-BT-AMOUNT  PIC S9(11)V99.
       01  WS-BUDGET-LINE.
           05 WS-BL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-BL-MONTH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-BL-SIGN     PIC X      VALUE "+".
           05 FILLER         PIC X      VALUE ",".
           05 WS-BL-AMOUNT   PIC 9(11)V99 VALUE 0.

      *> dialogue inputs
       01  WS-INPUT-ACCOUNT  PIC 9(08)  VALUE 0.
       01  WS-INPUT-YEAR     PIC 9(04)  VALUE 0.
       01  WS-INPUT-MONTH    PIC 9(06)  VALUE 0.
       01  WS-INPUT-AMOUNT-X PIC X(20)  VALUE SPACES.
       01  WS-INPUT-AMOUNT   PIC S9(11)V99 VALUE 0.
       01  WS-ENTRY-OK       PIC X      VALUE "N".
       01  WS-MONTH-NUM      PIC 9(02)  VALUE 0.
       01  WS-YEAR-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-SHOW-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

      *> budget-load support
       01  WS-LD-ACCOUNT-X   PIC X(20)  VALUE SPACES.
       01  WS-LD-MONTH-X     PIC X(20)  VALUE SPACES.
       01  WS-LD-AMOUNT-X    PIC X(20)  VALUE SPACES.
       01  WS-LD-LINES       PIC 9(05)  VALUE 0.
       01  WS-LD-APPLIED     PIC 9(05)  VALUE 0.
       01  WS-LD-REJECTED    PIC 9(05)  VALUE 0.
       01  WS-LD-WHY         PIC X(30)  VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-BUDGET
           PERFORM BUDGET-MENU
           MOVE WS-BUD-COUNT TO WS-RUN-PROCESSED
           MOVE WS-LD-REJECTED TO WS-RUN-REJECTED
           MOVE "OK" TO WS-RUN-STATUS
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       BUDGET-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "budget maintenance"
               DISPLAY "  L - list an account's budget year"
               DISPLAY "  S - set one month's budget"
               DISPLAY "  B - load budget-load.dat"
               DISPLAY "  X - exit"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-BUDGET-YEAR
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-MONTH-BUDGET
                   WHEN "B"
                   WHEN "b"
                       PERFORM LOAD-BUDGET-FILE
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   WHEN OTHER
                       DISPLAY "invalid selection"
               END-EVALUATE
           END-PERFORM
           .

       LIST-BUDGET-YEAR.
           DISPLAY "account: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           DISPLAY "year (YYYY, 0 = this year): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           IF WS-INPUT-YEAR = 0
               MOVE WS-TODAY(1:4) TO WS-INPUT-YEAR
           END-IF
           MOVE 0 TO WS-YEAR-TOTAL
           PERFORM VARYING WS-MONTH-NUM FROM 1 BY 1
                   UNTIL WS-MONTH-NUM > 12
               COMPUTE WS-INPUT-MONTH =
                   WS-INPUT-YEAR * 100 + WS-MONTH-NUM
               PERFORM FIND-BUDGET-ENTRY
               IF WS-B-FOUND > 0
                   MOVE WS-BT-AMOUNT(WS-B-FOUND) TO WS-SHOW-AMOUNT
                   ADD WS-BT-AMOUNT(WS-B-FOUND) TO WS-YEAR-TOTAL
                   DISPLAY "  " WS-INPUT-MONTH "  " WS-SHOW-AMOUNT
               ELSE
                   DISPLAY "  " WS-INPUT-MONTH "  (no budget)"
               END-IF
           END-PERFORM
           MOVE WS-YEAR-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "  year    " WS-SHOW-AMOUNT
           .

       SET-MONTH-BUDGET.
           DISPLAY "account: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           DISPLAY "month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "amount (e.g. -1500.00 for a debit): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-X
           PERFORM EDIT-BUDGET-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               DISPLAY WS-LD-WHY " - not set"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-BUDGET-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               DISPLAY WS-LD-WHY " - not set"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-BUDGET
           MOVE WS-INPUT-AMOUNT TO WS-SHOW-AMOUNT
           DISPLAY "budget for " WS-INPUT-ACCOUNT " " WS-INPUT-MONTH
                   " set to " WS-SHOW-AMOUNT
           .

      *> the same edits guard a keyed entry and a load line: a known
      *> account, a real month, and an amount that reads as a number
       EDIT-BUDGET-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK
           MOVE SPACES TO WS-LD-WHY
           MOVE WS-INPUT-ACCOUNT TO WS-ACL-ACCOUNT
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK = "Y" AND WS-ACL-FOUND NOT = "Y"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "account not on the master" TO WS-LD-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-MONTH(5:2) TO WS-MONTH-NUM
           IF WS-INPUT-MONTH < 190001 OR WS-MONTH-NUM < 1
                   OR WS-MONTH-NUM > 12
               MOVE "N" TO WS-ENTRY-OK
               MOVE "month is not YYYYMM" TO WS-LD-WHY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-X) NOT = 0
               MOVE "N" TO WS-ENTRY-OK
               MOVE "amount is not numeric" TO WS-LD-WHY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INPUT-AMOUNT =
               FUNCTION NUMVAL(WS-INPUT-AMOUNT-X)
           .

      *> replaces the account's month if it has one, else adds it
       APPLY-BUDGET-ENTRY.
           PERFORM FIND-BUDGET-ENTRY
           IF WS-B-FOUND = 0
               IF WS-BUD-COUNT NOT < 6000
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "budget table is full" TO WS-LD-WHY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUD-COUNT
               MOVE WS-BUD-COUNT TO WS-B-FOUND
               MOVE WS-INPUT-ACCOUNT TO WS-BT-ACCOUNT(WS-B-FOUND)
               MOVE WS-INPUT-MONTH TO WS-BT-MONTH(WS-B-FOUND)
           END-IF
           MOVE WS-INPUT-AMOUNT TO WS-BT-AMOUNT(WS-B-FOUND)
           .

       FIND-BUDGET-ENTRY.
           MOVE 0 TO WS-B-FOUND
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUD-COUNT OR WS-B-FOUND > 0
               IF WS-BT-ACCOUNT(WS-B) = WS-INPUT-ACCOUNT
                       AND WS-BT-MONTH(WS-B) = WS-INPUT-MONTH
                   MOVE WS-B TO WS-B-FOUND
               END-IF
           END-PERFORM
           .

      *> takes the spreadsheet export line by line; the budget file is
      *> rewritten once, after the whole load has been applied
       LOAD-BUDGET-FILE.
           MOVE 0 TO WS-LD-LINES
           MOVE 0 TO WS-LD-APPLIED
           MOVE 0 TO WS-LD-REJECTED
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LoadFile
           IF LoadFileStatus NOT = "00"
               DISPLAY "no budget-load.dat to load. status="
                       LoadFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LoadFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LoadLine NOT = SPACES
                           PERFORM LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoadFile
           IF WS-LD-APPLIED > 0
               PERFORM SAVE-BUDGET
           END-IF
           DISPLAY WS-LD-LINES " line(s) read, " WS-LD-APPLIED
                   " applied, " WS-LD-REJECTED " rejected"
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "budget load applied " DELIMITED BY SIZE
                  WS-LD-APPLIED DELIMITED BY SIZE
                  " line(s), rejected " DELIMITED BY SIZE
                  WS-LD-REJECTED DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           IF WS-LD-REJECTED > 0
               MOVE "W" TO WS-ALERT-SEVERITY
           END-IF
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           .

       LOAD-ONE-LINE.
           ADD 1 TO WS-LD-LINES
           MOVE SPACES TO WS-LD-ACCOUNT-X
           MOVE SPACES TO WS-LD-MONTH-X
           MOVE SPACES TO WS-LD-AMOUNT-X
           UNSTRING LoadLine DELIMITED BY ","
               INTO WS-LD-ACCOUNT-X WS-LD-MONTH-X WS-LD-AMOUNT-X
           END-UNSTRING
           MOVE "Y" TO WS-ENTRY-OK
           IF FUNCTION TEST-NUMVAL(WS-LD-ACCOUNT-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-LD-MONTH-X) NOT = 0
               MOVE "N" TO WS-ENTRY-OK
               MOVE "account or month not numeric" TO WS-LD-WHY
           ELSE
               COMPUTE WS-INPUT-ACCOUNT =
                   FUNCTION NUMVAL(WS-LD-ACCOUNT-X)
               COMPUTE WS-INPUT-MONTH = FUNCTION NUMVAL(WS-LD-MONTH-X)
               MOVE WS-LD-AMOUNT-X TO WS-INPUT-AMOUNT-X
               PERFORM EDIT-BUDGET-ENTRY
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM APPLY-BUDGET-ENTRY
           END-IF
           IF WS-ENTRY-OK = "Y"
               ADD 1 TO WS-LD-APPLIED
           ELSE
               ADD 1 TO WS-LD-REJECTED
               DISPLAY "line " WS-LD-LINES " rejected - " WS-LD-WHY
                       ": " FUNCTION TRIM(LoadLine)
           END-IF
           .

       LOAD-BUDGET.
           MOVE 0 TO WS-BUD-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BudgetFile
      *> a missing file just means no budget has been taken yet
           IF BudFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BudgetFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-BUD-COUNT < 6000
                           ADD 1 TO WS-BUD-COUNT
                           MOVE BUD-ACCOUNT
                               TO WS-BT-ACCOUNT(WS-BUD-COUNT)
                           MOVE BUD-MONTH TO WS-BT-MONTH(WS-BUD-COUNT)
                           MOVE BUD-AMOUNT
                               TO WS-BT-AMOUNT(WS-BUD-COUNT)
                           IF BUD-SIGN = "-"
                               COMPUTE WS-BT-AMOUNT(WS-BUD-COUNT) =
                                   0 - BUD-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BudgetFile
           .

       SAVE-BUDGET.
           OPEN OUTPUT BudgetFile
           IF BudFileStatus NOT = "00"
               DISPLAY "error rewriting budget file. status="
                       BudFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUD-COUNT
               MOVE WS-BT-ACCOUNT(WS-B) TO WS-BL-ACCOUNT
               MOVE WS-BT-MONTH(WS-B) TO WS-BL-MONTH
               IF WS-BT-AMOUNT(WS-B) < 0
                   MOVE "-" TO WS-BL-SIGN
               ELSE
                   MOVE "+" TO WS-BL-SIGN
               END-IF
               MOVE WS-BT-AMOUNT(WS-B) TO WS-BL-AMOUNT
               WRITE BUDGET-RECORD FROM WS-BUDGET-LINE
           END-PERFORM
           CLOSE BudgetFile
           .
