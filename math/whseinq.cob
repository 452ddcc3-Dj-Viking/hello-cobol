      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. whseinq.
      *> Inquiry companion to math/math.cob's future-dated warehouse:
      *> lists the details waiting in warehouse.dat - the batch each
      *> came in on, the account it posts to, and the business day
      *> the nightly run will post it - so a supplier asking where
      *> next week's items went can be answered without reading the
      *> raw file. The posting day is the item's own date, rolled past
      *> weekends and holidays.dat the way driver.cob judges a
      *> business day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WarehouseFile
               ASSIGN TO "warehouse.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is WhsFileStatus.

           SELECT HolidayFile
               ASSIGN TO "../holidays.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HolFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> mirrors math/math.cob's WAREHOUSE-RECORD layout
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

       FD  HolidayFile
           record contains 39 characters.
       01  HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 HOL-NAME       PIC X(30).

       WORKING-STORAGE SECTION.
       01  WhsFileStatus     PIC XX.
       01  HolFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-HOL-EOF        PIC X      VALUE "N".
       01  WS-HOL-COUNT      PIC 9(03)  VALUE 0.
       01  WS-H              PIC 9(03)  VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY occurs 1 to 100 times
                   depending on WS-HOL-COUNT.
              10 WS-HOL-DATE  PIC 9(08).

      *> interactive inquiry menu, same shape as ledgerinq.cob's
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-INQ-MODE       PIC X      VALUE SPACE.
       01  WS-INQ-DATE       PIC 9(08)  VALUE 0.
       01  WS-INQ-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-MATCH-COUNT    PIC 9(05)  VALUE 0.
       01  WS-MATCH-TOTAL    PIC S9(11)V99 VALUE 0.
      *> the amount the item will post, in its own currency, worked
      *> the way math.cob's CALCULATE-PAIR works it - the result
      *> field is the same size, so an item math.cob will reject on
      *> overflow or a zero divisor is shown as such and left out of
      *> the total
       01  WS-ITEM-AMOUNT    PIC S9(07)V99 VALUE 0.
       01  WS-ITEM-ERROR     PIC X      VALUE "N".

      *> posting-day support
       01  WS-POST-DATE      PIC 9(08)  VALUE 0.
       01  WS-DATE-INT       PIC 9(07)  VALUE 0.
       01  WS-DOW-REM        PIC 9(01)  VALUE 0.
       01  WS-BUSINESS-DAY   PIC X      VALUE "N".

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           PERFORM LOAD-HOLIDAYS
           PERFORM INQUIRY-MENU
           STOP RUN.

       INQUIRY-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "future-dated warehouse inquiry menu"
               DISPLAY "  L - list everything warehoused"
               DISPLAY "  A - list an account's warehoused items"
               DISPLAY "  D - list items posting by a date"
               DISPLAY "  X - exit menu"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                   WHEN "l"
                       MOVE "L" TO WS-INQ-MODE
                       PERFORM SCAN-WAREHOUSE
                   WHEN "A"
                   WHEN "a"
                       DISPLAY "account: " WITH NO ADVANCING
                       ACCEPT WS-INQ-ACCOUNT
                       MOVE "A" TO WS-INQ-MODE
                       PERFORM SCAN-WAREHOUSE
                   WHEN "D"
                   WHEN "d"
                       DISPLAY "posting by (YYYYMMDD): "
                           WITH NO ADVANCING
                       ACCEPT WS-INQ-DATE
                       MOVE "D" TO WS-INQ-MODE
                       PERFORM SCAN-WAREHOUSE
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   WHEN OTHER
                       DISPLAY "invalid selection"
               END-EVALUATE
           END-PERFORM
           .

      *> the warehouse is opened fresh for each inquiry so a math run
      *> between two inquiries shows in the second
       SCAN-WAREHOUSE.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-MATCH-TOTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT WarehouseFile
           IF WhsFileStatus NOT = "00"
               DISPLAY "nothing is warehoused"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ WarehouseFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM SELECT-WAREHOUSED-ITEM
               END-READ
           END-PERFORM
           CLOSE WarehouseFile
           PERFORM DISPLAY-MATCH-SUMMARY
           .

       SELECT-WAREHOUSED-ITEM.
           PERFORM FIND-POSTING-DAY
           EVALUATE WS-INQ-MODE
               WHEN "A"
                   IF WHS-ACCOUNT = WS-INQ-ACCOUNT
                           OR (WHS-OP = "T"
                               AND WHS-XFR-TO = WS-INQ-ACCOUNT)
                       PERFORM DISPLAY-WAREHOUSED-ITEM
                   END-IF
               WHEN "D"
                   IF WS-POST-DATE NOT > WS-INQ-DATE
                       PERFORM DISPLAY-WAREHOUSED-ITEM
                   END-IF
               WHEN OTHER
                   PERFORM DISPLAY-WAREHOUSED-ITEM
           END-EVALUATE
           .

      *> the item posts on the first business day on or after its
      *> own date - the first nightly run whose batch date reaches it
       FIND-POSTING-DAY.
           MOVE WHS-DATE TO WS-POST-DATE
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = "Y"
               COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-POST-DATE) + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           .

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-POST-DATE)
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7)
      *> a remainder of 6 is Saturday and 0 is Sunday
           IF WS-DOW-REM = 6 OR WS-DOW-REM = 0
               MOVE "N" TO WS-BUSINESS-DAY
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-H) = WS-POST-DATE
                   MOVE "N" TO WS-BUSINESS-DAY
               END-IF
           END-PERFORM
           .

       DISPLAY-WAREHOUSED-ITEM.
           ADD 1 TO WS-MATCH-COUNT
           PERFORM WORK-ITEM-AMOUNT
           DISPLAY "batch " WHS-BATCH " account " WHS-ACCOUNT
                   " dated " WHS-DATE " posts " WS-POST-DATE
           IF WHS-OP = "T"
               DISPLAY "    transfer " WHS-CURRENCY " " WHS-B
                       " to account " WHS-XFR-TO
                       " warehoused " WHS-HELD-ON
           ELSE
               DISPLAY "    op " WHS-OP " " WHS-CURRENCY
                       " amounts " WHS-A "/" WHS-B
                       " warehoused " WHS-HELD-ON
           END-IF
           EVALUATE WS-ITEM-ERROR
               WHEN "N"
                   ADD WS-ITEM-AMOUNT TO WS-MATCH-TOTAL
                   DISPLAY "    posts " WHS-CURRENCY " " WS-ITEM-AMOUNT
               WHEN "O"
                   DISPLAY "    will be rejected - result overflow"
               WHEN "Z"
                   DISPLAY "    will be rejected - divide by zero"
               WHEN OTHER
                   DISPLAY "    will be rejected - invalid op"
           END-EVALUATE
           .

      *> A posts B+A, S posts B-A, M posts A*B, D posts B/A and a
      *> transfer moves B - as CALCULATE-PAIR and PROCESS-TRANSFER
      *> in math.cob
       WORK-ITEM-AMOUNT.
           MOVE "N" TO WS-ITEM-ERROR
           MOVE WHS-B TO WS-ITEM-AMOUNT
           EVALUATE WHS-OP
               WHEN "A"
                   ADD WHS-A TO WS-ITEM-AMOUNT ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-ITEM-ERROR
                   END-ADD
               WHEN "S"
                   SUBTRACT WHS-A FROM WS-ITEM-AMOUNT ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-ITEM-ERROR
                   END-SUBTRACT
               WHEN "M"
                   MULTIPLY WHS-A BY WS-ITEM-AMOUNT ROUNDED
                       ON SIZE ERROR
                           MOVE "O" TO WS-ITEM-ERROR
                   END-MULTIPLY
               WHEN "D"
                   IF WHS-A = 0
                       MOVE "Z" TO WS-ITEM-ERROR
                   ELSE
                       DIVIDE WHS-A INTO WS-ITEM-AMOUNT ROUNDED
                           ON SIZE ERROR
                               MOVE "O" TO WS-ITEM-ERROR
                       END-DIVIDE
                   END-IF
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   MOVE "I" TO WS-ITEM-ERROR
           END-EVALUATE
           .

       DISPLAY-MATCH-SUMMARY.
           IF WS-MATCH-COUNT = 0
               DISPLAY "no warehoused items found"
           ELSE
               DISPLAY WS-MATCH-COUNT " item(s), amount total "
                       WS-MATCH-TOTAL
           END-IF
           .

      *> a missing holiday file just means weekends are the only
      *> non-business days
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HolidayFile
           IF HolFileStatus = "00"
               PERFORM UNTIL WS-HOL-EOF = "Y"
                   READ HolidayFile
                       AT END
                           MOVE "Y" TO WS-HOL-EOF
                       NOT AT END
                           IF WS-HOL-COUNT < 100
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE
                                   TO WS-HOL-DATE(WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HolidayFile
           END-IF
           .
