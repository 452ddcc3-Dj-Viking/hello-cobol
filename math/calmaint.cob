      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calmaint.
      *> Maintenance for the per-currency settlement calendars that
      *> VALDATE rolls posting value dates against: lists a currency's
      *> market holidays for a year, shows how far ahead each
      *> currency's calendar runs, adds and deletes a holiday, and
      *> rolls a currency's calendar forward a year. The roll copies
      *> each holiday to the same month and day of the next year -
      *> Good Friday, Easter Monday and the other moving holidays have
      *> to be corrected by hand afterwards, and the roll says so. A
      *> holiday landing on a weekend is refused: a weekend never
      *> settles anyway, and an observed holiday goes in on the
      *> weekday the market actually closes. The operator signs on
      *> through OPERSIGN; any operator may list, but only one granted
      *> calendar maintenance may change a calendar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile
               ASSIGN TO "../settlecal.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile
           record contains 43 characters.
       COPY setlcalrec.

       WORKING-STORAGE SECTION.
       01  CalFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "CALMAINT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "CALMAINT".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> operator sign-on through the shared OPERSIGN service; three
      *> tries end the session, table.cob's convention
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.
       01  WS-SIGNON-OK      PIC X      VALUE "N".
       01  WS-SIGNON-TRIES   PIC 9(1)   VALUE 0.
       01  WS-ENTER-ID       PIC X(08)  VALUE SPACES.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before a calendar may change
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "CALMNT".

      *> the calendars ride in memory for the session, held in
      *> currency and date order, and the file is rewritten whole on
      *> update, ratemaint's save shape. Same capacity as VALDATE's
      *> table so nothing saved here is beyond what it loads.
       01  WS-CAL-COUNT      PIC 9(04)  VALUE 0.
       01  WS-C              PIC 9(04)  VALUE 0.
       01  WS-C2             PIC 9(04)  VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY occurs 1 to 2000 times
                   depending on WS-CAL-COUNT.
              10 WS-CT-CURRENCY PIC X(03).
              10 WS-CT-DATE     PIC 9(08).
              10 WS-CT-NAME     PIC X(30).
       01  WS-CAL-LINE.
           05 WS-CL-CURRENCY PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-NAME     PIC X(30)  VALUE SPACES.

      *> the dialogue's inputs
       01  WS-INPUT-CUR      PIC X(03)  VALUE SPACES.
       01  WS-INPUT-YEAR     PIC 9(04)  VALUE 0.
       01  WS-INPUT-DATE     PIC 9(08)  VALUE 0.
       01  WS-INPUT-NAME     PIC X(30)  VALUE SPACES.
       01  WS-CONFIRM        PIC X      VALUE SPACE.
       01  WS-FOUND          PIC X      VALUE "N".
       01  WS-FOUND-AT       PIC 9(04)  VALUE 0.
       01  WS-INSERT-AT      PIC 9(04)  VALUE 0.
       01  WS-MATCH-COUNT    PIC 9(04)  VALUE 0.
      *> weekday check, same day numbering as VALDATE
       01  WS-DATE-INT       PIC 9(08)  VALUE 0.
       01  WS-DOW-REM        PIC 9(01)  VALUE 0.

      *> coverage view: one line per currency on the calendar
       01  WS-COV-CUR        PIC X(03)  VALUE SPACES.
       01  WS-COV-COUNT      PIC 9(04)  VALUE 0.
       01  WS-COV-FIRST      PIC 9(08)  VALUE 0.
       01  WS-COV-LAST       PIC 9(08)  VALUE 0.
       01  WS-NEXT-YEAR      PIC 9(04)  VALUE 0.

      *> roll-forward: the source year's holidays for the currency
      *> are gathered first so the inserts do not disturb the scan
       01  WS-ROLL-COUNT     PIC 9(03)  VALUE 0.
       01  WS-RL             PIC 9(03)  VALUE 0.
       01  WS-ROLL-TABLE.
           05 WS-ROLL-ENTRY occurs 1 to 100 times
                   depending on WS-ROLL-COUNT.
              10 WS-RO-DATE     PIC 9(08).
              10 WS-RO-NAME     PIC X(30).
       01  WS-ROLL-ADDED     PIC 9(03)  VALUE 0.
       01  WS-ROLL-SKIPPED   PIC 9(03)  VALUE 0.

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
               PERFORM LOAD-CALENDAR
               PERFORM CALENDAR-MENU
               MOVE WS-CAL-COUNT TO WS-RUN-PROCESSED
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

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
               CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH
                   WS-SIGN-FUNCTION
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
           END-PERFORM
           .

       CALENDAR-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "settlement calendar maintenance"
               DISPLAY "  L - list a currency's holidays for a year"
               DISPLAY "  C - calendar coverage by currency"
               DISPLAY "  A - add a holiday"
               DISPLAY "  D - delete a holiday"
               DISPLAY "  R - roll a calendar forward a year"
               DISPLAY "  X - exit"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-HOLIDAYS
                   WHEN "C"
                   WHEN "c"
                       PERFORM LIST-COVERAGE
                   WHEN "A"
                   WHEN "a"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM ADD-HOLIDAY
                       ELSE
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM DELETE-HOLIDAY
                       ELSE
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM ROLL-CALENDAR
                       ELSE
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   WHEN OTHER
                       DISPLAY "invalid selection"
               END-EVALUATE
           END-PERFORM
           .

       NOT-AUTHORIZED.
           DISPLAY "operator " WS-OPERATOR-ID " is not authorized "
                   "for calendar maintenance"
           .

       LIST-HOLIDAYS.
           DISPLAY "currency code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUR
           DISPLAY "year (0 = this year): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           IF WS-INPUT-YEAR = 0
               MOVE WS-TODAY(1:4) TO WS-INPUT-YEAR
           END-IF
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-CURRENCY(WS-C) = WS-INPUT-CUR
                       AND WS-CT-DATE(WS-C)(1:4) = WS-INPUT-YEAR
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-CT-CURRENCY(WS-C) " " WS-CT-DATE(WS-C)
                           " " WS-CT-NAME(WS-C)
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY "no " WS-INPUT-CUR " holidays on file for "
                       WS-INPUT-YEAR " - only weekends will roll"
           ELSE
               DISPLAY WS-MATCH-COUNT " holiday(s)"
           END-IF
           .

      *> one line per currency: how many holidays it carries and the
      *> span they cover. A calendar that stops before next year is
      *> flagged - postings past its last holiday roll over weekends
      *> only.
       LIST-COVERAGE.
           IF WS-CAL-COUNT = 0
               DISPLAY "no settlement calendars on file"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-TODAY / 10000 + 1
           MOVE WS-CT-CURRENCY(1) TO WS-COV-CUR
           MOVE 0 TO WS-COV-COUNT
           MOVE WS-CT-DATE(1) TO WS-COV-FIRST
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-CURRENCY(WS-C) NOT = WS-COV-CUR
                   PERFORM SHOW-COVERAGE-LINE
                   MOVE WS-CT-CURRENCY(WS-C) TO WS-COV-CUR
                   MOVE 0 TO WS-COV-COUNT
                   MOVE WS-CT-DATE(WS-C) TO WS-COV-FIRST
               END-IF
               ADD 1 TO WS-COV-COUNT
               MOVE WS-CT-DATE(WS-C) TO WS-COV-LAST
           END-PERFORM
           PERFORM SHOW-COVERAGE-LINE
           .

       SHOW-COVERAGE-LINE.
           IF WS-COV-LAST(1:4) < WS-NEXT-YEAR
               DISPLAY WS-COV-CUR " " WS-COV-COUNT " holiday(s) "
                       WS-COV-FIRST " to " WS-COV-LAST
                       " ** no calendar for " WS-NEXT-YEAR " **"
           ELSE
               DISPLAY WS-COV-CUR " " WS-COV-COUNT " holiday(s) "
                       WS-COV-FIRST " to " WS-COV-LAST
           END-IF
           .

       ADD-HOLIDAY.
           DISPLAY "currency code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUR
           DISPLAY "holiday date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           DISPLAY "holiday name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-CUR = SPACES
               DISPLAY "a currency code is required - rejected"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOLIDAY-DATE
           IF WS-CONFIRM NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HOLIDAY
           IF WS-FOUND = "Y"
               DISPLAY WS-INPUT-CUR " " WS-INPUT-DATE " is already "
                       "a holiday - rejected"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-COUNT NOT < 2000
               DISPLAY "calendar table is full - cannot add another "
                       "entry"
               EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-HOLIDAY
           PERFORM SAVE-CALENDAR
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "settlement holiday added for " DELIMITED BY SIZE
                  WS-INPUT-CUR DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-INPUT-DATE DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY WS-INPUT-CUR " holiday " WS-INPUT-DATE " added"
           .

      *> a holiday already past has had its postings value-dated;
      *> changing it now would not move them, so the date must be
      *> today or later, a real date, and a weekday
       CHECK-HOLIDAY-DATE.
           MOVE "N" TO WS-CONFIRM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-INPUT-DATE)
           IF WS-DATE-INT = 0
               DISPLAY WS-INPUT-DATE " is not a valid date - rejected"
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-DATE < WS-TODAY
               DISPLAY WS-INPUT-DATE " is in the past - postings on it "
                       "are already value-dated - rejected"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DOW-REM = 0 OR WS-DOW-REM = 6
               DISPLAY WS-INPUT-DATE " is a weekend - enter the "
                       "weekday the market observes - rejected"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CONFIRM
           .

       FIND-HOLIDAY.
           MOVE "N" TO WS-FOUND
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT OR WS-FOUND = "Y"
               IF WS-CT-CURRENCY(WS-C) = WS-INPUT-CUR
                       AND WS-CT-DATE(WS-C) = WS-INPUT-DATE
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-C TO WS-FOUND-AT
               END-IF
           END-PERFORM
           .

      *> keeps the table in currency and date order: the new entry
      *> goes in front of the first entry that sorts after it
       INSERT-HOLIDAY.
           COMPUTE WS-INSERT-AT = WS-CAL-COUNT + 1
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
                   OR WS-INSERT-AT NOT > WS-CAL-COUNT
               IF WS-CT-CURRENCY(WS-C) > WS-INPUT-CUR
                       OR (WS-CT-CURRENCY(WS-C) = WS-INPUT-CUR
                       AND WS-CT-DATE(WS-C) > WS-INPUT-DATE)
                   MOVE WS-C TO WS-INSERT-AT
               END-IF
           END-PERFORM
           ADD 1 TO WS-CAL-COUNT
           PERFORM VARYING WS-C FROM WS-CAL-COUNT BY -1
                   UNTIL WS-C NOT > WS-INSERT-AT
               COMPUTE WS-C2 = WS-C - 1
               MOVE WS-CAL-ENTRY(WS-C2) TO WS-CAL-ENTRY(WS-C)
           END-PERFORM
           MOVE WS-INPUT-CUR TO WS-CT-CURRENCY(WS-INSERT-AT)
           MOVE WS-INPUT-DATE TO WS-CT-DATE(WS-INSERT-AT)
           MOVE WS-INPUT-NAME TO WS-CT-NAME(WS-INSERT-AT)
           .

       DELETE-HOLIDAY.
           DISPLAY "currency code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUR
           DISPLAY "holiday date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           PERFORM FIND-HOLIDAY
           IF WS-FOUND NOT = "Y"
               DISPLAY WS-INPUT-CUR " " WS-INPUT-DATE " is not on "
                       "the calendar"
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-DATE < WS-TODAY
               DISPLAY WS-INPUT-DATE " is in the past - postings on it "
                       "are already value-dated - rejected"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "delete " WS-CT-CURRENCY(WS-FOUND-AT) " "
                   WS-CT-DATE(WS-FOUND-AT) " "
                   WS-CT-NAME(WS-FOUND-AT) "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "delete abandoned"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM WS-FOUND-AT BY 1
                   UNTIL WS-C NOT < WS-CAL-COUNT
               COMPUTE WS-C2 = WS-C + 1
               MOVE WS-CAL-ENTRY(WS-C2) TO WS-CAL-ENTRY(WS-C)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT
           PERFORM SAVE-CALENDAR
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "settlement holiday removed for " DELIMITED BY SIZE
                  WS-INPUT-CUR DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-INPUT-DATE DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY WS-INPUT-CUR " holiday " WS-INPUT-DATE " deleted"
           .

      *> copies a currency's holidays for one year to the same month
      *> and day of the next, provided the next year has not been
      *> started - a half-entered year would pick up a second copy of
      *> every moving holiday. A copied date that falls on a weekend,
      *> is not a real date (29 February), or is already on file is
      *> skipped and listed so the operator can enter the observed
      *> day by hand.
       ROLL-CALENDAR.
           DISPLAY "currency code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUR
           DISPLAY "year to copy from: " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           COMPUTE WS-NEXT-YEAR = WS-INPUT-YEAR + 1
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-CURRENCY(WS-C) = WS-INPUT-CUR
                       AND WS-CT-DATE(WS-C)(1:4) = WS-NEXT-YEAR
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT > 0
               DISPLAY WS-INPUT-CUR " already has " WS-MATCH-COUNT
                       " holiday(s) for " WS-NEXT-YEAR " - add any "
                       "missing ones one at a time"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-CURRENCY(WS-C) = WS-INPUT-CUR
                       AND WS-CT-DATE(WS-C)(1:4) = WS-INPUT-YEAR
                       AND WS-ROLL-COUNT < 100
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE WS-CT-DATE(WS-C) TO WS-RO-DATE(WS-ROLL-COUNT)
                   MOVE WS-CT-NAME(WS-C) TO WS-RO-NAME(WS-ROLL-COUNT)
               END-IF
           END-PERFORM
           IF WS-ROLL-COUNT = 0
               DISPLAY "no " WS-INPUT-CUR " holidays on file for "
                       WS-INPUT-YEAR " - nothing to roll"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROLL-ADDED
           MOVE 0 TO WS-ROLL-SKIPPED
           PERFORM VARYING WS-RL FROM 1 BY 1
                   UNTIL WS-RL > WS-ROLL-COUNT
               COMPUTE WS-INPUT-DATE = WS-RO-DATE(WS-RL) + 10000
               MOVE WS-RO-NAME(WS-RL) TO WS-INPUT-NAME
               PERFORM CHECK-HOLIDAY-DATE
               IF WS-CONFIRM = "Y"
                   PERFORM FIND-HOLIDAY
                   IF WS-FOUND = "Y"
                       MOVE "N" TO WS-CONFIRM
                       DISPLAY WS-INPUT-DATE " is already on file"
                   END-IF
               END-IF
               IF WS-CONFIRM = "Y" AND WS-CAL-COUNT < 2000
                   PERFORM INSERT-HOLIDAY
                   ADD 1 TO WS-ROLL-ADDED
               ELSE
                   ADD 1 TO WS-ROLL-SKIPPED
                   DISPLAY "   skipped " WS-RO-DATE(WS-RL) " "
                           WS-RO-NAME(WS-RL)
               END-IF
           END-PERFORM
           IF WS-ROLL-ADDED > 0
               PERFORM SAVE-CALENDAR
           END-IF
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "settlement calendar rolled forward for "
                  DELIMITED BY SIZE
                  WS-INPUT-CUR DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  WS-INPUT-YEAR DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY WS-ROLL-ADDED " holiday(s) copied, "
                   WS-ROLL-SKIPPED " skipped"
           DISPLAY "check the moving holidays (Easter and the like) "
                   "and correct their dates"
           .

      *> a missing calendar is an empty one - the first holiday added
      *> creates the file
       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CalendarFile
           IF CalFileStatus NOT = "00"
               DISPLAY "no settlement calendar on file - starting "
                       "empty"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-CAL-COUNT < 2000 AND SC-DATE IS NUMERIC
                           ADD 1 TO WS-CAL-COUNT
                           MOVE SC-CURRENCY
                               TO WS-CT-CURRENCY(WS-CAL-COUNT)
                           MOVE SC-DATE TO WS-CT-DATE(WS-CAL-COUNT)
                           MOVE SC-NAME TO WS-CT-NAME(WS-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalendarFile
           .

       SAVE-CALENDAR.
           OPEN OUTPUT CalendarFile
           IF CalFileStatus NOT = "00"
               DISPLAY "error rewriting settlement calendar. status="
                       CalFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               MOVE WS-CT-CURRENCY(WS-C) TO WS-CL-CURRENCY
               MOVE WS-CT-DATE(WS-C) TO WS-CL-DATE
               MOVE WS-CT-NAME(WS-C) TO WS-CL-NAME
               WRITE SETTLEMENT-CALENDAR-RECORD FROM WS-CAL-LINE
           END-PERFORM
           CLOSE CalendarFile
           .
