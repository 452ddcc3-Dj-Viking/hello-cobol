      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALDATE.
      *> Value-date lookup for any program that posts to the ledger:
      *> given a posting's currency and date, returns the date the
      *> posting settles - the date itself when it is a settlement
      *> day for that currency, otherwise the next one. A settlement
      *> day is a weekday that is not on the currency's market
      *> holiday calendar; holidays.dat is the business calendar
      *> driver.cob and ordergen run to and says nothing about a
      *> EUR or CAD market closing. The calendar is loaded the first
      *> time this program is CALLed in a run unit.
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
       01  WS-EOF-FLAG       PIC X      VALUE "N".
       01  WS-TABLE-LOADED   PIC X      VALUE "N".

       01  WS-CAL-COUNT      PIC 9(04)  VALUE 0.
       01  WS-C              PIC 9(04)  VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY occurs 1 to 2000 times
                   depending on WS-CAL-COUNT.
              10 WS-CT-CURRENCY PIC X(03).
              10 WS-CT-DATE     PIC 9(08).

       01  WS-CHECK-DATE     PIC 9(08)  VALUE 0.
       01  WS-DATE-INT       PIC 9(08)  VALUE 0.
      *> 1 = Monday ... 7 = Sunday
       01  WS-DAY-OF-WEEK    PIC 9(01)  VALUE 0.
       01  WS-DOW-REM        PIC 9(01)  VALUE 0.
       01  WS-SETTLES        PIC X      VALUE "Y".
      *> no calendar closes a market for a month; a roll that runs
      *> this far is a calendar error and stops at the posting date
       01  WS-ROLL-DAYS      PIC 9(02)  VALUE 0.

       LINKAGE SECTION.
       01  LK-CURRENCY       PIC X(03).
       01  LK-POST-DATE      PIC 9(08).
       01  LK-VALUE-DATE     PIC 9(08).
      *> "Y" the value date was rolled past the posting date, "N" the
      *> posting date settles as it stands
       01  LK-ROLLED         PIC X.

       PROCEDURE DIVISION USING LK-CURRENCY LK-POST-DATE
           LK-VALUE-DATE LK-ROLLED.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           IF WS-TABLE-LOADED NOT = "Y"
               PERFORM LOAD-CALENDAR
               MOVE "Y" TO WS-TABLE-LOADED
           END-IF
           MOVE LK-POST-DATE TO LK-VALUE-DATE
           MOVE "N" TO LK-ROLLED
           IF LK-POST-DATE = 0
               GOBACK
           END-IF
           MOVE LK-POST-DATE TO WS-CHECK-DATE
           PERFORM CHECK-SETTLEMENT-DAY
           MOVE 0 TO WS-ROLL-DAYS
           PERFORM UNTIL WS-SETTLES = "Y" OR WS-ROLL-DAYS > 30
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               ADD 1 TO WS-ROLL-DAYS
               PERFORM CHECK-SETTLEMENT-DAY
           END-PERFORM
           IF WS-SETTLES = "Y" AND WS-CHECK-DATE NOT = LK-POST-DATE
               MOVE WS-CHECK-DATE TO LK-VALUE-DATE
               MOVE "Y" TO LK-ROLLED
           END-IF
           GOBACK.

      *> same day numbering as driver.cob: the calendar functions'
      *> day 1 is a Monday
       CHECK-SETTLEMENT-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DOW-REM = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DOW-REM TO WS-DAY-OF-WEEK
           END-IF
           MOVE "Y" TO WS-SETTLES
           IF WS-DAY-OF-WEEK > 5
               MOVE "N" TO WS-SETTLES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT OR WS-SETTLES = "N"
               IF WS-CT-CURRENCY(WS-C) = LK-CURRENCY
                       AND WS-CT-DATE(WS-C) = WS-CHECK-DATE
                   MOVE "N" TO WS-SETTLES
               END-IF
           END-PERFORM
           .

      *> a missing calendar just means weekends are the only days
      *> that do not settle
       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CalendarFile
           IF CalFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAL-COUNT < 2000 AND SC-DATE IS NUMERIC
                           ADD 1 TO WS-CAL-COUNT
                           MOVE SC-CURRENCY
                               TO WS-CT-CURRENCY(WS-CAL-COUNT)
                           MOVE SC-DATE TO WS-CT-DATE(WS-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalendarFile
           .
