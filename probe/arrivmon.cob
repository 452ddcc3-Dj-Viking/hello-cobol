      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRIVMON.
      *> Expected file arrival monitor: intake.cob only judges the
      *> files that land, so a supplier that simply sends nothing
      *> went unnoticed until a customer complained. Each sender on
      *> the sender reference carries the weekdays it delivers on and
      *> two cutoffs; on an expected day that is a business day (not
      *> a weekend, not in the holiday calendar) the intake queue is
      *> checked for that sender's file. A file registered after the
      *> cutoff, or none yet by it, raises an ALERTLOG warning; none
      *> by the final cutoff raises a critical. A file intake
      *> rejected does not count as arrived - the supplier still owes
      *> a good one. CALLed as a scheduled driver.cob step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SenderFile
               ASSIGN TO "../senders.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is SndFileStatus.

           SELECT HolidayFile
               ASSIGN TO "../holidays.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HolFileStatus.

           SELECT QueueFile
               ASSIGN TO "intake-queue.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is QueFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> mirrors math/intake.cob's sender reference layout
       FD  SenderFile
           record contains 58 characters.
       01  SENDER-RECORD.
           05 SND-ID         PIC X(08).
           05 FILLER         PIC X.
           05 SND-NAME       PIC X(24).
           05 FILLER         PIC X.
           05 SND-STATUS     PIC X(06).
           05 FILLER         PIC X.
           05 SND-DAYS       PIC X(07).
           05 FILLER         PIC X.
           05 SND-CUTOFF     PIC 9(04).
           05 FILLER         PIC X.
           05 SND-FINAL      PIC 9(04).

       FD  HolidayFile
           record contains 39 characters.
       01  HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 HOL-NAME       PIC X(30).

      *> mirrors math/intake.cob's intake-queue layout
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

       WORKING-STORAGE SECTION.
       01  SndFileStatus     PIC XX.
       01  HolFileStatus     PIC XX.
       01  QueFileStatus     PIC XX.
       01  WS-EOF-FLAG       PIC X      VALUE "N".

      *> the senders expected today, with the earliest good arrival
      *> found on the queue for each
       01  WS-SND-COUNT      PIC 9(03)  VALUE 0.
       01  WS-N              PIC 9(03)  VALUE 0.
       01  WS-N-FOUND        PIC 9(03)  VALUE 0.
       01  WS-SND-TABLE.
           05 WS-SND-ENTRY occurs 1 to 100 times
                   depending on WS-SND-COUNT.
              10 WS-SN-ID      PIC X(08).
              10 WS-SN-CUTOFF  PIC 9(04).
              10 WS-SN-FINAL   PIC 9(04).
              10 WS-SN-ARRIVED PIC X.
              10 WS-SN-FIRST   PIC 9(06).

       01  WS-HOL-COUNT      PIC 9(03)  VALUE 0.
       01  WS-H              PIC 9(03)  VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY occurs 1 to 100 times
                   depending on WS-HOL-COUNT.
              10 WS-HOL-DATE  PIC 9(08).

      *> the day being judged and how far through it we are; a day
      *> already past is judged against every cutoff
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-CHECK-DATE     PIC 9(08)  VALUE 0.
       01  WS-NOW-TIME       PIC 9(08)  VALUE 0.
       01  WS-NOW-HHMM       PIC 9(04)  VALUE 0.
       01  WS-DATE-INT       PIC 9(08)  VALUE 0.
      *> 1 = Monday ... 7 = Sunday
       01  WS-DAY-OF-WEEK    PIC 9(01)  VALUE 0.
       01  WS-DOW-REM        PIC 9(01)  VALUE 0.
       01  WS-BUSINESS-DAY   PIC X      VALUE "Y".
       01  WS-ARRIVED-HHMM   PIC 9(04)  VALUE 0.
       01  WS-ED-TIME        PIC 99B99.

       01  WS-EXPECTED-COUNT PIC 9(03)  VALUE 0.
       01  WS-LATE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-MISSING-COUNT  PIC 9(03)  VALUE 0.

      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "ARRIVMON".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

       LINKAGE SECTION.
      *> the business date to judge; zero means today
       01  LK-CHECK-DATE     PIC 9(08).
      *> "Y" every expected file is in (or none was expected), "W" a
      *> file arrived late or is overdue, "C" a file is still
      *> missing at its final cutoff, "N" no sender reference
       01  LK-RESULT         PIC X.

       PROCEDURE DIVISION USING LK-CHECK-DATE LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM RESOLVE-CHECK-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM RESOLVE-BUSINESS-DAY
           IF WS-BUSINESS-DAY NOT = "Y"
               DISPLAY "arrival monitor: " WS-CHECK-DATE
                       " is not a business day - no files expected"
               GOBACK
           END-IF
           PERFORM LOAD-EXPECTED-SENDERS
           IF LK-RESULT = "N"
               GOBACK
           END-IF
           PERFORM MATCH-QUEUE-ARRIVALS
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-SND-COUNT
               PERFORM JUDGE-ONE-SENDER
           END-PERFORM
           DISPLAY "arrival monitor: " WS-CHECK-DATE " "
                   WS-EXPECTED-COUNT " file(s) expected, "
                   WS-LATE-COUNT " late, " WS-MISSING-COUNT
                   " missing"
           GOBACK.

      *> a past day has run out of time for every cutoff; a future
      *> day has not reached any
       RESOLVE-CHECK-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           IF LK-CHECK-DATE = 0
               MOVE WS-TODAY TO WS-CHECK-DATE
           ELSE
               MOVE LK-CHECK-DATE TO WS-CHECK-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHECK-DATE < WS-TODAY
                   MOVE 2400 TO WS-NOW-HHMM
               WHEN WS-CHECK-DATE > WS-TODAY
                   MOVE 0 TO WS-NOW-HHMM
               WHEN OTHER
                   MOVE WS-NOW-TIME(1:4) TO WS-NOW-HHMM
           END-EVALUATE
           .

      *> same day numbering as driver.cob: the calendar functions'
      *> day 1 is a Monday
       RESOLVE-BUSINESS-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DOW-REM = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DOW-REM TO WS-DAY-OF-WEEK
           END-IF
           MOVE "Y" TO WS-BUSINESS-DAY
           IF WS-DAY-OF-WEEK > 5
               MOVE "N" TO WS-BUSINESS-DAY
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-H) = WS-CHECK-DATE
                   MOVE "N" TO WS-BUSINESS-DAY
               END-IF
           END-PERFORM
           .

      *> a missing holiday file just means weekends are the only
      *> non-business days
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HolidayFile
           IF HolFileStatus = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HolidayFile
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
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

      *> only active senders whose day mask has a Y for today's
      *> weekday are expected
       LOAD-EXPECTED-SENDERS.
           MOVE 0 TO WS-SND-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SenderFile
           IF SndFileStatus NOT = "00"
               DISPLAY "arrival monitor: error opening sender "
                       "reference. status=" SndFileStatus
               MOVE "N" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SenderFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SND-STATUS = "ACTIVE"
                               AND SND-DAYS(WS-DAY-OF-WEEK:1) = "Y"
                               AND WS-SND-COUNT < 100
                           ADD 1 TO WS-SND-COUNT
                           MOVE SND-ID TO WS-SN-ID(WS-SND-COUNT)
                           MOVE SND-CUTOFF
                               TO WS-SN-CUTOFF(WS-SND-COUNT)
      *> a final cutoff left blank or ahead of the first
      *> defaults to the first
                           IF SND-FINAL IS NUMERIC
                                   AND SND-FINAL > SND-CUTOFF
                               MOVE SND-FINAL
                                   TO WS-SN-FINAL(WS-SND-COUNT)
                           ELSE
                               MOVE SND-CUTOFF
                                   TO WS-SN-FINAL(WS-SND-COUNT)
                           END-IF
                           MOVE "N" TO WS-SN-ARRIVED(WS-SND-COUNT)
                           MOVE 0 TO WS-SN-FIRST(WS-SND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SenderFile
           MOVE WS-SND-COUNT TO WS-EXPECTED-COUNT
           .

      *> the earliest file registered on the day for each expected
      *> sender, whatever has happened to it since - except a file
      *> intake rejected
       MATCH-QUEUE-ARRIVALS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT QueueFile
           IF QueFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF QUE-RECV-DATE IS NUMERIC
                               AND QUE-RECV-DATE = WS-CHECK-DATE
                               AND QUE-STATUS NOT = "REJECTED"
                           PERFORM NOTE-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueueFile
           .

       NOTE-ONE-ARRIVAL.
           MOVE 0 TO WS-N-FOUND
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-SND-COUNT
               IF WS-SN-ID(WS-N) = QUE-SENDER
                   MOVE WS-N TO WS-N-FOUND
               END-IF
           END-PERFORM
           IF WS-N-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SN-ARRIVED(WS-N-FOUND) = "N"
                   OR QUE-RECV-TIME < WS-SN-FIRST(WS-N-FOUND)
               MOVE "Y" TO WS-SN-ARRIVED(WS-N-FOUND)
               MOVE QUE-RECV-TIME TO WS-SN-FIRST(WS-N-FOUND)
           END-IF
           .

       JUDGE-ONE-SENDER.
           IF WS-SN-ARRIVED(WS-N) = "Y"
               MOVE WS-SN-FIRST(WS-N)(1:4) TO WS-ARRIVED-HHMM
               IF WS-ARRIVED-HHMM > WS-SN-CUTOFF(WS-N)
                   ADD 1 TO WS-LATE-COUNT
                   MOVE WS-ARRIVED-HHMM TO WS-ED-TIME
                   INSPECT WS-ED-TIME REPLACING ALL " " BY ":"
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "file from " DELIMITED BY SIZE
                          WS-SN-ID(WS-N) DELIMITED BY SPACE
                          " arrived late at " DELIMITED BY SIZE
                          WS-ED-TIME DELIMITED BY SIZE
                          " on " DELIMITED BY SIZE
                          WS-CHECK-DATE DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   PERFORM RAISE-WARNING
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-HHMM > WS-SN-FINAL(WS-N)
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "no file from " DELIMITED BY SIZE
                      WS-SN-ID(WS-N) DELIMITED BY SPACE
                      " by final cutoff on " DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               MOVE "C" TO WS-ALERT-SEVERITY
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               DISPLAY "arrival monitor: "
                       FUNCTION TRIM(WS-ALERT-MESSAGE)
               MOVE "C" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-HHMM > WS-SN-CUTOFF(WS-N)
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "file from " DELIMITED BY SIZE
                      WS-SN-ID(WS-N) DELIMITED BY SPACE
                      " not received by cutoff on "
                          DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               PERFORM RAISE-WARNING
           END-IF
           .

      *> a critical already raised on this call outranks a warning
       RAISE-WARNING.
           MOVE "W" TO WS-ALERT-SEVERITY
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY "arrival monitor: " FUNCTION TRIM(WS-ALERT-MESSAGE)
           IF LK-RESULT = "Y"
               MOVE "W" TO LK-RESULT
           END-IF
           .
