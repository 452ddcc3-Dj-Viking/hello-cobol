      *> balancing step that depends on it. The overnight ordering
      *> lives in the schedule file now, not in an operator's head;
      *> with no schedule file the classic built-in
      *> calc/scan/lookup sequence still runs. After an outage the
      *> catch-up mode (DRIVER_CATCHUP) runs the full schedule once
      *> for every business day missed since the last completed run,
      *> oldest first and each under its own run date, stopping at
      *> the first day that fails or whose day-end position is HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> steps that completed on a failed night are recorded here, so
      *> the rerun resumes at the failed step instead of re-executing
      *> work that already posted; a clean run leaves only the
      *> LASTRUN control record, the date of the last run date the
      *> schedule completed for, which catch-up counts missed days from
           SELECT StepStatusFile
               ASSIGN TO "step-status.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is StpFileStatus.

      *> dayend.cob's position history - a catch-up day whose
      *> position is held stops the catch-up, since dayend refuses
      *> every later day until the break is cleared
           SELECT PositionFile
               ASSIGN TO "position.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PosFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> execution order, step name, enabled switch, the step (if
           05 FILLER         PIC X.
           05 STS-OUTCOME    PIC X(08).

      *> mirrors recon/dayend.cob's POSITION-RECORD layout
       FD  PositionFile
           record contains 59 characters.
       01  POSITION-RECORD.
           05 POS-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 POS-OPENING    PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-ACTIVITY   PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-CLOSING    PIC S9(11)V99.
           05 FILLER         PIC X.
           05 POS-STATUS     PIC X(08).

       WORKING-STORAGE SECTION.
       01  SchFileStatus     PIC XX.
       01  WS-SCH-EOF        PIC X        VALUE "N".
              10 WS-PR-STEP    PIC X(08).
              10 WS-PR-OUTCOME PIC X(08).
       01  WS-WORST-CC       PIC 9(02)    VALUE 0.
      *> the run date the prior step records belong to (RUNDATE
      *> control record) - zero on an older file, when they apply to
      *> the first day run
       01  WS-PRIOR-DATE     PIC 9(08)    VALUE 0.
      *> the step-status record is built here for writing, where the
      *> comma separator's VALUE clause takes effect
       01  WS-STS-LINE.
       01  WS-RUN-MONTH      PIC 9(02)    VALUE 0.
       01  WS-STEP-DUE       PIC X        VALUE "Y".
       01  WS-FREQ-DAY       PIC 9(01)    VALUE 0.
      *> any date's business-day standing, for building the catch-up
      *> day list as well as judging the run date itself
       01  WS-CHK-DATE       PIC 9(08)    VALUE 0.
       01  WS-CHK-INT        PIC 9(08)    VALUE 0.
       01  WS-CHK-DOW        PIC 9(01)    VALUE 0.
       01  WS-CHK-BUSINESS   PIC X        VALUE "Y".

      *> catch-up support - DRIVER_CATCHUP of Y/YES/ON runs every
      *> business day missed since LASTRUN before today, in date
      *> order; without it only today runs and a gap is reported
       01  PosFileStatus     PIC XX.
       01  WS-POS-EOF        PIC X        VALUE "N".
       01  WS-CATCHUP-ENV    PIC X(03)    VALUE SPACES.
       01  WS-CATCHUP-MODE   PIC X        VALUE "N".
       01  WS-TODAY          PIC 9(08)    VALUE 0.
       01  WS-TODAY-INT      PIC 9(08)    VALUE 0.
       01  WS-LAST-RUN-DATE  PIC 9(08)    VALUE 0.
       01  WS-LAST-RUN-INT   PIC 9(08)    VALUE 0.
       01  WS-CATCHUP-FROM   PIC 9(08)    VALUE 0.
       01  WS-MISSED-COUNT   PIC 9(05)    VALUE 0.
      *> the days to run, their outcomes, and why catch-up stopped
       01  WS-CU-COUNT       PIC 9(02)    VALUE 0.
       01  WS-CU-MAX         PIC 9(02)    VALUE 60.
       01  WS-CU             PIC 9(02)    VALUE 0.
       01  WS-CU-RAN         PIC 9(02)    VALUE 0.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY occurs 1 to 60 times
                   depending on WS-CU-COUNT.
              10 WS-CU-DATE    PIC 9(08).
              10 WS-CU-RESULT  PIC X(08).
              10 WS-CU-CC      PIC 9(02).
       01  WS-CU-STOP        PIC X        VALUE "N".
       01  WS-DAY-HELD       PIC X        VALUE "N".
       01  WS-OVERALL-CC     PIC 9(02)    VALUE 0.
       01  WS-TOTAL-SCANNED  PIC 9(07)    VALUE 0.
       01  WS-TOTAL-REJECTED PIC 9(07)    VALUE 0.

      *> parameters and results for the CALL to ITERSCAN (the parse
      *> count step)
       01  WS-MAN-MODE       PIC X        VALUE SPACE.
       01  WS-MAN-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to BACKUPSET - the
      *> close-of-day backup set of the posting masters, named for
      *> the run date
       01  WS-BKP-DATE       PIC 9(08)    VALUE 0.
       01  WS-BKP-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to ARRIVMON - the
      *> expected supplier file check, judged for the run date
       01  WS-ARR-DATE       PIC 9(08)    VALUE 0.
       01  WS-ARR-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to RATEFEED - the
      *> provider's rate file applied to rates.dat for the run date
      *> ahead of the calculation step
       01  WS-RFD-DATE       PIC 9(08)    VALUE 0.
       01  WS-RFD-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to INTACCRUE - the
      *> day's interest accrued for the run date, and at month-end
      *> the capitalization batch left on interest-batch.txt
       01  WS-IAC-DATE       PIC 9(08)    VALUE 0.
       01  WS-IAC-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to RPTDIST - the
      *> night's reports delivered to their recipient areas
       01  WS-DST-DATE       PIC 9(08)    VALUE 0.
       01  WS-DST-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to ALERTFEED - the
      *> batched warning summaries and tier-two escalations to the
      *> on-call groups, aged to the run date
       01  WS-AFD-MODE       PIC X        VALUE "B".
       01  WS-AFD-DATE       PIC 9(08)    VALUE 0.
       01  WS-AFD-ALERT      PIC X(110)   VALUE SPACES.
       01  WS-AFD-RESULT     PIC X        VALUE SPACE.

      *> parameters and results for the CALL to STATELOOKUP
       01  WS-LKP-MODE       PIC X        VALUE SPACE.
       01  WS-LKP-CODE       PIC S9(5)    VALUE 1.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM RESOLVE-SCAN-PATH
           PERFORM RESOLVE-CATCHUP-MODE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-STEP-STATUS
           PERFORM BUILD-RUN-DAYS
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CU-COUNT OR WS-CU-STOP = "Y"
               PERFORM RUN-ONE-DAY
           END-PERFORM
           IF WS-CATCHUP-MODE = "Y"
               PERFORM PRINT-CATCHUP-REPORT
           END-IF
           MOVE WS-TOTAL-SCANNED TO WS-RUN-PROCESSED
           MOVE WS-TOTAL-REJECTED TO WS-RUN-REJECTED
           EVALUATE TRUE
               WHEN WS-DAY-HELD = "Y"
                   MOVE "HELD" TO WS-RUN-STATUS
               WHEN WS-OVERALL-CC >= 8
                   MOVE "FAILED" TO WS-RUN-STATUS
               WHEN WS-OVERALL-CC >= 4
                   MOVE "WARNING" TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-RUN-STATUS
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
      *> the shell sees the worst step's condition code, so the
      *> scheduler finally knows a failed night from a clean one
           MOVE WS-OVERALL-CC TO RETURN-CODE
           STOP RUN.

       RESOLVE-CATCHUP-MODE.
           MOVE "DRIVER_CATCHUP" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:3) TO WS-CATCHUP-ENV
           ELSE
               ACCEPT WS-CATCHUP-ENV FROM ENVIRONMENT "DRIVER_CATCHUP"
           END-IF
           IF WS-CATCHUP-ENV = "Y" OR WS-CATCHUP-ENV = "YES"
                   OR WS-CATCHUP-ENV = "ON"
               MOVE "Y" TO WS-CATCHUP-MODE
           END-IF
           .

      *> the days this run covers: in catch-up mode every business day
      *> after LASTRUN and before today, then today itself; otherwise
      *> just today, with the gap (if any) reported so the operator
      *> knows a catch-up is owed. More missed days than the table
      *> holds run the oldest first - LASTRUN advances as each
      *> completes, so the next catch-up carries on from there.
       BUILD-RUN-DAYS.
           MOVE 0 TO WS-CU-COUNT
           MOVE 0 TO WS-MISSED-COUNT
           MOVE WS-LAST-RUN-DATE TO WS-CATCHUP-FROM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-LAST-RUN-DATE > 0 AND WS-LAST-RUN-DATE < WS-TODAY
               COMPUTE WS-LAST-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE)
               PERFORM VARYING WS-CHK-INT FROM WS-LAST-RUN-INT BY 1
                       UNTIL WS-CHK-INT >= WS-TODAY-INT - 1
                   COMPUTE WS-CHK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CHK-INT + 1)
                   PERFORM CHECK-BUSINESS-DATE
                   IF WS-CHK-BUSINESS = "Y"
                       ADD 1 TO WS-MISSED-COUNT
                       IF WS-CATCHUP-MODE = "Y"
                               AND WS-CU-COUNT < WS-CU-MAX - 1
                           ADD 1 TO WS-CU-COUNT
                           MOVE WS-CHK-DATE TO WS-CU-DATE(WS-CU-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MISSED-COUNT > 0 AND WS-CATCHUP-MODE NOT = "Y"
               DISPLAY WS-MISSED-COUNT " business day(s) missed since "
                       "the last completed run " WS-LAST-RUN-DATE
                       " - set DRIVER_CATCHUP to run them"
           END-IF
           IF WS-CATCHUP-MODE = "Y" AND WS-CU-COUNT < WS-MISSED-COUNT
               DISPLAY "catch-up: " WS-MISSED-COUNT " missed day(s), "
                       "the oldest " WS-CU-COUNT " run now"
           END-IF
      *> today always closes the list - unless the catch-up is cut
      *> short, in which case today waits for the next run too
           IF WS-CATCHUP-MODE = "Y" AND WS-CU-COUNT < WS-MISSED-COUNT
               CONTINUE
           ELSE
               ADD 1 TO WS-CU-COUNT
               MOVE WS-TODAY TO WS-CU-DATE(WS-CU-COUNT)
           END-IF
           PERFORM VARYING WS-CU FROM 1 BY 1 UNTIL WS-CU > WS-CU-COUNT
               MOVE "NOTRUN" TO WS-CU-RESULT(WS-CU)
               MOVE 0 TO WS-CU-CC(WS-CU)
           END-PERFORM
           .

      *> the full schedule for one run date. The prior failed run's
      *> completed steps count only for the first day run - and in
      *> catch-up only when that is the day they were recorded
      *> against; every other day starts with a clean slate.
       RUN-ONE-DAY.
           MOVE WS-CU-DATE(WS-CU) TO WS-RUN-DATE
           IF WS-CU > 1
               MOVE 0 TO WS-PRIOR-COUNT
           END-IF
           IF WS-CATCHUP-MODE = "Y" AND WS-PRIOR-DATE > 0
                   AND WS-PRIOR-DATE NOT = WS-RUN-DATE
               MOVE 0 TO WS-PRIOR-COUNT
           END-IF
           IF WS-CATCHUP-MODE = "Y"
               DISPLAY "===== run date " WS-RUN-DATE " ====="
           END-IF
           PERFORM RESET-SCHEDULE
           PERFORM RESOLVE-CALENDAR
           PERFORM EXECUTE-SCHEDULE
           PERFORM RECORD-STEP-STATUS
           PERFORM PRINT-CONSOLIDATED-REPORT
           ADD 1 TO WS-CU-RAN
           ADD WS-SCAN-RECORDS TO WS-TOTAL-SCANNED
           ADD WS-SCAN-REJECTS TO WS-TOTAL-REJECTED
           MOVE WS-WORST-CC TO WS-CU-CC(WS-CU)
           IF WS-WORST-CC > WS-OVERALL-CC
               MOVE WS-WORST-CC TO WS-OVERALL-CC
           END-IF
           IF WS-CATCHUP-MODE = "Y"
               PERFORM CHECK-DAY-HELD
           END-IF
           EVALUATE TRUE
               WHEN WS-WORST-CC >= 8
                   MOVE "FAILED" TO WS-CU-RESULT(WS-CU)
                   MOVE "Y" TO WS-CU-STOP
               WHEN WS-DAY-HELD = "Y"
                   MOVE "HELD" TO WS-CU-RESULT(WS-CU)
                   MOVE "Y" TO WS-CU-STOP
                   MOVE 8 TO WS-CU-CC(WS-CU)
                   MOVE 8 TO WS-OVERALL-CC
               WHEN WS-WORST-CC >= 4
                   MOVE "WARNING" TO WS-CU-RESULT(WS-CU)
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-CU-RESULT(WS-CU)
           END-EVALUATE
           IF WS-CU-STOP = "Y" AND WS-CU < WS-CU-COUNT
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "catch-up stopped at " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-CU-RESULT(WS-CU) DELIMITED BY SPACE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           .

       RESET-SCHEDULE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCH-COUNT
               MOVE "NOTRUN" TO WS-SE-OUTCOME(WS-S)
               MOVE "N" TO WS-SE-DONE(WS-S)
               MOVE 0 TO WS-SE-CC(WS-S)
           END-PERFORM
           .

      *> a position held on or before the run date means dayend.cob
      *> will refuse the days after it; no position file means
      *> nothing is held
       CHECK-DAY-HELD.
           MOVE "N" TO WS-DAY-HELD
           MOVE "N" TO WS-POS-EOF
           OPEN INPUT PositionFile
           IF PosFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POS-EOF = "Y"
               READ PositionFile
                   AT END
                       MOVE "Y" TO WS-POS-EOF
                   NOT AT END
                       IF POS-STATUS = "HELD"
                               AND POS-DATE <= WS-RUN-DATE
                           MOVE "Y" TO WS-DAY-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PositionFile
           .

       PRINT-CATCHUP-REPORT.
           DISPLAY "===== driver catch-up report ====="
           IF WS-CATCHUP-FROM = 0
               DISPLAY "no prior completed run on file"
           ELSE
               DISPLAY "last completed run before catch-up: "
                       WS-CATCHUP-FROM
           END-IF
           PERFORM VARYING WS-CU FROM 1 BY 1 UNTIL WS-CU > WS-CU-COUNT
               DISPLAY "run date " WS-CU-DATE(WS-CU) " "
                       WS-CU-RESULT(WS-CU) " cc=" WS-CU-CC(WS-CU)
           END-PERFORM
           DISPLAY "days processed: " WS-CU-RAN " of " WS-CU-COUNT
           IF WS-CU-STOP = "Y" AND WS-CU-RAN < WS-CU-COUNT
               DISPLAY "catch-up stopped - the days left NOTRUN run "
                       "once the stopping day is resolved"
           END-IF
           DISPLAY "======================================"
           .

      *> picks up which steps a prior failed run already completed
       LOAD-STEP-STATUS.
           MOVE 0 TO WS-PRIOR-COUNT
                       AT END
                           MOVE "Y" TO WS-STS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN STS-STEP = "LASTRUN"
                                   MOVE STS-OUTCOME
                                       TO WS-LAST-RUN-DATE
                               WHEN STS-STEP = "RUNDATE"
                                   MOVE STS-OUTCOME TO WS-PRIOR-DATE
                               WHEN WS-PRIOR-COUNT < 20
                                   ADD 1 TO WS-PRIOR-COUNT
                                   MOVE STS-STEP
                                       TO WS-PR-STEP(WS-PRIOR-COUNT)
                                   MOVE STS-OUTCOME
                                       TO WS-PR-OUTCOME(WS-PRIOR-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE StepStatusFile
           .

      *> after the night: a failure leaves the completed steps on
      *> file, with the run date they belong to, for the rerun to
      *> resume past; a clean night clears them so tomorrow starts
      *> fresh and moves LASTRUN up to the run date
       RECORD-STEP-STATUS.
           MOVE 0 TO WS-WORST-CC
           PERFORM VARYING WS-S FROM 1 BY 1
                       StpFileStatus
               EXIT PARAGRAPH
           END-IF
           IF WS-WORST-CC < 8 AND WS-RUN-DATE > WS-LAST-RUN-DATE
               MOVE WS-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF
           IF WS-LAST-RUN-DATE > 0
               MOVE "LASTRUN" TO WS-SL-STEP
               MOVE WS-LAST-RUN-DATE TO WS-SL-OUTCOME
               WRITE STEP-STATUS-RECORD FROM WS-STS-LINE
           END-IF
           IF WS-WORST-CC >= 8
               MOVE "RUNDATE" TO WS-SL-STEP
               MOVE WS-RUN-DATE TO WS-SL-OUTCOME
               WRITE STEP-STATUS-RECORD FROM WS-STS-LINE
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SCH-COUNT
                   IF WS-SE-OUTCOME(WS-S) = "SUCCESS"
      *> functions' day 1 being a Monday, so remainder 1 is Monday
      *> and remainder 0 is Sunday.
       RESOLVE-CALENDAR.
           MOVE "N" TO WS-MONTH-END
           MOVE "N" TO WS-QUARTER-END
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7)
                       OR WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 12)
               MOVE "Y" TO WS-QUARTER-END
           END-IF
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM CHECK-BUSINESS-DATE
           MOVE WS-CHK-BUSINESS TO WS-BUSINESS-DAY
           .

      *> weekends and holidays.dat dates are not business days
       CHECK-BUSINESS-DATE.
           MOVE "Y" TO WS-CHK-BUSINESS
           COMPUTE WS-CHK-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE), 7)
           IF WS-CHK-DOW = 0 OR WS-CHK-DOW = 6
               MOVE "N" TO WS-CHK-BUSINESS
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-H) = WS-CHK-DATE
                   MOVE "N" TO WS-CHK-BUSINESS
               END-IF
           END-PERFORM
           .
                   PERFORM RUN-VERIFY-STEP
               WHEN "MANIFEST"
                   PERFORM RUN-MANIFEST-STEP
               WHEN "ARRIVALS"
                   PERFORM RUN-ARRIVALS-STEP
               WHEN "BACKUP"
                   PERFORM RUN-BACKUP-STEP
               WHEN "ALERTS"
                   PERFORM RUN-ALERTS-STEP
               WHEN "DISTRIB"
                   PERFORM RUN-DISTRIB-STEP
               WHEN "RATEFEED"
                   PERFORM RUN-RATEFEED-STEP
               WHEN "INTEREST"
                   PERFORM RUN-INTACCRUE-STEP
               WHEN OTHER
                   DISPLAY "unknown schedule step "
                           WS-SE-STEP(WS-S-RUN)
           END-IF
           .

      *> takes the run date's backup set once the night's posting is
      *> done; a set that could not be completed fails the step
      *> behind BACKUPSET's critical
       RUN-BACKUP-STEP.
           MOVE WS-RUN-DATE TO WS-BKP-DATE
           CALL "BACKUPSET" USING WS-BKP-DATE WS-BKP-RESULT
           IF WS-BKP-RESULT = "Y"
               MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
           ELSE
               MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-IF
           .

      *> checks every supplier expected today has sent its file; a
      *> late or overdue file warns, and one still missing at its
      *> final cutoff fails the step behind ARRIVMON's critical
       RUN-ARRIVALS-STEP.
           MOVE WS-RUN-DATE TO WS-ARR-DATE
           CALL "ARRIVMON" USING WS-ARR-DATE WS-ARR-RESULT
           EVALUATE WS-ARR-RESULT
               WHEN "Y"
                   MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN "W"
                   MOVE "WARNING" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN OTHER
                   MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-EVALUATE
           .

      *> applies the provider's rate file to rates.dat ahead of the
      *> calculation step; a missing, stale, or invalid feed, or a
      *> rate held or rejected, warns the step, and a rates.dat that
      *> could not be read or rewritten fails it
       RUN-RATEFEED-STEP.
           MOVE WS-RUN-DATE TO WS-RFD-DATE
           CALL "RATEFEED" USING WS-RFD-DATE WS-RFD-RESULT
           EVALUATE WS-RFD-RESULT
               WHEN "Y"
                   MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN "W"
                   MOVE "WARNING" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN OTHER
                   MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-EVALUATE
           .

      *> accrues the day's interest and, at month-end, leaves the
      *> capitalization batch for the posting run; a rate table,
      *> accrual file, or batch that could not be read or written
      *> fails the step
       RUN-INTACCRUE-STEP.
           MOVE WS-RUN-DATE TO WS-IAC-DATE
           CALL "INTACCRUE" USING WS-IAC-DATE WS-IAC-RESULT
           EVALUATE WS-IAC-RESULT
               WHEN "Y"
                   MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN "W"
                   MOVE "WARNING" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN OTHER
                   MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-EVALUATE
           .

      *> delivers the night's reports to their recipient areas; an
      *> expected report that was not produced warns the step behind
      *> RPTDIST's alert, a copy that could not be written fails it
       RUN-DISTRIB-STEP.
           MOVE WS-RUN-DATE TO WS-DST-DATE
           CALL "RPTDIST" USING WS-DST-DATE WS-DST-RESULT
           EVALUATE WS-DST-RESULT
               WHEN "Y"
                   MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN "W"
                   MOVE "WARNING" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN OTHER
                   MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-EVALUATE
           .

      *> sends the night's open warnings to their on-call groups as
      *> one summary each and re-sends overdue criticals to the next
      *> tier; an alert no routing row matches warns the step, a
      *> missing routing reference or unwritable feed fails it
       RUN-ALERTS-STEP.
           MOVE WS-RUN-DATE TO WS-AFD-DATE
           CALL "ALERTFEED" USING WS-AFD-MODE WS-AFD-DATE
               WS-AFD-ALERT WS-AFD-RESULT
           EVALUATE WS-AFD-RESULT
               WHEN "Y"
                   MOVE "SUCCESS" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN "W"
                   MOVE "WARNING" TO WS-SE-OUTCOME(WS-S-RUN)
               WHEN OTHER
                   MOVE "FAILED" TO WS-SE-OUTCOME(WS-S-RUN)
           END-EVALUATE
           .

       RUN-LOOKUP-STEP.
           MOVE "C" TO WS-LKP-MODE
           CALL "STATELOOKUP" USING WS-LKP-MODE WS-LKP-CODE
