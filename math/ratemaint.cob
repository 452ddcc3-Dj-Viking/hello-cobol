      *> A new rate that moves more than the tolerance from the rate
      *> it replaces warns through ALERTLOG and must be explicitly
      *> confirmed - a fat-fingered rate used to reprice an entire
      *> batch silently. The operator signs on through OPERSIGN; any
      *> operator may list the history, but only one granted rate
      *> maintenance may add a rate. Rates the feed import held back
      *> for moving past the tolerance wait on rate-hold.dat for an
      *> operator granted approval to apply or reject.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RateFileStatus.

           SELECT HoldFile
               ASSIGN TO "../rate-hold.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HoldFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> mirrors math/math.cob's RATE-RECORD layout
           05 FILLER         PIC X.
           05 RR-EXP-DATE    PIC 9(08).

       FD  HoldFile
           record contains 58 characters.
       COPY rateholdrec.

       WORKING-STORAGE SECTION.
       01  RateFileStatus    PIC XX.
       01  HoldFileStatus    PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "RATEMAINT".
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
      *> the function OPERSIGN checks before a rate may be added
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "RATEMNT".
      *> the function checked, when the held feed rates are picked,
      *> before one may be applied or rejected
       01  WS-APPROVE-FUNCTION PIC X(08) VALUE "APPROVE".
       01  WS-APPROVE-AUTH   PIC X      VALUE SPACE.

      *> the rate history rides in memory for the session and the
      *> file is rewritten whole on update, table.cob's save shape
       01  WS-RATE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-EFF-INT        PIC 9(08)  VALUE 0.
       01  WS-PRIOR-EXP      PIC 9(08)  VALUE 0.

      *> the feed rates held for confirmation - disposition P
      *> pending, A applied, R rejected; the hold file is rewritten
      *> with what still waits
       01  WS-HOLD-EOF       PIC X      VALUE "N".
       01  WS-HOLD-COUNT     PIC 9(03)  VALUE 0.
       01  WS-H              PIC 9(03)  VALUE 0.
       01  WS-HOLD-CHOICE    PIC X      VALUE SPACE.
       01  WS-RATES-BEFORE   PIC 9(03)  VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY occurs 1 to 100 times
                   depending on WS-HOLD-COUNT.
              10 WS-HD-CUR    PIC X(03).
              10 WS-HD-RATE   PIC 9(03)V9(06).
              10 WS-HD-EFF    PIC 9(08).
              10 WS-HD-PRIOR  PIC 9(03)V9(06).
              10 WS-HD-PCT    PIC 9(05)V99.
              10 WS-HD-HELD   PIC 9(08).
              10 WS-HD-PROV   PIC X(08).
              10 WS-HD-DISP   PIC X.
       01  WS-HOLD-LINE.
           05 WS-HL-CUR      PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-RATE     PIC 9(03)V9(06) VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-EFF      PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-PRIOR    PIC 9(03)V9(06) VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-PCT      PIC 9(05)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-HELD     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-HL-PROV     PIC X(08)  VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "sign-on failed - session ended"
               MOVE "SIGNON" TO WS-RUN-STATUS
           ELSE
               PERFORM RESOLVE-TOLERANCE
               PERFORM LOAD-RATES
               PERFORM RATE-MENU
               MOVE WS-RATE-COUNT TO WS-RUN-PROCESSED
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

       RESOLVE-TOLERANCE.
           MOVE "RATE_TOLERANCE_PCT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               DISPLAY "exchange-rate maintenance"
               DISPLAY "  L - list rate history"
               DISPLAY "  A - add a new rate"
               DISPLAY "  H - review held feed rates"
               DISPLAY "  X - exit"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
                       PERFORM LIST-RATES
                   WHEN "A"
                   WHEN "a"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM ADD-RATE
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized for rate "
                                   "maintenance"
                       END-IF
                   WHEN "H"
                   WHEN "h"
                       PERFORM CHECK-APPROVE-AUTHORITY
                       IF WS-APPROVE-AUTH = "A"
                           PERFORM REVIEW-HELD-RATES
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized for "
                                   WS-APPROVE-FUNCTION
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM APPLY-NEW-RATE
           .

      *> the new rate goes on with the prior window closed, shared by
      *> a keyed rate and a held feed rate the supervisor confirms
       APPLY-NEW-RATE.
           IF WS-RATE-COUNT NOT < 200
               DISPLAY "rate table is full - cannot add another entry"
               EXIT PARAGRAPH
                   WS-INPUT-EFF " applied"
           .

      *> the held feed rates one at a time, each measured again
      *> against the rate in force now. A rate already effective on
      *> or after the held one means the held rate is out of date and
      *> it can only be rejected.
       REVIEW-HELD-RATES.
           PERFORM LOAD-HOLDS
           IF WS-HOLD-COUNT = 0
               DISPLAY "no feed rates are held"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT
               PERFORM REVIEW-ONE-HELD-RATE
           END-PERFORM
           PERFORM SAVE-HOLDS
           .

       REVIEW-ONE-HELD-RATE.
           MOVE WS-HD-CUR(WS-H) TO WS-INPUT-CUR
           MOVE WS-HD-RATE(WS-H) TO WS-INPUT-RATE
           MOVE WS-HD-EFF(WS-H) TO WS-INPUT-EFF
           PERFORM FIND-PRIOR-RATE
           DISPLAY "============================="
           DISPLAY "held " WS-INPUT-CUR " rate " WS-INPUT-RATE
                   " eff " WS-INPUT-EFF " from " WS-HD-PROV(WS-H)
                   " on " WS-HD-HELD(WS-H)
           DISPLAY "  moved " WS-HD-PCT(WS-H) "% from "
                   WS-HD-PRIOR(WS-H) " - tolerance is "
                   WS-TOLERANCE-PCT "%"
           IF WS-PRIOR-FOUND = "Y"
               DISPLAY "  rate in force now: " WS-PRIOR-RATE
           END-IF
           IF WS-LATER-FOUND = "Y"
               DISPLAY "  a rate effective on or after " WS-INPUT-EFF
                       " is already on file - this one can only be "
                       "rejected"
               DISPLAY "R - reject, S - skip: " WITH NO ADVANCING
           ELSE
               DISPLAY "A - apply, R - reject, S - skip: "
                       WITH NO ADVANCING
           END-IF
           ACCEPT WS-HOLD-CHOICE
           EVALUATE WS-HOLD-CHOICE
               WHEN "A"
               WHEN "a"
                   IF WS-LATER-FOUND = "Y"
                       DISPLAY "held rate left waiting"
                   ELSE
                       MOVE WS-RATE-COUNT TO WS-RATES-BEFORE
                       PERFORM APPLY-NEW-RATE
                       IF WS-RATE-COUNT > WS-RATES-BEFORE
                           MOVE "A" TO WS-HD-DISP(WS-H)
                       END-IF
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-HD-DISP(WS-H)
                   MOVE "I" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "held feed rate for " DELIMITED BY SIZE
                          WS-INPUT-CUR DELIMITED BY SIZE
                          " rejected by " DELIMITED BY SIZE
                          WS-OPERATOR-ID DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                       WS-ALERT-PROGRAM WS-ALERT-MESSAGE
                   DISPLAY "held rate rejected"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> approval is checked again at the point of use, acctmaint's
      *> convention, with the sign-on password already given
       CHECK-APPROVE-AUTHORITY.
           MOVE SPACE TO WS-APPROVE-AUTH
           CALL "OPERSIGN" USING WS-OPERATOR-ID WS-ENTER-PW
               WS-SIGN-RESULT WS-APPROVE-AUTH WS-APPROVE-FUNCTION
           IF WS-SIGN-RESULT NOT = "Y"
               MOVE SPACE TO WS-APPROVE-AUTH
           END-IF
           .

      *> the rate the new one replaces is the one in force on the new
      *> effective date; an entry already effective later than the
      *> new date means history is being edited out of order
           END-PERFORM
           CLOSE RateFile
           .

      *> a missing hold file just means nothing is waiting
       LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT HoldFile
           IF HoldFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF WS-HOLD-COUNT < 100
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE RH-CURRENCY TO WS-HD-CUR(WS-HOLD-COUNT)
                           MOVE RH-RATE TO WS-HD-RATE(WS-HOLD-COUNT)
                           MOVE RH-EFF-DATE TO WS-HD-EFF(WS-HOLD-COUNT)
                           MOVE RH-PRIOR-RATE
                               TO WS-HD-PRIOR(WS-HOLD-COUNT)
                           MOVE RH-MOVE-PCT TO WS-HD-PCT(WS-HOLD-COUNT)
                           MOVE RH-HELD-DATE
                               TO WS-HD-HELD(WS-HOLD-COUNT)
                           MOVE RH-PROVIDER TO WS-HD-PROV(WS-HOLD-COUNT)
                           MOVE "P" TO WS-HD-DISP(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile
           .

      *> rewrites the hold file with only what is still waiting
       SAVE-HOLDS.
           OPEN OUTPUT HoldFile
           IF HoldFileStatus NOT = "00"
               DISPLAY "error rewriting hold file. status="
                       HoldFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT
               IF WS-HD-DISP(WS-H) = "P"
                   MOVE WS-HD-CUR(WS-H) TO WS-HL-CUR
                   MOVE WS-HD-RATE(WS-H) TO WS-HL-RATE
                   MOVE WS-HD-EFF(WS-H) TO WS-HL-EFF
                   MOVE WS-HD-PRIOR(WS-H) TO WS-HL-PRIOR
                   MOVE WS-HD-PCT(WS-H) TO WS-HL-PCT
                   MOVE WS-HD-HELD(WS-H) TO WS-HL-HELD
                   MOVE WS-HD-PROV(WS-H) TO WS-HL-PROV
                   WRITE RATE-HOLD-RECORD FROM WS-HOLD-LINE
               END-IF
           END-PERFORM
           CLOSE HoldFile
           .
