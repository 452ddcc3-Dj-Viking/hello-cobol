      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEFEED.
      *> Exchange-rate feed import: ratemaint keys one currency at a
      *> time, so on a busy day rates.dat was refreshed late or not
      *> at all before the batch converted. The market data
      *> provider's daily rate file is read here instead and each
      *> currency already on rates.dat takes its new rate the way
      *> ratemaint applies one - the prior window closes the day
      *> before the new effective date and the new rate runs
      *> open-ended. A rate that moves more than RATE_TOLERANCE_PCT
      *> from the rate it replaces is not applied; it is held on
      *> rate-hold.dat with an ALERTLOG warning for a supervisor to
      *> confirm or reject in ratemaint. A feed that is missing,
      *> older than RATE_FEED_MAX_AGE days, or fails its trailer
      *> count applies nothing and warns, so the gap is known before
      *> the calculation step converts with yesterday's rates.
      *> Every currency's outcome goes to the import log. CALLed as a
      *> scheduled driver.cob step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so the feed's location can be set per site
           SELECT FeedFile
               ASSIGN TO DYNAMIC WS-FEED-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is FeedFileStatus.

           SELECT RateFile
               ASSIGN TO "../rates.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RateFileStatus.

           SELECT HoldFile
               ASSIGN TO "../rate-hold.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HoldFileStatus.

           SELECT ImportLog
               ASSIGN TO "rate-import.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LogFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the provider's file: one header naming the provider and the
      *> date the rates are as of, one detail per currency with its
      *> rate (six implied decimals) and effective date - zero means
      *> the as-of date - and a trailer carrying the detail count
       FD  FeedFile
           record contains 30 characters.
       01  FEED-RECORD.
           05 RF-TYPE        PIC X.
           05 RF-BODY        PIC X(29).
           05 RF-HEADER-BODY REDEFINES RF-BODY.
              10 RF-PROVIDER    PIC X(08).
              10 RF-AS-OF       PIC 9(08).
              10 FILLER         PIC X(13).
           05 RF-DETAIL-BODY REDEFINES RF-BODY.
              10 RF-CURRENCY    PIC X(03).
              10 RF-RATE        PIC 9(03)V9(06).
              10 RF-EFF-DATE    PIC 9(08).
              10 FILLER         PIC X(09).
           05 RF-TRAILER-BODY REDEFINES RF-BODY.
              10 RF-COUNT       PIC 9(05).
              10 FILLER         PIC X(24).

      *> mirrors math/math.cob's RATE-RECORD layout
       FD  RateFile
           record contains 31 characters.
       01  RATE-RECORD.
           05 RR-CODE        PIC X(03).
           05 FILLER         PIC X.
           05 RR-RATE        PIC 9(03)V9(06).
           05 FILLER         PIC X.
           05 RR-EFF-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 RR-EXP-DATE    PIC 9(08).

       FD  HoldFile
           record contains 58 characters.
       COPY rateholdrec.

      *> one line per currency on the feed, or one line for a feed
      *> that could not be used: APPLIED, HELD, SAME (already on
      *> rates.dat), SKIPPED (currency not carried), REJECTED,
      *> MISSING, STALE, or INVALID
       FD  ImportLog
           record contains 89 characters.
       01  IMPORT-LOG-RECORD.
           05 IL-RUN-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 IL-CURRENCY    PIC X(03).
           05 FILLER         PIC X.
           05 IL-RATE        PIC 9(03)V9(06).
           05 FILLER         PIC X.
           05 IL-EFF-DATE    PIC 9(08).
           05 FILLER         PIC X.
           05 IL-RESULT      PIC X(08).
           05 FILLER         PIC X.
           05 IL-PRIOR-RATE  PIC 9(03)V9(06).
           05 FILLER         PIC X.
           05 IL-MOVE-PCT    PIC 9(05)V99.
           05 FILLER         PIC X.
           05 IL-REASON      PIC X(30).

       WORKING-STORAGE SECTION.
       01  FeedFileStatus    PIC XX.
       01  RateFileStatus    PIC XX.
       01  HoldFileStatus    PIC XX.
       01  LogFileStatus     PIC XX.
       01  WS-EOF-FLAG       PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-RUN-INT        PIC 9(08)  VALUE 0.
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "RATEFEED".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> where the provider's file lands, and how many days old its
      *> as-of date may be before it counts as stale - one, since the
      *> provider publishes the close after the batch date turns
       01  WS-FEED-PATH      PIC X(100) VALUE SPACES.
       01  WS-DEFAULT-FEED-PATH PIC X(100)
               VALUE "../ratefeed.dat".
       01  WS-MAX-AGE-ENV    PIC X(04)  VALUE SPACES.
       01  WS-MAX-AGE        PIC 9(03)  VALUE 1.
       01  WS-TOLERANCE-ENV  PIC X(06)  VALUE SPACES.
       01  WS-TOLERANCE-PCT  PIC 9(03)V99 VALUE 10.

      *> the feed as read: M missing, S stale, I invalid (no header,
      *> a bad as-of date, or a trailer count that does not match),
      *> G good
       01  WS-FEED-STATE     PIC X      VALUE SPACE.
       01  WS-FEED-REASON    PIC X(30)  VALUE SPACES.
       01  WS-PROVIDER       PIC X(08)  VALUE SPACES.
       01  WS-AS-OF          PIC 9(08)  VALUE 0.
       01  WS-AS-OF-INT      PIC 9(08)  VALUE 0.
       01  WS-AGE-DAYS       PIC S9(05) VALUE 0.
       01  WS-HEADER-SEEN    PIC X      VALUE "N".
       01  WS-TRAILER-SEEN   PIC X      VALUE "N".
       01  WS-TRAILER-COUNT  PIC 9(05)  VALUE 0.
       01  WS-DETAIL-READ    PIC 9(05)  VALUE 0.
       01  WS-FD-COUNT       PIC 9(03)  VALUE 0.
       01  WS-F              PIC 9(03)  VALUE 0.
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY occurs 1 to 100 times
                   depending on WS-FD-COUNT.
              10 WS-FD-CUR      PIC X(03).
              10 WS-FD-RATE     PIC 9(03)V9(06).
              10 WS-FD-EFF      PIC 9(08).

      *> rates.dat in memory, ratemaint's table and save shape
       01  WS-RATE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-R              PIC 9(03)  VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY occurs 1 to 200 times
                   depending on WS-RATE-COUNT.
              10 WS-RT-CUR    PIC X(03).
              10 WS-RT-RATE   PIC 9(03)V9(06).
              10 WS-RT-EFF    PIC 9(08).
              10 WS-RT-EXP    PIC 9(08).
       01  WS-RATE-LINE.
           05 WS-RL-CUR      PIC X(03)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-RL-RATE     PIC 9(03)V9(06) VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-RL-EFF      PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-RL-EXP      PIC 9(08)  VALUE 0.

      *> the rates already waiting on a supervisor, so a rerun of the
      *> same feed does not hold the same rate twice
       01  WS-HOLD-COUNT     PIC 9(03)  VALUE 0.
       01  WS-H              PIC 9(03)  VALUE 0.
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

      *> the rate being applied and ratemaint's movement check
       01  WS-INPUT-CUR      PIC X(03)  VALUE SPACES.
       01  WS-INPUT-RATE     PIC 9(03)V9(06) VALUE 0.
       01  WS-INPUT-EFF      PIC 9(08)  VALUE 0.
       01  WS-PRIOR-RATE     PIC 9(03)V9(06) VALUE 0.
       01  WS-PRIOR-FOUND    PIC X      VALUE "N".
       01  WS-LATER-FOUND    PIC X      VALUE "N".
       01  WS-SAME-FOUND     PIC X      VALUE "N".
       01  WS-CUR-CARRIED    PIC X      VALUE "N".
       01  WS-ALREADY-HELD   PIC X      VALUE "N".
       01  WS-MOVE-PCT       PIC 9(05)V99 VALUE 0.
       01  WS-ED-PCT         PIC ZZZZ9.99.
       01  WS-EFF-INT        PIC 9(08)  VALUE 0.
       01  WS-PRIOR-EXP      PIC 9(08)  VALUE 0.

      *> the import log line being written
       01  WS-LOG-RESULT     PIC X(08)  VALUE SPACES.
       01  WS-LOG-REASON     PIC X(30)  VALUE SPACES.

       01  WS-APPLIED-COUNT  PIC 9(03)  VALUE 0.
       01  WS-HELD-COUNT     PIC 9(03)  VALUE 0.
       01  WS-SAME-COUNT     PIC 9(03)  VALUE 0.
       01  WS-SKIPPED-COUNT  PIC 9(03)  VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(03)  VALUE 0.
       01  WS-NEW-HOLDS      PIC 9(03)  VALUE 0.

       LINKAGE SECTION.
       01  LK-RUN-DATE       PIC 9(08).
      *> "Y" the feed was current and every carried rate applied or
      *> was already on file, "W" the feed was missing, stale, or
      *> invalid, or a rate was held or rejected, "N" rates.dat could
      *> not be read or rewritten
       01  LK-RESULT         PIC X.

       PROCEDURE DIVISION USING LK-RUN-DATE LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-SAME-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-NEW-HOLDS
           IF LK-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-RUN-DATE TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM RESOLVE-PARAMETERS
           PERFORM READ-FEED
           IF WS-FEED-STATE NOT = "G"
               PERFORM REPORT-UNUSABLE-FEED
               MOVE "W" TO LK-RESULT
               GOBACK
           END-IF
           PERFORM LOAD-RATES
           IF RateFileStatus NOT = "00"
               DISPLAY "rate feed: unable to read rates.dat. status="
                       RateFileStatus
               MOVE "N" TO LK-RESULT
               GOBACK
           END-IF
           PERFORM LOAD-HOLDS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FD-COUNT
               PERFORM IMPORT-ONE-RATE
           END-PERFORM
           IF WS-APPLIED-COUNT > 0
               PERFORM SAVE-RATES
               IF RateFileStatus NOT = "00"
                   MOVE "N" TO LK-RESULT
                   GOBACK
               END-IF
               MOVE "I" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "rate feed applied " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      " rate(s) as of " DELIMITED BY SIZE
                      WS-AS-OF DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           IF WS-NEW-HOLDS > 0
               PERFORM SAVE-HOLDS
           END-IF
           DISPLAY "rate feed " WS-PROVIDER " as of " WS-AS-OF ": "
                   WS-APPLIED-COUNT " applied, " WS-HELD-COUNT
                   " held, " WS-SAME-COUNT " unchanged, "
                   WS-SKIPPED-COUNT " skipped, " WS-REJECTED-COUNT
                   " rejected"
           IF WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
               MOVE "W" TO LK-RESULT
           END-IF
           GOBACK.

       RESOLVE-PARAMETERS.
           MOVE "RATE_FEED_FILE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-FEED-PATH
           ELSE
               ACCEPT WS-FEED-PATH FROM ENVIRONMENT "RATE_FEED_FILE"
           END-IF
           IF WS-FEED-PATH = SPACES
               MOVE WS-DEFAULT-FEED-PATH TO WS-FEED-PATH
           END-IF

           MOVE SPACES TO WS-MAX-AGE-ENV
           MOVE "RATE_FEED_MAX_AGE" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-MAX-AGE-ENV
           ELSE
               ACCEPT WS-MAX-AGE-ENV FROM ENVIRONMENT
                   "RATE_FEED_MAX_AGE"
           END-IF
           IF WS-MAX-AGE-ENV NOT = SPACES
               COMPUTE WS-MAX-AGE = FUNCTION NUMVAL(WS-MAX-AGE-ENV)
           END-IF

      *> the same tolerance ratemaint warns at
           MOVE SPACES TO WS-TOLERANCE-ENV
           MOVE "RATE_TOLERANCE_PCT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:6) TO WS-TOLERANCE-ENV
           ELSE
               ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT
                   "RATE_TOLERANCE_PCT"
           END-IF
           IF WS-TOLERANCE-ENV NOT = SPACES
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-TOLERANCE-ENV)
           END-IF
           .

      *> the whole feed is read and checked before any rate is
      *> applied, so a truncated file changes nothing
       READ-FEED.
           MOVE "G" TO WS-FEED-STATE
           MOVE SPACES TO WS-FEED-REASON
           MOVE SPACES TO WS-PROVIDER
           MOVE 0 TO WS-AS-OF
           MOVE 0 TO WS-FD-COUNT
           MOVE 0 TO WS-DETAIL-READ
           MOVE "N" TO WS-HEADER-SEEN
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = "00"
               MOVE "M" TO WS-FEED-STATE
               MOVE "no rate feed received" TO WS-FEED-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FeedFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FeedFile
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN NOT = "Y"
                   MOVE "I" TO WS-FEED-STATE
                   MOVE "no header record" TO WS-FEED-REASON
               WHEN WS-AS-OF-INT = 0
                   MOVE "I" TO WS-FEED-STATE
                   MOVE "header as-of date not valid" TO WS-FEED-REASON
               WHEN WS-TRAILER-SEEN NOT = "Y"
                   MOVE "I" TO WS-FEED-STATE
                   MOVE "no trailer - feed truncated" TO WS-FEED-REASON
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-READ
                   MOVE "I" TO WS-FEED-STATE
                   MOVE "trailer count does not match"
                       TO WS-FEED-REASON
               WHEN OTHER
                   COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-AS-OF-INT
                   IF WS-AGE-DAYS > WS-MAX-AGE
                       MOVE "S" TO WS-FEED-STATE
                       MOVE "feed as-of date is stale" TO WS-FEED-REASON
                   END-IF
           END-EVALUATE
           .

       TAKE-FEED-RECORD.
           EVALUATE RF-TYPE
               WHEN "H"
                   MOVE "Y" TO WS-HEADER-SEEN
                   MOVE RF-PROVIDER TO WS-PROVIDER
                   MOVE 0 TO WS-AS-OF-INT
                   IF RF-AS-OF IS NUMERIC
                       MOVE RF-AS-OF TO WS-AS-OF
                       COMPUTE WS-AS-OF-INT =
                           FUNCTION INTEGER-OF-DATE(WS-AS-OF)
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-DETAIL-READ
                   IF WS-FD-COUNT < 100
                       ADD 1 TO WS-FD-COUNT
                       MOVE RF-CURRENCY TO WS-FD-CUR(WS-FD-COUNT)
                       IF RF-RATE IS NUMERIC
                           MOVE RF-RATE TO WS-FD-RATE(WS-FD-COUNT)
                       ELSE
                           MOVE 0 TO WS-FD-RATE(WS-FD-COUNT)
                       END-IF
                       IF RF-EFF-DATE IS NUMERIC
                           MOVE RF-EFF-DATE TO WS-FD-EFF(WS-FD-COUNT)
                       ELSE
                           MOVE 0 TO WS-FD-EFF(WS-FD-COUNT)
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE "Y" TO WS-TRAILER-SEEN
                   IF RF-COUNT IS NUMERIC
                       MOVE RF-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       MOVE 99999 TO WS-TRAILER-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> nothing is applied from a feed that is not there, too old,
      *> or not whole; the warning goes out now so the rates are
      *> looked at before the batch converts with them
       REPORT-UNUSABLE-FEED.
           EVALUATE WS-FEED-STATE
               WHEN "M"
                   MOVE "MISSING" TO WS-LOG-RESULT
               WHEN "S"
                   MOVE "STALE" TO WS-LOG-RESULT
               WHEN OTHER
                   MOVE "INVALID" TO WS-LOG-RESULT
           END-EVALUATE
           MOVE WS-FEED-REASON TO WS-LOG-REASON
           MOVE SPACES TO WS-INPUT-CUR
           MOVE 0 TO WS-INPUT-RATE
           MOVE WS-AS-OF TO WS-INPUT-EFF
           MOVE 0 TO WS-PRIOR-RATE
           MOVE 0 TO WS-MOVE-PCT
           PERFORM WRITE-IMPORT-LOG
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "rate feed " DELIMITED BY SIZE
                  WS-LOG-RESULT DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-FEED-REASON DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY "rate feed: " FUNCTION TRIM(WS-FEED-REASON)
                   " - rates.dat not "
                   "refreshed for " WS-RUN-DATE
           .

       IMPORT-ONE-RATE.
           MOVE WS-FD-CUR(WS-F) TO WS-INPUT-CUR
           MOVE WS-FD-RATE(WS-F) TO WS-INPUT-RATE
           MOVE WS-FD-EFF(WS-F) TO WS-INPUT-EFF
           IF WS-INPUT-EFF = 0
               MOVE WS-AS-OF TO WS-INPUT-EFF
           END-IF
           MOVE 0 TO WS-PRIOR-RATE
           MOVE 0 TO WS-MOVE-PCT
           MOVE SPACES TO WS-LOG-REASON
           IF WS-INPUT-RATE = 0
               MOVE "zero or non-numeric rate" TO WS-LOG-REASON
               PERFORM REJECT-FEED-RATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-INPUT-EFF) = 0
               MOVE "effective date not valid" TO WS-LOG-REASON
               PERFORM REJECT-FEED-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRIOR-RATE
      *> a currency rates.dat does not carry is the provider's, not
      *> ours - adding one stays a ratemaint decision
           IF WS-CUR-CARRIED NOT = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-LOG-RESULT
               MOVE "currency not on rates.dat" TO WS-LOG-REASON
               PERFORM WRITE-IMPORT-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-SAME-FOUND = "Y"
               ADD 1 TO WS-SAME-COUNT
               MOVE "SAME" TO WS-LOG-RESULT
               MOVE "already on rates.dat" TO WS-LOG-REASON
               PERFORM WRITE-IMPORT-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-LATER-FOUND = "Y"
               MOVE "rate already effective later" TO WS-LOG-REASON
               PERFORM REJECT-FEED-RATE
               EXIT PARAGRAPH
           END-IF
      *> the provider repeats a rate that has not moved; it stays
      *> under the window already open rather than starting a new one
           IF WS-PRIOR-FOUND = "Y" AND WS-PRIOR-RATE = WS-INPUT-RATE
               ADD 1 TO WS-SAME-COUNT
               MOVE "SAME" TO WS-LOG-RESULT
               MOVE "rate unchanged" TO WS-LOG-REASON
               PERFORM WRITE-IMPORT-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-FOUND = "Y"
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (FUNCTION ABS(WS-INPUT-RATE - WS-PRIOR-RATE)
                       / WS-PRIOR-RATE) * 100
               IF WS-MOVE-PCT > WS-TOLERANCE-PCT
                   PERFORM HOLD-FEED-RATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RATE-COUNT NOT < 200
               MOVE "rate table is full" TO WS-LOG-REASON
               PERFORM REJECT-FEED-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-PRIOR-WINDOWS
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-INPUT-CUR TO WS-RT-CUR(WS-RATE-COUNT)
           MOVE WS-INPUT-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           MOVE WS-INPUT-EFF TO WS-RT-EFF(WS-RATE-COUNT)
           MOVE 99991231 TO WS-RT-EXP(WS-RATE-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-LOG-RESULT
           PERFORM WRITE-IMPORT-LOG
           .

       REJECT-FEED-RATE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-LOG-RESULT
           PERFORM WRITE-IMPORT-LOG
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "feed rate for " DELIMITED BY SIZE
                  WS-INPUT-CUR DELIMITED BY SIZE
                  " rejected - " DELIMITED BY SIZE
                  WS-LOG-REASON DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           .

      *> past tolerance: the rate waits on rate-hold.dat for a
      *> supervisor rather than repricing the batch unseen
       HOLD-FEED-RATE.
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD" TO WS-LOG-RESULT
           MOVE "moved past tolerance" TO WS-LOG-REASON
           MOVE "N" TO WS-ALREADY-HELD
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT
               IF WS-HD-CUR(WS-H) = WS-INPUT-CUR
                       AND WS-HD-RATE(WS-H) = WS-INPUT-RATE
                       AND WS-HD-EFF(WS-H) = WS-INPUT-EFF
                   MOVE "Y" TO WS-ALREADY-HELD
               END-IF
           END-PERFORM
           IF WS-ALREADY-HELD = "Y"
               MOVE "already held for confirmation" TO WS-LOG-REASON
               PERFORM WRITE-IMPORT-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT NOT < 100
               MOVE "hold file is full" TO WS-LOG-REASON
               SUBTRACT 1 FROM WS-HELD-COUNT
               PERFORM REJECT-FEED-RATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           ADD 1 TO WS-NEW-HOLDS
           MOVE WS-INPUT-CUR TO WS-HD-CUR(WS-HOLD-COUNT)
           MOVE WS-INPUT-RATE TO WS-HD-RATE(WS-HOLD-COUNT)
           MOVE WS-INPUT-EFF TO WS-HD-EFF(WS-HOLD-COUNT)
           MOVE WS-PRIOR-RATE TO WS-HD-PRIOR(WS-HOLD-COUNT)
           MOVE WS-MOVE-PCT TO WS-HD-PCT(WS-HOLD-COUNT)
           MOVE WS-RUN-DATE TO WS-HD-HELD(WS-HOLD-COUNT)
           MOVE WS-PROVIDER TO WS-HD-PROV(WS-HOLD-COUNT)
           PERFORM WRITE-IMPORT-LOG
           MOVE WS-MOVE-PCT TO WS-ED-PCT
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "feed rate for " DELIMITED BY SIZE
                  WS-INPUT-CUR DELIMITED BY SIZE
                  " held, moved " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-PCT) DELIMITED BY SIZE
                  "% - confirm in ratemaint" DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           .

      *> ratemaint's test: the rate replaced is the one in force on
      *> the new effective date, and one already effective on or
      *> after it means history would be edited out of order - unless
      *> it is this very rate, which a rerun of the feed finds
       FIND-PRIOR-RATE.
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE "N" TO WS-LATER-FOUND
           MOVE "N" TO WS-SAME-FOUND
           MOVE "N" TO WS-CUR-CARRIED
           MOVE 0 TO WS-PRIOR-RATE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-COUNT
               IF WS-RT-CUR(WS-R) = WS-INPUT-CUR
                   MOVE "Y" TO WS-CUR-CARRIED
                   IF WS-RT-EFF(WS-R) = WS-INPUT-EFF
                           AND WS-RT-RATE(WS-R) = WS-INPUT-RATE
                       MOVE "Y" TO WS-SAME-FOUND
                   END-IF
                   IF WS-RT-EFF(WS-R) >= WS-INPUT-EFF
                       MOVE "Y" TO WS-LATER-FOUND
                   ELSE
                       IF WS-RT-EXP(WS-R) >= WS-INPUT-EFF
                           MOVE WS-RT-RATE(WS-R) TO WS-PRIOR-RATE
                           MOVE "Y" TO WS-PRIOR-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> any window of this currency still open past the new
      *> effective date closes the day before it
       CLOSE-PRIOR-WINDOWS.
           COMPUTE WS-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-INPUT-EFF) - 1
           COMPUTE WS-PRIOR-EXP = FUNCTION DATE-OF-INTEGER(WS-EFF-INT)
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-COUNT
               IF WS-RT-CUR(WS-R) = WS-INPUT-CUR
                       AND WS-RT-EFF(WS-R) < WS-INPUT-EFF
                       AND WS-RT-EXP(WS-R) >= WS-INPUT-EFF
                   MOVE WS-PRIOR-EXP TO WS-RT-EXP(WS-R)
               END-IF
           END-PERFORM
           .

       WRITE-IMPORT-LOG.
           OPEN EXTEND ImportLog
           IF LogFileStatus = "35" OR LogFileStatus = "05"
               OPEN OUTPUT ImportLog
           END-IF
           IF LogFileStatus NOT = "00"
               DISPLAY "error opening rate import log. status="
                       LogFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IMPORT-LOG-RECORD
           MOVE WS-RUN-DATE TO IL-RUN-DATE
           MOVE WS-INPUT-CUR TO IL-CURRENCY
           MOVE WS-INPUT-RATE TO IL-RATE
           MOVE WS-INPUT-EFF TO IL-EFF-DATE
           MOVE WS-LOG-RESULT TO IL-RESULT
           MOVE WS-PRIOR-RATE TO IL-PRIOR-RATE
           MOVE WS-MOVE-PCT TO IL-MOVE-PCT
           MOVE WS-LOG-REASON TO IL-REASON
           WRITE IMPORT-LOG-RECORD
           CLOSE ImportLog
           .

       LOAD-RATES.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RateFile
           IF RateFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RateFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RATE-COUNT < 200
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RR-CODE TO WS-RT-CUR(WS-RATE-COUNT)
                           MOVE RR-RATE TO WS-RT-RATE(WS-RATE-COUNT)
                           MOVE RR-EFF-DATE
                               TO WS-RT-EFF(WS-RATE-COUNT)
                           MOVE RR-EXP-DATE
                               TO WS-RT-EXP(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RateFile
           MOVE "00" TO RateFileStatus
           .

       SAVE-RATES.
           OPEN OUTPUT RateFile
           IF RateFileStatus NOT = "00"
               DISPLAY "rate feed: error rewriting rates.dat. status="
                       RateFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-COUNT
               MOVE WS-RT-CUR(WS-R) TO WS-RL-CUR
               MOVE WS-RT-RATE(WS-R) TO WS-RL-RATE
               MOVE WS-RT-EFF(WS-R) TO WS-RL-EFF
               MOVE WS-RT-EXP(WS-R) TO WS-RL-EXP
               WRITE RATE-RECORD FROM WS-RATE-LINE
           END-PERFORM
           CLOSE RateFile
           .

      *> a missing hold file just means nothing is waiting
       LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HoldFile
           IF HoldFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile
           .

       SAVE-HOLDS.
           OPEN OUTPUT HoldFile
           IF HoldFileStatus NOT = "00"
               DISPLAY "rate feed: error rewriting rate-hold.dat. "
                       "status=" HoldFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT
               MOVE WS-HD-CUR(WS-H) TO WS-HL-CUR
               MOVE WS-HD-RATE(WS-H) TO WS-HL-RATE
               MOVE WS-HD-EFF(WS-H) TO WS-HL-EFF
               MOVE WS-HD-PRIOR(WS-H) TO WS-HL-PRIOR
               MOVE WS-HD-PCT(WS-H) TO WS-HL-PCT
               MOVE WS-HD-HELD(WS-H) TO WS-HL-HELD
               MOVE WS-HD-PROV(WS-H) TO WS-HL-PROV
               WRITE RATE-HOLD-RECORD FROM WS-HOLD-LINE
           END-PERFORM
           CLOSE HoldFile
           .
