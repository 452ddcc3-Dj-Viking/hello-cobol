      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTFEED.
      *> Alert notification feed: alerts.log only helps an operator
      *> who is already looking at it, so a critical raised at night
      *> waited for the morning alertrpt. Every alert is routed by
      *> severity and raising program to an on-call group on the
      *> routing reference and handed to the outbound notification
      *> file the monitoring tool picks up. Called two ways:
      *>   "C" from ALERTLOG the moment a new critical is written -
      *>       the critical is paged to its tier-one group at once;
      *>   "B" as a scheduled driver.cob step - open warnings not yet
      *>       notified go out as one batched summary per group, a
      *>       critical still OPEN past ALERT_ESCALATE_DAYS is re-sent
      *>       to the routing row's next-tier group, and an open
      *>       critical that was never paged is paged now.
      *> Every notification, and every alert no routing row matched,
      *> is written to the delivery log, which is also what stops an
      *> alert being summarized or escalated twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RouteFile
               ASSIGN TO "../alertroute.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RouteFileStatus.

           SELECT AlertFile
               ASSIGN TO "alerts.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AlertFileStatus.

           SELECT NotifyFile
               ASSIGN TO "alert-notify.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is NotifyFileStatus.

           SELECT DeliveryFile
               ASSIGN TO "alert-delivery.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DeliveryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RouteFile
           record contains 32 characters.
       COPY routerec.

       FD  AlertFile
           record contains 110 characters.
       COPY alertrec.

       FD  NotifyFile
           record contains 130 characters.
       COPY notifyrec.

       FD  DeliveryFile
           record contains 49 characters.
       COPY dlvrec.

       WORKING-STORAGE SECTION.
       01  RouteFileStatus    PIC XX.
       01  AlertFileStatus    PIC XX.
       01  NotifyFileStatus   PIC XX.
       01  DeliveryFileStatus PIC XX.
       01  WS-EOF-FLAG        PIC X      VALUE "N".
       01  WS-NOW-DATE        PIC X(08)  VALUE SPACES.
       01  WS-NOW-TIME        PIC X(08)  VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(08)  VALUE 0.
       01  WS-ALERT-AGE       PIC S9(07) VALUE 0.

       01  WS-RT-COUNT        PIC 9(03)  VALUE 0.
       01  WS-R               PIC 9(03)  VALUE 0.
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY occurs 1 to 200 times
                   depending on WS-RT-COUNT.
              10 WS-RT-SEVERITY  PIC X.
              10 WS-RT-PROGRAM   PIC X(12).
              10 WS-RT-GROUP     PIC X(08).
              10 WS-RT-ESC-GROUP PIC X(08).

      *> the route chosen for the alert in hand; the score ranks how
      *> specific the matching row is (2 exact program, 1 exact
      *> severity) so the best match wins over the catch-all
       01  WS-ROUTE-FOUND     PIC X      VALUE "N".
       01  WS-ROUTE-GROUP     PIC X(08)  VALUE SPACES.
       01  WS-ROUTE-ESC-GROUP PIC X(08)  VALUE SPACES.
       01  WS-ROUTE-SCORE     PIC 9(01)  VALUE 0.
       01  WS-ROW-SCORE       PIC 9(01)  VALUE 0.

      *> the notifications already delivered, so each alert is paged,
      *> summarized, and escalated at most once
       01  WS-DL-COUNT        PIC 9(04)  VALUE 0.
       01  WS-D               PIC 9(04)  VALUE 0.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY occurs 1 to 5000 times
                   depending on WS-DL-COUNT.
              10 WS-DT-KIND      PIC X(04).
              10 WS-DT-ALERT-ID  PIC 9(06).
       01  WS-FIND-KIND       PIC X(04)  VALUE SPACES.
       01  WS-FIND-ID         PIC 9(06)  VALUE 0.
       01  WS-DELIVERED       PIC X      VALUE "N".

      *> the open warnings waiting for this run's summaries, with the
      *> group each routes to
       01  WS-WN-COUNT        PIC 9(03)  VALUE 0.
       01  WS-W               PIC 9(03)  VALUE 0.
       01  WS-W2              PIC 9(03)  VALUE 0.
       01  WS-WN-TABLE.
           05 WS-WN-ENTRY occurs 1 to 500 times
                   depending on WS-WN-COUNT.
              10 WS-WT-GROUP     PIC X(08).
              10 WS-WT-DATE      PIC X(08).
              10 WS-WT-PROGRAM   PIC X(12).
              10 WS-WT-ID        PIC 9(06).
              10 WS-WT-OCCURS    PIC 9(04).
              10 WS-WT-MESSAGE   PIC X(60).
              10 WS-WT-DONE      PIC X.
       01  WS-SUMM-GROUP      PIC X(08)  VALUE SPACES.
       01  WS-SUMM-SIZE       PIC 9(03)  VALUE 0.

      *> the alert being notified and where it is going
       01  WS-CUR-DATE        PIC X(08)  VALUE SPACES.
       01  WS-CUR-SEVERITY    PIC X      VALUE SPACE.
       01  WS-CUR-PROGRAM     PIC X(12)  VALUE SPACES.
       01  WS-CUR-ID          PIC 9(06)  VALUE 0.
       01  WS-CUR-OCCURS      PIC 9(04)  VALUE 0.
       01  WS-CUR-MESSAGE     PIC X(60)  VALUE SPACES.
       01  WS-SEND-KIND       PIC X(04)  VALUE SPACES.
       01  WS-SEND-GROUP      PIC X(08)  VALUE SPACES.
       01  WS-SEND-TIER       PIC 9(01)  VALUE 1.

       01  WS-PAGED-COUNT     PIC 9(05)  VALUE 0.
       01  WS-ESCL-COUNT      PIC 9(05)  VALUE 0.
       01  WS-WARN-COUNT      PIC 9(05)  VALUE 0.
       01  WS-SUMM-COUNT      PIC 9(05)  VALUE 0.
       01  WS-NOROUTE-COUNT   PIC 9(05)  VALUE 0.

      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD    PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE      PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND      PIC X      VALUE "N".
      *> a critical still open after this many days is re-sent to the
      *> next tier - the same age alertrpt flags it ESCALATED at
       01  WS-ESC-ENV         PIC X(04)  VALUE SPACES.
       01  WS-ESC-DAYS        PIC 9(04)  VALUE 2.

      *> parameters for the CALL to ALERTLOG - only from the batch
      *> run; the immediate path is itself called from ALERTLOG
       01  WS-ALERT-SEVERITY  PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM   PIC X(12)  VALUE "ALERTFEED".
       01  WS-ALERT-MESSAGE   PIC X(60)  VALUE SPACES.

       LINKAGE SECTION.
      *> "C" page the critical in LK-ALERT-LINE now, "B" batch run
       01  LK-MODE            PIC X.
      *> the business date escalation ages are measured to in a
      *> batch run; zero means today
       01  LK-RUN-DATE        PIC 9(08).
      *> the alert just written, in the alert file's layout; unused
      *> by a batch run
       01  LK-ALERT-LINE.
           05 LK-AL-DATE      PIC X(08).
           05 FILLER          PIC X.
           05 LK-AL-TIME      PIC X(08).
           05 FILLER          PIC X.
           05 LK-AL-SEVERITY  PIC X.
           05 FILLER          PIC X.
           05 LK-AL-PROGRAM   PIC X(12).
           05 FILLER          PIC X.
           05 LK-AL-STATE     PIC X(04).
           05 FILLER          PIC X.
           05 LK-AL-ID        PIC 9(06).
           05 FILLER          PIC X.
           05 LK-AL-OCCURS    PIC 9(04).
           05 FILLER          PIC X.
           05 LK-AL-MESSAGE   PIC X(60).
      *> "Y" everything routed and sent, "W" an alert had no route,
      *> "N" no routing reference or the feed could not be written
       01  LK-RESULT          PIC X.

       PROCEDURE DIVISION USING LK-MODE LK-RUN-DATE LK-ALERT-LINE
           LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           MOVE 0 TO WS-PAGED-COUNT
           MOVE 0 TO WS-ESCL-COUNT
           MOVE 0 TO WS-WARN-COUNT
           MOVE 0 TO WS-SUMM-COUNT
           MOVE 0 TO WS-NOROUTE-COUNT
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-ROUTES
           EVALUATE LK-MODE
               WHEN "C"
                   PERFORM SEND-IMMEDIATE
               WHEN "B"
                   PERFORM RUN-BATCH
               WHEN OTHER
                   DISPLAY "alert feed: unknown mode " LK-MODE
                   MOVE "N" TO LK-RESULT
           END-EVALUATE
           GOBACK.

       LOAD-ROUTES.
           MOVE 0 TO WS-RT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RouteFile
           IF RouteFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RouteFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RT-COUNT < 200
                               AND RT-SEVERITY NOT = SPACE
                           ADD 1 TO WS-RT-COUNT
                           MOVE RT-SEVERITY
                               TO WS-RT-SEVERITY(WS-RT-COUNT)
                           MOVE RT-PROGRAM
                               TO WS-RT-PROGRAM(WS-RT-COUNT)
                           MOVE RT-GROUP TO WS-RT-GROUP(WS-RT-COUNT)
                           MOVE RT-ESC-GROUP
                               TO WS-RT-ESC-GROUP(WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RouteFile
           .

      *> a new critical goes to its tier-one group straight away; an
      *> unrouted one is still logged so the batch run retries it
      *> once a routing row exists
       SEND-IMMEDIATE.
           MOVE LK-AL-DATE TO WS-CUR-DATE
           MOVE LK-AL-SEVERITY TO WS-CUR-SEVERITY
           MOVE LK-AL-PROGRAM TO WS-CUR-PROGRAM
           MOVE LK-AL-ID TO WS-CUR-ID
           MOVE LK-AL-OCCURS TO WS-CUR-OCCURS
           MOVE LK-AL-MESSAGE TO WS-CUR-MESSAGE
           PERFORM FIND-ROUTE
           MOVE "CRIT" TO WS-SEND-KIND
           MOVE 1 TO WS-SEND-TIER
           MOVE WS-ROUTE-GROUP TO WS-SEND-GROUP
           PERFORM SEND-NOTICE
           IF WS-NOROUTE-COUNT > 0
               DISPLAY "alert feed: no on-call route for critical "
                       WS-CUR-ID " from " WS-CUR-PROGRAM
           END-IF
           .

       RUN-BATCH.
           IF WS-RT-COUNT = 0
               DISPLAY "alert feed: no alert routing reference"
               MOVE "N" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LK-RUN-DATE = 0
               MOVE WS-NOW-DATE TO WS-RUN-DATE
           ELSE
               MOVE LK-RUN-DATE TO WS-RUN-DATE
           END-IF
           PERFORM RESOLVE-ESCALATE-DAYS
           PERFORM LOAD-DELIVERIES
           PERFORM SCAN-ALERTS
           PERFORM SEND-SUMMARIES
           DISPLAY "alert feed: " WS-PAGED-COUNT " paged, "
                   WS-ESCL-COUNT " escalated, " WS-WARN-COUNT
                   " warning(s) in " WS-SUMM-COUNT " summary(ies), "
                   WS-NOROUTE-COUNT " unrouted"
           IF WS-NOROUTE-COUNT > 0
               IF LK-RESULT = "Y"
                   MOVE "W" TO LK-RESULT
               END-IF
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-NOROUTE-COUNT DELIMITED BY SIZE
                      " alert(s) matched no on-call route"
                          DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           .

       RESOLVE-ESCALATE-DAYS.
           MOVE "ALERT_ESCALATE_DAYS" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-ESC-ENV
           ELSE
               ACCEPT WS-ESC-ENV FROM ENVIRONMENT
                   "ALERT_ESCALATE_DAYS"
           END-IF
           IF WS-ESC-ENV NOT = SPACES
               COMPUTE WS-ESC-DAYS = FUNCTION NUMVAL(WS-ESC-ENV)
           END-IF
           .

      *> only SENT lines count as delivered - a NOROUTE is tried
      *> again every run until a routing row picks it up
       LOAD-DELIVERIES.
           MOVE 0 TO WS-DL-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DeliveryFile
           IF DeliveryFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DeliveryFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DL-RESULT = "SENT" AND DL-ALERT-ID > 0
                               AND WS-DL-COUNT < 5000
                           ADD 1 TO WS-DL-COUNT
                           MOVE DL-KIND TO WS-DT-KIND(WS-DL-COUNT)
                           MOVE DL-ALERT-ID
                               TO WS-DT-ALERT-ID(WS-DL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DeliveryFile
           .

       FIND-DELIVERY.
           MOVE "N" TO WS-DELIVERED
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DL-COUNT OR WS-DELIVERED = "Y"
               IF WS-DT-KIND(WS-D) = WS-FIND-KIND
                       AND WS-DT-ALERT-ID(WS-D) = WS-FIND-ID
                   MOVE "Y" TO WS-DELIVERED
               END-IF
           END-PERFORM
           .

      *> acknowledged and closed alerts already have an owner; only
      *> OPEN ones are paged, summarized, or escalated
       SCAN-ALERTS.
           MOVE 0 TO WS-WN-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AlertFile
           IF AlertFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AlertFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AR-STATE = "OPEN"
                           EVALUATE AR-SEVERITY
                               WHEN "C"
                                   PERFORM CHECK-OPEN-CRITICAL
                               WHEN "W"
                                   PERFORM QUEUE-OPEN-WARNING
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AlertFile
           .

       CHECK-OPEN-CRITICAL.
           MOVE AR-DATE TO WS-CUR-DATE
           MOVE AR-SEVERITY TO WS-CUR-SEVERITY
           MOVE AR-PROGRAM TO WS-CUR-PROGRAM
           MOVE AR-ID TO WS-CUR-ID
           MOVE AR-OCCURS TO WS-CUR-OCCURS
           MOVE AR-MESSAGE TO WS-CUR-MESSAGE
           PERFORM FIND-ROUTE
           MOVE "CRIT" TO WS-FIND-KIND
           MOVE AR-ID TO WS-FIND-ID
           PERFORM FIND-DELIVERY
           IF WS-DELIVERED = "N"
               MOVE "CRIT" TO WS-SEND-KIND
               MOVE 1 TO WS-SEND-TIER
               MOVE WS-ROUTE-GROUP TO WS-SEND-GROUP
               PERFORM SEND-NOTICE
           END-IF
           IF AR-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ALERT-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AR-DATE))
           IF WS-ALERT-AGE > WS-ESC-DAYS
               MOVE "ESCL" TO WS-FIND-KIND
               PERFORM FIND-DELIVERY
               IF WS-DELIVERED = "N"
                   MOVE "ESCL" TO WS-SEND-KIND
                   MOVE 2 TO WS-SEND-TIER
                   IF WS-ROUTE-FOUND = "Y"
                       MOVE WS-ROUTE-ESC-GROUP TO WS-SEND-GROUP
                   ELSE
                       MOVE SPACES TO WS-SEND-GROUP
                   END-IF
                   PERFORM SEND-NOTICE
               END-IF
           END-IF
           .

       QUEUE-OPEN-WARNING.
           MOVE "WARN" TO WS-FIND-KIND
           MOVE AR-ID TO WS-FIND-ID
           PERFORM FIND-DELIVERY
           IF WS-DELIVERED = "Y" OR WS-WN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE AR-SEVERITY TO WS-CUR-SEVERITY
           MOVE AR-PROGRAM TO WS-CUR-PROGRAM
           PERFORM FIND-ROUTE
           IF WS-ROUTE-FOUND = "N"
               MOVE AR-DATE TO WS-CUR-DATE
               MOVE AR-ID TO WS-CUR-ID
               MOVE AR-OCCURS TO WS-CUR-OCCURS
               MOVE AR-MESSAGE TO WS-CUR-MESSAGE
               MOVE "WARN" TO WS-SEND-KIND
               MOVE 1 TO WS-SEND-TIER
               MOVE SPACES TO WS-SEND-GROUP
               PERFORM SEND-NOTICE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WN-COUNT
           MOVE WS-ROUTE-GROUP TO WS-WT-GROUP(WS-WN-COUNT)
           MOVE AR-DATE TO WS-WT-DATE(WS-WN-COUNT)
           MOVE AR-PROGRAM TO WS-WT-PROGRAM(WS-WN-COUNT)
           MOVE AR-ID TO WS-WT-ID(WS-WN-COUNT)
           MOVE AR-OCCURS TO WS-WT-OCCURS(WS-WN-COUNT)
           MOVE AR-MESSAGE TO WS-WT-MESSAGE(WS-WN-COUNT)
           MOVE "N" TO WS-WT-DONE(WS-WN-COUNT)
           .

      *> one summary per group: a SUMM header carrying the count,
      *> then each of that group's warnings in raised order
       SEND-SUMMARIES.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > WS-WN-COUNT
               IF WS-WT-DONE(WS-W) = "N"
                   MOVE WS-WT-GROUP(WS-W) TO WS-SUMM-GROUP
                   PERFORM SEND-GROUP-SUMMARY
               END-IF
           END-PERFORM
           .

       SEND-GROUP-SUMMARY.
           MOVE 0 TO WS-SUMM-SIZE
           PERFORM VARYING WS-W2 FROM WS-W BY 1
                   UNTIL WS-W2 > WS-WN-COUNT
               IF WS-WT-DONE(WS-W2) = "N"
                       AND WS-WT-GROUP(WS-W2) = WS-SUMM-GROUP
                   ADD 1 TO WS-SUMM-SIZE
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO WS-CUR-DATE
           MOVE "W" TO WS-CUR-SEVERITY
           MOVE "ALERTFEED" TO WS-CUR-PROGRAM
           MOVE 0 TO WS-CUR-ID
           MOVE WS-SUMM-SIZE TO WS-CUR-OCCURS
           MOVE SPACES TO WS-CUR-MESSAGE
           STRING WS-SUMM-SIZE DELIMITED BY SIZE
                  " open warning(s) awaiting attention"
                      DELIMITED BY SIZE
               INTO WS-CUR-MESSAGE
           END-STRING
           MOVE "SUMM" TO WS-SEND-KIND
           MOVE 1 TO WS-SEND-TIER
           MOVE WS-SUMM-GROUP TO WS-SEND-GROUP
           PERFORM SEND-NOTICE
           ADD 1 TO WS-SUMM-COUNT
           PERFORM VARYING WS-W2 FROM WS-W BY 1
                   UNTIL WS-W2 > WS-WN-COUNT
               IF WS-WT-DONE(WS-W2) = "N"
                       AND WS-WT-GROUP(WS-W2) = WS-SUMM-GROUP
                   MOVE WS-WT-DATE(WS-W2) TO WS-CUR-DATE
                   MOVE WS-WT-PROGRAM(WS-W2) TO WS-CUR-PROGRAM
                   MOVE WS-WT-ID(WS-W2) TO WS-CUR-ID
                   MOVE WS-WT-OCCURS(WS-W2) TO WS-CUR-OCCURS
                   MOVE WS-WT-MESSAGE(WS-W2) TO WS-CUR-MESSAGE
                   MOVE "WARN" TO WS-SEND-KIND
                   PERFORM SEND-NOTICE
                   MOVE "Y" TO WS-WT-DONE(WS-W2)
               END-IF
           END-PERFORM
           .

       FIND-ROUTE.
           MOVE "N" TO WS-ROUTE-FOUND
           MOVE SPACES TO WS-ROUTE-GROUP
           MOVE SPACES TO WS-ROUTE-ESC-GROUP
           MOVE 0 TO WS-ROUTE-SCORE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RT-COUNT
               IF (WS-RT-SEVERITY(WS-R) = WS-CUR-SEVERITY
                       OR WS-RT-SEVERITY(WS-R) = "*")
                   AND (WS-RT-PROGRAM(WS-R) = WS-CUR-PROGRAM
                       OR WS-RT-PROGRAM(WS-R) = "*")
                   MOVE 0 TO WS-ROW-SCORE
                   IF WS-RT-PROGRAM(WS-R) = WS-CUR-PROGRAM
                       ADD 2 TO WS-ROW-SCORE
                   END-IF
                   IF WS-RT-SEVERITY(WS-R) = WS-CUR-SEVERITY
                       ADD 1 TO WS-ROW-SCORE
                   END-IF
                   IF WS-ROUTE-FOUND = "N"
                           OR WS-ROW-SCORE > WS-ROUTE-SCORE
                       MOVE "Y" TO WS-ROUTE-FOUND
                       MOVE WS-ROW-SCORE TO WS-ROUTE-SCORE
                       MOVE WS-RT-GROUP(WS-R) TO WS-ROUTE-GROUP
                       MOVE WS-RT-ESC-GROUP(WS-R)
                           TO WS-ROUTE-ESC-GROUP
                   END-IF
               END-IF
           END-PERFORM
           .

      *> hands one notification to the outbound file and logs the
      *> delivery; a blank group means no route, which is logged as
      *> NOROUTE and nothing is sent
       SEND-NOTICE.
           IF WS-SEND-GROUP = SPACES
               ADD 1 TO WS-NOROUTE-COUNT
               PERFORM LOG-DELIVERY
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileStatus = "35" OR NotifyFileStatus = "05"
               OPEN OUTPUT NotifyFile
           END-IF
           IF NotifyFileStatus NOT = "00"
               DISPLAY "error opening notification file. status="
                       NotifyFileStatus
               MOVE "N" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE WS-NOW-DATE TO NT-DATE
           MOVE WS-NOW-TIME TO NT-TIME
           MOVE WS-SEND-KIND TO NT-KIND
           MOVE WS-SEND-GROUP TO NT-GROUP
           MOVE WS-SEND-TIER TO NT-TIER
           MOVE WS-CUR-ID TO NT-ALERT-ID
           MOVE WS-CUR-SEVERITY TO NT-SEVERITY
           MOVE WS-CUR-PROGRAM TO NT-PROGRAM
           MOVE WS-CUR-DATE TO NT-RAISED
           MOVE WS-CUR-OCCURS TO NT-OCCURS
           MOVE WS-CUR-MESSAGE TO NT-MESSAGE
           WRITE NOTIFY-RECORD
           CLOSE NotifyFile
           EVALUATE WS-SEND-KIND
               WHEN "CRIT"
                   ADD 1 TO WS-PAGED-COUNT
               WHEN "ESCL"
                   ADD 1 TO WS-ESCL-COUNT
               WHEN "WARN"
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE
           PERFORM LOG-DELIVERY
           .

       LOG-DELIVERY.
           OPEN EXTEND DeliveryFile
           IF DeliveryFileStatus = "35" OR DeliveryFileStatus = "05"
               OPEN OUTPUT DeliveryFile
           END-IF
           IF DeliveryFileStatus NOT = "00"
               DISPLAY "error opening delivery log. status="
                       DeliveryFileStatus
               MOVE "N" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DELIVERY-RECORD
           MOVE WS-NOW-DATE TO DL-DATE
           MOVE WS-NOW-TIME TO DL-TIME
           MOVE WS-SEND-KIND TO DL-KIND
           MOVE WS-SEND-GROUP TO DL-GROUP
           MOVE WS-SEND-TIER TO DL-TIER
           MOVE WS-CUR-ID TO DL-ALERT-ID
           IF WS-SEND-GROUP = SPACES
               MOVE "NOROUTE" TO DL-RESULT
           ELSE
               MOVE "SENT" TO DL-RESULT
           END-IF
           WRITE DELIVERY-RECORD
           CLOSE DeliveryFile
           .
