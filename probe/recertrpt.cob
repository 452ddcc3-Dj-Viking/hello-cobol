      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recertrpt.
      *> Quarterly access recertification and segregation-of-duties
      *> evidence for the auditors. Part one lists every operator on
      *> operators.dat with status, the roles and functions granted
      *> on entitlements.dat, the last successful sign-on OPERSIGN
      *> recorded, and the password age, and flags ids unused for
      *> longer than RECERT_IDLE_DAYS (default 90) and deactivated
      *> ids that still hold grants. Part two scans the maker/checker
      *> evidence for any change made and approved by the same id:
      *> the QUEUED and APPROVED entries table.cob, acctmaint and
      *> holdmaint write to their audit trails, the write-off
      *> register's corrections against later write-offs of the same
      *> item, and operator administration an administrator applied
      *> to their own id. Part three lists what still waits on the
      *> pending queues and flags items whose maker can no longer
      *> sign on. The report ends with a sign-off block for the
      *> reviewing manager; any maker/checker exception also warns
      *> through ALERTLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile
               ASSIGN TO "../operators.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is OprFileStatus.

           SELECT EntitlementFile
               ASSIGN TO "../entitlements.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is EntFileStatus.

      *> DYNAMIC so one SELECT serves every trail and pending queue,
      *> auditinq's convention
           SELECT TrailFile
               ASSIGN TO DYNAMIC WS-TRAIL-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is TrlFileStatus.

           SELECT RecertReport
               ASSIGN TO "access-recert.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile
           record contains 41 characters.
       COPY operrec.

       FD  EntitlementFile
           record contains 35 characters.
       COPY entlrec.

      *> wide enough for the widest trail record; line sequential
      *> reads pad the shorter ones with spaces
       FD  TrailFile
           record contains 200 characters.
       01  TrailLine         PIC X(200).

       FD  RecertReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  OprFileStatus     PIC XX.
       01  EntFileStatus     PIC XX.
       01  TrlFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-TRAIL-PATH     PIC X(30)  VALUE SPACES.
      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "RECERTRPT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "RECERTRPT".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> days without a sign-on before an active id is flagged,
      *> RECERT_IDLE_DAYS override
       01  WS-IDLE-ENV       PIC X(04)  VALUE SPACES.
       01  WS-IDLE-LIMIT     PIC 9(04)  VALUE 90.

      *> the operator file and the grants, in memory for the listing
       01  WS-OPR-COUNT      PIC 9(03)  VALUE 0.
       01  WS-O              PIC 9(03)  VALUE 0.
       01  WS-O-FOUND        PIC 9(03)  VALUE 0.
       01  WS-OPR-TABLE.
           05 WS-OPR-ENTRY occurs 1 to 100 times
                   depending on WS-OPR-COUNT.
              10 WS-OT-ID       PIC X(08).
              10 WS-OT-STATUS   PIC X.
              10 WS-OT-PWD-DATE PIC 9(08).
              10 WS-OT-LAST-SIGNON PIC 9(08).
       01  WS-ENT-COUNT      PIC 9(03)  VALUE 0.
       01  WS-E              PIC 9(03)  VALUE 0.
       01  WS-ENT-TABLE.
           05 WS-ENT-ENTRY occurs 1 to 500 times
                   depending on WS-ENT-COUNT.
              10 WS-ET-OPERATOR PIC X(08).
              10 WS-ET-GRANT    PIC X(08).
       01  WS-GRANT-LIST     PIC X(40)  VALUE SPACES.
       01  WS-GRANT-PTR      PIC 9(03)  VALUE 1.
       01  WS-GRANT-HELD     PIC 9(03)  VALUE 0.

      *> one operator's listing line
       01  WS-IDLE-DAYS      PIC S9(07) VALUE 0.
       01  WS-PWD-AGE        PIC S9(07) VALUE 0.
       01  WS-IDLE-BASE      PIC 9(08)  VALUE 0.
       01  WS-STATUS-TEXT    PIC X(06)  VALUE SPACES.
       01  WS-LAST-TEXT      PIC X(08)  VALUE SPACES.
       01  WS-FLAG-TEXT      PIC X(12)  VALUE SPACES.
       01  WS-OPERATOR-LINE.
           05 WS-OLN-ID      PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-STATUS  PIC X(06)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-LAST    PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-IDLE    PIC ZZZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-PWD-AGE PIC ZZZZ9.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-GRANTS  PIC X(40)  VALUE SPACES.
           05 FILLER         PIC X(02)  VALUE SPACES.
           05 WS-OLN-FLAG    PIC X(12)  VALUE SPACES.

      *> the maker/checker evidence this report scans, each with the
      *> shape its writer uses: "Q" an audit trail whose entries end
      *> in a QUEUED or APPROVED result over the same change text,
      *> "W" the write-off register (corrections and releases made,
      *> write-offs approved, keyed by batch and account), "O" the
      *> operator administration log (actor against subject id)
       01  WS-SOURCE-TABLE.
           05 FILLER PIC X(40) VALUE
              "audit.log                     STATES  ,Q".
           05 FILLER PIC X(40) VALUE
              "account-audit.log             ACCOUNTS,Q".
           05 FILLER PIC X(40) VALUE
              "writeoff-register.dat         WRITEOFF,W".
           05 FILLER PIC X(40) VALUE
              "operator-audit.log            OPERATOR,O".
       01  WS-SOURCE-ENTRIES redefines WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY occurs 4 times.
              10 WS-SRC-PATH   PIC X(30).
              10 WS-SRC-NAME   PIC X(08).
              10 FILLER        PIC X.
              10 WS-SRC-SHAPE  PIC X.
       01  WS-SRC            PIC 9(02)  VALUE 0.

      *> the pending queues - a queued item has a maker and no
      *> approver yet; the maker sits at the same offset in all three
       01  WS-PENDING-TABLE.
           05 FILLER PIC X(38) VALUE
              "pending-changes.dat           PENDING ".
           05 FILLER PIC X(38) VALUE
              "account-pending.dat           ACCTPEND".
           05 FILLER PIC X(38) VALUE
              "holder-pending.dat            HOLDPEND".
       01  WS-PENDING-ENTRIES redefines WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY occurs 3 times.
              10 WS-PQ-PATH    PIC X(30).
              10 WS-PQ-NAME    PIC X(08).

      *> the made-but-not-yet-matched changes from the current trail,
      *> each consumed by the first approval of the same change text
       01  WS-MK-COUNT       PIC 9(04)  VALUE 0.
       01  WS-M              PIC 9(04)  VALUE 0.
       01  WS-M-FOUND        PIC 9(04)  VALUE 0.
       01  WS-MK-TABLE.
           05 WS-MK-ENTRY occurs 1 to 2000 times
                   depending on WS-MK-COUNT.
              10 WS-MK-KEY      PIC X(100).
              10 WS-MK-MAKER    PIC X(08).
              10 WS-MK-DATE     PIC X(08).
              10 WS-MK-USED     PIC X.

      *> one trail entry under inspection
       01  WS-ENT-DATE       PIC X(08)  VALUE SPACES.
       01  WS-ENT-OPERATOR   PIC X(08)  VALUE SPACES.
       01  WS-ENT-RESULT     PIC X(08)  VALUE SPACES.
       01  WS-ENT-KEY        PIC X(100) VALUE SPACES.
       01  WS-ENT-SUBJECT    PIC X(08)  VALUE SPACES.
       01  WS-LINE-LEN       PIC 9(03)  VALUE 0.
       01  WS-LAST-SPACE     PIC 9(03)  VALUE 0.
       01  WS-SCAN           PIC 9(03)  VALUE 0.
       01  WS-KEY-LEN        PIC 9(03)  VALUE 0.

      *> control counts for the sign-off block
       01  WS-STALE-COUNT    PIC 9(05)  VALUE 0.
       01  WS-DEACT-COUNT    PIC 9(05)  VALUE 0.
       01  WS-CHECKED-COUNT  PIC 9(05)  VALUE 0.
       01  WS-SOD-COUNT      PIC 9(05)  VALUE 0.
       01  WS-PEND-COUNT     PIC 9(05)  VALUE 0.
       01  WS-ORPHAN-COUNT   PIC 9(05)  VALUE 0.

      *> report paging, same shape as the suite's other print files
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "ACCESS RECERTIFICATION REVIEW".
       01  WS-PAGE-NUM       PIC 9(03)  VALUE 0.
       01  WS-LINE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(03)  VALUE 50.
       01  WS-RPT-HOLD       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-IDLE-LIMIT
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-ENTITLEMENTS
           OPEN OUTPUT RecertReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening recertification report. status="
                       RptFileStatus
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "E" TO WS-RUN-EVENT
               CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
                   WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
               STOP RUN
           END-IF
           PERFORM REPORT-OPERATORS
           PERFORM REPORT-MAKER-CHECKER
           PERFORM REPORT-PENDING-QUEUES
           PERFORM WRITE-SIGNOFF-BLOCK
           CLOSE RecertReport
           IF WS-SOD-COUNT > 0
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-SOD-COUNT DELIMITED BY SIZE
                      " change(s) made and approved by the same "
                      DELIMITED BY SIZE
                      "operator" DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           DISPLAY WS-OPR-COUNT " operator(s) reviewed, "
                   WS-STALE-COUNT " stale, " WS-SOD-COUNT
                   " maker/checker exception(s) - see "
                   "access-recert.txt"
           MOVE WS-OPR-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTED = WS-STALE-COUNT + WS-DEACT-COUNT
               + WS-SOD-COUNT + WS-ORPHAN-COUNT
           IF WS-RUN-REJECTED = 0
               MOVE "OK" TO WS-RUN-STATUS
           ELSE
               MOVE "EXCEPTS" TO WS-RUN-STATUS
           END-IF
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

       RESOLVE-IDLE-LIMIT.
           MOVE "RECERT_IDLE_DAYS" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:4) TO WS-IDLE-ENV
           ELSE
               ACCEPT WS-IDLE-ENV FROM ENVIRONMENT "RECERT_IDLE_DAYS"
           END-IF
           IF WS-IDLE-ENV NOT = SPACES
               COMPUTE WS-IDLE-LIMIT = FUNCTION NUMVAL(WS-IDLE-ENV)
           END-IF
           .

       LOAD-OPERATORS.
           MOVE 0 TO WS-OPR-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OperatorFile
           IF OprFileStatus NOT = "00"
               DISPLAY "error opening operator file. status="
                       OprFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OperatorFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-OPR-COUNT < 100
                           ADD 1 TO WS-OPR-COUNT
                           MOVE OP-ID TO WS-OT-ID(WS-OPR-COUNT)
                           MOVE OP-STATUS
                               TO WS-OT-STATUS(WS-OPR-COUNT)
                           MOVE OP-PWD-DATE
                               TO WS-OT-PWD-DATE(WS-OPR-COUNT)
                           IF OP-LAST-SIGNON IS NUMERIC
                               MOVE OP-LAST-SIGNON
                                   TO WS-OT-LAST-SIGNON(WS-OPR-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-OT-LAST-SIGNON(WS-OPR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           .

       LOAD-ENTITLEMENTS.
           MOVE 0 TO WS-ENT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT EntitlementFile
           IF EntFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EntitlementFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-ENT-COUNT < 500
                           ADD 1 TO WS-ENT-COUNT
                           MOVE EN-OPERATOR
                               TO WS-ET-OPERATOR(WS-ENT-COUNT)
                           MOVE EN-GRANT TO WS-ET-GRANT(WS-ENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EntitlementFile
           .

      *> part one: every operator, active or not, with the evidence
      *> the reviewing manager needs to keep or remove the access
       REPORT-OPERATORS.
           MOVE "PART 1 - OPERATOR ACCESS" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "ids unused for more than " DELIMITED BY SIZE
                  WS-IDLE-LIMIT DELIMITED BY SIZE
                  " days are flagged STALE" DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "OPERATOR  STATUS  LAST ON    IDLE  PWAGE  GRANTS"
               TO ReportLine
           MOVE "FLAG" TO ReportLine(85:4)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO ReportLine(1:100)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OPR-COUNT
               PERFORM REPORT-ONE-OPERATOR
           END-PERFORM
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> idle days run from the last sign-on, or from the date the
      *> password was last set for an id that has never signed on
       REPORT-ONE-OPERATOR.
           PERFORM BUILD-GRANT-LIST
           EVALUATE WS-OT-STATUS(WS-O)
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN "L"
                   MOVE "LOCKED" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "DEACT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-OT-LAST-SIGNON(WS-O) = 0
               MOVE "NEVER" TO WS-LAST-TEXT
               MOVE WS-OT-PWD-DATE(WS-O) TO WS-IDLE-BASE
           ELSE
               MOVE WS-OT-LAST-SIGNON(WS-O) TO WS-LAST-TEXT
               MOVE WS-OT-LAST-SIGNON(WS-O) TO WS-IDLE-BASE
           END-IF
           MOVE 0 TO WS-IDLE-DAYS
           IF WS-IDLE-BASE > 0
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-IDLE-BASE)
           END-IF
           MOVE 0 TO WS-PWD-AGE
           IF WS-OT-PWD-DATE(WS-O) > 0
               COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OT-PWD-DATE(WS-O))
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-OT-STATUS(WS-O) = "D" AND WS-GRANT-HELD > 0
                   MOVE "DEACT+GRANT" TO WS-FLAG-TEXT
                   ADD 1 TO WS-DEACT-COUNT
               WHEN WS-OT-STATUS(WS-O) NOT = "D"
                       AND WS-IDLE-DAYS > WS-IDLE-LIMIT
                   MOVE "STALE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE
           MOVE WS-OT-ID(WS-O) TO WS-OLN-ID
           MOVE WS-STATUS-TEXT TO WS-OLN-STATUS
           MOVE WS-LAST-TEXT TO WS-OLN-LAST
           MOVE WS-IDLE-DAYS TO WS-OLN-IDLE
           MOVE WS-PWD-AGE TO WS-OLN-PWD-AGE
           MOVE WS-GRANT-LIST TO WS-OLN-GRANTS
           MOVE WS-FLAG-TEXT TO WS-OLN-FLAG
           MOVE WS-OPERATOR-LINE TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       BUILD-GRANT-LIST.
           MOVE SPACES TO WS-GRANT-LIST
           MOVE 1 TO WS-GRANT-PTR
           MOVE 0 TO WS-GRANT-HELD
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ENT-COUNT
               IF WS-ET-OPERATOR(WS-E) = WS-OT-ID(WS-O)
                   ADD 1 TO WS-GRANT-HELD
                   IF WS-GRANT-PTR < 32
                       STRING FUNCTION TRIM(WS-ET-GRANT(WS-E))
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              INTO WS-GRANT-LIST
                              WITH POINTER WS-GRANT-PTR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRANT-HELD = 0
               MOVE "(inquiry only)" TO WS-GRANT-LIST
           END-IF
           .

      *> part two: every approval on the evidence trails is matched
      *> back to the entry that made the change; an approver who is
      *> also the maker is an exception
       REPORT-MAKER-CHECKER.
           MOVE "PART 2 - SEGREGATION OF DUTIES (MAKER = APPROVER)"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "SOURCE    DATE      MAKER     APPROVER  CHANGE"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO ReportLine(1:100)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               PERFORM SCAN-ONE-TRAIL
           END-PERFORM
           IF WS-SOD-COUNT = 0
               MOVE "no change was made and approved by the same id"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ReportLine
           STRING "approvals checked: " DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  "   exceptions: " DELIMITED BY SIZE
                  WS-SOD-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       SCAN-ONE-TRAIL.
           MOVE 0 TO WS-MK-COUNT
           MOVE WS-SRC-PATH(WS-SRC) TO WS-TRAIL-PATH
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TrailFile
           IF TrlFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TrailFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TrailLine NOT = SPACES
                           MOVE TrailLine(1:8) TO WS-ENT-DATE
                           MOVE TrailLine(19:8) TO WS-ENT-OPERATOR
                           EVALUATE WS-SRC-SHAPE(WS-SRC)
                               WHEN "Q"
                                   PERFORM JUDGE-QUEUED-ENTRY
                               WHEN "W"
                                   PERFORM JUDGE-REGISTER-ENTRY
                               WHEN "O"
                                   PERFORM JUDGE-ADMIN-ENTRY
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrailFile
           .

      *> the result is the entry's last word; everything between the
      *> operator and the result is the change itself, written the
      *> same way when it is queued and when it is approved
       JUDGE-QUEUED-ENTRY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TrailLine TRAILING))
               TO WS-LINE-LEN
           MOVE 0 TO WS-LAST-SPACE
           PERFORM VARYING WS-SCAN FROM WS-LINE-LEN BY -1
                   UNTIL WS-SCAN < 28 OR WS-LAST-SPACE > 0
               IF TrailLine(WS-SCAN:1) = SPACE
                   MOVE WS-SCAN TO WS-LAST-SPACE
               END-IF
           END-PERFORM
           IF WS-LAST-SPACE < 29
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENT-RESULT
           MOVE TrailLine(WS-LAST-SPACE + 1:WS-LINE-LEN - WS-LAST-SPACE)
               TO WS-ENT-RESULT
           COMPUTE WS-KEY-LEN = WS-LAST-SPACE - 28
           IF WS-KEY-LEN > 100
               MOVE 100 TO WS-KEY-LEN
           END-IF
           MOVE SPACES TO WS-ENT-KEY
           MOVE TrailLine(28:WS-KEY-LEN) TO WS-ENT-KEY
           EVALUATE WS-ENT-RESULT
               WHEN "QUEUED"
                   PERFORM REMEMBER-MADE-CHANGE
               WHEN "APPROVED"
                   PERFORM MATCH-APPROVAL
           END-EVALUATE
           .

      *> a correction sent back through suspense, or a suspected
      *> duplicate released, is the maker's act on the item; a later
      *> write-off of the same batch and account is the approval
       JUDGE-REGISTER-ENTRY.
           MOVE TrailLine(28:8) TO WS-ENT-RESULT
           MOVE SPACES TO WS-ENT-KEY
           MOVE TrailLine(36:30) TO WS-ENT-KEY
           EVALUATE WS-ENT-RESULT
               WHEN "REPOSTED"
               WHEN "RELEASED"
                   PERFORM REMEMBER-MADE-CHANGE
               WHEN "APPROVED"
                   PERFORM MATCH-APPROVAL
           END-EVALUATE
           .

      *> opadmin refuses most actions on the administrator's own id;
      *> any that reached the log anyway is evidence for the review
       JUDGE-ADMIN-ENTRY.
           MOVE TrailLine(28:8) TO WS-ENT-RESULT
           MOVE TrailLine(47:8) TO WS-ENT-SUBJECT
           ADD 1 TO WS-CHECKED-COUNT
           IF WS-ENT-SUBJECT = WS-ENT-OPERATOR
               MOVE SPACES TO WS-ENT-KEY
               STRING "self-administered " DELIMITED BY SIZE
                      FUNCTION TRIM(TrailLine(28:90))
                      DELIMITED BY SIZE
                      INTO WS-ENT-KEY
               MOVE WS-ENT-OPERATOR TO WS-ENT-SUBJECT
               PERFORM REPORT-SOD-EXCEPTION
           END-IF
           .

       REMEMBER-MADE-CHANGE.
           IF WS-MK-COUNT < 2000
               ADD 1 TO WS-MK-COUNT
               MOVE WS-ENT-KEY TO WS-MK-KEY(WS-MK-COUNT)
               MOVE WS-ENT-OPERATOR TO WS-MK-MAKER(WS-MK-COUNT)
               MOVE WS-ENT-DATE TO WS-MK-DATE(WS-MK-COUNT)
               MOVE "N" TO WS-MK-USED(WS-MK-COUNT)
           END-IF
           .

      *> the approval consumes the earliest unmatched making of the
      *> same change; an approval whose making was purged from the
      *> trail has nothing to compare and is counted only
       MATCH-APPROVAL.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE 0 TO WS-M-FOUND
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MK-COUNT OR WS-M-FOUND > 0
               IF WS-MK-USED(WS-M) = "N"
                       AND WS-MK-KEY(WS-M) = WS-ENT-KEY
                   MOVE WS-M TO WS-M-FOUND
               END-IF
           END-PERFORM
           IF WS-M-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MK-USED(WS-M-FOUND)
           IF WS-MK-MAKER(WS-M-FOUND) = WS-ENT-OPERATOR
               MOVE WS-MK-MAKER(WS-M-FOUND) TO WS-ENT-SUBJECT
               PERFORM REPORT-SOD-EXCEPTION
           END-IF
           .

       REPORT-SOD-EXCEPTION.
           ADD 1 TO WS-SOD-COUNT
           MOVE SPACES TO ReportLine
           STRING WS-SRC-NAME(WS-SRC) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ENT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ENT-SUBJECT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ENT-OPERATOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-KEY) DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> part three: what still waits for a second operator, by
      *> maker; an item whose maker is deactivated, locked or no
      *> longer on file is flagged for the reviewer to clear
       REPORT-PENDING-QUEUES.
           MOVE "PART 3 - CHANGES AWAITING APPROVAL" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
               PERFORM SCAN-ONE-QUEUE
           END-PERFORM
           MOVE SPACES TO ReportLine
           STRING "items awaiting approval: " DELIMITED BY SIZE
                  WS-PEND-COUNT DELIMITED BY SIZE
                  "   maker can no longer sign on: " DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       SCAN-ONE-QUEUE.
           MOVE WS-PQ-PATH(WS-SRC) TO WS-TRAIL-PATH
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TrailFile
           IF TrlFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TrailFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TrailLine NOT = SPACES
                           PERFORM REPORT-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrailFile
           .

       REPORT-ONE-PENDING.
           ADD 1 TO WS-PEND-COUNT
           MOVE TrailLine(120:8) TO WS-ENT-OPERATOR
           MOVE 0 TO WS-O-FOUND
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OPR-COUNT
               IF WS-OT-ID(WS-O) = WS-ENT-OPERATOR
                   MOVE WS-O TO WS-O-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-O-FOUND = 0
               MOVE "NO OPERATOR" TO WS-FLAG-TEXT
           ELSE
               IF WS-OT-STATUS(WS-O-FOUND) NOT = "A"
                   MOVE "MAKER INACT" TO WS-FLAG-TEXT
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           MOVE SPACES TO ReportLine
           STRING WS-PQ-NAME(WS-SRC) DELIMITED BY SIZE
                  "  maker " DELIMITED BY SIZE
                  WS-ENT-OPERATOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TrailLine(1:70) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

      *> the block the reviewing manager signs and returns to audit
       WRITE-SIGNOFF-BLOCK.
           MOVE ALL "=" TO ReportLine(1:100)
           PERFORM WRITE-REPORT-LINE
           MOVE "RECERTIFICATION SIGN-OFF" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "operators reviewed: " DELIMITED BY SIZE
                  WS-OPR-COUNT DELIMITED BY SIZE
                  "   stale ids: " DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  "   deactivated ids holding grants: "
                  DELIMITED BY SIZE
                  WS-DEACT-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "maker/checker exceptions: " DELIMITED BY SIZE
                  WS-SOD-COUNT DELIMITED BY SIZE
                  "   pending items with inactive maker: "
                  DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "I have reviewed the access and the exceptions listed "
               & "above. Each active operator retains only the"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "functions their duties require; every flagged item "
               & "has been actioned as noted below."
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Actions (ids to deactivate, grants to revoke): "
               & "______________________________________________"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           MOVE ALL "_" TO ReportLine(1:93)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Reviewing manager: ______________________________  "
               & "Title: ____________________"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Signature:         ______________________________  "
               & "Date:  ____________________"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-COUNT
           MOVE ReportLine TO WS-RPT-HOLD
           MOVE SPACES TO ReportLine
           STRING WS-RPT-TITLE DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-RPT-HOLD TO ReportLine
           .

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           WRITE ReportLine
           ADD 1 TO WS-LINE-COUNT
           .
