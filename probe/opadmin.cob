      *> trail in the same convention as table.cob's audit.log
      *> (passwords themselves never appear in the log). Sign-on goes
      *> through OPERSIGN like every other gated program.
      *> Update rights are granted per operator on entitlements.dat -
      *> a role from roles.dat or a single function code - and this
      *> program grants and revokes them; an administrator may not
      *> change their own grants.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is OprFileStatus.

           SELECT EntitlementFile
               ASSIGN TO "../entitlements.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is EntFileStatus.

           SELECT RoleFile
               ASSIGN TO "../roles.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RoleFileStatus.

           SELECT AuditFile
               ASSIGN TO "operator-audit.log",
               ORGANIZATION IS LINE SEQUENTIAL,
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile
           record contains 41 characters.
       COPY operrec.

       FD  EntitlementFile
           record contains 35 characters.
       COPY entlrec.

       FD  RoleFile
           record contains 17 characters.
       COPY rolerec.

       FD  AuditFile
           record contains 132 characters.
       01  AuditLine         PIC X(132).
       WORKING-STORAGE SECTION.
       01  OprFileStatus     PIC XX.
       01  AuditFileStatus   PIC XX.
       01  EntFileStatus     PIC XX.
       01  RoleFileStatus    PIC XX.
       01  WS-ENT-EOF        PIC X      VALUE "N".
       01  WS-ROLE-EOF       PIC X      VALUE "N".
       01  WS-OPR-EOF        PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before the file may be updated
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "OPERADM".
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.

      *> the operator table rides in memory for the session and the
              10 WS-OT-STATUS   PIC X.
              10 WS-OT-PWD-DATE PIC 9(08).
              10 WS-OT-FAILS    PIC 9(01).
              10 WS-OT-LAST-SIGNON PIC 9(08).
       01  WS-OPERATOR-LINE.
           05 WS-OL-ID       PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-PWD-DATE PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-FAILS    PIC 9(01)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-LAST-SIGNON PIC 9(08) VALUE 0.

      *> the grants ride in memory beside the operators and the file
      *> is rewritten whole on a grant or revoke
       01  WS-ENT-COUNT      PIC 9(03)  VALUE 0.
       01  WS-E              PIC 9(03)  VALUE 0.
       01  WS-E-FOUND        PIC 9(03)  VALUE 0.
       01  WS-ENT-TABLE.
           05 WS-ENT-ENTRY occurs 1 to 500 times
                   depending on WS-ENT-COUNT.
              10 WS-ET-OPERATOR   PIC X(08).
              10 WS-ET-GRANT      PIC X(08).
              10 WS-ET-DATE       PIC 9(08).
              10 WS-ET-GRANTED-BY PIC X(08).
       01  WS-ENTITLEMENT-LINE.
           05 WS-EL-OPERATOR   PIC X(08)  VALUE SPACES.
           05 FILLER           PIC X      VALUE ",".
           05 WS-EL-GRANT      PIC X(08)  VALUE SPACES.
           05 FILLER           PIC X      VALUE ",".
           05 WS-EL-DATE       PIC 9(08)  VALUE 0.
           05 FILLER           PIC X      VALUE ",".
           05 WS-EL-GRANTED-BY PIC X(08)  VALUE SPACES.

      *> the role reference is read-only here - it is the list of
      *> roles and function codes a grant may name
       01  WS-ROLE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-R              PIC 9(03)  VALUE 0.
       01  WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY occurs 1 to 200 times
                   depending on WS-ROLE-COUNT.
              10 WS-RT-ROLE     PIC X(08).
              10 WS-RT-FUNCTION PIC X(08).
       01  WS-GRANT-KNOWN    PIC X      VALUE "N".
       01  WS-GRANT-LIST     PIC X(60)  VALUE SPACES.
       01  WS-GRANT-PTR      PIC 9(03)  VALUE 1.

       01  WS-INPUT-ID       PIC X(08)  VALUE SPACES.
       01  WS-INPUT-PW       PIC X(08)  VALUE SPACES.
       01  WS-INPUT-GRANT    PIC X(08)  VALUE SPACES.

      *> audit trail support, table.cob's write-audit-record shape
       01  WS-AUDIT-DATE     PIC X(8).
       01  WS-AUDIT-TIME     PIC X(8).
       01  WS-AUDIT-OP       PIC X(8)   VALUE SPACES.
       01  WS-AUDIT-RESULT   PIC X(8)   VALUE SPACES.
       01  WS-AUDIT-DETAIL   PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
               MOVE "SIGNON" TO WS-RUN-STATUS
           ELSE
               PERFORM LOAD-OPERATORS
               PERFORM LOAD-ENTITLEMENTS
               PERFORM LOAD-ROLES
               PERFORM ADMIN-MENU
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
               ACCEPT WS-ENTER-PW
               CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH
                   WS-SIGN-FUNCTION
               EVALUATE WS-SIGN-RESULT
                   WHEN "Y"
                       MOVE WS-ENTER-ID TO WS-OPERATOR-ID
               DISPLAY "  D - deactivate an operator"
               DISPLAY "  P - reset a password"
               DISPLAY "  U - unlock an operator"
               DISPLAY "  G - grant a role or function"
               DISPLAY "  R - revoke a role or function"
               DISPLAY "  L - list roles and functions"
               DISPLAY "  I - inquire (list all)"
               DISPLAY "  X - exit menu"
               DISPLAY "-----------------------------"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM UNLOCK-OPERATOR
                       END-IF
                   WHEN "G"
                   WHEN "g"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM GRANT-ENTITLEMENT
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM CHECK-UPDATE-AUTHORITY
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM REVOKE-ENTITLEMENT
                       END-IF
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ROLES
                   WHEN "I"
                   WHEN "i"
                       PERFORM INQUIRE-OPERATORS
           END-IF
           DISPLAY "initial password: " WITH NO ADVANCING
           ACCEPT WS-INPUT-PW
           ADD 1 TO WS-OPR-COUNT
           MOVE WS-INPUT-ID TO WS-OT-ID(WS-OPR-COUNT)
           MOVE WS-INPUT-PW TO WS-OT-PASSWORD(WS-OPR-COUNT)
      *> a new operator starts inquire-only until granted functions
           MOVE "I" TO WS-OT-AUTH(WS-OPR-COUNT)
           MOVE "A" TO WS-OT-STATUS(WS-OPR-COUNT)
           MOVE WS-TODAY TO WS-OT-PWD-DATE(WS-OPR-COUNT)
           MOVE 0 TO WS-OT-FAILS(WS-OPR-COUNT)
           MOVE 0 TO WS-OT-LAST-SIGNON(WS-OPR-COUNT)
           PERFORM SAVE-OPERATORS
           MOVE "ADD" TO WS-AUDIT-OP
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "operator " WS-INPUT-ID " added - inquiry "
                   "only until granted a role or function"
           .

       DEACTIVATE-OPERATOR.
           DISPLAY "operator " WS-INPUT-ID " unlocked"
           .

      *> a grant must name a role or a function code carried on
      *> roles.dat, and is refused if the operator already holds it
       GRANT-ENTITLEMENT.
           DISPLAY "operator id to grant to: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           PERFORM FIND-OPERATOR-INDEX
           IF WS-O-FOUND = 0
               DISPLAY "operator " WS-INPUT-ID " not found"
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-ID = WS-OPERATOR-ID
               DISPLAY "an administrator cannot change their own "
                       "grants"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "role or function: " WITH NO ADVANCING
           ACCEPT WS-INPUT-GRANT
           MOVE "N" TO WS-GRANT-KNOWN
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROLE-COUNT
               IF WS-RT-ROLE(WS-R) = WS-INPUT-GRANT
                   OR WS-RT-FUNCTION(WS-R) = WS-INPUT-GRANT
                   MOVE "Y" TO WS-GRANT-KNOWN
               END-IF
           END-PERFORM
           IF WS-GRANT-KNOWN = "N"
               DISPLAY WS-INPUT-GRANT " is not a role or function "
                       "on the role reference"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GRANT-INDEX
           IF WS-E-FOUND > 0
               DISPLAY "operator " WS-INPUT-ID " already holds "
                       WS-INPUT-GRANT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-COUNT NOT < 500
               DISPLAY "entitlement file is full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-INPUT-ID TO WS-ET-OPERATOR(WS-ENT-COUNT)
           MOVE WS-INPUT-GRANT TO WS-ET-GRANT(WS-ENT-COUNT)
           MOVE WS-TODAY TO WS-ET-DATE(WS-ENT-COUNT)
           MOVE WS-OPERATOR-ID TO WS-ET-GRANTED-BY(WS-ENT-COUNT)
           PERFORM SAVE-ENTITLEMENTS
           MOVE "GRANT" TO WS-AUDIT-OP
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           MOVE WS-INPUT-GRANT TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-DETAIL
           DISPLAY WS-INPUT-GRANT " granted to " WS-INPUT-ID
           .

       REVOKE-ENTITLEMENT.
           DISPLAY "operator id to revoke from: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           IF WS-INPUT-ID = WS-OPERATOR-ID
               DISPLAY "an administrator cannot change their own "
                       "grants"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "role or function: " WITH NO ADVANCING
           ACCEPT WS-INPUT-GRANT
           PERFORM FIND-GRANT-INDEX
           IF WS-E-FOUND = 0
               DISPLAY "operator " WS-INPUT-ID " does not hold "
                       WS-INPUT-GRANT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-E FROM WS-E-FOUND BY 1
                   UNTIL WS-E NOT < WS-ENT-COUNT
               MOVE WS-ENT-ENTRY(WS-E + 1) TO WS-ENT-ENTRY(WS-E)
           END-PERFORM
           SUBTRACT 1 FROM WS-ENT-COUNT
           PERFORM SAVE-ENTITLEMENTS
           MOVE "REVOKE" TO WS-AUDIT-OP
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           MOVE WS-INPUT-GRANT TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-DETAIL
           DISPLAY WS-INPUT-GRANT " revoked from " WS-INPUT-ID
           .

       LIST-ROLES.
           IF WS-ROLE-COUNT = 0
               DISPLAY "no roles on the role reference"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROLE-COUNT
               DISPLAY "role " WS-RT-ROLE(WS-R) " function "
                       WS-RT-FUNCTION(WS-R)
           END-PERFORM
           .

       INQUIRE-OPERATORS.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OPR-COUNT
               PERFORM BUILD-GRANT-LIST
               DISPLAY WS-OT-ID(WS-O)
                       " status " WS-OT-STATUS(WS-O)
                       " password set " WS-OT-PWD-DATE(WS-O)
                       " fails " WS-OT-FAILS(WS-O)
                       " last sign-on " WS-OT-LAST-SIGNON(WS-O)
               DISPLAY "         grants "
                       FUNCTION TRIM(WS-GRANT-LIST)
           END-PERFORM
           .

      *> the operator's grants strung together for the inquiry line
       BUILD-GRANT-LIST.
           MOVE SPACES TO WS-GRANT-LIST
           MOVE 1 TO WS-GRANT-PTR
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ENT-COUNT
               IF WS-ET-OPERATOR(WS-E) = WS-OT-ID(WS-O)
                   AND WS-GRANT-PTR < 52
                   STRING FUNCTION TRIM(WS-ET-GRANT(WS-E))
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO WS-GRANT-LIST
                          WITH POINTER WS-GRANT-PTR
               END-IF
           END-PERFORM
           IF WS-GRANT-LIST = SPACES
               MOVE "(none - inquiry only)" TO WS-GRANT-LIST
           END-IF
           .

       FIND-GRANT-INDEX.
           MOVE 0 TO WS-E-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ENT-COUNT
               IF WS-ET-OPERATOR(WS-E) = WS-INPUT-ID
                   AND WS-ET-GRANT(WS-E) = WS-INPUT-GRANT
                   MOVE WS-E TO WS-E-FOUND
               END-IF
           END-PERFORM
           .

                           MOVE OP-PWD-DATE
                               TO WS-OT-PWD-DATE(WS-OPR-COUNT)
                           MOVE OP-FAILS TO WS-OT-FAILS(WS-OPR-COUNT)
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
               MOVE WS-OT-STATUS(WS-O) TO WS-OL-STATUS
               MOVE WS-OT-PWD-DATE(WS-O) TO WS-OL-PWD-DATE
               MOVE WS-OT-FAILS(WS-O) TO WS-OL-FAILS
               MOVE WS-OT-LAST-SIGNON(WS-O) TO WS-OL-LAST-SIGNON
               WRITE OPERATOR-RECORD FROM WS-OPERATOR-LINE
           END-PERFORM
           CLOSE OperatorFile
           .

      *> a missing entitlement file is an empty one - the first grant
      *> creates it
       LOAD-ENTITLEMENTS.
           MOVE 0 TO WS-ENT-COUNT
           MOVE "N" TO WS-ENT-EOF
           OPEN INPUT EntitlementFile
           IF EntFileStatus = "35"
               EXIT PARAGRAPH
           END-IF
           IF EntFileStatus NOT = "00"
               DISPLAY "error opening entitlement file. status="
                       EntFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENT-EOF = "Y"
               READ EntitlementFile
                   AT END
                       MOVE "Y" TO WS-ENT-EOF
                   NOT AT END
                       IF WS-ENT-COUNT < 500
                           ADD 1 TO WS-ENT-COUNT
                           MOVE EN-OPERATOR
                               TO WS-ET-OPERATOR(WS-ENT-COUNT)
                           MOVE EN-GRANT TO WS-ET-GRANT(WS-ENT-COUNT)
                           MOVE EN-GRANT-DATE
                               TO WS-ET-DATE(WS-ENT-COUNT)
                           MOVE EN-GRANTED-BY
                               TO WS-ET-GRANTED-BY(WS-ENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EntitlementFile
           .

       SAVE-ENTITLEMENTS.
           OPEN OUTPUT EntitlementFile
           IF EntFileStatus NOT = "00"
               DISPLAY "error rewriting entitlement file. status="
                       EntFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ENT-COUNT
               MOVE WS-ET-OPERATOR(WS-E) TO WS-EL-OPERATOR
               MOVE WS-ET-GRANT(WS-E) TO WS-EL-GRANT
               MOVE WS-ET-DATE(WS-E) TO WS-EL-DATE
               MOVE WS-ET-GRANTED-BY(WS-E) TO WS-EL-GRANTED-BY
               WRITE ENTITLEMENT-RECORD FROM WS-ENTITLEMENT-LINE
           END-PERFORM
           CLOSE EntitlementFile
           .

       LOAD-ROLES.
           MOVE 0 TO WS-ROLE-COUNT
           MOVE "N" TO WS-ROLE-EOF
           OPEN INPUT RoleFile
           IF RoleFileStatus NOT = "00"
               DISPLAY "error opening role file. status="
                       RoleFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ROLE-EOF = "Y"
               READ RoleFile
                   AT END
                       MOVE "Y" TO WS-ROLE-EOF
                   NOT AT END
                       IF WS-ROLE-COUNT < 200
                           ADD 1 TO WS-ROLE-COUNT
                           MOVE RL-ROLE TO WS-RT-ROLE(WS-ROLE-COUNT)
                           MOVE RL-FUNCTION
                               TO WS-RT-FUNCTION(WS-ROLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RoleFile
           .

      *> append a dated entry for each administration action - the
      *> action and the id it touched, never the password itself
       WRITE-AUDIT-RECORD.
                  WS-INPUT-ID DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-DETAIL DELIMITED BY SIZE
                  INTO AuditLine
           WRITE AuditLine
           CLOSE AuditFile
