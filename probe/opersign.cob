      *> operator's failed-attempt count and locks the id at the
      *> limit; a correct sign-on resets the count; a password older
      *> than the expiry window refuses sign-on until the
      *> administrator resets it; a good sign-on is dated on the
      *> operator record. Results: Y signed on, N invalid,
      *> L locked, D deactivated, E password expired.
      *> The caller names the function it is about to open (a code
      *> from roles.dat, or spaces for an inquiry-only sign-on); the
      *> authority returned is "A" only when the operator holds that
      *> function on entitlements.dat, directly or through a role,
      *> and "I" otherwise. OP-AUTHORITY on the operator record no
      *> longer grants anything.
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

       WORKING-STORAGE SECTION.
       01  OprFileStatus     PIC XX.
       01  EntFileStatus     PIC XX.
       01  RoleFileStatus    PIC XX.
       01  WS-OPR-EOF        PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-PWD-AGE-DAYS   PIC S9(07) VALUE 0.
              10 WS-OT-STATUS   PIC X.
              10 WS-OT-PWD-DATE PIC 9(08).
              10 WS-OT-FAILS    PIC 9(01).
              10 WS-OT-LAST-SIGNON PIC 9(08).

      *> the signed-on operator's grants, gathered from the
      *> entitlement file before any role is expanded
       01  WS-ENT-EOF        PIC X      VALUE "N".
       01  WS-ROLE-EOF       PIC X      VALUE "N".
       01  WS-GRANTED        PIC X      VALUE "N".
       01  WS-GRANT-COUNT    PIC 9(02)  VALUE 0.
       01  WS-G              PIC 9(02)  VALUE 0.
       01  WS-GRANT-TABLE.
           05 WS-GRANT-CODE occurs 50 times PIC X(08).
       01  WS-OPERATOR-LINE.
           05 WS-OL-ID       PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-PWD-DATE PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-FAILS    PIC 9(01)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-OL-LAST-SIGNON PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01  LK-ID             PIC X(08).
      *> Y signed on, N invalid id/password, L locked, D deactivated,
      *> E password expired
       01  LK-RESULT         PIC X.
      *> A the requested function is granted, I it is not
       01  LK-AUTHORITY      PIC X.
       01  LK-FUNCTION       PIC X(08).

       PROCEDURE DIVISION USING LK-ID LK-PASSWORD LK-RESULT
               LK-AUTHORITY LK-FUNCTION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE "E" TO LK-RESULT
                   ELSE
                       MOVE "Y" TO LK-RESULT
                       MOVE "I" TO LK-AUTHORITY
                       IF LK-FUNCTION NOT = SPACES
                           PERFORM CHECK-ENTITLEMENT
                       END-IF
      *> the last-sign-on date is kept for access recertification;
      *> the file is rewritten at most once a day per operator
                       IF WS-OT-FAILS(WS-O-FOUND) > 0
                           OR WS-OT-LAST-SIGNON(WS-O-FOUND)
                               NOT = WS-TODAY
                           MOVE 0 TO WS-OT-FAILS(WS-O-FOUND)
                           MOVE WS-TODAY
                               TO WS-OT-LAST-SIGNON(WS-O-FOUND)
                           PERFORM SAVE-OPERATORS
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *> a function is granted when the operator holds it directly or
      *> holds a role that carries it; a missing entitlement or role
      *> file grants nothing
       CHECK-ENTITLEMENT.
           MOVE "N" TO WS-GRANTED
           PERFORM LOAD-GRANTS
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRANT-COUNT
               IF WS-GRANT-CODE(WS-G) = LK-FUNCTION
                   MOVE "Y" TO WS-GRANTED
               END-IF
           END-PERFORM
           IF WS-GRANTED = "N" AND WS-GRANT-COUNT > 0
               PERFORM EXPAND-ROLES
           END-IF
           IF WS-GRANTED = "Y"
               MOVE "A" TO LK-AUTHORITY
           END-IF
           .

       LOAD-GRANTS.
           MOVE 0 TO WS-GRANT-COUNT
           MOVE "N" TO WS-ENT-EOF
           OPEN INPUT EntitlementFile
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
                       IF EN-OPERATOR = LK-ID
                           AND WS-GRANT-COUNT < 50
                           ADD 1 TO WS-GRANT-COUNT
                           MOVE EN-GRANT
                               TO WS-GRANT-CODE(WS-GRANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EntitlementFile
           .

       EXPAND-ROLES.
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
                       IF RL-FUNCTION = LK-FUNCTION
                           PERFORM VARYING WS-G FROM 1 BY 1
                                   UNTIL WS-G > WS-GRANT-COUNT
                               IF WS-GRANT-CODE(WS-G) = RL-ROLE
                                   MOVE "Y" TO WS-GRANTED
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RoleFile
           .

       AGE-FAIL-COUNT.
           IF WS-OT-FAILS(WS-O-FOUND) < 9
               ADD 1 TO WS-OT-FAILS(WS-O-FOUND)
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
