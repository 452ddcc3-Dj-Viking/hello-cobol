      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispmaint.
      *> Dispute case maintenance. Each case names the ledger.dat
      *> posting it disputes - account, posting date, posted amount,
      *> and originating batch - and is only opened when that posting
      *> is actually on the ledger and not already under an open case.
      *> Opening a case moves the posted amount to the disputes
      *> account; resolving it either releases the amount back to the
      *> account or writes it back to the write-off account. Those
      *> movements are never keyed by hand: when the session ends they
      *> go out as one numbered H/D/T transfer batch for math.cob, with
      *> a trailer that proves out, and each case is stamped with the
      *> batch that carried its movement. Every open, note, and
      *> resolution lands on the case's dated note trail with the
      *> operator who made it. The operator signs on through OPERSIGN;
      *> any operator may list and inquire, but only one granted
      *> dispute maintenance may open, note, or resolve a case, and a
      *> write-back also needs the write-off function.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile
               ASSIGN TO "disputes.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DspFileStatus.

      *> the dated note trail, one line per action or note on a case,
      *> appended
           SELECT NoteFile
               ASSIGN TO "dispute-notes.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is NoteFileStatus.

           SELECT LedgerFile
               ASSIGN TO "ledger.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> last dispute batch number issued, so every batch gets a
      *> fresh number the run-control registry has never seen
           SELECT DspControlFile
               ASSIGN TO "dispute-control.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DctFileStatus.

      *> one numbered batch file per batch built, so a batch not yet
      *> fed to math.cob is never overwritten by the next session's
           SELECT DspBatchFile
               ASSIGN TO DYNAMIC WS-BATCH-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BatFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile
           record contains 143 characters.
       COPY disputerec.

      *> case number, date and time, operator, and the note text
       FD  NoteFile
           record contains 92 characters.
       01  NOTE-RECORD.
           05 DN-CASE-ID     PIC 9(06).
           05 FILLER         PIC X.
           05 DN-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 DN-TIME        PIC 9(06).
           05 FILLER         PIC X.
           05 DN-OPERATOR    PIC X(08).
           05 FILLER         PIC X.
           05 DN-TEXT        PIC X(60).

       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  DspControlFile
           record contains 6 characters.
       01  DSPCTL-RECORD.
           05 DC-LAST-BATCH  PIC 9(06).

      *> the batch file keeps math.cob's TRANSACTION-RECORD shape
       FD  DspBatchFile
           record contains 39 characters.
       01  DSP-BATCH-RECORD  PIC X(39).

       WORKING-STORAGE SECTION.
       01  DspFileStatus     PIC XX.
       01  NoteFileStatus    PIC XX.
       01  LgrFileStatus     PIC XX.
       01  DctFileStatus     PIC XX.
       01  BatFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-TODAY          PIC 9(08)  VALUE 0.
       01  WS-NOW            PIC 9(08)  VALUE 0.
       01  WS-MENU-CHOICE    PIC X      VALUE SPACE.
       01  WS-MENU-DONE      PIC X      VALUE "N".
      *> parameters for the CALL to GETPARM
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "DISPMAINT".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ACCTLOOKUP - the disputes account
      *> must be open on the master or math.cob rejects every leg
       01  WS-ACL-MODE       PIC X      VALUE "A".
       01  WS-ACL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-ACL-NAME       PIC X(24)  VALUE SPACES.
       01  WS-ACL-STATUS     PIC X(06)  VALUE SPACES.
       01  WS-ACL-FOUND      PIC X      VALUE "N".
       01  WS-ACL-OPEN-OK    PIC X      VALUE "Y".

      *> operator sign-on support - verification goes through the
      *> shared OPERSIGN service, table.cob's convention
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.
       01  WS-SIGNON-OK      PIC X      VALUE "N".
       01  WS-SIGNON-TRIES   PIC 9(1)   VALUE 0.
       01  WS-ENTER-ID       PIC X(08)  VALUE SPACES.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before a case may be opened,
      *> noted, or resolved
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "DISPUTE".
      *> writing a disputed amount back to the write-off account is a
      *> write-off, so it also takes writeoff.cob's function
       01  WS-WOFF-FUNCTION  PIC X(08)  VALUE "WRITEOFF".
       01  WS-WOFF-AUTH      PIC X      VALUE SPACE.

      *> the account disputed amounts are parked on while a case is
      *> open, and the write-off account a written-back amount goes
      *> to; overridable through DISPUTE_ACCOUNT and WRITEOFF_ACCOUNT
       01  WS-DSPACCT-ENV    PIC X(08)  VALUE SPACES.
       01  WS-DISPUTE-ACCT   PIC 9(08)  VALUE 10000008.
       01  WS-WOACCT-ENV     PIC X(08)  VALUE SPACES.
       01  WS-WRITEOFF-ACCT  PIC 9(08)  VALUE 99999999.

      *> the case file rides in memory for the session and is
      *> rewritten whole after every change
       01  WS-CASE-COUNT     PIC 9(04)  VALUE 0.
       01  WS-C              PIC 9(04)  VALUE 0.
       01  WS-C-FOUND        PIC 9(04)  VALUE 0.
       01  WS-LAST-CASE-ID   PIC 9(06)  VALUE 0.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY occurs 1 to 2000 times
                   depending on WS-CASE-COUNT.
              10 WS-CS-ID        PIC 9(06).
              10 WS-CS-ACCOUNT   PIC 9(08).
              10 WS-CS-DATE      PIC 9(08).
              10 WS-CS-AMOUNT    PIC S9(09)V99.
              10 WS-CS-BATCH     PIC 9(06).
              10 WS-CS-STATUS    PIC X(08).
              10 WS-CS-OPENED    PIC 9(08).
              10 WS-CS-OPENED-BY PIC X(08).
              10 WS-CS-OPEN-BAT  PIC 9(06).
              10 WS-CS-RESOLVED  PIC 9(08).
              10 WS-CS-RES-BY    PIC X(08).
              10 WS-CS-RES-BAT   PIC 9(06).
              10 WS-CS-REASON    PIC X(40).

       01  WS-INPUT-CASE     PIC 9(06)  VALUE 0.
       01  WS-INPUT-ACCOUNT  PIC 9(08)  VALUE 0.
       01  WS-INPUT-DATE     PIC 9(08)  VALUE 0.
       01  WS-INPUT-AMOUNT-X PIC X(20)  VALUE SPACES.
       01  WS-INPUT-AMOUNT   PIC S9(09)V99 VALUE 0.
       01  WS-INPUT-BATCH    PIC 9(06)  VALUE 0.
       01  WS-INPUT-REASON   PIC X(40)  VALUE SPACES.
       01  WS-INPUT-NOTE     PIC X(60)  VALUE SPACES.
       01  WS-ACTION         PIC X      VALUE SPACE.
       01  WS-POSTING-FOUND  PIC X      VALUE "N".
       01  WS-SHOW-AMOUNT    PIC -(9)9.99.
      *> a transfer detail carries at most S9(07)V99
       01  WS-MAX-TRANSFER   PIC 9(07)V99 VALUE 9999999.99.
       01  WS-OPEN-COUNT     PIC 9(04)  VALUE 0.
       01  WS-OPENED-COUNT   PIC 9(04)  VALUE 0.
       01  WS-RESOLVED-COUNT PIC 9(04)  VALUE 0.
       01  WS-PENDING-COUNT  PIC 9(04)  VALUE 0.

      *> the note line is built here, where the comma separators'
      *> VALUE clauses take effect
       01  WS-NOTE-LINE.
           05 WS-NL-CASE     PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-NL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-NL-TIME     PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-NL-OPERATOR PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-NL-TEXT     PIC X(60)  VALUE SPACES.

       01  WS-CASE-LINE.
           05 WS-CL-ID       PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-ACCOUNT  PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-AMOUNT   PIC S9(09)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-BATCH    PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-STATUS   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-OPENED   PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-OPENED-BY PIC X(08) VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-OPEN-BAT PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-RESOLVED PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-RES-BY   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-RES-BAT  PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-REASON   PIC X(40)  VALUE SPACES.

      *> the dispute posting batch
       01  WS-BATCH-PATH     PIC X(100) VALUE SPACES.
       01  WS-DSP-BATCH      PIC 9(06)  VALUE 0.
       01  WS-DTL-COUNT      PIC 9(06)  VALUE 0.
       01  WS-HASH-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-XFR-FROM       PIC 9(08)  VALUE 0.
       01  WS-XFR-TO         PIC 9(08)  VALUE 0.
       01  WS-XFR-AMOUNT     PIC S9(09)V99 VALUE 0.
       01  WS-XFR-SWAP       PIC 9(08)  VALUE 0.

      *> the H/D/T records are built here in math.cob's transaction
      *> field pictures; every dispute movement is a T transfer in
      *> the base currency, since the ledger amount it moves is
      *> already converted
       01  WS-OUT-HEADER.
           05 FILLER         PIC X      VALUE "H".
           05 WS-OH-BATCH    PIC 9(06)  VALUE 0.
           05 WS-OH-DATE     PIC 9(08)  VALUE 0.
           05 WS-OH-SENDER   PIC X(08)  VALUE "INTERNAL".
           05 FILLER         PIC X(16)  VALUE SPACES.
       01  WS-OUT-TRANSFER.
           05 FILLER         PIC X      VALUE "D".
           05 WS-OX-ACCOUNT  PIC 9(08)  VALUE 0.
           05 WS-OX-DATE     PIC 9(08)  VALUE 0.
           05 WS-OX-OP       PIC X      VALUE "T".
           05 WS-OX-CUR      PIC X(03)  VALUE "USD".
           05 WS-OX-TO       PIC 9(08)  VALUE 0.
           05 WS-OX-AMOUNT   PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE SPACE.
       01  WS-OUT-TRAILER.
           05 FILLER         PIC X      VALUE "T".
           05 WS-OT-COUNT    PIC 9(06)  VALUE 0.
           05 WS-OT-HASH     PIC S9(11)V99 VALUE 0.
           05 FILLER         PIC X(19)  VALUE SPACES.

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
               PERFORM RESOLVE-ACCOUNTS
               PERFORM LOAD-CASES
               PERFORM DISPUTE-MENU
               PERFORM BUILD-POSTING-BATCH
               MOVE "OK" TO WS-RUN-STATUS
           END-IF
           PERFORM END-RUN
           .

      *> every way out of the session, a fatal control-file error
      *> included, closes its run-log entry
       END-RUN.
           COMPUTE WS-RUN-PROCESSED =
               WS-OPENED-COUNT + WS-RESOLVED-COUNT
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN
           .

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

       RESOLVE-ACCOUNTS.
           MOVE "DISPUTE_ACCOUNT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:8) TO WS-DSPACCT-ENV
           ELSE
               ACCEPT WS-DSPACCT-ENV FROM ENVIRONMENT
                   "DISPUTE_ACCOUNT"
           END-IF
           IF WS-DSPACCT-ENV NOT = SPACES
               COMPUTE WS-DISPUTE-ACCT =
                   FUNCTION NUMVAL(WS-DSPACCT-ENV)
           END-IF
           MOVE "WRITEOFF_ACCOUNT" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:8) TO WS-WOACCT-ENV
           ELSE
               ACCEPT WS-WOACCT-ENV FROM ENVIRONMENT
                   "WRITEOFF_ACCOUNT"
           END-IF
           IF WS-WOACCT-ENV NOT = SPACES
               COMPUTE WS-WRITEOFF-ACCT =
                   FUNCTION NUMVAL(WS-WOACCT-ENV)
           END-IF
           .

       DISPUTE-MENU.
           MOVE "N" TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = "Y"
               DISPLAY "============================="
               DISPLAY "dispute case maintenance"
               DISPLAY "  L - list open cases"
               DISPLAY "  I - inquire on a case"
               DISPLAY "  O - open a case"
               DISPLAY "  U - update a case with a note"
               DISPLAY "  R - resolve a case"
               DISPLAY "  X - exit and batch the postings"
               DISPLAY "-----------------------------"
               DISPLAY "selection: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-OPEN-CASES
                   WHEN "I"
                   WHEN "i"
                       PERFORM INQUIRE-CASE
                   WHEN "O"
                   WHEN "o"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM OPEN-CASE
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized to open cases"
                       END-IF
                   WHEN "U"
                   WHEN "u"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM UPDATE-CASE
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized to update cases"
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM RESOLVE-CASE
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized to resolve cases"
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-MENU-DONE
                   WHEN OTHER
                       DISPLAY "invalid selection"
               END-EVALUATE
           END-PERFORM
           .

       LIST-OPEN-CASES.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT
               IF WS-CS-STATUS(WS-C) = "OPEN"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-CS-AMOUNT(WS-C) TO WS-SHOW-AMOUNT
                   DISPLAY "case " WS-CS-ID(WS-C) " opened "
                           WS-CS-OPENED(WS-C) " account "
                           WS-CS-ACCOUNT(WS-C) " posted "
                           WS-CS-DATE(WS-C) " " WS-SHOW-AMOUNT
                           " batch " WS-CS-BATCH(WS-C)
               END-IF
           END-PERFORM
           DISPLAY WS-OPEN-COUNT " open case(s)"
           .

       INQUIRE-CASE.
           DISPLAY "case number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CASE
           PERFORM FIND-CASE
           IF WS-C-FOUND = 0
               DISPLAY "case " WS-INPUT-CASE " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE
           PERFORM LIST-CASE-NOTES
           .

       SHOW-CASE.
           MOVE WS-CS-AMOUNT(WS-C-FOUND) TO WS-SHOW-AMOUNT
           DISPLAY "============================="
           DISPLAY "case " WS-CS-ID(WS-C-FOUND) " "
                   WS-CS-STATUS(WS-C-FOUND)
           DISPLAY "posting: account " WS-CS-ACCOUNT(WS-C-FOUND)
                   " date " WS-CS-DATE(WS-C-FOUND) " amount "
                   WS-SHOW-AMOUNT " batch " WS-CS-BATCH(WS-C-FOUND)
           DISPLAY "reason: " FUNCTION TRIM(WS-CS-REASON(WS-C-FOUND))
           DISPLAY "opened " WS-CS-OPENED(WS-C-FOUND) " by "
                   WS-CS-OPENED-BY(WS-C-FOUND) " transfer batch "
                   WS-CS-OPEN-BAT(WS-C-FOUND)
           IF WS-CS-STATUS(WS-C-FOUND) NOT = "OPEN"
               DISPLAY "resolved " WS-CS-RESOLVED(WS-C-FOUND) " by "
                       WS-CS-RES-BY(WS-C-FOUND) " posting batch "
                       WS-CS-RES-BAT(WS-C-FOUND)
           END-IF
           .

       LIST-CASE-NOTES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT NoteFile
           IF NoteFileStatus NOT = "00"
               DISPLAY "(no case notes)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ NoteFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DN-CASE-ID = WS-CS-ID(WS-C-FOUND)
                           DISPLAY "  " DN-DATE " " DN-TIME " "
                                   DN-OPERATOR " "
                                   FUNCTION TRIM(DN-TEXT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile
           .

      *> the case must name a posting that is on the ledger exactly
      *> as keyed, and one posting carries at most one open case
       OPEN-CASE.
           DISPLAY "account: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           DISPLAY "posting date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           DISPLAY "posted amount: " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-X
           DISPLAY "posting batch: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BATCH
           IF FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-X) NOT = 0
               DISPLAY "amount is not numeric - case not opened"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INPUT-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT-X)
           IF WS-INPUT-AMOUNT = 0
               DISPLAY "a zero posting has nothing to dispute - case "
                       "not opened"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION ABS(WS-INPUT-AMOUNT) > WS-MAX-TRANSFER
               DISPLAY "amount is larger than one transfer can move "
                       "- case not opened"
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-ACCOUNT = WS-DISPUTE-ACCT
                   OR WS-INPUT-ACCOUNT = WS-WRITEOFF-ACCT
               DISPLAY "postings to the disputes or write-off account "
                       "cannot be disputed - case not opened"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LEDGER-POSTING
           IF WS-POSTING-FOUND NOT = "Y"
               DISPLAY "no posting on the ledger matches that account, "
                       "date, amount, and batch - case not opened"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT
               IF WS-CS-STATUS(WS-C) = "OPEN"
                       AND WS-CS-ACCOUNT(WS-C) = WS-INPUT-ACCOUNT
                       AND WS-CS-DATE(WS-C) = WS-INPUT-DATE
                       AND WS-CS-AMOUNT(WS-C) = WS-INPUT-AMOUNT
                       AND WS-CS-BATCH(WS-C) = WS-INPUT-BATCH
                   DISPLAY "posting is already under open case "
                           WS-CS-ID(WS-C) " - case not opened"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CASE-COUNT NOT < 2000
               DISPLAY "dispute case file is full - case not opened"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "reason for the dispute: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "a case needs a reason - case not opened"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAST-CASE-ID
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-LAST-CASE-ID TO WS-CS-ID(WS-CASE-COUNT)
           MOVE WS-INPUT-ACCOUNT TO WS-CS-ACCOUNT(WS-CASE-COUNT)
           MOVE WS-INPUT-DATE TO WS-CS-DATE(WS-CASE-COUNT)
           MOVE WS-INPUT-AMOUNT TO WS-CS-AMOUNT(WS-CASE-COUNT)
           MOVE WS-INPUT-BATCH TO WS-CS-BATCH(WS-CASE-COUNT)
           MOVE "OPEN" TO WS-CS-STATUS(WS-CASE-COUNT)
           MOVE WS-TODAY TO WS-CS-OPENED(WS-CASE-COUNT)
           MOVE WS-OPERATOR-ID TO WS-CS-OPENED-BY(WS-CASE-COUNT)
           MOVE 0 TO WS-CS-OPEN-BAT(WS-CASE-COUNT)
           MOVE 0 TO WS-CS-RESOLVED(WS-CASE-COUNT)
           MOVE SPACES TO WS-CS-RES-BY(WS-CASE-COUNT)
           MOVE 0 TO WS-CS-RES-BAT(WS-CASE-COUNT)
           MOVE WS-INPUT-REASON TO WS-CS-REASON(WS-CASE-COUNT)
           PERFORM SAVE-CASES
           MOVE WS-CASE-COUNT TO WS-C-FOUND
           MOVE SPACES TO WS-INPUT-NOTE
           STRING "OPENED: " DELIMITED BY SIZE
                  WS-INPUT-REASON DELIMITED BY SIZE
                  INTO WS-INPUT-NOTE
           PERFORM WRITE-CASE-NOTE
           ADD 1 TO WS-OPENED-COUNT
           DISPLAY "case " WS-LAST-CASE-ID " opened - the transfer to "
                   "disputes is batched when the session ends"
           .

       FIND-LEDGER-POSTING.
           MOVE "N" TO WS-POSTING-FOUND
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LedgerFile
           IF LgrFileStatus NOT = "00"
               DISPLAY "no ledger found. status=" LgrFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y" OR WS-POSTING-FOUND = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LGR-ACCOUNT = WS-INPUT-ACCOUNT
                               AND LGR-DATE = WS-INPUT-DATE
                               AND LGR-AMOUNT = WS-INPUT-AMOUNT
                               AND LGR-BATCH = WS-INPUT-BATCH
                           MOVE "Y" TO WS-POSTING-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           .

       UPDATE-CASE.
           DISPLAY "case number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CASE
           PERFORM FIND-CASE
           IF WS-C-FOUND = 0
               DISPLAY "case " WS-INPUT-CASE " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE
           DISPLAY "note: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NOTE
           IF WS-INPUT-NOTE = SPACES
               DISPLAY "no note entered - case unchanged"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CASE-NOTE
           DISPLAY "note added to case " WS-CS-ID(WS-C-FOUND)
           .

      *> R releases the parked amount back to the account - the
      *> posting stands; W writes it back to the write-off account
       RESOLVE-CASE.
           DISPLAY "case number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CASE
           PERFORM FIND-CASE
           IF WS-C-FOUND = 0
               DISPLAY "case " WS-INPUT-CASE " not found"
               EXIT PARAGRAPH
           END-IF
           IF WS-CS-STATUS(WS-C-FOUND) NOT = "OPEN"
               DISPLAY "case " WS-INPUT-CASE " is already "
                       FUNCTION TRIM(WS-CS-STATUS(WS-C-FOUND))
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE
           DISPLAY "-----------------------------"
           DISPLAY "R - release back to account "
                   WS-CS-ACCOUNT(WS-C-FOUND)
           DISPLAY "W - write back to write-off account "
                   WS-WRITEOFF-ACCT
           DISPLAY "K - keep open"
           DISPLAY "action: " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-ACTION
               WHEN "W"
               WHEN "w"
                   PERFORM CHECK-WRITEOFF-AUTHORITY
                   IF WS-WOFF-AUTH NOT = "A"
                       DISPLAY "operator " WS-OPERATOR-ID " is not "
                               "authorized to write off - case kept "
                               "open"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "W" TO WS-ACTION
               WHEN OTHER
                   DISPLAY "case kept open"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "resolution note: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "a resolution needs a note - case kept open"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT-NOTE
           IF WS-ACTION = "R"
               MOVE "RELEASED" TO WS-CS-STATUS(WS-C-FOUND)
               STRING "RELEASED: " DELIMITED BY SIZE
                      WS-INPUT-REASON DELIMITED BY SIZE
                      INTO WS-INPUT-NOTE
           ELSE
               MOVE "WRITBACK" TO WS-CS-STATUS(WS-C-FOUND)
               STRING "WRITTEN BACK: " DELIMITED BY SIZE
                      WS-INPUT-REASON DELIMITED BY SIZE
                      INTO WS-INPUT-NOTE
           END-IF
           MOVE WS-TODAY TO WS-CS-RESOLVED(WS-C-FOUND)
           MOVE WS-OPERATOR-ID TO WS-CS-RES-BY(WS-C-FOUND)
           MOVE 0 TO WS-CS-RES-BAT(WS-C-FOUND)
           PERFORM SAVE-CASES
           PERFORM WRITE-CASE-NOTE
           ADD 1 TO WS-RESOLVED-COUNT
           DISPLAY "case " WS-CS-ID(WS-C-FOUND) " "
                   FUNCTION TRIM(WS-CS-STATUS(WS-C-FOUND))
                   " - the posting is batched when the session ends"
           .

       CHECK-WRITEOFF-AUTHORITY.
           MOVE SPACE TO WS-WOFF-AUTH
           CALL "OPERSIGN" USING WS-OPERATOR-ID WS-ENTER-PW
               WS-SIGN-RESULT WS-WOFF-AUTH WS-WOFF-FUNCTION
           IF WS-SIGN-RESULT NOT = "Y"
               MOVE SPACE TO WS-WOFF-AUTH
           END-IF
           .

       FIND-CASE.
           MOVE 0 TO WS-C-FOUND
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT OR WS-C-FOUND > 0
               IF WS-CS-ID(WS-C) = WS-INPUT-CASE
                   MOVE WS-C TO WS-C-FOUND
               END-IF
           END-PERFORM
           .

      *> every case movement not yet carried by a batch - the
      *> transfer to disputes of an opened case, the release or
      *> write-back of a resolved one - goes out in one numbered
      *> batch; a case opened and resolved in the same session has
      *> both its movements in the batch, in that order. Movements
      *> left behind by a session that could not batch them are
      *> picked up by the next one.
       BUILD-POSTING-BATCH.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT
               IF WS-CS-OPEN-BAT(WS-C) = 0
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               IF WS-CS-STATUS(WS-C) NOT = "OPEN"
                       AND WS-CS-RES-BAT(WS-C) = 0
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISPUTE-ACCT TO WS-ACL-ACCOUNT
           CALL "ACCTLOOKUP" USING WS-ACL-MODE WS-ACL-ACCOUNT
               WS-ACL-NAME WS-ACL-STATUS WS-ACL-FOUND WS-ACL-OPEN-OK
           IF WS-ACL-OPEN-OK = "Y"
                   AND (WS-ACL-FOUND NOT = "Y"
                       OR WS-ACL-STATUS NOT = "OPEN")
               DISPLAY "disputes account " WS-DISPUTE-ACCT " is not "
                       "open on the account master - "
                       WS-PENDING-COUNT " movement(s) left unbatched"
               MOVE WS-PENDING-COUNT TO WS-RUN-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-DISPUTE-BATCH-NUMBER
           MOVE SPACES TO WS-BATCH-PATH
           STRING "dispute-batch-" DELIMITED BY SIZE
                  WS-DSP-BATCH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BATCH-PATH
           OPEN OUTPUT DspBatchFile
           IF BatFileStatus NOT = "00"
               DISPLAY "error opening dispute batch file. status="
                       BatFileStatus
               MOVE WS-PENDING-COUNT TO WS-RUN-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSP-BATCH TO WS-OH-BATCH
           MOVE WS-TODAY TO WS-OH-DATE
           WRITE DSP-BATCH-RECORD FROM WS-OUT-HEADER
           MOVE 0 TO WS-DTL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT
               PERFORM BATCH-ONE-CASE
           END-PERFORM
           MOVE WS-DTL-COUNT TO WS-OT-COUNT
           MOVE WS-HASH-TOTAL TO WS-OT-HASH
           WRITE DSP-BATCH-RECORD FROM WS-OUT-TRAILER
           CLOSE DspBatchFile
           PERFORM SAVE-CASES
           DISPLAY "dispute batch " WS-DSP-BATCH ": " WS-DTL-COUNT
                   " transfer(s) - feed "
                   FUNCTION TRIM(WS-BATCH-PATH) " to math"
           .

       BATCH-ONE-CASE.
           IF WS-CS-OPEN-BAT(WS-C) = 0
               MOVE WS-CS-ACCOUNT(WS-C) TO WS-XFR-FROM
               MOVE WS-DISPUTE-ACCT TO WS-XFR-TO
               PERFORM WRITE-TRANSFER-DETAIL
               MOVE WS-DSP-BATCH TO WS-CS-OPEN-BAT(WS-C)
           END-IF
           IF WS-CS-STATUS(WS-C) NOT = "OPEN"
                   AND WS-CS-RES-BAT(WS-C) = 0
               MOVE WS-DISPUTE-ACCT TO WS-XFR-FROM
               IF WS-CS-STATUS(WS-C) = "RELEASED"
                   MOVE WS-CS-ACCOUNT(WS-C) TO WS-XFR-TO
               ELSE
                   MOVE WS-WRITEOFF-ACCT TO WS-XFR-TO
               END-IF
               PERFORM WRITE-TRANSFER-DETAIL
               MOVE WS-DSP-BATCH TO WS-CS-RES-BAT(WS-C)
           END-IF
           .

      *> a transfer moves a positive amount; a disputed debit posting
      *> moves the other way round
       WRITE-TRANSFER-DETAIL.
           MOVE WS-CS-AMOUNT(WS-C) TO WS-XFR-AMOUNT
           IF WS-XFR-AMOUNT < 0
               MOVE WS-XFR-FROM TO WS-XFR-SWAP
               MOVE WS-XFR-TO TO WS-XFR-FROM
               MOVE WS-XFR-SWAP TO WS-XFR-TO
               COMPUTE WS-XFR-AMOUNT = 0 - WS-XFR-AMOUNT
           END-IF
           MOVE WS-XFR-FROM TO WS-OX-ACCOUNT
           MOVE WS-TODAY TO WS-OX-DATE
           MOVE WS-XFR-TO TO WS-OX-TO
           MOVE WS-XFR-AMOUNT TO WS-OX-AMOUNT
           WRITE DSP-BATCH-RECORD FROM WS-OUT-TRANSFER
           ADD 1 TO WS-DTL-COUNT
           ADD WS-OX-AMOUNT TO WS-HASH-TOTAL
           .

      *> dispute batch numbers come from their own counter file so
      *> they never collide with a supplier's batch numbering; the
      *> 500000 range marks them as internally generated
       NEXT-DISPUTE-BATCH-NUMBER.
           OPEN INPUT DspControlFile
           IF DctFileStatus = "00"
               READ DspControlFile
                   AT END
                       MOVE 500000 TO DC-LAST-BATCH
               END-READ
               MOVE DC-LAST-BATCH TO WS-DSP-BATCH
               CLOSE DspControlFile
           ELSE
               MOVE 500000 TO WS-DSP-BATCH
           END-IF
           ADD 1 TO WS-DSP-BATCH
           OPEN OUTPUT DspControlFile
           IF DctFileStatus NOT = "00"
               DISPLAY "error writing dispute control file. status="
                       DctFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           MOVE WS-DSP-BATCH TO DC-LAST-BATCH
           WRITE DSPCTL-RECORD
           CLOSE DspControlFile
           .

      *> append one dated line to the case's note trail
       WRITE-CASE-NOTE.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-CS-ID(WS-C-FOUND) TO WS-NL-CASE
           MOVE WS-TODAY TO WS-NL-DATE
           MOVE WS-NOW(1:6) TO WS-NL-TIME
           MOVE WS-OPERATOR-ID TO WS-NL-OPERATOR
           MOVE WS-INPUT-NOTE TO WS-NL-TEXT
           OPEN EXTEND NoteFile
           IF NoteFileStatus = "35" OR NoteFileStatus = "05"
               OPEN OUTPUT NoteFile
           END-IF
           IF NoteFileStatus NOT = "00"
               DISPLAY "error opening dispute note file. status="
                       NoteFileStatus
               EXIT PARAGRAPH
           END-IF
           WRITE NOTE-RECORD FROM WS-NOTE-LINE
           CLOSE NoteFile
           .

       LOAD-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-LAST-CASE-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DisputeFile
           IF DspFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DisputeFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-CASE-COUNT < 2000
                           ADD 1 TO WS-CASE-COUNT
                           PERFORM LOAD-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile
           .

       LOAD-ONE-CASE.
           MOVE DP-CASE-ID TO WS-CS-ID(WS-CASE-COUNT)
           MOVE DP-ACCOUNT TO WS-CS-ACCOUNT(WS-CASE-COUNT)
           MOVE DP-POST-DATE TO WS-CS-DATE(WS-CASE-COUNT)
           MOVE DP-AMOUNT TO WS-CS-AMOUNT(WS-CASE-COUNT)
           MOVE DP-BATCH TO WS-CS-BATCH(WS-CASE-COUNT)
           MOVE DP-STATUS TO WS-CS-STATUS(WS-CASE-COUNT)
           MOVE DP-OPENED TO WS-CS-OPENED(WS-CASE-COUNT)
           MOVE DP-OPENED-BY TO WS-CS-OPENED-BY(WS-CASE-COUNT)
           MOVE DP-OPEN-BATCH TO WS-CS-OPEN-BAT(WS-CASE-COUNT)
           MOVE DP-RESOLVED TO WS-CS-RESOLVED(WS-CASE-COUNT)
           MOVE DP-RESOLVED-BY TO WS-CS-RES-BY(WS-CASE-COUNT)
           MOVE DP-RES-BATCH TO WS-CS-RES-BAT(WS-CASE-COUNT)
           MOVE DP-REASON TO WS-CS-REASON(WS-CASE-COUNT)
           IF DP-CASE-ID > WS-LAST-CASE-ID
               MOVE DP-CASE-ID TO WS-LAST-CASE-ID
           END-IF
           .

       SAVE-CASES.
           OPEN OUTPUT DisputeFile
           IF DspFileStatus NOT = "00"
               DISPLAY "error rewriting dispute case file. status="
                       DspFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-COUNT
               MOVE WS-CS-ID(WS-C) TO WS-CL-ID
               MOVE WS-CS-ACCOUNT(WS-C) TO WS-CL-ACCOUNT
               MOVE WS-CS-DATE(WS-C) TO WS-CL-DATE
               MOVE WS-CS-AMOUNT(WS-C) TO WS-CL-AMOUNT
               MOVE WS-CS-BATCH(WS-C) TO WS-CL-BATCH
               MOVE WS-CS-STATUS(WS-C) TO WS-CL-STATUS
               MOVE WS-CS-OPENED(WS-C) TO WS-CL-OPENED
               MOVE WS-CS-OPENED-BY(WS-C) TO WS-CL-OPENED-BY
               MOVE WS-CS-OPEN-BAT(WS-C) TO WS-CL-OPEN-BAT
               MOVE WS-CS-RESOLVED(WS-C) TO WS-CL-RESOLVED
               MOVE WS-CS-RES-BY(WS-C) TO WS-CL-RES-BY
               MOVE WS-CS-RES-BAT(WS-C) TO WS-CL-RES-BAT
               MOVE WS-CS-REASON(WS-C) TO WS-CL-REASON
               WRITE DISPUTE-RECORD FROM WS-CASE-LINE
           END-PERFORM
           CLOSE DisputeFile
           .
