      *> suspense for a repost on the next math run, or kept queued.
      *> Every action lands in a write-off register with who took it
      *> and when, and the register can be listed as the sign-off
      *> report. Items math.cob holds in suspense as suspected
      *> duplicates of an earlier batch are reviewed here as well: a
      *> true repeat is released, and the next math run posts it
      *> through the normal suspense retry. Sign-on and authority
      *> follow table.cob's convention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> mirrors math/math.cob's SUSPENSE-RECORD layout - the queue
      *> keeps the suspense shape
       FD  WriteoffFile
           record contains 71 characters.
       01  WRITEOFF-RECORD.
           05 WOF-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 WOF-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 WOF-RETRY      PIC 9(02).
           05 FILLER         PIC X.
           05 WOF-XFR-TO     PIC 9(08).

       FD  SuspenseFile
           record contains 71 characters.
       01  SUSPENSE-RECORD   PIC X(71).
       01  SUSPENSE-DETAIL.
           05 SUS-BATCH      PIC 9(06).
           05 FILLER         PIC X.
           05 SUS-ACCOUNT    PIC 9(08).
           05 FILLER         PIC X.
           05 SUS-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 SUS-OP         PIC X.
           05 FILLER         PIC X.
           05 SUS-CURRENCY   PIC X(03).
           05 FILLER         PIC X.
           05 SUS-A          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 SUS-B          PIC S9(07)V99.
           05 FILLER         PIC X.
           05 SUS-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 SUS-RETRY      PIC 9(02).
           05 FILLER         PIC X.
           05 SUS-XFR-TO     PIC 9(08).

       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  RegisterFile
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before a queued item may be
      *> disposed of
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "WRITEOFF".

      *> the designated write-off account approved amounts post to;
      *> overridable through WRITEOFF_ACCOUNT
              10 WS-QT-WHY      PIC X(08).
              10 WS-QT-RETRY    PIC 9(02).
              10 WS-QT-DISP     PIC X.
              10 WS-QT-XFR-TO   PIC 9(08).

       01  WS-ACTION         PIC X      VALUE SPACE.
       01  WS-APPROVED-COUNT PIC 9(04)  VALUE 0.
       01  WS-REPOST-COUNT   PIC 9(04)  VALUE 0.
       01  WS-KEPT-COUNT     PIC 9(04)  VALUE 0.
       01  WS-WO-AMOUNT      PIC S9(09)V99 VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(04)  VALUE 0.
       01  WS-HELD-COUNT     PIC 9(04)  VALUE 0.
       01  WS-SUS-OVERFLOW   PIC X      VALUE "N".

      *> corrected fields for a forced repost
       01  WS-NEW-OP         PIC X      VALUE SPACE.
       01  WS-NEW-DATE       PIC 9(08)  VALUE 0.
       01  WS-NEW-A          PIC S9(07)V99 VALUE 0.
       01  WS-NEW-B          PIC S9(07)V99 VALUE 0.
       01  WS-NEW-XFR-TO     PIC 9(08)  VALUE 0.

      *> the suspense and queue records are built here, where the
      *> comma separators' VALUE clauses take effect
           05 WS-SL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-RETRY    PIC 9(02)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-SL-XFR-TO   PIC 9(08)  VALUE 0.

       01  WS-LEDGER-DETAIL.
           05 WS-LGR-ACCOUNT PIC 9(08)  VALUE 0.
           05 WS-LGR-ORIGAMT PIC S9(07)V99 VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-BATCH   PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-LGR-VALUE   PIC 9(08)  VALUE 0.
      *> parameters for the CALL to VALDATE - the posting settles
      *> on the next settlement day for its currency
       01  WS-VAL-ROLLED     PIC X      VALUE "N".

       01  WS-REG-DATE       PIC X(08)  VALUE SPACES.
       01  WS-REG-TIME       PIC X(08)  VALUE SPACES.
           MOVE SPACE TO WS-SIGN-RESULT
           CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
               WS-SIGN-RESULT WS-OPERATOR-AUTH
               WS-SIGN-FUNCTION
           EVALUATE WS-SIGN-RESULT
               WHEN "Y"
                   MOVE WS-ENTER-ID TO WS-OPERATOR-ID
               DISPLAY "============================="
               DISPLAY "write-off queue review"
               DISPLAY "  R - review queued items"
               DISPLAY "  S - release suspected duplicates"
               DISPLAY "  L - list the write-off register"
               DISPLAY "  X - exit"
               DISPLAY "-----------------------------"
                                   "not authorized to dispose of "
                                   "queued items"
                       END-IF
                   WHEN "S"
                   WHEN "s"
                       IF WS-OPERATOR-AUTH = "A"
                           PERFORM REVIEW-DUPLICATES
                       ELSE
                           DISPLAY "operator " WS-OPERATOR-ID " is "
                                   "not authorized to release held "
                                   "items"
                       END-IF
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-REGISTER
                   WS-QT-ACCOUNT(WS-Q) " date " WS-QT-DATE(WS-Q)
           DISPLAY "op " WS-QT-OP(WS-Q) " currency " WS-QT-CUR(WS-Q)
                   " amounts " WS-QT-A(WS-Q) "/" WS-QT-B(WS-Q)
           IF WS-QT-OP(WS-Q) = "T"
               DISPLAY "transfer to account " WS-QT-XFR-TO(WS-Q)
           END-IF
           DISPLAY "reason " WS-QT-WHY(WS-Q) " after "
                   WS-QT-RETRY(WS-Q) " retries"
           DISPLAY "-----------------------------"
      *> own ledger segment, so day-end's running-balance proof still
      *> holds and the money is on the books instead of parked
       APPROVE-WRITE-OFF.
      *> a transfer moves money between two accounts rather than
      *> owing it to one - writing it off would post half of it
           IF WS-QT-OP(WS-Q) = "T"
               DISPLAY "a transfer cannot be written off - correct "
                       "and repost it instead; item kept queued"
               MOVE "K" TO WS-QT-DISP(WS-Q)
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WO-AMOUNT = WS-QT-A(WS-Q) + WS-QT-B(WS-Q)
           OPEN EXTEND LedgerFile
           IF LgrFileStatus = "35" OR LgrFileStatus = "05"
           MOVE WS-QT-CUR(WS-Q) TO WS-LGR-CUR
           MOVE WS-QT-B(WS-Q) TO WS-LGR-ORIGAMT
           MOVE WS-QT-BATCH(WS-Q) TO WS-LGR-BATCH
           CALL "VALDATE" USING WS-LGR-CUR WS-LGR-DATE
               WS-LGR-VALUE WS-VAL-ROLLED
           WRITE LEDGER-RECORD FROM WS-LEDGER-DETAIL
           CLOSE LedgerFile
           MOVE "A" TO WS-QT-DISP(WS-Q)
           IF WS-NEW-DATE = 0
               MOVE WS-QT-DATE(WS-Q) TO WS-NEW-DATE
           END-IF
           MOVE 0 TO WS-NEW-XFR-TO
           IF WS-NEW-OP = "T"
               DISPLAY "corrected to-account (0 keeps "
                       WS-QT-XFR-TO(WS-Q) "): " WITH NO ADVANCING
               ACCEPT WS-NEW-XFR-TO
               IF WS-NEW-XFR-TO = 0
                   MOVE WS-QT-XFR-TO(WS-Q) TO WS-NEW-XFR-TO
               END-IF
           END-IF
           OPEN EXTEND SuspenseFile
           IF SusFileStatus = "35" OR SusFileStatus = "05"
               OPEN OUTPUT SuspenseFile
           MOVE WS-NEW-CUR TO WS-SL-CURRENCY
           MOVE WS-NEW-A TO WS-SL-A
           MOVE WS-NEW-B TO WS-SL-B
      *> a supervisor reposting a suspected duplicate has judged it
      *> a true repeat, so it goes back released rather than to be
      *> held again on the same fingerprint
           IF WS-QT-WHY(WS-Q) = "DUPLICAT"
               MOVE "RELEASED" TO WS-SL-REASON
           ELSE
               MOVE "REPOST" TO WS-SL-REASON
           END-IF
           MOVE 0 TO WS-SL-RETRY
           MOVE WS-NEW-XFR-TO TO WS-SL-XFR-TO
           WRITE SUSPENSE-RECORD FROM WS-SUSPENSE-LINE
           CLOSE SuspenseFile
           MOVE "R" TO WS-QT-DISP(WS-Q)
           DISPLAY "corrected item sent back through suspense"
           .

      *> walks the suspense file's suspected duplicates one at a
      *> time; a released item keeps its batch, amounts, and retry
      *> count and only its reason changes, so the next math run's
      *> retry pass posts it past the duplicate check
       REVIEW-DUPLICATES.
           PERFORM LOAD-SUSPENSE
           IF WS-SUS-OVERFLOW = "Y"
               DISPLAY "suspense file holds more than 1000 items - "
                       "release refused; run math to work it down"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Q-COUNT
               IF WS-QT-WHY(WS-Q) = "DUPLICAT"
                   PERFORM REVIEW-ONE-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-RELEASED-COUNT + WS-HELD-COUNT = 0
               DISPLAY "no suspected duplicates are held in suspense"
               EXIT PARAGRAPH
           END-IF
           IF WS-RELEASED-COUNT > 0
               PERFORM SAVE-SUSPENSE
           END-IF
           DISPLAY WS-RELEASED-COUNT " released, "
                   WS-HELD-COUNT " still held"
           .

       REVIEW-ONE-DUPLICATE.
           DISPLAY "============================="
           DISPLAY "suspected duplicate - batch " WS-QT-BATCH(WS-Q)
                   " account " WS-QT-ACCOUNT(WS-Q)
                   " date " WS-QT-DATE(WS-Q)
           DISPLAY "op " WS-QT-OP(WS-Q) " currency " WS-QT-CUR(WS-Q)
                   " amounts " WS-QT-A(WS-Q) "/" WS-QT-B(WS-Q)
           IF WS-QT-OP(WS-Q) = "T"
               DISPLAY "transfer to account " WS-QT-XFR-TO(WS-Q)
           END-IF
           DISPLAY "held " WS-QT-RETRY(WS-Q) " retries"
           DISPLAY "-----------------------------"
           DISPLAY "R - release as a true repeat"
           DISPLAY "K - keep held"
           DISPLAY "action: " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
               WHEN "r"
                   MOVE "RELEASED" TO WS-REG-ACTION
                   PERFORM WRITE-REGISTER-ENTRY
                   MOVE "RELEASED" TO WS-QT-WHY(WS-Q)
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           .

       LOAD-SUSPENSE.
           MOVE 0 TO WS-Q-COUNT
           MOVE "N" TO WS-SUS-OVERFLOW
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SuspenseFile
           IF SusFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-Q-COUNT < 1000
                           ADD 1 TO WS-Q-COUNT
                           MOVE SUS-BATCH TO WS-QT-BATCH(WS-Q-COUNT)
                           MOVE SUS-ACCOUNT
                               TO WS-QT-ACCOUNT(WS-Q-COUNT)
                           MOVE SUS-DATE TO WS-QT-DATE(WS-Q-COUNT)
                           MOVE SUS-OP TO WS-QT-OP(WS-Q-COUNT)
                           MOVE SUS-CURRENCY TO WS-QT-CUR(WS-Q-COUNT)
                           MOVE SUS-A TO WS-QT-A(WS-Q-COUNT)
                           MOVE SUS-B TO WS-QT-B(WS-Q-COUNT)
                           MOVE SUS-REASON TO WS-QT-WHY(WS-Q-COUNT)
                           MOVE SUS-RETRY TO WS-QT-RETRY(WS-Q-COUNT)
                           MOVE "K" TO WS-QT-DISP(WS-Q-COUNT)
                           IF SUS-XFR-TO IS NUMERIC
                               MOVE SUS-XFR-TO
                                   TO WS-QT-XFR-TO(WS-Q-COUNT)
                           ELSE
                               MOVE 0 TO WS-QT-XFR-TO(WS-Q-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SUS-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
           .

      *> rewrites the suspense file whole, every item in its place
       SAVE-SUSPENSE.
           OPEN OUTPUT SuspenseFile
           IF SusFileStatus NOT = "00"
               DISPLAY "error rewriting suspense file. status="
                       SusFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Q-COUNT
               MOVE WS-QT-BATCH(WS-Q) TO WS-SL-BATCH
               MOVE WS-QT-ACCOUNT(WS-Q) TO WS-SL-ACCOUNT
               MOVE WS-QT-DATE(WS-Q) TO WS-SL-DATE
               MOVE WS-QT-OP(WS-Q) TO WS-SL-OP
               MOVE WS-QT-CUR(WS-Q) TO WS-SL-CURRENCY
               MOVE WS-QT-A(WS-Q) TO WS-SL-A
               MOVE WS-QT-B(WS-Q) TO WS-SL-B
               MOVE WS-QT-WHY(WS-Q) TO WS-SL-REASON
               MOVE WS-QT-RETRY(WS-Q) TO WS-SL-RETRY
               MOVE WS-QT-XFR-TO(WS-Q) TO WS-SL-XFR-TO
               WRITE SUSPENSE-RECORD FROM WS-SUSPENSE-LINE
           END-PERFORM
           CLOSE SuspenseFile
           .

       LOAD-QUEUE.
           MOVE 0 TO WS-Q-COUNT
           MOVE 0 TO WS-APPROVED-COUNT
                               MOVE WOF-RETRY
                                   TO WS-QT-RETRY(WS-Q-COUNT)
                               MOVE "K" TO WS-QT-DISP(WS-Q-COUNT)
                               IF WOF-XFR-TO IS NUMERIC
                                   MOVE WOF-XFR-TO
                                       TO WS-QT-XFR-TO(WS-Q-COUNT)
                               ELSE
                                   MOVE 0 TO WS-QT-XFR-TO(WS-Q-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-QT-B(WS-Q) TO WS-SL-B
                   MOVE WS-QT-WHY(WS-Q) TO WS-SL-REASON
                   MOVE WS-QT-RETRY(WS-Q) TO WS-SL-RETRY
                   MOVE WS-QT-XFR-TO(WS-Q) TO WS-SL-XFR-TO
                   WRITE WRITEOFF-RECORD FROM WS-SUSPENSE-LINE
               END-IF
           END-PERFORM
