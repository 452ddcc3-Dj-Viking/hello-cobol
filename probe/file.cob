       01  WS-RESUB-LEN      PIC 9(04) VALUE 0.
       01  WS-RESUB-COUNT    PIC 9(07) VALUE 0.
       01  WS-RESUB-EOF      PIC X     VALUE "N".
      *> supplier quality support - the sender whose file this is,
      *> named by READFILE_SENDER (the classic feed is DEFAULT), and
      *> the quarantines by kind for the quality log
       01  WS-SHORT-COUNT    PIC 9(07) VALUE 0.
       01  WS-LONG-COUNT     PIC 9(07) VALUE 0.
       01  WS-QUAL-SENDER    PIC X(08)  VALUE SPACES.
       01  WS-QUAL-SOURCE    PIC X(08)  VALUE SPACES.
       01  WS-QUAL-CATEGORY  PIC X(08)  VALUE SPACES.
       01  WS-QUAL-COUNT     PIC 9(07)  VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
           PERFORM READ-FILE-LOOP
           PERFORM PROCESS-RESUBMITS
           PERFORM CLOSE-FILE
           PERFORM LOG-QUALITY
           MOVE WS-RECORD-COUNT TO WS-RUN-PROCESSED
           MOVE WS-REJECT-COUNT TO WS-RUN-REJECTED
           MOVE "OK" TO WS-RUN-STATUS
                  INTO RejectLine
           WRITE RejectLine
           ADD 1 TO WS-REJECT-COUNT
           IF WS-ACTUAL-LEN < WS-EXPECTED-LEN
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               ADD 1 TO WS-LONG-COUNT
           END-IF
           .

      *> records read and quarantined, charged to the sender on the
      *> supplier quality log
       LOG-QUALITY.
           MOVE "READFILE_SENDER" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:8) TO WS-QUAL-SENDER
           ELSE
               ACCEPT WS-QUAL-SENDER FROM ENVIRONMENT "READFILE_SENDER"
           END-IF
           IF WS-QUAL-SENDER = SPACES
               MOVE "DEFAULT" TO WS-QUAL-SENDER
           END-IF
           MOVE "READFILE" TO WS-QUAL-SOURCE
           MOVE "RECORDS" TO WS-QUAL-CATEGORY
           COMPUTE WS-QUAL-COUNT = WS-RECORD-COUNT + WS-REJECT-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           MOVE "QUARANTN" TO WS-QUAL-SOURCE
           MOVE "SHORT" TO WS-QUAL-CATEGORY
           MOVE WS-SHORT-COUNT TO WS-QUAL-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           MOVE "LONG" TO WS-QUAL-CATEGORY
           MOVE WS-LONG-COUNT TO WS-QUAL-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           .

       CLOSE-FILE.
