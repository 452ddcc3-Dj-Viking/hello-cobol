               file status is CndFileStatus.

      *> sender reference maintained at the repository root: id,
      *> name, whether the sender is still active, and when its
      *> files are expected
           SELECT SenderFile
               ASSIGN TO "../senders.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is QueFileStatus.

      *> the acknowledgement returned to the sender of a file that
      *> fails intake, in the outbound area - a file that passes is
      *> acknowledged by math.cob once it has been posted
           SELECT AckFile
               ASSIGN TO DYNAMIC WS-ACK-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AckFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SubmitFile
              10 CND-CURRENCY   PIC X(03).
              10 CND-A          PIC S9(07)V99.
              10 CND-B          PIC S9(07)V99.
           05 CND-TRANSFER-BODY REDEFINES CND-BODY.
              10 FILLER           PIC X(20).
              10 CND-XFR-TO       PIC 9(08).
              10 CND-XFR-AMOUNT   PIC S9(07)V99.
              10 FILLER           PIC X.
           05 CND-HEADER-BODY REDEFINES CND-BODY.
              10 CND-BATCH-NUMBER PIC 9(06).
              10 CND-BATCH-DATE   PIC 9(08).
              10 CND-TRL-HASH     PIC S9(11)V99.
              10 FILLER           PIC X(19).

      *> the expected days are a Monday-to-Sunday Y/N mask; the
      *> cutoff is the HHMM a day's file is due by, and the final
      *> cutoff the later HHMM past which a missing file is critical
       FD  SenderFile
           record contains 58 characters.
       01  SENDER-RECORD.
           05 SND-ID         PIC X(08).
           05 FILLER         PIC X.
           05 SND-NAME       PIC X(24).
           05 FILLER         PIC X.
           05 SND-STATUS     PIC X(06).
           05 FILLER         PIC X.
           05 SND-DAYS       PIC X(07).
           05 FILLER         PIC X.
           05 SND-CUTOFF     PIC 9(04).
           05 FILLER         PIC X.
           05 SND-FINAL      PIC 9(04).

      *> mirrors math/math.cob's intake-queue layout
       FD  QueueFile
           record contains 157 characters.
       01  QUEUE-RECORD.
           05 QUE-SEQ        PIC 9(06).
           05 FILLER         PIC X.
           05 QUE-REASON     PIC X(08).
           05 FILLER         PIC X.
           05 QUE-PATH       PIC X(100).
           05 FILLER         PIC X.
           05 QUE-RECV-DATE  PIC 9(08).
           05 FILLER         PIC X.
           05 QUE-RECV-TIME  PIC 9(06).

       FD  AckFile
           record contains 80 characters.
       COPY ackrec.

       WORKING-STORAGE SECTION.
       01  SubFileStatus     PIC XX.
       01  CndFileStatus     PIC XX.
       01  SndFileStatus     PIC XX.
       01  QueFileStatus     PIC XX.
       01  AckFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-CAND-PATH      PIC X(100) VALUE SPACES.
      *> parameters for the CALL to RUNLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "INTAKE".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.
      *> parameters for the CALL to QUALLOG - every file received,
      *> its record volume, and any rejection count against the
      *> sender on the supplier quality scorecard
       01  WS-QUAL-SENDER    PIC X(08)  VALUE SPACES.
       01  WS-QUAL-SOURCE    PIC X(08)  VALUE SPACES.
       01  WS-QUAL-CATEGORY  PIC X(08)  VALUE SPACES.
       01  WS-QUAL-COUNT     PIC 9(07)  VALUE 0.

      *> the landed file paths to judge this run
       01  WS-SUB-COUNT      PIC 9(03)  VALUE 0.
              10 WS-QT-BATCH  PIC 9(06).
              10 WS-QT-REASON PIC X(08).
              10 WS-QT-PATH   PIC X(100).
              10 WS-QT-RECV-DATE PIC 9(08).
              10 WS-QT-RECV-TIME PIC 9(06).
       01  WS-QUEUE-LINE.
           05 WS-QL-SEQ      PIC 9(06)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-REASON   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-PATH     PIC X(100) VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-RECV-DATE PIC 9(08) VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-QL-RECV-TIME PIC 9(06) VALUE 0.

      *> one candidate file's control figures as read
       01  WS-CND-EOF        PIC X      VALUE "N".
       01  WS-HASH-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-QUEUED-COUNT   PIC 9(03)  VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(03)  VALUE 0.
      *> when the file was registered - the arrival time the
      *> expected-arrival monitor judges cutoffs against
       01  WS-RECV-DATE      PIC 9(08)  VALUE 0.
       01  WS-RECV-TIME      PIC 9(08)  VALUE 0.

      *> the acknowledgement of a rejected file - only a sender on
      *> the sender reference has anyone to send it to
       01  WS-ACK-DIR        PIC X(08)  VALUE "outbound".
       01  WS-ACK-PATH       PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
           MOVE WS-CND-BATCH TO WS-QT-BATCH(WS-QUE-COUNT)
           MOVE WS-CND-REASON TO WS-QT-REASON(WS-QUE-COUNT)
           MOVE WS-CAND-PATH TO WS-QT-PATH(WS-QUE-COUNT)
           ACCEPT WS-RECV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RECV-TIME FROM TIME
           MOVE WS-RECV-DATE TO WS-QT-RECV-DATE(WS-QUE-COUNT)
           MOVE WS-RECV-TIME(1:6) TO WS-QT-RECV-TIME(WS-QUE-COUNT)
           PERFORM LOG-FILE-QUALITY
           IF WS-CND-OK = "Y"
               MOVE "QUEUED" TO WS-QT-STATUS(WS-QUE-COUNT)
               ADD 1 TO WS-QUEUED-COUNT
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               PERFORM WRITE-REJECT-ACK
           END-IF
           .

       LOG-FILE-QUALITY.
           MOVE WS-CND-SENDER TO WS-QUAL-SENDER
           MOVE "INTAKE" TO WS-QUAL-SOURCE
           MOVE "FILES" TO WS-QUAL-CATEGORY
           MOVE 1 TO WS-QUAL-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           MOVE "RECORDS" TO WS-QUAL-CATEGORY
           MOVE WS-DETAIL-COUNT TO WS-QUAL-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           IF WS-CND-OK NOT = "Y"
               MOVE "REJECT" TO WS-QUAL-SOURCE
               MOVE WS-CND-REASON TO WS-QUAL-CATEGORY
               MOVE 1 TO WS-QUAL-COUNT
               CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
                   WS-QUAL-CATEGORY WS-QUAL-COUNT
           END-IF
           .

      *> header, the REJECTED decision with the control that caught
      *> the file, and the trailer - nothing was posted or held
       WRITE-REJECT-ACK.
           MOVE 0 TO WS-N-FOUND
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-SND-COUNT
               IF WS-SN-ID(WS-N) = WS-CND-SENDER
                   MOVE WS-N TO WS-N-FOUND
               END-IF
           END-PERFORM
           IF WS-N-FOUND = 0 OR WS-CND-SENDER = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-ACK-DIR
           MOVE SPACES TO WS-ACK-PATH
           STRING FUNCTION TRIM(WS-ACK-DIR) DELIMITED BY SIZE
                  "/ack-" DELIMITED BY SIZE
                  WS-CND-SENDER DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-NEXT-SEQ DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ACK-PATH
           OPEN OUTPUT AckFile
           IF AckFileStatus NOT = "00"
               DISPLAY "error writing acknowledgement "
                       FUNCTION TRIM(WS-ACK-PATH) ". status="
                       AckFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACK-RECORD
           MOVE "H" TO ACK-TYPE
           MOVE WS-CND-SENDER TO ACK-SENDER
           MOVE WS-CND-BATCH TO ACK-BATCH
           MOVE WS-NEXT-SEQ TO ACK-INTAKE-SEQ
           MOVE WS-RECV-DATE TO ACK-DATE
           MOVE WS-RECV-TIME(1:6) TO ACK-TIME
           WRITE ACK-RECORD
           MOVE SPACES TO ACK-RECORD
           MOVE "I" TO ACK-TYPE
           MOVE "REJECTED" TO ACK-DECISION
           MOVE WS-CND-REASON TO ACK-INTAKE-REASON
           WRITE ACK-RECORD
           MOVE SPACES TO ACK-RECORD
           MOVE "T" TO ACK-TYPE
           MOVE 2 TO ACK-RECORD-COUNT
           WRITE ACK-RECORD
           CLOSE AckFile
           .

      *> the same header/trailer controls math.cob enforces, applied
      *> before the file can ever reach posting, plus the sender
      *> identity check only intake can make
                   PERFORM CHECK-SENDER
               WHEN "D"
                   ADD 1 TO WS-DETAIL-COUNT
      *> a transfer hashes the amount it moves, as math.cob does
                   IF CND-OP = "T"
                       ADD CND-XFR-AMOUNT TO WS-HASH-TOTAL
                   ELSE
                       ADD CND-A TO WS-HASH-TOTAL
                       ADD CND-B TO WS-HASH-TOTAL
                   END-IF
               WHEN "T"
                   MOVE "Y" TO WS-TRL-SEEN
                   IF CND-TRL-COUNT NOT = WS-DETAIL-COUNT
                                   TO WS-QT-REASON(WS-QUE-COUNT)
                               MOVE QUE-PATH
                                   TO WS-QT-PATH(WS-QUE-COUNT)
      *> an entry registered before arrival times were kept
      *> carries none - it reads as zero
                               IF QUE-RECV-DATE IS NUMERIC
                                   MOVE QUE-RECV-DATE
                                       TO WS-QT-RECV-DATE(WS-QUE-COUNT)
                                   MOVE QUE-RECV-TIME
                                       TO WS-QT-RECV-TIME(WS-QUE-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-QT-RECV-DATE(WS-QUE-COUNT)
                                   MOVE 0
                                       TO WS-QT-RECV-TIME(WS-QUE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-QT-BATCH(WS-Q) TO WS-QL-BATCH
               MOVE WS-QT-REASON(WS-Q) TO WS-QL-REASON
               MOVE WS-QT-PATH(WS-Q) TO WS-QL-PATH
               MOVE WS-QT-RECV-DATE(WS-Q) TO WS-QL-RECV-DATE
               MOVE WS-QT-RECV-TIME(WS-Q) TO WS-QL-RECV-TIME
               WRITE QUEUE-RECORD FROM WS-QUEUE-LINE
           END-PERFORM
           CLOSE QueueFile
