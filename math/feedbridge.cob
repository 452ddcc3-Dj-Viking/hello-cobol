      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedbridge.
      *> Feed-to-posting bridge: the details iteratestring.cob has
      *> parsed, validated, translated and cross-footed onto
      *> detail-extract.txt used to be re-keyed by hand into a
      *> transaction file. This run maps each DTL record into a
      *> math.cob detail through the feed's entry in feedmap.dat -
      *> which column carries the account (directly, or as a code the
      *> map turns into one of our accounts), the date, the amount
      *> and its implied decimals, the operation and currency, and
      *> which sender the batch is sent under - and writes the result
      *> as a controlled H/D/T batch under its own number range. The
      *> batch is put on intake-submit.dat, so it is registered by
      *> intake.cob and posted by math.cob under the same header,
      *> trailer, sender and run-control checks as any supplier file.
      *> Details that failed a content rule never reach the detail
      *> extract - iteratestring.cob diverts them - and are counted
      *> here from parsed-extract.txt; a detail the map cannot turn
      *> into a posting is listed on the report and left behind.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> per-feed mapping maintained at the repository root beside
      *> feedschema.dat: feed, mapping element, column, value
           SELECT MapFile
               ASSIGN TO "../feedmap.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is MapFileStatus.

           SELECT DetailExtract
               ASSIGN TO "detail-extract.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is DtlFileStatus.

      *> the supplier's header records iteratestring.cob split off -
      *> the first one identifies the file the extract came from
           SELECT HeaderExtract
               ASSIGN TO "header-extract.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is HdrFileStatus.

      *> the catch-all stream, where orphans and details that failed
      *> a content rule were sent instead of the detail extract
           SELECT ParsedExtract
               ASSIGN TO "parsed-extract.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is PrsFileStatus.

           SELECT StructErrFile
               ASSIGN TO "structure-errors.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is StrFileStatus.

      *> last bridge batch number issued, the so-control.dat
      *> convention in its own number range
           SELECT BridgeControlFile
               ASSIGN TO "bridge-control.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BctFileStatus.

           SELECT BridgeBatchFile
               ASSIGN TO DYNAMIC WS-BATCH-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BatFileStatus.

      *> the receiving-area list intake.cob registers from
           SELECT SubmitFile
               ASSIGN TO "intake-submit.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is SubFileStatus.

      *> one record per batch bridged: date, feed, batch, sender,
      *> detail count and hash, and the extract's own date and header
      *> identity - the same extract is never sent twice
           SELECT BridgeLogFile
               ASSIGN TO "bridge-log.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is BlgFileStatus.

           SELECT BridgeReport
               ASSIGN TO "bridge-report.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> elements: SENDER (value is the sender id), ACCOUNT (column,
      *> or 00 with a fixed account as the value), ACCTCODE (value is
      *> a code in the account column, then our account from
      *> position 11), DATE (column, 00 = the run date), AMOUNT
      *> (column, value the implied decimal places, default 2), OP
      *> (value A or S, default A), CURRENCY (column, or 00 with the
      *> code as the value, default USD)
       FD  MapFile
           record contains 43 characters.
       01  MAP-RECORD.
           05 MAP-FEED       PIC X(08).
           05 FILLER         PIC X.
           05 MAP-ELEMENT    PIC X(10).
           05 FILLER         PIC X.
           05 MAP-COL        PIC 9(02).
           05 FILLER         PIC X.
           05 MAP-VALUE      PIC X(20).

      *> iteratestring.cob's typed extract shape: one 80-character
      *> column after another
       FD  DetailExtract
           record is varying in size from 1 to 8000 characters
           depending on WS-REC-LEN.
       01  DetailRecord      PIC X(8000).

       FD  HeaderExtract
           record is varying in size from 1 to 8000 characters
           depending on WS-REC-LEN.
       01  HeaderRecord      PIC X(8000).

       FD  ParsedExtract
           record is varying in size from 1 to 8000 characters
           depending on WS-REC-LEN.
       01  ParsedRecord      PIC X(8000).

       FD  StructErrFile
           record contains 132 characters.
       01  StructErrLine     PIC X(132).

       FD  BridgeControlFile
           record contains 6 characters.
       01  BRGCTL-RECORD.
           05 BC-LAST-BATCH  PIC 9(06).

      *> the batch file keeps math.cob's TRANSACTION-RECORD shape
       FD  BridgeBatchFile
           record contains 39 characters.
       01  BRIDGE-BATCH-RECORD PIC X(39).

       FD  SubmitFile
           record contains 100 characters.
       01  SubmitLine        PIC X(100).

      *> BL-XDATE and BL-XIDENT are blank on a row logged before the
      *> extract's date and identity were carried
       FD  BridgeLogFile
           record contains 108 characters.
       01  BRIDGE-LOG-RECORD.
           05 BL-DATE        PIC 9(08).
           05 FILLER         PIC X.
           05 BL-FEED        PIC X(08).
           05 FILLER         PIC X.
           05 BL-BATCH       PIC 9(06).
           05 FILLER         PIC X.
           05 BL-SENDER      PIC X(08).
           05 FILLER         PIC X.
           05 BL-COUNT       PIC 9(06).
           05 FILLER         PIC X.
           05 BL-HASH        PIC S9(11)V99.
           05 FILLER         PIC X.
           05 BL-EXCEPTIONS  PIC 9(03).
           05 FILLER         PIC X.
           05 BL-XDATE       PIC 9(08).
           05 FILLER         PIC X.
           05 BL-XIDENT      PIC X(40).

       FD  BridgeReport
           record contains 132 characters.
       01  BridgeLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  MapFileStatus     PIC XX.
       01  DtlFileStatus     PIC XX.
       01  HdrFileStatus     PIC XX.
       01  PrsFileStatus     PIC XX.
       01  StrFileStatus     PIC XX.
       01  BctFileStatus     PIC XX.
       01  BatFileStatus     PIC XX.
       01  SubFileStatus     PIC XX.
       01  BlgFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-REC-LEN        PIC 9(04)  VALUE 0.
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
       01  WS-BATCH-PATH     PIC X(100) VALUE SPACES.
      *> the feed whose extract is on hand - the same ITERATE_FEED
      *> that told iteratestring.cob which schema to apply
       01  WS-FEED-ENV       PIC X(08)  VALUE SPACES.
       01  WS-FEED-ID        PIC X(08)  VALUE "DEFAULT".
      *> parameters for the CALL to GETPARM
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "FEEDBRIDGE".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.
      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "FEEDBRIDGE".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

      *> the feed's mapping as loaded
       01  WS-MAP-ROWS       PIC 9(03)  VALUE 0.
       01  WS-MAP-SENDER     PIC X(08)  VALUE SPACES.
       01  WS-MAP-ACCT-COL   PIC 9(02)  VALUE 0.
       01  WS-MAP-ACCT-FIXED PIC X(08)  VALUE SPACES.
       01  WS-MAP-DATE-COL   PIC 9(02)  VALUE 0.
       01  WS-MAP-AMT-COL    PIC 9(02)  VALUE 0.
       01  WS-MAP-AMT-DEC    PIC 9(01)  VALUE 2.
       01  WS-MAP-OP         PIC X      VALUE "A".
       01  WS-MAP-CUR-COL    PIC 9(02)  VALUE 0.
       01  WS-MAP-CUR        PIC X(03)  VALUE "USD".
       01  WS-CODE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-C              PIC 9(03)  VALUE 0.
       01  WS-C-FOUND        PIC 9(03)  VALUE 0.
       01  WS-CODE-TABLE.
           05 WS-CODE-ENTRY occurs 1 to 200 times
                   depending on WS-CODE-COUNT.
              10 WS-CD-CODE     PIC X(10).
              10 WS-CD-ACCOUNT  PIC 9(08).

      *> the mapped details, held until the whole extract has been
      *> judged so the batch is written only once its totals are known
       01  WS-DTL-COUNT      PIC 9(04)  VALUE 0.
       01  WS-DTL-MAX        PIC 9(04)  VALUE 5000.
       01  WS-D              PIC 9(04)  VALUE 0.
       01  WS-DTL-TABLE.
           05 WS-DTL-ENTRY occurs 1 to 5000 times
                   depending on WS-DTL-COUNT.
              10 WS-DT-RECORD   PIC X(39).

      *> one extract column at a time
      *> the extract record as read, padded out with spaces - line
      *> sequential drops the blank tail of the last column
       01  WS-DTL-WORK       PIC X(8000) VALUE SPACES.
       01  WS-COL            PIC 9(02)  VALUE 0.
       01  WS-COL-TEXT       PIC X(80)  VALUE SPACES.
       01  WS-FLD            PIC X(80)  VALUE SPACES.
       01  WS-FLD-LEN        PIC 9(04)  VALUE 0.
       01  WS-DIGIT-COUNT    PIC 9(04)  VALUE 0.
       01  WS-FIELD-OK       PIC X      VALUE "Y".
       01  WS-EXTRACT-SEQ    PIC 9(06)  VALUE 0.
       01  WS-AMOUNT         PIC 9(11)V99 VALUE 0.
       01  WS-AMOUNT-MAX     PIC 9(11)V99 VALUE 9999999.99.
       01  WS-DIVISOR        PIC 9(05)  VALUE 100.
       01  WS-MAP-REASON     PIC X(08)  VALUE SPACES.

      *> the H/D/T records in math.cob's transaction field pictures
       01  WS-OUT-HEADER.
           05 FILLER         PIC X      VALUE "H".
           05 WS-OH-BATCH    PIC 9(06)  VALUE 0.
           05 WS-OH-DATE     PIC 9(08)  VALUE 0.
           05 WS-OH-SENDER   PIC X(08)  VALUE SPACES.
           05 FILLER         PIC X(16)  VALUE SPACES.
       01  WS-OUT-DETAIL.
           05 FILLER         PIC X      VALUE "D".
           05 WS-OD-ACCOUNT  PIC 9(08)  VALUE 0.
           05 WS-OD-DATE     PIC 9(08)  VALUE 0.
           05 WS-OD-OP       PIC X      VALUE SPACE.
           05 WS-OD-CUR      PIC X(03)  VALUE SPACES.
           05 WS-OD-A        PIC S9(07)V99 VALUE 0.
           05 WS-OD-B        PIC S9(07)V99 VALUE 0.
       01  WS-OUT-TRAILER.
           05 FILLER         PIC X      VALUE "T".
           05 WS-OT-COUNT    PIC 9(06)  VALUE 0.
           05 WS-OT-HASH     PIC S9(11)V99 VALUE 0.
           05 FILLER         PIC X(19)  VALUE SPACES.

       01  WS-BRIDGE-BATCH   PIC 9(06)  VALUE 0.
       01  WS-HASH-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-NET-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-EXTRACT-DTLS   PIC 9(06)  VALUE 0.
       01  WS-EXCEPTIONS     PIC 9(06)  VALUE 0.
       01  WS-PARSE-HELD     PIC 9(06)  VALUE 0.
       01  WS-STRUCT-ERRORS  PIC 9(06)  VALUE 0.
       01  WS-REFUSED        PIC X      VALUE "N".
       01  WS-REFUSE-REASON  PIC X(08)  VALUE SPACES.
       01  WS-PRIOR-BATCH    PIC 9(06)  VALUE 0.
      *> the extract's date - the latest transaction date it carries
      *> to the batch - and its identity, the first supplier header's
      *> columns after the record type
       01  WS-XTR-DATE       PIC 9(08)  VALUE 0.
       01  WS-XTR-IDENT      PIC X(40)  VALUE SPACES.
       01  WS-ED-COUNT       PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> report paging, same shape as the suite's other print files
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "FEED-TO-POSTING BRIDGE REPORT".
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
           PERFORM RESOLVE-FEED
           OPEN OUTPUT BridgeReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening bridge report. status="
                       RptFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           PERFORM LOAD-FEED-MAP
           IF WS-REFUSED = "N"
               PERFORM CHECK-STRUCTURE-ERRORS
           END-IF
           IF WS-REFUSED = "N"
               PERFORM COUNT-PARSE-HOLDS
               PERFORM MAP-DETAIL-EXTRACT
           END-IF
           IF WS-REFUSED = "N"
               PERFORM CHECK-ALREADY-BRIDGED
           END-IF
           IF WS-REFUSED = "N"
               PERFORM NEXT-BRIDGE-BATCH-NUMBER
               PERFORM WRITE-BRIDGE-BATCH
               PERFORM SUBMIT-BRIDGE-BATCH
               PERFORM LOG-BRIDGE-BATCH
           END-IF
           PERFORM WRITE-BRIDGE-SUMMARY
           CLOSE BridgeReport
           EVALUATE TRUE
               WHEN WS-REFUSED = "Y"
                   MOVE "REFUSED" TO WS-RUN-STATUS
               WHEN WS-EXCEPTIONS > 0
                   MOVE "EXCEPTNS" TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-RUN-STATUS
           END-EVALUATE
           PERFORM END-RUN
           .

      *> every way out of the run, a fatal file error included,
      *> closes its run-log entry
       END-RUN.
           MOVE WS-DTL-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTED = WS-EXCEPTIONS + WS-PARSE-HELD
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN
           .

       RESOLVE-FEED.
           MOVE "ITERATE_FEED" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:8) TO WS-FEED-ENV
           ELSE
               ACCEPT WS-FEED-ENV FROM ENVIRONMENT "ITERATE_FEED"
           END-IF
           IF WS-FEED-ENV NOT = SPACES
               MOVE WS-FEED-ENV TO WS-FEED-ID
           END-IF
           .

      *> a feed with no mapping, or a mapping with no sender, account
      *> or amount, cannot be bridged at all
       LOAD-FEED-MAP.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MapFile
           IF MapFileStatus = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MapFile
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF MAP-FEED = WS-FEED-ID
                               ADD 1 TO WS-MAP-ROWS
                               PERFORM LOAD-ONE-MAP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MapFile
           END-IF
           IF WS-MAP-ROWS = 0
               MOVE "NOMAP" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-SENDER = SPACES OR WS-MAP-AMT-COL = 0
                   OR (WS-MAP-ACCT-COL = 0
                       AND WS-MAP-ACCT-FIXED IS NOT NUMERIC)
               MOVE "BADMAP" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIVISOR = 10 ** WS-MAP-AMT-DEC
           .

       LOAD-ONE-MAP-ROW.
           EVALUATE MAP-ELEMENT
               WHEN "SENDER"
                   MOVE MAP-VALUE(1:8) TO WS-MAP-SENDER
               WHEN "ACCOUNT"
                   MOVE MAP-COL TO WS-MAP-ACCT-COL
                   MOVE MAP-VALUE(1:8) TO WS-MAP-ACCT-FIXED
               WHEN "ACCTCODE"
                   IF WS-CODE-COUNT < 200
                           AND MAP-VALUE(11:8) IS NUMERIC
                       ADD 1 TO WS-CODE-COUNT
                       MOVE MAP-VALUE(1:10)
                           TO WS-CD-CODE(WS-CODE-COUNT)
                       MOVE MAP-VALUE(11:8)
                           TO WS-CD-ACCOUNT(WS-CODE-COUNT)
                   END-IF
               WHEN "DATE"
                   MOVE MAP-COL TO WS-MAP-DATE-COL
               WHEN "AMOUNT"
                   MOVE MAP-COL TO WS-MAP-AMT-COL
                   IF MAP-VALUE(1:1) IS NUMERIC
                       MOVE MAP-VALUE(1:1) TO WS-MAP-AMT-DEC
                   END-IF
               WHEN "OP"
                   IF MAP-VALUE(1:1) = "A" OR MAP-VALUE(1:1) = "S"
                       MOVE MAP-VALUE(1:1) TO WS-MAP-OP
                   END-IF
               WHEN "CURRENCY"
                   MOVE MAP-COL TO WS-MAP-CUR-COL
                   IF MAP-VALUE(1:3) NOT = SPACES
                       MOVE MAP-VALUE(1:3) TO WS-MAP-CUR
                   END-IF
               WHEN OTHER
                   DISPLAY "unknown mapping element "
                           FUNCTION TRIM(MAP-ELEMENT) " for feed "
                           WS-FEED-ID " - ignored"
           END-EVALUATE
           .

      *> a truncated set or one whose trailer does not cross-foot
      *> leaves the whole extract in doubt - nothing goes across
      *> until the feed has been re-parsed clean
       CHECK-STRUCTURE-ERRORS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT StructErrFile
           IF StrFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ StructErrFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF StructErrLine NOT = SPACES
                           ADD 1 TO WS-STRUCT-ERRORS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StructErrFile
           IF WS-STRUCT-ERRORS > 0
               MOVE "STRUCT" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
           END-IF
           .

      *> details held back at parse are not ours to post, but the
      *> report says how many there were so the extract is accounted
      *> for in full
       COUNT-PARSE-HOLDS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ParsedExtract
           IF PrsFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ParsedExtract
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-REC-LEN >= 3
                               AND ParsedRecord(1:4) = "DTL "
                           ADD 1 TO WS-PARSE-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParsedExtract
           .

       MAP-DETAIL-EXTRACT.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DetailExtract
           IF DtlFileStatus NOT = "00"
               MOVE "NOEXTRCT" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DetailExtract
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-SEQ
                       MOVE SPACES TO WS-DTL-WORK
                       MOVE DetailRecord(1:WS-REC-LEN) TO WS-DTL-WORK
                       IF WS-DTL-WORK(1:4) = "DTL "
                           ADD 1 TO WS-EXTRACT-DTLS
                           PERFORM MAP-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DetailExtract
           IF WS-DTL-COUNT = 0
               MOVE "EMPTY" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
           END-IF
           .

      *> the account, date, amount and currency each come from their
      *> mapped column; the first one that will not map sends the
      *> detail to the exception list instead of the batch
       MAP-ONE-DETAIL.
           MOVE SPACES TO WS-MAP-REASON
           PERFORM MAP-DETAIL-ACCOUNT
           IF WS-MAP-REASON = SPACES
               PERFORM MAP-DETAIL-DATE
           END-IF
           IF WS-MAP-REASON = SPACES
               PERFORM MAP-DETAIL-AMOUNT
           END-IF
           IF WS-MAP-REASON = SPACES
               IF WS-MAP-CUR-COL = 0
                   MOVE WS-MAP-CUR TO WS-OD-CUR
               ELSE
                   MOVE WS-MAP-CUR-COL TO WS-COL
                   PERFORM GET-COLUMN
                   MOVE WS-COL-TEXT(1:3) TO WS-OD-CUR
                   IF WS-OD-CUR = SPACES
                       MOVE "BADCUR" TO WS-MAP-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-MAP-REASON NOT = SPACES
               PERFORM WRITE-MAP-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DTL-COUNT NOT < WS-DTL-MAX
               MOVE "OVERFLOW" TO WS-MAP-REASON
               PERFORM WRITE-MAP-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-OP TO WS-OD-OP
           IF WS-MAP-OP = "S"
               MOVE WS-AMOUNT TO WS-OD-A
               MOVE 0 TO WS-OD-B
               SUBTRACT WS-AMOUNT FROM WS-NET-AMOUNT
           ELSE
               MOVE 0 TO WS-OD-A
               MOVE WS-AMOUNT TO WS-OD-B
               ADD WS-AMOUNT TO WS-NET-AMOUNT
           END-IF
           ADD WS-OD-A TO WS-HASH-TOTAL
           ADD WS-OD-B TO WS-HASH-TOTAL
           ADD 1 TO WS-DTL-COUNT
           MOVE WS-OUT-DETAIL TO WS-DT-RECORD(WS-DTL-COUNT)
           IF WS-OD-DATE > WS-XTR-DATE
               MOVE WS-OD-DATE TO WS-XTR-DATE
           END-IF
           .

      *> an eight-digit account is taken as it stands; anything else
      *> is looked up among the feed's account codes
       MAP-DETAIL-ACCOUNT.
           IF WS-MAP-ACCT-COL = 0
               MOVE WS-MAP-ACCT-FIXED TO WS-OD-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-ACCT-COL TO WS-COL
           PERFORM GET-COLUMN
           PERFORM MEASURE-COLUMN
           IF WS-FIELD-OK = "Y" AND WS-FLD-LEN = 8
               MOVE WS-FLD(1:8) TO WS-OD-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-C-FOUND
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CODE-COUNT
               IF WS-CD-CODE(WS-C) = WS-FLD(1:10)
                   MOVE WS-C TO WS-C-FOUND
               END-IF
           END-PERFORM
           IF WS-C-FOUND = 0
               MOVE "NOACCT" TO WS-MAP-REASON
           ELSE
               MOVE WS-CD-ACCOUNT(WS-C-FOUND) TO WS-OD-ACCOUNT
           END-IF
           .

       MAP-DETAIL-DATE.
           IF WS-MAP-DATE-COL = 0
               MOVE WS-RUN-DATE TO WS-OD-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-DATE-COL TO WS-COL
           PERFORM GET-COLUMN
           PERFORM MEASURE-COLUMN
           IF WS-FIELD-OK NOT = "Y" OR WS-FLD-LEN NOT = 8
               MOVE "BADDATE" TO WS-MAP-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FLD(1:8))) = 0
               MOVE "BADDATE" TO WS-MAP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(1:8) TO WS-OD-DATE
           .

      *> the amount arrives as digits with the map's implied decimal
      *> places, and must fit a transaction amount field
       MAP-DETAIL-AMOUNT.
           MOVE WS-MAP-AMT-COL TO WS-COL
           PERFORM GET-COLUMN
           PERFORM MEASURE-COLUMN
           IF WS-FIELD-OK NOT = "Y" OR WS-FLD-LEN > 13
               MOVE "BADAMT" TO WS-MAP-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT =
               FUNCTION NUMVAL(WS-FLD(1:WS-FLD-LEN)) / WS-DIVISOR
           IF WS-AMOUNT > WS-AMOUNT-MAX
               MOVE "BADAMT" TO WS-MAP-REASON
           END-IF
           .

       GET-COLUMN.
           MOVE SPACES TO WS-COL-TEXT
           IF WS-COL > 0 AND WS-COL <= 100
               MOVE WS-DTL-WORK((WS-COL - 1) * 80 + 1:80)
                   TO WS-COL-TEXT
           END-IF
           .

      *> the column trimmed, its length, and whether it is all digits
       MEASURE-COLUMN.
           MOVE "Y" TO WS-FIELD-OK
           MOVE 0 TO WS-FLD-LEN
           MOVE SPACES TO WS-FLD
           IF WS-COL-TEXT = SPACES
               MOVE "N" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-COL-TEXT) TO WS-FLD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD)) TO WS-FLD-LEN
           MOVE 0 TO WS-DIGIT-COUNT
           INSPECT WS-FLD(1:WS-FLD-LEN)
               TALLYING WS-DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2"
               ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF WS-DIGIT-COUNT NOT = WS-FLD-LEN
               MOVE "N" TO WS-FIELD-OK
           END-IF
           .

       WRITE-MAP-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO BridgeLine
           STRING "not carried: extract record " DELIMITED BY SIZE
                  WS-EXTRACT-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MAP-REASON DELIMITED BY SIZE
                  " column " DELIMITED BY SIZE
                  WS-COL DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-TEXT) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           .

      *> any batch ever bridged for this feed from an extract of the
      *> same date and identity, with the same count and hash, is
      *> this same extract presented again - not only the last one,
      *> so an earlier extract re-presented after a later one is
      *> still caught. A row logged before the extract's date and
      *> identity were carried matches on count and hash alone
       CHECK-ALREADY-BRIDGED.
           PERFORM READ-EXTRACT-IDENTITY
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO WS-PRIOR-BATCH
           OPEN INPUT BridgeLogFile
           IF BlgFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y" OR WS-PRIOR-BATCH > 0
               READ BridgeLogFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BL-FEED = WS-FEED-ID
                               AND BL-COUNT = WS-DTL-COUNT
                               AND BL-HASH = WS-HASH-TOTAL
                           IF BL-XDATE IS NOT NUMERIC
                               MOVE BL-BATCH TO WS-PRIOR-BATCH
                           ELSE
                               IF BL-XDATE = WS-XTR-DATE
                                       AND BL-XIDENT = WS-XTR-IDENT
                                   MOVE BL-BATCH TO WS-PRIOR-BATCH
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BridgeLogFile
           IF WS-PRIOR-BATCH > 0
               MOVE "ALREADY" TO WS-REFUSE-REASON
               PERFORM REFUSE-BRIDGE
           END-IF
           .

      *> the first header record on the header extract names the
      *> supplier's file; no header extract leaves the identity blank
      *> and the extract is judged on its date, count and hash
       READ-EXTRACT-IDENTITY.
           MOVE SPACES TO WS-XTR-IDENT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT HeaderExtract
           IF HdrFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HeaderExtract
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-DTL-WORK
                       MOVE HeaderRecord(1:WS-REC-LEN) TO WS-DTL-WORK
                       IF WS-DTL-WORK(1:4) = "HDR "
                           STRING FUNCTION TRIM(WS-DTL-WORK(81:80))
                                      DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-DTL-WORK(161:80))
                                      DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-DTL-WORK(241:80))
                                      DELIMITED BY SIZE
                                  INTO WS-XTR-IDENT
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HeaderExtract
           .

       NEXT-BRIDGE-BATCH-NUMBER.
           OPEN INPUT BridgeControlFile
           IF BctFileStatus = "00"
               READ BridgeControlFile
                   AT END
                       MOVE 600000 TO BC-LAST-BATCH
               END-READ
               MOVE BC-LAST-BATCH TO WS-BRIDGE-BATCH
               CLOSE BridgeControlFile
           ELSE
               MOVE 600000 TO WS-BRIDGE-BATCH
           END-IF
           ADD 1 TO WS-BRIDGE-BATCH
           OPEN OUTPUT BridgeControlFile
           IF BctFileStatus NOT = "00"
               DISPLAY "error writing bridge control file. status="
                       BctFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           MOVE WS-BRIDGE-BATCH TO BC-LAST-BATCH
           WRITE BRGCTL-RECORD
           CLOSE BridgeControlFile
           .

       WRITE-BRIDGE-BATCH.
           MOVE SPACES TO WS-BATCH-PATH
           STRING "bridge-" DELIMITED BY SIZE
                  WS-BRIDGE-BATCH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BATCH-PATH
           OPEN OUTPUT BridgeBatchFile
           IF BatFileStatus NOT = "00"
               DISPLAY "error opening bridge batch file. status="
                       BatFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           MOVE WS-BRIDGE-BATCH TO WS-OH-BATCH
           MOVE WS-RUN-DATE TO WS-OH-DATE
           MOVE WS-MAP-SENDER TO WS-OH-SENDER
           WRITE BRIDGE-BATCH-RECORD FROM WS-OUT-HEADER
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DTL-COUNT
               WRITE BRIDGE-BATCH-RECORD FROM WS-DT-RECORD(WS-D)
           END-PERFORM
           MOVE WS-DTL-COUNT TO WS-OT-COUNT
           MOVE WS-HASH-TOTAL TO WS-OT-HASH
           WRITE BRIDGE-BATCH-RECORD FROM WS-OUT-TRAILER
           CLOSE BridgeBatchFile
           DISPLAY "bridge batch " WS-BRIDGE-BATCH " for feed "
                   WS-FEED-ID ": " WS-DTL-COUNT " detail(s), "
                   WS-EXCEPTIONS " not carried"
           .

      *> on the receiving-area list, so intake.cob registers it like
      *> any landed supplier file
       SUBMIT-BRIDGE-BATCH.
           OPEN EXTEND SubmitFile
           IF SubFileStatus = "35" OR SubFileStatus = "05"
               OPEN OUTPUT SubmitFile
           END-IF
           IF SubFileStatus NOT = "00"
               DISPLAY "error opening intake submission list. status="
                       SubFileStatus
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM END-RUN
           END-IF
           MOVE WS-BATCH-PATH TO SubmitLine
           WRITE SubmitLine
           CLOSE SubmitFile
           .

       LOG-BRIDGE-BATCH.
           OPEN EXTEND BridgeLogFile
           IF BlgFileStatus = "35" OR BlgFileStatus = "05"
               OPEN OUTPUT BridgeLogFile
           END-IF
           IF BlgFileStatus NOT = "00"
               DISPLAY "error opening bridge log. status="
                       BlgFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "," TO BRIDGE-LOG-RECORD
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-FEED-ID TO BL-FEED
           MOVE WS-BRIDGE-BATCH TO BL-BATCH
           MOVE WS-MAP-SENDER TO BL-SENDER
           MOVE WS-DTL-COUNT TO BL-COUNT
           MOVE WS-HASH-TOTAL TO BL-HASH
           MOVE WS-EXCEPTIONS TO BL-EXCEPTIONS
           MOVE WS-XTR-DATE TO BL-XDATE
           MOVE WS-XTR-IDENT TO BL-XIDENT
           WRITE BRIDGE-LOG-RECORD
           CLOSE BridgeLogFile
           .

      *> nothing goes across; the reason is on the report and the
      *> alert log
       REFUSE-BRIDGE.
           MOVE "Y" TO WS-REFUSED
           DISPLAY "** feed " WS-FEED-ID " not bridged: "
                   WS-REFUSE-REASON " **"
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "feed " DELIMITED BY SIZE
                  WS-FEED-ID DELIMITED BY SPACE
                  " not bridged to posting: " DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           .

       WRITE-BRIDGE-SUMMARY.
           MOVE SPACES TO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE SPACES TO BridgeLine
           STRING "feed " DELIMITED BY SIZE
                  WS-FEED-ID DELIMITED BY SIZE
                  "  sender " DELIMITED BY SIZE
                  WS-MAP-SENDER DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE WS-EXTRACT-DTLS TO WS-ED-COUNT
           MOVE SPACES TO BridgeLine
           STRING "details on the detail extract    " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE WS-PARSE-HELD TO WS-ED-COUNT
           MOVE SPACES TO BridgeLine
           STRING "details held back at parse       " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  (field errors, orphans)" DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE WS-EXCEPTIONS TO WS-ED-COUNT
           MOVE SPACES TO BridgeLine
           STRING "details the map could not carry  " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE WS-DTL-COUNT TO WS-ED-COUNT
           MOVE WS-NET-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO BridgeLine
           STRING "details mapped                   " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  net amount " DELIMITED BY SIZE
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO BridgeLine
           PERFORM WRITE-BRIDGE-LINE
           MOVE SPACES TO BridgeLine
           EVALUATE TRUE
               WHEN WS-REFUSE-REASON = "ALREADY"
                   STRING "NOT BRIDGED: ALREADY SENT AS BATCH "
                          DELIMITED BY SIZE
                          WS-PRIOR-BATCH DELIMITED BY SIZE
                          INTO BridgeLine
               WHEN WS-REFUSE-REASON = "STRUCT"
                   MOVE WS-STRUCT-ERRORS TO WS-ED-COUNT
                   STRING "NOT BRIDGED: " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " STRUCTURE ERROR(S) - SEE "
                          DELIMITED BY SIZE
                          "STRUCTURE-ERRORS.TXT" DELIMITED BY SIZE
                          INTO BridgeLine
               WHEN WS-REFUSED = "Y"
                   STRING "NOT BRIDGED: " DELIMITED BY SIZE
                          WS-REFUSE-REASON DELIMITED BY SIZE
                          INTO BridgeLine
               WHEN OTHER
                   STRING "BATCH " DELIMITED BY SIZE
                          WS-BRIDGE-BATCH DELIMITED BY SIZE
                          " WRITTEN TO " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BATCH-PATH) DELIMITED BY SIZE
                          " AND SUBMITTED FOR INTAKE" DELIMITED BY SIZE
                          INTO BridgeLine
           END-EVALUATE
           PERFORM WRITE-BRIDGE-LINE
           .

       WRITE-BRIDGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-COUNT
           MOVE BridgeLine TO WS-RPT-HOLD
           MOVE SPACES TO BridgeLine
           STRING WS-RPT-TITLE DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
                  INTO BridgeLine
           WRITE BridgeLine
           MOVE SPACES TO BridgeLine
           WRITE BridgeLine
           MOVE WS-RPT-HOLD TO BridgeLine
           .

       WRITE-BRIDGE-LINE.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-BRIDGE-HEADER
           END-IF
           WRITE BridgeLine
           ADD 1 TO WS-LINE-COUNT
           .
