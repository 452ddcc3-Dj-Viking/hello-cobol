      *> root: record types, expected column counts, per-column
      *> content rules, and per-column translation field names -
      *> selected at run time by ITERATE_FEED, so onboarding a new
      *> supplier is a data-entry task instead of a recompile. A
      *> fixed-width feed marks its entries P and gives each column's
      *> start position and length; the record is then sliced by
      *> position instead of split on the delimiter
           SELECT SchemaFile
               ASSIGN TO "../feedschema.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
           05 CKPT-PAGE-NUM     pic 9(3).

       FD  SchemaFile
           record contains 197 characters.
       01  SCHEMA-RECORD.
           05 SCH-FEED       pic X(08).
           05 FILLER         pic X.
           05 FILLER         pic X.
           05 SCH-XLNAMES.
              10 SCH-XLN occurs 10 times pic X(10).
           05 FILLER         pic X.
      *> D or blank delimited, P positional
           05 SCH-FORMAT     pic X.
           05 FILLER         pic X.
           05 SCH-POSITIONS.
              10 SCH-POS occurs 10 times.
                 15 SCH-START pic 9(03).
                 15 SCH-LENGTH pic 9(03).

       FD  XlateFile
           record contains 32 characters.
              10 WS-SCHEMA-COLS pic 9(02).
              10 WS-SCHEMA-RULES pic X(10).
              10 WS-SCHEMA-XLN occurs 10 times pic X(10).
              10 WS-SCHEMA-POS occurs 10 times.
                 15 WS-SCHEMA-START pic 9(03).
                 15 WS-SCHEMA-LENGTH pic 9(03).
      *> the feed whose schema applies - ITERATE_FEED picks it, the
      *> classic feed is DEFAULT
       01  SchFileStatus     pic XX.
       01  WS-FEED-ENV       pic X(08) value spaces.
       01  WS-FEED-ID        pic X(08) value "DEFAULT".
       01  WS-B              pic 9(01) value 0.
      *> a positional feed is sliced by each record type's column
      *> positions; the type is whichever entry's first column holds
      *> its own type name
       01  WS-FEED-POSITIONAL pic X    value "N".
       01  WS-POS-HIT        pic 9(02) value 0.
       01  WS-POS-START      pic 9(03) value 0.
       01  WS-POS-LENGTH     pic 9(03) value 0.
       01  WS-POS-SLICE      pic X(200) value spaces.
       01  WS-XN             pic 9(02) value 0.
      *> built-in per-column translation field names, one row per
      *> built-in record type: a named column carries supplier codes
      *> stream - the whole point is that downstream must not consume
      *> details whose header was dropped
       01  WS-ORPHAN-FLAG    pic X     value "N".
      *> details that failed a content rule are diverted the same
      *> way, so everything left on detail-extract.txt is clean enough
      *> for the posting bridge to carry across
       01  WS-DTL-DIVERTED   pic 9(05) value 0.

      *> supplier quality tallies for the run, by source and kind,
      *> charged to the feed on the quality log at end of run - the
      *> error files themselves are rewritten every run
       01  WS-QUAL-TALLY-TABLE.
           05 FILLER pic X(16) value "STRUCT  ORPHAN  ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "STRUCT  EMPTYSET".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "STRUCT  TRUNCSET".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "STRUCT  NOTOTAL ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "STRUCT  XFOOT   ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "FIELD   NUMERIC ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "FIELD   DATE    ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "FIELD   STATE   ".
           05 FILLER pic 9(07) value 0.
           05 FILLER pic X(16) value "FIELD   XLATE   ".
           05 FILLER pic 9(07) value 0.
       01  WS-QUAL-TALLIES redefines WS-QUAL-TALLY-TABLE.
           05 WS-QUAL-TALLY occurs 9 times.
              10 WS-QT-SOURCE   pic X(08).
              10 WS-QT-CATEGORY pic X(08).
              10 WS-QT-COUNT    pic 9(07).
       01  WS-QT             pic 9(02) value 0.
      *> parameters for the CALL to QUALLOG
       01  WS-QUAL-SENDER    pic X(08) value spaces.
       01  WS-QUAL-SOURCE    pic X(08) value spaces.
       01  WS-QUAL-CATEGORY  pic X(08) value spaces.
       01  WS-QUAL-COUNT     pic 9(07) value 0.

      *> checkpoint/restart support - WS-RESTART-COUNT is the record
      *> number to resume after, loaded from CheckpointFile at startup;
           PERFORM CHECK-EOF-STRUCTURE
           PERFORM RESET-CHECKPOINT
           PERFORM CLOSE-FILE
           PERFORM LOG-QUALITY
           MOVE WS-RECORD-NUM TO WS-RUN-PROCESSED
           MOVE WS-FIELD-ERR-RECS TO WS-RUN-REJECTED
           IF WS-STRUCT-ERRORS > 0 OR WS-FIELD-ERRORS > 0
                                   MOVE SCH-XLN(WS-XN) TO
                                       WS-SCHEMA-XLN(
                                           WS-SCHEMA-COUNT, WS-XN)
                                   PERFORM LOAD-SCHEMA-POSITION
                               END-PERFORM
                               IF SCH-FORMAT = "P"
                                   MOVE "Y" TO WS-FEED-POSITIONAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           IF WS-SCHEMA-COUNT > 0
               DISPLAY "feed " WS-FEED-ID ": " WS-SCHEMA-COUNT
                       " record type(s) loaded from feedschema.dat"
               IF WS-FEED-POSITIONAL = "Y"
                   DISPLAY "feed " WS-FEED-ID " is positional - "
                           "records sliced by column position"
               END-IF
           ELSE
               DISPLAY "feed " WS-FEED-ID " not in feedschema.dat - "
                       "built-in schema applies"
                           UNTIL WS-XN > 10
                       MOVE WS-BI-XLN(WS-B, WS-XN) TO
                           WS-SCHEMA-XLN(WS-SCHEMA-COUNT, WS-XN)
                       MOVE 0 TO WS-SCHEMA-START(WS-SCHEMA-COUNT, WS-XN)
                       MOVE 0 TO WS-SCHEMA-LENGTH(WS-SCHEMA-COUNT, WS-XN)
                   END-PERFORM
               END-PERFORM
           END-IF
           .

      *> a delimited entry carries no positions; a blank or
      *> non-numeric position is taken as an unused column
       LOAD-SCHEMA-POSITION.
           IF SCH-FORMAT = "P" AND SCH-START(WS-XN) IS NUMERIC
                   AND SCH-LENGTH(WS-XN) IS NUMERIC
               MOVE SCH-START(WS-XN)
                   TO WS-SCHEMA-START(WS-SCHEMA-COUNT, WS-XN)
               MOVE SCH-LENGTH(WS-XN)
                   TO WS-SCHEMA-LENGTH(WS-SCHEMA-COUNT, WS-XN)
           ELSE
               MOVE 0 TO WS-SCHEMA-START(WS-SCHEMA-COUNT, WS-XN)
               MOVE 0 TO WS-SCHEMA-LENGTH(WS-SCHEMA-COUNT, WS-XN)
           END-IF
           .

       INIT-FILE.
           OPEN INPUT InputFile
           IF FileStatus NOT = "00"
      *> them off the detail extract
       TRACK-SKIPPED-SET-STATE.
           MOVE SPACES TO WS-SKIP-TYPE
           IF WS-FEED-POSITIONAL = "Y"
               PERFORM FIND-POSITIONAL-TYPE
               IF WS-POS-HIT > 0
                   MOVE WS-SCHEMA-TYPE(WS-POS-HIT) TO WS-SKIP-TYPE
               END-IF
           ELSE
               UNSTRING FUNCTION TRIM(InputRecord)
                   DELIMITED BY WS-Delim INTO WS-SKIP-TYPE
           END-IF
           EVALUATE WS-SKIP-TYPE
               WHEN "HDR"
                   MOVE "Y" TO WS-SET-OPEN
           move function length(function trim (InputRecord)) to ws-len
           move 1 to ws-start
           move 0 to ws-count
           IF WS-FEED-POSITIONAL = "Y"
               PERFORM SLICE-POSITIONAL-RECORD
               PERFORM FINISH-RECORD
               EXIT PARAGRAPH
           END-IF
           
           PERFORM VARYING WS-End FROM 1 BY 1 UNTIL WS-End > WS-Len
               MOVE InputRecord(WS-End:1) TO WS-Char
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FINISH-RECORD
           .

      *> the same validation, report lines and typed routing for a
      *> record whichever way its columns were found
       FINISH-RECORD.
           perform VALIDATE-COLUMN-COUNT

           display "split results:"
           perform WRITE-OUTPUT-RECORD
           .

      *> the record's type is whichever schema entry finds its own
      *> type name in its first column's position
       FIND-POSITIONAL-TYPE.
           MOVE 0 TO WS-POS-HIT
           PERFORM VARYING WS-SCHEMA-IDX FROM 1 BY 1
                   UNTIL WS-SCHEMA-IDX > WS-SCHEMA-COUNT
                      OR WS-POS-HIT > 0
               MOVE WS-SCHEMA-START(WS-SCHEMA-IDX, 1) TO WS-POS-START
               MOVE WS-SCHEMA-LENGTH(WS-SCHEMA-IDX, 1) TO WS-POS-LENGTH
               IF WS-POS-START > 0 AND WS-POS-LENGTH > 0
                       AND WS-POS-START + WS-POS-LENGTH - 1 <= 200
                   MOVE SPACES TO WS-POS-SLICE
                   MOVE InputRecord(WS-POS-START:WS-POS-LENGTH)
                       TO WS-POS-SLICE
                   IF FUNCTION TRIM(WS-POS-SLICE) =
                           WS-SCHEMA-TYPE(WS-SCHEMA-IDX)
                       MOVE WS-SCHEMA-IDX TO WS-POS-HIT
                   END-IF
               END-IF
           END-PERFORM
           .

      *> slices each column at its start and length, left-justified
      *> the way a delimited field arrives; a column starting past
      *> the end of the data is missing, so a short record fails the
      *> column count the way a delimited one does. A record no entry
      *> recognizes is carried whole as its one column.
       SLICE-POSITIONAL-RECORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(InputRecord TRAILING))
               TO WS-Len
           PERFORM FIND-POSITIONAL-TYPE
           IF WS-POS-HIT = 0
               MOVE 1 TO WS-Count
               MOVE SPACES TO WS-Text(1)
               MOVE InputRecord(1:80) TO WS-Text(1)
               IF WS-Len > WS-FIELD-CAPACITY
                   MOVE WS-Len TO WS-Field-Len
                   PERFORM CHECK-FIELD-TRUNCATION
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XN FROM 1 BY 1
                   UNTIL WS-XN > WS-SCHEMA-COLS(WS-POS-HIT)
                      OR WS-XN > 10
               MOVE WS-SCHEMA-START(WS-POS-HIT, WS-XN) TO WS-POS-START
               MOVE WS-SCHEMA-LENGTH(WS-POS-HIT, WS-XN) TO WS-POS-LENGTH
               IF WS-POS-START > 0 AND WS-POS-START <= WS-Len
                       AND WS-POS-LENGTH > 0
                       AND WS-POS-START + WS-POS-LENGTH - 1 <= 200
                   ADD 1 TO WS-Count
                   MOVE SPACES TO WS-POS-SLICE
                   MOVE InputRecord(WS-POS-START:WS-POS-LENGTH)
                       TO WS-POS-SLICE
                   MOVE SPACES TO WS-Text(WS-Count)
                   MOVE FUNCTION TRIM(WS-POS-SLICE) TO WS-Text(WS-Count)
                   MOVE WS-POS-LENGTH TO WS-Field-Len
                   PERFORM CHECK-FIELD-TRUNCATION
               END-IF
           END-PERFORM
           .

      *> starts a new report page, with a title/run-date header, each
      *> time the page fills or the report is just starting
       WRITE-REPORT-HEADER.
      *> type found in WS-Text(1), rather than accepting them silently
       VALIDATE-COLUMN-COUNT.
           MOVE "N" TO WS-SCHEMA-FOUND
           MOVE "N" TO WS-RECORD-BAD
           PERFORM VARYING WS-SCHEMA-IDX FROM 1 BY 1
                   UNTIL WS-SCHEMA-IDX > WS-SCHEMA-COUNT
               IF WS-SCHEMA-TYPE(WS-SCHEMA-IDX) = WS-Text(1)
      *> swaps the supplier's code for ours before the record is
      *> written to its extract, so downstream matching sees one
      *> vocabulary; a code the reference doesn't know is reported
      *> with its record number and left as transmitted, and marks
      *> the record bad - VALIDATE-FIELD-CONTENT counts it among the
      *> field-error records and a detail is diverted, not extracted
      *> under the supplier's code
       TRANSLATE-FIELD.
           MOVE 0 TO WS-X-FOUND
           PERFORM VARYING WS-X FROM 1 BY 1
               MOVE SPACES TO WS-Text(WS-COL)
               MOVE WS-XT-OURS(WS-X-FOUND) TO WS-Text(WS-COL)
           ELSE
               MOVE "Y" TO WS-RECORD-BAD
               ADD 1 TO WS-XLATE-ERRORS
               MOVE "FIELD" TO WS-QUAL-SOURCE
               MOVE "XLATE" TO WS-QUAL-CATEGORY
               PERFORM TALLY-QUALITY
               DISPLAY "untranslatable " FUNCTION TRIM(WS-XLATE-NAME)
                       " code [" FUNCTION TRIM(WS-Text(WS-COL))
                       "] at record " WS-RECORD-NUM
       WRITE-FIELD-ERROR.
           MOVE "Y" TO WS-RECORD-BAD
           ADD 1 TO WS-FIELD-ERRORS
           MOVE "FIELD" TO WS-QUAL-SOURCE
           EVALUATE WS-RULE
               WHEN "N"
                   MOVE "NUMERIC" TO WS-QUAL-CATEGORY
               WHEN "D"
                   MOVE "DATE" TO WS-QUAL-CATEGORY
               WHEN OTHER
                   MOVE "STATE" TO WS-QUAL-CATEGORY
           END-EVALUATE
           PERFORM TALLY-QUALITY
           DISPLAY "field error: record " WS-RECORD-NUM " column "
                   WS-COL " fails " FUNCTION TRIM(WS-RULE-TEXT)
                   " rule: " FUNCTION TRIM(WS-Text(WS-COL))
      *> persist the parsed fields for this input record as a fixed
      *> layout record, one column per entry in ws-table, routed to
      *> the extract stream for its record type; types outside the
      *> schema still land on parsed-extract.txt as before, as do
      *> orphans and details that failed a content rule
       WRITE-OUTPUT-RECORD.
           MOVE SPACES TO OUTPUT-RECORD
           perform varying ws-end from 1 by 1 until ws-end > ws-count
           EVALUATE TRUE
               WHEN WS-ORPHAN-FLAG = "Y"
                   WRITE OUTPUT-RECORD
               WHEN WS-Text(1) = "DTL" AND WS-RECORD-BAD = "Y"
                   ADD 1 TO WS-DTL-DIVERTED
                   WRITE OUTPUT-RECORD
               WHEN WS-Text(1) = "HDR"
                   MOVE OUTPUT-RECORD TO HDR-EXTRACT-RECORD
                   WRITE HDR-EXTRACT-RECORD
                              " has no trailer - truncated set"
                              DELIMITED BY SIZE
                              INTO WS-STRUCT-MSG
                       MOVE "TRUNCSET" TO WS-QUAL-CATEGORY
                       PERFORM WRITE-STRUCTURE-ERROR
                       IF WS-SET-DTL-COUNT = 0
                           PERFORM REPORT-EMPTY-SET
                   IF WS-SET-OPEN NOT = "Y"
                       MOVE "orphan detail - no header record open"
                           TO WS-STRUCT-MSG
                       MOVE "ORPHAN" TO WS-QUAL-CATEGORY
                       PERFORM WRITE-STRUCTURE-ERROR
                       MOVE "Y" TO WS-ORPHAN-FLAG
                   ELSE
                   IF WS-SET-OPEN NOT = "Y"
                       MOVE "orphan trailer - no header record open"
                           TO WS-STRUCT-MSG
                       MOVE "ORPHAN" TO WS-QUAL-CATEGORY
                       PERFORM WRITE-STRUCTURE-ERROR
                       MOVE "Y" TO WS-ORPHAN-FLAG
                   ELSE
           IF WS-Count < 2 OR WS-Text(2) = SPACES
               MOVE "trailer carries no total - cross-foot not proved"
                   TO WS-STRUCT-MSG
               MOVE "NOTOTAL" TO WS-QUAL-CATEGORY
               PERFORM WRITE-STRUCTURE-ERROR
               EXIT PARAGRAPH
           END-IF
                      " but details sum to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XF-SUM-ED) DELIMITED BY SIZE
                      INTO WS-STRUCT-MSG
               MOVE "XFOOT" TO WS-QUAL-CATEGORY
               PERFORM WRITE-STRUCTURE-ERROR
           END-IF
           .
                  WS-SET-HDR-RECNUM DELIMITED BY SIZE
                  " has no details - empty set" DELIMITED BY SIZE
                  INTO WS-STRUCT-MSG
           MOVE "EMPTYSET" TO WS-QUAL-CATEGORY
           PERFORM WRITE-STRUCTURE-ERROR
           .

                      " has no trailer at end of file - truncated set"
                      DELIMITED BY SIZE
                      INTO WS-STRUCT-MSG
               MOVE "TRUNCSET" TO WS-QUAL-CATEGORY
               PERFORM WRITE-STRUCTURE-ERROR
               IF WS-SET-DTL-COUNT = 0
                   PERFORM REPORT-EMPTY-SET
                       WS-FIELD-ERRORS " field error(s) - see "
                       "field-errors.txt"
           END-IF
           IF WS-DTL-DIVERTED > 0
               DISPLAY WS-DTL-DIVERTED " detail(s) with field errors "
                       "kept off detail-extract.txt - see "
                       "parsed-extract.txt"
           END-IF
           IF WS-XLATE-ERRORS > 0
               DISPLAY WS-XLATE-ERRORS " untranslatable code(s) - "
                       "see field-errors.txt"
           END-IF
           .

       TALLY-QUALITY.
           PERFORM VARYING WS-QT FROM 1 BY 1 UNTIL WS-QT > 9
               IF WS-QT-SOURCE(WS-QT) = WS-QUAL-SOURCE
                       AND WS-QT-CATEGORY(WS-QT) = WS-QUAL-CATEGORY
                   ADD 1 TO WS-QT-COUNT(WS-QT)
               END-IF
           END-PERFORM
           .

      *> the feed id is the sender id for a supplier feed; the
      *> classic feed is charged as DEFAULT. A restarted run counts
      *> only the records it parsed itself.
       LOG-QUALITY.
           MOVE WS-FEED-ID TO WS-QUAL-SENDER
           MOVE "PARSE" TO WS-QUAL-SOURCE
           MOVE "RECORDS" TO WS-QUAL-CATEGORY
           COMPUTE WS-QUAL-COUNT = WS-RECORD-NUM - WS-RESTART-COUNT
           CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
               WS-QUAL-CATEGORY WS-QUAL-COUNT
           PERFORM VARYING WS-QT FROM 1 BY 1 UNTIL WS-QT > 9
               MOVE WS-QT-SOURCE(WS-QT) TO WS-QUAL-SOURCE
               MOVE WS-QT-CATEGORY(WS-QT) TO WS-QUAL-CATEGORY
               MOVE WS-QT-COUNT(WS-QT) TO WS-QUAL-COUNT
               CALL "QUALLOG" USING WS-QUAL-SENDER WS-QUAL-SOURCE
                   WS-QUAL-CATEGORY WS-QUAL-COUNT
           END-PERFORM
           .

       WRITE-STRUCTURE-ERROR.
           MOVE "STRUCT" TO WS-QUAL-SOURCE
           PERFORM TALLY-QUALITY
           DISPLAY "structure error: record " WS-RECORD-NUM ": "
                   FUNCTION TRIM(WS-STRUCT-MSG)
           MOVE SPACES TO StructErrLine
