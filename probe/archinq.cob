      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archinq.
      *> Archive inquiry: once ledgerroll.cob has moved a closed year
      *> to its ledger-archive-YYYY.dat file, and logpurge.cob has
      *> moved aged log records to their dated archives, ledgerinq
      *> and auditinq no longer see any of it, and a question about
      *> a posting three years back meant opening archive files by
      *> hand. This run searches the ledger year archives by
      *> account, posting date range, or batch, or the log archives
      *> on the archive catalog by operator or a text match, and
      *> writes the same paged report auditinq does - each line
      *> labelled with the archive file it came from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so one SELECT serves every rolled year
           SELECT LedgerArchive
               ASSIGN TO DYNAMIC WS-ARCH-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LgrFileStatus.

      *> DYNAMIC so one SELECT serves every catalogued log archive
           SELECT LogArchive
               ASSIGN TO DYNAMIC WS-ARCH-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is LogFileStatus.

           SELECT CatalogFile
               ASSIGN TO "archive-catalog.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CatFileStatus.

           SELECT InquiryReport
               ASSIGN TO "archive-inquiry.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerArchive
           record contains 82 characters.
       COPY ledgerrec.

      *> as wide as logpurge.cob's archive record
       FD  LogArchive
           record contains 200 characters.
       01  ArchiveLine       PIC X(200).

       FD  CatalogFile
           record contains 98 characters.
       COPY arccatrec.

       FD  InquiryReport
           record contains 132 characters.
       01  ReportLine        PIC X(132).

       WORKING-STORAGE SECTION.
       01  LgrFileStatus     PIC XX.
       01  LogFileStatus     PIC XX.
       01  CatFileStatus     PIC XX.
       01  RptFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-RUN-DATE       PIC X(08)  VALUE SPACES.
       01  WS-ARCH-PATH      PIC X(50)  VALUE SPACES.

      *> the ledger archives are found by name: every year from a
      *> century back to this one is tried, and a year with no
      *> archive is simply passed over
       01  WS-THIS-YEAR      PIC 9(04)  VALUE 0.
       01  WS-FIRST-YEAR     PIC 9(04)  VALUE 0.
       01  WS-YEAR           PIC 9(04)  VALUE 0.
       01  WS-FROM-YEAR      PIC 9(04)  VALUE 0.
       01  WS-TO-YEAR        PIC 9(04)  VALUE 9999.

      *> the log archives are found through the archive catalog,
      *> each distinct archive file once
       01  WS-ARC-COUNT      PIC 9(03)  VALUE 0.
       01  WS-C              PIC 9(03)  VALUE 0.
       01  WS-C-FOUND        PIC 9(03)  VALUE 0.
       01  WS-ARC-TABLE.
           05 WS-ARC-ENTRY occurs 1 to 500 times
                   depending on WS-ARC-COUNT.
              10 WS-AC-LOG     PIC X(30).
              10 WS-AC-PATH    PIC X(50).
      *> the purged logs that carry an operator, and where - the
      *> standard audit shape auditinq reads (operator at column 19)
       01  WS-OPER-LOG       PIC X(30)  VALUE "audit.log".

      *> the inquiry criteria - one of the five selection modes
       01  WS-MODE-CHOICE    PIC X      VALUE SPACE.
       01  WS-SEL-ACCOUNT    PIC 9(08)  VALUE 0.
       01  WS-SEL-FROM       PIC 9(08)  VALUE 0.
       01  WS-SEL-TO         PIC 9(08)  VALUE 99991231.
       01  WS-SEL-BATCH      PIC 9(06)  VALUE 0.
       01  WS-SEL-OPERATOR   PIC X(08)  VALUE SPACES.
       01  WS-SEL-TEXT       PIC X(30)  VALUE SPACES.
       01  WS-SEL-TEXT-LEN   PIC 9(02)  VALUE 0.

       01  WS-ENT-MATCHES    PIC X      VALUE "N".
       01  WS-SCAN           PIC 9(03)  VALUE 0.
       01  WS-SCAN-LIMIT     PIC 9(03)  VALUE 0.
       01  WS-MATCH-COUNT    PIC 9(05)  VALUE 0.
       01  WS-FILE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-MATCH-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-ED-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-BALANCE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LABEL          PIC X(32)  VALUE SPACES.
      *> a posting archived before value dates were carried settled
      *> on its posting date
       01  WS-VALUE-DATE     PIC 9(08)  VALUE 0.

      *> report paging, same shape as the suite's other print files
       01  WS-RPT-TITLE      PIC X(40)
               VALUE "ARCHIVE INQUIRY".
       01  WS-PAGE-NUM       PIC 9(03)  VALUE 0.
       01  WS-LINE-COUNT     PIC 9(03)  VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(03)  VALUE 50.
       01  WS-RPT-HOLD       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM ACCEPT-CRITERIA
           OPEN OUTPUT InquiryReport
           IF RptFileStatus NOT = "00"
               DISPLAY "error opening inquiry report. status="
                       RptFileStatus
               STOP RUN
           END-IF
           EVALUATE WS-MODE-CHOICE
               WHEN "A"
               WHEN "D"
               WHEN "B"
                   PERFORM SEARCH-LEDGER-ARCHIVES
               WHEN OTHER
                   PERFORM SEARCH-LOG-ARCHIVES
           END-EVALUATE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "archive files searched: " DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "entries matched: " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  INTO ReportLine
           PERFORM WRITE-REPORT-LINE
           IF WS-MODE-CHOICE = "A" OR "D" OR "B"
               MOVE WS-MATCH-TOTAL TO WS-ED-TOTAL
               MOVE SPACES TO ReportLine
               STRING "amount total: " DELIMITED BY SIZE
                      WS-ED-TOTAL DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE InquiryReport
           DISPLAY WS-MATCH-COUNT " matching archive entr(ies) in "
                   WS-FILE-COUNT " file(s) - see archive-inquiry.txt"
           STOP RUN.

       ACCEPT-CRITERIA.
           DISPLAY "============================="
           DISPLAY "archive inquiry"
           DISPLAY "  ledger year archives:"
           DISPLAY "    A - by account"
           DISPLAY "    D - by posting date range"
           DISPLAY "    B - by batch"
           DISPLAY "  log archives:"
           DISPLAY "    O - by operator"
           DISPLAY "    T - by text match"
           DISPLAY "-----------------------------"
           DISPLAY "selection: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE
           EVALUATE WS-MODE-CHOICE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-MODE-CHOICE
                   DISPLAY "account: " WITH NO ADVANCING
                   ACCEPT WS-SEL-ACCOUNT
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-MODE-CHOICE
                   DISPLAY "from date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-SEL-FROM
                   DISPLAY "to date (YYYYMMDD, 0 = open): "
                           WITH NO ADVANCING
                   ACCEPT WS-SEL-TO
                   IF WS-SEL-TO = 0
                       MOVE 99991231 TO WS-SEL-TO
                   END-IF
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO WS-MODE-CHOICE
                   DISPLAY "batch number: " WITH NO ADVANCING
                   ACCEPT WS-SEL-BATCH
               WHEN "O"
               WHEN "o"
                   MOVE "O" TO WS-MODE-CHOICE
                   DISPLAY "operator id: " WITH NO ADVANCING
                   ACCEPT WS-SEL-OPERATOR
               WHEN OTHER
                   MOVE "T" TO WS-MODE-CHOICE
                   DISPLAY "text to match: " WITH NO ADVANCING
                   ACCEPT WS-SEL-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-TEXT))
                       TO WS-SEL-TEXT-LEN
           END-EVALUATE
           .

      *> ledgerroll.cob's archive name for each year; a date-range
      *> search only opens the years the range touches
       SEARCH-LEDGER-ARCHIVES.
           COMPUTE WS-THIS-YEAR = FUNCTION NUMVAL(WS-RUN-DATE) / 10000
           COMPUTE WS-FIRST-YEAR = WS-THIS-YEAR - 99
           IF WS-MODE-CHOICE = "D"
               COMPUTE WS-FROM-YEAR = WS-SEL-FROM / 10000
               COMPUTE WS-TO-YEAR = WS-SEL-TO / 10000
           END-IF
           PERFORM VARYING WS-YEAR FROM WS-FIRST-YEAR BY 1
                   UNTIL WS-YEAR > WS-THIS-YEAR
               IF WS-YEAR >= WS-FROM-YEAR AND WS-YEAR <= WS-TO-YEAR
                   MOVE SPACES TO WS-ARCH-PATH
                   STRING "ledger-archive-" DELIMITED BY SIZE
                          WS-YEAR DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO WS-ARCH-PATH
                   PERFORM SEARCH-ONE-LEDGER-YEAR
               END-IF
           END-PERFORM
           .

       SEARCH-ONE-LEDGER-YEAR.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LedgerArchive
           IF LgrFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-ARCH-PATH TO WS-LABEL
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LedgerArchive
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-POSTING
                       IF WS-ENT-MATCHES = "Y"
                           PERFORM REPORT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerArchive
           .

       JUDGE-POSTING.
           MOVE "N" TO WS-ENT-MATCHES
           EVALUATE WS-MODE-CHOICE
               WHEN "A"
                   IF LGR-ACCOUNT = WS-SEL-ACCOUNT
                       MOVE "Y" TO WS-ENT-MATCHES
                   END-IF
               WHEN "D"
                   IF LGR-DATE >= WS-SEL-FROM
                           AND LGR-DATE <= WS-SEL-TO
                       MOVE "Y" TO WS-ENT-MATCHES
                   END-IF
               WHEN "B"
                   IF LGR-BATCH = WS-SEL-BATCH
                       MOVE "Y" TO WS-ENT-MATCHES
                   END-IF
           END-EVALUATE
           .

       REPORT-POSTING.
           ADD 1 TO WS-MATCH-COUNT
           ADD LGR-AMOUNT TO WS-MATCH-TOTAL
           MOVE LGR-AMOUNT TO WS-ED-AMOUNT
           MOVE LGR-BALANCE TO WS-ED-BALANCE
           IF LGR-VALUE-DATE IS NUMERIC AND LGR-VALUE-DATE > 0
               MOVE LGR-VALUE-DATE TO WS-VALUE-DATE
           ELSE
               MOVE LGR-DATE TO WS-VALUE-DATE
           END-IF
           MOVE SPACES TO ReportLine
           IF LGR-ORIG-DATE > 0
               STRING WS-LABEL(1:24) DELIMITED BY SIZE
                      " acct " DELIMITED BY SIZE
                      LGR-ACCOUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LGR-DATE DELIMITED BY SIZE
                      " val " DELIMITED BY SIZE
                      WS-VALUE-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-AMOUNT DELIMITED BY SIZE
                      " bal " DELIMITED BY SIZE
                      WS-ED-BALANCE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LGR-CURRENCY DELIMITED BY SIZE
                      " batch " DELIMITED BY SIZE
                      LGR-BATCH DELIMITED BY SIZE
                      " rev " DELIMITED BY SIZE
                      LGR-ORIG-DATE DELIMITED BY SIZE
                      INTO ReportLine
           ELSE
               STRING WS-LABEL(1:24) DELIMITED BY SIZE
                      " acct " DELIMITED BY SIZE
                      LGR-ACCOUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LGR-DATE DELIMITED BY SIZE
                      " val " DELIMITED BY SIZE
                      WS-VALUE-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-AMOUNT DELIMITED BY SIZE
                      " bal " DELIMITED BY SIZE
                      WS-ED-BALANCE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LGR-CURRENCY DELIMITED BY SIZE
                      " batch " DELIMITED BY SIZE
                      LGR-BATCH DELIMITED BY SIZE
                      INTO ReportLine
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

      *> an operator search only reads archives of a log that
      *> records one; a text search reads them all
       SEARCH-LOG-ARCHIVES.
           PERFORM LOAD-CATALOG
           IF WS-ARC-COUNT = 0
               MOVE SPACES TO ReportLine
               MOVE "(no log archives on the archive catalog)"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-ARC-COUNT
               IF WS-MODE-CHOICE NOT = "O"
                       OR WS-AC-LOG(WS-C) = WS-OPER-LOG
                   MOVE WS-AC-PATH(WS-C) TO WS-ARCH-PATH
                   PERFORM SEARCH-ONE-LOG-ARCHIVE
               END-IF
           END-PERFORM
           .

       LOAD-CATALOG.
           MOVE 0 TO WS-ARC-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CatalogFile
           IF CatFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CatalogFile
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-C-FOUND
                       PERFORM VARYING WS-C FROM 1 BY 1
                               UNTIL WS-C > WS-ARC-COUNT
                           IF WS-AC-PATH(WS-C) = ARC-PATH
                               MOVE WS-C TO WS-C-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-C-FOUND = 0 AND WS-ARC-COUNT < 500
                               AND ARC-PATH NOT = SPACES
                           ADD 1 TO WS-ARC-COUNT
                           MOVE ARC-LOG TO WS-AC-LOG(WS-ARC-COUNT)
                           MOVE ARC-PATH TO WS-AC-PATH(WS-ARC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CatalogFile
           .

       SEARCH-ONE-LOG-ARCHIVE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LogArchive
           IF LogFileStatus NOT = "00"
               MOVE SPACES TO ReportLine
               STRING FUNCTION TRIM(WS-ARCH-PATH) DELIMITED BY SIZE
                      ": catalogued but cannot be opened. status="
                          DELIMITED BY SIZE
                      LogFileStatus DELIMITED BY SIZE
                      INTO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-ARCH-PATH TO WS-LABEL
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LogArchive
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ArchiveLine NOT = SPACES
                           PERFORM JUDGE-LOG-ENTRY
                           IF WS-ENT-MATCHES = "Y"
                               PERFORM REPORT-LOG-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LogArchive
           .

       JUDGE-LOG-ENTRY.
           MOVE "N" TO WS-ENT-MATCHES
           IF WS-MODE-CHOICE = "O"
               IF ArchiveLine(19:8) = WS-SEL-OPERATOR
                   MOVE "Y" TO WS-ENT-MATCHES
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TEXT-LEN = 0
               EXIT PARAGRAPH
           END-IF
      *> a plain substring scan over the archived line, as auditinq
      *> does over the live trails
           COMPUTE WS-SCAN-LIMIT = 200 - WS-SEL-TEXT-LEN + 1
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-SCAN-LIMIT
                      OR WS-ENT-MATCHES = "Y"
               IF ArchiveLine(WS-SCAN:WS-SEL-TEXT-LEN)
                       = WS-SEL-TEXT(1:WS-SEL-TEXT-LEN)
                   MOVE "Y" TO WS-ENT-MATCHES
               END-IF
           END-PERFORM
           .

       REPORT-LOG-ENTRY.
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO ReportLine
           STRING WS-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ArchiveLine) DELIMITED BY SIZE
                  INTO ReportLine
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
