      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALLOG.
      *> Shared supplier data-quality tally: the programs that find
      *> a supplier's bad data - intake rejects, structure and field
      *> errors, quarantined records, suspense captures - each call
      *> here with their counts for the run, charged to the sender,
      *> and the counts build up day by day on one cumulative file.
      *> The per-run error files are overwritten or worked down by
      *> repair, so this log is what the monthly scorecard reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QualityFile
               ASSIGN TO "quality-log.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is QualFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  QualityFile
           record contains 43 characters.
       01  QualityLine       PIC X(43).

       WORKING-STORAGE SECTION.
       01  QualFileStatus    PIC XX.
       COPY qualrec.

       LINKAGE SECTION.
      *> a blank sender is charged to UNKNOWN, a zero count is not
      *> written
       01  LK-SENDER         PIC X(08).
       01  LK-SOURCE         PIC X(08).
       01  LK-CATEGORY       PIC X(08).
       01  LK-COUNT          PIC 9(07).

       PROCEDURE DIVISION USING LK-SENDER LK-SOURCE LK-CATEGORY
               LK-COUNT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           IF LK-COUNT = 0
               GOBACK
           END-IF
           MOVE ALL "," TO QUALITY-RECORD
           ACCEPT QL-DATE FROM DATE YYYYMMDD
           IF LK-SENDER = SPACES
               MOVE "UNKNOWN" TO QL-SENDER
           ELSE
               MOVE LK-SENDER TO QL-SENDER
           END-IF
           MOVE LK-SOURCE TO QL-SOURCE
           MOVE LK-CATEGORY TO QL-CATEGORY
           MOVE LK-COUNT TO QL-COUNT
           OPEN EXTEND QualityFile
           IF QualFileStatus = "35" OR QualFileStatus = "05"
               OPEN OUTPUT QualityFile
           END-IF
           IF QualFileStatus NOT = "00"
               DISPLAY "error opening quality log. status="
                       QualFileStatus
               GOBACK
           END-IF
           WRITE QualityLine FROM QUALITY-RECORD
           CLOSE QualityFile
           GOBACK.
