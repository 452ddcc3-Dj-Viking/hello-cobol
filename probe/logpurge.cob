      *> window move to a dated archive file and the live log is
      *> rewritten with only the window - so audit keeps its data AND
      *> operations keeps files small enough to read. A purge report
      *> records what moved where, and every archive written is
      *> entered on the archive catalog so archinq.cob can find it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is ArchFileStatus.

           SELECT CatalogFile
               ASSIGN TO "archive-catalog.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CatFileStatus.

           SELECT PurgeReport
               ASSIGN TO "purge-report.txt",
               ORGANIZATION IS LINE SEQUENTIAL,
           record contains 200 characters.
       01  ArchiveLine       PIC X(200).

       FD  CatalogFile
           record contains 98 characters.
       COPY arccatrec.

       FD  PurgeReport
           record contains 132 characters.
       01  PurgeLine         PIC X(132).
       01  LogFileStatus     PIC XX.
       01  ArchFileStatus    PIC XX.
       01  PrgFileStatus     PIC XX.
       01  CatFileStatus     PIC XX.
       01  EOF-FLAG          PIC X      VALUE "N".
       01  WS-LOG-PATH       PIC X(100) VALUE SPACES.
       01  WS-ARCH-PATH      PIC X(100) VALUE SPACES.
           END-IF
           IF WS-ARCH-COUNT > 0
               PERFORM REWRITE-LIVE-LOG
               PERFORM CATALOG-ARCHIVE
           END-IF
           MOVE SPACES TO PurgeLine
           STRING FUNCTION TRIM(WS-RE-LOG(WS-L)) ": "
           END-IF
           .

      *> the archive name carries the purge date, not the dates of
      *> the records in it, so the catalog is the only way back to it
       CATALOG-ARCHIVE.
           OPEN EXTEND CatalogFile
           IF CatFileStatus = "35" OR CatFileStatus = "05"
               OPEN OUTPUT CatalogFile
           END-IF
           IF CatFileStatus NOT = "00"
               DISPLAY "error opening archive catalog. status="
                       CatFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARCHIVE-CATALOG-RECORD
           MOVE WS-RUN-DATE TO ARC-DATE
           MOVE WS-RE-LOG(WS-L) TO ARC-LOG
           MOVE WS-ARCH-PATH TO ARC-PATH
           MOVE WS-ARCH-COUNT TO ARC-COUNT
           WRITE ARCHIVE-CATALOG-RECORD
           CLOSE CatalogFile
           .

       REWRITE-LIVE-LOG.
           OPEN OUTPUT LogFile
           IF LogFileStatus NOT = "00"
