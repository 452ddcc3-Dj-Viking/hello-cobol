      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPSET.
      *> Close-of-day backup set: only states.dat ever had backup
      *> generations, so a run that corrupted the ledger, the
      *> position history, or the run-control registry left nothing
      *> to go back to. This step copies every posting-side master in
      *> one pass to a set named for the run date, proves each copy
      *> by re-reading it, and records the set in the backup catalog
      *> with MANIFEST's record counts and hash totals, so
      *> restoreset.cob can verify a whole set before it brings the
      *> masters back - together, to the same day. A set that cannot
      *> be completed is removed rather than catalogued half-taken.
      *> CALLed as a scheduled driver.cob step ahead of the closing
      *> manifest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so one SELECT pair serves every master in the table
           SELECT MasterFile
               ASSIGN TO DYNAMIC WS-MASTER-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is MstFileStatus.

           SELECT CopyFile
               ASSIGN TO DYNAMIC WS-COPY-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CpyFileStatus.

      *> every retained set, one record per master, oldest set first
           SELECT CatalogFile
               ASSIGN TO "backup-catalog.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CatFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> wide enough for the widest master record; line sequential
      *> reads pad the shorter ones with spaces
       FD  MasterFile
           record contains 200 characters.
       01  MasterLine        PIC X(200).

       FD  CopyFile
           record contains 200 characters.
       01  CopyLine          PIC X(200).

       FD  CatalogFile
           record contains 70 characters.
       COPY bkcatrec.

       WORKING-STORAGE SECTION.
       01  MstFileStatus     PIC XX.
       01  CpyFileStatus     PIC XX.
       01  CatFileStatus     PIC XX.
       01  WS-EOF-FLAG       PIC X      VALUE "N".
       01  WS-MASTER-PATH    PIC X(30)  VALUE SPACES.
       01  WS-COPY-PATH      PIC X(60)  VALUE SPACES.
       01  WS-DELETE-PATH    PIC X(60)  VALUE SPACES.

      *> the masters a set covers - everything the nightly posting
      *> rewrites that has no other copy
       01  WS-MASTER-TABLE.
           05 FILLER PIC X(30) VALUE "ledger.dat".
           05 FILLER PIC X(30) VALUE "position.dat".
           05 FILLER PIC X(30) VALUE "periods.dat".
           05 FILLER PIC X(30) VALUE "suspense.dat".
           05 FILLER PIC X(30) VALUE "runcontrol.dat".
           05 FILLER PIC X(30) VALUE "intake-queue.dat".
       01  WS-MASTER-ENTRIES redefines WS-MASTER-TABLE.
           05 WS-MASTER-NAME occurs 6 times PIC X(30).
       01  WS-M              PIC 9(01)  VALUE 0.

      *> one master's figures: as read from the master while copying,
      *> and as re-read from the copy to prove it
       01  WS-REC-COUNT      PIC 9(07)  VALUE 0.
       01  WS-HASH           PIC 9(13)  VALUE 0.
       01  WS-COPY-COUNT     PIC 9(07)  VALUE 0.
       01  WS-COPY-HASH      PIC 9(13)  VALUE 0.
       01  WS-REC-LEN        PIC 9(03)  VALUE 0.
       01  WS-C              PIC 9(03)  VALUE 0.
       01  WS-HASH-LINE      PIC X(200) VALUE SPACES.
       01  WS-HASH-WORK      PIC 9(13)  VALUE 0.
       01  WS-COPY-STATUS    PIC X(08)  VALUE SPACES.
       01  WS-SET-OK         PIC X      VALUE "Y".
       01  WS-FAIL-NAME      PIC X(30)  VALUE SPACES.

      *> this set's catalog entries, built as the copies are proved
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY occurs 6 times.
              10 WS-NW-NAME   PIC X(30).
              10 WS-NW-COUNT  PIC 9(07).
              10 WS-NW-HASH   PIC 9(13).
              10 WS-NW-STATUS PIC X(08).

      *> the catalog in memory - the load/save shape of table.cob's
      *> generation registry
       01  WS-CAT-COUNT      PIC 9(03)  VALUE 0.
       01  WS-K              PIC 9(03)  VALUE 0.
       01  WS-K-OUT          PIC 9(03)  VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY occurs 1 to 186 times
                   depending on WS-CAT-COUNT.
              10 WS-CT-DATE   PIC 9(08).
              10 WS-CT-NAME   PIC X(30).
              10 WS-CT-COUNT  PIC 9(07).
              10 WS-CT-HASH   PIC 9(13).
              10 WS-CT-STATUS PIC X(08).
       01  WS-CATALOG-LINE.
           05 WS-CL-DATE     PIC 9(08)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-NAME     PIC X(30)  VALUE SPACES.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-COUNT    PIC 9(07)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-HASH     PIC 9(13)  VALUE 0.
           05 FILLER         PIC X      VALUE ",".
           05 WS-CL-STATUS   PIC X(08)  VALUE SPACES.

      *> retention - the number of dated sets kept, BACKUP_SET_KEEP
       01  WS-KEEP-ENV       PIC X(03)  VALUE SPACES.
       01  WS-KEEP-COUNT     PIC 9(03)  VALUE 7.
       01  WS-SET-COUNT      PIC 9(03)  VALUE 0.
       01  WS-OLDEST-DATE    PIC 9(08)  VALUE 0.
       01  WS-PREV-DATE      PIC 9(08)  VALUE 0.

      *> parameters for the CALL to GETPARM - the central parameter
      *> file is consulted first, the environment variable second
       01  WS-PARM-KEYWORD   PIC X(20)  VALUE SPACES.
       01  WS-PARM-VALUE     PIC X(100) VALUE SPACES.
       01  WS-PARM-FOUND     PIC X      VALUE "N".

      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "BACKUPSET".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

       LINKAGE SECTION.
      *> the business date the set is taken for - the driver's run
      *> date, so a catch-up day's set carries that day's name
       01  LK-SET-DATE       PIC 9(08).
      *> "Y" the set was taken and catalogued, "N" it was not
       01  LK-RESULT         PIC X.

       PROCEDURE DIVISION USING LK-SET-DATE LK-RESULT.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "Y" TO LK-RESULT
           MOVE "Y" TO WS-SET-OK
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-SET-OK = "Y"
                   PERFORM COPY-ONE-MASTER
               END-IF
           END-PERFORM
           IF WS-SET-OK NOT = "Y"
               PERFORM REMOVE-PARTIAL-SET
               MOVE "N" TO LK-RESULT
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "backup set " DELIMITED BY SIZE
                      LK-SET-DATE DELIMITED BY SIZE
                      " not taken: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAIL-NAME)
                      DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               GOBACK
           END-IF
           PERFORM CATALOG-SET
           DISPLAY "backup set " LK-SET-DATE " taken for 6 master "
                   "file(s), " WS-SET-COUNT " set(s) retained"
           GOBACK.

      *> the set's file for the master in WS-M
       BUILD-COPY-PATH.
           MOVE SPACES TO WS-COPY-PATH
           STRING "backup-" DELIMITED BY SIZE
                  LK-SET-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MASTER-NAME(WS-M) DELIMITED BY SPACE
                  INTO WS-COPY-PATH
           .

      *> copies one master record for record, then re-reads the copy
      *> and requires the same count and hash. A master that does
      *> not exist yet is catalogued ABSENT - restoring the set puts
      *> it back to not existing.
       COPY-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-M) TO WS-MASTER-PATH
           PERFORM BUILD-COPY-PATH
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH
           MOVE "COPIED" TO WS-COPY-STATUS
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MasterFile
           IF MstFileStatus NOT = "00"
               MOVE "ABSENT" TO WS-COPY-STATUS
               PERFORM RECORD-NEW-ENTRY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CopyFile
           IF CpyFileStatus NOT = "00"
               DISPLAY "error writing " FUNCTION TRIM(WS-COPY-PATH)
                       ". status=" CpyFileStatus
               CLOSE MasterFile
               MOVE "N" TO WS-SET-OK
               MOVE WS-MASTER-NAME(WS-M) TO WS-FAIL-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       MOVE MasterLine TO WS-HASH-LINE
                       MOVE WS-HASH TO WS-HASH-WORK
                       PERFORM HASH-ONE-RECORD
                       MOVE WS-HASH-WORK TO WS-HASH
                       MOVE MasterLine TO CopyLine
                       WRITE CopyLine
               END-READ
           END-PERFORM
           CLOSE MasterFile
           CLOSE CopyFile
           PERFORM PROVE-ONE-COPY
           IF WS-COPY-COUNT NOT = WS-REC-COUNT
                   OR WS-COPY-HASH NOT = WS-HASH
               DISPLAY "** copy of " FUNCTION TRIM(WS-MASTER-PATH)
                       " does not prove: " WS-REC-COUNT " record(s) "
                       "hash " WS-HASH ", copy " WS-COPY-COUNT
                       " hash " WS-COPY-HASH " **"
               MOVE "N" TO WS-SET-OK
               MOVE WS-MASTER-NAME(WS-M) TO WS-FAIL-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM RECORD-NEW-ENTRY
           .

       PROVE-ONE-COPY.
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-HASH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CopyFile
           IF CpyFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CopyFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE CopyLine TO WS-HASH-LINE
                       MOVE WS-COPY-HASH TO WS-HASH-WORK
                       PERFORM HASH-ONE-RECORD
                       MOVE WS-HASH-WORK TO WS-COPY-HASH
               END-READ
           END-PERFORM
           CLOSE CopyFile
           .

      *> MANIFEST's additive character checksum, so a set's figures
      *> read the same way the manifest's do
       HASH-ONE-RECORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-LINE))
               TO WS-REC-LEN
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-REC-LEN
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK
                       + FUNCTION ORD(WS-HASH-LINE(WS-C:1)) * WS-C,
                       9999999999999)
           END-PERFORM
           .

       RECORD-NEW-ENTRY.
           MOVE WS-MASTER-NAME(WS-M) TO WS-NW-NAME(WS-M)
           MOVE WS-REC-COUNT TO WS-NW-COUNT(WS-M)
           MOVE WS-HASH TO WS-NW-HASH(WS-M)
           MOVE WS-COPY-STATUS TO WS-NW-STATUS(WS-M)
           .

      *> a set that failed part way leaves no files behind to be
      *> mistaken for a good one
       REMOVE-PARTIAL-SET.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               PERFORM BUILD-COPY-PATH
               MOVE WS-COPY-PATH TO WS-DELETE-PATH
               CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
           END-PERFORM
           .

      *> the new set replaces any earlier set taken for the same date
      *> (a rerun of the close), then the oldest sets beyond
      *> BACKUP_SET_KEEP are dropped with their files
       CATALOG-SET.
           PERFORM LOAD-CATALOG
           MOVE 0 TO WS-K-OUT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-CT-DATE(WS-K) NOT = LK-SET-DATE
                   ADD 1 TO WS-K-OUT
                   MOVE WS-CAT-ENTRY(WS-K) TO WS-CAT-ENTRY(WS-K-OUT)
               END-IF
           END-PERFORM
           MOVE WS-K-OUT TO WS-CAT-COUNT
           PERFORM RESOLVE-KEEP-COUNT
           PERFORM COUNT-SETS
           PERFORM UNTIL WS-SET-COUNT < WS-KEEP-COUNT
                   OR WS-CAT-COUNT = 0
               PERFORM DROP-OLDEST-SET
               PERFORM COUNT-SETS
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-CAT-COUNT < 186
                   ADD 1 TO WS-CAT-COUNT
                   MOVE LK-SET-DATE TO WS-CT-DATE(WS-CAT-COUNT)
                   MOVE WS-NW-NAME(WS-M) TO WS-CT-NAME(WS-CAT-COUNT)
                   MOVE WS-NW-COUNT(WS-M) TO WS-CT-COUNT(WS-CAT-COUNT)
                   MOVE WS-NW-HASH(WS-M) TO WS-CT-HASH(WS-CAT-COUNT)
                   MOVE WS-NW-STATUS(WS-M)
                       TO WS-CT-STATUS(WS-CAT-COUNT)
               END-IF
           END-PERFORM
           ADD 1 TO WS-SET-COUNT
           PERFORM SAVE-CATALOG
           .

       COUNT-SETS.
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-PREV-DATE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-CT-DATE(WS-K) NOT = WS-PREV-DATE
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-CT-DATE(WS-K) TO WS-PREV-DATE
               END-IF
           END-PERFORM
           .

      *> the catalog is kept oldest set first, so the oldest set is
      *> the one leading the table
       DROP-OLDEST-SET.
           MOVE WS-CT-DATE(1) TO WS-OLDEST-DATE
           MOVE 0 TO WS-K-OUT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-CT-DATE(WS-K) = WS-OLDEST-DATE
                   IF WS-CT-STATUS(WS-K) = "COPIED"
                       MOVE SPACES TO WS-DELETE-PATH
                       STRING "backup-" DELIMITED BY SIZE
                              WS-OLDEST-DATE DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-CT-NAME(WS-K) DELIMITED BY SPACE
                              INTO WS-DELETE-PATH
                       CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
                   END-IF
               ELSE
                   ADD 1 TO WS-K-OUT
                   MOVE WS-CAT-ENTRY(WS-K) TO WS-CAT-ENTRY(WS-K-OUT)
               END-IF
           END-PERFORM
           MOVE WS-K-OUT TO WS-CAT-COUNT
           .

       RESOLVE-KEEP-COUNT.
           MOVE "BACKUP_SET_KEEP" TO WS-PARM-KEYWORD
           CALL "GETPARM" USING WS-PARM-KEYWORD WS-PARM-VALUE
               WS-PARM-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE(1:3) TO WS-KEEP-ENV
           ELSE
               ACCEPT WS-KEEP-ENV FROM ENVIRONMENT "BACKUP_SET_KEEP"
           END-IF
           IF WS-KEEP-ENV NOT = SPACES
               COMPUTE WS-KEEP-COUNT = FUNCTION NUMVAL(WS-KEEP-ENV)
           END-IF
      *> the table holds 31 sets of 6 with room for the new one
           IF WS-KEEP-COUNT = 0
               MOVE 1 TO WS-KEEP-COUNT
           END-IF
           IF WS-KEEP-COUNT > 30
               MOVE 30 TO WS-KEEP-COUNT
           END-IF
           .

       LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CatalogFile
           IF CatFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CatalogFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 186
                           ADD 1 TO WS-CAT-COUNT
                           MOVE BKC-DATE TO WS-CT-DATE(WS-CAT-COUNT)
                           MOVE BKC-NAME TO WS-CT-NAME(WS-CAT-COUNT)
                           MOVE BKC-COUNT TO WS-CT-COUNT(WS-CAT-COUNT)
                           MOVE BKC-HASH TO WS-CT-HASH(WS-CAT-COUNT)
                           MOVE BKC-STATUS
                               TO WS-CT-STATUS(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CatalogFile
           .

       SAVE-CATALOG.
           OPEN OUTPUT CatalogFile
           IF CatFileStatus NOT = "00"
               DISPLAY "error writing backup catalog. status="
                       CatFileStatus
               MOVE "N" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               MOVE WS-CT-DATE(WS-K) TO WS-CL-DATE
               MOVE WS-CT-NAME(WS-K) TO WS-CL-NAME
               MOVE WS-CT-COUNT(WS-K) TO WS-CL-COUNT
               MOVE WS-CT-HASH(WS-K) TO WS-CL-HASH
               MOVE WS-CT-STATUS(WS-K) TO WS-CL-STATUS
               WRITE BACKUP-CATALOG-RECORD FROM WS-CATALOG-LINE
           END-PERFORM
           CLOSE CatalogFile
           .
