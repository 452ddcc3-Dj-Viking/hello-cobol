      $set sourceformat(free)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restoreset.
      *> Point-in-time restore of the posting-side masters from a
      *> backupset.cob close-of-day set: lists the sets the catalog
      *> holds, verifies every file in the chosen set against the
      *> record count and hash total catalogued when it was taken,
      *> and only then brings the whole set back - all six masters
      *> or none, so the ledger is never restored to one day and the
      *> position history to another. The current masters are copied
      *> aside first; each restored master is proved against the
      *> catalog again, and if any one fails to prove every master is
      *> put back as it was. Only a restore that proves in full has
      *> the closing manifest recorded afresh, so the next night's
      *> verify does not flag it as an out-of-band change, and the
      *> action goes to an audit trail. Sign-on and authority follow
      *> table.cob's convention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC so one SELECT pair serves every master in the set
           SELECT MasterFile
               ASSIGN TO DYNAMIC WS-MASTER-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is MstFileStatus.

           SELECT CopyFile
               ASSIGN TO DYNAMIC WS-COPY-PATH,
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CpyFileStatus.

           SELECT CatalogFile
               ASSIGN TO "backup-catalog.dat",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is CatFileStatus.

           SELECT AuditFile
               ASSIGN TO "restore-audit.log",
               ORGANIZATION IS LINE SEQUENTIAL,
               file status is AuditFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MasterFile
           record contains 200 characters.
       01  MasterLine        PIC X(200).

       FD  CopyFile
           record contains 200 characters.
       01  CopyLine          PIC X(200).

       FD  CatalogFile
           record contains 70 characters.
       COPY bkcatrec.

       FD  AuditFile
           record contains 132 characters.
       01  AuditLine         PIC X(132).

       WORKING-STORAGE SECTION.
       01  MstFileStatus     PIC XX.
       01  CpyFileStatus     PIC XX.
       01  CatFileStatus     PIC XX.
       01  AuditFileStatus   PIC XX.
       01  WS-EOF-FLAG       PIC X      VALUE "N".
       01  WS-MASTER-PATH    PIC X(30)  VALUE SPACES.
       01  WS-COPY-PATH      PIC X(60)  VALUE SPACES.
       01  WS-DELETE-PATH    PIC X(60)  VALUE SPACES.
       01  WS-RUN-DATE       PIC 9(08)  VALUE 0.
      *> parameters for the CALL to RUNLOG
       01  WS-RUN-PROGRAM    PIC X(12)  VALUE "RESTORESET".
       01  WS-RUN-EVENT      PIC X      VALUE "S".
       01  WS-RUN-PROCESSED  PIC 9(07)  VALUE 0.
       01  WS-RUN-REJECTED   PIC 9(07)  VALUE 0.
       01  WS-RUN-STATUS     PIC X(08)  VALUE SPACES.

      *> operator sign-on through the shared OPERSIGN service - only
      *> an operator granted restore may restore the masters, and
      *> the audit trail names them
       01  WS-SIGN-RESULT    PIC X      VALUE SPACE.
       01  WS-SIGNON-OK      PIC X      VALUE "N".
       01  WS-SIGNON-TRIES   PIC 9(1)   VALUE 0.
       01  WS-ENTER-ID       PIC X(08)  VALUE SPACES.
       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> the function OPERSIGN checks before a backup set may be
      *> restored
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE "RESTORE".

       01  WS-RESTORE-DATE   PIC 9(08)  VALUE 0.
       01  WS-CONFIRM        PIC X      VALUE SPACE.

      *> the masters a set must hold - backupset.cob's table
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
      *> the catalog entry for each master in the chosen set
       01  WS-SET-INDEX-TABLE.
           05 WS-SET-K occurs 6 times PIC 9(03).

      *> a file's figures as recomputed now, MANIFEST's checksum
       01  WS-REC-COUNT      PIC 9(07)  VALUE 0.
       01  WS-HASH           PIC 9(13)  VALUE 0.
       01  WS-REC-LEN        PIC 9(03)  VALUE 0.
       01  WS-C              PIC 9(03)  VALUE 0.
       01  WS-HASH-LINE      PIC X(200) VALUE SPACES.
       01  WS-SET-OK         PIC X      VALUE "Y".
       01  WS-RESTORED-COUNT PIC 9(07)  VALUE 0.
       01  WS-BAD-COUNT      PIC 9(07)  VALUE 0.

      *> the masters as they stood before the restore, copied aside
      *> to prerestore-<name>: "P" present and saved with its count
      *> and hash, "A" absent - put back when the restore fails
       01  WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY occurs 6 times.
              10 WS-PR-STATE  PIC X.
              10 WS-PR-COUNT  PIC 9(07).
              10 WS-PR-HASH   PIC 9(13).
       01  WS-SAVED-OK       PIC X      VALUE "Y".
       01  WS-PUTBACK-BAD    PIC 9(07)  VALUE 0.

      *> the catalog in memory
       01  WS-CAT-COUNT      PIC 9(03)  VALUE 0.
       01  WS-K              PIC 9(03)  VALUE 0.
       01  WS-PREV-DATE      PIC 9(08)  VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY occurs 1 to 186 times
                   depending on WS-CAT-COUNT.
              10 WS-CT-DATE   PIC 9(08).
              10 WS-CT-NAME   PIC X(30).
              10 WS-CT-COUNT  PIC 9(07).
              10 WS-CT-HASH   PIC 9(13).
              10 WS-CT-STATUS PIC X(08).

      *> parameters for the CALL to MANIFEST
       01  WS-MAN-MODE       PIC X      VALUE SPACE.
       01  WS-MAN-RESULT     PIC X      VALUE SPACE.

      *> parameters for the CALL to ALERTLOG
       01  WS-ALERT-SEVERITY PIC X      VALUE SPACE.
       01  WS-ALERT-PROGRAM  PIC X(12)  VALUE "RESTORESET".
       01  WS-ALERT-MESSAGE  PIC X(60)  VALUE SPACES.

       01  WS-AUDIT-DATE     PIC X(8).
       01  WS-AUDIT-TIME     PIC X(8).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-program
       MAIN-PROGRAM.
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "sign-on failed - session ended"
               MOVE "SIGNON" TO WS-RUN-STATUS
           ELSE
               IF WS-OPERATOR-AUTH = "A"
                   PERFORM RESTORE-BACKUP-SET
               ELSE
                   DISPLAY "operator " WS-OPERATOR-ID " is not "
                           "authorized to restore the masters"
                   MOVE "NOAUTH" TO WS-RUN-STATUS
               END-IF
           END-IF
           MOVE WS-RESTORED-COUNT TO WS-RUN-PROCESSED
           MOVE WS-BAD-COUNT TO WS-RUN-REJECTED
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNLOG" USING WS-RUN-PROGRAM WS-RUN-EVENT
               WS-RUN-PROCESSED WS-RUN-REJECTED WS-RUN-STATUS
           STOP RUN.

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

       RESTORE-BACKUP-SET.
           PERFORM LOAD-CATALOG
           IF WS-CAT-COUNT = 0
               DISPLAY "no backup sets catalogued"
               MOVE "NOSETS" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-BACKUP-SETS
           DISPLAY "set date to restore (YYYYMMDD, 0 cancels): "
                   WITH NO ADVANCING
           ACCEPT WS-RESTORE-DATE
           IF WS-RESTORE-DATE = 0
               DISPLAY "restore cancelled"
               MOVE "ABANDON" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-BACKUP-SET
           IF WS-SET-OK NOT = "Y"
               DISPLAY "** set " WS-RESTORE-DATE " fails verification "
                       "- nothing restored **"
               MOVE "REJECTED" TO WS-RUN-STATUS
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "set " WS-RESTORE-DATE " verified. every master "
                   "listed above will be replaced. proceed? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "restore abandoned"
               MOVE "ABANDON" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
      *> the masters as they stand are copied aside first - a master
      *> that cannot be saved leaves nothing to put back, so nothing
      *> is restored
           PERFORM SAVE-CURRENT-MASTERS
           IF WS-SAVED-OK NOT = "Y"
               DISPLAY "** current masters could not be saved "
                       "- nothing restored **"
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               PERFORM RESTORE-ONE-MASTER
           END-PERFORM
           IF WS-BAD-COUNT > 0
      *> one master failed to prove - every master goes back as it
      *> was, so the set is restored whole or not at all
               PERFORM PUT-BACK-MASTERS
               MOVE 0 TO WS-RESTORED-COUNT
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               IF WS-PUTBACK-BAD > 0
                   STRING "restore of set " DELIMITED BY SIZE
                          WS-RESTORE-DATE DELIMITED BY SIZE
                          " failed, masters not put back - suspect"
                          DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
               ELSE
                   STRING "restore of set " DELIMITED BY SIZE
                          WS-RESTORE-DATE DELIMITED BY SIZE
                          " did not prove - masters put back"
                          DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
               END-IF
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
      *> the restored masters become the manifest's new baseline -
      *> only when every one of them proved
               MOVE "R" TO WS-MAN-MODE
               CALL "MANIFEST" USING WS-MAN-MODE WS-MAN-RESULT
           END-IF
      *> the saved copies are kept only when the masters could not be
      *> put back, for the operator to recover from by hand
           IF WS-PUTBACK-BAD = 0
               PERFORM DROP-SAVED-MASTERS
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-BAD-COUNT > 0
               DISPLAY "set " WS-RESTORE-DATE " not restored: "
                       WS-BAD-COUNT " master(s) failed, "
                       WS-PUTBACK-BAD " not put back"
           ELSE
               DISPLAY "set " WS-RESTORE-DATE " restored: "
                       WS-RESTORED-COUNT " master(s) proved"
           END-IF
           .

       LIST-BACKUP-SETS.
           DISPLAY "catalogued backup sets (oldest first):"
           MOVE 0 TO WS-PREV-DATE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-CT-DATE(WS-K) NOT = WS-PREV-DATE
                   DISPLAY "  set " WS-CT-DATE(WS-K)
                   MOVE WS-CT-DATE(WS-K) TO WS-PREV-DATE
               END-IF
               DISPLAY "      " WS-CT-NAME(WS-K) " "
                       WS-CT-STATUS(WS-K) " " WS-CT-COUNT(WS-K)
                       " record(s) hash " WS-CT-HASH(WS-K)
           END-PERFORM
           .

      *> the set must catalogue every master, and every copy must
      *> still read back to the count and hash it was taken with
       VERIFY-BACKUP-SET.
           MOVE "Y" TO WS-SET-OK
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE 0 TO WS-SET-K(WS-M)
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CAT-COUNT
                   IF WS-CT-DATE(WS-K) = WS-RESTORE-DATE
                           AND WS-CT-NAME(WS-K) = WS-MASTER-NAME(WS-M)
                       MOVE WS-K TO WS-SET-K(WS-M)
                   END-IF
               END-PERFORM
               IF WS-SET-K(WS-M) = 0
                   DISPLAY "  " FUNCTION TRIM(WS-MASTER-NAME(WS-M))
                           " is not in set " WS-RESTORE-DATE
                   MOVE "N" TO WS-SET-OK
               ELSE
                   PERFORM VERIFY-ONE-COPY
               END-IF
           END-PERFORM
           .

       VERIFY-ONE-COPY.
           MOVE WS-SET-K(WS-M) TO WS-K
           IF WS-CT-STATUS(WS-K) = "ABSENT"
               DISPLAY "  " FUNCTION TRIM(WS-MASTER-NAME(WS-M))
                       " absent on " WS-RESTORE-DATE " - will be removed"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-COPY-PATH
           PERFORM HASH-COPY-FILE
           IF CpyFileStatus NOT = "00" AND CpyFileStatus NOT = "10"
               DISPLAY "  " FUNCTION TRIM(WS-COPY-PATH)
                       " cannot be read. status=" CpyFileStatus
               MOVE "N" TO WS-SET-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-COUNT NOT = WS-CT-COUNT(WS-K)
                   OR WS-HASH NOT = WS-CT-HASH(WS-K)
               DISPLAY "  " FUNCTION TRIM(WS-COPY-PATH)
                       " does not match the catalog: catalogued "
                       WS-CT-COUNT(WS-K) " hash " WS-CT-HASH(WS-K)
                       ", found " WS-REC-COUNT " hash " WS-HASH
               MOVE "N" TO WS-SET-OK
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-COPY-PATH) " verified"
           END-IF
           .

       BUILD-COPY-PATH.
           MOVE SPACES TO WS-COPY-PATH
           STRING "backup-" DELIMITED BY SIZE
                  WS-RESTORE-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MASTER-NAME(WS-M) DELIMITED BY SPACE
                  INTO WS-COPY-PATH
           .

       HASH-COPY-FILE.
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH
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
                       ADD 1 TO WS-REC-COUNT
                       MOVE CopyLine TO WS-HASH-LINE
                       PERFORM HASH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE CopyFile
           .

      *> replaces one master from the set (or removes it, when the
      *> set recorded it absent) and proves the result
       RESTORE-ONE-MASTER.
           MOVE WS-SET-K(WS-M) TO WS-K
           MOVE WS-MASTER-NAME(WS-M) TO WS-MASTER-PATH
           IF WS-CT-STATUS(WS-K) = "ABSENT"
               MOVE WS-MASTER-PATH TO WS-DELETE-PATH
               CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               ADD 1 TO WS-RESTORED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-COPY-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CopyFile
           IF CpyFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-COPY-PATH)
                       " cannot be read. status=" CpyFileStatus " **"
               ADD 1 TO WS-BAD-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MasterFile
           IF MstFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-MASTER-PATH)
                       " not restored. status=" MstFileStatus " **"
               ADD 1 TO WS-BAD-COUNT
               CLOSE CopyFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CopyFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CopyLine TO MasterLine
                       WRITE MasterLine
               END-READ
           END-PERFORM
           CLOSE CopyFile
           CLOSE MasterFile
           PERFORM HASH-MASTER-FILE
           IF WS-REC-COUNT NOT = WS-CT-COUNT(WS-K)
                   OR WS-HASH NOT = WS-CT-HASH(WS-K)
               DISPLAY "** restored " FUNCTION TRIM(WS-MASTER-PATH)
                       " does not prove: " WS-REC-COUNT " hash "
                       WS-HASH " **"
               ADD 1 TO WS-BAD-COUNT
           ELSE
               ADD 1 TO WS-RESTORED-COUNT
           END-IF
           .

      *> copies each master as it stands to prerestore-<name>,
      *> keeping its count and hash to prove the put-back by
       SAVE-CURRENT-MASTERS.
           MOVE "Y" TO WS-SAVED-OK
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               PERFORM SAVE-ONE-MASTER
           END-PERFORM
           .

       SAVE-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-M) TO WS-MASTER-PATH
           PERFORM BUILD-SAVE-PATH
           MOVE 0 TO WS-PR-COUNT(WS-M)
           MOVE 0 TO WS-PR-HASH(WS-M)
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MasterFile
           IF MstFileStatus = "35"
               MOVE "A" TO WS-PR-STATE(WS-M)
               EXIT PARAGRAPH
           END-IF
           IF MstFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-MASTER-PATH)
                       " cannot be read. status=" MstFileStatus " **"
               MOVE "N" TO WS-SAVED-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CopyFile
           IF CpyFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-COPY-PATH)
                       " cannot be written. status=" CpyFileStatus
                       " **"
               MOVE "N" TO WS-SAVED-OK
               CLOSE MasterFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       MOVE MasterLine TO WS-HASH-LINE
                       PERFORM HASH-ONE-RECORD
                       MOVE MasterLine TO CopyLine
                       WRITE CopyLine
               END-READ
           END-PERFORM
           CLOSE MasterFile
           CLOSE CopyFile
           MOVE "P" TO WS-PR-STATE(WS-M)
           MOVE WS-REC-COUNT TO WS-PR-COUNT(WS-M)
           MOVE WS-HASH TO WS-PR-HASH(WS-M)
           .

       BUILD-SAVE-PATH.
           MOVE SPACES TO WS-COPY-PATH
           STRING "prerestore-" DELIMITED BY SIZE
                  WS-MASTER-NAME(WS-M) DELIMITED BY SPACE
                  INTO WS-COPY-PATH
           .

      *> returns every master to how it stood before the restore and
      *> proves it against the figures taken when it was saved
       PUT-BACK-MASTERS.
           MOVE 0 TO WS-PUTBACK-BAD
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               PERFORM PUT-BACK-ONE-MASTER
           END-PERFORM
           .

       PUT-BACK-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-M) TO WS-MASTER-PATH
           IF WS-PR-STATE(WS-M) = "A"
               MOVE WS-MASTER-PATH TO WS-DELETE-PATH
               CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-SAVE-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CopyFile
           IF CpyFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-COPY-PATH)
                       " cannot be read. status=" CpyFileStatus " **"
               ADD 1 TO WS-PUTBACK-BAD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MasterFile
           IF MstFileStatus NOT = "00"
               DISPLAY "** " FUNCTION TRIM(WS-MASTER-PATH)
                       " not put back. status=" MstFileStatus " **"
               ADD 1 TO WS-PUTBACK-BAD
               CLOSE CopyFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CopyFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CopyLine TO MasterLine
                       WRITE MasterLine
               END-READ
           END-PERFORM
           CLOSE CopyFile
           CLOSE MasterFile
           PERFORM HASH-MASTER-FILE
           IF WS-REC-COUNT NOT = WS-PR-COUNT(WS-M)
                   OR WS-HASH NOT = WS-PR-HASH(WS-M)
               DISPLAY "** " FUNCTION TRIM(WS-MASTER-PATH)
                       " put back does not prove: " WS-REC-COUNT
                       " hash " WS-HASH " **"
               ADD 1 TO WS-PUTBACK-BAD
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-MASTER-PATH) " put back"
           END-IF
           .

       DROP-SAVED-MASTERS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-PR-STATE(WS-M) = "P"
                   PERFORM BUILD-SAVE-PATH
                   MOVE WS-COPY-PATH TO WS-DELETE-PATH
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               END-IF
           END-PERFORM
           .

       HASH-MASTER-FILE.
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MasterFile
           IF MstFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       MOVE MasterLine TO WS-HASH-LINE
                       PERFORM HASH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE MasterFile
           .

      *> MANIFEST's additive character checksum
       HASH-ONE-RECORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-LINE))
               TO WS-REC-LEN
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-REC-LEN
               COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH
                       + FUNCTION ORD(WS-HASH-LINE(WS-C:1)) * WS-C,
                       9999999999999)
           END-PERFORM
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

       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35" OR AuditFileStatus = "05"
               OPEN OUTPUT AuditFile
           END-IF
           MOVE SPACES TO AuditLine
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " RESTORE set " DELIMITED BY SIZE
                  WS-RESTORE-DATE DELIMITED BY SIZE
                  " restored " DELIMITED BY SIZE
                  WS-RESTORED-COUNT DELIMITED BY SIZE
                  " failed " DELIMITED BY SIZE
                  WS-BAD-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-STATUS DELIMITED BY SIZE
                  INTO AuditLine
           WRITE AuditLine
           CLOSE AuditFile
           .
