      *> one dated log archive on the archive catalog: the purge run
      *> date the archive was written on, the live log its records
      *> came from, the archive file's name, and how many records
      *> that run moved into it. A log purged twice on the same day
      *> appends to the same archive and is catalogued twice.
      *> Shared by logpurge.cob, which writes the archives, and
      *> archinq.cob, which searches them.
       01  ARCHIVE-CATALOG-RECORD.
           05 ARC-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 ARC-LOG        PIC X(30).
           05 FILLER         PIC X.
           05 ARC-PATH       PIC X(50).
           05 FILLER         PIC X.
           05 ARC-COUNT      PIC 9(07).
