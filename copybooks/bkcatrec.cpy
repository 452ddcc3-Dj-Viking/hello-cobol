      *> one master file's entry in a dated backup set on the backup
      *> catalog: the business date the set was taken for, the
      *> master's file name, its record count and MANIFEST-style hash
      *> total at the time of the copy, and COPIED (the set holds a
      *> proved copy) or ABSENT (the master did not exist that day).
      *> Shared by backupset.cob, which takes the sets, and
      *> restoreset.cob, which verifies and restores them.
       01  BACKUP-CATALOG-RECORD.
           05 BKC-DATE       PIC 9(08).
           05 FILLER         PIC X.
           05 BKC-NAME       PIC X(30).
           05 FILLER         PIC X.
           05 BKC-COUNT      PIC 9(07).
           05 FILLER         PIC X.
           05 BKC-HASH       PIC 9(13).
           05 FILLER         PIC X.
           05 BKC-STATUS     PIC X(08).
