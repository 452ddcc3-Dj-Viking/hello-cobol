       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

      *> mirrors math/math.cob's RATE-RECORD layout
