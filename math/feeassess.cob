       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile
           record contains 82 characters.
       COPY ledgerrec.

       FD  FeeSchedFile
