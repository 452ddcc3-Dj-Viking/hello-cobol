       01  RejectLine        PIC X(150).

       FD  SuspenseFile
           record contains 71 characters.
       01  SuspenseLine      PIC X(71).

       FD  DiffFile
           record contains 420 characters.
