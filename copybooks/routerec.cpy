      *> one row on the alert routing reference: the severity and
      *> raising program an alert must match ("*" in either matches
      *> anything), the on-call group that is paged first, and the
      *> next-tier group an unanswered critical escalates to. The
      *> most specific matching row wins - an exact program beats
      *> "*", an exact severity beats "*" - so a "*,*" row is the
      *> catch-all. Shared by ALERTFEED.
       01  ROUTE-RECORD.
           05 RT-SEVERITY    PIC X.
           05 FILLER         PIC X.
           05 RT-PROGRAM     PIC X(12).
           05 FILLER         PIC X.
           05 RT-GROUP       PIC X(08).
           05 FILLER         PIC X.
           05 RT-ESC-GROUP   PIC X(08).
