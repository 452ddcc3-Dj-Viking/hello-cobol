      *> repeated identical condition increments the occurrence count
      *> on the open entry instead of flooding the file with the same
      *> line every night - the entry keeps its first-raised date so
      *> the escalation age in alertrpt is honest. A new critical is
      *> handed to ALERTFEED at once so the on-call group is paged
      *> without waiting for the night's batch feed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER         PIC X      VALUE SPACE.
           05 WS-AL-MESSAGE  PIC X(60)  VALUE SPACES.

      *> parameters for the CALL to ALERTFEED
       01  WS-FEED-MODE      PIC X      VALUE "C".
       01  WS-FEED-DATE      PIC 9(08)  VALUE 0.
       01  WS-FEED-RESULT    PIC X      VALUE SPACE.

       LINKAGE SECTION.
      *> "I" info, "W" warning, "C" critical
       01  LK-SEVERITY       PIC X.
           ELSE
               WRITE ALERT-RECORD FROM WS-ALERT-LINE
               CLOSE AlertFile
               IF LK-SEVERITY = "C"
                   CALL "ALERTFEED" USING WS-FEED-MODE WS-FEED-DATE
                       WS-ALERT-LINE WS-FEED-RESULT
               END-IF
           END-IF
           .

