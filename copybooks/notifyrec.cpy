      *> one message on the outbound notification file the
      *> monitoring tool picks up: when it was sent, its kind (CRIT a
      *> critical paged the moment it was raised, SUMM the header of
      *> a group's batched warning summary, WARN one warning inside
      *> that summary, ESCL a critical re-sent to the next tier), the
      *> on-call group and tier it goes to, and the alert it is
      *> about as it stood on the alert file. A SUMM header carries
      *> alert id zero and the warning count in its text.
      *> Shared by ALERTFEED (writer).
       01  NOTIFY-RECORD.
           05 NT-DATE        PIC X(08).
           05 FILLER         PIC X.
           05 NT-TIME        PIC X(08).
           05 FILLER         PIC X.
           05 NT-KIND        PIC X(04).
           05 FILLER         PIC X.
           05 NT-GROUP       PIC X(08).
           05 FILLER         PIC X.
           05 NT-TIER        PIC 9(01).
           05 FILLER         PIC X.
           05 NT-ALERT-ID    PIC 9(06).
           05 FILLER         PIC X.
           05 NT-SEVERITY    PIC X.
           05 FILLER         PIC X.
           05 NT-PROGRAM     PIC X(12).
           05 FILLER         PIC X.
           05 NT-RAISED      PIC X(08).
           05 FILLER         PIC X.
           05 NT-OCCURS      PIC 9(04).
           05 FILLER         PIC X.
           05 NT-MESSAGE     PIC X(60).
