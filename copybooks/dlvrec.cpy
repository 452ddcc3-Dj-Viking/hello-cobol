      *> one line on the alert delivery log: when a notification was
      *> handed to the outbound file, its kind (CRIT, SUMM, WARN,
      *> ESCL - see notifyrec), the group and tier it went to, the
      *> alert id, and SENT, or NOROUTE when no routing row matched
      *> and nothing could be sent. ALERTFEED reads it back so an
      *> alert is paged, summarized, or escalated only once.
       01  DELIVERY-RECORD.
           05 DL-DATE        PIC X(08).
           05 FILLER         PIC X.
           05 DL-TIME        PIC X(08).
           05 FILLER         PIC X.
           05 DL-KIND        PIC X(04).
           05 FILLER         PIC X.
           05 DL-GROUP       PIC X(08).
           05 FILLER         PIC X.
           05 DL-TIER        PIC 9(01).
           05 FILLER         PIC X.
           05 DL-ALERT-ID    PIC 9(06).
           05 FILLER         PIC X.
           05 DL-RESULT      PIC X(08).
