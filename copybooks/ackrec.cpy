      *> one record of the acknowledgement returned to a supplier for
      *> each batch file it sent: fixed 80 bytes, type byte first,
      *> numbers zoned with the sign carried in the last digit - the
      *> same conventions as the transaction file the supplier
      *> builds, so their side can load it with the layout they
      *> already have. An acknowledgement is
      *>   H  sender, batch, our intake sequence, date/time written
      *>   I  intake decision ACCEPTED or REJECTED and the reason
      *>   P  posting result POSTED or FAILED, details posted and
      *>      their net base-currency amount, details held back and
      *>      their amount - each held detail worked by its op (A
      *>      B+A, S B-A, M A*B, D B/A, T B) and converted at the rate
      *>      in force on its date, as it would post - and the count
      *>      of held details that could not be worked (no rate, zero
      *>      divisor, invalid op, overflow) and are not in the amount
      *>   S  one per detail held back: the detail as sent and the
      *>      reason (a suspense reason, or WAREHSED for a detail
      *>      dated beyond the batch date that is being kept)
      *>   T  count of records ahead of the trailer
      *> a file rejected at intake carries H, I and T only.
      *> Shared by intake.cob and math.cob, which write it.
       01  ACK-RECORD.
           05 ACK-TYPE       PIC X.
           05 ACK-BODY       PIC X(79).
           05 ACK-HEADER-BODY REDEFINES ACK-BODY.
              10 ACK-SENDER       PIC X(08).
              10 ACK-BATCH        PIC 9(06).
              10 ACK-INTAKE-SEQ   PIC 9(06).
              10 ACK-DATE         PIC 9(08).
              10 ACK-TIME         PIC 9(06).
              10 FILLER           PIC X(45).
           05 ACK-INTAKE-BODY REDEFINES ACK-BODY.
              10 ACK-DECISION     PIC X(08).
              10 ACK-INTAKE-REASON PIC X(08).
              10 FILLER           PIC X(63).
           05 ACK-POSTING-BODY REDEFINES ACK-BODY.
              10 ACK-BATCH-STATUS PIC X(08).
              10 ACK-BATCH-REASON PIC X(08).
              10 ACK-POSTED-COUNT PIC 9(06).
              10 ACK-POSTED-AMOUNT PIC S9(11)V99.
              10 ACK-HELD-COUNT   PIC 9(06).
              10 ACK-HELD-AMOUNT  PIC S9(11)V99.
              10 ACK-UNWORKED-COUNT PIC 9(06).
              10 FILLER           PIC X(19).
           05 ACK-ITEM-BODY REDEFINES ACK-BODY.
              10 ACK-ACCOUNT      PIC 9(08).
              10 ACK-ITEM-DATE    PIC 9(08).
              10 ACK-OP           PIC X.
              10 ACK-CURRENCY     PIC X(03).
              10 ACK-A            PIC S9(07)V99.
              10 ACK-B            PIC S9(07)V99.
              10 ACK-XFR-TO       PIC 9(08).
              10 ACK-REASON       PIC X(08).
              10 FILLER           PIC X(25).
           05 ACK-TRAILER-BODY REDEFINES ACK-BODY.
              10 ACK-RECORD-COUNT PIC 9(06).
              10 FILLER           PIC X(73).
