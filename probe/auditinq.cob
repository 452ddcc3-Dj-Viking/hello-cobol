      *> Consolidated audit inquiry: audit evidence is scattered over
      *> table.cob's audit.log, rejrepair's repair-audit.log, the
      *> operator administration log, the write-off register, the
      *> alert dispositions, the maker/checker pending queues, and
      *> the account and holder master maintenance log -
      *> answering "show me everything SUPV01 touched in March"
      *> meant grepping the lot by hand. This run reads every trail,
      *> normalizes each entry to source/date/time/operator/detail,
              "alert-dispositions.log        ALERTS  ,S".
           05 FILLER PIC X(40) VALUE
              "pending-changes.dat           PENDING ,P".
           05 FILLER PIC X(40) VALUE
              "account-audit.log             ACCOUNTS,S".
           05 FILLER PIC X(40) VALUE
              "account-pending.dat           ACCTPEND,P".
           05 FILLER PIC X(40) VALUE
              "holder-pending.dat            HOLDPEND,P".
       01  WS-SOURCE-ENTRIES redefines WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY occurs 9 times.
              10 WS-SRC-PATH   PIC X(30).
              10 WS-SRC-NAME   PIC X(08).
              10 FILLER        PIC X.
              10 WS-SRC-SHAPE  PIC X.
       01  WS-SRC             PIC 9(02)  VALUE 0.

      *> the inquiry criteria - one of the three selection modes
       01  WS-MODE-CHOICE    PIC X      VALUE SPACE.
                       RptFileStatus
               STOP RUN
           END-IF
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 9
               PERFORM SEARCH-ONE-TRAIL
           END-PERFORM
           MOVE SPACES TO ReportLine
