           05 FILLER PIC X(21) VALUE "ITERATE_FEED         ".
           05 FILLER PIC X(21) VALUE "MATH_TRIAL_POST      ".
           05 FILLER PIC X(21) VALUE "DAYEND_BATCH         ".
           05 FILLER PIC X(21) VALUE "INTACCRUE_MODE       ".
           05 FILLER PIC X(21) VALUE "INTACCRUE_CAPITALIZE ".
           05 FILLER PIC X(21) VALUE "ACCOUNTS_BACKUP_KEEP ".
           05 FILLER PIC X(21) VALUE "DORMANCY_DAYS        ".
           05 FILLER PIC X(21) VALUE "MATH_DUP_WINDOW_DAYS ".
           05 FILLER PIC X(21) VALUE "MATH_WAREHOUSE_DAYS  ".
           05 FILLER PIC X(21) VALUE "VARIANCE_MONTH       ".
           05 FILLER PIC X(21) VALUE "BUDGET_TOLERANCE_PCT ".
           05 FILLER PIC X(21) VALUE "AGGR_ASOF_DATE       ".
           05 FILLER PIC X(21) VALUE "AGGR_WINDOW_DAYS     ".
           05 FILLER PIC X(21) VALUE "AGGR_DAY_LIMIT       ".
           05 FILLER PIC X(21) VALUE "AGGR_WINDOW_LIMIT    ".
           05 FILLER PIC X(21) VALUE "AGGR_HARD_LIMIT      ".
           05 FILLER PIC X(21) VALUE "PAYMENT_DATE         ".
           05 FILLER PIC X(21) VALUE "READFILE_SENDER      ".
           05 FILLER PIC X(21) VALUE "SCORECARD_MONTH      ".
           05 FILLER PIC X(21) VALUE "HOLDER_MASTER_FILE  F".
           05 FILLER PIC X(21) VALUE "HOLDERS_BACKUP_KEEP  ".
           05 FILLER PIC X(21) VALUE "REGION_MONTH         ".
           05 FILLER PIC X(21) VALUE "TAX_YEAR             ".
           05 FILLER PIC X(21) VALUE "DRIVER_CATCHUP       ".
           05 FILLER PIC X(21) VALUE "BACKUP_SET_KEEP      ".
           05 FILLER PIC X(21) VALUE "RECERT_IDLE_DAYS     ".
           05 FILLER PIC X(21) VALUE "RATE_FEED_FILE       ".
           05 FILLER PIC X(21) VALUE "RATE_FEED_MAX_AGE    ".
           05 FILLER PIC X(21) VALUE "DISPUTE_ACCOUNT      ".
       01  WS-VALID-ENTRIES redefines WS-VALID-TABLE.
           05 WS-VALID-ENTRY occurs 60 times.
              10 WS-VE-KEY    PIC X(20).
              10 WS-VE-FILE   PIC X.

       VALIDATE-KEYWORD.
           MOVE "N" TO WS-KEY-OK
           MOVE "N" TO WS-FILE-CHECK
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 60
               IF WS-VE-KEY(WS-K) = WS-KEY-PART
                   MOVE "Y" TO WS-KEY-OK
                   MOVE WS-VE-FILE(WS-K) TO WS-FILE-CHECK
