           03  WS-SUM-INTL              PIC 9(06).
           03  FILLER                   PIC X(02).
           03  WS-SUM-SEED-INTL         PIC 9(04).
           03  FILLER                   PIC X(02).
           03  WS-SUM-HOLDOUT           PIC 9(06).
