          05 CUST-ACCT-STATUS  PIC X(1).
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(192).

       FD MI01-EST-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI01-EST-RECORD.
          05 EST-CUST-ID          PIC X(12).
          05 EST-UNITS            PIC 9(06).
          05 EST-PERIOD-COUNT     PIC 9(02).
          05 EST-LAST-PERIOD      PIC 9(06).
          05 EST-BASIS            PIC X(01).
          05 EST-BASIS-PERIODS    PIC 9(02).

       FD MI02-REVIEW-KSDS
           RECORD CONTAINS         260 CHARACTERS.
                      ADD 1 TO WS-SKIP-CTR
                  WHEN ACCT-DISCONNECTED
                      ADD 1 TO WS-SKIP-CTR
      *           A SEASONALLY SUSPENDED ACCOUNT, LIKE A CUT ONE,
      *           BILLS ONLY WHEN SOMETHING IS OWED.
                  WHEN ACCT-SUSPENDED
                      ADD 1 TO WS-SKIP-CTR
                  WHEN OTHER
                      PERFORM 2650-CHECK-FREQUENCY
                      IF FREQUENCY-NOT-DUE
