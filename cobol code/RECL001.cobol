             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       FD TI01-RECLASS-CONF
           RECORDING MODE          IS F
               AT END  SET RATE-EOF TO TRUE
               NOT AT END
                   IF RATE-TOU-BAND = 'P' OR RATE-TOU-BAND = 'O'
                      OR RATE-TOU-BAND = 'X' OR RATE-TOU-BAND = 'S'
                      OR RATE-TOU-BAND = 'G'
                      CONTINUE
                   ELSE
                   IF WS-RATE-COUNT >= WS-RATE-MAX-ENTRIES
       2300-PROFILE-ONE-ACCOUNT SECTION.

           IF ACCT-CLOSED OR ACCT-DISCONNECTED
              OR ACCT-SUSPENDED
              ADD 1 TO WS-SKIP-CTR
           ELSE
              PERFORM 2350-BUILD-PROFILE
