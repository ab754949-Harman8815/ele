          05 FILLER              PIC X(32).

       FD MI05-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI05-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 FILLER                 PIC X(16).

       FD MI06-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.
