          05 BILL-AMOUNT      PIC 9(8)V99.
          05 FILLER           PIC X(96).

      *    SAME CONSUMPTION-HISTORY LAYOUT BILL003 WRITES.
       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).

       FD MO01-REVIEW-KSDS
           RECORD CONTAINS         260 CHARACTERS.
