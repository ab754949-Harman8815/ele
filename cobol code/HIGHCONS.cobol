          05 HC-MSTR-UNITS          PIC 9(06).

       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.
       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       WORKING-STORAGE SECTION.

