          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME CONSUMPTION-HISTORY LAYOUT BILL003 WRITES.
       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).

       FD MI01-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.
          05 WS-VICTIM-IMAGE       PIC X(150) VALUE SPACES.
          05 WS-FOLD-UNITS         PIC 9(06) VALUE ZEROS.
          05 WS-FOLD-AMOUNT        PIC 9(07)V99 VALUE ZEROS.
          05 WS-FOLD-READ-TYPE     PIC X(01) VALUE SPACE.
          05 WS-FOLD-DEP-STATUS    PIC X(01) VALUE SPACE.
          05 WS-FOLD-PERIOD        PIC 9(06) VALUE ZEROS.
          05 WS-INST-SAVE          PIC X(33) VALUE SPACES.
                      MOVE CH-BILL-PERIOD    TO WS-FOLD-PERIOD
                      MOVE CH-UNITS-CONSUMED TO WS-FOLD-UNITS
                      MOVE CH-BILL-AMOUNT    TO WS-FOLD-AMOUNT
                      MOVE CH-READ-TYPE      TO WS-FOLD-READ-TYPE
                      DELETE MI01-CONS-HIST-KSDS
                          INVALID KEY
                              DISPLAY 'HISTORY DELETE FAILED: '
                   MOVE WS-FOLD-PERIOD TO CH-BILL-PERIOD
                   MOVE WS-FOLD-UNITS  TO CH-UNITS-CONSUMED
                   MOVE WS-FOLD-AMOUNT TO CH-BILL-AMOUNT
                   MOVE WS-FOLD-READ-TYPE TO CH-READ-TYPE
                   WRITE MI01-CONS-HIST-RECORD
                       INVALID KEY
                           DISPLAY 'HISTORY WRITE FAILED: '
