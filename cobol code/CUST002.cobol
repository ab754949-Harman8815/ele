             88 IN-DELIV-VALID     VALUES 'P' 'S' 'E' 'B' SPACE.
             88 IN-DELIV-NEEDS-MAIL VALUES 'E' 'B'.
          05 IN-EMAIL         PIC X(25).
          05 IN-LANGUAGE-CODE PIC X(1).
             88 IN-LANG-VALID      VALUES 'A' THRU 'Z' SPACE.

       FD MO01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.
          05 OUT-STATUS-EFF-DATE PIC 9(8).
          05 OUT-DELIVERY-PREF PIC X(1).
          05 OUT-EMAIL        PIC X(25).
          05 FILLER           PIC X(5).
          05 OUT-LANGUAGE-CODE PIC X(1).

       FD TO01-ADDR-CHG-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         85 CHARACTERS.

       01 TO01-ADDR-CHG-ERR-RECORD.
          05 ERR-CUST-ID       PIC X(12).
          05 ERR-AREA-CODE     PIC X(6).
          05 ERR-DELIVERY-PREF PIC X(1).
          05 ERR-EMAIL         PIC X(25).
          05 ERR-LANGUAGE-CODE PIC X(01).
          05 ERR-REASON        PIC X(01).

       FD MO09-AUDIT-KSDS
                      MOVE IN-AREA-CODE     TO ERR-AREA-CODE
                      MOVE IN-DELIVERY-PREF TO ERR-DELIVERY-PREF
                      MOVE IN-EMAIL         TO ERR-EMAIL
                      MOVE IN-LANGUAGE-CODE TO ERR-LANGUAGE-CODE
                      MOVE '2'              TO ERR-REASON
                      WRITE TO01-ADDR-CHG-ERR-RECORD
                      END-WRITE
              SET ERROR-CHG-FLAG TO TRUE
           END-IF.

      *    THE LANGUAGE CODE FOLLOWS THE SAME RULE -- BLANK LEAVES
      *    THE CUSTOMER'S LANGUAGE AS IT STANDS, A LETTER REPLACES
      *    IT, ANYTHING ELSE REJECTS THE CHANGE.
           IF NOT IN-LANG-VALID
              DISPLAY 'LANGUAGE CODE ERROR FOR ' IN-CUST-ID
                      ' - MUST BE A LETTER OR BLANK'
              SET ERROR-CHG-FLAG TO TRUE
           END-IF.

           IF VALID-CHG-FLAG
              IF IN-LANGUAGE-CODE NOT = SPACE
                 MOVE IN-LANGUAGE-CODE TO OUT-LANGUAGE-CODE
              END-IF
              IF IN-EMAIL NOT = SPACES
                 MOVE IN-EMAIL TO OUT-EMAIL
              END-IF
