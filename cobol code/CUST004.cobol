             88 TARIFF-DOMESTIC    VALUE 'D' SPACE.
             88 TARIFF-COMMERCIAL  VALUE 'C'.
             88 TARIFF-INDUSTRIAL  VALUE 'I'.
             88 TARIFF-TEMPORARY   VALUE 'T'.
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
          05 RATE-TARIFF-CLASS PIC X(01).
      *    TIME-OF-USE BAND THIS ROW PRICES -- 'P' PEAK, 'O'
      *    OFF-PEAK, BLANK OR 'N' IS THE NORMAL/ANYTIME BAND.
      *    'X' (FEED-IN CREDIT) AND 'S' (SUSPENSION STANDING
      *    CHARGE) ROWS NEVER PRICE CONSUMPTION.
          05 RATE-TOU-BAND    PIC X(01).

       FD MI01-BAL-FWD-KSDS
      *            NORMAL BAND ONLY, SO BAND-SPECIFIC ROWS ARE
      *            LEFT OUT OF ITS TABLE.
                   IF RATE-TOU-BAND = 'P' OR RATE-TOU-BAND = 'O'
                      OR RATE-TOU-BAND = 'X' OR RATE-TOU-BAND = 'S'
                      OR RATE-TOU-BAND = 'G'
                      CONTINUE
                   ELSE
                   IF WS-RATE-COUNT >= WS-RATE-MAX-ENTRIES
      *    THE HELD DEPOSIT COMES OFF THE FINAL AMOUNT; ANYTHING
      *    LEFT OVER IS A REFUND OWED TO THE CUSTOMER. EITHER WAY
      *    THE SUB-LEDGER ROW ENDS UP REFUNDED, EXACTLY AS DEP001'S
      *    FULL-REFUND TRANSACTION WOULD LEAVE IT -- EXCEPT ON A
      *    TEMPORARY CONNECTION, WHERE THE UNSPENT ADVANCE STAYS ON
      *    THE ROW, PART-REFUNDED, FOR REFD001 TO PAY OUT.
           MOVE ZEROS TO WS-DEPOSIT-HELD.
           MOVE ZEROS TO WS-DEPOSIT-APPLIED.
           MOVE ZEROS TO WS-REFUND-DUE.
                 SUBTRACT WS-DEPOSIT-HELD FROM WS-BILL-AMOUNT
              END-IF

              IF TARIFF-TEMPORARY AND WS-REFUND-DUE > ZEROS
                 MOVE WS-REFUND-DUE TO DEP-AMOUNT
                 SET DEP-STAT-PARTIAL TO TRUE
              ELSE
                 MOVE ZEROS TO DEP-AMOUNT
                 SET DEP-STAT-REFUNDED TO TRUE
              END-IF
              REWRITE MO01-DEPOSIT-RECORD
                  INVALID KEY
                      DISPLAY 'DEPOSIT REWRITE FAILED FOR: '
