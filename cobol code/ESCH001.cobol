           FILE STATUS            IS WS-DEP-STATUS.

      *    REFD001'S DISBURSEMENT REGISTER -- AN ACCOUNT ALREADY
      *    PAID OUT HOLDS NOTHING TO ESCHEAT, UNLESS PPAY001
      *    CANCELLED ITS CHEQUE AS STALE-DATED. THEN THE CREDIT
      *    PPAY001 REINSTATED ON ADJKSDS IS WHAT AGES TO THE STATE.
           SELECT MI04-DISB-KSDS   ASSIGN TO DISBKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DISB-CUST-ID
           FILE STATUS            IS WS-DISB-STATUS.

      *    SAME PENDING-ADJUSTMENT KSDS BILL003 READS -- HOLDS THE
      *    REINSTATED CREDIT OF A STALE-CANCELLED REFUND CHEQUE.
           SELECT MI06-ADJ-KSDS    ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    THE ESCHEAT REGISTER -- ONE ROW PER ACCOUNT, CARRYING
      *    THE DUE-DILIGENCE NOTICE DATE AND, ONCE REMITTED, THE
      *    REMIT DATE AND AMOUNTS. THE ROW IS THE PROOF A LATE
             88 DEP-STAT-REFUNDED             VALUE 'R'.
             88 DEP-STAT-ESCHEATED            VALUE 'E'.

      *    SAME DISBURSEMENT MASTER LAYOUT REFD001 MAINTAINS.
       FD MI04-DISB-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MI04-DISB-RECORD.
          05 DISB-CUST-ID         PIC X(12).
          05 DISB-DATE            PIC 9(08).
          05 DISB-AMOUNT          PIC 9(09)V99.
          05 DISB-METHOD          PIC X(01).
          05 DISB-CHEQUE-NO       PIC 9(10).
          05 DISB-PAYEE-NAME      PIC X(21).
          05 DISB-CHQ-STATUS      PIC X(01).
             88 DISB-CHQ-ISSUED              VALUE 'I'.
             88 DISB-CHQ-PAID                VALUE 'P'.
             88 DISB-CHQ-VOIDED              VALUE 'V'.
             88 DISB-CHQ-STALE               VALUE 'S'.
          05 DISB-EXCEPTION       PIC X(01).
          05 DISB-PAID-DATE       PIC 9(08).
          05 DISB-PAID-AMOUNT     PIC 9(09)V99.
          05 DISB-CLOSED-DATE     PIC 9(08).
          05 FILLER               PIC X(08).

      *    SAME PENDING-ADJUSTMENT LAYOUT BILL003 READS.
       FD MI06-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MI06-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

       FD MO01-ESCH-KSDS
           RECORD CONTAINS         60  CHARACTERS.
          05 WS-DISB-STATUS        PIC X(02).
             88 DISB-IO-STATUS     VALUE '00'.
             88 DISB-ROW-NOTFND    VALUE '23'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
             88 ADJ-ROW-NOTFND     VALUE '23'.
          05 WS-ESC-STATUS         PIC X(02).
             88 ESC-IO-STATUS      VALUE '00'.
             88 ESC-ROW-NOTFND     VALUE '23'.
          05 WS-TOTAL-AMT          PIC 9(09)V99 VALUE ZEROS.
          05 WS-BAL-CREDIT-FLAG    PIC X(01) VALUE 'N'.
             88 BAL-ROW-IS-CREDIT  VALUE 'Y'.
          05 WS-ADJ-CREDIT-FLAG    PIC X(01) VALUE 'N'.
             88 ADJ-ROW-IS-CREDIT  VALUE 'Y'.
          05 WS-STALE-CHEQUE-FLAG  PIC X(01) VALUE 'N'.
             88 STALE-CHEQUE-CREDIT VALUE 'Y'.

       01 WS-COA-ACCOUNTS.
          05 WS-ACCT-DEP-LIAB      PIC X(08) VALUE SPACES.
              STOP RUN
           END-IF.

           OPEN I-O MI06-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-ESCH-KSDS.
           IF NOT ESC-IO-STATUS
              DISPLAY 'ERROR OPENING ESCHEAT REGISTER KSDS: '
              GO TO 2300-EXIT
           END-IF.

      *    REFD001 ALREADY PAID THIS ACCOUNT OUT -- NOTHING HELD,
      *    SAVE THE REINSTATED CREDIT OF A STALE-DATED CHEQUE.
           MOVE 'N'      TO WS-STALE-CHEQUE-FLAG.
           MOVE CUST-KEY TO DISB-CUST-ID.
           READ MI04-DISB-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DISB-CHQ-STALE
                      SET STALE-CHEQUE-CREDIT TO TRUE
                   ELSE
                      GO TO 2300-EXIT
                   END-IF
           END-READ.

           IF STALE-CHEQUE-CREDIT
              PERFORM 2450-GATHER-STALE-CREDIT
           ELSE
              PERFORM 2400-GATHER-COMPONENTS
           END-IF.

           IF WS-TOTAL-AMT = ZEROS
              GO TO 2300-EXIT
           MOVE ZEROS TO WS-DEPOSIT-AMT.
           MOVE ZEROS TO WS-CREDIT-AMT.
           MOVE 'N'   TO WS-BAL-CREDIT-FLAG.
           MOVE 'N'   TO WS-ADJ-CREDIT-FLAG.

           MOVE CUST-KEY TO DEP-CUST-ID.
           READ MI03-DEPOSIT-KSDS
           COMPUTE WS-TOTAL-AMT =
                   WS-DEPOSIT-AMT + WS-CREDIT-AMT.

       2450-GATHER-STALE-CREDIT  SECTION.

      *    THE DEPOSIT AND BALANCE WENT OUT ON THE CHEQUE AND ARE
      *    CLEARED AT SOURCE; WHAT THE CUSTOMER IS STILL OWED IS
      *    THE CREDIT PPAY001 PUT BACK WHEN IT CANCELLED IT.
           MOVE ZEROS TO WS-DEPOSIT-AMT.
           MOVE ZEROS TO WS-CREDIT-AMT.
           MOVE 'N'   TO WS-BAL-CREDIT-FLAG.
           MOVE 'N'   TO WS-ADJ-CREDIT-FLAG.

           MOVE CUST-KEY TO ADJ-CUST-ID.
           READ MI06-ADJ-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADJ-AMOUNT < ZEROS
                      COMPUTE WS-CREDIT-AMT = 0 - ADJ-AMOUNT
                      SET ADJ-ROW-IS-CREDIT TO TRUE
                   END-IF
           END-READ.

           COMPUTE WS-TOTAL-AMT =
                   WS-DEPOSIT-AMT + WS-CREDIT-AMT.

       2500-SEND-DILIGENCE-NOTICE  SECTION.

      *    ONE LAST LETTER BEFORE THE MONEY LEAVES -- THE HUB
              END-DELETE
           END-IF.

           IF ADJ-ROW-IS-CREDIT
              DELETE MI06-ADJ-KSDS
                  INVALID KEY
                      DISPLAY 'ADJUSTMENT DELETE FAILED: '
                              ADJ-CUST-ID
                              ' STATUS: ' WS-ADJ-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-DELETE
           END-IF.

       2800-WRITE-JOURNAL-TRAILER  SECTION.

           MOVE WS-JRN-REC-COUNT  TO JRT-REC-COUNT.
                  MI02-BAL-FWD-KSDS,
                  MI03-DEPOSIT-KSDS,
                  MI04-DISB-KSDS,
                  MI06-ADJ-KSDS,
                  MO01-ESCH-KSDS,
                  MI05-COA-MASTER,
                  TO01-REMITTANCE,
