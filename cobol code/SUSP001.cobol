       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSP001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RE-APPLICATION INSTRUCTIONS KEYED BY THE CASH OFFICE
      *    ONCE THEY HAVE TRACED WHO AN UNMATCHED PAYMENT BELONGS
      *    TO -- 'B' RE-POSTS IT TO A NAMED BILL, 'C' SPREADS IT
      *    OLDEST-FIRST OVER A CUSTOMER'S OPEN BILLS, 'R' PAYS IT
      *    BACK TO THE REMITTER.
           SELECT TI01-SUSP-TRAN      ASSIGN TO SUSPTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    UNAPPLIED-CASH SUSPENSE LEDGER BILLPAYDB2 FEEDS FROM
      *    2470-PROCESS-ORPHAN-PAYMENTS.
           SELECT MO01-SUSP-KSDS      ASSIGN TO SUSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SUSP-PAYMENT-ID
           FILE STATUS            IS WS-SUSP-STATUS.

           SELECT MI01-BILL-KSDS      ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- MOVING CASH OUT OF SUSPENSE NEEDS AN ACTIVE
      *    AUTHORITY WHOSE LIMIT COVERS THE AMOUNT.
           SELECT MI08-AUTH-KSDS      ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

      *    RE-APPLIED CASH DROPS INTO THE NORMALIZED PAYMENT STREAM
      *    AS A BALANCED BATCHHDR/BATCHTRL BATCH, CHANNEL 'S', SO IT
      *    POSTS THROUGH PAYEDIT AND BILLPAYDB2 EXACTLY AS ANY OTHER
      *    PAYMENT DOES.
           SELECT TO01-PAYMENT-OUT    ASSIGN TO PAYMNTS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PAY-STATUS.

      *    REFUND CHEQUES FOR THE TREASURY -- SAME RECORD SHAPE
      *    REFD001 WRITES TO DISBOUT.
           SELECT TO02-REFUND-OUT     ASSIGN TO SUSPREFD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RFD-STATUS.

           SELECT CTL-ID-COUNTER      ASSIGN TO IDCTRF
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTR-ID
           FILE STATUS            IS WS-CTR-STATUS.

           SELECT TO03-SUSP-ERR       ASSIGN TO SUSPERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-SUSP-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         111 CHARACTERS.

       01 TI01-SUSP-TRAN-RECORD.
          05 IN-ACTION           PIC X(01).
             88 IN-APPLY-TO-BILL             VALUE 'B'.
             88 IN-APPLY-TO-CUST             VALUE 'C'.
             88 IN-REFUND                    VALUE 'R'.
          05 IN-PAYMENT-ID       PIC X(08).
          05 IN-TARGET-BILL-ID   PIC X(14).
          05 IN-TARGET-CUST-ID   PIC X(12).
          05 IN-PAYEE-NAME       PIC X(21).
          05 IN-PAYEE-ADDRESS    PIC X(29).
          05 IN-PAYEE-CITY       PIC X(10).
          05 IN-OPERATOR-ID      PIC X(08).
          05 IN-TRANS-DATE       PIC 9(08).

      *    ONE ROW PER UNMATCHED PAYMENT ID. THE 'CONTROL ' ROW
      *    CARRIES THE RUNNING BALANCE SUSP002 HAS JOURNALLED TO
      *    THE SUSPENSE ACCOUNT -- NO PAYMENT ID CAN COLLIDE WITH
      *    IT, EVERY ONE BEING A CHANNEL LETTER AND DIGITS.
       FD MO01-SUSP-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-SUSP-RECORD.
          05 SUSP-PAYMENT-ID      PIC X(08).
          05 SUSP-CHANNEL         PIC X(01).
          05 SUSP-RECEIVED-DATE   PIC 9(08).
          05 SUSP-AMOUNT          PIC 9(07)V99.
          05 SUSP-QUOTED-BILL-ID  PIC X(14).
          05 SUSP-QUOTED-CUST-ID  PIC X(14).
          05 SUSP-STATUS          PIC X(01).
             88 SUSP-STAT-OPEN               VALUE 'O'.
             88 SUSP-STAT-REAPPLIED          VALUE 'A'.
             88 SUSP-STAT-REFUNDED           VALUE 'R'.
          05 SUSP-JNL-STATUS      PIC X(01).
             88 SUSP-JNL-NONE                VALUE SPACE.
             88 SUSP-JNL-RECEIPT             VALUE 'R'.
             88 SUSP-JNL-CLEARED             VALUE 'C'.
          05 SUSP-CLEAR-DATE      PIC 9(08).
          05 SUSP-CLEAR-REF       PIC X(14).
          05 SUSP-NEW-PAYMENT-ID  PIC X(08).
          05 SUSP-CLEAR-OPER-ID   PIC X(08).
          05 FILLER               PIC X(06).

      *    SAME BILL MASTER LAYOUT BILL003 WRITES.
       FD MI01-BILL-KSDS
           RECORD CONTAINS         230 CHARACTERS.

       01 MI01-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CUST-ID     PIC X(12).
          05 FILLER           PIC X(206).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME  PIC X(10).
          05 CUST-AREA-CODE  PIC X(6).
          05 CUST-SPACE      PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
             88 ACCT-CLOSED          VALUE 'C'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI08-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MO01-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

      *    SAME RECORD SHAPES PAYEDIT READS.
       FD TO01-PAYMENT-OUT
           RECORDING MODE          IS F
           RECORD CONTAINS         57  CHARACTERS.

       01 TO01-PAY-RECORD.
          05 PAY-PAYMENT-ID     PIC X(8).
          05 PAY-BILL-ID        PIC X(14).
          05 PAY-AMOUNT         PIC 9(7)V99.
          05 PAY-DATE           PIC X(10).
          05 PAY-ALLOC-MODE     PIC X(1).
          05 PAY-CUST-ID        PIC X(14).
          05 PAY-REVERSAL-IND   PIC X(1).

       01 TO01-BATCH-CONTROL-RECORD.
          05 BC-RECORD-ID       PIC X(08).
          05 BC-BATCH-NO        PIC 9(06).
          05 BC-TELLER-ID       PIC X(08).
          05 BC-REC-COUNT       PIC 9(06).
          05 BC-MONEY-TOTAL     PIC 9(09)V99.
          05 FILLER             PIC X(18).

      *    SAME CHEQUE RECORD REFD001 WRITES.
       FD TO02-REFUND-OUT
           RECORDING MODE          IS F
           RECORD CONTAINS         90  CHARACTERS.

       01 TO02-REFUND-RECORD.
          05 OUT-CUST-ID          PIC X(12).
          05 OUT-PAYEE-NAME       PIC X(21).
          05 OUT-ADDRESS          PIC X(29).
          05 OUT-CITY             PIC X(10).
          05 OUT-AMOUNT           PIC 9(09)V99.
          05 OUT-METHOD           PIC X(01).
          05 OUT-ISSUE-DATE       PIC 9(08).

       FD CTL-ID-COUNTER
           RECORD CONTAINS         13  CHARACTERS.

       01 CTL-COUNTER-RECORD.
          05 CTR-ID              PIC X(04).
          05 CTR-NEXT-VALUE      PIC 9(09).

       FD TO03-SUSP-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         112 CHARACTERS.

       01 TO03-SUSP-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(111).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-ACTION         VALUE '1'.
             88 ERR-REAS-NOT-IN-SUSPENSE    VALUE '2'.
             88 ERR-REAS-ALREADY-CLEARED    VALUE '3'.
             88 ERR-REAS-BILL-NOT-FOUND     VALUE '4'.
             88 ERR-REAS-CUST-NOT-FOUND     VALUE '5'.
             88 ERR-REAS-NO-PAYEE           VALUE '6'.
             88 ERR-REAS-NOT-AUTHORISED     VALUE '7'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-SUSP-STATUS        PIC X(02).
             88 SUSP-IO-STATUS     VALUE '00'.
             88 SUSP-ROW-NOTFND    VALUE '23'.
          05 WS-BILL-STATUS        PIC X(02).
             88 BILL-IO-STATUS     VALUE '00'.
             88 BILL-ROW-NOTFND    VALUE '23'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
             88 CUST-ROW-NOTFND    VALUE '23'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-PAY-STATUS         PIC X(02).
             88 PAY-IO-STATUS      VALUE '00'.
          05 WS-RFD-STATUS         PIC X(02).
             88 RFD-IO-STATUS      VALUE '00'.
          05 WS-CTR-STATUS         PIC X(02).
             88 CTR-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-EDIT-DATE-OUT      PIC X(10).

       01 WS-ID-GEN.
          05 WS-PAY-SEQ            PIC 9(07) VALUE ZEROS.
          05 WS-BATCH-NO           PIC 9(06) VALUE ZEROS.
          05 WS-NEW-PAYMENT-ID     PIC X(08) VALUE SPACES.

       01 WS-BATCH-ACCUM.
          05 WS-ACCUM-COUNT        PIC 9(06) VALUE ZEROS.
          05 WS-ACCUM-AMOUNT       PIC 9(09)V99 VALUE ZEROS.

       01 WS-VALIDATION-FLAGS.
          05 WS-TRAN-OK-FLAG       PIC X(01) VALUE 'Y'.
             88 TRAN-OK            VALUE 'Y'.
             88 TRAN-REJECTED      VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-REAPPLY-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-REAPPLY-AMT        PIC 9(11)V99 VALUE ZEROS.
          05 WS-REFUND-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-REFUND-AMT         PIC 9(11)V99 VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SUSP001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  UNAPPLIED CASH RE-APPLICATION         '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-EDIT-DATE-OUT.
           STRING WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
                  DELIMITED BY SIZE
                  INTO WS-EDIT-DATE-OUT
           END-STRING.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-START-BATCH.

           PERFORM 2200-READ-SUSP-TRAN UNTIL TRAN-EOF.

           PERFORM 2160-END-BATCH.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SUSP-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-SUSP-KSDS.
           IF NOT SUSP-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE KSDS: ' WS-SUSP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY 'ERROR OPENING BILL MASTER KSDS: '
                      WS-BILL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-AUTH-KSDS.
           IF NOT AUTH-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORITY KSDS: '
                      WS-AUTH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-PAYMENT-OUT.
           IF NOT PAY-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE PAYMENT FILE: '
                      WS-PAY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-REFUND-OUT.
           IF NOT RFD-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE REFUND FILE: '
                      WS-RFD-STATUS
              STOP RUN
           END-IF.

           OPEN I-O CTL-ID-COUNTER.
           IF NOT CTR-IO-STATUS
              DISPLAY 'ERROR OPENING ID COUNTER FILE: '
                      WS-CTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-SUSP-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2150-START-BATCH  SECTION.

           PERFORM 2170-GET-NEXT-BATCH-NO.

           MOVE ZEROS TO WS-ACCUM-COUNT.
           MOVE ZEROS TO WS-ACCUM-AMOUNT.

           MOVE SPACES      TO TO01-BATCH-CONTROL-RECORD.
           MOVE 'BATCHHDR'  TO BC-RECORD-ID.
           MOVE WS-BATCH-NO TO BC-BATCH-NO.
           MOVE 'SUSPENSE'  TO BC-TELLER-ID.
           MOVE ZEROS       TO BC-REC-COUNT.
           MOVE ZEROS       TO BC-MONEY-TOTAL.
           WRITE TO01-BATCH-CONTROL-RECORD.

       2160-END-BATCH  SECTION.

           MOVE 'BATCHTRL'       TO BC-RECORD-ID.
           MOVE WS-BATCH-NO      TO BC-BATCH-NO.
           MOVE 'SUSPENSE'       TO BC-TELLER-ID.
           MOVE WS-ACCUM-COUNT   TO BC-REC-COUNT.
           MOVE WS-ACCUM-AMOUNT  TO BC-MONEY-TOTAL.
           WRITE TO01-BATCH-CONTROL-RECORD.

           DISPLAY 'SUSPENSE BATCH ' WS-BATCH-NO ': '
                   WS-ACCUM-COUNT ' RE-APPLICATIONS, TOTAL '
                   WS-ACCUM-AMOUNT.

       2170-GET-NEXT-BATCH-NO  SECTION.

           MOVE 'PBAT' TO CTR-ID.
           READ CTL-ID-COUNTER
                INVALID KEY
                   DISPLAY 'ID COUNTER RECORD NOT FOUND: ' CTR-ID
                   MOVE ZEROS TO WS-BATCH-NO
                NOT INVALID KEY
                   COMPUTE WS-BATCH-NO =
                      FUNCTION MOD(CTR-NEXT-VALUE, 1000000)
                   ADD 1 TO CTR-NEXT-VALUE
                   REWRITE CTL-COUNTER-RECORD
                       INVALID KEY
                          DISPLAY 'ID COUNTER REWRITE FAILED: '
                                  CTR-ID
                   END-REWRITE
           END-READ.

       2180-GET-NEXT-PAY-SEQ  SECTION.

           MOVE 'PAYS' TO CTR-ID.
           READ CTL-ID-COUNTER
                INVALID KEY
                   DISPLAY 'ID COUNTER RECORD NOT FOUND: ' CTR-ID
                   MOVE ZEROS TO WS-PAY-SEQ
                NOT INVALID KEY
                   COMPUTE WS-PAY-SEQ =
                      FUNCTION MOD(CTR-NEXT-VALUE, 10000000)
                   ADD 1 TO CTR-NEXT-VALUE
                   REWRITE CTL-COUNTER-RECORD
                       INVALID KEY
                          DISPLAY 'ID COUNTER REWRITE FAILED: '
                                  CTR-ID
                   END-REWRITE
           END-READ.

           MOVE SPACES TO WS-NEW-PAYMENT-ID.
           STRING 'S' WS-PAY-SEQ DELIMITED BY SIZE
                  INTO WS-NEW-PAYMENT-ID
           END-STRING.

       2200-READ-SUSP-TRAN  SECTION.

           READ TI01-SUSP-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2300-VALIDATE-TRANSACTION
           END-READ.

       2300-VALIDATE-TRANSACTION  SECTION.

           SET TRAN-OK TO TRUE.

           IF NOT IN-APPLY-TO-BILL
              AND NOT IN-APPLY-TO-CUST
              AND NOT IN-REFUND
              DISPLAY 'INVALID SUSPENSE ACTION: ' IN-ACTION
              SET ERR-REAS-BAD-ACTION TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           ELSE
              PERFORM 2310-FIND-SUSPENSE-ITEM
           END-IF.

           IF TRAN-OK
              PERFORM 2320-CHECK-AUTHORITY
           END-IF.

           IF TRAN-OK
              EVALUATE TRUE
                  WHEN IN-APPLY-TO-BILL
                     PERFORM 2330-CHECK-TARGET-BILL
                  WHEN IN-APPLY-TO-CUST
                     PERFORM 2340-CHECK-TARGET-CUSTOMER
                  WHEN IN-REFUND
                     PERFORM 2350-CHECK-REFUND-PAYEE
              END-EVALUATE
           END-IF.

           IF TRAN-OK
              IF IN-REFUND
                 PERFORM 2500-REFUND-SUSPENSE-ITEM
              ELSE
                 PERFORM 2400-REAPPLY-SUSPENSE-ITEM
              END-IF
           END-IF.

       2310-FIND-SUSPENSE-ITEM  SECTION.

           MOVE IN-PAYMENT-ID TO SUSP-PAYMENT-ID.

           READ MO01-SUSP-KSDS
               INVALID KEY
                   DISPLAY 'PAYMENT NOT IN SUSPENSE: ' IN-PAYMENT-ID
                   SET ERR-REAS-NOT-IN-SUSPENSE TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
      *            A ROW ALREADY RE-APPLIED OR REFUNDED MUST NEVER
      *            RELEASE ITS CASH A SECOND TIME.
                   IF NOT SUSP-STAT-OPEN
                      DISPLAY 'SUSPENSE ITEM ALREADY CLEARED: '
                              IN-PAYMENT-ID ' ON ' SUSP-CLEAR-DATE
                      SET ERR-REAS-ALREADY-CLEARED TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   END-IF
           END-READ.

       2320-CHECK-AUTHORITY  SECTION.

           MOVE IN-OPERATOR-ID TO AUTH-ID.

           READ MI08-AUTH-KSDS
               INVALID KEY
                   DISPLAY 'OPERATOR NOT ON AUTHORITY MASTER: '
                           IN-OPERATOR-ID
                   SET ERR-REAS-NOT-AUTHORISED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   IF NOT AUTH-STAT-ACTIVE
                      OR AUTH-LIMIT < SUSP-AMOUNT
                      DISPLAY 'OPERATOR ' IN-OPERATOR-ID
                              ' NOT AUTHORISED FOR ' SUSP-AMOUNT
                      SET ERR-REAS-NOT-AUTHORISED TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   END-IF
           END-READ.

       2330-CHECK-TARGET-BILL  SECTION.

           MOVE IN-TARGET-BILL-ID(1:12) TO BILL-ID.

           READ MI01-BILL-KSDS
               INVALID KEY
                   DISPLAY 'TARGET BILL NOT FOUND: '
                           IN-TARGET-BILL-ID
                   SET ERR-REAS-BILL-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
           END-READ.

       2340-CHECK-TARGET-CUSTOMER  SECTION.

           MOVE IN-TARGET-CUST-ID TO CUST-KEY.

           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'TARGET CUSTOMER NOT FOUND: '
                           IN-TARGET-CUST-ID
                   SET ERR-REAS-CUST-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
           END-READ.

       2350-CHECK-REFUND-PAYEE  SECTION.

      *    A REFUND GOES TO THE PAYEE KEYED ON THE INSTRUCTION; WHEN
      *    ONLY A CUSTOMER IS NAMED, TO THAT CUSTOMER'S NAME AND
      *    ADDRESS OF RECORD.
           IF IN-PAYEE-NAME = SPACES
              IF IN-TARGET-CUST-ID = SPACES
                 DISPLAY 'REFUND HAS NO PAYEE: ' IN-PAYMENT-ID
                 SET ERR-REAS-NO-PAYEE TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
              ELSE
                 PERFORM 2340-CHECK-TARGET-CUSTOMER
                 IF TRAN-OK
                    MOVE SPACES TO IN-PAYEE-NAME
                    STRING CUST-FIRST-NAME DELIMITED BY SPACE
                           ' '             DELIMITED BY SIZE
                           CUST-LAST-NAME  DELIMITED BY SPACE
                           INTO IN-PAYEE-NAME
                    END-STRING
                    MOVE CUST-ADDRESS TO IN-PAYEE-ADDRESS
                    MOVE CUST-CITY    TO IN-PAYEE-CITY
                 END-IF
              END-IF
           END-IF.

       2400-REAPPLY-SUSPENSE-ITEM  SECTION.

           PERFORM 2180-GET-NEXT-PAY-SEQ.

           MOVE SPACES            TO TO01-PAY-RECORD.
           MOVE WS-NEW-PAYMENT-ID TO PAY-PAYMENT-ID.
           MOVE SUSP-AMOUNT       TO PAY-AMOUNT.
           MOVE WS-EDIT-DATE-OUT  TO PAY-DATE.
           IF IN-APPLY-TO-BILL
              MOVE IN-TARGET-BILL-ID TO PAY-BILL-ID
              MOVE 'N'               TO PAY-ALLOC-MODE
              MOVE SPACES            TO PAY-CUST-ID
              MOVE IN-TARGET-BILL-ID TO SUSP-CLEAR-REF
           ELSE
              MOVE SPACES            TO PAY-BILL-ID
              MOVE 'Y'               TO PAY-ALLOC-MODE
              MOVE IN-TARGET-CUST-ID TO PAY-CUST-ID
              MOVE IN-TARGET-CUST-ID TO SUSP-CLEAR-REF
           END-IF.
           MOVE 'N'               TO PAY-REVERSAL-IND.
           WRITE TO01-PAY-RECORD.

           ADD 1           TO WS-ACCUM-COUNT.
           ADD PAY-AMOUNT  TO WS-ACCUM-AMOUNT.
           ADD 1           TO WS-REAPPLY-CTR.
           ADD SUSP-AMOUNT TO WS-REAPPLY-AMT.

           SET SUSP-STAT-REAPPLIED TO TRUE.
           MOVE WS-NEW-PAYMENT-ID  TO SUSP-NEW-PAYMENT-ID.
           PERFORM 2800-CLOSE-SUSPENSE-ITEM.

           DISPLAY 'SUSPENSE RE-APPLIED: ' SUSP-PAYMENT-ID
                   ' AS ' WS-NEW-PAYMENT-ID ' TO ' SUSP-CLEAR-REF.

       2500-REFUND-SUSPENSE-ITEM  SECTION.

           MOVE IN-TARGET-CUST-ID TO OUT-CUST-ID.
           MOVE IN-PAYEE-NAME     TO OUT-PAYEE-NAME.
           MOVE IN-PAYEE-ADDRESS  TO OUT-ADDRESS.
           MOVE IN-PAYEE-CITY     TO OUT-CITY.
           MOVE SUSP-AMOUNT       TO OUT-AMOUNT.
           MOVE 'C'               TO OUT-METHOD.
           MOVE WS-DATE           TO OUT-ISSUE-DATE.
           WRITE TO02-REFUND-RECORD.

           ADD 1           TO WS-REFUND-CTR.
           ADD SUSP-AMOUNT TO WS-REFUND-AMT.

           SET SUSP-STAT-REFUNDED TO TRUE.
           MOVE SPACES            TO SUSP-NEW-PAYMENT-ID.
           MOVE IN-TARGET-CUST-ID TO SUSP-CLEAR-REF.
           PERFORM 2800-CLOSE-SUSPENSE-ITEM.

           DISPLAY 'SUSPENSE REFUNDED: ' SUSP-PAYMENT-ID
                   ' TO ' IN-PAYEE-NAME ' ' SUSP-AMOUNT.

       2800-CLOSE-SUSPENSE-ITEM  SECTION.

           MOVE WS-DATE        TO SUSP-CLEAR-DATE.
           MOVE IN-OPERATOR-ID TO SUSP-CLEAR-OPER-ID.

           REWRITE MO01-SUSP-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSE REWRITE FAILED: '
                           SUSP-PAYMENT-ID ' STATUS: ' WS-SUSP-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

       2900-WRITE-ERR-RECORD  SECTION.

           SET TRAN-REJECTED TO TRUE.
           ADD 1 TO WS-ERROR-CTR.

           MOVE TI01-SUSP-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO03-SUSP-ERR-RECORD.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' INSTRUCTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' ITEMS RE-APPLIED         ',  WS-REAPPLY-CTR
           DISPLAY ' AMOUNT RE-APPLIED        ',  WS-REAPPLY-AMT
           DISPLAY ' ITEMS REFUNDED           ',  WS-REFUND-CTR
           DISPLAY ' AMOUNT REFUNDED          ',  WS-REFUND-AMT
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-SUSP-TRAN,
                  MO01-SUSP-KSDS,
                  MI01-BILL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI08-AUTH-KSDS,
                  TO01-PAYMENT-OUT,
                  TO02-REFUND-OUT,
                  CTL-ID-COUNTER,
                  TO03-SUSP-ERR.

           STOP RUN.
