           FILE STATUS            IS WS-PRD-STATUS.

      *    PENALTY WAIVER TRANSACTIONS -- KEYED BY THE FRONT OFFICE
      *    WITH AN APPROVING SUPERVISOR ID AND THE KEYING CLERK'S
      *    OWN ID; APPLIED AGAINST BILL_UPDATE IN THIS RUN AND
      *    AUDITED RECORD BY RECORD.
           SELECT TI02-WAIVER-TRAN ASSIGN TO WAIVTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WA-STATUS.

      *    THE CUSTOMER IS TOLD WHEN AN APPROVED WAIVER COMES OFF
      *    THEIR BILL, AND WHEN A PAYMENT POSTS, IS REVERSED, FAILS
      *    AS A DIRECT DEBIT OR COMES BACK AS A DISHONOURED CHEQUE
      *    -- SAME 98-BYTE REQUEST EVERY PRODUCER WRITES; NOTIFHUB
      *    PICKS THE CHANNEL AND LOGS THE CORRESPONDENCE.
           SELECT TO09-NOTIF-REQ   ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

      *    APPEAL CASE MASTER MAINTAINED BY APEL001 -- A COMPLAINT
      *    TAKEN ON TO THE CONSUMER FORUM OR THE OMBUDSMAN KEEPS
      *    THE CUSTOMER IN DISPUTE AFTER CMPL001 HAS CLOSED IT,
      *    UNTIL THE FORUM'S FINAL ORDER IS RECORDED.
           SELECT MI11-APPEAL-KSDS  ASSIGN TO APLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APL-KEY
           FILE STATUS            IS WS-APL-STATUS.

      *    INSTALLMENT-AGREEMENT MASTER MAINTAINED BY INST001 --
      *    THE LATE PENALTY IS SUPPRESSED WHILE A CUSTOMER IS
      *    CURRENT ON AN ACTIVE AGREEMENT; A FULLY-UNPAID OVERDUE
           RECORD KEY             IS WOFF-BILL-ID
           FILE STATUS            IS WS-WOFF-STATUS.

      *    UNAPPLIED-CASH SUSPENSE LEDGER -- ONE ROW PER PAYMENT ID
      *    THAT MATCHED NEITHER A BILL_UPDATE ROW NOR THE WRITE-OFF
      *    MASTER. THE MONEY IS IN THE BANK, SO IT IS HELD HERE
      *    UNTIL SUSP001 RE-APPLIES OR REFUNDS IT; SUSP002 AGES IT
      *    AND PROVES THE BALANCE TO THE LEDGER.
           SELECT MO07-SUSP-KSDS   ASSIGN TO SUSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SUSP-PAYMENT-ID
           FILE STATUS            IS WS-SUSP-STATUS.

           SELECT MI03-INSTALL-KSDS ASSIGN TO INSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS INST-CUST-ID
           FILE STATUS            IS WS-INST-STATUS.

      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY APPLIED
      *    WAIVER LANDS HERE WITH ITS KEYER, APPROVER AND ACCOUNT.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 TO01-PAY-RPT-RECORD   PIC X(133).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE,
      *    READ HERE TO RESOLVE A BILL'S AREA CODE FOR THE
      *    GENERAL-LEDGER EXTRACT AND THE LANGUAGE A PAYMENT
      *    ACKNOWLEDGEMENT IS WORDED IN.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(4).
          05 CUST-MAIL-UNDELIV PIC X(1).
          05 CUST-LANGUAGE-CODE PIC X(1).

       FD TO01-GL-EXTRACT
           RECORDING MODE          IS F
             88 CMPL-STAT-CLOSED             VALUE 'C'.
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME CASE LAYOUT APEL001 MAINTAINS, CUT OFF AFTER THE
      *    STATUS.
       FD MI11-APPEAL-KSDS
           RECORD CONTAINS         220 CHARACTERS.

       01 MI11-APPEAL-RECORD.
          05 APL-KEY.
             10 APL-FORUM           PIC X(04).
             10 APL-CASE-NO         PIC X(16).
          05 APL-COMPLAINT-ID       PIC X(10).
          05 APL-CUST-ID            PIC X(12).
          05 APL-BILL-ID            PIC X(12).
          05 APL-FILED-DATE         PIC 9(08).
          05 APL-STATUS             PIC X(01).
             88 APL-STAT-OPEN                VALUE 'O'.
          05 FILLER                 PIC X(157).

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.


       FD TI02-WAIVER-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         41  CHARACTERS.

       01 TI02-WAIVER-RECORD.
          05 WV-BILL-ID          PIC X(14).
          05 WV-AMOUNT           PIC 9(07)V99.
          05 WV-REASON-CODE      PIC X(02).
          05 WV-SUPERVISOR-ID    PIC X(08).
          05 WV-KEYED-BY         PIC X(08).

       FD TO03-WAIVER-AUDIT
           RECORDING MODE          IS F
             88 WOFF-STAT-RECOVERED          VALUE 'R'.
          05 WOFF-RECOVERED-AMT   PIC 9(09)V99.

      *    SAME SUSPENSE LAYOUT SUSP001/SUSP002 MAINTAIN.
       FD MO07-SUSP-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO07-SUSP-RECORD.
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

      *    SAME APPROVAL-LOG LAYOUT SOD001 SWEEPS.
       FD MO10-APPROVAL-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO10-APPROVAL-LOG-RECORD.
          05 APRL-KEY.
             10 APRL-DATE           PIC 9(08).
             10 APRL-PROGRAM-ID     PIC X(08).
             10 APRL-TIME           PIC 9(06).
             10 APRL-SEQ-NO         PIC 9(04).
          05 APRL-SOURCE            PIC X(02).
          05 APRL-ACTION            PIC X(01).
          05 APRL-CUST-ID           PIC X(12).
          05 APRL-REFERENCE         PIC X(14).
          05 APRL-AMOUNT            PIC 9(09)V99.
          05 APRL-KEYED-BY          PIC X(08).
          05 APRL-APPROVED-BY       PIC X(08).
          05 APRL-REPORTED-FLAG     PIC X(01).
          05 FILLER                 PIC X(17).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
             88 CMPL-EOF           VALUE '10'.
          05 WS-APL-STATUS         PIC X(02).
             88 APL-IO-STATUS      VALUE '00'.
             88 APL-EOF            VALUE '10'.
          05 WS-WA-STATUS          PIC X(02).
             88 WA-IO-STATUS       VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
          05 WS-WOFF-STATUS        PIC X(02).
             88 WOFF-IO-STATUS     VALUE '00'.
             88 WOFF-ROW-NOTFND    VALUE '23'.
          05 WS-SUSP-STATUS        PIC X(02).
             88 SUSP-IO-STATUS     VALUE '00'.
             88 SUSP-DUP-KEY       VALUE '22'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RECOVERY-CNT       PIC 9(06) VALUE ZERO.
          05 WS-RECOVERY-AMT       PIC 9(11)V99 VALUE ZERO.
          05 WS-UNKNOWN-BILL-CNT   PIC 9(06) VALUE ZERO.
          05 WS-SUSPENSE-CNT       PIC 9(06) VALUE ZERO.
          05 WS-SUSPENSE-AMT       PIC 9(11)V99 VALUE ZERO.
          05 WS-SUSP-RECV-DATE     PIC 9(08) VALUE ZERO.

       01 WS-FLAGS.
          05 WS-FIRST-PAY          PIC X VALUE 'Y'.
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-APPROVER-FLAG      PIC X(01) VALUE 'N'.
             88 APPROVER-VALID     VALUE 'Y'.
          05 WS-APRL-TIME          PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

       01 WS-PAYER-VARIABLES.
          05 WS-PYR-STATUS         PIC X(02).
          05 WS-ALLOC-BILL-CNT     PIC 9(06) VALUE ZERO.
          05 WS-ALLOC-UNUSED-AMT   PIC 9(9)V99 VALUE ZERO.

      *    PAYMENTS AND REVERSALS APPLIED TO THE CURRENT BILL ARE
      *    HELD HERE UNTIL THE BILL HAS BEEN SETTLED (PENALTY AND
      *    ALL), SO EACH ACKNOWLEDGEMENT QUOTES THE BALANCE THE
      *    CUSTOMER WILL ACTUALLY SEE ON BILL_UPDATE.
       01 WS-PAY-NOTICE-STORAGE.
          05 WS-PAY-NOTICES        OCCURS 50 TIMES
                                    INDEXED BY WS-PN-IDX.
             10 WS-PN-PAYMENT-ID   PIC X(08).
             10 WS-PN-AMOUNT       PIC 9(7)V99.
             10 WS-PN-REVERSAL-IND PIC X(01).
          05 WS-PN-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-PN-MAX-ENTRIES     PIC 9(04) VALUE 50.

      *    ONE ACKNOWLEDGEMENT, WHICHEVER PATH POSTED THE PAYMENT.
      *    THE PAYMENT ID'S FIRST BYTE IS ITS CHANNEL -- AUTORET
      *    BUILDS ITS FAILED-DEBIT REVERSALS UNDER 'A' AND CHQRET
      *    ITS DISHONOURS UNDER 'R'; ANY OTHER REVERSAL IS A
      *    CORRECTION KEYED BY THE OFFICE.
       01 WS-PAY-NOTICE-VARIABLES.
          05 WS-PN-CUST-ID         PIC X(12).
          05 WS-PN-BILL-ID         PIC X(14).
          05 WS-PN-THIS-ID         PIC X(08).
             88 PN-FAILED-DEBIT    VALUE 'A0000000' THRU 'A9999999'.
             88 PN-DISHONOURED-CHQ VALUE 'R0000000' THRU 'R9999999'.
          05 WS-PN-THIS-AMOUNT     PIC 9(7)V99.
          05 WS-PN-THIS-REV-IND    PIC X(01).
             88 PN-REVERSAL        VALUE 'Y'.
          05 WS-PN-BALANCE         PIC 9(9)V99.
          05 WS-PN-CREDIT          PIC 9(9)V99.
          05 WS-PN-NRQ-AMOUNT      PIC Z(6)9.99.
          05 WS-PN-NRQ-BALANCE     PIC Z(8)9.99.
          05 WS-PAY-NOTICE-CNT     PIC 9(06) VALUE ZERO.

      *    A CUSTOMER WHO READS ANOTHER LANGUAGE GETS THE NOTICE FROM
      *    THE TEMPLATE MASTER THROUGH TXTRTN -- '&1' THE AMOUNT,
      *    '&2' THE BALANCE OR CREDIT, '&3' THE POSTING DATE. THE
      *    ENGLISH LINE BUILT BELOW STANDS WHEN THERE IS NO TEMPLATE
      *    IN THE CUSTOMER'S OWN LANGUAGE, OR WHEN THE FILLED-IN
      *    TEMPLATE WOULD NOT FIT THE 60-BYTE NOTICE TEXT.
       01 WS-TEXT-REQUEST.
          05 WS-TXT-LANGUAGE       PIC X(01).
          05 WS-TXT-ID             PIC X(08).
          05 WS-TXT-VALUES.
             10 WS-TXT-VALUE-1     PIC X(20).
             10 WS-TXT-VALUE-2     PIC X(20).
             10 WS-TXT-VALUE-3     PIC X(20).
          05 WS-TXT-LINE           PIC X(72).
          05 WS-TXT-STATUS         PIC X(02).

      *    CONTROL-BREAK ACCUMULATORS FOR 4600-WRITE-BAL-FWD-EXTRACT,
      *    SUMMING EACH CUSTOMER'S STILL-OPEN BILL_UPDATE BALANCE.
       01 WS-BALFWD-VARIABLES.
          05 WS-DUE-DATE-WORK      PIC 9(08) VALUE ZEROS.
          05 WS-DUE-DATE-EFF       PIC 9(08) VALUE ZEROS.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.
          05 WS-DUE-CUST-LOOKUP    PIC X(12) VALUE SPACES.
          05 WS-DUE-DATE-ELECT     PIC 9(08) VALUE ZEROS.
          05 WS-DUEDRTN-STATUS     PIC X(02) VALUE SPACES.
          05 WS-ELECTED-DUE-CNT    PIC 9(06) VALUE ZERO.
          05 WS-PENALTY-AMT        PIC 9(9)V99 VALUE ZERO.
          05 WS-PENALTY-CNT        PIC 9(06) VALUE ZERO.
          05 WS-AGREEMENT-FLAG     PIC X(01) VALUE 'N'.
      * DB2 SQL DECLARATION AREA
      *============================================================

      * DB2 BILL TABLE CURSOR - FETCH ALL BILLS EXCEPT THOSE
      * CANCELLED BY CREDIT NOTE (REBL001) -- A CANCELLED BILL'S
      * REPLACEMENT CARRIES ITS RECEIVABLE FROM THEN ON.
           EXEC SQL
               DECLARE BILL_CURSOR CURSOR FOR
               SELECT BILL_ID, CUST_ID, FIRST_NAME, LAST_NAME,
                      UNITS, AMOUNT, STATUS, DUE_DATE
               FROM BILL
               WHERE STATUS <> 'CN'
               ORDER BY BILL_ID
           END-EXEC.

              STOP RUN
           END-IF.

           OPEN I-O MO07-SUSP-KSDS.
           IF NOT SUSP-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE KSDS: '
                      WS-SUSP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-COMPLAINT-KSDS.
           IF NOT CMPL-IO-STATUS
              DISPLAY 'ERROR OPENING COMPLAINT KSDS: '
              STOP RUN
           END-IF.

           OPEN INPUT MI11-APPEAL-KSDS.
           IF NOT APL-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL CASE KSDS: '
                      WS-APL-STATUS
              STOP RUN
           END-IF.

           PERFORM 2120-LOAD-DISPUTE-TABLE.

           OPEN INPUT TI02-WAIVER-TRAN.
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS.
           IF NOT APRL-IO-STATUS
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS: '
                      WS-APRL-STATUS
              STOP RUN
           END-IF.
           ACCEPT WS-APRL-TIME FROM TIME.

           PERFORM 2110-CHECK-FILE-FINGERPRINT.

       2110-CHECK-FILE-FINGERPRINT SECTION.

           PERFORM 2125-SCAN-ONE-COMPLAINT UNTIL CMPL-EOF.

           PERFORM 2126-SCAN-ONE-APPEAL UNTIL APL-EOF.

           DISPLAY 'CUSTOMERS UNDER BILLING DISPUTE: '
                   WS-DISPUTE-COUNT.

                   END-IF
           END-READ.

       2126-SCAN-ONE-APPEAL  SECTION.

           READ MI11-APPEAL-KSDS
               AT END  SET APL-EOF TO TRUE
               NOT AT END
                   IF APL-STAT-OPEN
                      IF WS-DISPUTE-COUNT >= WS-MAX-DISPUTES
                         DISPLAY 'WARNING: DISPUTE TABLE FULL - '
                                 'MAX ' WS-MAX-DISPUTES
                      ELSE
                         ADD 1 TO WS-DISPUTE-COUNT
                         SET WS-DSP-IDX TO WS-DISPUTE-COUNT
                         MOVE APL-CUST-ID
                             TO WS-DISPUTE-CUST-ID(WS-DSP-IDX)
                      END-IF
                   END-IF
           END-READ.

       2128-CHECK-DISPUTE  SECTION.

           MOVE 'N' TO WS-DISPUTE-FLAG.
               MOVE ZERO TO WS-TOTAL-PAID
               MOVE ZERO TO WS-CREDIT-BALANCE
               MOVE ZERO TO WS-PAY-CNT
               MOVE ZERO TO WS-PN-COUNT

               PERFORM 2400-PROCESS-PAYMENTS
                   UNTIL PAY-EOF

               PERFORM 2600-WRITE-UPDATED-BILL

               PERFORM 2610-WRITE-BILL-PAY-NOTICES
                   VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > WS-PN-COUNT

               PERFORM 2700-PRINT-DETAIL

               PERFORM 2300-READ-BILL
           ADD 1 TO WS-PAY-CNT
           ADD 1 TO WS-PAY-PROC-CNT

           PERFORM 2410-HOLD-PAY-NOTICE.

           PERFORM 2200-READ-PAYMENT.

       2410-HOLD-PAY-NOTICE  SECTION.

           IF WS-PN-COUNT < WS-PN-MAX-ENTRIES
              ADD 1 TO WS-PN-COUNT
              SET WS-PN-IDX TO WS-PN-COUNT
              MOVE PAY-PAYMENT-ID   TO WS-PN-PAYMENT-ID(WS-PN-IDX)
              MOVE PAY-AMOUNT       TO WS-PN-AMOUNT(WS-PN-IDX)
              MOVE PAY-REVERSAL-IND TO WS-PN-REVERSAL-IND(WS-PN-IDX)
           ELSE
              DISPLAY 'PAYMENT NOTICE STORAGE FULL FOR BILL '
                      WS-CURR-BILL-ID ', NO NOTICE FOR '
                      PAY-PAYMENT-ID
           END-IF.

       2470-PROCESS-ORPHAN-PAYMENTS  SECTION.
      *    ------------------------------------------------------------
      *    THE CURRENT PAYMENT MATCHED NO BILL_UPDATE ROW. IF ITS BILL
      *    IS ON THE WRITE-OFF MASTER THE CASH POSTS AS BAD-DEBT
      *    RECOVERY AGAINST THAT ROW; OTHERWISE THE CASH IS HELD ON
      *    THE SUSPENSE LEDGER. A REVERSAL WITH NO BILL HAS NO CASH
      *    BEHIND IT AND STILL GOES TO THE EXCEPTION FILE THE WAY A
      *    DUPLICATE DOES.
      *    ------------------------------------------------------------
           MOVE PAY-BILL-ID TO WOFF-BILL-ID.

           READ MI05-WOFF-KSDS
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-BILL-CNT
                   IF REVERSAL-PAYMENT-RECORD
                      WRITE TO02-DUP-EXCP-RECORD
                          FROM TI01-PAY-RECORD
                      DISPLAY 'REVERSAL FOR UNKNOWN BILL REJECTED: '
                              PAY-PAYMENT-ID ' BILL ' PAY-BILL-ID
                   ELSE
                      PERFORM 2477-HOLD-IN-SUSPENSE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2475-POST-BAD-DEBT-RECOVERY
           END-READ.
               INVALID KEY
                   DISPLAY 'WRITE-OFF REWRITE FAILED: '
                           WOFF-BILL-ID ' STATUS: ' WS-WOFF-STATUS
               NOT INVALID KEY
                   MOVE WOFF-CUST-ID     TO WS-PN-CUST-ID
                   MOVE WOFF-BILL-ID     TO WS-PN-BILL-ID
                   MOVE PAY-PAYMENT-ID   TO WS-PN-THIS-ID
                   MOVE PAY-AMOUNT       TO WS-PN-THIS-AMOUNT
                   MOVE PAY-REVERSAL-IND TO WS-PN-THIS-REV-IND
                   MOVE ZERO             TO WS-PN-BALANCE
                   MOVE ZERO             TO WS-PN-CREDIT
                   IF WOFF-AMOUNT > WOFF-RECOVERED-AMT
                      COMPUTE WS-PN-BALANCE =
                              WOFF-AMOUNT - WOFF-RECOVERED-AMT
                   END-IF
                   PERFORM 2620-WRITE-PAY-NOTICE
           END-REWRITE.

      *    THE PAYMENT REACHED THE WRITE-OFF MASTER -- ITS STAGED
           DISPLAY 'BAD-DEBT RECOVERY POSTED: ' PAY-PAYMENT-ID
                   ' BILL ' PAY-BILL-ID ' AMOUNT ' PAY-AMOUNT.

       2477-HOLD-IN-SUSPENSE  SECTION.
      *    ------------------------------------------------------------
      *    UNMATCHED CASH GOES ONTO THE SUSPENSE LEDGER UNDER ITS OWN
      *    PAYMENT ID, CHANNEL AND RECEIVED DATE. ONCE HELD IT COUNTS
      *    AS APPLIED FOR THE REGISTRY -- A RESUBMISSION OF THE SAME
      *    PAYMENT IS A DUPLICATE, AND THE RE-APPLICATION FROM
      *    SUSPENSE CARRIES A FRESH ID OF ITS OWN. A RERUN AFTER AN
      *    ABEND FINDS ITS OWN ROW ALREADY THERE AND LEAVES IT.
      *    ------------------------------------------------------------
           IF PAY-DATE(1:4) IS NUMERIC
              AND PAY-DATE(6:2) IS NUMERIC
              AND PAY-DATE(9:2) IS NUMERIC
              MOVE PAY-DATE(1:4) TO WS-SUSP-RECV-DATE(1:4)
              MOVE PAY-DATE(6:2) TO WS-SUSP-RECV-DATE(5:2)
              MOVE PAY-DATE(9:2) TO WS-SUSP-RECV-DATE(7:2)
           ELSE
              MOVE WS-DATE TO WS-SUSP-RECV-DATE
           END-IF.

           MOVE SPACES              TO MO07-SUSP-RECORD.
           MOVE PAY-PAYMENT-ID      TO SUSP-PAYMENT-ID.
           MOVE PAY-PAYMENT-ID(1:1) TO SUSP-CHANNEL.
           MOVE WS-SUSP-RECV-DATE   TO SUSP-RECEIVED-DATE.
           MOVE PAY-AMOUNT          TO SUSP-AMOUNT.
           MOVE PAY-BILL-ID         TO SUSP-QUOTED-BILL-ID.
           MOVE PAY-CUST-ID         TO SUSP-QUOTED-CUST-ID.
           SET SUSP-STAT-OPEN       TO TRUE.
           SET SUSP-JNL-NONE        TO TRUE.
           MOVE ZEROS               TO SUSP-CLEAR-DATE.

           WRITE MO07-SUSP-RECORD
               INVALID KEY
                   IF SUSP-DUP-KEY
                      DISPLAY 'PAYMENT ALREADY IN SUSPENSE: '
                              PAY-PAYMENT-ID
                   ELSE
                      DISPLAY 'SUSPENSE WRITE FAILED: '
                              PAY-PAYMENT-ID
                              ' STATUS: ' WS-SUSP-STATUS
                      WRITE TO02-DUP-EXCP-RECORD
                          FROM TI01-PAY-RECORD
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-CNT
                   ADD PAY-AMOUNT TO WS-SUSPENSE-AMT
                   DISPLAY 'PAYMENT FOR UNKNOWN BILL TO SUSPENSE: '
                           PAY-PAYMENT-ID ' BILL ' PAY-BILL-ID
           END-WRITE.

           IF SUSP-IO-STATUS OR SUSP-DUP-KEY
              IF WS-REG-CURR-IDX > ZERO
                 SET WS-RS-IDX TO WS-REG-CURR-IDX
                 MOVE 'Y' TO WS-RS-APPLIED(WS-RS-IDX)
              END-IF
           END-IF.

       2480-PROCESS-ALLOCATIONS  SECTION.
      *    ------------------------------------------------------------
      *    SPREAD ONE LUMP-SUM PAYMENT ACROSS OPEN BILLS IN

              PERFORM 2495-WRITE-ALLOC-BILL-UPDATE

              MOVE HV-ALLOC-CUST-ID(1:12) TO WS-PN-CUST-ID
              MOVE HV-ALLOC-BILL-ID       TO WS-PN-BILL-ID
              MOVE SPACES                 TO WS-PN-THIS-ID
              MOVE WS-ALLOC-PAY-AMT       TO WS-PN-THIS-AMOUNT
              MOVE 'N'                    TO WS-PN-THIS-REV-IND
              MOVE WS-ALLOC-NEW-BAL       TO WS-PN-BALANCE
              MOVE ZERO                   TO WS-PN-CREDIT
              PERFORM 2620-WRITE-PAY-NOTICE

              ADD 1 TO WS-ALLOC-BILL-CNT
              ADD 1 TO WS-PAY-PROC-CNT
           END-IF.
      *    APPLIED HERE AGAINST THE REALLOCATED BILL'S NEW BALANCE.
      *    ------------------------------------------------------------
           MOVE HV-ALLOC-DUE-DATE TO WS-DUE-DATE-WORK.
           MOVE HV-ALLOC-CUST-ID(1:12) TO WS-DUE-CUST-LOOKUP.
           PERFORM 2570-ROLL-DUE-DATE.
           IF (WS-ALLOC-STATUS = 'D' OR WS-ALLOC-STATUS = 'PP')
              AND WS-DUE-DATE-EFF NOT = ZERO
              SET WA-APPLIED         TO TRUE
              WRITE TO03-WAIVER-AUDIT-RECORD
              PERFORM 2935-WRITE-WAIVER-NOTICE
              PERFORM 2945-WRITE-APPROVAL-LOG
              DISPLAY 'WAIVER APPLIED TO BILL ' WV-BILL-ID
                      ' BY ' WV-SUPERVISOR-ID ': '
                      WS-WV-APPLIED-THIS
           SET WA-REJECTED       TO TRUE.
           WRITE TO03-WAIVER-AUDIT-RECORD.

       2945-WRITE-APPROVAL-LOG  SECTION.

      *    THE WAIVER AUDIT CARRIES NEITHER THE ACCOUNT NOR THE
      *    CLERK WHO KEYED IT -- THE APPROVAL LOG DOES, SO THE
      *    SEGREGATION-OF-DUTIES SWEEP CAN SEE BOTH SIDES.
           ADD 1 TO WS-APRL-SEQ.
           MOVE SPACES              TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE             TO APRL-DATE.
           MOVE 'BILLPAY '          TO APRL-PROGRAM-ID.
           MOVE WS-APRL-TIME(1:6)   TO APRL-TIME.
           MOVE WS-APRL-SEQ         TO APRL-SEQ-NO.
           MOVE 'WV'                TO APRL-SOURCE.
           MOVE 'A'                 TO APRL-ACTION.
           MOVE HV-WV-CUST-ID(1:12) TO APRL-CUST-ID.
           MOVE WV-BILL-ID          TO APRL-REFERENCE.
           MOVE WS-WV-APPLIED-THIS  TO APRL-AMOUNT.
           MOVE WV-KEYED-BY         TO APRL-KEYED-BY.
           MOVE WV-SUPERVISOR-ID    TO APRL-APPROVED-BY.
           MOVE 'N'                 TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS ' BILL ' WV-BILL-ID
           END-WRITE.

       2500-UPDATE-BILL-STATUS  SECTION.

           EVALUATE TRUE
      *    THE BILL IS PAST ITS DUE DATE AND NOT YET FULLY PAID.
      *    ------------------------------------------------------------
           MOVE HV-BILL-DUE-DATE TO WS-DUE-DATE-WORK.
           MOVE HV-BILL-CUST-ID(1:12) TO WS-DUE-CUST-LOOKUP.
           PERFORM 2570-ROLL-DUE-DATE.
           IF (HV-UPD-STATUS = 'D' OR HV-UPD-STATUS = 'PP')
              AND WS-DUE-DATE-EFF NOT = ZERO

       2570-ROLL-DUE-DATE  SECTION.
      *    ------------------------------------------------------------
      *    EFFECTIVE DUE DATE = STORED DUE DATE MOVED TO THE
      *    CUSTOMER'S ELECTED DUE DAY (DUEDRTN), THEN ROLLED FORWARD
      *    TO THE NEXT WORKING DAY OFF THE CALENDAR MASTER, SO THE
      *    PENALTY NEVER FIRES FOR A DUE DATE THE CUSTOMER COULD NOT
      *    PAY ON. NO ELECTION LEAVES THE STORED DATE; A MISSING
      *    CALENDAR LEAVES IT UNROLLED.
      *    ------------------------------------------------------------
           IF WS-DUE-DATE-WORK = ZERO
              MOVE ZERO TO WS-DUE-DATE-EFF
           ELSE
              CALL 'DUEDRTN' USING WS-DUE-CUST-LOOKUP,
                                   WS-DUE-DATE-WORK,
                                   WS-DUE-DATE-ELECT,
                                   WS-DUEDRTN-STATUS
              IF WS-DUEDRTN-STATUS = '00'
                 ADD 1 TO WS-ELECTED-DUE-CNT
              END-IF
              CALL 'CALRTN' USING WS-DUE-DATE-ELECT, WS-DUE-DATE-EFF,
                                  WS-CALRTN-STATUS
              IF WS-CALRTN-STATUS NOT = '00'
                 MOVE WS-DUE-DATE-ELECT TO WS-DUE-DATE-EFF
              END-IF
           END-IF.

           MOVE WS-BALANCE              TO WS-GL-CURR-BALANCE
           PERFORM 2650-ACCUMULATE-GL-TOTALS.

       2610-WRITE-BILL-PAY-NOTICES  SECTION.

           MOVE HV-BILL-CUST-ID(1:12)          TO WS-PN-CUST-ID.
           MOVE HV-BILL-ID                     TO WS-PN-BILL-ID.
           MOVE WS-PN-PAYMENT-ID(WS-PN-IDX)    TO WS-PN-THIS-ID.
           MOVE WS-PN-AMOUNT(WS-PN-IDX)        TO WS-PN-THIS-AMOUNT.
           MOVE WS-PN-REVERSAL-IND(WS-PN-IDX)  TO WS-PN-THIS-REV-IND.
           MOVE WS-BALANCE                     TO WS-PN-BALANCE.
           MOVE WS-CREDIT-BALANCE              TO WS-PN-CREDIT.
           PERFORM 2620-WRITE-PAY-NOTICE.

       2620-WRITE-PAY-NOTICE  SECTION.
      *    ------------------------------------------------------------
      *    A POSTED PAYMENT QUOTES THE POSTING DATE AND WHAT IS LEFT
      *    TO PAY (OR THE CREDIT CARRIED). A REVERSAL SAYS WHY THE
      *    MONEY CAME BACK OFF AND WHAT THE CUSTOMER MUST DO NOW --
      *    PAY ANOTHER WAY AFTER A FAILED DEBIT, PAY IN CASH AFTER A
      *    DISHONOURED CHEQUE, OR CALL US ABOUT AN OFFICE CORRECTION.
      *    ------------------------------------------------------------
           MOVE SPACES            TO TO09-NOTIF-REQ-RECORD.
           MOVE WS-PN-CUST-ID     TO NRQ-CUST-ID.
           MOVE WS-PN-BILL-ID     TO NRQ-REF.
           MOVE WS-PN-THIS-AMOUNT TO WS-PN-NRQ-AMOUNT.
           MOVE WS-PN-BALANCE     TO WS-PN-NRQ-BALANCE.

           EVALUATE TRUE
               WHEN PN-REVERSAL AND PN-FAILED-DEBIT
                   MOVE 'PDDF'       TO NRQ-DOC-TYPE
                   MOVE 'PDDF0001'   TO WS-TXT-ID
                   STRING 'DIRECT DEBIT ' WS-PN-NRQ-AMOUNT
                          ' FAILED - PLEASE PAY ' WS-PN-NRQ-BALANCE
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
               WHEN PN-REVERSAL AND PN-DISHONOURED-CHQ
                   MOVE 'PCHQ'       TO NRQ-DOC-TYPE
                   MOVE 'PCHQ0001'   TO WS-TXT-ID
                   STRING 'CHEQUE ' WS-PN-NRQ-AMOUNT
                          ' DISHONOURED - PAY ' WS-PN-NRQ-BALANCE
                          ' IN CASH'
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
               WHEN PN-REVERSAL
                   MOVE 'PREV'       TO NRQ-DOC-TYPE
                   MOVE 'PREV0001'   TO WS-TXT-ID
                   STRING 'PAYMENT ' WS-PN-NRQ-AMOUNT
                          ' REVERSED - NOW DUE ' WS-PN-NRQ-BALANCE
                          ', CALL US'
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
               WHEN WS-PN-CREDIT > ZERO
                   MOVE 'PACK'       TO NRQ-DOC-TYPE
                   MOVE 'PACK0003'   TO WS-TXT-ID
                   MOVE WS-PN-CREDIT TO WS-PN-NRQ-BALANCE
                   STRING 'PAYMENT ' WS-PN-NRQ-AMOUNT
                          ' POSTED ' WS-DATE
                          ' - CREDIT ' WS-PN-NRQ-BALANCE
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
               WHEN WS-PN-BALANCE = ZERO
                   MOVE 'PACK'       TO NRQ-DOC-TYPE
                   MOVE 'PACK0002'   TO WS-TXT-ID
                   STRING 'PAYMENT ' WS-PN-NRQ-AMOUNT
                          ' POSTED ' WS-DATE
                          ' - BILL PAID IN FULL'
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'PACK'       TO NRQ-DOC-TYPE
                   MOVE 'PACK0001'   TO WS-TXT-ID
                   STRING 'PAYMENT ' WS-PN-NRQ-AMOUNT
                          ' POSTED ' WS-DATE
                          ' - BALANCE ' WS-PN-NRQ-BALANCE
                          DELIMITED BY SIZE
                          INTO NRQ-TEXT
                   END-STRING
           END-EVALUATE.

           PERFORM 2625-LOCALISE-PAY-NOTICE.

           MOVE WS-DATE           TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.
           IF NRQ-IO-STATUS
              ADD 1 TO WS-PAY-NOTICE-CNT
           ELSE
              DISPLAY 'PAYMENT NOTICE WRITE FAILED - STATUS: '
                      WS-NRQ-STATUS ' BILL ' WS-PN-BILL-ID
           END-IF.

       2625-LOCALISE-PAY-NOTICE  SECTION.
      *    ------------------------------------------------------------
      *    ONLY A TEMPLATE IN THE CUSTOMER'S OWN LANGUAGE REPLACES
      *    THE ENGLISH LINE, AND ONLY WHEN IT FITS NRQ-TEXT WHOLE --
      *    NOTIFHUB LEAVES PAYMENT NOTICES AS THEY ARRIVE.
      *    ------------------------------------------------------------
           MOVE WS-PN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE SPACE TO CUST-LANGUAGE-CODE
           END-READ.

           IF CUST-LANGUAGE-CODE NOT = SPACE
              AND CUST-LANGUAGE-CODE NOT = 'E'
              MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE
              MOVE SPACES             TO WS-TXT-VALUES
              MOVE WS-PN-NRQ-AMOUNT   TO WS-TXT-VALUE-1
              MOVE WS-PN-NRQ-BALANCE  TO WS-TXT-VALUE-2
              MOVE WS-DATE            TO WS-TXT-VALUE-3
              MOVE NRQ-TEXT           TO WS-TXT-LINE
              CALL 'TXTRTN' USING WS-TEXT-REQUEST
              IF WS-TXT-STATUS = '00'
                 IF WS-TXT-LINE(61:12) = SPACES
                    MOVE WS-TXT-LINE(1:60) TO NRQ-TEXT
                 ELSE
                    DISPLAY 'PAYMENT NOTICE TEMPLATE TOO LONG - '
                            WS-TXT-ID ' LANGUAGE ' WS-TXT-LANGUAGE
                            ' - ENGLISH SENT'
                 END-IF
              END-IF
           END-IF.

       2650-ACCUMULATE-GL-TOTALS  SECTION.
      *    ------------------------------------------------------------
      *    RESOLVE THE BILL'S AREA CODE OFF THE CUSTOMER MASTER AND
                   ' TOTAL ' WS-RECOVERY-AMT.
           DISPLAY 'PAYMENTS FOR UNKNOWN BILLS: '
                   WS-UNKNOWN-BILL-CNT.
           DISPLAY 'PAYMENTS HELD IN SUSPENSE: ' WS-SUSPENSE-CNT
                   ' TOTAL ' WS-SUSPENSE-AMT.

       4500-WRITE-GL-EXTRACT  SECTION.
      *    ------------------------------------------------------------
                 TO02-DUP-EXCEPTIONS,
                 MI03-INSTALL-KSDS,
                 MI04-COMPLAINT-KSDS,
                 MI11-APPEAL-KSDS,
                 MI05-WOFF-KSDS,
                 MO07-SUSP-KSDS,
                 TI02-WAIVER-TRAN,
                 TO03-WAIVER-AUDIT,
                 MO10-APPROVAL-LOG-KSDS,
                 TO09-NOTIF-REQ.

           DISPLAY 'BILL PAYMENT STATUS PROCESSING COMPLETE'.
           DISPLAY 'OVERPAID (REFUND DUE): ' WS-OP-CNT.
           DISPLAY 'PAYMENTS PROCESSED: ' WS-PAY-PROC-CNT.
           DISPLAY 'PAYMENT REVERSALS: ' WS-REVERSAL-CNT.
           DISPLAY 'PAYMENT NOTICES REQUESTED: ' WS-PAY-NOTICE-CNT.
           DISPLAY 'TOTAL BILL AMOUNT: ' WS-TOTAL-AMOUNT.
           DISPLAY 'TOTAL PAID: ' WS-TOTAL-PAID-ALL.
           DISPLAY 'TOTAL BALANCE: ' WS-TOTAL-BALANCE.
           DISPLAY 'AGREEMENTS BROKEN: ' WS-AGREEMENT-BROKEN-CNT.
           DISPLAY 'PENALTIES HELD BY DISPUTE: '
                   WS-DISPUTE-HELD-CNT.
           DISPLAY 'DUE DATES ON AN ELECTED DAY: '
                   WS-ELECTED-DUE-CNT.
           DISPLAY 'PENALTY WAIVERS APPLIED: ' WS-WV-APPLIED-CNT.
           DISPLAY 'PENALTY WAIVERS REJECTED: ' WS-WV-REJECT-CNT.
           DISPLAY 'TOTAL AMOUNT WAIVED: ' WS-WV-APPLIED-AMT.
