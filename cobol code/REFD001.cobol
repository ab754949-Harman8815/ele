           FILE STATUS            IS WS-ADJ-STATUS.

      *    DISBURSEMENT MASTER -- ONE ROW PER PAID-OUT CUSTOMER SO
      *    A RERUN CAN NEVER PAY THE SAME CREDIT TWICE. THE
      *    CHEQUE NUMBER IS THE ALTERNATE KEY PPAY001 MATCHES THE
      *    BANK'S PAID ITEMS ON; ROWS FROM BEFORE CHEQUE NUMBERING
      *    CARRY ZERO, HENCE THE DUPLICATES.
           SELECT MO01-DISB-KSDS   ASSIGN TO DISBKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DISB-CUST-ID
           ALTERNATE RECORD KEY   IS DISB-CHEQUE-NO WITH DUPLICATES
           FILE STATUS            IS WS-DISB-STATUS.

      *    CHEQUE / BANK-TRANSFER PAYMENT FILE FOR THE TREASURY.
           FILE STATUS            IS WS-OUT-STATUS.

      *    DISBURSEMENT REGISTER FOR THE ACCOUNTANTS.
      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY REFUND
      *    PAID OUT LANDS HERE WITH THE OFFICER WHO SUBMITTED THE
      *    RUN AND THE ONE WHO APPROVED IT.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

           SELECT TO02-DISB-REGISTER ASSIGN TO DISBREG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REG-STATUS.

      *    POSITIVE-PAY CARD -- THE BANK ACCOUNT THE REFUND CHEQUES
      *    ARE DRAWN ON AND THE FIRST NUMBER OF THE CHEQUE STOCK.
      *    NO ACCOUNT, NO RUN: A CHEQUE THE BANK HAS NO ISSUE
      *    RECORD FOR IS EXACTLY WHAT A FORGER NEEDS.
           SELECT TI03-PPAY-PARM   ASSIGN TO PPAYPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PPP-STATUS.

      *    POSITIVE-PAY ISSUE FILE FOR THE BANK -- ONE DETAIL PER
      *    CHEQUE WRITTEN THIS RUN, BETWEEN A HEADER NAMING THE
      *    ACCOUNT AND A TRAILER THE BANK PROVES THE FILE BY.
           SELECT TO03-POS-PAY     ASSIGN TO POSPAY
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PP-STATUS.

       DATA DIVISION.

       FILE SECTION.
          05 ADJ-DATE             PIC 9(08).

       FD MO01-DISB-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-DISB-RECORD.
          05 DISB-CUST-ID         PIC X(12).
          05 DISB-METHOD          PIC X(01).
             88 DISB-BY-CHEQUE               VALUE 'C'.
             88 DISB-BY-TRANSFER             VALUE 'T'.
          05 DISB-CHEQUE-NO       PIC 9(10).
          05 DISB-PAYEE-NAME      PIC X(21).
      *    ISSUED BY THIS RUN; PAID, VOIDED OR STALE-CANCELLED BY
      *    PPAY001 FROM THE BANK'S PAID-ITEMS FILE. A VOIDED
      *    CHEQUE'S CREDIT IS BACK ON ADJKSDS AND IS REISSUED
      *    HERE; A STALE ONE'S WAITS FOR ESCHEATMENT.
          05 DISB-CHQ-STATUS      PIC X(01).
             88 DISB-CHQ-ISSUED              VALUE 'I'.
             88 DISB-CHQ-PAID                VALUE 'P'.
             88 DISB-CHQ-VOIDED              VALUE 'V'.
             88 DISB-CHQ-STALE               VALUE 'S'.
          05 DISB-EXCEPTION       PIC X(01).
             88 DISB-EXC-NONE                VALUE SPACE.
             88 DISB-EXC-AMOUNT              VALUE 'A'.
             88 DISB-EXC-PAYEE               VALUE 'N'.
             88 DISB-EXC-BOTH                VALUE 'B'.
          05 DISB-PAID-DATE       PIC 9(08).
          05 DISB-PAID-AMOUNT     PIC 9(09)V99.
          05 DISB-CLOSED-DATE     PIC 9(08).
          05 FILLER               PIC X(08).

       FD TO01-DISBURSE
           RECORDING MODE          IS F
           RECORD CONTAINS         102 CHARACTERS.

       01 TO01-DISBURSE-RECORD.
          05 OUT-CUST-ID          PIC X(12).
          05 OUT-AMOUNT           PIC 9(09)V99.
          05 OUT-METHOD           PIC X(01).
          05 OUT-ISSUE-DATE       PIC 9(08).
          05 OUT-CHEQUE-NO        PIC 9(10).

       FD TO02-DISB-REGISTER
           RECORDING MODE          IS F

       01 TO02-DISB-REG-RECORD PIC X(133).

       FD TI03-PPAY-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI03-PPAY-PARM-RECORD.
          05 PRM-BANK-ACCOUNT     PIC X(16).
          05 PRM-FIRST-CHEQUE-NO  PIC 9(10).
          05 PRM-STALE-DAYS       PIC 9(03).
          05 FILLER               PIC X(11).

      *    SAME 80-BYTE POSITIVE-PAY LAYOUT PPAY001 WRITES ITS
      *    STALE-DATE VOIDS IN.
       FD TO03-POS-PAY
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO03-POS-PAY-RECORD.
          05 PP-REC-TYPE          PIC X(01).
             88 PP-HEADER-REC                VALUE 'H'.
             88 PP-DETAIL-REC                VALUE 'D'.
             88 PP-TRAILER-REC               VALUE 'T'.
          05 PP-BANK-ACCOUNT      PIC X(16).
          05 PP-DETAIL.
             10 PP-CHEQUE-NO      PIC 9(10).
             10 PP-ISSUE-DATE     PIC 9(08).
             10 PP-AMOUNT         PIC 9(09)V99.
             10 PP-PAYEE-NAME     PIC X(21).
             10 PP-ISSUE-VOID     PIC X(01).
                88 PP-ISSUE                  VALUE 'I'.
                88 PP-VOID                   VALUE 'V'.
             10 FILLER            PIC X(12).
          05 PP-HEADER REDEFINES PP-DETAIL.
             10 PP-FILE-DATE      PIC 9(08).
             10 FILLER            PIC X(55).
          05 PP-TRAILER REDEFINES PP-DETAIL.
             10 PP-ITEM-COUNT     PIC 9(07).
             10 PP-TOTAL-AMOUNT   PIC 9(11)V99.
             10 FILLER            PIC X(43).

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
             88 OUT-IO-STATUS      VALUE '00'.
          05 WS-REG-STATUS         PIC X(02).
             88 REG-IO-STATUS      VALUE '00'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.
          05 WS-PPP-STATUS         PIC X(02).
             88 PPP-IO-STATUS      VALUE '00'.
             88 PPP-NOT-FOUND      VALUE '35'.
          05 WS-PP-STATUS          PIC X(02).
             88 PP-IO-STATUS       VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    'SUBMITTR,APPROVER' -- THE OFFICER WHO SUBMITS THE RUN
      *    AND THE ONE WHO APPROVED IT ARE BOTH REQUIRED.
       01 WS-PARM-LINE.
          05 WS-PARM-KEYED-BY      PIC X(08) VALUE SPACES.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WS-PARM-APPROVED-BY   PIC X(08) VALUE SPACES.
          05 FILLER                PIC X(13) VALUE SPACES.

       01 WS-APPROVAL-LOG-VARIABLES.
          05 WS-APRL-TIME          PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

      *    CHEQUE NUMBERS RUN ON FROM THE HIGHEST ONE ALREADY ON
      *    THE DISBURSEMENT MASTER, OR FROM THE CARD'S FIRST NUMBER
      *    WHEN NEW CHEQUE STOCK STARTS HIGHER.
       01 WS-CHEQUE-VARIABLES.
          05 WS-BANK-ACCOUNT       PIC X(16) VALUE SPACES.
          05 WS-LAST-CHEQUE-NO     PIC 9(10) VALUE ZEROS.
          05 WS-DISB-SCAN-EOF-FLAG PIC X(01) VALUE 'N'.
             88 DISB-SCAN-EOF      VALUE 'Y'.
          05 WS-REISSUE-FLAG       PIC X(01) VALUE 'N'.
             88 CHEQUE-REISSUE     VALUE 'Y'.
          05 WS-PP-ITEM-COUNT      PIC 9(07) VALUE ZEROS.
          05 WS-PP-TOTAL-AMT       PIC 9(11)V99 VALUE ZEROS.

       01 WS-NET-VARIABLES.
          05 WS-CREDIT-BALANCE     PIC 9(08)V99 VALUE ZEROS.
          05 WS-OPEN-BALANCE       PIC 9(08)V99 VALUE ZEROS.
          05 WS-DISB-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-DISB-AMT           PIC 9(11)V99 VALUE ZEROS.
          05 WS-ALREADY-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-REISSUE-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-NOTHING-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-NEGATIVE-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
             10 WS-DET-OPEN       PIC Z,ZZZ,ZZ9.99.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-NET        PIC Z,ZZZ,ZZ9.99.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-CHEQUE-NO  PIC Z(09)9.
             10 FILLER            PIC X(31) VALUE SPACES.
          05 WS-REG-COLUMNS.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(12) VALUE 'CUSTOMER'.
             10 FILLER            PIC X(12) VALUE '  OPEN BILLS'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(12) VALUE '  NET REFUND'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE ' CHEQUE NO'.
             10 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-KEYED-BY = SPACES
              OR WS-PARM-APPROVED-BY = SPACES
              DISPLAY 'REFUND RUN NEEDS SUBMITTER AND APPROVER '
                      'IDS ON THE PARM - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'SUBMITTED BY ' WS-PARM-KEYED-BY
                   ' APPROVED BY ' WS-PARM-APPROVED-BY.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.
           WRITE TO02-DISB-REG-RECORD FROM WS-REG-HEADER.
           WRITE TO02-DISB-REG-RECORD FROM WS-REG-COLUMNS.

           MOVE SPACES          TO TO03-POS-PAY-RECORD.
           SET PP-HEADER-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT.
           MOVE WS-DATE         TO PP-FILE-DATE.
           WRITE TO03-POS-PAY-RECORD.

           PERFORM 2105-SEED-CHEQUE-NUMBER.

           PERFORM 2200-READ-CUSTOMER UNTIL CUST-EOF.

           PERFORM 2800-WRITE-POS-PAY-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CUSTOMER-KSDS.
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS.
           IF NOT APRL-IO-STATUS
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS: '
                      WS-APRL-STATUS
              STOP RUN
           END-IF.
           ACCEPT WS-APRL-TIME FROM TIME.

           OPEN INPUT TI03-PPAY-PARM.
           IF NOT PPP-IO-STATUS
              DISPLAY 'ERROR OPENING POSITIVE-PAY PARAMETERS: '
                      WS-PPP-STATUS
              STOP RUN
           END-IF.
           READ TI03-PPAY-PARM
               AT END
                   MOVE SPACES TO TI03-PPAY-PARM-RECORD
           END-READ.
           CLOSE TI03-PPAY-PARM.
           IF PRM-BANK-ACCOUNT = SPACES
              DISPLAY 'NO POSITIVE-PAY BANK ACCOUNT ON PPAYPARM '
                      '- RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-BANK-ACCOUNT TO WS-BANK-ACCOUNT.
           IF PRM-FIRST-CHEQUE-NO IS NUMERIC
              AND PRM-FIRST-CHEQUE-NO > ZEROS
              COMPUTE WS-LAST-CHEQUE-NO = PRM-FIRST-CHEQUE-NO - 1
           END-IF.

           OPEN OUTPUT TO03-POS-PAY.
           IF NOT PP-IO-STATUS
              DISPLAY 'ERROR OPENING POSITIVE-PAY FILE: '
                      WS-PP-STATUS
              STOP RUN
           END-IF.

       2105-SEED-CHEQUE-NUMBER  SECTION.

      *    WALK THE MASTER IN CHEQUE-NUMBER ORDER -- THE LAST ROW
      *    READ HOLDS THE HIGHEST NUMBER EVER ISSUED.
           MOVE 'N'   TO WS-DISB-SCAN-EOF-FLAG.
           MOVE ZEROS TO DISB-CHEQUE-NO.

           START MO01-DISB-KSDS KEY IS NOT LESS THAN DISB-CHEQUE-NO
               INVALID KEY
                   SET DISB-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2106-SCAN-ONE-DISBURSEMENT UNTIL DISB-SCAN-EOF.

           DISPLAY 'POSITIVE-PAY ACCOUNT  ' WS-BANK-ACCOUNT.
           DISPLAY 'LAST CHEQUE NUMBER    ' WS-LAST-CHEQUE-NO.

       2106-SCAN-ONE-DISBURSEMENT  SECTION.

           READ MO01-DISB-KSDS NEXT
               AT END  SET DISB-SCAN-EOF TO TRUE
               NOT AT END
                   IF DISB-CHEQUE-NO > WS-LAST-CHEQUE-NO
                      MOVE DISB-CHEQUE-NO TO WS-LAST-CHEQUE-NO
                   END-IF
           END-READ.

       2200-READ-CUSTOMER  SECTION.

           READ MI01-CUSTOMER-KSDS NEXT
       2300-EVALUATE-REFUND  SECTION.

      *    ALREADY PAID OUT BY AN EARLIER RUN -- NEVER TWICE.
      *    THE ONE EXCEPTION IS A CHEQUE THE BANK VOIDED: PPAY001
      *    PUT ITS CREDIT BACK ON ADJKSDS, AND THAT CREDIT (NET OF
      *    ANY DEBIT SINCE) GOES OUT AGAIN UNDER A NEW NUMBER.
           MOVE 'N'      TO WS-REISSUE-FLAG.
           MOVE CUST-KEY TO DISB-CUST-ID.
           READ MO01-DISB-KSDS KEY IS DISB-CUST-ID
               INVALID KEY
                   PERFORM 2400-GATHER-COMPONENTS
                   PERFORM 2500-NET-AND-DISBURSE
               NOT INVALID KEY
                   IF DISB-CHQ-VOIDED
                      SET CHEQUE-REISSUE TO TRUE
                      PERFORM 2450-GATHER-REINSTATED
                      PERFORM 2500-NET-AND-DISBURSE
                   ELSE
                      ADD 1 TO WS-ALREADY-CTR
                   END-IF
           END-READ.

       2400-GATHER-COMPONENTS  SECTION.
                   END-IF
           END-READ.

           PERFORM 2410-GATHER-PENDING-ADJ.

       2410-GATHER-PENDING-ADJ  SECTION.

      *    PENDING ADJUSTMENTS -- DEPINT INTEREST AND OTHER
      *    CREDITS THE CLOSED ACCOUNT WOULD NEVER SEE APPLIED,
      *    AND ANY WAITING DEBIT, BOTH FOLD INTO THE NET.
                   END-IF
           END-READ.

       2450-GATHER-REINSTATED  SECTION.

      *    THE BALANCE AND DEPOSIT WENT OUT ON THE VOIDED CHEQUE
      *    AND ARE CLEARED; ONLY THE REINSTATED CREDIT ON THE
      *    ADJUSTMENT ROW IS STILL OWED.
           MOVE ZEROS TO WS-CREDIT-BALANCE.
           MOVE ZEROS TO WS-OPEN-BALANCE.
           MOVE ZEROS TO WS-DEPOSIT-AMT.
           MOVE ZEROS TO WS-PENDING-CREDIT.
           MOVE ZEROS TO WS-PENDING-DEBIT.
           MOVE 'N'   TO WS-DEP-HELD-FLAG.
           MOVE 'N'   TO WS-ADJ-HELD-FLAG.

           PERFORM 2410-GATHER-PENDING-ADJ.

       2500-NET-AND-DISBURSE  SECTION.

           COMPUTE WS-NET-REFUND =
      *    CHEQUE UNTIL THE MANDATE FILE GROWS A REFUND SIDE.
           MOVE 'C'             TO OUT-METHOD.
           MOVE WS-DATE         TO OUT-ISSUE-DATE.
           ADD 1                TO WS-LAST-CHEQUE-NO.
           MOVE WS-LAST-CHEQUE-NO TO OUT-CHEQUE-NO.
           WRITE TO01-DISBURSE-RECORD.

           PERFORM 2610-WRITE-POS-PAY-ISSUE.

           MOVE SPACES          TO MO01-DISB-RECORD.
           MOVE CUST-KEY        TO DISB-CUST-ID.
           MOVE WS-DATE         TO DISB-DATE.
           MOVE WS-NET-REFUND   TO DISB-AMOUNT.
           SET DISB-BY-CHEQUE   TO TRUE.
           MOVE OUT-CHEQUE-NO   TO DISB-CHEQUE-NO.
           MOVE OUT-PAYEE-NAME  TO DISB-PAYEE-NAME.
           SET DISB-CHQ-ISSUED  TO TRUE.
           SET DISB-EXC-NONE    TO TRUE.
           MOVE ZEROS           TO DISB-PAID-DATE.
           MOVE ZEROS           TO DISB-PAID-AMOUNT.
           MOVE ZEROS           TO DISB-CLOSED-DATE.
           IF CHEQUE-REISSUE
              REWRITE MO01-DISB-RECORD
                  INVALID KEY
                      DISPLAY 'DISBURSEMENT REWRITE FAILED: '
                              DISB-CUST-ID
                              ' STATUS: ' WS-DISB-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-REISSUE-CTR
              END-REWRITE
           ELSE
              WRITE MO01-DISB-RECORD
                  INVALID KEY
                      DISPLAY 'DISBURSEMENT WRITE FAILED: '
                              DISB-CUST-ID
                              ' STATUS: ' WS-DISB-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-WRITE
           END-IF.

           IF DEPOSIT-REFUNDABLE
              SET DEP-STAT-REFUNDED TO TRUE
           DISPLAY 'REFUND DISBURSED: ' CUST-KEY ' AMOUNT '
                   WS-NET-REFUND.

           PERFORM 2650-WRITE-APPROVAL-LOG.

       2610-WRITE-POS-PAY-ISSUE  SECTION.

           MOVE SPACES          TO TO03-POS-PAY-RECORD.
           SET PP-DETAIL-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT.
           MOVE OUT-CHEQUE-NO   TO PP-CHEQUE-NO.
           MOVE OUT-ISSUE-DATE  TO PP-ISSUE-DATE.
           MOVE OUT-AMOUNT      TO PP-AMOUNT.
           MOVE OUT-PAYEE-NAME  TO PP-PAYEE-NAME.
           SET PP-ISSUE         TO TRUE.
           WRITE TO03-POS-PAY-RECORD.

           ADD 1                TO WS-PP-ITEM-COUNT.
           ADD OUT-AMOUNT       TO WS-PP-TOTAL-AMT.

       2650-WRITE-APPROVAL-LOG  SECTION.

           ADD 1 TO WS-APRL-SEQ.
           MOVE SPACES              TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE             TO APRL-DATE.
           MOVE 'REFD001 '          TO APRL-PROGRAM-ID.
           MOVE WS-APRL-TIME(1:6)   TO APRL-TIME.
           MOVE WS-APRL-SEQ         TO APRL-SEQ-NO.
           MOVE 'RF'                TO APRL-SOURCE.
           MOVE OUT-METHOD          TO APRL-ACTION.
           MOVE CUST-KEY            TO APRL-CUST-ID.
           IF CHEQUE-REISSUE
              MOVE 'REFUND REISSUE'  TO APRL-REFERENCE
           ELSE
              MOVE 'REFUND'          TO APRL-REFERENCE
           END-IF.
           MOVE WS-NET-REFUND       TO APRL-AMOUNT.
           MOVE WS-PARM-KEYED-BY    TO APRL-KEYED-BY.
           MOVE WS-PARM-APPROVED-BY TO APRL-APPROVED-BY.
           MOVE 'N'                 TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS ' CUST ' CUST-KEY
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2700-WRITE-REGISTER-LINE  SECTION.

           MOVE SPACES            TO WS-REG-DETAIL.
           ELSE
              MOVE ZEROS          TO WS-DET-NET
           END-IF.
           IF WS-NET-REFUND > ZEROS
              MOVE WS-LAST-CHEQUE-NO TO WS-DET-CHEQUE-NO
           END-IF.
           WRITE TO02-DISB-REG-RECORD FROM WS-REG-DETAIL.

       2800-WRITE-POS-PAY-TRAILER  SECTION.

           MOVE SPACES           TO TO03-POS-PAY-RECORD.
           SET PP-TRAILER-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT  TO PP-BANK-ACCOUNT.
           MOVE WS-PP-ITEM-COUNT TO PP-ITEM-COUNT.
           MOVE WS-PP-TOTAL-AMT  TO PP-TOTAL-AMOUNT.
           WRITE TO03-POS-PAY-RECORD.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' REFUNDS DISBURSED        ',  WS-DISB-CTR
           DISPLAY ' AMOUNT DISBURSED         ',  WS-DISB-AMT
           DISPLAY ' ALREADY DISBURSED        ',  WS-ALREADY-CTR
           DISPLAY ' VOIDED CHEQUES REISSUED  ',  WS-REISSUE-CTR
           DISPLAY ' POSITIVE-PAY ITEMS       ',  WS-PP-ITEM-COUNT
           DISPLAY ' NOTHING TO REFUND        ',  WS-NOTHING-CTR
           DISPLAY ' NETTED TO NOTHING        ',  WS-NEGATIVE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
                  MI04-ADJ-KSDS,
                  MO01-DISB-KSDS,
                  TO01-DISBURSE,
                  TO02-DISB-REGISTER,
                  TO03-POS-PAY,
                  MO10-APPROVAL-LOG-KSDS.

           STOP RUN.
