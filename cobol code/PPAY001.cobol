       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PPAY001.

      *    REFUND CHEQUE RECONCILIATION. REFD001 SENDS THE BANK A
      *    POSITIVE-PAY ISSUE RECORD FOR EVERY REFUND CHEQUE; THE
      *    BANK SENDS BACK ITS PAID-ITEMS FILE. EACH PAID ITEM IS
      *    MATCHED TO ITS DISBURSEMENT BY CHEQUE NUMBER AND MARKED
      *    PAID, WITH THE AMOUNT AND PAYEE THE BANK CLEARED HELD
      *    AGAINST WHAT WAS ISSUED -- A MISMATCH, A CHEQUE WE
      *    NEVER WROTE, OR ONE PRESENTED TWICE IS AN EXCEPTION FOR
      *    TREASURY. A CHEQUE THE BANK VOIDED HAS ITS CREDIT PUT
      *    BACK ON THE ACCOUNT FOR REFD001 TO REISSUE. LAST, EVERY
      *    CHEQUE STILL OUTSTANDING PAST THE STALE DATE IS
      *    CANCELLED: A VOID GOES TO THE BANK ON THE POSITIVE-PAY
      *    FILE AND THE CREDIT IS REINSTATED, WHERE ESCH001 AGES IT
      *    TOWARD THE STATE IF THE CUSTOMER NEVER COMES FORWARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CYCLE CONTROL CARD FROM CYCCTL -- THE PROCESSING DATE
      *    THE STALE AGE IS TAKEN FROM. A MISSING FILE FALLS BACK
      *    TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    SAME POSITIVE-PAY CARD REFD001 READS -- THE BANK
      *    ACCOUNT, AND THE STALE-DATE AGE IN DAYS (180 IF BLANK).
           SELECT TI03-PPAY-PARM      ASSIGN TO PPAYPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PPP-STATUS.

      *    BANK PAID-ITEMS FILE -- ONE RECORD PER REFUND CHEQUE
      *    CLEARED ('P') OR VOIDED AT THE BANK ('V') SINCE THE
      *    LAST FILE.
           SELECT TI01-PAID-ITEMS     ASSIGN TO PAIDITEM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PI-STATUS.

      *    REFD001'S DISBURSEMENT MASTER, READ BY CHEQUE NUMBER
      *    FOR THE MATCH AND WALKED IN CHEQUE ORDER FOR THE
      *    STALE-DATE SWEEP.
           SELECT MO01-DISB-KSDS      ASSIGN TO DISBKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DISB-CUST-ID
           ALTERNATE RECORD KEY   IS DISB-CHEQUE-NO WITH DUPLICATES
           FILE STATUS            IS WS-DISB-STATUS.

      *    PENDING-ADJUSTMENT KSDS -- A VOIDED OR STALE CHEQUE'S
      *    AMOUNT GOES BACK HERE AS A CREDIT ON THE ACCOUNT.
           SELECT MO02-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    POSITIVE-PAY VOIDS FOR THE BANK -- THE STALE-DATED
      *    CHEQUES CANCELLED THIS RUN, SO NONE CAN STILL CLEAR.
           SELECT TO01-POS-PAY        ASSIGN TO POSPAY
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PP-STATUS.

           SELECT TO02-RECON-REPORT   ASSIGN TO CHQRECON
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI09-RUN-PARMS
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI09-RUN-PARM-RECORD.
          05 RP-RUN-DATE          PIC 9(08).
          05 RP-PERIOD            PIC 9(06).
          05 RP-DAILY-FLAG        PIC X(01).
          05 RP-WEEKLY-FLAG       PIC X(01).
          05 RP-MONTHEND-FLAG     PIC X(01).
          05 FILLER               PIC X(03).

       FD TI03-PPAY-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI03-PPAY-PARM-RECORD.
          05 PRM-BANK-ACCOUNT     PIC X(16).
          05 PRM-FIRST-CHEQUE-NO  PIC 9(10).
          05 PRM-STALE-DAYS       PIC 9(03).
          05 FILLER               PIC X(11).

       FD TI01-PAID-ITEMS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-PAID-ITEM-RECORD.
          05 PI-ITEM-TYPE         PIC X(01).
             88 PI-PAID-ITEM                 VALUE 'P'.
             88 PI-VOID-ITEM                 VALUE 'V'.
          05 PI-BANK-ACCOUNT      PIC X(16).
          05 PI-CHEQUE-NO         PIC 9(10).
          05 PI-ITEM-DATE         PIC 9(08).
          05 PI-AMOUNT            PIC 9(09)V99.
          05 PI-PAYEE-NAME        PIC X(21).
          05 FILLER               PIC X(13).

      *    SAME DISBURSEMENT MASTER LAYOUT REFD001 MAINTAINS.
       FD MO01-DISB-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-DISB-RECORD.
          05 DISB-CUST-ID         PIC X(12).
          05 DISB-DATE            PIC 9(08).
          05 DISB-AMOUNT          PIC 9(09)V99.
          05 DISB-METHOD          PIC X(01).
             88 DISB-BY-CHEQUE               VALUE 'C'.
             88 DISB-BY-TRANSFER             VALUE 'T'.
          05 DISB-CHEQUE-NO       PIC 9(10).
          05 DISB-PAYEE-NAME      PIC X(21).
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

      *    SAME PENDING-ADJUSTMENT LAYOUT BILL003 READS.
       FD MO02-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO02-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

      *    SAME 80-BYTE POSITIVE-PAY LAYOUT REFD001 WRITES.
       FD TO01-POS-PAY
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO01-POS-PAY-RECORD.
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

       FD TO02-RECON-REPORT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-RECON-RPT-RECORD   PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-PPP-STATUS         PIC X(02).
             88 PPP-IO-STATUS      VALUE '00'.
          05 WS-PI-STATUS          PIC X(02).
             88 PI-IO-STATUS       VALUE '00'.
             88 PI-EOF             VALUE '10'.
          05 WS-DISB-STATUS        PIC X(02).
             88 DISB-IO-STATUS     VALUE '00'.
             88 DISB-ROW-NOTFND    VALUE '23'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
             88 ADJ-ROW-NOTFND     VALUE '23'.
          05 WS-PP-STATUS          PIC X(02).
             88 PP-IO-STATUS       VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RUN-DATE-INTEGER   PIC S9(09) COMP.
          05 WS-ISSUE-INTEGER      PIC S9(09) COMP.
          05 WS-CHEQUE-AGE-DAYS    PIC S9(05) COMP VALUE ZEROS.

      *    A CHEQUE UNPRESENTED THIS LONG AFTER ISSUE IS STALE --
      *    THE BANK WILL NO LONGER HONOUR IT ANYWAY.
       01 WS-STALE-THRESHOLD.
          05 WS-STALE-DAYS         PIC 9(03) VALUE 180.

       01 WS-RECON-VARIABLES.
          05 WS-BANK-ACCOUNT       PIC X(16) VALUE SPACES.
          05 WS-SWEEP-EOF-FLAG     PIC X(01) VALUE 'N'.
             88 SWEEP-EOF          VALUE 'Y'.
          05 WS-AMT-MISMATCH-FLAG  PIC X(01) VALUE 'N'.
             88 AMOUNT-MISMATCH    VALUE 'Y'.
          05 WS-PAYEE-MISMATCH-FLAG PIC X(01) VALUE 'N'.
             88 PAYEE-MISMATCH     VALUE 'Y'.
          05 WS-ACTION-TEXT        PIC X(30) VALUE SPACES.
          05 WS-PP-ITEM-COUNT      PIC 9(07) VALUE ZEROS.
          05 WS-PP-TOTAL-AMT       PIC 9(11)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-ITEM-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-PAID-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-PAID-AMT           PIC 9(11)V99 VALUE ZEROS.
          05 WS-AMT-MISMATCH-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-PAYEE-MISMATCH-CTR PIC 9(06) VALUE ZEROS.
          05 WS-NO-ISSUE-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-DUPLICATE-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-PAID-CANCEL-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-VOID-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-VOID-AMT           PIC 9(11)V99 VALUE ZEROS.
          05 WS-VOID-CONFIRM-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-OUTSTANDING-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-STALE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-STALE-AMT          PIC 9(11)V99 VALUE ZEROS.
          05 WS-EXCEPTION-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER            PIC X(10) VALUE SPACES.
             10 FILLER            PIC X(40) VALUE
                'REFUND CHEQUE RECONCILIATION            '.
             10 WS-HDR-DATE       PIC 9(08).
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'ACCOUNT '.
             10 WS-HDR-ACCOUNT    PIC X(16).
             10 FILLER            PIC X(47) VALUE SPACES.
          05 WS-RPT-SUBHEAD.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-SUB-TEXT       PIC X(60).
             10 FILLER            PIC X(71) VALUE SPACES.
          05 WS-RPT-COLUMNS.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE ' CHEQUE NO'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(12) VALUE 'CUSTOMER'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(12) VALUE '      ISSUED'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(12) VALUE '   BANK AMT.'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'DATE'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(30) VALUE 'ACTION'.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(21) VALUE 'PAYEE (BANK)'.
             10 FILLER            PIC X(14) VALUE SPACES.
          05 WS-RPT-DETAIL.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-CHEQUE-NO  PIC Z(09)9.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-CUST-ID    PIC X(12).
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-ISSUED     PIC Z,ZZZ,ZZ9.99.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-BANK-AMT   PIC Z,ZZZ,ZZ9.99.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-DATE       PIC 9(08).
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-ACTION     PIC X(30).
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-DET-PAYEE      PIC X(21).
             10 FILLER            PIC X(14) VALUE SPACES.
          05 WS-RPT-TOTAL.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-TOT-LABEL      PIC X(30).
             10 WS-TOT-COUNT      PIC ZZZ,ZZ9.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'PPAY001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  REFUND CHEQUE RECONCILIATION          '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

       1050-READ-RUN-PARMS SECTION.

           OPEN INPUT TI09-RUN-PARMS.
           IF RP-NOT-FOUND
              DISPLAY 'NO RUN-PARAMETER FILE - WALL CLOCK DATE'
           ELSE
              IF NOT RP-IO-STATUS
                 DISPLAY 'ERROR OPENING RUN PARAMETERS: '
                         WS-RP-STATUS
                 STOP RUN
              END-IF
              READ TI09-RUN-PARMS
                  AT END
                      DISPLAY 'RUN-PARAMETER FILE EMPTY - '
                              'WALL CLOCK DATE'
                  NOT AT END
                      MOVE RP-RUN-DATE TO WS-DATE
                      DISPLAY 'PROCESSING DATE FROM CYCCTL: '
                              WS-DATE
              END-READ
              CLOSE TI09-RUN-PARMS
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE         TO WS-HDR-DATE.
           MOVE WS-BANK-ACCOUNT TO WS-HDR-ACCOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-HEADER.

           MOVE SPACES          TO TO01-POS-PAY-RECORD.
           SET PP-HEADER-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT.
           MOVE WS-DATE         TO PP-FILE-DATE.
           WRITE TO01-POS-PAY-RECORD.

           MOVE 'PAID ITEMS - EXCEPTIONS AND VOIDS' TO WS-SUB-TEXT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-SUBHEAD.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM 2200-READ-PAID-ITEM UNTIL PI-EOF.

           MOVE 'CHEQUES CANCELLED AS STALE-DATED' TO WS-SUB-TEXT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-SUBHEAD.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM 2500-STALE-DATE-SWEEP.

           PERFORM 2800-WRITE-TOTALS.

       2100-OPEN-FILES  SECTION.

           PERFORM 2150-LOAD-PPAY-PARMS.

           OPEN INPUT TI01-PAID-ITEMS.
           IF NOT PI-IO-STATUS
              DISPLAY 'ERROR OPENING PAID ITEMS FILE: '
                      WS-PI-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-DISB-KSDS.
           IF NOT DISB-IO-STATUS
              DISPLAY 'ERROR OPENING DISBURSEMENT KSDS: '
                      WS-DISB-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-POS-PAY.
           IF NOT PP-IO-STATUS
              DISPLAY 'ERROR OPENING POSITIVE-PAY FILE: '
                      WS-PP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-RECON-REPORT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING RECONCILIATION REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-PPAY-PARMS  SECTION.

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

      *    PAID ITEMS ARE ONLY TRUSTED FOR THE ACCOUNT THE CHEQUES
      *    ARE DRAWN ON -- WITHOUT IT NOTHING CAN BE MATCHED.
           IF PRM-BANK-ACCOUNT = SPACES
              DISPLAY 'NO POSITIVE-PAY BANK ACCOUNT ON PPAYPARM '
                      '- RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-BANK-ACCOUNT TO WS-BANK-ACCOUNT.

           IF PRM-STALE-DAYS IS NUMERIC
              AND PRM-STALE-DAYS > ZEROS
              MOVE PRM-STALE-DAYS TO WS-STALE-DAYS
           ELSE
              DISPLAY 'STALE DAYS NOT ON CARD - USING DEFAULT'
           END-IF.

           DISPLAY 'POSITIVE-PAY ACCOUNT       ' WS-BANK-ACCOUNT.
           DISPLAY 'STALE-DATE AGE (DAYS)      ' WS-STALE-DAYS.

       2200-READ-PAID-ITEM  SECTION.

           READ TI01-PAID-ITEMS
               AT END  SET PI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEM-CTR
                   PERFORM 2300-MATCH-PAID-ITEM
           END-READ.

       2300-MATCH-PAID-ITEM  SECTION.

           IF PI-BANK-ACCOUNT NOT = WS-BANK-ACCOUNT
              MOVE 'NOT OUR ACCOUNT - REJECTED' TO WS-ACTION-TEXT
              PERFORM 2350-REPORT-UNMATCHED-ITEM
              ADD 1 TO WS-REJECT-CTR
              GO TO 2300-EXIT
           END-IF.

           IF PI-CHEQUE-NO NOT NUMERIC
              OR PI-CHEQUE-NO = ZEROS
              MOVE 'INVALID CHEQUE NUMBER' TO WS-ACTION-TEXT
              PERFORM 2350-REPORT-UNMATCHED-ITEM
              ADD 1 TO WS-REJECT-CTR
              GO TO 2300-EXIT
           END-IF.

      *    A CHEQUE WE NEVER ISSUED -- FORGED OR ALTERED NUMBER.
      *    TREASURY RETURNS IT TO THE BANK.
           MOVE PI-CHEQUE-NO TO DISB-CHEQUE-NO.
           READ MO01-DISB-KSDS KEY IS DISB-CHEQUE-NO
               INVALID KEY
                   MOVE 'NO ISSUE RECORD - RETURN ITEM'
                     TO WS-ACTION-TEXT
                   PERFORM 2350-REPORT-UNMATCHED-ITEM
                   ADD 1 TO WS-NO-ISSUE-CTR
                   ADD 1 TO WS-EXCEPTION-CTR
                   GO TO 2300-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN PI-PAID-ITEM
                   PERFORM 2400-APPLY-PAID-ITEM
               WHEN PI-VOID-ITEM
                   PERFORM 2450-APPLY-VOID-ITEM
               WHEN OTHER
                   MOVE 'UNKNOWN ITEM TYPE - REJECTED'
                     TO WS-ACTION-TEXT
                   PERFORM 2360-REPORT-ITEM
                   ADD 1 TO WS-REJECT-CTR
           END-EVALUATE.

       2300-EXIT.
           EXIT.

       2350-REPORT-UNMATCHED-ITEM  SECTION.

           MOVE SPACES          TO WS-RPT-DETAIL.
           MOVE PI-CHEQUE-NO    TO WS-DET-CHEQUE-NO.
           MOVE PI-AMOUNT       TO WS-DET-BANK-AMT.
           MOVE PI-ITEM-DATE    TO WS-DET-DATE.
           MOVE WS-ACTION-TEXT  TO WS-DET-ACTION.
           MOVE PI-PAYEE-NAME   TO WS-DET-PAYEE.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-DETAIL.

           DISPLAY 'PAID ITEM EXCEPTION: ' PI-CHEQUE-NO ' '
                   WS-ACTION-TEXT.

       2360-REPORT-ITEM  SECTION.

           MOVE SPACES          TO WS-RPT-DETAIL.
           MOVE DISB-CHEQUE-NO  TO WS-DET-CHEQUE-NO.
           MOVE DISB-CUST-ID    TO WS-DET-CUST-ID.
           MOVE DISB-AMOUNT     TO WS-DET-ISSUED.
           MOVE PI-AMOUNT       TO WS-DET-BANK-AMT.
           MOVE PI-ITEM-DATE    TO WS-DET-DATE.
           MOVE WS-ACTION-TEXT  TO WS-DET-ACTION.
           MOVE PI-PAYEE-NAME   TO WS-DET-PAYEE.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-DETAIL.

       2400-APPLY-PAID-ITEM  SECTION.

           EVALUATE TRUE
               WHEN DISB-CHQ-ISSUED
                   PERFORM 2410-MARK-CHEQUE-PAID
               WHEN DISB-CHQ-PAID
                   MOVE 'DUPLICATE PRESENTMENT'
                     TO WS-ACTION-TEXT
                   PERFORM 2360-REPORT-ITEM
                   ADD 1 TO WS-DUPLICATE-CTR
                   ADD 1 TO WS-EXCEPTION-CTR
               WHEN OTHER
      *            VOIDED OR STALE -- THE CREDIT IS ALREADY BACK ON
      *            THE ACCOUNT, SO THIS CLEARING PAYS IT TWICE.
                   MOVE 'PAID AFTER CANCELLATION'
                     TO WS-ACTION-TEXT
                   PERFORM 2360-REPORT-ITEM
                   ADD 1 TO WS-PAID-CANCEL-CTR
                   ADD 1 TO WS-EXCEPTION-CTR
           END-EVALUATE.

       2410-MARK-CHEQUE-PAID  SECTION.

           MOVE 'N' TO WS-AMT-MISMATCH-FLAG.
           MOVE 'N' TO WS-PAYEE-MISMATCH-FLAG.

           IF PI-AMOUNT NOT = DISB-AMOUNT
              SET AMOUNT-MISMATCH TO TRUE
           END-IF.
      *    A BANK THAT DOES NOT CAPTURE THE PAYEE SENDS IT BLANK --
      *    THAT IS NO MISMATCH.
           IF PI-PAYEE-NAME NOT = SPACES
              AND PI-PAYEE-NAME NOT = DISB-PAYEE-NAME
              SET PAYEE-MISMATCH TO TRUE
           END-IF.

           SET DISB-CHQ-PAID     TO TRUE.
           MOVE PI-ITEM-DATE     TO DISB-PAID-DATE.
           MOVE PI-AMOUNT        TO DISB-PAID-AMOUNT.
           EVALUATE TRUE
               WHEN AMOUNT-MISMATCH AND PAYEE-MISMATCH
                   SET DISB-EXC-BOTH   TO TRUE
                   MOVE 'PAID - AMOUNT AND PAYEE DIFFER'
                     TO WS-ACTION-TEXT
               WHEN AMOUNT-MISMATCH
                   SET DISB-EXC-AMOUNT TO TRUE
                   MOVE 'PAID - AMOUNT DIFFERS'
                     TO WS-ACTION-TEXT
               WHEN PAYEE-MISMATCH
                   SET DISB-EXC-PAYEE  TO TRUE
                   MOVE 'PAID - PAYEE DIFFERS'
                     TO WS-ACTION-TEXT
               WHEN OTHER
                   SET DISB-EXC-NONE   TO TRUE
           END-EVALUATE.

           REWRITE MO01-DISB-RECORD
               INVALID KEY
                   DISPLAY 'DISBURSEMENT REWRITE FAILED: '
                           DISB-CUST-ID
                           ' STATUS: ' WS-DISB-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1         TO WS-PAID-CTR
                   ADD PI-AMOUNT TO WS-PAID-AMT
           END-REWRITE.

           IF AMOUNT-MISMATCH
              ADD 1 TO WS-AMT-MISMATCH-CTR
           END-IF.
           IF PAYEE-MISMATCH
              ADD 1 TO WS-PAYEE-MISMATCH-CTR
           END-IF.
           IF AMOUNT-MISMATCH OR PAYEE-MISMATCH
              ADD 1 TO WS-EXCEPTION-CTR
              PERFORM 2360-REPORT-ITEM
           END-IF.

       2450-APPLY-VOID-ITEM  SECTION.

           EVALUATE TRUE
               WHEN DISB-CHQ-ISSUED
                   SET DISB-CHQ-VOIDED TO TRUE
                   MOVE PI-ITEM-DATE   TO DISB-CLOSED-DATE
                   REWRITE MO01-DISB-RECORD
                       INVALID KEY
                           DISPLAY 'DISBURSEMENT REWRITE FAILED: '
                                   DISB-CUST-ID
                                   ' STATUS: ' WS-DISB-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           PERFORM 2600-REINSTATE-CREDIT
                           ADD 1 TO WS-VOID-CTR
                           ADD DISB-AMOUNT TO WS-VOID-AMT
                           MOVE 'VOIDED - CREDIT REINSTATED'
                             TO WS-ACTION-TEXT
                           PERFORM 2360-REPORT-ITEM
                   END-REWRITE
               WHEN DISB-CHQ-PAID
                   MOVE 'VOID OF A PAID CHEQUE'
                     TO WS-ACTION-TEXT
                   PERFORM 2360-REPORT-ITEM
                   ADD 1 TO WS-EXCEPTION-CTR
               WHEN OTHER
      *            OUR OWN STALE-DATE VOID COMING BACK, OR A REPEAT.
                   MOVE 'VOID CONFIRMED BY BANK'
                     TO WS-ACTION-TEXT
                   PERFORM 2360-REPORT-ITEM
                   ADD 1 TO WS-VOID-CONFIRM-CTR
           END-EVALUATE.

       2500-STALE-DATE-SWEEP  SECTION.

      *    ROWS FROM BEFORE CHEQUE NUMBERING CARRY ZERO -- START
      *    PAST THEM.
           MOVE 'N' TO WS-SWEEP-EOF-FLAG.
           MOVE 1   TO DISB-CHEQUE-NO.

           START MO01-DISB-KSDS KEY IS NOT LESS THAN DISB-CHEQUE-NO
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.

           PERFORM 2510-CHECK-ONE-CHEQUE UNTIL SWEEP-EOF.

       2510-CHECK-ONE-CHEQUE  SECTION.

           READ MO01-DISB-KSDS NEXT
               AT END  SET SWEEP-EOF TO TRUE
               NOT AT END
                   IF DISB-CHQ-ISSUED
                      COMPUTE WS-ISSUE-INTEGER =
                              FUNCTION INTEGER-OF-DATE(DISB-DATE)
                      COMPUTE WS-CHEQUE-AGE-DAYS =
                              WS-RUN-DATE-INTEGER - WS-ISSUE-INTEGER
                      IF WS-CHEQUE-AGE-DAYS > WS-STALE-DAYS
                         PERFORM 2520-CANCEL-STALE-CHEQUE
                      ELSE
                         ADD 1 TO WS-OUTSTANDING-CTR
                      END-IF
                   END-IF
           END-READ.

       2520-CANCEL-STALE-CHEQUE  SECTION.

           SET DISB-CHQ-STALE TO TRUE.
           MOVE WS-DATE       TO DISB-CLOSED-DATE.
           REWRITE MO01-DISB-RECORD
               INVALID KEY
                   DISPLAY 'DISBURSEMENT REWRITE FAILED: '
                           DISB-CUST-ID
                           ' STATUS: ' WS-DISB-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2520-EXIT
           END-REWRITE.

      *    THE VOID GOES TO THE BANK SO THE CHEQUE CAN NO LONGER
      *    CLEAR AGAINST THE CREDIT NOW BACK ON THE ACCOUNT.
           MOVE SPACES          TO TO01-POS-PAY-RECORD.
           SET PP-DETAIL-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT.
           MOVE DISB-CHEQUE-NO  TO PP-CHEQUE-NO.
           MOVE DISB-DATE       TO PP-ISSUE-DATE.
           MOVE DISB-AMOUNT     TO PP-AMOUNT.
           MOVE DISB-PAYEE-NAME TO PP-PAYEE-NAME.
           SET PP-VOID          TO TRUE.
           WRITE TO01-POS-PAY-RECORD.
           ADD 1                TO WS-PP-ITEM-COUNT.
           ADD DISB-AMOUNT      TO WS-PP-TOTAL-AMT.

           PERFORM 2600-REINSTATE-CREDIT.

           ADD 1           TO WS-STALE-CTR.
           ADD DISB-AMOUNT TO WS-STALE-AMT.

           MOVE SPACES          TO WS-RPT-DETAIL.
           MOVE DISB-CHEQUE-NO  TO WS-DET-CHEQUE-NO.
           MOVE DISB-CUST-ID    TO WS-DET-CUST-ID.
           MOVE DISB-AMOUNT     TO WS-DET-ISSUED.
           MOVE DISB-DATE       TO WS-DET-DATE.
           MOVE 'STALE - VOID SENT, CREDIT BACK' TO WS-DET-ACTION.
           MOVE DISB-PAYEE-NAME TO WS-DET-PAYEE.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-DETAIL.

           DISPLAY 'STALE CHEQUE CANCELLED: ' DISB-CHEQUE-NO
                   ' CUST ' DISB-CUST-ID ' AMOUNT ' DISB-AMOUNT.

       2520-EXIT.
           EXIT.

       2600-REINSTATE-CREDIT  SECTION.

      *    THE CHEQUE AMOUNT WAS ALREADY NET OF ANY DEBIT, SO IT
      *    GOES BACK WHOLE AS A CREDIT, MERGED INTO ANY ROW THE
      *    ACCOUNT ALREADY HAS WAITING.
           MOVE DISB-CUST-ID TO ADJ-CUST-ID.

           READ MO02-ADJ-KSDS
               INVALID KEY
                   MOVE DISB-CUST-ID TO ADJ-CUST-ID
                   COMPUTE ADJ-AMOUNT = 0 - DISB-AMOUNT
                   MOVE 'RI'         TO ADJ-REASON-CODE
                   MOVE WS-DATE      TO ADJ-DATE
                   WRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'REINSTATED CREDIT WRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT DISB-AMOUNT FROM ADJ-AMOUNT
                   MOVE WS-DATE TO ADJ-DATE
                   REWRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'REINSTATED CREDIT REWRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2800-WRITE-TOTALS  SECTION.

           MOVE SPACES           TO TO01-POS-PAY-RECORD.
           SET PP-TRAILER-REC    TO TRUE.
           MOVE WS-BANK-ACCOUNT  TO PP-BANK-ACCOUNT.
           MOVE WS-PP-ITEM-COUNT TO PP-ITEM-COUNT.
           MOVE WS-PP-TOTAL-AMT  TO PP-TOTAL-AMOUNT.
           WRITE TO01-POS-PAY-RECORD.

           MOVE SPACES TO WS-SUB-TEXT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-SUBHEAD.

           MOVE 'CHEQUES PAID'              TO WS-TOT-LABEL.
           MOVE WS-PAID-CTR                 TO WS-TOT-COUNT.
           MOVE WS-PAID-AMT                 TO WS-TOT-AMOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'CHEQUES VOIDED BY BANK'    TO WS-TOT-LABEL.
           MOVE WS-VOID-CTR                 TO WS-TOT-COUNT.
           MOVE WS-VOID-AMT                 TO WS-TOT-AMOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'CHEQUES CANCELLED STALE'   TO WS-TOT-LABEL.
           MOVE WS-STALE-CTR                TO WS-TOT-COUNT.
           MOVE WS-STALE-AMT                TO WS-TOT-AMOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'EXCEPTIONS FOR TREASURY'   TO WS-TOT-LABEL.
           MOVE WS-EXCEPTION-CTR            TO WS-TOT-COUNT.
           MOVE ZEROS                       TO WS-TOT-AMOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'STILL OUTSTANDING'         TO WS-TOT-LABEL.
           MOVE WS-OUTSTANDING-CTR          TO WS-TOT-COUNT.
           MOVE ZEROS                       TO WS-TOT-AMOUNT.
           WRITE TO02-RECON-RPT-RECORD FROM WS-RPT-TOTAL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' PAID ITEMS READ          ',  WS-ITEM-CTR
           DISPLAY ' CHEQUES MARKED PAID      ',  WS-PAID-CTR
           DISPLAY ' AMOUNT PAID              ',  WS-PAID-AMT
           DISPLAY ' AMOUNT MISMATCHES        ',  WS-AMT-MISMATCH-CTR
           DISPLAY ' PAYEE MISMATCHES         ',  WS-PAYEE-MISMATCH-CTR
           DISPLAY ' NO ISSUE RECORD          ',  WS-NO-ISSUE-CTR
           DISPLAY ' DUPLICATE PRESENTMENTS   ',  WS-DUPLICATE-CTR
           DISPLAY ' PAID AFTER CANCELLATION  ',  WS-PAID-CANCEL-CTR
           DISPLAY ' CHEQUES VOIDED BY BANK   ',  WS-VOID-CTR
           DISPLAY ' VOIDS CONFIRMED          ',  WS-VOID-CONFIRM-CTR
           DISPLAY ' ITEMS REJECTED           ',  WS-REJECT-CTR
           DISPLAY ' STALE CHEQUES CANCELLED  ',  WS-STALE-CTR
           DISPLAY ' STILL OUTSTANDING        ',  WS-OUTSTANDING-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

      *    ANY EXCEPTION NEEDS TREASURY BEFORE THE BANK'S RETURN
      *    DEADLINE -- SAY SO IN THE CONDITION CODE.
           IF WS-EXCEPTION-CTR > ZEROS
              OR WS-REJECT-CTR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE  TI01-PAID-ITEMS,
                  MO01-DISB-KSDS,
                  MO02-ADJ-KSDS,
                  TO01-POS-PAY,
                  TO02-RECON-REPORT.

           STOP RUN.
