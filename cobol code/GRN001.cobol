       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRN001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-GREEN-TRAN     ASSIGN TO GRNTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    GREEN-TARIFF ENROLLMENT MASTER -- ONE ROW PER CUSTOMER
      *    WHO HAS OPTED TO HAVE 25, 50 OR 100 PERCENT OF THEIR
      *    CONSUMPTION SUPPLIED FROM RENEWABLE SOURCES. BILL003
      *    PRICES THE GREEN PREMIUM FROM IT; GRN002 CARRIES THE
      *    CALENDAR-YEAR GREEN UNITS ON IT FOR THE ANNUAL
      *    CERTIFICATE OF RENEWABLE SUPPLY. KEPT APART FROM THE
      *    CUSTOMER MASTER, WHICH HAS NO ROOM LEFT FOR IT.
           SELECT MO01-GREEN-ENROL-KSDS ASSIGN TO GRENKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GRN-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-GREEN-ERR      ASSIGN TO GRNERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    SAME MAINTENANCE-AUDIT CLUSTER THE CUST002/CUST005/
      *    CUST006/DEP001 FAMILY WRITES.
           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER ENROLLMENT ACTION -- 'A' ENROLLS A
      *    CUSTOMER AT THE PERCENTAGE GIVEN, 'C' CHANGES THE
      *    PERCENTAGE, 'X' CANCELS THE OPT-IN. THE ONLY
      *    PERCENTAGES OFFERED ARE 025, 050 AND 100.
       FD TI01-GREEN-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         30  CHARACTERS.

       01 TI01-GREEN-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-CANCEL              VALUE 'X'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-GREEN-PCT        PIC 9(03).
             88 IN-PCT-OFFERED               VALUE 025 050 100.
          05 IN-TRANS-DATE       PIC 9(08).
          05 FILLER              PIC X(06).

      *    THE ENROLLMENT STAYS ON FILE AFTER A CANCELLATION SO THE
      *    GREEN UNITS ALREADY BOUGHT THIS YEAR STILL APPEAR ON THE
      *    CUSTOMER'S ANNUAL CERTIFICATE.
       FD MO01-GREEN-ENROL-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO01-GREEN-ENROL-RECORD.
          05 GRN-CUST-ID          PIC X(12).
          05 GRN-PCT              PIC 9(03).
          05 GRN-ENROL-DATE       PIC 9(08).
          05 GRN-STATUS           PIC X(01).
             88 GRN-STAT-ACTIVE              VALUE 'A'.
             88 GRN-STAT-CANCELLED           VALUE 'X'.
          05 GRN-END-DATE         PIC 9(08).
          05 GRN-CERT-YEAR        PIC 9(04).
          05 GRN-YEAR-UNITS       PIC 9(09).
          05 GRN-LAST-PERIOD      PIC 9(06).
          05 FILLER               PIC X(09).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES.
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
          05 FILLER           PIC X(3).
          05 CUST-PREPAID-FLAG PIC X(1).
             88 CUST-PREPAID             VALUE 'Y'.
          05 FILLER           PIC X(2).

       FD TO01-GREEN-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         31  CHARACTERS.

       01 TO01-GREEN-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(30).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENROLL         VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-PCT            VALUE '4'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '5'.
             88 ERR-REAS-NOT-ELIGIBLE       VALUE '6'.

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.

       01 MO09-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-VARIABLES.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-CUST-OK-FLAG          PIC X(01) VALUE 'N'.
          88 CUST-ELIGIBLE         VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GRN001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  GREEN-TARIFF ENROLLMENT MAINTENANCE   '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-GREEN-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-GREEN-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN TARIFF TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-GREEN-ENROL-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN ENROLLMENT KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-GREEN-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN TARIFF ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-GREEN-TRAN  SECTION.

           READ TI01-GREEN-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ENROLL-CUSTOMER
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-PERCENTAGE
               WHEN IN-TRANS-CANCEL
                  PERFORM 2330-CANCEL-ENROLLMENT
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ENROLL-CUSTOMER SECTION.

           IF IN-GREEN-PCT IS NOT NUMERIC
              OR NOT IN-PCT-OFFERED
              PERFORM 2920-REJECT-BAD-PCT
              GO TO 2310-EXIT
           END-IF.

           PERFORM 2340-CHECK-CUSTOMER.
           IF NOT CUST-ELIGIBLE
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO MO01-GREEN-ENROL-RECORD.
           MOVE IN-CUST-ID         TO GRN-CUST-ID.
           MOVE IN-GREEN-PCT       TO GRN-PCT.
           MOVE IN-TRANS-DATE      TO GRN-ENROL-DATE.
           SET GRN-STAT-ACTIVE     TO TRUE.
           MOVE ZEROS              TO GRN-END-DATE.
           MOVE IN-TRANS-DATE(1:4) TO GRN-CERT-YEAR.
           MOVE ZEROS              TO GRN-YEAR-UNITS.
           MOVE ZEROS              TO GRN-LAST-PERIOD.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-GREEN-ENROL-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER ALREADY ENROLLED: ' IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-ENROLL TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'CUSTOMER ENROLLED: ' GRN-CUST-ID
                           ' GREEN PCT ' GRN-PCT
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-PERCENTAGE SECTION.

           IF IN-GREEN-PCT IS NOT NUMERIC
              OR NOT IN-PCT-OFFERED
              PERFORM 2920-REJECT-BAD-PCT
              GO TO 2320-EXIT
           END-IF.

           MOVE IN-CUST-ID TO GRN-CUST-ID.

           READ MO01-GREEN-ENROL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

      *    A CHANGE TO A CANCELLED CUSTOMER RE-ENROLLS THEM, SO THE
      *    ACCOUNT MUST STILL BE ONE THE BILLING CYCLE PRICES.
           IF GRN-STAT-CANCELLED
              PERFORM 2340-CHECK-CUSTOMER
              IF NOT CUST-ELIGIBLE
                 GO TO 2320-EXIT
              END-IF
           END-IF.

           MOVE MO01-GREEN-ENROL-RECORD TO WS-AUDIT-BEFORE.
           MOVE IN-GREEN-PCT TO GRN-PCT.
           IF GRN-STAT-CANCELLED
              SET GRN-STAT-ACTIVE TO TRUE
              MOVE IN-TRANS-DATE TO GRN-ENROL-DATE
              MOVE ZEROS TO GRN-END-DATE
           END-IF.

           REWRITE MO01-GREEN-ENROL-RECORD
               INVALID KEY
                   DISPLAY 'GREEN ENROLLMENT REWRITE FAILED: '
                           GRN-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-CANCEL-ENROLLMENT SECTION.

           MOVE IN-CUST-ID TO GRN-CUST-ID.

           READ MO01-GREEN-ENROL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-GREEN-ENROL-RECORD TO WS-AUDIT-BEFORE
                   SET GRN-STAT-CANCELLED TO TRUE
                   MOVE IN-TRANS-DATE TO GRN-END-DATE
                   REWRITE MO01-GREEN-ENROL-RECORD
                       INVALID KEY
                           DISPLAY 'GREEN ENROLLMENT REWRITE FAILED: '
                                   GRN-CUST-ID
                                   ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-CANCEL-CTR
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

      *    THE PREMIUM IS ONLY EVER PRICED ON A CYCLE BILL -- A
      *    CLOSED ACCOUNT NEVER BILLS AGAIN AND A PREPAID ACCOUNT
      *    SETTLES THROUGH THE PREPAID LEDGER.
       2340-CHECK-CUSTOMER SECTION.

           MOVE 'N' TO WS-CUST-OK-FLAG.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ON FILE FOR ENROLLMENT: '
                           IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NO-CUSTOMER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2340-EXIT
           END-READ.

           IF ACCT-CLOSED OR CUST-PREPAID
              DISPLAY 'CUSTOMER CLOSED OR PREPAID - NOT ELIGIBLE: '
                      IN-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NOT-ELIGIBLE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           SET CUST-ELIGIBLE TO TRUE.

       2340-EXIT.
           EXIT.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-GREEN-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-GREEN-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO GREEN ENROLLMENT ON FILE FOR: ' IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2920-REJECT-BAD-PCT SECTION.

           DISPLAY 'GREEN PERCENTAGE NOT 025, 050 OR 100: '
                   IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-BAD-PCT TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'GRN001  '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE GRN-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-GREEN-ENROL-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CUSTOMERS ENROLLED       ',  WS-ADD-CTR
           DISPLAY ' PERCENTAGES CHANGED      ',  WS-CHANGE-CTR
           DISPLAY ' ENROLLMENTS CANCELLED    ',  WS-CANCEL-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-GREEN-TRAN,
                  MO01-GREEN-ENROL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-GREEN-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
