       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DR001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-DR-ENROLL-TRAN ASSIGN TO DRENTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    DEMAND-RESPONSE ENROLLMENT MASTER -- ONE ROW PER
      *    COMMERCIAL OR INDUSTRIAL CUSTOMER SIGNED UP TO CUT LOAD
      *    DURING A GRID EMERGENCY EVENT: THE PROGRAM, THE KW
      *    REDUCTION COMMITTED TO, THE INCENTIVE PAID PER KWH
      *    DELIVERED AND, WHERE THE PROGRAM CARRIES ONE, THE
      *    PENALTY PER KWH SHORT. DRSET001 SETTLES EVENTS AGAINST
      *    IT.
           SELECT MO01-DR-ENROLL-KSDS ASSIGN TO DRENKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DRE-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-DR-ENROLL-ERR  ASSIGN TO DRENERR
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
      *    CUSTOMER, 'C' CHANGES THE COMMITMENT OR RATES (BLANK OR
      *    ZERO FIELDS ARE LEFT ALONE; TO DROP THE PENALTY KEY 'N'
      *    IN THE NO-PENALTY SWITCH), 'X' WITHDRAWS THE CUSTOMER
      *    FROM THE PROGRAM.
       FD TI01-DR-ENROLL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TI01-DR-ENROLL-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-WITHDRAW            VALUE 'X'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-PROGRAM-CODE     PIC X(04).
          05 IN-COMMITTED-KW     PIC 9(05)V9.
          05 IN-INCENTIVE-RATE   PIC 9(02)V9999.
          05 IN-PENALTY-RATE     PIC 9(02)V9999.
          05 IN-NO-PENALTY-SW    PIC X(01).
             88 IN-CLEAR-PENALTY             VALUE 'N'.
          05 IN-TRANS-DATE       PIC 9(08).
          05 FILLER              PIC X(06).

      *    THE ENROLLMENT STAYS ON FILE AFTER A WITHDRAWAL SO AN
      *    EVENT HELD BEFORE THE WITHDRAWAL DATE STILL SETTLES.
       FD MO01-DR-ENROLL-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO01-DR-ENROLL-RECORD.
          05 DRE-CUST-ID          PIC X(12).
          05 DRE-PROGRAM-CODE     PIC X(04).
          05 DRE-COMMITTED-KW     PIC 9(05)V9.
          05 DRE-INCENTIVE-RATE   PIC 9(02)V9999.
          05 DRE-PENALTY-RATE     PIC 9(02)V9999.
          05 DRE-ENROLL-DATE      PIC 9(08).
          05 DRE-STATUS           PIC X(01).
             88 DRE-STAT-ACTIVE              VALUE 'A'.
             88 DRE-STAT-WITHDRAWN           VALUE 'W'.
          05 DRE-WITHDRAW-DATE    PIC 9(08).
          05 FILLER               PIC X(09).

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
             88 TARIFF-COMMERCIAL          VALUE 'C'.
             88 TARIFF-INDUSTRIAL          VALUE 'I'.
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

       FD TO01-DR-ENROLL-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         51  CHARACTERS.

       01 TO01-DR-ENROLL-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(50).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENROLL         VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-TERMS          VALUE '4'.
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

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-WITHDRAW-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DR001 EXECUTION BEGINS HERE ............'
           DISPLAY '  DEMAND-RESPONSE ENROLLMENT MAINTENANCE'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-ENROLL-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DR-ENROLL-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING DR ENROLLMENT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-DR-ENROLL-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING DR ENROLLMENT KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DR-ENROLL-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING DR ENROLLMENT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-ENROLL-TRAN  SECTION.

           READ TI01-DR-ENROLL-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ENROLL-CUSTOMER
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-ENROLLMENT
               WHEN IN-TRANS-WITHDRAW
                  PERFORM 2330-WITHDRAW-CUSTOMER
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ENROLL-CUSTOMER SECTION.

           IF IN-PROGRAM-CODE = SPACES
              OR IN-COMMITTED-KW IS NOT NUMERIC
              OR IN-COMMITTED-KW = ZEROS
              OR IN-INCENTIVE-RATE IS NOT NUMERIC
              OR IN-INCENTIVE-RATE = ZEROS
              DISPLAY 'ENROLLMENT WITHOUT PROGRAM, KW OR RATE: '
                      IN-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-TERMS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

      *    ONLY COMMERCIAL AND INDUSTRIAL ACCOUNTS CAN TAKE PART.
           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ON FILE FOR ENROLLMENT: '
                           IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NO-CUSTOMER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2310-EXIT
           END-READ.

           IF NOT TARIFF-COMMERCIAL AND NOT TARIFF-INDUSTRIAL
              DISPLAY 'CUSTOMER NOT COMMERCIAL OR INDUSTRIAL: '
                      IN-CUST-ID ' CLASS ' CUST-TARIFF-CLASS
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NOT-ELIGIBLE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO MO01-DR-ENROLL-RECORD.
           MOVE IN-CUST-ID         TO DRE-CUST-ID.
           MOVE IN-PROGRAM-CODE    TO DRE-PROGRAM-CODE.
           MOVE IN-COMMITTED-KW    TO DRE-COMMITTED-KW.
           MOVE IN-INCENTIVE-RATE  TO DRE-INCENTIVE-RATE.
           IF IN-PENALTY-RATE IS NUMERIC
              MOVE IN-PENALTY-RATE TO DRE-PENALTY-RATE
           ELSE
              MOVE ZEROS           TO DRE-PENALTY-RATE
           END-IF.
           MOVE IN-TRANS-DATE      TO DRE-ENROLL-DATE.
           SET DRE-STAT-ACTIVE     TO TRUE.
           MOVE ZEROS              TO DRE-WITHDRAW-DATE.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-DR-ENROLL-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER ALREADY ENROLLED: ' IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-ENROLL TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'CUSTOMER ENROLLED: ' DRE-CUST-ID
                           ' PROGRAM ' DRE-PROGRAM-CODE
                           ' KW ' DRE-COMMITTED-KW
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-ENROLLMENT SECTION.

           MOVE IN-CUST-ID TO DRE-CUST-ID.

           READ MO01-DR-ENROLL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-DR-ENROLL-RECORD TO WS-AUDIT-BEFORE
                   IF IN-PROGRAM-CODE NOT = SPACES
                      MOVE IN-PROGRAM-CODE TO DRE-PROGRAM-CODE
                   END-IF
                   IF IN-COMMITTED-KW IS NUMERIC
                      AND IN-COMMITTED-KW > ZEROS
                      MOVE IN-COMMITTED-KW TO DRE-COMMITTED-KW
                   END-IF
                   IF IN-INCENTIVE-RATE IS NUMERIC
                      AND IN-INCENTIVE-RATE > ZEROS
                      MOVE IN-INCENTIVE-RATE TO DRE-INCENTIVE-RATE
                   END-IF
                   IF IN-CLEAR-PENALTY
                      MOVE ZEROS TO DRE-PENALTY-RATE
                   ELSE
                      IF IN-PENALTY-RATE IS NUMERIC
                         AND IN-PENALTY-RATE > ZEROS
                         MOVE IN-PENALTY-RATE TO DRE-PENALTY-RATE
                      END-IF
                   END-IF
      *            A CHANGE TO A WITHDRAWN CUSTOMER RE-ENROLLS THEM.
                   IF DRE-STAT-WITHDRAWN
                      SET DRE-STAT-ACTIVE TO TRUE
                      MOVE IN-TRANS-DATE TO DRE-ENROLL-DATE
                      MOVE ZEROS TO DRE-WITHDRAW-DATE
                   END-IF
                   REWRITE MO01-DR-ENROLL-RECORD
                       INVALID KEY
                           DISPLAY 'DR ENROLLMENT REWRITE FAILED: '
                                   DRE-CUST-ID
                                   ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CTR
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2330-WITHDRAW-CUSTOMER SECTION.

           MOVE IN-CUST-ID TO DRE-CUST-ID.

           READ MO01-DR-ENROLL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-DR-ENROLL-RECORD TO WS-AUDIT-BEFORE
                   SET DRE-STAT-WITHDRAWN TO TRUE
                   MOVE IN-TRANS-DATE TO DRE-WITHDRAW-DATE
                   REWRITE MO01-DR-ENROLL-RECORD
                       INVALID KEY
                           DISPLAY 'DR ENROLLMENT REWRITE FAILED: '
                                   DRE-CUST-ID
                                   ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-WITHDRAW-CTR
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-DR-ENROLL-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-DR-ENROLL-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO DR ENROLLMENT ON FILE FOR: ' IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'DR001   '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE DRE-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-DR-ENROLL-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CUSTOMERS ENROLLED       ',  WS-ADD-CTR
           DISPLAY ' ENROLLMENTS CHANGED      ',  WS-CHANGE-CTR
           DISPLAY ' CUSTOMERS WITHDRAWN      ',  WS-WITHDRAW-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DR-ENROLL-TRAN,
                  MO01-DR-ENROLL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-DR-ENROLL-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
