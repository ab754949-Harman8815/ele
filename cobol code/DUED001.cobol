       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DUED001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-DUE-DAY-TRAN   ASSIGN TO DUEDTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    PREFERRED DUE-DAY ELECTION MASTER -- ONE ROW PER CUSTOMER
      *    WHO HAS CHOSEN THE DAY OF THE MONTH THEIR BILLS FALL DUE,
      *    TYPICALLY TO LAND AFTER A SALARY OR PENSION PAYDAY.
      *    DUEDRTN READS IT FOR BILLPAYDB2, BILLPRNT, EBILL001,
      *    DUNN001 AND ARAGING. KEPT APART FROM THE CUSTOMER MASTER,
      *    WHICH HAS NO ROOM LEFT FOR IT.
           SELECT MO01-DUE-DAY-KSDS   ASSIGN TO DUEDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DUE-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-DUE-DAY-ERR    ASSIGN TO DUEDERR
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

      *    ONE TRANSACTION PER CUSTOMER REQUEST -- 'E' ELECTS A
      *    PREFERRED DUE DAY OR CHANGES THE ONE ON FILE, 'W'
      *    WITHDRAWS THE ELECTION AND PUTS THE CUSTOMER BACK ON
      *    THE STANDARD DUE DATE. THE CHANNEL IS WHERE THE REQUEST
      *    WAS TAKEN -- COUNTER, WEB, PHONE OR LETTER.
       FD TI01-DUE-DAY-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         30  CHARACTERS.

       01 TI01-DUE-DAY-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ELECT               VALUE 'E'.
             88 IN-TRANS-WITHDRAW            VALUE 'W'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-DUE-DAY          PIC 9(02).
          05 IN-TRANS-DATE       PIC 9(08).
          05 IN-CHANNEL          PIC X(01).
          05 FILLER              PIC X(06).

      *    THE ROW STAYS ON FILE AFTER A WITHDRAWAL -- IT CARRIES
      *    THE DATE OF THE LAST CHANGE THE ONCE-A-YEAR RULE IS
      *    MEASURED FROM, AND THE DAY THAT WAS IN FORCE BEFORE IT
      *    FOR BILLS ISSUED BEFORE THAT CHANGE.
       FD MO01-DUE-DAY-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO01-DUE-DAY-RECORD.
          05 DUE-CUST-ID          PIC X(12).
          05 DUE-DAY              PIC 9(02).
          05 DUE-STATUS           PIC X(01).
             88 DUE-STAT-ACTIVE              VALUE 'A'.
             88 DUE-STAT-WITHDRAWN           VALUE 'X'.
          05 DUE-EFF-DATE         PIC 9(08).
          05 DUE-PREV-DAY         PIC 9(02).
          05 DUE-FIRST-DATE       PIC 9(08).
          05 DUE-CHANGE-CNT       PIC 9(03).
          05 DUE-CHANNEL          PIC X(01).
          05 FILLER               PIC X(13).

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

       FD TO01-DUE-DAY-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         31  CHARACTERS.

       01 TO01-DUE-DAY-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(30).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-SAME-DAY           VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-DAY            VALUE '4'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '5'.
             88 ERR-REAS-NOT-ELIGIBLE       VALUE '6'.
             88 ERR-REAS-TOO-SOON           VALUE '7'.

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
          05 WS-TRANS-DATE         PIC 9(08) VALUE ZEROS.
          05 WS-TRANS-INTEGER      PIC S9(09) COMP VALUE ZEROS.
          05 WS-LAST-CHG-INTEGER   PIC S9(09) COMP VALUE ZEROS.
          05 WS-DAYS-SINCE-CHG     PIC S9(09) COMP VALUE ZEROS.

      *    THE PERMITTED WINDOW -- THE 1ST TO THE 28TH, SO THE DAY
      *    EXISTS IN EVERY MONTH -- AND THE ONCE-A-YEAR RULE.
       01 WS-ELECTION-RULES.
          05 WS-MIN-DUE-DAY        PIC 9(02) VALUE 01.
          05 WS-MAX-DUE-DAY        PIC 9(02) VALUE 28.
          05 WS-CHANGE-GAP-DAYS    PIC 9(03) VALUE 365.

       01 WS-CUST-OK-FLAG          PIC X(01) VALUE 'N'.
          88 CUST-ELIGIBLE         VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ELECT-CTR          PIC 9(04) VALUE ZEROS.
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
           DISPLAY 'DUED001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  PREFERRED DUE-DAY ELECTIONS           '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-DUE-DAY-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DUE-DAY-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING DUE-DAY TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-DUE-DAY-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING DUE-DAY ELECTION KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DUE-DAY-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING DUE-DAY ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-DUE-DAY-TRAN  SECTION.

           READ TI01-DUE-DAY-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

      *    A REQUEST WITH NO DATE OF ITS OWN IS TAKEN AS TONIGHT'S.
           IF IN-TRANS-DATE IS NUMERIC
              AND IN-TRANS-DATE > ZERO
              MOVE IN-TRANS-DATE TO WS-TRANS-DATE
           ELSE
              MOVE WS-DATE       TO WS-TRANS-DATE
           END-IF.

           EVALUATE TRUE
               WHEN IN-TRANS-ELECT
                  PERFORM 2310-ELECT-DUE-DAY
               WHEN IN-TRANS-WITHDRAW
                  PERFORM 2330-WITHDRAW-ELECTION
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ELECT-DUE-DAY SECTION.

           IF IN-DUE-DAY IS NOT NUMERIC
              OR IN-DUE-DAY < WS-MIN-DUE-DAY
              OR IN-DUE-DAY > WS-MAX-DUE-DAY
              DISPLAY 'DUE DAY OUTSIDE THE PERMITTED WINDOW: '
                      IN-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-DAY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           PERFORM 2340-CHECK-CUSTOMER.
           IF NOT CUST-ELIGIBLE
              GO TO 2310-EXIT
           END-IF.

           MOVE IN-CUST-ID TO DUE-CUST-ID.

           READ MO01-DUE-DAY-KSDS
               INVALID KEY
                   PERFORM 2320-FIRST-ELECTION
                   GO TO 2310-EXIT
           END-READ.

           IF DUE-STAT-ACTIVE
              AND DUE-DAY = IN-DUE-DAY
              DISPLAY 'DUE DAY ALREADY ELECTED: ' IN-CUST-ID
                      ' DAY ' IN-DUE-DAY
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-SAME-DAY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           PERFORM 2350-CHECK-ONCE-A-YEAR.
           IF WS-DAYS-SINCE-CHG < WS-CHANGE-GAP-DAYS
              DISPLAY 'DUE DAY CHANGED WITHIN THE LAST YEAR: '
                      IN-CUST-ID ' LAST CHANGE ' DUE-EFF-DATE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-TOO-SOON TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

      *    THE DAY IN FORCE UNTIL TODAY IS KEPT FOR THE BILLS
      *    ALREADY ISSUED UNDER IT -- NONE IF THE ELECTION HAD
      *    BEEN WITHDRAWN.
           MOVE MO01-DUE-DAY-RECORD TO WS-AUDIT-BEFORE.
           IF DUE-STAT-ACTIVE
              MOVE DUE-DAY TO DUE-PREV-DAY
           ELSE
              MOVE ZEROS   TO DUE-PREV-DAY
           END-IF.
           MOVE IN-DUE-DAY         TO DUE-DAY.
           SET DUE-STAT-ACTIVE     TO TRUE.
           MOVE WS-TRANS-DATE      TO DUE-EFF-DATE.
           ADD 1                   TO DUE-CHANGE-CNT.
           MOVE IN-CHANNEL         TO DUE-CHANNEL.

           REWRITE MO01-DUE-DAY-RECORD
               INVALID KEY
                   DISPLAY 'DUE-DAY ELECTION REWRITE FAILED: '
                           DUE-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'DUE DAY CHANGED: ' DUE-CUST-ID
                           ' FROM ' DUE-PREV-DAY ' TO ' DUE-DAY
           END-REWRITE.

       2310-EXIT.
           EXIT.

       2320-FIRST-ELECTION SECTION.

           MOVE SPACES             TO MO01-DUE-DAY-RECORD.
           MOVE IN-CUST-ID         TO DUE-CUST-ID.
           MOVE IN-DUE-DAY         TO DUE-DAY.
           SET DUE-STAT-ACTIVE     TO TRUE.
           MOVE WS-TRANS-DATE      TO DUE-EFF-DATE.
           MOVE ZEROS              TO DUE-PREV-DAY.
           MOVE WS-TRANS-DATE      TO DUE-FIRST-DATE.
           MOVE 1                  TO DUE-CHANGE-CNT.
           MOVE IN-CHANNEL         TO DUE-CHANNEL.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-DUE-DAY-RECORD
               INVALID KEY
                   DISPLAY 'DUE-DAY ELECTION WRITE FAILED: '
                           DUE-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-ELECT-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'DUE DAY ELECTED: ' DUE-CUST-ID
                           ' DAY ' DUE-DAY
           END-WRITE.

      *    GOING BACK TO THE STANDARD DUE DATE IS TAKEN AT ANY
      *    TIME, BUT IT IS A CHANGE -- THE YEAR BEFORE A NEW DAY
      *    CAN BE ELECTED RUNS FROM THE WITHDRAWAL.
       2330-WITHDRAW-ELECTION SECTION.

           MOVE IN-CUST-ID TO DUE-CUST-ID.

           READ MO01-DUE-DAY-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

           IF DUE-STAT-WITHDRAWN
              PERFORM 2910-REJECT-NOT-FOUND
              GO TO 2330-EXIT
           END-IF.

           MOVE MO01-DUE-DAY-RECORD TO WS-AUDIT-BEFORE.
           MOVE DUE-DAY            TO DUE-PREV-DAY.
           SET DUE-STAT-WITHDRAWN  TO TRUE.
           MOVE WS-TRANS-DATE      TO DUE-EFF-DATE.
           ADD 1                   TO DUE-CHANGE-CNT.
           MOVE IN-CHANNEL         TO DUE-CHANNEL.

           REWRITE MO01-DUE-DAY-RECORD
               INVALID KEY
                   DISPLAY 'DUE-DAY ELECTION REWRITE FAILED: '
                           DUE-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-WITHDRAW-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'DUE-DAY ELECTION WITHDRAWN: ' DUE-CUST-ID
           END-REWRITE.

       2330-EXIT.
           EXIT.

      *    ONLY A BILLED ACCOUNT HAS A DUE DATE TO MOVE -- A CLOSED
      *    ACCOUNT NEVER BILLS AGAIN AND A PREPAID ACCOUNT SETTLES
      *    THROUGH THE PREPAID LEDGER.
       2340-CHECK-CUSTOMER SECTION.

           MOVE 'N' TO WS-CUST-OK-FLAG.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ON FILE FOR ELECTION: '
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

       2350-CHECK-ONCE-A-YEAR SECTION.

      *    DAYS FROM THE LAST ELECTION, CHANGE OR WITHDRAWAL TO
      *    THIS REQUEST.
           COMPUTE WS-TRANS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TRANS-DATE).
           COMPUTE WS-LAST-CHG-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DUE-EFF-DATE).
           COMPUTE WS-DAYS-SINCE-CHG =
                   WS-TRANS-INTEGER - WS-LAST-CHG-INTEGER.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-DUE-DAY-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-DUE-DAY-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO DUE-DAY ELECTION IN FORCE FOR: ' IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'DUED001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE DUE-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-DUE-DAY-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' DUE DAYS ELECTED         ',  WS-ELECT-CTR
           DISPLAY ' DUE DAYS CHANGED         ',  WS-CHANGE-CTR
           DISPLAY ' ELECTIONS WITHDRAWN      ',  WS-WITHDRAW-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DUE-DAY-TRAN,
                  MO01-DUE-DAY-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-DUE-DAY-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
