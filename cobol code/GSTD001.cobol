       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GSTD001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-GSTD-TRAN      ASSIGN TO GSTDTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    GUARANTEED SERVICE STANDARDS MASTER -- ONE ROW PER
      *    STANDARD THE REGULATOR GUARANTEES: HOW MANY DAYS THE
      *    CLOCK ALLOWS, THE FIXED PAYMENT DUE TO THE CUSTOMER WHEN
      *    IT IS MISSED AND THE STANDARD'S NUMBER ON THE QUARTERLY
      *    COMPENSATION RETURN. GSP001 MEASURES EVERY CLOCK AGAINST
      *    IT NIGHTLY.
           SELECT MO01-GSTD-KSDS      ASSIGN TO GSTDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GST-CODE
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-GSTD-ERR       ASSIGN TO GSTDERR
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

      *    'A' ADDS A STANDARD, 'C' CHANGES ITS DAYS, PAYMENT,
      *    DESCRIPTION OR RETURN NUMBER (ZERO OR BLANK KEEPS WHAT IS
      *    ON FILE), 'X' SUSPENDS IT. A CHANGE TAKES EFFECT FOR
      *    CLOCKS MEASURED FROM THE NEXT NIGHTLY RUN; PAYMENTS
      *    ALREADY MADE ARE NOT REVISITED.
       FD TI01-GSTD-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-GSTD-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-SUSPEND             VALUE 'X'.
          05 IN-GST-CODE         PIC X(04).
          05 IN-DESCRIPTION      PIC X(30).
          05 IN-DAYS-ALLOWED     PIC 9(03).
          05 IN-PAY-AMOUNT       PIC 9(05)V99.
          05 IN-REG-REF          PIC X(06).
          05 FILLER              PIC X(29).

       FD MO01-GSTD-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-GSTD-RECORD.
          05 GST-CODE             PIC X(04).
      *       CONN - NEW CONNECTION ENERGISED AFTER APPROVAL
      *       CMPL - BILLING COMPLAINT RESOLVED
      *       RECN - SUPPLY RESTORED AFTER PAYMENT
             88 GST-CODE-VALID               VALUE 'CONN' 'CMPL'
                                                   'RECN'.
          05 GST-DESCRIPTION      PIC X(30).
          05 GST-DAYS-ALLOWED     PIC 9(03).
          05 GST-PAY-AMOUNT       PIC 9(05)V99.
          05 GST-REG-REF          PIC X(06).
          05 GST-STATUS           PIC X(01).
             88 GST-STAT-ACTIVE              VALUE 'A'.
             88 GST-STAT-SUSPENDED           VALUE 'X'.
          05 GST-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

       FD TO01-GSTD-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO01-GSTD-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-STANDARD       VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-CODE           VALUE '4'.
             88 ERR-REAS-BAD-TERMS          VALUE '5'.

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
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-SWITCHES.
          05 WS-TERMS-SW           PIC X(01).
             88 TERMS-VALID                  VALUE 'Y'.
             88 TERMS-INVALID                VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-SUSPEND-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GSTD001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  GUARANTEED SERVICE STANDARDS MASTER   '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-GSTD-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-GSTD-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARDS TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-GSTD-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARDS KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-GSTD-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARDS ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-GSTD-TRAN  SECTION.

           READ TI01-GSTD-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-STANDARD
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-STANDARD
               WHEN IN-TRANS-SUSPEND
                  PERFORM 2330-SUSPEND-STANDARD
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-STANDARD SECTION.

           MOVE SPACES             TO MO01-GSTD-RECORD.
           MOVE IN-GST-CODE        TO GST-CODE.

      *    ONLY THE CLOCKS GSP001 KNOWS HOW TO MEASURE MAY BE ON
      *    FILE -- A STANDARD WITH NO MEASURE BEHIND IT WOULD SIT
      *    ON THE RETURN AS A PERMANENT ZERO.
           IF NOT GST-CODE-VALID
              DISPLAY 'STANDARD CODE NOT RECOGNISED: ' IN-GST-CODE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-CODE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           MOVE IN-DESCRIPTION     TO GST-DESCRIPTION.
           MOVE IN-DAYS-ALLOWED    TO GST-DAYS-ALLOWED.
           MOVE IN-PAY-AMOUNT      TO GST-PAY-AMOUNT.
           MOVE IN-REG-REF         TO GST-REG-REF.
           SET GST-STAT-ACTIVE     TO TRUE.
           MOVE WS-DATE            TO GST-CHANGED-DATE.

           PERFORM 2800-CHECK-TERMS.
           IF TERMS-INVALID
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-GSTD-RECORD
               INVALID KEY
                   DISPLAY 'STANDARD ALREADY ON FILE: ' IN-GST-CODE
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-STANDARD TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'STANDARD ADDED: ' GST-CODE
                           ' DAYS ' GST-DAYS-ALLOWED
                           ' PAYMENT ' GST-PAY-AMOUNT
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-STANDARD SECTION.

           MOVE IN-GST-CODE TO GST-CODE.

           READ MO01-GSTD-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

           MOVE MO01-GSTD-RECORD TO WS-AUDIT-BEFORE.

           IF IN-DESCRIPTION NOT = SPACES
              MOVE IN-DESCRIPTION TO GST-DESCRIPTION
           END-IF.
           IF IN-DAYS-ALLOWED IS NUMERIC
              AND IN-DAYS-ALLOWED > ZEROS
              MOVE IN-DAYS-ALLOWED TO GST-DAYS-ALLOWED
           END-IF.
           IF IN-PAY-AMOUNT IS NUMERIC
              AND IN-PAY-AMOUNT > ZEROS
              MOVE IN-PAY-AMOUNT TO GST-PAY-AMOUNT
           END-IF.
           IF IN-REG-REF NOT = SPACES
              MOVE IN-REG-REF TO GST-REG-REF
           END-IF.

           PERFORM 2800-CHECK-TERMS.
           IF TERMS-INVALID
              GO TO 2320-EXIT
           END-IF.

      *    CHANGING A SUSPENDED STANDARD PUTS IT BACK IN FORCE.
           SET GST-STAT-ACTIVE TO TRUE.
           MOVE WS-DATE TO GST-CHANGED-DATE.

           REWRITE MO01-GSTD-RECORD
               INVALID KEY
                   DISPLAY 'STANDARD REWRITE FAILED: ' GST-CODE
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-SUSPEND-STANDARD SECTION.

           MOVE IN-GST-CODE TO GST-CODE.

           READ MO01-GSTD-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

      *    A SUSPENDED STANDARD STOPS NEW PAYMENTS FROM THE NEXT
      *    NIGHTLY RUN; WHAT IT HAS ALREADY PAID STAYS ON THE LOG
      *    AND ON THE QUARTER'S RETURN.
           MOVE MO01-GSTD-RECORD TO WS-AUDIT-BEFORE.
           SET GST-STAT-SUSPENDED TO TRUE.
           MOVE WS-DATE TO GST-CHANGED-DATE.

           REWRITE MO01-GSTD-RECORD
               INVALID KEY
                   DISPLAY 'STANDARD REWRITE FAILED: ' GST-CODE
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPEND-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2800-CHECK-TERMS SECTION.

           SET TERMS-VALID TO TRUE.

           IF GST-DAYS-ALLOWED IS NOT NUMERIC
              OR GST-DAYS-ALLOWED = ZEROS
              OR GST-PAY-AMOUNT IS NOT NUMERIC
              OR GST-PAY-AMOUNT = ZEROS
              OR GST-REG-REF = SPACES
              DISPLAY 'STANDARD TERMS INVALID: ' IN-GST-CODE
                      ' DAYS ' GST-DAYS-ALLOWED
                      ' REF ' GST-REG-REF
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-TERMS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TERMS-INVALID TO TRUE
           END-IF.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-GSTD-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-GSTD-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO STANDARD ON FILE FOR: ' IN-GST-CODE.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'GSTD001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE GST-CODE           TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-GSTD-RECORD   TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' STANDARDS ADDED          ',  WS-ADD-CTR
           DISPLAY ' STANDARDS CHANGED        ',  WS-CHANGE-CTR
           DISPLAY ' STANDARDS SUSPENDED      ',  WS-SUSPEND-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-GSTD-TRAN,
                  MO01-GSTD-KSDS,
                  TO01-GSTD-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
