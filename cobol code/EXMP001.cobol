       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXMP001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-EXEMPT-TRAN     ASSIGN TO EXMPTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    TAX-EXEMPTION CERTIFICATE MASTER -- HOSPITALS,
      *    CHARITABLE INSTITUTIONS AND GOVERNMENT ACCOUNTS HOLDING
      *    A FULL OR PARTIAL EXEMPTION FROM ELECTRICITY DUTY.
      *    BILL003 REDUCES THE TAX ON EVERY BILL WHILE THE
      *    CERTIFICATE IS IN FORCE, BILLPRNT PRINTS THE
      *    CERTIFICATE NUMBER ON THE STATEMENT, AND EXMP002 LISTS
      *    THE ONES ABOUT TO RUN OUT.
           SELECT MO01-EXEMPT-KSDS     ASSIGN TO EXMPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS EXM-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-EXEMPT-ERR      ASSIGN TO EXMPERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER CERTIFICATE ACTION -- 'A' FILES A
      *    NEW CERTIFICATE, 'R' RENEWS IT UNDER A FRESH
      *    CERTIFICATE NUMBER AND VALIDITY, 'C' CORRECTS THE
      *    EXEMPT PERCENTAGE OR ISSUING AUTHORITY, 'X' REVOKES IT.
       FD TI01-EXEMPT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         69  CHARACTERS.

       01 TI01-EXEMPT-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-RENEW               VALUE 'R'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-REVOKE              VALUE 'X'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-CERT-NO          PIC X(15).
          05 IN-EXEMPT-PCT       PIC 9(03)V99.
          05 IN-AUTHORITY        PIC X(20).
          05 IN-VALID-FROM       PIC 9(08).
          05 IN-VALID-TO         PIC 9(08).

       FD MO01-EXEMPT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-EXEMPT-RECORD.
          05 EXM-CUST-ID          PIC X(12).
          05 EXM-CERT-NO          PIC X(15).
      *    SHARE OF THE COMPUTED TAX WAIVED -- 100.00 IS A FULL
      *    EXEMPTION, ANYTHING LESS A REDUCED-RATE CERTIFICATE.
          05 EXM-EXEMPT-PCT       PIC 9(03)V99.
          05 EXM-AUTHORITY        PIC X(20).
          05 EXM-VALID-FROM       PIC 9(08).
          05 EXM-VALID-TO         PIC 9(08).
          05 EXM-STATUS           PIC X(01).
             88 EXM-STAT-ACTIVE              VALUE 'A'.
             88 EXM-STAT-REVOKED             VALUE 'X'.
          05 EXM-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(03).

       FD TO01-EXEMPT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         70  CHARACTERS.

       01 TO01-EXEMPT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(69).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENTRY          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-VALIDITY       VALUE '4'.
             88 ERR-REAS-BAD-PERCENT        VALUE '5'.
             88 ERR-REAS-NO-CERT-NO         VALUE '6'.

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
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-RENEW-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REVOKE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'EXMP001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  TAX-EXEMPTION CERTIFICATE MASTER      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-EXEMPT-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-EXEMPT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING EXEMPTION TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-EXEMPT-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING EXEMPTION KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-EXEMPT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING EXEMPTION ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-EXEMPT-TRAN  SECTION.

           READ TI01-EXEMPT-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-CERTIFICATE
               WHEN IN-TRANS-RENEW
                  PERFORM 2320-RENEW-CERTIFICATE
               WHEN IN-TRANS-CHANGE
                  PERFORM 2330-CHANGE-CERTIFICATE
               WHEN IN-TRANS-REVOKE
                  PERFORM 2340-REVOKE-CERTIFICATE
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-CERTIFICATE SECTION.

           PERFORM 2400-VALIDATE-CERTIFICATE.

           IF TRAN-VALID
              PERFORM 2410-VALIDATE-PERCENT
           END-IF.

           IF TRAN-VALID
              MOVE SPACES         TO MO01-EXEMPT-RECORD
              MOVE IN-CUST-ID     TO EXM-CUST-ID
              MOVE IN-CERT-NO     TO EXM-CERT-NO
              MOVE IN-EXEMPT-PCT  TO EXM-EXEMPT-PCT
              MOVE IN-AUTHORITY   TO EXM-AUTHORITY
              MOVE IN-VALID-FROM  TO EXM-VALID-FROM
              MOVE IN-VALID-TO    TO EXM-VALID-TO
              SET EXM-STAT-ACTIVE TO TRUE
              MOVE WS-DATE        TO EXM-LAST-MAINT-DATE
              MOVE SPACES         TO WS-AUDIT-BEFORE
              WRITE MO01-EXEMPT-RECORD
                  INVALID KEY
                      DISPLAY 'CERTIFICATE ALREADY ON FILE FOR: '
                              IN-CUST-ID
                      ADD 1 TO WS-ERROR-CTR
                      SET ERR-REAS-DUP-ENTRY TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                  NOT INVALID KEY
                      ADD 1 TO WS-ADD-CTR
                      PERFORM 2950-WRITE-AUDIT-RECORD
                      DISPLAY 'CERTIFICATE ADDED FOR: ' EXM-CUST-ID
              END-WRITE
           END-IF.

       2320-RENEW-CERTIFICATE SECTION.

      *    A RENEWAL IS A NEW CERTIFICATE FROM THE AUTHORITY -- IT
      *    REPLACES THE NUMBER AND VALIDITY, AND REINSTATES A
      *    REVOKED ENTRY. PERCENTAGE AND AUTHORITY CARRY OVER
      *    UNLESS THE TRANSACTION SUPPLIES NEW ONES.
           PERFORM 2400-VALIDATE-CERTIFICATE.

           IF TRAN-VALID
           AND IN-EXEMPT-PCT NOT = ZEROS
              PERFORM 2410-VALIDATE-PERCENT
           END-IF.

           IF TRAN-VALID
              MOVE IN-CUST-ID TO EXM-CUST-ID
              READ MO01-EXEMPT-KSDS
                  INVALID KEY
                      PERFORM 2910-REJECT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE MO01-EXEMPT-RECORD TO WS-AUDIT-BEFORE
                      MOVE IN-CERT-NO     TO EXM-CERT-NO
                      MOVE IN-VALID-FROM  TO EXM-VALID-FROM
                      MOVE IN-VALID-TO    TO EXM-VALID-TO
                      IF IN-EXEMPT-PCT NOT = ZEROS
                         MOVE IN-EXEMPT-PCT TO EXM-EXEMPT-PCT
                      END-IF
                      IF IN-AUTHORITY NOT = SPACES
                         MOVE IN-AUTHORITY TO EXM-AUTHORITY
                      END-IF
                      SET EXM-STAT-ACTIVE TO TRUE
                      PERFORM 2800-REWRITE-CERTIFICATE
                      ADD 1 TO WS-RENEW-CTR
              END-READ
           END-IF.

       2330-CHANGE-CERTIFICATE SECTION.

      *    CORRECTION OF THE TERMS ON THE CERTIFICATE ALREADY HELD
      *    -- THE NUMBER AND VALIDITY ARE LEFT ALONE.
           SET TRAN-VALID TO TRUE.

           IF IN-EXEMPT-PCT NOT = ZEROS
              PERFORM 2410-VALIDATE-PERCENT
           END-IF.

           IF TRAN-VALID
              MOVE IN-CUST-ID TO EXM-CUST-ID
              READ MO01-EXEMPT-KSDS
                  INVALID KEY
                      PERFORM 2910-REJECT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE MO01-EXEMPT-RECORD TO WS-AUDIT-BEFORE
                      IF IN-EXEMPT-PCT NOT = ZEROS
                         MOVE IN-EXEMPT-PCT TO EXM-EXEMPT-PCT
                      END-IF
                      IF IN-AUTHORITY NOT = SPACES
                         MOVE IN-AUTHORITY TO EXM-AUTHORITY
                      END-IF
                      PERFORM 2800-REWRITE-CERTIFICATE
                      ADD 1 TO WS-CHANGE-CTR
              END-READ
           END-IF.

       2340-REVOKE-CERTIFICATE SECTION.

           MOVE IN-CUST-ID TO EXM-CUST-ID.

           READ MO01-EXEMPT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-EXEMPT-RECORD TO WS-AUDIT-BEFORE
                   SET EXM-STAT-REVOKED TO TRUE
                   PERFORM 2800-REWRITE-CERTIFICATE
                   ADD 1 TO WS-REVOKE-CTR
           END-READ.

       2400-VALIDATE-CERTIFICATE SECTION.

           SET TRAN-VALID TO TRUE.

           IF IN-CERT-NO = SPACES
              DISPLAY 'CERTIFICATE NUMBER MISSING FOR: ' IN-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NO-CERT-NO TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           ELSE
              IF IN-VALID-FROM = ZEROS
                 OR IN-VALID-TO = ZEROS
                 OR IN-VALID-TO < IN-VALID-FROM
                 DISPLAY 'CERTIFICATE VALIDITY REJECTED FOR: '
                         IN-CUST-ID
                 ADD 1 TO WS-ERROR-CTR
                 SET ERR-REAS-BAD-VALIDITY TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

       2410-VALIDATE-PERCENT SECTION.

           IF IN-EXEMPT-PCT = ZEROS
              OR IN-EXEMPT-PCT > 100
              DISPLAY 'EXEMPT PERCENTAGE REJECTED FOR: ' IN-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-PERCENT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

       2800-REWRITE-CERTIFICATE SECTION.

           MOVE WS-DATE TO EXM-LAST-MAINT-DATE.

           REWRITE MO01-EXEMPT-RECORD
               INVALID KEY
                   DISPLAY 'EXEMPTION REWRITE FAILED: ' EXM-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-EXEMPT-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-EXEMPT-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO CERTIFICATE ON FILE FOR: ' IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'EXMP001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE EXM-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-EXEMPT-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CERTIFICATES ADDED       ',  WS-ADD-CTR
           DISPLAY ' CERTIFICATES RENEWED     ',  WS-RENEW-CTR
           DISPLAY ' CERTIFICATES CHANGED     ',  WS-CHANGE-CTR
           DISPLAY ' CERTIFICATES REVOKED     ',  WS-REVOKE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-EXEMPT-TRAN,
                  MO01-EXEMPT-KSDS,
                  TO01-EXEMPT-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
