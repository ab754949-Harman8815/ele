       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISC001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DRIVES EXPIRY, NOTICE AND GRACE. A MISSING FILE FALLS
      *    BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-DISC-TRAN      ASSIGN TO DSCTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    NOTICE LEAD, GRACE AND CONVERSION TERMS IN DAYS. NO
      *    FILE, THE DEFAULTS STAND.
           SELECT TI02-DISC-PARM      ASSIGN TO DSCPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    DISCOUNT ELIGIBILITY MASTER -- ONE ROW PER CUSTOMER ON
      *    THE SENIOR-CITIZEN OR SUBSIDY DISCOUNT, HOLDING THE
      *    PROOF SEEN AND WHEN IT RUNS OUT. BILL003 GIVES THE
      *    DISCOUNT ONLY WHILE THE ROW IS ACTIVE OR IN GRACE.
           SELECT MO01-DISC-KSDS      ASSIGN TO DSCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DSC-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

      *    CUSTOMER MASTER -- THE DISCOUNT CATEGORY IS STILL SET
      *    THERE BY CUST001; A CLOSED ACCOUNT LOSES ITS DISCOUNT.
      *    BROWSED END TO END ON THE ONE-OFF CONVERSION RUN.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-DISC-ERR       ASSIGN TO DSCERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY DISCOUNT ENROLLED, RENEWED, PUT INTO GRACE OR
      *    DROPPED TONIGHT -- THE SUBSIDY AUDITORS' TRAIL.
           SELECT TO02-DISC-AUDIT-LIST ASSIGN TO DSCLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

      *    RECERTIFICATION NOTICES FOR THE NOTIFICATION HUB.
           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

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

      *    ONE TRANSACTION PER PROOF ACTION -- 'A' ENROLS A
      *    CUSTOMER ON THE PROOF SEEN, 'R' RECERTIFIES ON FRESH
      *    PROOF (AND REINSTATES A LAPSED OR REVOKED ROW), 'X'
      *    REVOKES WHEN THE HOLDER HAS DIED, MOVED OR STOPPED
      *    QUALIFYING. THE CATEGORY MUST MATCH THE CUSTOMER MASTER.
       FD TI01-DISC-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         49  CHARACTERS.

       01 TI01-DISC-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-RENEW               VALUE 'R'.
             88 IN-TRANS-REVOKE              VALUE 'X'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-CATEGORY         PIC X(01).
             88 IN-CAT-VALID                 VALUE '1' '2'.
          05 IN-PROOF-TYPE       PIC X(04).
          05 IN-PROOF-REF        PIC X(15).
          05 IN-VERIFIED-DATE    PIC 9(08).
          05 IN-EXPIRY-DATE      PIC 9(08).

       FD TI02-DISC-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI02-DISC-PARM-RECORD.
          05 PRM-NOTICE-DAYS      PIC 9(03).
          05 PRM-GRACE-DAYS       PIC 9(03).
          05 PRM-CONVERT-DAYS     PIC 9(03).
          05 FILLER               PIC X(11).

       FD MO01-DISC-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-DISC-RECORD.
          05 DSC-CUST-ID          PIC X(12).
      *    '1' SENIOR CITIZEN, '2' SUBSIDY -- AS CUST-DISCOUNT-CAT.
          05 DSC-CATEGORY         PIC X(01).
      *    'AGEP' AGE PROOF, 'SUBC' SUBSIDY CARD, 'INCM' INCOME
      *    CERTIFICATE, 'CONV' CARRIED OVER FROM THE FLAG ALONE.
          05 DSC-PROOF-TYPE       PIC X(04).
             88 DSC-PROOF-CONVERTED          VALUE 'CONV'.
          05 DSC-PROOF-REF        PIC X(15).
          05 DSC-VERIFIED-DATE    PIC 9(08).
          05 DSC-EXPIRY-DATE      PIC 9(08).
          05 DSC-STATUS           PIC X(01).
             88 DSC-STAT-ACTIVE              VALUE 'A'.
             88 DSC-STAT-GRACE               VALUE 'G'.
             88 DSC-STAT-EXPIRED             VALUE 'E'.
             88 DSC-STAT-REVOKED             VALUE 'X'.
      *    DATE THE RECERTIFICATION NOTICE WENT OUT -- ONE PER
      *    TERM; RESET WHEN THE PROOF IS RENEWED.
          05 DSC-NOTICE-DATE      PIC 9(08).
          05 DSC-DROP-DATE        PIC 9(08).
          05 DSC-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(07).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT TO THE
      *    DISCOUNT CATEGORY AND ACCOUNT STATUS.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY          PIC X(12).
          05 FILLER            PIC X(92).
          05 CUST-DISCOUNT-CAT PIC X(01).
             88 DISCOUNT-CAT-NONE    VALUE SPACE.
          05 FILLER            PIC X(04).
          05 CUST-ACCT-STATUS  PIC X(01).
             88 ACCT-CLOSED          VALUE 'C'.
          05 FILLER            PIC X(40).

       FD TO01-DISC-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TO01-DISC-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(49).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENTRY          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-DATES          VALUE '4'.
             88 ERR-REAS-BAD-CATEGORY       VALUE '5'.
             88 ERR-REAS-NO-PROOF           VALUE '6'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '7'.

       FD TO02-DISC-AUDIT-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-DISC-AUDIT-RECORD  PIC X(100).

      *    SAME 98-BYTE REQUEST SHAPE NOTIFHUB READS.
       FD TO09-NOTIF-REQ
           RECORDING MODE          IS F
           RECORD CONTAINS         98  CHARACTERS.

       01 TO09-NOTIF-REQ-RECORD.
          05 NRQ-CUST-ID         PIC X(12).
          05 NRQ-DOC-TYPE        PIC X(04).
          05 NRQ-REF             PIC X(14).
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).

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
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    OPTIONAL RUNTIME PARAMETER -- THE ONE-OFF CONVERSION JOB
      *    PASSES 'CONVERT' TO GIVE EVERY CUSTOMER ALREADY CARRYING
      *    THE FLAG A SHORT TERM TO PRODUCE PROOF; THE NIGHTLY STEP
      *    JUST MAINTAINS AND SWEEPS.
       01 WS-PARM-LINE             PIC X(08) VALUE SPACES.
          88 CONVERT-RUN           VALUE 'CONVERT'.

      *    NOTICE GOES THIS MANY DAYS AHEAD OF EXPIRY; THE DISCOUNT
      *    RUNS ON THROUGH THE GRACE DAYS AFTER IT, THEN DROPS.
       01 WS-TERM-VARIABLES.
          05 WS-NOTICE-DAYS        PIC 9(03) VALUE 60.
          05 WS-GRACE-DAYS         PIC 9(03) VALUE 30.
          05 WS-CONVERT-DAYS       PIC 9(03) VALUE 90.

       01 WS-SWEEP-VARIABLES.
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-EXPIRY-INTEGER     PIC S9(09) COMP.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 DISC-SCAN-EOF      VALUE 'Y'.
          05 WS-CUST-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CUST-SCAN-EOF      VALUE 'Y'.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'DISCOUNT ELIGIBILITY AUDIT LIST'.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CATEGORY       PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-PROOF-TYPE     PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-PROOF-REF      PIC X(15).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-VERIFIED       PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-EXPIRY         PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REASON         PIC X(20).
          05 FILLER               PIC X(08) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(05) VALUE ZEROS.
          05 WS-RENEW-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-REVOKE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-CONVERT-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-NOTICE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-GRACE-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-DROP-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISC001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  DISCOUNT ELIGIBILITY / RECERTIFICATION'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF CONVERT-RUN
              DISPLAY 'ONE-OFF CONVERSION OF FLAGGED CUSTOMERS'
           END-IF.

           COMPUTE WS-DATE-INTEGER =
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

           PERFORM 2150-LOAD-DISC-PARMS.

           MOVE WS-DATE TO WS-LH-DATE.
           WRITE TO02-DISC-AUDIT-RECORD FROM WS-LIST-HEADER.

           IF CONVERT-RUN
              PERFORM 2500-CONVERT-FLAGGED-CUSTOMERS
           END-IF.

           PERFORM 2200-READ-DISC-TRAN UNTIL TRAN-EOF.

      *    THE CONVERSION RUN ONLY LOADS -- NOTICES AND LAPSES ARE
      *    LEFT TO THE NIGHTLY SWEEP, WHOSE REQUESTS REACH THE HUB.
           IF NOT CONVERT-RUN
              PERFORM 3000-RECERTIFICATION-SWEEP
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DISC-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING DISCOUNT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-DISC-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING DISCOUNT ELIGIBILITY KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DISC-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING DISCOUNT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-DISC-AUDIT-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING DISCOUNT AUDIT LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-DISC-PARMS  SECTION.

           OPEN INPUT TI02-DISC-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO DISCOUNT PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING DISCOUNT PARAMETERS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI02-DISC-PARM
                  AT END
                      DISPLAY 'DISCOUNT PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      IF PRM-NOTICE-DAYS IS NUMERIC
                         AND PRM-NOTICE-DAYS > ZEROS
                         MOVE PRM-NOTICE-DAYS TO WS-NOTICE-DAYS
                      ELSE
                         DISPLAY 'NOTICE DAYS INVALID - '
                                 'USING DEFAULT'
                      END-IF
                      IF PRM-GRACE-DAYS IS NUMERIC
                         MOVE PRM-GRACE-DAYS TO WS-GRACE-DAYS
                      ELSE
                         DISPLAY 'GRACE DAYS INVALID - '
                                 'USING DEFAULT'
                      END-IF
                      IF PRM-CONVERT-DAYS IS NUMERIC
                         AND PRM-CONVERT-DAYS > ZEROS
                         MOVE PRM-CONVERT-DAYS TO WS-CONVERT-DAYS
                      ELSE
                         DISPLAY 'CONVERSION TERM INVALID - '
                                 'USING DEFAULT'
                      END-IF
              END-READ
              CLOSE TI02-DISC-PARM
           END-IF.

           DISPLAY 'RECERTIFICATION NOTICE LEAD (DAYS) '
                   WS-NOTICE-DAYS.
           DISPLAY 'GRACE AFTER EXPIRY (DAYS)          '
                   WS-GRACE-DAYS.

       2200-READ-DISC-TRAN  SECTION.

           READ TI01-DISC-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ENROL-CUSTOMER
               WHEN IN-TRANS-RENEW
                  PERFORM 2320-RECERTIFY-CUSTOMER
               WHEN IN-TRANS-REVOKE
                  PERFORM 2330-REVOKE-DISCOUNT
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ENROL-CUSTOMER SECTION.

           PERFORM 2400-VALIDATE-PROOF.

           IF TRAN-VALID
              MOVE SPACES            TO MO01-DISC-RECORD
              MOVE IN-CUST-ID        TO DSC-CUST-ID
              PERFORM 2450-MOVE-PROOF
              MOVE SPACES            TO WS-AUDIT-BEFORE
              WRITE MO01-DISC-RECORD
                  INVALID KEY
                      DISPLAY 'ELIGIBILITY ALREADY ON FILE FOR: '
                              IN-CUST-ID
                      ADD 1 TO WS-ERROR-CTR
                      SET ERR-REAS-DUP-ENTRY TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                  NOT INVALID KEY
                      ADD 1 TO WS-ADD-CTR
                      PERFORM 2950-WRITE-AUDIT-RECORD
                      MOVE 'ENROLLED' TO WS-LL-TAG
                      MOVE SPACES     TO WS-LL-REASON
                      PERFORM 2960-WRITE-LIST-LINE
              END-WRITE
           END-IF.

       2320-RECERTIFY-CUSTOMER SECTION.

      *    FRESH PROOF REPLACES THE OLD -- A NEW TERM, A NEW
      *    NOTICE NEXT TIME ROUND, AND A LAPSED OR REVOKED ROW IS
      *    BACK IN FORCE FROM TONIGHT'S BILLS.
           PERFORM 2400-VALIDATE-PROOF.

           IF TRAN-VALID
              MOVE IN-CUST-ID TO DSC-CUST-ID
              READ MO01-DISC-KSDS
                  INVALID KEY
                      PERFORM 2910-REJECT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE MO01-DISC-RECORD TO WS-AUDIT-BEFORE
                      PERFORM 2450-MOVE-PROOF
                      PERFORM 2800-REWRITE-ELIGIBILITY
                      ADD 1 TO WS-RENEW-CTR
                      MOVE 'RENEWED ' TO WS-LL-TAG
                      MOVE SPACES     TO WS-LL-REASON
                      PERFORM 2960-WRITE-LIST-LINE
              END-READ
           END-IF.

       2330-REVOKE-DISCOUNT SECTION.

           MOVE IN-CUST-ID TO DSC-CUST-ID.

           READ MO01-DISC-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-DISC-RECORD TO WS-AUDIT-BEFORE
                   SET DSC-STAT-REVOKED TO TRUE
                   MOVE WS-DATE TO DSC-DROP-DATE
                   PERFORM 2800-REWRITE-ELIGIBILITY
                   ADD 1 TO WS-REVOKE-CTR
                   ADD 1 TO WS-DROP-CTR
                   MOVE 'DROPPED ' TO WS-LL-TAG
                   MOVE 'REVOKED'  TO WS-LL-REASON
                   PERFORM 2960-WRITE-LIST-LINE
           END-READ.

       2400-VALIDATE-PROOF SECTION.

           SET TRAN-VALID TO TRUE.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON MASTER: ' IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NO-CUSTOMER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
           END-READ.

           IF TRAN-VALID
              IF NOT IN-CAT-VALID
                 OR IN-CATEGORY NOT = CUST-DISCOUNT-CAT
                 DISPLAY 'CATEGORY DOES NOT MATCH CUSTOMER FLAG: '
                         IN-CUST-ID
                 ADD 1 TO WS-ERROR-CTR
                 SET ERR-REAS-BAD-CATEGORY TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

           IF TRAN-VALID
              IF IN-PROOF-TYPE = SPACES
                 OR IN-PROOF-REF = SPACES
                 DISPLAY 'PROOF DETAILS MISSING FOR: ' IN-CUST-ID
                 ADD 1 TO WS-ERROR-CTR
                 SET ERR-REAS-NO-PROOF TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

           IF TRAN-VALID
              IF IN-VERIFIED-DATE NOT NUMERIC
                 OR IN-EXPIRY-DATE NOT NUMERIC
                 OR IN-VERIFIED-DATE = ZEROS
                 OR IN-VERIFIED-DATE > WS-DATE
                 OR IN-EXPIRY-DATE NOT > WS-DATE
                 DISPLAY 'PROOF DATES REJECTED FOR: ' IN-CUST-ID
                 ADD 1 TO WS-ERROR-CTR
                 SET ERR-REAS-BAD-DATES TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

       2450-MOVE-PROOF SECTION.

           MOVE IN-CATEGORY       TO DSC-CATEGORY.
           MOVE IN-PROOF-TYPE     TO DSC-PROOF-TYPE.
           MOVE IN-PROOF-REF      TO DSC-PROOF-REF.
           MOVE IN-VERIFIED-DATE  TO DSC-VERIFIED-DATE.
           MOVE IN-EXPIRY-DATE    TO DSC-EXPIRY-DATE.
           SET DSC-STAT-ACTIVE    TO TRUE.
           MOVE ZEROS             TO DSC-NOTICE-DATE.
           MOVE ZEROS             TO DSC-DROP-DATE.
           MOVE WS-DATE           TO DSC-LAST-MAINT-DATE.

       2500-CONVERT-FLAGGED-CUSTOMERS SECTION.

      *    EVERY CUSTOMER ALREADY FLAGGED WITH NO ELIGIBILITY ROW
      *    IS CARRIED OVER ON PROOF TYPE 'CONV' FOR A SHORT TERM,
      *    SO THE RECERTIFICATION NOTICE GOES OUT IN THE NORMAL
      *    WAY AND THE DISCOUNT LAPSES IF NO PROOF COMES BACK.
           MOVE LOW-VALUES TO CUST-KEY.
           START MI01-CUSTOMER-KSDS KEY >= CUST-KEY
               INVALID KEY
                   SET CUST-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2510-CONVERT-ONE-CUSTOMER
               UNTIL CUST-SCAN-EOF.

       2510-CONVERT-ONE-CUSTOMER SECTION.

           READ MI01-CUSTOMER-KSDS NEXT
               AT END  SET CUST-SCAN-EOF TO TRUE
               NOT AT END
                   IF NOT DISCOUNT-CAT-NONE
                      AND NOT ACCT-CLOSED
                      PERFORM 2520-WRITE-CONVERTED-ROW
                   END-IF
           END-READ.

       2520-WRITE-CONVERTED-ROW SECTION.

           MOVE SPACES             TO MO01-DISC-RECORD.
           MOVE CUST-KEY           TO DSC-CUST-ID.
           MOVE CUST-DISCOUNT-CAT  TO DSC-CATEGORY.
           SET DSC-PROOF-CONVERTED TO TRUE.
           MOVE WS-DATE            TO DSC-VERIFIED-DATE.
           COMPUTE DSC-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER
                      (WS-DATE-INTEGER + WS-CONVERT-DAYS).
           SET DSC-STAT-ACTIVE     TO TRUE.
           MOVE ZEROS              TO DSC-NOTICE-DATE.
           MOVE ZEROS              TO DSC-DROP-DATE.
           MOVE WS-DATE            TO DSC-LAST-MAINT-DATE.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-DISC-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   MOVE 'CONVERT ' TO WS-LL-TAG
                   MOVE 'NO PROOF ON FILE' TO WS-LL-REASON
                   PERFORM 2960-WRITE-LIST-LINE
           END-WRITE.

       2800-REWRITE-ELIGIBILITY SECTION.

           MOVE WS-DATE TO DSC-LAST-MAINT-DATE.

           REWRITE MO01-DISC-RECORD
               INVALID KEY
                   DISPLAY 'ELIGIBILITY REWRITE FAILED: ' DSC-CUST-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-DISC-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-DISC-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO ELIGIBILITY ON FILE FOR: ' IN-CUST-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'DISC001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE DSC-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-DISC-RECORD   TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-LIST-LINE SECTION.

           MOVE DSC-CUST-ID        TO WS-LL-CUST-ID.
           MOVE DSC-CATEGORY       TO WS-LL-CATEGORY.
           MOVE DSC-PROOF-TYPE     TO WS-LL-PROOF-TYPE.
           MOVE DSC-PROOF-REF      TO WS-LL-PROOF-REF.
           MOVE DSC-VERIFIED-DATE  TO WS-LL-VERIFIED.
           MOVE DSC-EXPIRY-DATE    TO WS-LL-EXPIRY.
           WRITE TO02-DISC-AUDIT-RECORD FROM WS-LIST-LINE.

       3000-RECERTIFICATION-SWEEP SECTION.

      *    FULL MASTER PASS AFTER TONIGHT'S TRANSACTIONS. ONLY ROWS
      *    STILL EARNING THE DISCOUNT (ACTIVE OR IN GRACE) ARE
      *    LOOKED AT -- A DROPPED ROW COMES BACK ONLY ON A 'R'.
           MOVE LOW-VALUES TO DSC-CUST-ID.
           START MO01-DISC-KSDS KEY >= DSC-CUST-ID
               INVALID KEY
                   SET DISC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-ELIGIBILITY
               UNTIL DISC-SCAN-EOF.

       3100-SCAN-ONE-ELIGIBILITY SECTION.

           READ MO01-DISC-KSDS NEXT
               AT END  SET DISC-SCAN-EOF TO TRUE
               NOT AT END
                   IF DSC-STAT-ACTIVE OR DSC-STAT-GRACE
                      PERFORM 3200-REVIEW-ELIGIBILITY
                   END-IF
           END-READ.

       3200-REVIEW-ELIGIBILITY SECTION.

           MOVE MO01-DISC-RECORD TO WS-AUDIT-BEFORE.

      *    THE HOLDER HAS MOVED OUT, OR THE MASTER NO LONGER CARRIES
      *    THE SAME FLAG -- NO PROOF CAN KEEP THIS DISCOUNT.
           MOVE DSC-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-LL-REASON
                   PERFORM 3400-DROP-DISCOUNT
                   GO TO 3200-EXIT
           END-READ.

           IF ACCT-CLOSED
              MOVE 'ACCOUNT CLOSED'      TO WS-LL-REASON
              PERFORM 3400-DROP-DISCOUNT
              GO TO 3200-EXIT
           END-IF.

           IF CUST-DISCOUNT-CAT NOT = DSC-CATEGORY
              MOVE 'CATEGORY FLAG CHANGED' TO WS-LL-REASON
              PERFORM 3400-DROP-DISCOUNT
              GO TO 3200-EXIT
           END-IF.

           COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DSC-EXPIRY-DATE).

           IF WS-DATE-INTEGER > WS-EXPIRY-INTEGER + WS-GRACE-DAYS
              MOVE 'NOT RECERTIFIED'     TO WS-LL-REASON
              PERFORM 3400-DROP-DISCOUNT
              GO TO 3200-EXIT
           END-IF.

           IF DSC-NOTICE-DATE = ZEROS
              AND WS-EXPIRY-INTEGER - WS-DATE-INTEGER
                  NOT > WS-NOTICE-DAYS
              PERFORM 3300-WRITE-RECERT-NOTICE
           END-IF.

           IF DSC-STAT-ACTIVE
              AND WS-DATE-INTEGER > WS-EXPIRY-INTEGER
              SET DSC-STAT-GRACE TO TRUE
              ADD 1 TO WS-GRACE-CTR
              MOVE 'GRACE   '            TO WS-LL-TAG
              MOVE 'PROOF EXPIRED'       TO WS-LL-REASON
              PERFORM 2960-WRITE-LIST-LINE
           END-IF.

           IF MO01-DISC-RECORD NOT = WS-AUDIT-BEFORE(1:80)
              PERFORM 2800-REWRITE-ELIGIBILITY
           END-IF.

       3200-EXIT.
           EXIT.

       3300-WRITE-RECERT-NOTICE SECTION.

           MOVE SPACES           TO TO09-NOTIF-REQ-RECORD.
           MOVE DSC-CUST-ID      TO NRQ-CUST-ID.
           MOVE 'DREC'           TO NRQ-DOC-TYPE.
           MOVE DSC-EXPIRY-DATE  TO NRQ-REF.
           STRING 'YOUR BILL DISCOUNT PROOF EXPIRES '
                  DSC-EXPIRY-DATE
                  ' - PLEASE RECERTIFY'
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE          TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

           MOVE WS-DATE TO DSC-NOTICE-DATE.
           ADD 1 TO WS-NOTICE-CTR.

       3400-DROP-DISCOUNT SECTION.

           SET DSC-STAT-EXPIRED TO TRUE.
           MOVE WS-DATE TO DSC-DROP-DATE.
           PERFORM 2800-REWRITE-ELIGIBILITY.
           ADD 1 TO WS-DROP-CTR.
           MOVE 'DROPPED ' TO WS-LL-TAG.
           PERFORM 2960-WRITE-LIST-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' DISCOUNTS ENROLLED       ',  WS-ADD-CTR
           DISPLAY ' DISCOUNTS RECERTIFIED    ',  WS-RENEW-CTR
           DISPLAY ' DISCOUNTS REVOKED        ',  WS-REVOKE-CTR
           DISPLAY ' FLAGGED ROWS CONVERTED   ',  WS-CONVERT-CTR
           DISPLAY ' RECERTIFICATION NOTICES  ',  WS-NOTICE-CTR
           DISPLAY ' ENTERED GRACE            ',  WS-GRACE-CTR
           DISPLAY ' DISCOUNTS DROPPED        ',  WS-DROP-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DISC-TRAN,
                  MO01-DISC-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-DISC-ERR,
                  TO02-DISC-AUDIT-LIST,
                  TO09-NOTIF-REQ,
                  MO09-AUDIT-KSDS.

           STOP RUN.
