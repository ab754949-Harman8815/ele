       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TCN001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DECIDES WHICH CONNECTIONS HAVE REACHED THEIR EXPIRY. A
      *    MISSING FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-TCN-TRAN       ASSIGN TO TCNTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    TEMPORARY-CONNECTION MASTER CUST001 WRITES WHEN A CLASS
      *    'T' ACCOUNT IS LOADED. DYNAMIC SO THE EXPIRY SWEEP CAN
      *    WALK IT AFTER THE DAY'S EXTENSIONS HAVE POSTED.
           SELECT MO01-TCN-KSDS       ASSIGN TO TCNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS TCN-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

      *    CUSTOMER MASTER -- AN ACCOUNT ALREADY CLOSED BY HAND
      *    NEEDS NO ORDERS, AND ONLY A CLASS 'T' ACCOUNT EXTENDS.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    SECURITY-DEPOSIT SUB-LEDGER DEP001 MAINTAINS -- THE
      *    ADVANCE TOPPED UP FOR AN EXTENSION JOINS WHAT IS LEFT
      *    OF THE ORIGINAL ADVANCE FOR BILL003 TO DRAW ON.
           SELECT MO02-DEPOSIT-KSDS   ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

      *    METER MASTER, ENTERED ON THE CUSTOMER-ID ALTERNATE INDEX
      *    SO EVERY METER ON AN EXPIRED ACCOUNT GETS ITS ORDER AND
      *    ITS CLOSURE CARD.
           SELECT MI02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    DISCONNECTION ORDERS IN WO001'S OWN WOTRAN LAYOUT --
      *    ELECWORK CONCATENATES THIS FILE BEHIND THE DISPATCHERS'
      *    INPUT.
           SELECT TO01-TCN-WO         ASSIGN TO TCNWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WO-STATUS.

      *    CLOSURE CARDS IN CUST004'S OWN CLOSTRAN LAYOUT -- THE
      *    NEXT STEP CONCATENATES THIS FILE BEHIND THE DAY'S
      *    CLOSURE INPUT, SO THE FINAL BILL GOES OUT TONIGHT.
           SELECT TO02-TCN-CLOSE      ASSIGN TO TCNCLOS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CLOS-STATUS.

           SELECT TO03-TCN-ERR        ASSIGN TO TCNERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY EXTENSION GRANTED AND EVERY CONNECTION EXPIRED
      *    TONIGHT, WITH THE ORDERS RAISED FOR IT.
           SELECT TO04-TCN-LIST       ASSIGN TO TCNLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

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

      *    ONE TRANSACTION PER EXTENSION -- 'E' ADDS DAYS OF
      *    SUPPLY ON THE TOP-UP ADVANCE COLLECTED FOR THEM. THE
      *    APPLIED DATE IS THE DAY THE CUSTOMER ASKED, WHICH MUST
      *    FALL BEFORE THE CURRENT EXPIRY.
       FD TI01-TCN-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-TCN-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-EXTEND              VALUE 'E'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-EXTRA-DAYS       PIC 9(03).
          05 IN-APPLIED-DATE     PIC 9(08).
          05 IN-ADVANCE-PAID     PIC 9(07)V99.
          05 FILLER              PIC X(07).

       FD MO01-TCN-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO01-TCN-RECORD.
          05 TCN-CUST-ID         PIC X(12).
          05 TCN-START-DATE      PIC 9(08).
          05 TCN-EXPIRY-DATE     PIC 9(08).
          05 TCN-SANCTIONED-KW   PIC 9(04)V9.
      *    DAYS AND ADVANCE AS BOOKED, INCLUDING EVERY EXTENSION.
          05 TCN-DAYS            PIC 9(03).
          05 TCN-ADVANCE-AMT     PIC 9(07)V99.
          05 TCN-STATUS          PIC X(01).
             88 TCN-STAT-ACTIVE             VALUE 'A'.
             88 TCN-STAT-EXPIRED            VALUE 'X'.
          05 TCN-EXT-COUNT       PIC 9(02).
          05 TCN-LAST-EXT-DATE   PIC 9(08).
          05 FILLER              PIC X(04).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT TO THE
      *    TARIFF CLASS AND ACCOUNT STATUS.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY          PIC X(12).
          05 FILLER            PIC X(94).
          05 CUST-TARIFF-CLASS PIC X(01).
             88 TARIFF-TEMPORARY     VALUE 'T'.
          05 FILLER            PIC X(02).
          05 CUST-ACCT-STATUS  PIC X(01).
             88 ACCT-CLOSED          VALUE 'C'.
          05 FILLER            PIC X(40).

      *    SAME DEPOSIT SUB-LEDGER LAYOUT DEP001 MAINTAINS.
       FD MO02-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MO02-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).
             88 DEP-STAT-HELD                 VALUE 'H'.
             88 DEP-STAT-PARTIAL              VALUE 'P'.
             88 DEP-STAT-REFUNDED             VALUE 'R'.
             88 DEP-STAT-ESCHEATED            VALUE 'E'.

      *    SAME METER MASTER LAYOUT CUST004 READS.
       FD MI02-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME 94-BYTE TRANSACTION SHAPE WO001 READS; THE NOTES
      *    CARRY THE METER.
       FD TO01-TCN-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO01-TCN-WO-RECORD.
          05 TW-TRANS-TYPE       PIC X(01).
          05 TW-WO-ID            PIC X(10).
          05 TW-SOURCE-TYPE      PIC X(01).
          05 TW-SOURCE-REF       PIC X(10).
          05 TW-CUST-ID          PIC X(12).
          05 TW-CREW-ID          PIC X(08).
          05 TW-PROMISED-DATE    PIC 9(08).
          05 TW-COMPLETE-DATE    PIC 9(08).
          05 TW-NOTES.
             10 TW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(06).
          05 TW-JOB-TYPE         PIC X(04).
          05 TW-LABOR-HOURS      PIC 9(03)V9.
          05 TW-MATERIAL-AMT     PIC 9(06)V99.

      *    SAME CLOSURE CARD CUST004 READS -- ONE PER METER, EACH
      *    NAMING ITS METER.
       FD TO02-TCN-CLOSE
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TO02-TCN-CLOSE-RECORD.
          05 CL-CUST-ID          PIC X(12).
          05 CL-MOVE-OUT-DATE    PIC 9(08).
          05 CL-FINAL-READ       PIC 9(06).
          05 CL-METER-ID         PIC X(14).

       FD TO03-TCN-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         41  CHARACTERS.

       01 TO03-TCN-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(40).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-NOT-ACTIVE         VALUE '3'.
             88 ERR-REAS-AFTER-EXPIRY       VALUE '4'.
             88 ERR-REAS-BAD-DAYS           VALUE '5'.
             88 ERR-REAS-SHORT-ADVANCE      VALUE '6'.
             88 ERR-REAS-NO-METER           VALUE '7'.

       FD TO04-TCN-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO04-TCN-LIST-RECORD    PIC X(100).

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
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-DEP-STATUS         PIC X(02).
             88 DEP-IO-STATUS      VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
          05 WS-CLOS-STATUS        PIC X(02).
             88 CLOS-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    AN EXTENSION'S TOP-UP IS SIZED EXACTLY AS APPL001 SIZES
      *    THE ORIGINAL ADVANCE -- THE SANCTIONED KILOWATTS, RUN
      *    HALF THE DAY, FOR EVERY EXTRA DAY, AT THE TOP PRICE ON
      *    THE CLASS 'T' RATE ROWS.
       01 WS-TEMP-ADVANCE-VARIABLES.
          05 WS-TEMP-MAX-DAYS      PIC 9(03) VALUE 180.
          05 WS-TEMP-HOURS-PER-DAY PIC 9(02) VALUE 12.
          05 WS-TEMP-UNIT-RATE     PIC 9(03)V99 VALUE 12.00.
          05 WS-TOPUP-REQUIRED     PIC 9(07)V99 VALUE ZEROS.

       01 WS-SWEEP-VARIABLES.
          05 WS-EXPIRY-INTEGER     PIC S9(09) COMP.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 TCN-SCAN-EOF       VALUE 'Y'.
          05 WS-MTR-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 MTR-SCAN-EOF       VALUE 'Y'.
          05 WS-METER-CTR          PIC 9(03) VALUE ZEROS.

      *    DISCONNECTION ORDER IDS -- 'T' + RUN DATE YYMMDD + A
      *    SEQUENCE WITHIN THE RUN, THE SAME SHAPE COMM001 AND
      *    AMIC001 USE FOR THE ORDERS THEY RAISE.
       01 WS-WO-ID-VARIABLES.
          05 WS-NEW-WO-ID          PIC X(10) VALUE SPACES.
          05 WS-WO-SEQ             PIC 9(03) VALUE ZEROS.
          05 WS-SEQ-MAX            PIC 9(03) VALUE 999.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'TEMPORARY CONNECTIONS EXTENDED / EXPIRED'.
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
          05 WS-LL-START          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-EXPIRY         PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-DAYS           PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-ADVANCE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REMARK         PIC X(30).
          05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-EXTEND-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-EXPIRE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-WO-CTR             PIC 9(05) VALUE ZEROS.
          05 WS-CLOSE-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'TCN001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  TEMPORARY CONNECTION EXTEND / EXPIRY   '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

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

           MOVE WS-DATE TO WS-LH-DATE.
           WRITE TO04-TCN-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-TCN-TRAN UNTIL TRAN-EOF.

      *    EXTENSIONS POST FIRST, SO ONE APPLIED FOR IN TIME IS
      *    HONOURED EVEN WHEN IT REACHES US ON THE EXPIRY NIGHT.
           PERFORM 3000-EXPIRY-SWEEP.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-TCN-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING TEMP CONNECTION TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-TCN-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING TEMP CONNECTION KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-DEPOSIT-KSDS.
           IF NOT DEP-IO-STATUS
              DISPLAY 'ERROR OPENING DEPOSIT SUB-LEDGER KSDS: '
                      WS-DEP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-TCN-WO.
           IF NOT WO-IO-STATUS
              DISPLAY 'ERROR OPENING DISCONNECTION ORDER FILE: '
                      WS-WO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-TCN-CLOSE.
           IF NOT CLOS-IO-STATUS
              DISPLAY 'ERROR OPENING CLOSURE CARD FILE: '
                      WS-CLOS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-TCN-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING TEMP CONNECTION ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO04-TCN-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING TEMP CONNECTION LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-TCN-TRAN  SECTION.

           READ TI01-TCN-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-EXTEND
                  PERFORM 2310-EXTEND-CONNECTION
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-EXTEND-CONNECTION SECTION.

           MOVE IN-CUST-ID TO TCN-CUST-ID.

           READ MO01-TCN-KSDS
               INVALID KEY
                   DISPLAY 'NO TEMPORARY CONNECTION FOR: '
                           IN-CUST-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   PERFORM 2400-VALIDATE-EXTENSION
                   IF TRAN-VALID
                      PERFORM 2450-APPLY-EXTENSION
                   END-IF
           END-READ.

       2400-VALIDATE-EXTENSION SECTION.

      *    ONLY A CONNECTION STILL IN SUPPLY CAN BE EXTENDED, AND
      *    ONLY ON AN APPLICATION MADE BEFORE IT EXPIRES -- ONCE
      *    THE EXPIRY DATE IS REACHED THE SITE NEEDS A NEW
      *    APPLICATION. THE TOP-UP MUST COVER THE EXTRA DAYS.
           SET TRAN-VALID TO TRUE.

           IF NOT TCN-STAT-ACTIVE
              DISPLAY 'TEMPORARY CONNECTION ALREADY EXPIRED: '
                      IN-CUST-ID
              SET ERR-REAS-NOT-ACTIVE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

           IF TRAN-VALID
              IF IN-APPLIED-DATE NOT NUMERIC
                 OR IN-APPLIED-DATE = ZEROS
                 OR IN-APPLIED-DATE > WS-DATE
                 OR IN-APPLIED-DATE NOT < TCN-EXPIRY-DATE
                 DISPLAY 'EXTENSION NOT APPLIED FOR BEFORE EXPIRY: '
                         IN-CUST-ID
                 SET ERR-REAS-AFTER-EXPIRY TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

           IF TRAN-VALID
              IF IN-EXTRA-DAYS NOT NUMERIC
                 OR IN-EXTRA-DAYS = ZEROS
                 OR IN-EXTRA-DAYS > WS-TEMP-MAX-DAYS
                 OR TCN-DAYS + IN-EXTRA-DAYS > 999
                 DISPLAY 'EXTENSION DAYS INVALID: ' IN-CUST-ID
                 SET ERR-REAS-BAD-DAYS TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

           IF TRAN-VALID
              COMPUTE WS-TOPUP-REQUIRED ROUNDED =
                      TCN-SANCTIONED-KW * WS-TEMP-HOURS-PER-DAY
                    * IN-EXTRA-DAYS * WS-TEMP-UNIT-RATE
              IF IN-ADVANCE-PAID NOT NUMERIC
                 OR IN-ADVANCE-PAID < WS-TOPUP-REQUIRED
                 DISPLAY 'EXTENSION TOP-UP SHORT FOR: ' IN-CUST-ID
                         ' REQUIRED: ' WS-TOPUP-REQUIRED
                 SET ERR-REAS-SHORT-ADVANCE TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

       2450-APPLY-EXTENSION SECTION.

      *    THE NEW EXPIRY RUNS ON FROM THE OLD ONE, NOT FROM THE
      *    DAY OF THE APPLICATION, SO NO DAY ALREADY PAID FOR IS
      *    LOST.
           MOVE MO01-TCN-RECORD TO WS-AUDIT-BEFORE.

           COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TCN-EXPIRY-DATE)
                 + IN-EXTRA-DAYS.
           COMPUTE TCN-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER).
           ADD IN-EXTRA-DAYS     TO TCN-DAYS.
           ADD IN-ADVANCE-PAID   TO TCN-ADVANCE-AMT.
           ADD 1                 TO TCN-EXT-COUNT.
           MOVE IN-APPLIED-DATE  TO TCN-LAST-EXT-DATE.

           REWRITE MO01-TCN-RECORD
               INVALID KEY
                   DISPLAY 'TEMP CONNECTION REWRITE FAILED: '
                           TCN-CUST-ID ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-EXTEND-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   PERFORM 2500-POST-TOPUP
                   MOVE 'EXTENDED'          TO WS-LL-TAG
                   MOVE 'TOP-UP ADDED TO ADVANCE'
                                            TO WS-LL-REMARK
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       2500-POST-TOPUP SECTION.

      *    THE TOP-UP JOINS WHATEVER IS LEFT OF THE ADVANCE ON THE
      *    SUB-LEDGER; A ROW BILL003 HAS DRAWN DOWN TO NOTHING IS
      *    SIMPLY REFILLED.
           MOVE TCN-CUST-ID TO DEP-CUST-ID.

           READ MO02-DEPOSIT-KSDS
               INVALID KEY
                   MOVE TCN-CUST-ID     TO DEP-CUST-ID
                   MOVE IN-ADVANCE-PAID TO DEP-AMOUNT
                   MOVE WS-DATE         TO DEP-DATE-COLLECTED
                   SET DEP-STAT-HELD    TO TRUE
                   WRITE MO02-DEPOSIT-RECORD
                       INVALID KEY
                           DISPLAY 'ADVANCE WRITE FAILED: '
                                   DEP-CUST-ID
                                   ' STATUS: ' WS-DEP-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   ADD IN-ADVANCE-PAID  TO DEP-AMOUNT
                   MOVE WS-DATE         TO DEP-DATE-COLLECTED
                   SET DEP-STAT-HELD    TO TRUE
                   REWRITE MO02-DEPOSIT-RECORD
                       INVALID KEY
                           DISPLAY 'ADVANCE REWRITE FAILED: '
                                   DEP-CUST-ID
                                   ' STATUS: ' WS-DEP-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-TCN-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO03-TCN-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'TCN001  ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE TCN-CUST-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-TCN-RECORD    TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-LIST-LINE SECTION.

           MOVE TCN-CUST-ID        TO WS-LL-CUST-ID.
           MOVE TCN-START-DATE     TO WS-LL-START.
           MOVE TCN-EXPIRY-DATE    TO WS-LL-EXPIRY.
           MOVE TCN-DAYS           TO WS-LL-DAYS.
           MOVE TCN-ADVANCE-AMT    TO WS-LL-ADVANCE.
           WRITE TO04-TCN-LIST-RECORD FROM WS-LIST-LINE.

       3000-EXPIRY-SWEEP SECTION.

      *    FULL MASTER PASS AFTER TONIGHT'S EXTENSIONS. EVERY
      *    CONNECTION STILL IN SUPPLY WHOSE EXPIRY HAS ARRIVED GETS
      *    A DISCONNECTION ORDER AND A CLOSURE CARD PER METER.
           MOVE LOW-VALUES TO TCN-CUST-ID.
           START MO01-TCN-KSDS KEY >= TCN-CUST-ID
               INVALID KEY
                   SET TCN-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-CONNECTION
               UNTIL TCN-SCAN-EOF.

       3100-SCAN-ONE-CONNECTION SECTION.

           READ MO01-TCN-KSDS NEXT
               AT END  SET TCN-SCAN-EOF TO TRUE
               NOT AT END
                   IF TCN-STAT-ACTIVE
                      AND TCN-EXPIRY-DATE NOT > WS-DATE
                      PERFORM 3200-EXPIRE-CONNECTION
                   END-IF
           END-READ.

       3200-EXPIRE-CONNECTION SECTION.

           MOVE MO01-TCN-RECORD TO WS-AUDIT-BEFORE.

      *    AN ACCOUNT CLOSED BY HAND BEFORE ITS EXPIRY HAS ALREADY
      *    HAD ITS FINAL BILL -- THE ROW IS SIMPLY RETIRED.
           MOVE TCN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'   TO WS-LL-REMARK
                   PERFORM 3500-MARK-EXPIRED
                   GO TO 3200-EXIT
           END-READ.

           IF ACCT-CLOSED
              MOVE 'ACCOUNT ALREADY CLOSED'     TO WS-LL-REMARK
              PERFORM 3500-MARK-EXPIRED
              GO TO 3200-EXIT
           END-IF.

           MOVE ZEROS TO WS-METER-CTR.
           MOVE 'N'   TO WS-MTR-EOF-FLAG.
           MOVE TCN-CUST-ID TO MTR-CUST-ID.
           START MI02-METER-KSDS KEY IS EQUAL TO MTR-CUST-ID
               INVALID KEY
                   SET MTR-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3300-ORDER-ONE-METER
               UNTIL MTR-SCAN-EOF.

      *    NO METER MEANS NO FINAL READING AND NOTHING FOR A CREW
      *    TO CUT -- THE ROW STAYS ACTIVE AND IS REPORTED EVERY
      *    NIGHT UNTIL THE METER RECORD IS PUT RIGHT.
           IF WS-METER-CTR = ZEROS
              DISPLAY 'NO METER FOR EXPIRED TEMPORARY CONNECTION: '
                      TCN-CUST-ID
              MOVE SPACES            TO TI01-TCN-TRAN-RECORD
              MOVE 'X'               TO IN-TRANS-TYPE
              MOVE TCN-CUST-ID       TO IN-CUST-ID
              SET ERR-REAS-NO-METER  TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              MOVE 'EXPIRED '        TO WS-LL-TAG
              MOVE 'NO METER - NOT CLOSED'
                                     TO WS-LL-REMARK
              PERFORM 2960-WRITE-LIST-LINE
              GO TO 3200-EXIT
           END-IF.

           MOVE 'ORDERS RAISED, FINAL BILL DUE' TO WS-LL-REMARK.
           PERFORM 3500-MARK-EXPIRED.

       3200-EXIT.
           EXIT.

       3300-ORDER-ONE-METER SECTION.

           READ MI02-METER-KSDS NEXT
               AT END  SET MTR-SCAN-EOF TO TRUE
               NOT AT END
                   IF MTR-CUST-ID NOT = TCN-CUST-ID
                      SET MTR-SCAN-EOF TO TRUE
                   ELSE
                      ADD 1 TO WS-METER-CTR
                      PERFORM 3310-RAISE-DISCONNECT-WO
                      PERFORM 3320-WRITE-CLOSURE-CARD
                   END-IF
           END-READ.

       3310-RAISE-DISCONNECT-WO SECTION.

      *    A NEW, UNASSIGNED DISCONNECTION ORDER FOR THE METER,
      *    PROMISED FOR TONIGHT'S RUN DATE -- THE SUPPLY WAS ONLY
      *    EVER SANCTIONED UP TO THE EXPIRY.
           IF WS-WO-SEQ >= WS-SEQ-MAX
              DISPLAY 'DISCONNECTION ORDER SEQUENCE EXHAUSTED - '
                      'METER ' MTR-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 3310-EXIT
           END-IF.

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WS-NEW-WO-ID.
           STRING 'T' WS-DATE(3:6) WS-WO-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-WO-ID
           END-STRING.

           MOVE SPACES            TO TO01-TCN-WO-RECORD.
           MOVE 'N'               TO TW-TRANS-TYPE.
           MOVE WS-NEW-WO-ID      TO TW-WO-ID.
           MOVE 'D'               TO TW-SOURCE-TYPE.
           MOVE 'TEMPEXPIRY'      TO TW-SOURCE-REF.
           MOVE TCN-CUST-ID       TO TW-CUST-ID.
           MOVE WS-DATE           TO TW-PROMISED-DATE.
           MOVE ZEROS             TO TW-COMPLETE-DATE.
           MOVE MTR-ID            TO TW-NOTE-METER-ID.
           MOVE ZEROS             TO TW-LABOR-HOURS.
           MOVE ZEROS             TO TW-MATERIAL-AMT.
           WRITE TO01-TCN-WO-RECORD.

           ADD 1 TO WS-WO-CTR.

       3310-EXIT.
           EXIT.

       3320-WRITE-CLOSURE-CARD SECTION.

      *    THE ACCOUNT CLOSES ON THE EXPIRY DATE ITSELF. NO FINAL
      *    READING COMES BACK FROM THE SITE BEFORE CUST004 RUNS, SO
      *    THE LAST READING ON THE METER MASTER STANDS AS THE FINAL
      *    ONE AND THE FINAL BILL CARRIES THE PRO-RATED STANDING
      *    CHARGES AND WHATEVER IS STILL OWED.
           MOVE SPACES            TO TO02-TCN-CLOSE-RECORD.
           MOVE TCN-CUST-ID       TO CL-CUST-ID.
           MOVE TCN-EXPIRY-DATE   TO CL-MOVE-OUT-DATE.
           MOVE MTR-CURR-READ     TO CL-FINAL-READ.
           MOVE MTR-ID            TO CL-METER-ID.
           WRITE TO02-TCN-CLOSE-RECORD.

           ADD 1 TO WS-CLOSE-CTR.

       3500-MARK-EXPIRED SECTION.

           SET TCN-STAT-EXPIRED TO TRUE.

           REWRITE MO01-TCN-RECORD
               INVALID KEY
                   DISPLAY 'TEMP CONNECTION REWRITE FAILED: '
                           TCN-CUST-ID ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   MOVE 'EXPIRED '         TO WS-LL-TAG
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CONNECTIONS EXTENDED     ',  WS-EXTEND-CTR
           DISPLAY ' CONNECTIONS EXPIRED      ',  WS-EXPIRE-CTR
           DISPLAY ' DISCONNECTION ORDERS     ',  WS-WO-CTR
           DISPLAY ' CLOSURE CARDS WRITTEN    ',  WS-CLOSE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-TCN-TRAN,
                  MO01-TCN-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MO02-DEPOSIT-KSDS,
                  MI02-METER-KSDS,
                  TO01-TCN-WO,
                  TO02-TCN-CLOSE,
                  TO03-TCN-ERR,
                  TO04-TCN-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
