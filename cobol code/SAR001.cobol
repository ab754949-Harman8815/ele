       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAR001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    SUBJECT-ACCESS REQUESTS KEYED BY THE PRIVACY DESK -- ONE
      *    PER CUSTOMER DEMANDING EVERYTHING WE HOLD ABOUT THEM.
      *    A REQUEST IS LOGGED THE DAY IT IS RECEIVED EVEN BEFORE
      *    THE CUSTOMER'S IDENTITY IS PROVEN; THE SAME CARD KEYED
      *    AGAIN WITH THE IDENTITY FLAG SET PRODUCES THE EXTRACT.
           SELECT TI01-SAR-REQUEST    ASSIGN TO SARTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REQ-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    MAINTENANCE AUDIT TRAIL -- KEYED BY PROGRAM AND RUN, NOT
      *    BY ACCOUNT, SO THE CUSTOMER'S BEFORE/AFTER IMAGES ARE
      *    FOUND BY A FRONT-TO-BACK SWEEP ON THE RECORD KEY, THE
      *    SAME TEST PURGE001 APPLIES FOR LEGAL HOLDS. TOLERABLE
      *    AT THE HANDFUL OF REQUESTS A WEEK THE DESK RECEIVES.
           SELECT MI02-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

      *    METER MASTER -- EVERY METER THE CUSTOMER HAS, THROUGH
      *    THE CUSTOMER-ID ALTERNATE INDEX.
           SELECT MI03-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    METER-EXCHANGE MASTER MXCH001 MAINTAINS -- THE REMOVAL
      *    AND INITIAL READINGS TAKEN WHEN A METER WAS REPLACED.
           SELECT MI04-MXC-KSDS       ASSIGN TO MXCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MXC-NEW-MTR-ID
           FILE STATUS            IS WS-MXC-STATUS.

           SELECT MI05-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

           SELECT MI06-BILL-HIST-KSDS ASSIGN TO BILHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS BH-KEY
           FILE STATUS            IS WS-BH-STATUS.

      *    PAYMENT REGISTRY BILLPAYDB2 KEEPS -- KEYED BY PAYMENT
      *    ID AND CARRYING ONLY THE BILL, SO A CUSTOMER'S PAYMENTS
      *    ARE THE ROWS AGAINST THE BILLS FOUND ON BILL HISTORY.
           SELECT MI07-PAY-REGISTRY   ASSIGN TO PAYREGIS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS REG-PAYMENT-ID
           FILE STATUS            IS WS-REG-STATUS.

           SELECT MI08-DEPOSIT-KSDS   ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

      *    THE COMPLAINT AND WORK-ORDER MASTERS HAVE NO CUSTOMER
      *    INDEX -- FRONT-TO-BACK, FILTERED, AS CINQ001 DOES.
           SELECT MI09-COMPLAINT-KSDS ASSIGN TO CMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

           SELECT MI10-WO-KSDS        ASSIGN TO WOKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS WO-ID
           FILE STATUS            IS WS-WO-STATUS.

      *    CUSTOMER-KEYED CORRESPONDENCE HISTORY -- ONE PREFIX
      *    BROWSE.
           SELECT MI11-CORR-KSDS      ASSIGN TO CORRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CORR-KEY
           FILE STATUS            IS WS-CORR-STATUS.

      *    NOTIFICATION LOG NOTIFHUB KEEPS -- KEYED BY
      *    NOTIFICATION ID, SO SWEPT AND FILTERED.
           SELECT MI12-NOTIF-LOG-KSDS ASSIGN TO NLOGKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS NLG-NOTIF-ID
           FILE STATUS            IS WS-NLG-STATUS.

           SELECT MI13-PROTECT-KSDS   ASSIGN TO PROTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PROT-CUST-ID
           FILE STATUS            IS WS-PROT-STATUS.

           SELECT MI14-SCORE-KSDS     ASSIGN TO SCOREKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SCR-CUST-ID
           FILE STATUS            IS WS-SCR-STATUS.

      *    REQUEST LOG -- ONE ROW PER REQUEST, KEYED BY CUSTOMER
      *    AND DATE RECEIVED, CARRYING THE STATUTORY DEADLINE AND
      *    THE DATE IT WAS MET. THE RECORD THE REGULATOR ASKS FOR.
           SELECT MO01-SAR-LOG-KSDS   ASSIGN TO SARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS SAR-KEY
           FILE STATUS            IS WS-SAR-STATUS.

      *    INQUIRY ACCESS LOG -- AN EXTRACT DISCLOSES THE WHOLE
      *    ACCOUNT, SO IT IS LOGGED AGAINST THE CLERK WHO KEYED
      *    THE REQUEST BEFORE A SINGLE RECORD IS WRITTEN.
           SELECT MO02-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

           SELECT TO01-SAR-EXTRACT    ASSIGN TO SAREXT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-EXT-STATUS.

           SELECT TO02-SAR-LETTERS    ASSIGN TO SARLTRS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LTR-STATUS.

           SELECT TO03-SAR-RPT        ASSIGN TO SARRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT TO04-SAR-ERR        ASSIGN TO SARERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    'Y' IN THE IDENTITY FLAG MEANS THE DESK HAS SEEN PROOF
      *    OF IDENTITY (OR OF A REPRESENTATIVE'S AUTHORITY, NAMED
      *    IN SRQ-REQUESTER); ANYTHING ELSE ONLY LOGS THE REQUEST
      *    AND STARTS THE CLOCK.
       FD TI01-SAR-REQUEST
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-SAR-REQUEST-RECORD.
          05 SRQ-CUST-ID          PIC X(12).
          05 SRQ-RECEIVED-DATE    PIC 9(08).
          05 SRQ-RECEIVED-DATE-X REDEFINES SRQ-RECEIVED-DATE.
             10 SRQ-RECV-YYYY     PIC 9(04).
             10 SRQ-RECV-MM       PIC 9(02).
             10 SRQ-RECV-DD       PIC 9(02).
          05 SRQ-ID-VERIFIED      PIC X(01).
             88 SRQ-IDENTITY-VERIFIED        VALUE 'Y'.
          05 SRQ-CHANNEL          PIC X(01).
             88 SRQ-BY-POST                  VALUE 'P'.
             88 SRQ-BY-EMAIL                 VALUE 'E'.
             88 SRQ-AT-COUNTER               VALUE 'C'.
          05 SRQ-REQUESTER        PIC X(30).
          05 SRQ-OPERATOR-ID      PIC X(08).
          05 FILLER               PIC X(20).

      *    SAME CUSTOMER MASTER LAYOUT BILLPRNT READS -- THE WHOLE
      *    150 BYTES GO INTO THE EXTRACT AS THEY STAND.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 CUST-AREA-CODE   PIC X(6).
          05 CUST-SPACE       PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 FILLER           PIC X(46).

       FD MI02-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.

       01 MI02-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

       FD MI03-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI03-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME EXCHANGE LAYOUT MXCH001 WRITES.
       FD MI04-MXC-KSDS
           RECORD CONTAINS         110  CHARACTERS.

       01 MI04-MXC-RECORD.
          05 MXC-NEW-MTR-ID       PIC X(14).
          05 MXC-OLD-MTR-ID       PIC X(14).
          05 MXC-CUST-ID          PIC X(12).
          05 FILLER               PIC X(70).

       FD MI05-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI05-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       FD MI06-BILL-HIST-KSDS
           RECORD CONTAINS         260 CHARACTERS.

       01 MI06-BILL-HIST-RECORD.
          05 BH-KEY.
             10 BH-CUST-ID        PIC X(12).
             10 BH-BILL-PERIOD    PIC 9(06).
             10 BH-BILL-ID        PIC X(12).
          05 BH-BILL-IMAGE        PIC X(230).

       FD MI07-PAY-REGISTRY
           RECORD CONTAINS         38  CHARACTERS.

       01 MI07-PAY-REG-RECORD.
          05 REG-PAYMENT-ID       PIC X(08).
          05 REG-POST-DATE        PIC 9(08).
          05 REG-BILL-ID          PIC X(14).
          05 REG-AMOUNT           PIC 9(06)V99.

       FD MI08-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI08-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).

       FD MI09-COMPLAINT-KSDS
           RECORD CONTAINS         54  CHARACTERS.

       01 MI09-COMPLAINT-RECORD.
          05 CMPL-ID             PIC X(10).
          05 CMPL-CUST-ID        PIC X(12).
          05 CMPL-CATEGORY       PIC X(15).
          05 CMPL-DATE-OPENED    PIC 9(08).
          05 CMPL-STATUS         PIC X(01).
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME WORK-ORDER LAYOUT WO001 MAINTAINS.
       FD MI10-WO-KSDS
           RECORD CONTAINS         120  CHARACTERS.

       01 MI10-WO-RECORD.
          05 WO-ID               PIC X(10).
          05 WO-SOURCE-TYPE      PIC X(01).
          05 WO-SOURCE-REF       PIC X(10).
          05 WO-CUST-ID          PIC X(12).
          05 FILLER              PIC X(87).

       FD MI11-CORR-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI11-CORR-RECORD.
          05 CORR-KEY.
             10 CORR-CUST-ID      PIC X(12).
             10 CORR-DATE         PIC 9(08).
             10 CORR-SEQ          PIC 9(04).
          05 CORR-DOC-TYPE        PIC X(04).
          05 CORR-CHANNEL         PIC X(01).
          05 CORR-REF             PIC X(14).
          05 FILLER               PIC X(07).

       FD MI12-NOTIF-LOG-KSDS
           RECORD CONTAINS         58  CHARACTERS.

       01 MI12-NOTIF-LOG-RECORD.
          05 NLG-NOTIF-ID         PIC 9(09).
          05 NLG-CUST-ID          PIC X(12).
          05 FILLER               PIC X(37).

       FD MI13-PROTECT-KSDS
           RECORD CONTAINS         43  CHARACTERS.

       01 MI13-PROTECT-RECORD.
          05 PROT-CUST-ID         PIC X(12).
          05 FILLER               PIC X(31).

       FD MI14-SCORE-KSDS
           RECORD CONTAINS         32  CHARACTERS.

       01 MI14-SCORE-RECORD.
          05 SCR-CUST-ID          PIC X(12).
          05 FILLER               PIC X(20).

       FD MO01-SAR-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-SAR-LOG-RECORD.
          05 SAR-KEY.
             10 SAR-CUST-ID       PIC X(12).
             10 SAR-RECEIVED-DATE PIC 9(08).
          05 SAR-DUE-DATE         PIC 9(08).
          05 SAR-STATUS           PIC X(01).
             88 SAR-STAT-OPEN                VALUE 'O'.
             88 SAR-STAT-FULFILLED           VALUE 'F'.
          05 SAR-FULFILLED-DATE   PIC 9(08).
          05 SAR-DAYS-TAKEN       PIC 9(03).
          05 SAR-RECORD-COUNT     PIC 9(07).
          05 SAR-CHANNEL          PIC X(01).
          05 SAR-REQUESTER        PIC X(30).
          05 SAR-OPERATOR-ID      PIC X(08).
          05 FILLER               PIC X(14).

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 AND NDC001 WRITE.
       FD MO02-ACCESS-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO02-ACCESS-LOG-RECORD.
          05 ACCL-KEY.
             10 ACCL-DATE         PIC 9(08).
             10 ACCL-TIME         PIC 9(08).
             10 ACCL-TERMINAL     PIC X(08).
             10 ACCL-SEQ          PIC 9(02).
          05 ACCL-OPERATOR-ID     PIC X(08).
          05 ACCL-PROGRAM-ID      PIC X(08).
          05 ACCL-CUST-ID         PIC X(12).
          05 ACCL-SCREEN          PIC X(08).
          05 ACCL-SEARCH-ARG      PIC X(16).
          05 FILLER               PIC X(22).

      *    THE STRUCTURED EXTRACT -- A 'HEAD' ROW, THEN EVERY
      *    SOURCE RECORD WHOLE, TAGGED WITH ITS SECTION CODE AND
      *    A RUNNING SEQUENCE, THEN A 'TRLR' ROW CARRYING THE
      *    COUNT. THE SECTION CODES ARE THE ONES THE COVER LETTER
      *    EXPLAINS.
       FD TO01-SAR-EXTRACT
           RECORDING MODE          IS F
           RECORD CONTAINS         400 CHARACTERS.

       01 TO01-SAR-EXTRACT-RECORD.
          05 SX-CUST-ID           PIC X(12).
          05 SX-RECEIVED-DATE     PIC 9(08).
          05 SX-SECTION           PIC X(04).
          05 SX-SEQ               PIC 9(06).
          05 SX-DATA              PIC X(370).

       FD TO02-SAR-LETTERS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO02-LETTER-RECORD    PIC X(80).

       FD TO03-SAR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO03-SAR-RPT-RECORD   PIC X(133).

       FD TO04-SAR-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO04-SAR-ERR-RECORD.
          05 ERR-REQ-IMAGE        PIC X(80).
          05 ERR-REASON           PIC X(01).
             88 ERR-REAS-NOT-FOUND           VALUE '1'.
             88 ERR-REAS-BAD-DATE            VALUE '2'.
             88 ERR-REAS-NO-OPERATOR         VALUE '3'.
             88 ERR-REAS-ALREADY-MET         VALUE '4'.
             88 ERR-REAS-NOT-LOGGED          VALUE '5'.
             88 ERR-REAS-LOG-FAILED          VALUE '6'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-REQ-STATUS         PIC X(02).
             88 REQ-IO-STATUS      VALUE '00'.
             88 REQ-EOF            VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
             88 MTR-DUP-ALT-KEY    VALUE '02'.
          05 WS-MXC-STATUS         PIC X(02).
             88 MXC-IO-STATUS      VALUE '00'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-BH-STATUS          PIC X(02).
             88 BH-IO-STATUS       VALUE '00'.
          05 WS-REG-STATUS         PIC X(02).
             88 REG-IO-STATUS      VALUE '00'.
          05 WS-DEP-STATUS         PIC X(02).
             88 DEP-IO-STATUS      VALUE '00'.
          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
          05 WS-CORR-STATUS        PIC X(02).
             88 CORR-IO-STATUS     VALUE '00'.
          05 WS-NLG-STATUS         PIC X(02).
             88 NLG-IO-STATUS      VALUE '00'.
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
          05 WS-SCR-STATUS         PIC X(02).
             88 SCR-IO-STATUS      VALUE '00'.
          05 WS-SAR-STATUS         PIC X(02).
             88 SAR-IO-STATUS      VALUE '00'.
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
             88 ACCL-DUP-KEY       VALUE '22'.
          05 WS-EXT-STATUS         PIC X(02).
             88 EXT-IO-STATUS      VALUE '00'.
          05 WS-LTR-STATUS         PIC X(02).
             88 LTR-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

      *    ONE END-OF-BROWSE SWITCH, RESET BEFORE EACH SECTION --
      *    THE SECTIONS ARE READ ONE AFTER ANOTHER, NEVER NESTED.
       01 WS-SCAN-FLAGS.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 SCAN-EOF           VALUE 'Y'.
          05 WS-SAR-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 SAR-SCAN-EOF       VALUE 'Y'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-STR           PIC X(10) VALUE SPACES.
          05 WS-FMT-DATE           PIC 9(08) VALUE ZEROS.
          05 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
             10 WS-FMT-YYYY        PIC X(04).
             10 WS-FMT-MM          PIC X(02).
             10 WS-FMT-DD          PIC X(02).
          05 WS-FMT-STR            PIC X(10) VALUE SPACES.
          05 WS-RECEIVED-STR       PIC X(10) VALUE SPACES.
          05 WS-DUE-STR            PIC X(10) VALUE SPACES.

      *    PARM IS THE STATUTORY DAYS TO ANSWER -- THIRTY UNLESS
      *    THE RUN SAYS OTHERWISE.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-DEADLINE   PIC X(03) VALUE SPACES.
             10 FILLER             PIC X(77) VALUE SPACES.
          05 WS-DEADLINE-DAYS      PIC 9(03) VALUE 30.
          05 WS-DAYS-ELAPSED       PIC S9(05) VALUE ZEROS.

       01 WS-ACCESS-LOG-VARIABLES.
          05 WS-LOG-TIME           PIC 9(08) VALUE ZEROS.
          05 WS-LOG-WRITE-FLAG     PIC X(01) VALUE 'P'.
             88 LOG-WRITE-PENDING  VALUE 'P'.
             88 LOG-WRITE-DONE     VALUE 'Y'.
             88 LOG-WRITE-FAILED   VALUE 'F'.

       01 WS-REQUEST-VARIABLES.
          05 WS-REQ-VALID-FLAG     PIC X(01) VALUE 'Y'.
             88 REQ-VALID          VALUE 'Y'.
          05 WS-SUBJECT-ID         PIC X(12) VALUE SPACES.
          05 WS-SUBJECT-NAME       PIC X(21) VALUE SPACES.
          05 WS-SUBJECT-ADDRESS    PIC X(29) VALUE SPACES.
          05 WS-SUBJECT-CITY       PIC X(10) VALUE SPACES.
          05 WS-SUBJECT-ZIP        PIC X(09) VALUE SPACES.

      *    THE SECTIONS OF THE EXTRACT, IN THE ORDER THEY ARE
      *    WRITTEN AND LISTED ON THE COVER LETTER.
       01 WS-SECTION-VALUES.
          05 FILLER PIC X(34) VALUE
             'CUSTCUSTOMER ACCOUNT DETAILS      '.
          05 FILLER PIC X(34) VALUE
             'AUDTCHANGES MADE TO YOUR DETAILS  '.
          05 FILLER PIC X(34) VALUE
             'METRMETERS AND READINGS           '.
          05 FILLER PIC X(34) VALUE
             'MXCHMETER EXCHANGE READINGS       '.
          05 FILLER PIC X(34) VALUE
             'CONSCONSUMPTION HISTORY           '.
          05 FILLER PIC X(34) VALUE
             'BILLBILLS ISSUED                  '.
          05 FILLER PIC X(34) VALUE
             'PAYMPAYMENTS RECEIVED             '.
          05 FILLER PIC X(34) VALUE
             'DEPOSECURITY DEPOSIT              '.
          05 FILLER PIC X(34) VALUE
             'CMPLCOMPLAINTS                    '.
          05 FILLER PIC X(34) VALUE
             'WORDWORK ORDERS AND SITE VISITS   '.
          05 FILLER PIC X(34) VALUE
             'CORRCORRESPONDENCE SENT           '.
          05 FILLER PIC X(34) VALUE
             'NOTFNOTIFICATIONS SENT            '.
          05 FILLER PIC X(34) VALUE
             'PROTPROTECTED-CUSTOMER REGISTER   '.
          05 FILLER PIC X(34) VALUE
             'SCORPAYMENT BEHAVIOUR SCORE       '.

       01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
          05 WS-SEC-ROW OCCURS 14 TIMES
                        INDEXED BY WS-SEC-IDX.
             10 WS-SEC-CODE        PIC X(04).
             10 WS-SEC-DESC        PIC X(30).

       01 WS-SECTION-COUNTS.
          05 WS-SEC-COUNT OCCURS 14 TIMES PIC 9(06).
          05 WS-SEC-MAX-ENTRIES    PIC 9(02) VALUE 14.
          05 WS-SEC-LOOP-CTR       PIC 9(02) VALUE ZEROS.
          05 WS-SEC-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 SEC-FOUND          VALUE 'Y'.

       01 WS-EXTRACT-VARIABLES.
          05 WS-SX-SECTION         PIC X(04) VALUE SPACES.
          05 WS-SX-DATA            PIC X(370) VALUE SPACES.
          05 WS-SX-SEQ             PIC 9(06) VALUE ZEROS.
          05 WS-SX-TOTAL           PIC 9(07) VALUE ZEROS.

       01 WS-EXTRACT-HEAD.
          05 WS-XH-RUN-DATE        PIC 9(08).
          05 WS-XH-DUE-DATE        PIC 9(08).
          05 WS-XH-NAME            PIC X(21).
          05 WS-XH-ADDRESS         PIC X(29).
          05 WS-XH-CITY            PIC X(10).
          05 WS-XH-ZIP             PIC X(09).
          05 WS-XH-REQUESTER       PIC X(30).

       01 WS-EXTRACT-TRAILER.
          05 WS-XT-RECORD-COUNT    PIC 9(07).
          05 WS-XT-SECTION-COUNTS  PIC X(84).

      *    THE CUSTOMER'S BILL IDS OFF BILL HISTORY, FOR PICKING
      *    THEIR PAYMENTS OUT OF THE REGISTRY.
       01 WS-BILL-TABLE.
          05 WS-BL-ROW OCCURS 600 TIMES
                       INDEXED BY WS-BL-IDX.
             10 WS-BL-BILL-ID      PIC X(12).
          05 WS-BL-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-BL-MAX-ENTRIES     PIC 9(03) VALUE 600.
          05 WS-BL-LOOP-CTR        PIC 9(03) VALUE ZEROS.
          05 WS-BL-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 BL-FOUND           VALUE 'Y'.
          05 WS-BL-OVERFLOW-FLAG   PIC X(01) VALUE 'N'.
             88 BL-OVERFLOW        VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-LOGGED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-FULFILLED-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-LATE-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-AWAITING-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-OPEN-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-OVERDUE-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       01 WS-LETTER-SECTION-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-LS-CODE           PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LS-DESC           PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LS-COUNT          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LS-NOUN           PIC X(10).
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'SUBJECT-ACCESS REQUESTS - RUN DATE'.
          05 WS-RH-DATE           PIC X(10).
          05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(12) VALUE 'RECEIVED'.
          05 FILLER               PIC X(12) VALUE 'DUE BY'.
          05 FILLER               PIC X(12) VALUE 'ANSWERED'.
          05 FILLER               PIC X(06) VALUE 'DAYS'.
          05 FILLER               PIC X(14) VALUE 'RESULT'.
          05 FILLER               PIC X(10) VALUE '   RECORDS'.
          05 FILLER               PIC X(51) VALUE SPACES.

       01 WS-REPORT-OPEN-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'REQUESTS STILL OPEN - DAYS IS DAYS SINCE RECEIPT'.
          05 FILLER               PIC X(81) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-RECEIVED       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-DUE            PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-ANSWERED       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-DAYS           PIC ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RD-RESULT         PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-RECORDS        PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-REQUESTER      PIC X(30).
          05 FILLER               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SAR001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  SUBJECT-ACCESS REQUEST EXTRACTS       '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE     TO WS-FMT-DATE.
           PERFORM 2990-FORMAT-DATE.
           MOVE WS-FMT-STR  TO WS-DATE-STR.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-DEADLINE IS NUMERIC
              AND WS-PARM-DEADLINE NOT = '000'
              MOVE WS-PARM-DEADLINE TO WS-DEADLINE-DAYS
           END-IF.
           DISPLAY 'DAYS ALLOWED TO ANSWER: ' WS-DEADLINE-DAYS.

           PERFORM 2100-OPEN-FILES.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SAR-REQUEST.
           IF NOT REQ-IO-STATUS
              DISPLAY 'ERROR OPENING SUBJECT-ACCESS REQUESTS: '
                      WS-REQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING AUDIT KSDS: ' WS-AUDT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: ' WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-MXC-KSDS.
           IF NOT MXC-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE KSDS: '
                      WS-MXC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-BILL-HIST-KSDS.
           IF NOT BH-IO-STATUS
              DISPLAY 'ERROR OPENING BILL HISTORY: ' WS-BH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-PAY-REGISTRY.
           IF NOT REG-IO-STATUS
              DISPLAY 'ERROR OPENING PAYMENT REGISTRY: '
                      WS-REG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-DEPOSIT-KSDS.
           IF NOT DEP-IO-STATUS
              DISPLAY 'ERROR OPENING DEPOSIT KSDS: ' WS-DEP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI09-COMPLAINT-KSDS.
           IF NOT CMPL-IO-STATUS
              DISPLAY 'ERROR OPENING COMPLAINT KSDS: '
                      WS-CMPL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI10-WO-KSDS.
           IF NOT WO-IO-STATUS
              DISPLAY 'ERROR OPENING WORK ORDER KSDS: ' WS-WO-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI11-CORR-KSDS.
           IF NOT CORR-IO-STATUS
              DISPLAY 'ERROR OPENING CORRESPONDENCE KSDS: '
                      WS-CORR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI12-NOTIF-LOG-KSDS.
           IF NOT NLG-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION LOG: '
                      WS-NLG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI13-PROTECT-KSDS.
           IF NOT PROT-IO-STATUS
              DISPLAY 'ERROR OPENING PROTECTION REGISTRY: '
                      WS-PROT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI14-SCORE-KSDS.
           IF NOT SCR-IO-STATUS
              DISPLAY 'ERROR OPENING SCORE KSDS: ' WS-SCR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-SAR-LOG-KSDS.
           IF NOT SAR-IO-STATUS
              DISPLAY 'ERROR OPENING SUBJECT-ACCESS LOG: '
                      WS-SAR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SAR-EXTRACT.
           IF NOT EXT-IO-STATUS
              DISPLAY 'ERROR OPENING SUBJECT-ACCESS EXTRACT: '
                      WS-EXT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-SAR-LETTERS.
           IF NOT LTR-IO-STATUS
              DISPLAY 'ERROR OPENING COVER LETTERS: '
                      WS-LTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-SAR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SUBJECT-ACCESS REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO04-SAR-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING SUBJECT-ACCESS ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2000-PROCESS     SECTION.

           MOVE WS-DATE-STR TO WS-RH-DATE.
           WRITE TO03-SAR-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO03-SAR-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2200-READ-REQUEST UNTIL REQ-EOF.

           PERFORM 3000-LIST-OPEN-REQUESTS.

       2200-READ-REQUEST  SECTION.

           READ TI01-SAR-REQUEST
               AT END  SET REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 2300-PROCESS-REQUEST
           END-READ.

       2300-PROCESS-REQUEST  SECTION.

           MOVE 'Y'    TO WS-REQ-VALID-FLAG.
           MOVE SPACES TO WS-SUBJECT-ID
                          WS-SUBJECT-NAME
                          WS-SUBJECT-ADDRESS
                          WS-SUBJECT-CITY
                          WS-SUBJECT-ZIP.

           EVALUATE TRUE
               WHEN SRQ-OPERATOR-ID = SPACES
                  DISPLAY 'REQUEST WITHOUT CLERK ID: ' SRQ-CUST-ID
                  SET ERR-REAS-NO-OPERATOR TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
               WHEN SRQ-RECEIVED-DATE IS NOT NUMERIC
                 OR SRQ-RECV-MM < 01 OR SRQ-RECV-MM > 12
                 OR SRQ-RECV-DD < 01 OR SRQ-RECV-DD > 31
                 OR SRQ-RECEIVED-DATE > WS-DATE
                  DISPLAY 'INVALID DATE RECEIVED: ' SRQ-CUST-ID
                  SET ERR-REAS-BAD-DATE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
               WHEN OTHER
                  PERFORM 2310-READ-SUBJECT
           END-EVALUATE.

           IF REQ-VALID
              PERFORM 2400-LOG-REQUEST
           END-IF.

      *    NO PROOF OF IDENTITY, NO DISCLOSURE -- THE REQUEST SITS
      *    OPEN ON THE LOG WITH ITS CLOCK RUNNING.
           IF REQ-VALID
              IF SRQ-IDENTITY-VERIFIED
                 PERFORM 2350-WRITE-ACCESS-LOG
                 IF REQ-VALID
                    PERFORM 2500-ASSEMBLE-EXTRACT
                    PERFORM 2700-WRITE-COVER-LETTER
                    PERFORM 2450-MARK-FULFILLED
                 END-IF
              ELSE
                 ADD 1 TO WS-AWAITING-CTR
                 MOVE 'AWAITING ID' TO WS-RD-RESULT
                 MOVE SPACES        TO WS-RD-ANSWERED
                 MOVE ZEROS         TO WS-RD-RECORDS
                 PERFORM 2980-ELAPSED-DAYS
                 PERFORM 2850-WRITE-REPORT-LINE
              END-IF
           END-IF.

       2310-READ-SUBJECT  SECTION.

           MOVE SRQ-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND: ' SRQ-CUST-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE CUST-KEY      TO WS-SUBJECT-ID
                   MOVE CUST-ADDRESS  TO WS-SUBJECT-ADDRESS
                   MOVE CUST-CITY     TO WS-SUBJECT-CITY
                   MOVE CUST-ZIP-CODE TO WS-SUBJECT-ZIP
                   STRING CUST-FIRST-NAME DELIMITED BY SPACE
                          ' ' CUST-LAST-NAME DELIMITED BY SPACE
                          INTO WS-SUBJECT-NAME
                   END-STRING
           END-READ.

       2350-WRITE-ACCESS-LOG  SECTION.

           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES              TO MO02-ACCESS-LOG-RECORD.
           MOVE WS-DATE             TO ACCL-DATE.
           MOVE WS-LOG-TIME         TO ACCL-TIME.
           MOVE 'BATCH   '          TO ACCL-TERMINAL.
           MOVE ZEROS               TO ACCL-SEQ.
           MOVE SRQ-OPERATOR-ID     TO ACCL-OPERATOR-ID.
           MOVE 'SAR001  '          TO ACCL-PROGRAM-ID.
           MOVE WS-SUBJECT-ID       TO ACCL-CUST-ID.
           MOVE 'SUBJACC '          TO ACCL-SCREEN.
           MOVE SRQ-CUST-ID         TO ACCL-SEARCH-ARG.
           SET LOG-WRITE-PENDING    TO TRUE.

           PERFORM 2360-WRITE-ONE-LOG-ROW UNTIL NOT LOG-WRITE-PENDING.

           IF LOG-WRITE-FAILED
              DISPLAY 'INQUIRY ACCESS LOG WRITE FAILED - STATUS: '
                      WS-ACCL-STATUS ' FOR ' SRQ-CUST-ID
              SET ERR-REAS-NOT-LOGGED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2360-WRITE-ONE-LOG-ROW  SECTION.

           WRITE MO02-ACCESS-LOG-RECORD
               INVALID KEY
                   IF ACCL-DUP-KEY
                      AND ACCL-SEQ < 99
                      ADD 1 TO ACCL-SEQ
                   ELSE
                      SET LOG-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LOG-WRITE-DONE TO TRUE
           END-WRITE.

       2400-LOG-REQUEST  SECTION.

      *    FIRST SIGHT OF A REQUEST OPENS ITS LOG ROW AND FIXES THE
      *    DEADLINE FROM THE DATE IT REACHED US, NOT THE DATE IT
      *    WAS KEYED. A REQUEST ALREADY ANSWERED IS NOT ANSWERED
      *    TWICE -- A FRESH DEMAND CARRIES A FRESH RECEIVED DATE.
           MOVE SRQ-CUST-ID       TO SAR-CUST-ID.
           MOVE SRQ-RECEIVED-DATE TO SAR-RECEIVED-DATE.

           READ MO01-SAR-LOG-KSDS
               INVALID KEY
                   PERFORM 2410-OPEN-LOG-ROW
               NOT INVALID KEY
                   IF SAR-STAT-FULFILLED
                      DISPLAY 'REQUEST ALREADY ANSWERED: '
                              SRQ-CUST-ID ' RECEIVED '
                              SRQ-RECEIVED-DATE
                      SET ERR-REAS-ALREADY-MET TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   ELSE
                      IF SRQ-REQUESTER NOT = SPACES
                         MOVE SRQ-REQUESTER TO SAR-REQUESTER
                      END-IF
                   END-IF
           END-READ.

           IF REQ-VALID
              MOVE SAR-DUE-DATE TO WS-FMT-DATE
              PERFORM 2990-FORMAT-DATE
              MOVE WS-FMT-STR   TO WS-DUE-STR
              MOVE SAR-RECEIVED-DATE TO WS-FMT-DATE
              PERFORM 2990-FORMAT-DATE
              MOVE WS-FMT-STR   TO WS-RECEIVED-STR
           END-IF.

       2410-OPEN-LOG-ROW  SECTION.

           MOVE SPACES            TO MO01-SAR-LOG-RECORD.
           MOVE SRQ-CUST-ID       TO SAR-CUST-ID.
           MOVE SRQ-RECEIVED-DATE TO SAR-RECEIVED-DATE.
           COMPUTE SAR-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SRQ-RECEIVED-DATE)
                   + WS-DEADLINE-DAYS).
           SET SAR-STAT-OPEN      TO TRUE.
           MOVE ZEROS             TO SAR-FULFILLED-DATE
                                     SAR-DAYS-TAKEN
                                     SAR-RECORD-COUNT.
           MOVE SRQ-CHANNEL       TO SAR-CHANNEL.
           MOVE SRQ-REQUESTER     TO SAR-REQUESTER.
           MOVE SRQ-OPERATOR-ID   TO SAR-OPERATOR-ID.

           WRITE MO01-SAR-LOG-RECORD
               INVALID KEY
                   DISPLAY 'SUBJECT-ACCESS LOG WRITE FAILED: '
                           SAR-KEY ' STATUS: ' WS-SAR-STATUS
                   SET ERR-REAS-LOG-FAILED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-LOGGED-CTR
           END-WRITE.

       2450-MARK-FULFILLED  SECTION.

           PERFORM 2980-ELAPSED-DAYS.

           SET SAR-STAT-FULFILLED TO TRUE.
           MOVE WS-DATE           TO SAR-FULFILLED-DATE.
           MOVE WS-DAYS-ELAPSED   TO SAR-DAYS-TAKEN.
           MOVE WS-SX-TOTAL       TO SAR-RECORD-COUNT.
           MOVE SRQ-OPERATOR-ID   TO SAR-OPERATOR-ID.

           REWRITE MO01-SAR-LOG-RECORD
               INVALID KEY
                   DISPLAY 'SUBJECT-ACCESS LOG REWRITE FAILED: '
                           SAR-KEY ' STATUS: ' WS-SAR-STATUS
                   SET ERR-REAS-LOG-FAILED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
           END-REWRITE.

           ADD 1 TO WS-FULFILLED-CTR.
           IF WS-DATE > SAR-DUE-DATE
              ADD 1 TO WS-LATE-CTR
              MOVE 'ANSWERED LATE' TO WS-RD-RESULT
              DISPLAY 'SUBJECT-ACCESS REQUEST ANSWERED LATE: '
                      SAR-CUST-ID ' DUE ' SAR-DUE-DATE
           ELSE
              MOVE 'ANSWERED'      TO WS-RD-RESULT
           END-IF.
           MOVE WS-DATE-STR        TO WS-RD-ANSWERED.
           MOVE WS-SX-TOTAL        TO WS-RD-RECORDS.
           PERFORM 2850-WRITE-REPORT-LINE.

       2500-ASSEMBLE-EXTRACT  SECTION.

           MOVE ZEROS TO WS-SX-SEQ
                         WS-SX-TOTAL
                         WS-BL-COUNT.
           MOVE 'N'   TO WS-BL-OVERFLOW-FLAG.
           PERFORM 2505-CLEAR-ONE-COUNT
               VARYING WS-SEC-LOOP-CTR FROM 1 BY 1
               UNTIL WS-SEC-LOOP-CTR > WS-SEC-MAX-ENTRIES.

           MOVE SPACES            TO WS-EXTRACT-HEAD.
           MOVE WS-DATE           TO WS-XH-RUN-DATE.
           MOVE SAR-DUE-DATE      TO WS-XH-DUE-DATE.
           MOVE WS-SUBJECT-NAME   TO WS-XH-NAME.
           MOVE WS-SUBJECT-ADDRESS TO WS-XH-ADDRESS.
           MOVE WS-SUBJECT-CITY   TO WS-XH-CITY.
           MOVE WS-SUBJECT-ZIP    TO WS-XH-ZIP.
           MOVE SAR-REQUESTER     TO WS-XH-REQUESTER.
           MOVE 'HEAD'            TO SX-SECTION.
           MOVE WS-EXTRACT-HEAD   TO WS-SX-DATA.
           PERFORM 2810-WRITE-EXTRACT-ROW.

           PERFORM 2510-EXTRACT-CUSTOMER.
           PERFORM 2520-EXTRACT-AUDIT.
           PERFORM 2530-EXTRACT-METERS.
           PERFORM 2540-EXTRACT-CONSUMPTION.
           PERFORM 2550-EXTRACT-BILLS.
           PERFORM 2560-EXTRACT-PAYMENTS.
           PERFORM 2570-EXTRACT-DEPOSIT.
           PERFORM 2580-EXTRACT-COMPLAINTS.
           PERFORM 2590-EXTRACT-WORK-ORDERS.
           PERFORM 2600-EXTRACT-CORRESPONDENCE.
           PERFORM 2610-EXTRACT-NOTIFICATIONS.
           PERFORM 2620-EXTRACT-PROTECTION.
           PERFORM 2630-EXTRACT-SCORE.

           MOVE WS-SX-TOTAL       TO WS-XT-RECORD-COUNT.
           MOVE WS-SECTION-COUNTS(1:84) TO WS-XT-SECTION-COUNTS.
           MOVE 'TRLR'            TO SX-SECTION.
           MOVE WS-EXTRACT-TRAILER TO WS-SX-DATA.
           PERFORM 2810-WRITE-EXTRACT-ROW.

       2505-CLEAR-ONE-COUNT  SECTION.

           MOVE ZEROS TO WS-SEC-COUNT(WS-SEC-LOOP-CTR).

       2510-EXTRACT-CUSTOMER  SECTION.

           MOVE 'CUST'               TO WS-SX-SECTION.
           MOVE MI01-CUSTOMER-RECORD TO WS-SX-DATA.
           PERFORM 2800-WRITE-SECTION-ROW.

       2520-EXTRACT-AUDIT  SECTION.

      *    EVERY BEFORE/AFTER IMAGE WHOSE RECORD KEY LEADS WITH THE
      *    CUSTOMER ID -- THE MASTER, DEPOSIT, MANDATE, DISCOUNT
      *    AND THE OTHER CUSTOMER-KEYED MAINTENANCE PROGRAMS.
           MOVE 'N'        TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO AUDT-KEY.

           START MI02-AUDIT-KSDS
               KEY IS NOT LESS THAN AUDT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2525-READ-ONE-AUDIT UNTIL SCAN-EOF.

       2525-READ-ONE-AUDIT  SECTION.

           READ MI02-AUDIT-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF AUDT-RECORD-KEY(1:12) = WS-SUBJECT-ID
                      MOVE 'AUDT'            TO WS-SX-SECTION
                      MOVE MI02-AUDIT-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2530-EXTRACT-METERS  SECTION.

           MOVE 'N'           TO WS-SCAN-EOF-FLAG.
           MOVE WS-SUBJECT-ID TO MTR-CUST-ID.

           START MI03-METER-KSDS
               KEY IS EQUAL TO MTR-CUST-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2535-READ-ONE-METER UNTIL SCAN-EOF.

       2535-READ-ONE-METER  SECTION.

           READ MI03-METER-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF MTR-CUST-ID NOT = WS-SUBJECT-ID
                      SET SCAN-EOF TO TRUE
                   ELSE
                      MOVE 'METR'            TO WS-SX-SECTION
                      MOVE MI03-METER-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                      PERFORM 2537-READ-METER-EXCHANGE
                   END-IF
           END-READ.

       2537-READ-METER-EXCHANGE  SECTION.

      *    AN EXCHANGE ROW IS KEYED BY THE METER THAT WENT IN; IT
      *    CARRIES THE REMOVED METER'S LAST AND REMOVAL READINGS.
           MOVE MTR-ID TO MXC-NEW-MTR-ID.
           READ MI04-MXC-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MXC-CUST-ID = WS-SUBJECT-ID
                      MOVE 'MXCH'          TO WS-SX-SECTION
                      MOVE MI04-MXC-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2540-EXTRACT-CONSUMPTION  SECTION.

           MOVE 'N'           TO WS-SCAN-EOF-FLAG.
           MOVE WS-SUBJECT-ID TO CH-CUST-ID.
           MOVE ZEROS         TO CH-BILL-PERIOD.

           START MI05-CONS-HIST-KSDS
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2545-READ-ONE-CONSUMPTION UNTIL SCAN-EOF.

       2545-READ-ONE-CONSUMPTION  SECTION.

           READ MI05-CONS-HIST-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF CH-CUST-ID NOT = WS-SUBJECT-ID
                      SET SCAN-EOF TO TRUE
                   ELSE
                      MOVE 'CONS'                TO WS-SX-SECTION
                      MOVE MI05-CONS-HIST-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2550-EXTRACT-BILLS  SECTION.

           MOVE 'N'           TO WS-SCAN-EOF-FLAG.
           MOVE SPACES        TO BH-KEY.
           MOVE WS-SUBJECT-ID TO BH-CUST-ID.
           MOVE ZEROS         TO BH-BILL-PERIOD.

           START MI06-BILL-HIST-KSDS
               KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2555-READ-ONE-BILL UNTIL SCAN-EOF.

       2555-READ-ONE-BILL  SECTION.

           READ MI06-BILL-HIST-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF BH-CUST-ID NOT = WS-SUBJECT-ID
                      SET SCAN-EOF TO TRUE
                   ELSE
                      MOVE 'BILL'                TO WS-SX-SECTION
                      MOVE MI06-BILL-HIST-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                      IF WS-BL-COUNT < WS-BL-MAX-ENTRIES
                         ADD 1 TO WS-BL-COUNT
                         SET WS-BL-IDX TO WS-BL-COUNT
                         MOVE BH-BILL-ID TO WS-BL-BILL-ID(WS-BL-IDX)
                      ELSE
                         SET BL-OVERFLOW TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2560-EXTRACT-PAYMENTS  SECTION.

      *    A CUSTOMER WITH MORE BILLS THAN THE TABLE HOLDS GETS
      *    THE PAYMENTS AGAINST THE BILLS IT DID HOLD, AND THE
      *    DESK IS TOLD SO IT CAN COMPLETE THE SET BY HAND.
           IF BL-OVERFLOW
              DISPLAY 'BILL TABLE FULL - PAYMENTS INCOMPLETE FOR '
                      WS-SUBJECT-ID
           END-IF.

           IF WS-BL-COUNT > ZEROS
              MOVE 'N'        TO WS-SCAN-EOF-FLAG
              MOVE LOW-VALUES TO REG-PAYMENT-ID
              START MI07-PAY-REGISTRY
                  KEY IS NOT LESS THAN REG-PAYMENT-ID
                  INVALID KEY
                      SET SCAN-EOF TO TRUE
              END-START
              PERFORM 2565-READ-ONE-PAYMENT UNTIL SCAN-EOF
           END-IF.

       2565-READ-ONE-PAYMENT  SECTION.

           READ MI07-PAY-REGISTRY NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-BL-FOUND-FLAG
                   PERFORM 2567-FIND-BILL
                       VARYING WS-BL-LOOP-CTR FROM 1 BY 1
                       UNTIL WS-BL-LOOP-CTR > WS-BL-COUNT
                          OR BL-FOUND
                   IF BL-FOUND
                      MOVE 'PAYM'              TO WS-SX-SECTION
                      MOVE MI07-PAY-REG-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2567-FIND-BILL  SECTION.

           SET WS-BL-IDX TO WS-BL-LOOP-CTR.
           IF WS-BL-BILL-ID(WS-BL-IDX) = REG-BILL-ID(1:12)
              SET BL-FOUND TO TRUE
           END-IF.

       2570-EXTRACT-DEPOSIT  SECTION.

           MOVE WS-SUBJECT-ID TO DEP-CUST-ID.
           READ MI08-DEPOSIT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DEPO'              TO WS-SX-SECTION
                   MOVE MI08-DEPOSIT-RECORD TO WS-SX-DATA
                   PERFORM 2800-WRITE-SECTION-ROW
           END-READ.

       2580-EXTRACT-COMPLAINTS  SECTION.

           MOVE 'N'        TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO CMPL-ID.

           START MI09-COMPLAINT-KSDS
               KEY IS NOT LESS THAN CMPL-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2585-READ-ONE-COMPLAINT UNTIL SCAN-EOF.

       2585-READ-ONE-COMPLAINT  SECTION.

           READ MI09-COMPLAINT-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF CMPL-CUST-ID = WS-SUBJECT-ID
                      MOVE 'CMPL'                TO WS-SX-SECTION
                      MOVE MI09-COMPLAINT-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2590-EXTRACT-WORK-ORDERS  SECTION.

           MOVE 'N'        TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO WO-ID.

           START MI10-WO-KSDS
               KEY IS NOT LESS THAN WO-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2595-READ-ONE-WORK-ORDER UNTIL SCAN-EOF.

       2595-READ-ONE-WORK-ORDER  SECTION.

           READ MI10-WO-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF WO-CUST-ID = WS-SUBJECT-ID
                      MOVE 'WORD'         TO WS-SX-SECTION
                      MOVE MI10-WO-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2600-EXTRACT-CORRESPONDENCE  SECTION.

           MOVE 'N'           TO WS-SCAN-EOF-FLAG.
           MOVE WS-SUBJECT-ID TO CORR-CUST-ID.
           MOVE ZEROS         TO CORR-DATE
                                 CORR-SEQ.

           START MI11-CORR-KSDS
               KEY IS NOT LESS THAN CORR-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2605-READ-ONE-CORR UNTIL SCAN-EOF.

       2605-READ-ONE-CORR  SECTION.

           READ MI11-CORR-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF CORR-CUST-ID NOT = WS-SUBJECT-ID
                      SET SCAN-EOF TO TRUE
                   ELSE
                      MOVE 'CORR'           TO WS-SX-SECTION
                      MOVE MI11-CORR-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2610-EXTRACT-NOTIFICATIONS  SECTION.

           MOVE 'N'   TO WS-SCAN-EOF-FLAG.
           MOVE ZEROS TO NLG-NOTIF-ID.

           START MI12-NOTIF-LOG-KSDS
               KEY IS NOT LESS THAN NLG-NOTIF-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

           PERFORM 2615-READ-ONE-NOTIF UNTIL SCAN-EOF.

       2615-READ-ONE-NOTIF  SECTION.

           READ MI12-NOTIF-LOG-KSDS NEXT
               AT END  SET SCAN-EOF TO TRUE
               NOT AT END
                   IF NLG-CUST-ID = WS-SUBJECT-ID
                      MOVE 'NOTF'                TO WS-SX-SECTION
                      MOVE MI12-NOTIF-LOG-RECORD TO WS-SX-DATA
                      PERFORM 2800-WRITE-SECTION-ROW
                   END-IF
           END-READ.

       2620-EXTRACT-PROTECTION  SECTION.

           MOVE WS-SUBJECT-ID TO PROT-CUST-ID.
           READ MI13-PROTECT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PROT'              TO WS-SX-SECTION
                   MOVE MI13-PROTECT-RECORD TO WS-SX-DATA
                   PERFORM 2800-WRITE-SECTION-ROW
           END-READ.

       2630-EXTRACT-SCORE  SECTION.

           MOVE WS-SUBJECT-ID TO SCR-CUST-ID.
           READ MI14-SCORE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'SCOR'            TO WS-SX-SECTION
                   MOVE MI14-SCORE-RECORD TO WS-SX-DATA
                   PERFORM 2800-WRITE-SECTION-ROW
           END-READ.

       2700-WRITE-COVER-LETTER  SECTION.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           STRING 'DATE: ' WS-DATE-STR
                  DELIMITED BY SIZE
                  INTO TO02-LETTER-RECORD
           END-STRING.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE WS-SUBJECT-NAME    TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.
           MOVE WS-SUBJECT-ADDRESS TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.
           MOVE SPACES TO TO02-LETTER-RECORD.
           STRING WS-SUBJECT-CITY ' ' WS-SUBJECT-ZIP
                  DELIMITED BY SIZE
                  INTO TO02-LETTER-RECORD
           END-STRING.
           WRITE TO02-LETTER-RECORD.

           IF SAR-REQUESTER NOT = SPACES
              MOVE SPACES TO TO02-LETTER-RECORD
              STRING 'FOR THE ATTENTION OF: ' SAR-REQUESTER
                     DELIMITED BY SIZE
                     INTO TO02-LETTER-RECORD
              END-STRING
              WRITE TO02-LETTER-RECORD
           END-IF.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           STRING 'RE: YOUR REQUEST FOR YOUR PERSONAL DATA - ACCOUNT '
                  WS-SUBJECT-ID
                  DELIMITED BY SIZE
                  INTO TO02-LETTER-RECORD
           END-STRING.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           STRING 'WE RECEIVED YOUR REQUEST ON ' WS-RECEIVED-STR
                  '. ENCLOSED IS EVERY RECORD WE'
                  DELIMITED BY SIZE
                  INTO TO02-LETTER-RECORD
           END-STRING.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           STRING 'HOLD ABOUT YOU AS AT ' WS-DATE-STR
                  ', GROUPED AS FOLLOWS:'
                  DELIMITED BY SIZE
                  INTO TO02-LETTER-RECORD
           END-STRING.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           PERFORM 2760-WRITE-SECTION-LINE
               VARYING WS-SEC-LOOP-CTR FROM 1 BY 1
               UNTIL WS-SEC-LOOP-CTR > WS-SEC-MAX-ENTRIES.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'EACH RECORD IS REPRODUCED IN FULL IN THE ENCLOSED'
               TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'EXTRACT UNDER THE SECTION CODE SHOWN ABOVE. IF ANY OF'
               TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'IT IS WRONG YOU MAY ASK US TO CORRECT IT, AND YOU MAY'
               TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'COMPLAIN TO THE DATA-PROTECTION REGULATOR IF YOU ARE'
               TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'NOT SATISFIED WITH OUR ANSWER.'
               TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE SPACES TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'DATA PROTECTION OFFICE' TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO02-LETTER-RECORD.
           WRITE TO02-LETTER-RECORD.

       2760-WRITE-SECTION-LINE  SECTION.

           SET WS-SEC-IDX TO WS-SEC-LOOP-CTR.
           MOVE WS-SEC-CODE(WS-SEC-IDX)      TO WS-LS-CODE.
           MOVE WS-SEC-DESC(WS-SEC-IDX)      TO WS-LS-DESC.
           MOVE WS-SEC-COUNT(WS-SEC-LOOP-CTR) TO WS-LS-COUNT.
           IF WS-SEC-COUNT(WS-SEC-LOOP-CTR) = 1
              MOVE 'RECORD'      TO WS-LS-NOUN
           ELSE
              MOVE 'RECORDS'     TO WS-LS-NOUN
           END-IF.
           WRITE TO02-LETTER-RECORD FROM WS-LETTER-SECTION-LINE.

       2800-WRITE-SECTION-ROW  SECTION.

      *    THE CALLER NAMES THE SECTION AND FILLS WS-SX-DATA; THE
      *    SECTION'S COUNT FOR THE COVER LETTER IS STEPPED HERE.
           MOVE 'N' TO WS-SEC-FOUND-FLAG.
           PERFORM 2805-FIND-SECTION
               VARYING WS-SEC-LOOP-CTR FROM 1 BY 1
               UNTIL WS-SEC-LOOP-CTR > WS-SEC-MAX-ENTRIES
                  OR SEC-FOUND.

           MOVE WS-SX-SECTION TO SX-SECTION.
           PERFORM 2810-WRITE-EXTRACT-ROW.
           ADD 1 TO WS-SX-TOTAL.

       2805-FIND-SECTION  SECTION.

           SET WS-SEC-IDX TO WS-SEC-LOOP-CTR.
           IF WS-SEC-CODE(WS-SEC-IDX) = WS-SX-SECTION
              ADD 1 TO WS-SEC-COUNT(WS-SEC-LOOP-CTR)
              SET SEC-FOUND TO TRUE
           END-IF.

       2810-WRITE-EXTRACT-ROW  SECTION.

           ADD 1 TO WS-SX-SEQ.
           MOVE WS-SUBJECT-ID     TO SX-CUST-ID.
           MOVE SAR-RECEIVED-DATE TO SX-RECEIVED-DATE.
           MOVE WS-SX-SEQ         TO SX-SEQ.
           MOVE WS-SX-DATA        TO SX-DATA.
           WRITE TO01-SAR-EXTRACT-RECORD.
           MOVE SPACES            TO WS-SX-DATA.

       2850-WRITE-REPORT-LINE  SECTION.

           MOVE SRQ-CUST-ID     TO WS-RD-CUST-ID.
           MOVE WS-RECEIVED-STR TO WS-RD-RECEIVED.
           MOVE WS-DUE-STR      TO WS-RD-DUE.
           MOVE WS-DAYS-ELAPSED TO WS-RD-DAYS.
           MOVE SAR-REQUESTER   TO WS-RD-REQUESTER.
           WRITE TO03-SAR-RPT-RECORD FROM WS-REPORT-DETAIL.

       2900-WRITE-ERR-RECORD  SECTION.

           MOVE 'N' TO WS-REQ-VALID-FLAG.
           MOVE TI01-SAR-REQUEST-RECORD TO ERR-REQ-IMAGE.
           WRITE TO04-SAR-ERR-RECORD.
           ADD 1 TO WS-ERROR-CTR.

       2980-ELAPSED-DAYS  SECTION.

           COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                 - FUNCTION INTEGER-OF-DATE(SAR-RECEIVED-DATE).
           IF WS-DAYS-ELAPSED < ZEROS
              MOVE ZEROS TO WS-DAYS-ELAPSED
           END-IF.

       2990-FORMAT-DATE  SECTION.

           MOVE SPACES TO WS-FMT-STR.
           IF WS-FMT-DATE NOT = ZEROS
              STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD
                     DELIMITED BY SIZE
                     INTO WS-FMT-STR
              END-STRING
           END-IF.

       3000-LIST-OPEN-REQUESTS  SECTION.

      *    EVERY REQUEST STILL UNANSWERED, WITH HOW LONG IT HAS
      *    WAITED -- ONE PAST ITS DEADLINE IS FLAGGED OVERDUE AND
      *    TURNS THE STEP'S RETURN CODE.
           MOVE SPACES TO TO03-SAR-RPT-RECORD.
           WRITE TO03-SAR-RPT-RECORD.
           WRITE TO03-SAR-RPT-RECORD FROM WS-REPORT-OPEN-HEADER.

           MOVE 'N'        TO WS-SAR-EOF-FLAG.
           MOVE LOW-VALUES TO SAR-KEY.

           START MO01-SAR-LOG-KSDS
               KEY IS NOT LESS THAN SAR-KEY
               INVALID KEY
                   SET SAR-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-READ-ONE-LOG-ROW UNTIL SAR-SCAN-EOF.

       3100-READ-ONE-LOG-ROW  SECTION.

           READ MO01-SAR-LOG-KSDS NEXT
               AT END  SET SAR-SCAN-EOF TO TRUE
               NOT AT END
                   IF SAR-STAT-OPEN
                      PERFORM 3200-LIST-ONE-OPEN-REQUEST
                   END-IF
           END-READ.

       3200-LIST-ONE-OPEN-REQUEST  SECTION.

           ADD 1 TO WS-OPEN-CTR.
           PERFORM 2980-ELAPSED-DAYS.

           MOVE SAR-CUST-ID       TO WS-RD-CUST-ID.
           MOVE SAR-RECEIVED-DATE TO WS-FMT-DATE.
           PERFORM 2990-FORMAT-DATE.
           MOVE WS-FMT-STR        TO WS-RD-RECEIVED.
           MOVE SAR-DUE-DATE      TO WS-FMT-DATE.
           PERFORM 2990-FORMAT-DATE.
           MOVE WS-FMT-STR        TO WS-RD-DUE.
           MOVE SPACES            TO WS-RD-ANSWERED.
           MOVE WS-DAYS-ELAPSED   TO WS-RD-DAYS.
           MOVE ZEROS             TO WS-RD-RECORDS.
           MOVE SAR-REQUESTER     TO WS-RD-REQUESTER.

           IF SAR-DUE-DATE < WS-DATE
              ADD 1 TO WS-OVERDUE-CTR
              MOVE 'OVERDUE'      TO WS-RD-RESULT
              DISPLAY 'SUBJECT-ACCESS REQUEST OVERDUE: '
                      SAR-CUST-ID ' DUE ' SAR-DUE-DATE
           ELSE
              MOVE 'OPEN'         TO WS-RD-RESULT
           END-IF.

           WRITE TO03-SAR-RPT-RECORD FROM WS-REPORT-DETAIL.

       9000-TERMINATE   SECTION.

           CLOSE  TI01-SAR-REQUEST,
                  MI01-CUSTOMER-KSDS,
                  MI02-AUDIT-KSDS,
                  MI03-METER-KSDS,
                  MI04-MXC-KSDS,
                  MI05-CONS-HIST-KSDS,
                  MI06-BILL-HIST-KSDS,
                  MI07-PAY-REGISTRY,
                  MI08-DEPOSIT-KSDS,
                  MI09-COMPLAINT-KSDS,
                  MI10-WO-KSDS,
                  MI11-CORR-KSDS,
                  MI12-NOTIF-LOG-KSDS,
                  MI13-PROTECT-KSDS,
                  MI14-SCORE-KSDS,
                  MO01-SAR-LOG-KSDS,
                  MO02-ACCESS-LOG-KSDS,
                  TO01-SAR-EXTRACT,
                  TO02-SAR-LETTERS,
                  TO03-SAR-RPT,
                  TO04-SAR-ERR.

           DISPLAY '----------------------------------------'
           DISPLAY ' REQUESTS READ            ',  WS-READ-CTR
           DISPLAY ' NEW REQUESTS LOGGED      ',  WS-LOGGED-CTR
           DISPLAY ' REQUESTS ANSWERED        ',  WS-FULFILLED-CTR
           DISPLAY '   OF WHICH LATE          ',  WS-LATE-CTR
           DISPLAY ' AWAITING PROOF OF ID     ',  WS-AWAITING-CTR
           DISPLAY ' REQUESTS STILL OPEN      ',  WS-OPEN-CTR
           DISPLAY '   OF WHICH OVERDUE       ',  WS-OVERDUE-CTR
           DISPLAY ' REQUESTS IN ERROR        ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           IF WS-ERROR-CTR > ZEROS
              OR WS-LATE-CTR > ZEROS
              OR WS-OVERDUE-CTR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
