       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NDC001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    NO-DUES CERTIFICATE REQUESTS KEYED BY THE COUNTER CLERK
      *    FOR A BANK, LAND REGISTRY OR BUYER -- ONE PER PREMISE OR
      *    CUSTOMER. EACH IS ANSWERED WITH A NUMBERED CERTIFICATE
      *    OR A REFUSAL LETTER ITEMISING WHAT IS STILL OWED.
           SELECT TI01-NDC-REQUEST    ASSIGN TO NDCTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REQ-STATUS.

      *    PREMISE MASTER PREM001 MAINTAINS -- DYNAMIC SO A
      *    CUSTOMER REQUEST CAN FIND EVERY PREMISE THE CUSTOMER
      *    OWNS OR OCCUPIES.
           SELECT MI01-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS PRM-PREMISE-ID
           FILE STATUS            IS WS-PRM-STATUS.

      *    OCCUPANCY HISTORY PREM001 KEEPS -- EVERY ACCOUNT EVER
      *    CONNECTED AT THE PREMISE, NOT JUST TODAY'S OCCUPANT.
           SELECT MI02-OCC-HIST-KSDS  ASSIGN TO OCCHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS OCC-KEY
           FILE STATUS            IS WS-OCC-STATUS.

           SELECT MI03-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    PENDING BILL ADJUSTMENTS -- A DEBIT NOT YET BILLED IS
      *    STILL MONEY OWED.
           SELECT MI04-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    INSTALLMENT-AGREEMENT MASTER MAINTAINED BY INST001 --
      *    AN ACTIVE AGREEMENT IS ARREARS NOT YET BILLED.
           SELECT MI05-INSTALL-KSDS   ASSIGN TO INSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS INST-CUST-ID
           FILE STATUS            IS WS-INST-STATUS.

      *    INVESTIGATION CASE MASTER MAINTAINED BY HCCASE -- KEYED
      *    BY CUSTOMER AND EXCEPTION DATE, SO AN ACCOUNT'S CASES
      *    ARE READ AS ONE BROWSE.
           SELECT MI06-CASE-KSDS      ASSIGN TO CASEKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CASE-KEY
           FILE STATUS            IS WS-CASE-STATUS.

      *    BAD-DEBT WRITE-OFF MASTER WOFF001 MAINTAINS -- A
      *    WRITTEN-OFF BILL IS STILL OWED UNTIL IT IS RECOVERED.
           SELECT MI07-WOFF-KSDS      ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS WOFF-BILL-ID
           FILE STATUS            IS WS-WOFF-STATUS.

      *    CERTIFICATE REGISTER -- ONE ROW PER CERTIFICATE ISSUED,
      *    KEYED BY ITS SERIAL NUMBER, SO A CERTIFICATE PRODUCED
      *    AT A CLOSING CAN BE CHECKED AGAINST WHAT WAS ISSUED.
           SELECT MO01-NDC-REGISTER   ASSIGN TO NDCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS NDR-SERIAL
           FILE STATUS            IS WS-NDR-STATUS.

      *    INQUIRY ACCESS LOG -- A CERTIFICATE DISCLOSES THE STATE
      *    OF THE ACCOUNTS TO A THIRD PARTY, SO EVERY REQUEST IS
      *    LOGGED AGAINST THE CLERK WHO KEYED IT.
           SELECT MO02-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

      *    SAME ID COUNTER FILE CUST001 AND NOTIFHUB DRAW FROM --
      *    THE 'NDCS' ROW CARRIES THE NEXT CERTIFICATE SERIAL.
           SELECT CTL-ID-COUNTER      ASSIGN TO IDCTRF
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTR-ID
           FILE STATUS            IS WS-CTR-STATUS.

           SELECT TO01-NDC-LETTERS    ASSIGN TO NDCLTRS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LTR-STATUS.

           SELECT TO02-NDC-RPT        ASSIGN TO NDCRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT TO03-NDC-ERR        ASSIGN TO NDCERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    'P' ASKS ABOUT A PREMISE (KEY IS THE PREMISE ID), 'C'
      *    ABOUT A CUSTOMER (KEY IS THE CUSTOMER ID) -- THE LATTER
      *    COVERS EVERY PREMISE THE CUSTOMER OWNS OR OCCUPIES.
       FD TI01-NDC-REQUEST
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-NDC-REQUEST-RECORD.
          05 NDQ-REQ-TYPE         PIC X(01).
             88 NDQ-BY-PREMISE               VALUE 'P'.
             88 NDQ-BY-CUSTOMER              VALUE 'C'.
          05 NDQ-KEY              PIC X(12).
          05 NDQ-REQUESTER        PIC X(30).
          05 NDQ-REQUESTER-REF    PIC X(15).
          05 NDQ-OPERATOR-ID      PIC X(08).
          05 NDQ-REQ-DATE         PIC 9(08).
          05 FILLER               PIC X(06).

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI01-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI01-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

      *    SAME OCCUPANCY-HISTORY LAYOUT PREM001 MAINTAINS.
       FD MI02-OCC-HIST-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-OCC-HIST-RECORD.
          05 OCC-KEY.
             10 OCC-PREMISE-ID      PIC X(10).
             10 OCC-START-DATE      PIC 9(08).
          05 OCC-CUST-ID            PIC X(12).
          05 OCC-END-DATE           PIC 9(08).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
       FD MI03-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI03-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 CUST-AREA-CODE   PIC X(6).
          05 CUST-SPACE       PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 FILLER           PIC X(72).

       FD MI04-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MI04-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

      *    SAME INSTALLMENT LAYOUT INST001 MAINTAINS.
       FD MI05-INSTALL-KSDS
           RECORD CONTAINS         45  CHARACTERS.

       01 MI05-INSTALL-RECORD.
          05 INST-CUST-ID         PIC X(12).
          05 INST-AGREED-TOTAL    PIC 9(08)V99.
          05 INST-MONTHLY-AMT     PIC 9(06)V99.
          05 INST-START-PERIOD    PIC 9(06).
          05 INST-BILLED-TO-DATE  PIC 9(08)V99.
          05 INST-STATUS          PIC X(01).
             88 INST-STAT-ACTIVE             VALUE 'A'.

      *    SAME CASE LAYOUT HCCASE MAINTAINS.
       FD MI06-CASE-KSDS
           RECORD CONTAINS         85  CHARACTERS.

       01 MI06-CASE-RECORD.
          05 CASE-KEY.
             10 CASE-CUST-ID        PIC X(12).
             10 CASE-EXC-DATE       PIC 9(08).
          05 CASE-DATE-OPENED       PIC 9(08).
          05 CASE-STATUS            PIC X(01).
             88 CASE-STAT-OPEN               VALUE 'O'.
          05 CASE-DISPOSITION       PIC X(01).
          05 CASE-VISIT-DATE        PIC 9(08).
          05 CASE-FINDINGS          PIC X(30).
          05 CASE-ASSESS-AMT        PIC 9(07)V99.
          05 CASE-DISPOSED-BY       PIC X(08).

      *    SAME WRITE-OFF LAYOUT WOFF001 MAINTAINS.
       FD MI07-WOFF-KSDS
           RECORD CONTAINS         56  CHARACTERS.

       01 MI07-WOFF-RECORD.
          05 WOFF-BILL-ID         PIC X(14).
          05 WOFF-CUST-ID         PIC X(12).
          05 WOFF-AMOUNT          PIC 9(09)V99.
          05 WOFF-DATE            PIC 9(08).
          05 WOFF-STATUS          PIC X(01).
          05 WOFF-RECOVERED-AMT   PIC 9(09)V99.

       FD MO01-NDC-REGISTER
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-NDC-REGISTER-RECORD.
          05 NDR-SERIAL           PIC 9(09).
          05 NDR-ISSUE-DATE       PIC 9(08).
          05 NDR-VALID-UNTIL      PIC 9(08).
          05 NDR-REQ-TYPE         PIC X(01).
          05 NDR-KEY              PIC X(12).
          05 NDR-REQUESTER        PIC X(30).
          05 NDR-REQUESTER-REF    PIC X(15).
          05 NDR-OPERATOR-ID      PIC X(08).
          05 NDR-ACCOUNTS-CHECKED PIC 9(03).
          05 NDR-STATUS           PIC X(01).
             88 NDR-STAT-ISSUED              VALUE 'I'.
          05 FILLER               PIC X(05).

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 WRITES.
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

       FD CTL-ID-COUNTER
           RECORD CONTAINS         13  CHARACTERS.

       01 CTL-COUNTER-RECORD.
          05 CTR-ID              PIC X(04).
          05 CTR-NEXT-VALUE      PIC 9(09).

       FD TO01-NDC-LETTERS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO01-LETTER-RECORD    PIC X(80).

       FD TO02-NDC-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-NDC-RPT-RECORD   PIC X(133).

       FD TO03-NDC-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO03-NDC-ERR-RECORD.
          05 ERR-REQ-IMAGE        PIC X(80).
          05 ERR-REASON           PIC X(01).
             88 ERR-REAS-BAD-TYPE            VALUE '1'.
             88 ERR-REAS-NOT-FOUND           VALUE '2'.
             88 ERR-REAS-NO-REQUESTER        VALUE '3'.
             88 ERR-REAS-NO-SERIAL           VALUE '4'.
             88 ERR-REAS-TOO-MANY-ACCTS      VALUE '5'.
             88 ERR-REAS-NOT-LOGGED          VALUE '6'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-REQ-STATUS         PIC X(02).
             88 REQ-IO-STATUS      VALUE '00'.
             88 REQ-EOF            VALUE '10'.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-PRM-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 PRM-SCAN-EOF       VALUE 'Y'.
          05 WS-OCC-STATUS         PIC X(02).
             88 OCC-IO-STATUS      VALUE '00'.
          05 WS-OCC-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 OCC-SCAN-EOF       VALUE 'Y'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-INST-STATUS        PIC X(02).
             88 INST-IO-STATUS     VALUE '00'.
          05 WS-CASE-STATUS        PIC X(02).
             88 CASE-IO-STATUS     VALUE '00'.
          05 WS-CASE-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CASE-SCAN-EOF      VALUE 'Y'.
          05 WS-WOFF-STATUS        PIC X(02).
             88 WOFF-IO-STATUS     VALUE '00'.
          05 WS-NDR-STATUS         PIC X(02).
             88 NDR-IO-STATUS      VALUE '00'.
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
             88 ACCL-DUP-KEY       VALUE '22'.
          05 WS-CTR-STATUS         PIC X(02).
             88 CTR-IO-STATUS      VALUE '00'.
          05 WS-LTR-STATUS         PIC X(02).
             88 LTR-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-X REDEFINES WS-DATE.
             10 WS-DATE-YYYY       PIC X(04).
             10 WS-DATE-MM         PIC X(02).
             10 WS-DATE-DD         PIC X(02).
          05 WS-VALID-UNTIL        PIC 9(08) VALUE ZEROS.
          05 WS-VALID-UNTIL-X REDEFINES WS-VALID-UNTIL.
             10 WS-VALID-YYYY      PIC X(04).
             10 WS-VALID-MM        PIC X(02).
             10 WS-VALID-DD        PIC X(02).
          05 WS-DATE-STR           PIC X(10) VALUE SPACES.
          05 WS-VALID-STR          PIC X(10) VALUE SPACES.

      *    PARM IS THE NUMBER OF DAYS A CERTIFICATE STAYS VALID --
      *    THIRTY UNLESS THE RUN SAYS OTHERWISE.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-VALID-DAYS PIC X(03) VALUE SPACES.
             10 FILLER             PIC X(77) VALUE SPACES.
          05 WS-VALID-DAYS         PIC 9(03) VALUE 30.

       01 WS-ACCESS-LOG-VARIABLES.
          05 WS-LOG-TIME           PIC 9(08) VALUE ZEROS.
          05 WS-LOG-WRITE-FLAG     PIC X(01) VALUE 'P'.
             88 LOG-WRITE-PENDING  VALUE 'P'.
             88 LOG-WRITE-DONE     VALUE 'Y'.
             88 LOG-WRITE-FAILED   VALUE 'F'.

      *    EVERY ACCOUNT THE REQUEST HAS TO BE CLEAR ON.
       01 WS-ACCOUNT-TABLE.
          05 WS-AC-ROW OCCURS 100 TIMES
                       INDEXED BY WS-AC-IDX.
             10 WS-AC-CUST-ID      PIC X(12).
          05 WS-AC-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-AC-MAX-ENTRIES     PIC 9(03) VALUE 100.
          05 WS-AC-LOOP-CTR        PIC 9(03) VALUE ZEROS.
          05 WS-AC-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 AC-FOUND           VALUE 'Y'.
          05 WS-AC-OVERFLOW-FLAG   PIC X(01) VALUE 'N'.
             88 AC-OVERFLOW        VALUE 'Y'.
          05 WS-AC-ADD-CUST-ID     PIC X(12) VALUE SPACES.
          05 WS-AC-CURRENT-ID      PIC X(12) VALUE SPACES.

      *    WHAT IS STILL OWED, ITEM BY ITEM, FOR THE REFUSAL.
       01 WS-ITEM-TABLE.
          05 WS-IT-ROW OCCURS 200 TIMES
                       INDEXED BY WS-IT-IDX.
             10 WS-IT-CUST-ID      PIC X(12).
             10 WS-IT-DESC         PIC X(20).
             10 WS-IT-REF          PIC X(14).
             10 WS-IT-AMOUNT       PIC 9(09)V99.
          05 WS-IT-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-IT-MAX-ENTRIES     PIC 9(03) VALUE 200.
          05 WS-IT-LOOP-CTR        PIC 9(03) VALUE ZEROS.
          05 WS-IT-TOTAL           PIC 9(11)V99 VALUE ZEROS.

       01 WS-REQUEST-VARIABLES.
          05 WS-REQ-VALID-FLAG     PIC X(01) VALUE 'Y'.
             88 REQ-VALID          VALUE 'Y'.
          05 WS-SUBJECT-ADDRESS    PIC X(29) VALUE SPACES.
          05 WS-SUBJECT-CITY       PIC X(10) VALUE SPACES.
          05 WS-SUBJECT-NAME       PIC X(21) VALUE SPACES.
          05 WS-SUBJECT-OCCUPANT   PIC X(12) VALUE SPACES.
          05 WS-SERIAL             PIC 9(09) VALUE ZEROS.
          05 WS-PREV-BILL-ID       PIC X(14) VALUE SPACES.
          05 WS-OPEN-AMT           PIC 9(09)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-ISSUED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-REFUSED-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       01 WS-LETTER-FIELDS.
          05 WS-L-AMOUNT           PIC $$$,$$$,$$9.99.

       01 WS-LETTER-ITEM-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LI-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LI-DESC           PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LI-REF            PIC X(14).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LI-AMOUNT         PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'NO-DUES CERTIFICATE REQUESTS - RUN DATE'.
          05 WS-RH-DATE           PIC X(10).
          05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE 'BY'.
          05 FILLER               PIC X(14) VALUE 'PREMISE/CUST'.
          05 FILLER               PIC X(32) VALUE 'REQUESTED BY'.
          05 FILLER               PIC X(10) VALUE 'RESULT'.
          05 FILLER               PIC X(11) VALUE 'SERIAL'.
          05 FILLER               PIC X(12) VALUE 'VALID TO'.
          05 FILLER               PIC X(06) VALUE 'ACCTS'.
          05 FILLER               PIC X(16) VALUE '     OUTSTANDING'.
          05 FILLER               PIC X(27) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-REQ-TYPE       PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-KEY            PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-REQUESTER      PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-RESULT         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-SERIAL         PIC X(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-VALID-TO       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-ACCOUNTS       PIC ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RD-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(29) VALUE SPACES.

      *============================================================
      * DB2 SQL DECLARATION AREA
      *============================================================

      * EVERY SNAPSHOT OF EVERY BILL ON ONE ACCOUNT, NEWEST RUN
      * FIRST WITHIN EACH BILL -- THE FIRST ROW FOR A BILL_ID IS
      * ITS CURRENT STATE, THE SAME RULE BALFWD_CURSOR FOLLOWS.
           EXEC SQL
               DECLARE NDC_CURSOR CURSOR FOR
               SELECT BILL_ID, BALANCE, STATUS, RUN_DATE
               FROM BILL_UPDATE
               WHERE CUST_ID = :HV-NDC-CUST-ID
               ORDER BY BILL_ID, RUN_DATE DESC
           END-EXEC.

      * DB2 COMMUNICATION AREA
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 HV-NDC-RECORD.
          05 HV-NDC-CUST-ID        PIC X(14).
          05 HV-NDC-BILL-ID        PIC X(14).
          05 HV-NDC-BALANCE        PIC 9(10).
          05 HV-NDC-STATUS         PIC X(04).
          05 HV-NDC-RUN-DATE       PIC 9(08).

       01 HV-DBNAME               PIC X(8) VALUE 'ELECTDB'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'NDC001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  NO-DUES CERTIFICATE ISSUANCE          '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
                  INTO WS-DATE-STR
           END-STRING.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-VALID-DAYS IS NUMERIC
              AND WS-PARM-VALID-DAYS NOT = '000'
              MOVE WS-PARM-VALID-DAYS TO WS-VALID-DAYS
           END-IF.
           DISPLAY 'CERTIFICATES VALID FOR DAYS: ' WS-VALID-DAYS.

           COMPUTE WS-VALID-UNTIL =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                   + WS-VALID-DAYS).
           STRING WS-VALID-YYYY '-' WS-VALID-MM '-' WS-VALID-DD
                  DELIMITED BY SIZE
                  INTO WS-VALID-STR
           END-STRING.

           PERFORM 2100-OPEN-FILES.

           EXEC SQL
               CONNECT TO :HV-DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONNECTING TO DB2: SQLCODE=' SQLCODE
              STOP RUN
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-NDC-REQUEST.
           IF NOT REQ-IO-STATUS
              DISPLAY 'ERROR OPENING NO-DUES REQUEST FILE: '
                      WS-REQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: ' WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-OCC-HIST-KSDS.
           IF NOT OCC-IO-STATUS
              DISPLAY 'ERROR OPENING OCCUPANCY HISTORY KSDS: '
                      WS-OCC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-INSTALL-KSDS.
           IF NOT INST-IO-STATUS
              DISPLAY 'ERROR OPENING INSTALLMENT KSDS: '
                      WS-INST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-CASE-KSDS.
           IF NOT CASE-IO-STATUS
              DISPLAY 'ERROR OPENING CASE KSDS: ' WS-CASE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-WOFF-KSDS.
           IF NOT WOFF-IO-STATUS
              DISPLAY 'ERROR OPENING WRITE-OFF KSDS: '
                      WS-WOFF-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-NDC-REGISTER.
           IF NOT NDR-IO-STATUS
              DISPLAY 'ERROR OPENING CERTIFICATE REGISTER: '
                      WS-NDR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CTL-ID-COUNTER.
           IF NOT CTR-IO-STATUS
              DISPLAY 'ERROR OPENING ID COUNTER FILE: '
                      WS-CTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-NDC-LETTERS.
           IF NOT LTR-IO-STATUS
              DISPLAY 'ERROR OPENING CERTIFICATE LETTERS: '
                      WS-LTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-NDC-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING NO-DUES REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-NDC-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING NO-DUES ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2000-PROCESS     SECTION.

           MOVE WS-DATE-STR TO WS-RH-DATE.
           WRITE TO02-NDC-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO02-NDC-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2200-READ-REQUEST UNTIL REQ-EOF.

       2200-READ-REQUEST  SECTION.

           READ TI01-NDC-REQUEST
               AT END  SET REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 2300-PROCESS-REQUEST
           END-READ.

       2300-PROCESS-REQUEST  SECTION.

           MOVE 'Y'    TO WS-REQ-VALID-FLAG.
           MOVE ZEROS  TO WS-AC-COUNT
                          WS-IT-COUNT
                          WS-IT-TOTAL.
           MOVE 'N'    TO WS-AC-OVERFLOW-FLAG.
           MOVE SPACES TO WS-SUBJECT-ADDRESS
                          WS-SUBJECT-CITY
                          WS-SUBJECT-NAME
                          WS-SUBJECT-OCCUPANT.

           EVALUATE TRUE
               WHEN NDQ-REQUESTER = SPACES
                 OR NDQ-OPERATOR-ID = SPACES
                  DISPLAY 'REQUEST WITHOUT REQUESTER OR CLERK: '
                          NDQ-KEY
                  SET ERR-REAS-NO-REQUESTER TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
               WHEN NDQ-BY-PREMISE
                  PERFORM 2400-LIST-PREMISE-ACCOUNTS
               WHEN NDQ-BY-CUSTOMER
                  PERFORM 2450-LIST-CUSTOMER-ACCOUNTS
               WHEN OTHER
                  DISPLAY 'INVALID REQUEST TYPE: ' NDQ-REQ-TYPE
                          ' FOR ' NDQ-KEY
                  SET ERR-REAS-BAD-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

           IF REQ-VALID AND AC-OVERFLOW
              DISPLAY 'TOO MANY ACCOUNTS TO CERTIFY: ' NDQ-KEY
              SET ERR-REAS-TOO-MANY-ACCTS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

           IF REQ-VALID
              PERFORM 2350-WRITE-ACCESS-LOG
           END-IF.

           IF REQ-VALID
              PERFORM 2500-CHECK-ONE-ACCOUNT
                  VARYING WS-AC-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-AC-LOOP-CTR > WS-AC-COUNT
              IF WS-IT-COUNT = ZEROS
                 PERFORM 2700-ISSUE-CERTIFICATE
              ELSE
                 PERFORM 2800-REFUSE-CERTIFICATE
              END-IF
           END-IF.

       2350-WRITE-ACCESS-LOG  SECTION.

      *    THE REQUEST IS LOGGED AGAINST THE CLERK BEFORE ANYTHING
      *    ABOUT THE ACCOUNTS IS DISCLOSED -- NO LOG ROW, NO
      *    CERTIFICATE AND NO REFUSAL.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES              TO MO02-ACCESS-LOG-RECORD.
           MOVE WS-DATE             TO ACCL-DATE.
           MOVE WS-LOG-TIME         TO ACCL-TIME.
           MOVE 'BATCH   '          TO ACCL-TERMINAL.
           MOVE ZEROS               TO ACCL-SEQ.
           MOVE NDQ-OPERATOR-ID     TO ACCL-OPERATOR-ID.
           MOVE 'NDC001  '          TO ACCL-PROGRAM-ID.
           MOVE WS-SUBJECT-OCCUPANT TO ACCL-CUST-ID.
           MOVE 'NODUES  '          TO ACCL-SCREEN.
           MOVE NDQ-KEY             TO ACCL-SEARCH-ARG.
           SET LOG-WRITE-PENDING    TO TRUE.

           PERFORM 2360-WRITE-ONE-LOG-ROW UNTIL NOT LOG-WRITE-PENDING.

           IF LOG-WRITE-FAILED
              DISPLAY 'INQUIRY ACCESS LOG WRITE FAILED - STATUS: '
                      WS-ACCL-STATUS ' FOR ' NDQ-KEY
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

       2400-LIST-PREMISE-ACCOUNTS  SECTION.

      *    TODAY'S OCCUPANT AND EVERY ACCOUNT THE OCCUPANCY HISTORY
      *    HAS EVER RECORDED AT THE PREMISE.
           MOVE NDQ-KEY TO PRM-PREMISE-ID.
           READ MI01-PREMISE-KSDS
               INVALID KEY
                   DISPLAY 'PREMISE NOT FOUND: ' NDQ-KEY
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE PRM-ADDRESS     TO WS-SUBJECT-ADDRESS
                   MOVE PRM-CITY        TO WS-SUBJECT-CITY
                   MOVE PRM-OCCUPANT-ID TO WS-SUBJECT-OCCUPANT
                   PERFORM 2410-LIST-ONE-PREMISE
           END-READ.

       2410-LIST-ONE-PREMISE  SECTION.

           IF PRM-OCCUPANT-ID NOT = SPACES
              MOVE PRM-OCCUPANT-ID TO WS-AC-ADD-CUST-ID
              PERFORM 2490-ADD-ACCOUNT
           END-IF.

           MOVE 'N'            TO WS-OCC-EOF-FLAG.
           MOVE PRM-PREMISE-ID TO OCC-PREMISE-ID.
           MOVE ZEROS          TO OCC-START-DATE.

           START MI02-OCC-HIST-KSDS
               KEY IS NOT LESS THAN OCC-KEY
               INVALID KEY
                   SET OCC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2420-READ-ONE-OCCUPANCY UNTIL OCC-SCAN-EOF.

       2420-READ-ONE-OCCUPANCY  SECTION.

           READ MI02-OCC-HIST-KSDS NEXT
               AT END  SET OCC-SCAN-EOF TO TRUE
               NOT AT END
                   IF OCC-PREMISE-ID NOT = PRM-PREMISE-ID
                      SET OCC-SCAN-EOF TO TRUE
                   ELSE
                      MOVE OCC-CUST-ID TO WS-AC-ADD-CUST-ID
                      PERFORM 2490-ADD-ACCOUNT
                   END-IF
           END-READ.

       2450-LIST-CUSTOMER-ACCOUNTS  SECTION.

      *    THE CUSTOMER'S OWN ACCOUNT, THEN EVERY ACCOUNT EVER
      *    CONNECTED AT ANY PREMISE THE CUSTOMER OWNS OR OCCUPIES.
           MOVE NDQ-KEY TO CUST-KEY.
           READ MI03-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND: ' NDQ-KEY
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE CUST-ADDRESS TO WS-SUBJECT-ADDRESS
                   MOVE CUST-CITY    TO WS-SUBJECT-CITY
                   MOVE CUST-KEY     TO WS-SUBJECT-OCCUPANT
                   STRING CUST-FIRST-NAME DELIMITED BY SPACE
                          ' ' CUST-LAST-NAME DELIMITED BY SPACE
                          INTO WS-SUBJECT-NAME
                   END-STRING
                   MOVE CUST-KEY     TO WS-AC-ADD-CUST-ID
                   PERFORM 2490-ADD-ACCOUNT
                   PERFORM 2460-FIND-CUSTOMER-PREMISES
           END-READ.

       2460-FIND-CUSTOMER-PREMISES  SECTION.

           MOVE 'N'        TO WS-PRM-EOF-FLAG.
           MOVE LOW-VALUES TO PRM-PREMISE-ID.

           START MI01-PREMISE-KSDS
               KEY IS GREATER THAN PRM-PREMISE-ID
               INVALID KEY
                   SET PRM-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2470-READ-ONE-PREMISE UNTIL PRM-SCAN-EOF.

       2470-READ-ONE-PREMISE  SECTION.

           READ MI01-PREMISE-KSDS NEXT
               AT END  SET PRM-SCAN-EOF TO TRUE
               NOT AT END
                   IF PRM-OWNER-ID = NDQ-KEY
                      OR PRM-OCCUPANT-ID = NDQ-KEY
                      PERFORM 2410-LIST-ONE-PREMISE
                   END-IF
           END-READ.

       2490-ADD-ACCOUNT  SECTION.

           MOVE 'N' TO WS-AC-FOUND-FLAG.
           PERFORM 2495-FIND-ACCOUNT
               VARYING WS-AC-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AC-LOOP-CTR > WS-AC-COUNT
                  OR AC-FOUND.

           IF NOT AC-FOUND
              IF WS-AC-COUNT >= WS-AC-MAX-ENTRIES
                 SET AC-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-AC-COUNT
                 SET WS-AC-IDX TO WS-AC-COUNT
                 MOVE WS-AC-ADD-CUST-ID TO WS-AC-CUST-ID(WS-AC-IDX)
              END-IF
           END-IF.

       2495-FIND-ACCOUNT  SECTION.

           SET WS-AC-IDX TO WS-AC-LOOP-CTR.
           IF WS-AC-CUST-ID(WS-AC-IDX) = WS-AC-ADD-CUST-ID
              SET AC-FOUND TO TRUE
           END-IF.

       2500-CHECK-ONE-ACCOUNT  SECTION.

           SET WS-AC-IDX TO WS-AC-LOOP-CTR.
           MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-AC-CURRENT-ID.

           PERFORM 2510-CHECK-OPEN-BILLS.
           PERFORM 2520-CHECK-PENDING-ADJ.
           PERFORM 2530-CHECK-INSTALLMENT.
           PERFORM 2540-CHECK-THEFT-CASES.

       2510-CHECK-OPEN-BILLS  SECTION.

           MOVE SPACES           TO HV-NDC-CUST-ID.
           MOVE WS-AC-CURRENT-ID TO HV-NDC-CUST-ID.
           MOVE SPACES           TO WS-PREV-BILL-ID.

           EXEC SQL
               OPEN NDC_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING NO-DUES CURSOR: SQLCODE='
                      SQLCODE
      *       A BILL FILE THAT CANNOT BE READ CANNOT BE CLEARED.
              MOVE ZEROS TO WS-OPEN-AMT
              MOVE SPACES TO HV-NDC-BILL-ID
              PERFORM 2590-ADD-ITEM
              MOVE 'BILL FILE UNREAD    ' TO WS-IT-DESC(WS-IT-IDX)
           ELSE
              PERFORM 2515-FETCH-BILL-ROW
              PERFORM 2517-CHECK-ONE-BILL-ROW
                  UNTIL SQLCODE NOT = 0
              EXEC SQL
                  CLOSE NDC_CURSOR
              END-EXEC
           END-IF.

       2515-FETCH-BILL-ROW  SECTION.

           EXEC SQL
               FETCH NDC_CURSOR
               INTO :HV-NDC-BILL-ID,
                    :HV-NDC-BALANCE,
                    :HV-NDC-STATUS,
                    :HV-NDC-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR FETCHING BILL ROW: SQLCODE=' SQLCODE
           END-IF.

       2517-CHECK-ONE-BILL-ROW  SECTION.

      *    ONLY THE NEWEST SNAPSHOT OF A BILL COUNTS. A BILL STILL
      *    DUE OR PART-PAID IS OPEN; A WRITTEN-OFF BILL IS OPEN FOR
      *    WHATEVER HAS NOT BEEN RECOVERED.
           IF HV-NDC-BILL-ID NOT = WS-PREV-BILL-ID
              EVALUATE TRUE
                  WHEN (HV-NDC-STATUS = 'D' OR HV-NDC-STATUS = 'PP')
                   AND HV-NDC-BALANCE > ZEROS
                     MOVE HV-NDC-BALANCE TO WS-OPEN-AMT
                     PERFORM 2590-ADD-ITEM
                     MOVE 'OPEN BILL' TO WS-IT-DESC(WS-IT-IDX)
                  WHEN HV-NDC-STATUS = 'W'
                     PERFORM 2519-CHECK-WRITE-OFF
              END-EVALUATE
           END-IF.

           MOVE HV-NDC-BILL-ID TO WS-PREV-BILL-ID.

           PERFORM 2515-FETCH-BILL-ROW.

       2519-CHECK-WRITE-OFF  SECTION.

           MOVE HV-NDC-BILL-ID TO WOFF-BILL-ID.
           READ MI07-WOFF-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WOFF-AMOUNT > WOFF-RECOVERED-AMT
                      COMPUTE WS-OPEN-AMT =
                              WOFF-AMOUNT - WOFF-RECOVERED-AMT
                      PERFORM 2590-ADD-ITEM
                      MOVE 'WRITTEN-OFF BILL'
                          TO WS-IT-DESC(WS-IT-IDX)
                   END-IF
           END-READ.

       2520-CHECK-PENDING-ADJ  SECTION.

           MOVE WS-AC-CURRENT-ID TO ADJ-CUST-ID.
           READ MI04-ADJ-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADJ-AMOUNT > ZEROS
                      MOVE ADJ-AMOUNT TO WS-OPEN-AMT
                      MOVE SPACES     TO HV-NDC-BILL-ID
                      MOVE ADJ-REASON-CODE TO HV-NDC-BILL-ID
                      PERFORM 2590-ADD-ITEM
                      MOVE 'PENDING CHARGE'
                          TO WS-IT-DESC(WS-IT-IDX)
                   END-IF
           END-READ.

       2530-CHECK-INSTALLMENT  SECTION.

      *    AN ACTIVE AGREEMENT IS OWED IN FULL -- WHAT IS LEFT OF
      *    THE AGREED TOTAL THAT HAS NOT YET BEEN BILLED.
           MOVE WS-AC-CURRENT-ID TO INST-CUST-ID.
           READ MI05-INSTALL-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INST-STAT-ACTIVE
                      IF INST-AGREED-TOTAL > INST-BILLED-TO-DATE
                         COMPUTE WS-OPEN-AMT =
                                 INST-AGREED-TOTAL
                               - INST-BILLED-TO-DATE
                      ELSE
                         MOVE ZEROS TO WS-OPEN-AMT
                      END-IF
                      MOVE SPACES TO HV-NDC-BILL-ID
                      PERFORM 2590-ADD-ITEM
                      MOVE 'INSTALLMENT PLAN'
                          TO WS-IT-DESC(WS-IT-IDX)
                   END-IF
           END-READ.

       2540-CHECK-THEFT-CASES  SECTION.

           MOVE 'N'              TO WS-CASE-EOF-FLAG.
           MOVE WS-AC-CURRENT-ID TO CASE-CUST-ID.
           MOVE ZEROS            TO CASE-EXC-DATE.

           START MI06-CASE-KSDS
               KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   SET CASE-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2545-READ-ONE-CASE UNTIL CASE-SCAN-EOF.

       2545-READ-ONE-CASE  SECTION.

           READ MI06-CASE-KSDS NEXT
               AT END  SET CASE-SCAN-EOF TO TRUE
               NOT AT END
                   IF CASE-CUST-ID NOT = WS-AC-CURRENT-ID
                      SET CASE-SCAN-EOF TO TRUE
                   ELSE
                      IF CASE-STAT-OPEN
                         MOVE CASE-ASSESS-AMT TO WS-OPEN-AMT
                         MOVE SPACES          TO HV-NDC-BILL-ID
                         MOVE CASE-EXC-DATE   TO HV-NDC-BILL-ID
                         PERFORM 2590-ADD-ITEM
                         MOVE 'OPEN THEFT CASE'
                             TO WS-IT-DESC(WS-IT-IDX)
                      END-IF
                   END-IF
           END-READ.

       2590-ADD-ITEM  SECTION.

      *    THE CALLER FILLS IN THE DESCRIPTION; THE AMOUNT AND
      *    REFERENCE ARRIVE IN WS-OPEN-AMT AND HV-NDC-BILL-ID. A
      *    FULL TABLE STILL REFUSES -- THE LAST ROW JUST CARRIES
      *    THE OVERFLOW AMOUNTS.
           IF WS-IT-COUNT < WS-IT-MAX-ENTRIES
              ADD 1 TO WS-IT-COUNT
              SET WS-IT-IDX TO WS-IT-COUNT
              MOVE WS-AC-CURRENT-ID TO WS-IT-CUST-ID(WS-IT-IDX)
              MOVE HV-NDC-BILL-ID   TO WS-IT-REF(WS-IT-IDX)
              MOVE WS-OPEN-AMT      TO WS-IT-AMOUNT(WS-IT-IDX)
           ELSE
              SET WS-IT-IDX TO WS-IT-COUNT
              ADD WS-OPEN-AMT TO WS-IT-AMOUNT(WS-IT-IDX)
           END-IF.
           ADD WS-OPEN-AMT TO WS-IT-TOTAL.

       2700-ISSUE-CERTIFICATE  SECTION.

           PERFORM 2710-GET-NEXT-SERIAL.

           IF WS-SERIAL = ZEROS
              SET ERR-REAS-NO-SERIAL TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           ELSE
              PERFORM 2720-WRITE-REGISTER-ROW
           END-IF.

       2710-GET-NEXT-SERIAL  SECTION.

           MOVE 'NDCS' TO CTR-ID.
           READ CTL-ID-COUNTER
                INVALID KEY
                   DISPLAY 'ID COUNTER RECORD NOT FOUND: ' CTR-ID
                   MOVE ZEROS TO WS-SERIAL
                NOT INVALID KEY
                   MOVE CTR-NEXT-VALUE TO WS-SERIAL
                   ADD 1 TO CTR-NEXT-VALUE
                   REWRITE CTL-COUNTER-RECORD
                       INVALID KEY
                          DISPLAY 'ID COUNTER REWRITE FAILED: '
                                  CTR-ID
                          MOVE ZEROS TO WS-SERIAL
                   END-REWRITE
           END-READ.

       2720-WRITE-REGISTER-ROW  SECTION.

           MOVE SPACES            TO MO01-NDC-REGISTER-RECORD.
           MOVE WS-SERIAL         TO NDR-SERIAL.
           MOVE WS-DATE           TO NDR-ISSUE-DATE.
           MOVE WS-VALID-UNTIL    TO NDR-VALID-UNTIL.
           MOVE NDQ-REQ-TYPE      TO NDR-REQ-TYPE.
           MOVE NDQ-KEY           TO NDR-KEY.
           MOVE NDQ-REQUESTER     TO NDR-REQUESTER.
           MOVE NDQ-REQUESTER-REF TO NDR-REQUESTER-REF.
           MOVE NDQ-OPERATOR-ID   TO NDR-OPERATOR-ID.
           MOVE WS-AC-COUNT       TO NDR-ACCOUNTS-CHECKED.
           SET NDR-STAT-ISSUED    TO TRUE.

      *    NO REGISTER ROW, NO CERTIFICATE -- ONE THAT CANNOT BE
      *    VERIFIED LATER IS NOT WORTH THE PAPER.
           WRITE MO01-NDC-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CERTIFICATE REGISTER WRITE FAILED: '
                           NDR-SERIAL ' STATUS: ' WS-NDR-STATUS
                   SET ERR-REAS-NO-SERIAL TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ISSUED-CTR
                   PERFORM 2730-WRITE-CERTIFICATE
                   MOVE 'ISSUED'       TO WS-RD-RESULT
                   MOVE NDR-SERIAL     TO WS-RD-SERIAL
                   MOVE WS-VALID-STR   TO WS-RD-VALID-TO
                   PERFORM 2850-WRITE-REPORT-LINE
                   DISPLAY 'NO-DUES CERTIFICATE ' NDR-SERIAL
                           ' ISSUED FOR ' NDQ-KEY
           END-WRITE.

       2730-WRITE-CERTIFICATE  SECTION.

           PERFORM 2750-WRITE-LETTER-HEAD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING 'NO-DUES CERTIFICATE NO. ' WS-SERIAL
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           PERFORM 2760-WRITE-SUBJECT-LINES.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING 'WE CERTIFY THAT AS AT ' WS-DATE-STR
                  ' NOTHING IS OUTSTANDING ON ANY'
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           MOVE 'ELECTRICITY ACCOUNT CONNECTED AT THE ABOVE: NO OPEN OR'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'WRITTEN-OFF BILL, PENDING CHARGE, INSTALLMENT PLAN OR'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING 'OPEN THEFT CASE. ACCOUNTS CHECKED: ' WS-AC-COUNT
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING 'THIS CERTIFICATE IS VALID UNTIL ' WS-VALID-STR
                  '. QUOTE ITS NUMBER TO VERIFY IT.'
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           PERFORM 2770-WRITE-LETTER-FOOT.

       2750-WRITE-LETTER-HEAD  SECTION.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING 'DATE: ' WS-DATE-STR
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE NDQ-REQUESTER TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           IF NDQ-REQUESTER-REF NOT = SPACES
              MOVE SPACES TO TO01-LETTER-RECORD
              STRING 'YOUR REF: ' NDQ-REQUESTER-REF
                     DELIMITED BY SIZE
                     INTO TO01-LETTER-RECORD
              END-STRING
              WRITE TO01-LETTER-RECORD
           END-IF.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

       2760-WRITE-SUBJECT-LINES  SECTION.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           IF NDQ-BY-PREMISE
              STRING 'PREMISE:  ' NDQ-KEY
                     DELIMITED BY SIZE
                     INTO TO01-LETTER-RECORD
              END-STRING
           ELSE
              STRING 'CUSTOMER: ' NDQ-KEY '  ' WS-SUBJECT-NAME
                     DELIMITED BY SIZE
                     INTO TO01-LETTER-RECORD
              END-STRING
           END-IF.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           STRING '          ' WS-SUBJECT-ADDRESS ' '
                  WS-SUBJECT-CITY
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

       2770-WRITE-LETTER-FOOT  SECTION.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'BILLING OFFICE' TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

       2800-REFUSE-CERTIFICATE  SECTION.

           ADD 1 TO WS-REFUSED-CTR.

           PERFORM 2750-WRITE-LETTER-HEAD.

           MOVE 'RE: REQUEST FOR A NO-DUES CERTIFICATE'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           PERFORM 2760-WRITE-SUBJECT-LINES.

           MOVE 'A NO-DUES CERTIFICATE CANNOT BE ISSUED. THE FOLLOWING'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'IS STILL OWED ON ACCOUNTS CONNECTED AT THE ABOVE:'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           PERFORM 2810-WRITE-ONE-ITEM
               VARYING WS-IT-LOOP-CTR FROM 1 BY 1
               UNTIL WS-IT-LOOP-CTR > WS-IT-COUNT.

           MOVE SPACES      TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE WS-IT-TOTAL TO WS-L-AMOUNT.
           MOVE SPACES      TO TO01-LETTER-RECORD.
           STRING '  TOTAL OUTSTANDING  ' WS-L-AMOUNT
                  DELIMITED BY SIZE
                  INTO TO01-LETTER-RECORD
           END-STRING.
           WRITE TO01-LETTER-RECORD.

           MOVE SPACES TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           MOVE 'ONCE THESE ARE CLEARED A FRESH REQUEST MAY BE MADE.'
               TO TO01-LETTER-RECORD.
           WRITE TO01-LETTER-RECORD.

           PERFORM 2770-WRITE-LETTER-FOOT.

           MOVE 'REFUSED'  TO WS-RD-RESULT.
           MOVE SPACES     TO WS-RD-SERIAL
                              WS-RD-VALID-TO.
           PERFORM 2850-WRITE-REPORT-LINE.
           DISPLAY 'NO-DUES CERTIFICATE REFUSED FOR ' NDQ-KEY.

       2810-WRITE-ONE-ITEM  SECTION.

           SET WS-IT-IDX TO WS-IT-LOOP-CTR.
           MOVE WS-IT-CUST-ID(WS-IT-IDX) TO WS-LI-CUST-ID.
           MOVE WS-IT-DESC(WS-IT-IDX)    TO WS-LI-DESC.
           MOVE WS-IT-REF(WS-IT-IDX)     TO WS-LI-REF.
           MOVE WS-IT-AMOUNT(WS-IT-IDX)  TO WS-LI-AMOUNT.
           WRITE TO01-LETTER-RECORD FROM WS-LETTER-ITEM-LINE.

       2850-WRITE-REPORT-LINE  SECTION.

           MOVE NDQ-REQ-TYPE   TO WS-RD-REQ-TYPE.
           MOVE NDQ-KEY        TO WS-RD-KEY.
           MOVE NDQ-REQUESTER  TO WS-RD-REQUESTER.
           MOVE WS-AC-COUNT    TO WS-RD-ACCOUNTS.
           MOVE WS-IT-TOTAL    TO WS-RD-OUTSTANDING.
           WRITE TO02-NDC-RPT-RECORD FROM WS-REPORT-DETAIL.

       2900-WRITE-ERR-RECORD  SECTION.

           MOVE 'N' TO WS-REQ-VALID-FLAG.
           MOVE TI01-NDC-REQUEST-RECORD TO ERR-REQ-IMAGE.
           WRITE TO03-NDC-ERR-RECORD.
           ADD 1 TO WS-ERROR-CTR.

       9000-TERMINATE   SECTION.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           CLOSE  TI01-NDC-REQUEST,
                  MI01-PREMISE-KSDS,
                  MI02-OCC-HIST-KSDS,
                  MI03-CUSTOMER-KSDS,
                  MI04-ADJ-KSDS,
                  MI05-INSTALL-KSDS,
                  MI06-CASE-KSDS,
                  MI07-WOFF-KSDS,
                  MO01-NDC-REGISTER,
                  MO02-ACCESS-LOG-KSDS,
                  CTL-ID-COUNTER,
                  TO01-NDC-LETTERS,
                  TO02-NDC-RPT,
                  TO03-NDC-ERR.

           DISPLAY '----------------------------------------'
           DISPLAY ' REQUESTS READ            ',  WS-READ-CTR
           DISPLAY ' CERTIFICATES ISSUED      ',  WS-ISSUED-CTR
           DISPLAY ' REFUSAL LETTERS          ',  WS-REFUSED-CTR
           DISPLAY ' REQUESTS IN ERROR        ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           IF WS-ERROR-CTR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
