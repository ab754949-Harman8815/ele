       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LCA001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    STAMPS THE APPLICATIONS AND AGES THE QUOTATIONS. A
      *    MISSING FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-LCA-TRAN       ASSIGN TO LCATRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    STANDING LOAD-CHANGE APPLICATION MASTER -- KEYED BY THE
      *    APPLICATION ID THE COMMERCIAL OFFICE ASSIGNS, THE SAME
      *    WAY APPL001'S SERVICE APPLICATIONS ARE. DYNAMIC SO THE
      *    FEASIBILITY CHECK CAN ADD UP THE CAPACITY ALREADY
      *    OFFERED ON A TRANSFORMER AND THE LAPSE PASS CAN WALK
      *    THE WHOLE FILE.
           SELECT MO01-LCA-KSDS       ASSIGN TO LCAKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS LCA-ID
           FILE STATUS            IS WS-KSDS-STATUS.

      *    CUSTOMER MASTER -- ONLY A LIVE ACCOUNT MAY CHANGE ITS
      *    SANCTION.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    SANCTIONED CONNECTED-LOAD MASTER CUST001 WRITES AT
      *    RELEASE -- READ FOR THE SANCTION IN FORCE, ADDED UP
      *    ACROSS THE TRANSFORMER, AND REWRITTEN ONCE THE CHANGE
      *    IS PAID FOR.
           SELECT MO02-SANCLOAD-KSDS  ASSIGN TO SLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SL-CUST-ID
           FILE STATUS            IS WS-SL-STATUS.

      *    METER MASTER -- THE CUSTOMER-ID ALTERNATE INDEX GIVES
      *    THE METER AN ACCOUNT'S LOAD HANGS OFF, AS IN XFMRLOAD.
           SELECT MI02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    FEEDER/TRANSFORMER/METER CONNECTIVITY MAINTAINED BY
      *    CONN001 -- READ DIRECTLY FOR THE APPLICANT'S METER, THEN
      *    WALKED END TO END FOR EVERY OTHER METER ON THE SAME
      *    TRANSFORMER.
           SELECT MI03-CONN-KSDS      ASSIGN TO CONNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CONN-METER-ID
           FILE STATUS            IS WS-CONN-STATUS.

      *    DISTRIBUTION-TRANSFORMER RATINGS MAINTAINED BY XFMR001.
           SELECT MI04-XFMR-KSDS      ASSIGN TO XFMRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS XFMR-ID
           FILE STATUS            IS WS-XFMR-STATUS.

      *    SECURITY-DEPOSIT SUB-LEDGER DEP001 MAINTAINS -- READ TO
      *    SIZE THE TOP-UP, AND CREDITED WITH IT ON PAYMENT.
           SELECT MO03-DEPOSIT-KSDS   ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

      *    THE SAME DIVERSITY FACTOR, POWER FACTOR AND LOADING
      *    LIMIT DECK XFMRLOAD READS, SO A CHANGE IS NEVER JUDGED
      *    AGAINST A DIFFERENT LIMIT THAN THE MONTHLY REPORT USES.
      *    A MISSING DECK FALLS BACK TO THE COMPILED DEFAULTS.
           SELECT TI02-XFMR-PARM      ASSIGN TO XFMRPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    METER AND SERVICE-CABLE UPGRADES IN WO001'S OWN WOTRAN
      *    LAYOUT -- ELECWORK CONCATENATES THIS FILE BEHIND THE
      *    DISPATCHERS' INPUT.
           SELECT TO01-LCA-WO         ASSIGN TO LCAWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WO-STATUS.

           SELECT TO02-LCA-ERR        ASSIGN TO LCAERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY APPLICATION QUOTED, REFUSED, MADE EFFECTIVE,
      *    CANCELLED OR LAPSED TONIGHT.
           SELECT TO03-LCA-LIST       ASSIGN TO LCALIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

      *    QUOTATIONS, REFUSALS AND CONFIRMATIONS GO OUT THROUGH
      *    THE CENTRAL HUB IN THE STANDARD 98-BYTE REQUEST SHAPE.
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

      *    ONE TRANSACTION PER COMMERCIAL-OFFICE ACTION -- 'N'
      *    REGISTERS AN APPLICATION FOR A NEW SANCTIONED LOAD (UP
      *    FOR AN ENHANCEMENT, DOWN FOR A REDUCTION) WITH THE
      *    REFERENCES OF THE DOCUMENTS PRODUCED; 'P' RECORDS THE
      *    PAYMENT OF THE QUOTED CHARGES AND DEPOSIT TOP-UP, WITH
      *    THE DATE THE NEW SANCTION IS TO RUN FROM (BLANK FOR THE
      *    DAY OF PAYMENT); 'C' CANCELS AT THE CUSTOMER'S REQUEST.
       FD TI01-LCA-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         130 CHARACTERS.

       01 TI01-LCA-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-NEW                 VALUE 'N'.
             88 IN-TRANS-PAYMENT             VALUE 'P'.
             88 IN-TRANS-CANCEL              VALUE 'C'.
          05 IN-LCA-ID           PIC X(10).
          05 IN-CUST-ID          PIC X(12).
          05 IN-REQUESTED-KW     PIC 9(04)V9.
          05 IN-TRANS-DATE       PIC 9(08).
      *    THE CUSTOMER'S DECLARED LOAD SCHEDULE, THE LICENSED
      *    CONTRACTOR'S WIRING TEST CERTIFICATE AND THE PROOF OF
      *    OCCUPANCY OR OWNERSHIP.
          05 IN-DOCUMENTS.
             10 IN-DOC-LOAD-SCHED   PIC X(20).
             10 IN-DOC-WIRING-CERT  PIC X(20).
             10 IN-DOC-PROOF        PIC X(20).
          05 IN-PAID-AMT         PIC 9(07)V99.
          05 IN-RECEIPT-NO       PIC X(12).
          05 IN-EFF-DATE         PIC 9(08).
          05 FILLER              PIC X(05).

       FD MO01-LCA-KSDS
           RECORD CONTAINS         230 CHARACTERS.

       01 MO01-LCA-RECORD.
          05 LCA-ID              PIC X(10).
          05 LCA-CUST-ID         PIC X(12).
          05 LCA-DATE-APPLIED    PIC 9(08).
          05 LCA-STATUS          PIC X(01).
             88 LCA-STAT-QUOTED              VALUE 'A'.
             88 LCA-STAT-REFUSED             VALUE 'J'.
             88 LCA-STAT-EFFECTIVE           VALUE 'X'.
             88 LCA-STAT-CANCELLED           VALUE 'Z'.
             88 LCA-STAT-LAPSED              VALUE 'L'.
          05 LCA-STATUS-DATE     PIC 9(08).
          05 LCA-CHANGE-TYPE     PIC X(01).
             88 LCA-ENHANCEMENT              VALUE 'E'.
             88 LCA-REDUCTION                VALUE 'R'.
          05 LCA-CURRENT-KW      PIC 9(04)V9.
          05 LCA-REQUESTED-KW    PIC 9(04)V9.
          05 LCA-DOCUMENTS       PIC X(60).
      *    THE TRANSFORMER THE ACCOUNT'S LOAD METER HANGS OFF, ITS
      *    NAMEPLATE, THE SANCTIONED LOAD ALREADY ON IT (INCLUDING
      *    CAPACITY OFFERED TO OTHER APPLICANTS) AND THE DIVERSIFIED
      *    HEADROOM LEFT -- AS FOUND THE NIGHT THE APPLICATION WAS
      *    JUDGED.
          05 LCA-METER-ID        PIC X(14).
          05 LCA-XFMR-ID         PIC X(10).
          05 LCA-XFMR-KVA        PIC 9(05).
          05 LCA-XFMR-LOADED-KW  PIC 9(07)V9.
          05 LCA-SPARE-KW        PIC S9(07)V9.
          05 LCA-CHARGE-AMT      PIC 9(07)V99.
          05 LCA-DEPOSIT-AMT     PIC 9(07)V99.
          05 LCA-PAID-AMT        PIC 9(07)V99.
          05 LCA-RECEIPT-NO      PIC X(12).
          05 LCA-DATE-PAID       PIC 9(08).
          05 LCA-EFF-DATE        PIC 9(08).
          05 LCA-UPGRADE         PIC X(01).
             88 LCA-UPGRADE-NONE             VALUE SPACE.
             88 LCA-UPGRADE-METER            VALUE 'M'.
             88 LCA-UPGRADE-CABLE            VALUE 'C'.
             88 LCA-UPGRADE-BOTH             VALUE 'B'.
          05 LCA-WO-ID           PIC X(10).
          05 FILLER              PIC X(09).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT TO THE
      *    ACCOUNT STATUS.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY          PIC X(12).
          05 FILLER            PIC X(97).
          05 CUST-ACCT-STATUS  PIC X(01).
             88 ACCT-ACTIVE          VALUE 'A' SPACE.
          05 FILLER            PIC X(40).

       FD MO02-SANCLOAD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MO02-SANCLOAD-RECORD.
          05 SL-CUST-ID          PIC X(12).
          05 SL-SANCTIONED-KW    PIC 9(04)V9.
          05 SL-EFF-DATE         PIC 9(08).

       FD MI02-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

       FD MI03-CONN-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MI03-CONN-RECORD.
          05 CONN-METER-ID        PIC X(14).
          05 CONN-XFMR-ID         PIC X(10).
          05 CONN-FEEDER-ID       PIC X(08).
          05 CONN-EFF-DATE        PIC 9(08).

      *    SAME RATING LAYOUT XFMR001 MAINTAINS.
       FD MI04-XFMR-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MI04-XFMR-RECORD.
          05 XFMR-ID              PIC X(10).
          05 XFMR-RATING-KVA      PIC 9(05).
          05 XFMR-FEEDER-ID       PIC X(08).
          05 XFMR-INSTALL-DATE    PIC 9(08).
          05 XFMR-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(01).

      *    SAME DEPOSIT SUB-LEDGER LAYOUT DEP001 MAINTAINS.
       FD MO03-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MO03-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).
             88 DEP-STAT-HELD                 VALUE 'H'.
             88 DEP-STAT-PARTIAL              VALUE 'P'.
             88 DEP-STAT-REFUNDED             VALUE 'R'.
             88 DEP-STAT-ESCHEATED            VALUE 'E'.

       FD TI02-XFMR-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI02-XFMR-PARM-RECORD.
          05 PRM-DIVERSITY-FACTOR PIC 9(01)V99.
          05 PRM-POWER-FACTOR     PIC 9(01)V99.
          05 PRM-WARN-PCT         PIC 9(03).
          05 PRM-LIMIT-PCT        PIC 9(03).
          05 FILLER               PIC X(68).

      *    SAME 94-BYTE TRANSACTION SHAPE WO001 READS; THE NOTES
      *    CARRY THE METER AND, IN 15-20, THE UPGRADE WANTED.
       FD TO01-LCA-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO01-LCA-WO-RECORD.
          05 LW-TRANS-TYPE       PIC X(01).
          05 LW-WO-ID            PIC X(10).
          05 LW-SOURCE-TYPE      PIC X(01).
          05 LW-SOURCE-REF       PIC X(10).
          05 LW-CUST-ID          PIC X(12).
          05 LW-CREW-ID          PIC X(08).
          05 LW-PROMISED-DATE    PIC 9(08).
          05 LW-COMPLETE-DATE    PIC 9(08).
          05 LW-NOTES.
             10 LW-NOTE-METER-ID    PIC X(14).
             10 LW-NOTE-UPGRADE     PIC X(06).
          05 LW-JOB-TYPE         PIC X(04).
          05 LW-LABOR-HOURS      PIC 9(03)V9.
          05 LW-MATERIAL-AMT     PIC 9(06)V99.

       FD TO02-LCA-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         131 CHARACTERS.

       01 TO02-LCA-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(130).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-DUP-APPL           VALUE '2'.
             88 ERR-REAS-NOT-FOUND          VALUE '3'.
             88 ERR-REAS-BAD-CUSTOMER       VALUE '4'.
             88 ERR-REAS-BAD-KW             VALUE '5'.
             88 ERR-REAS-NO-DOCUMENTS       VALUE '6'.
             88 ERR-REAS-NO-NETWORK         VALUE '7'.
             88 ERR-REAS-BAD-STATUS         VALUE '8'.
             88 ERR-REAS-SHORT-PAYMENT      VALUE '9'.

       FD TO03-LCA-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO03-LCA-LIST-RECORD    PIC X(100).

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

      *    BEFORE IMAGE OF THE SANCTIONED-LOAD ROW, TAKEN THE MOMENT
      *    IT IS READ; THE SEQUENCE NUMBER KEEPS TWO CHANGES IN THE
      *    SAME CLOCK SECOND DISTINCT.
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
          05 WS-SL-STATUS          PIC X(02).
             88 SL-IO-STATUS       VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CONN-STATUS        PIC X(02).
             88 CONN-IO-STATUS     VALUE '00'.
          05 WS-XFMR-STATUS        PIC X(02).
             88 XFMR-IO-STATUS     VALUE '00'.
          05 WS-DEP-STATUS         PIC X(02).
             88 DEP-IO-STATUS      VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    SAME DEFAULTS AS XFMRLOAD, OVERRIDDEN BY XFMRPARM. THE
      *    WARNING PERCENTAGE IS READ ONLY TO EDIT THE DECK.
       01 WS-LOADING-PARMS.
          05 WS-DIVERSITY-FACTOR   PIC 9(01)V99 VALUE 1.50.
          05 WS-POWER-FACTOR       PIC 9(01)V99 VALUE 0.90.
          05 WS-LIMIT-PCT          PIC 9(03)    VALUE 100.

      *    WHAT A CHANGE COSTS. AN ENHANCEMENT PAYS A CONNECTION
      *    CHARGE ON EACH ADDED KILOWATT; A REDUCTION PAYS ONLY
      *    THE PROCESSING FEE. THE SECURITY HELD MUST COVER THE
      *    NEW SANCTION AT THE DEPOSIT RATE PER KILOWATT -- THE
      *    SHORTFALL IS THE TOP-UP. A REDUCTION RELEASES NOTHING
      *    HERE; ANY SURPLUS SECURITY IS PICKED UP BY THE ANNUAL
      *    DEPREV REVIEW. AN ENHANCEMENT THAT TAKES THE SUPPLY PAST
      *    WHAT A WHOLE-CURRENT METER OR THE STANDARD SERVICE
      *    CABLE CARRIES ALSO PAYS FOR THAT UPGRADE UP FRONT, SO
      *    THE CREW'S ORDER CARRIES NO CHARGEABLE JOB TYPE.
       01 WS-CHARGE-VARIABLES.
          05 WS-CHARGE-PER-KW      PIC 9(04)V99 VALUE 250.00.
          05 WS-REDUCTION-FEE      PIC 9(05)V99 VALUE 50.00.
          05 WS-DEPOSIT-PER-KW     PIC 9(04)V99 VALUE 150.00.
          05 WS-METER-MAX-KW       PIC 9(04)V9  VALUE 10.0.
          05 WS-CABLE-MAX-KW       PIC 9(04)V9  VALUE 25.0.
          05 WS-METER-UPG-CHARGE   PIC 9(05)V99 VALUE 1500.00.
          05 WS-CABLE-UPG-CHARGE   PIC 9(05)V99 VALUE 4000.00.
          05 WS-DEPOSIT-REQUIRED   PIC 9(08)V99 VALUE ZEROS.
          05 WS-DEPOSIT-HELD       PIC 9(07)V99 VALUE ZEROS.
          05 WS-AMOUNT-DUE         PIC 9(08)V99 VALUE ZEROS.
          05 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZ9.99.
          05 WS-KW-DISPLAY         PIC Z(06)9.9.

      *    A QUOTATION HOLDS THE TRANSFORMER CAPACITY IT OFFERS
      *    ONLY SO LONG -- ONE NOT PAID WITHIN THE VALIDITY DAYS
      *    LAPSES AND THE CAPACITY GOES BACK TO THE POOL. UPGRADE
      *    WORK IS PROMISED THE LEAD DAYS AFTER PAYMENT, OR BY THE
      *    EFFECTIVE DATE WHEN THAT IS LATER.
       01 WS-DAY-VARIABLES.
          05 WS-QUOTE-VALID-DAYS   PIC 9(03) VALUE 060.
          05 WS-UPGRADE-LEAD-DAYS  PIC 9(03) VALUE 010.
          05 WS-DAY-INTEGER        PIC S9(09) COMP.
          05 WS-PROMISED-DATE      PIC 9(08) VALUE ZEROS.

      *    THE APPLICANT'S OWN NETWORK POSITION AND THE LOAD
      *    ALREADY ON ITS TRANSFORMER.
       01 WS-FEASIBILITY-VARIABLES.
          05 WS-CURRENT-KW         PIC 9(04)V9 VALUE ZEROS.
          05 WS-INCREASE-KW        PIC 9(04)V9 VALUE ZEROS.
          05 WS-LOAD-METER-ID      PIC X(14) VALUE SPACES.
          05 WS-TARGET-XFMR-ID     PIC X(10) VALUE SPACES.
          05 WS-TARGET-KVA         PIC 9(05) VALUE ZEROS.
          05 WS-CONNECTED-KW       PIC 9(07)V9 VALUE ZEROS.
          05 WS-OFFERED-KW         PIC 9(07)V9 VALUE ZEROS.
          05 WS-CAPACITY-KW        PIC 9(07)V99 VALUE ZEROS.
          05 WS-DIVERSIFIED-KW     PIC 9(07)V99 VALUE ZEROS.
          05 WS-SPARE-KW           PIC S9(07)V99 VALUE ZEROS.
          05 WS-NEEDED-KW          PIC 9(07)V99 VALUE ZEROS.
          05 WS-SCAN-CUST-ID       PIC X(12) VALUE SPACES.
          05 WS-UPGRADE            PIC X(01) VALUE SPACE.
          05 WS-FEASIBLE-FLAG      PIC X(01) VALUE 'Y'.
             88 CHANGE-FEASIBLE    VALUE 'Y'.
             88 CHANGE-NOT-FEASIBLE VALUE 'N'.
          05 WS-CONN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CONN-SCAN-EOF      VALUE 'Y'.
          05 WS-LCA-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 LCA-SCAN-EOF       VALUE 'Y'.

      *    UPGRADE ORDER IDS -- 'L' + RUN DATE YYMMDD + A SEQUENCE
      *    WITHIN THE RUN, THE SAME SHAPE TCN001 AND SEAS001 USE
      *    FOR THE ORDERS THEY RAISE.
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
             'LOAD-CHANGE APPLICATIONS ACTIONED'.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LL-LCA-ID         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CURRENT-KW     PIC ZZZ9.9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REQUESTED-KW   PIC ZZZ9.9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REMARK         PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-QUOTED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-REFUSED-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-EFFECTIVE-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-LAPSE-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-WO-CTR             PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'LCA001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  LOAD ENHANCEMENT / REDUCTION          '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           PERFORM 1100-LOAD-XFMR-PARMS.

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

       1100-LOAD-XFMR-PARMS  SECTION.

           OPEN INPUT TI02-XFMR-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO TRANSFORMER LOADING PARAMETERS - USING '
                      'DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING TRANSFORMER PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI02-XFMR-PARM
                  AT END
                      DISPLAY 'TRANSFORMER PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-XFMR-PARM
              END-READ
              CLOSE TI02-XFMR-PARM
           END-IF.

           DISPLAY 'DIVERSITY ' WS-DIVERSITY-FACTOR
                   '  POWER FACTOR ' WS-POWER-FACTOR
                   '  LIMIT PCT ' WS-LIMIT-PCT.

       1110-EDIT-XFMR-PARM  SECTION.

           IF PRM-DIVERSITY-FACTOR IS NUMERIC
              AND PRM-POWER-FACTOR IS NUMERIC
              AND PRM-WARN-PCT IS NUMERIC
              AND PRM-LIMIT-PCT IS NUMERIC
              AND PRM-DIVERSITY-FACTOR NOT < 1
              AND PRM-POWER-FACTOR > ZEROS
              AND PRM-POWER-FACTOR NOT > 1
              AND PRM-WARN-PCT > ZEROS
              AND PRM-LIMIT-PCT > PRM-WARN-PCT
              MOVE PRM-DIVERSITY-FACTOR TO WS-DIVERSITY-FACTOR
              MOVE PRM-POWER-FACTOR     TO WS-POWER-FACTOR
              MOVE PRM-LIMIT-PCT        TO WS-LIMIT-PCT
           ELSE
              DISPLAY 'BAD TRANSFORMER PARM IGNORED: '
                      TI02-XFMR-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-LH-DATE.
           WRITE TO03-LCA-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-LCA-TRAN UNTIL TRAN-EOF.

      *    PAYMENTS POST FIRST, SO ONE MADE ON THE LAST DAY OF THE
      *    QUOTATION IS HONOURED BEFORE THE LAPSE PASS RUNS.
           PERFORM 3000-LAPSE-SWEEP.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-LCA-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING LOAD-CHANGE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-LCA-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING LOAD-CHANGE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-SANCLOAD-KSDS.
           IF NOT SL-IO-STATUS
              DISPLAY 'ERROR OPENING SANCTIONED LOAD KSDS: '
                      WS-SL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONN-KSDS.
           IF NOT CONN-IO-STATUS
              DISPLAY 'ERROR OPENING CONNECTIVITY KSDS: '
                      WS-CONN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-XFMR-KSDS.
           IF NOT XFMR-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER RATING KSDS: '
                      WS-XFMR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-DEPOSIT-KSDS.
           IF NOT DEP-IO-STATUS
              DISPLAY 'ERROR OPENING DEPOSIT SUB-LEDGER KSDS: '
                      WS-DEP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-LCA-WO.
           IF NOT WO-IO-STATUS
              DISPLAY 'ERROR OPENING UPGRADE ORDER FILE: '
                      WS-WO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-LCA-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING LOAD-CHANGE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-LCA-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING LOAD-CHANGE LIST: '
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

       2200-READ-LCA-TRAN  SECTION.

           READ TI01-LCA-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-NEW
                  PERFORM 2310-NEW-APPLICATION
               WHEN IN-TRANS-PAYMENT
                  PERFORM 2400-RECORD-PAYMENT
               WHEN IN-TRANS-CANCEL
                  PERFORM 2500-CANCEL-APPLICATION
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-NEW-APPLICATION SECTION.

           MOVE IN-LCA-ID TO LCA-ID.

           READ MO01-LCA-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'LOAD-CHANGE APPLICATION ALREADY ON FILE: '
                           IN-LCA-ID
                   SET ERR-REAS-DUP-APPL TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2310-EXIT
           END-READ.

           PERFORM 2320-VALIDATE-APPLICATION.
           IF TRAN-INVALID
              GO TO 2310-EXIT
           END-IF.

      *    A REDUCTION NEVER ADDS LOAD TO THE TRANSFORMER, SO ONLY
      *    AN ENHANCEMENT IS CHECKED AGAINST ITS HEADROOM.
           SET CHANGE-FEASIBLE TO TRUE.
           MOVE ZEROS TO WS-CONNECTED-KW
                         WS-OFFERED-KW
                         WS-SPARE-KW.
           IF IN-REQUESTED-KW > WS-CURRENT-KW
              PERFORM 2340-SUM-TRANSFORMER-LOAD
              PERFORM 2350-SUM-OFFERED-LOAD
              PERFORM 2360-JUDGE-FEASIBILITY
           END-IF.

           PERFORM 2370-BUILD-APPLICATION.

           IF CHANGE-FEASIBLE
              PERFORM 2380-PRICE-APPLICATION
           END-IF.

           WRITE MO01-LCA-RECORD
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE WRITE FAILED: ' LCA-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2310-EXIT
           END-WRITE.

           IF LCA-STAT-QUOTED
              ADD 1 TO WS-QUOTED-CTR
              COMPUTE WS-AMOUNT-DUE =
                      LCA-CHARGE-AMT + LCA-DEPOSIT-AMT
              MOVE WS-AMOUNT-DUE      TO WS-AMOUNT-DISPLAY
              MOVE SPACES             TO TO09-NOTIF-REQ-RECORD
              MOVE 'LCAQ'             TO NRQ-DOC-TYPE
              STRING 'LOAD CHANGE FEASIBLE - PLEASE PAY '
                     WS-AMOUNT-DISPLAY
                     DELIMITED BY SIZE
                     INTO NRQ-TEXT
              END-STRING
              PERFORM 2800-WRITE-NOTICE
              MOVE 'QUOTED'           TO WS-LL-TAG
              MOVE WS-AMOUNT-DUE      TO WS-LL-AMOUNT
              IF LCA-UPGRADE-NONE
                 MOVE 'CHARGES AND DEPOSIT DUE'
                                      TO WS-LL-REMARK
              ELSE
                 MOVE 'DUE, INCLUDING SUPPLY UPGRADE'
                                      TO WS-LL-REMARK
              END-IF
           ELSE
              ADD 1 TO WS-REFUSED-CTR
              IF LCA-SPARE-KW > ZEROS
                 MOVE LCA-SPARE-KW    TO WS-KW-DISPLAY
              ELSE
                 MOVE ZEROS           TO WS-KW-DISPLAY
              END-IF
              MOVE SPACES             TO TO09-NOTIF-REQ-RECORD
              MOVE 'LCAR'             TO NRQ-DOC-TYPE
              STRING 'LOAD CHANGE REFUSED - TRANSFORMER SPARE KW '
                     WS-KW-DISPLAY
                     DELIMITED BY SIZE
                     INTO NRQ-TEXT
              END-STRING
              PERFORM 2800-WRITE-NOTICE
              MOVE 'REFUSED'          TO WS-LL-TAG
              MOVE ZEROS              TO WS-LL-AMOUNT
              MOVE 'NO TRANSFORMER CAPACITY'
                                      TO WS-LL-REMARK
           END-IF.
           PERFORM 2960-WRITE-LIST-LINE.

       2310-EXIT.
           EXIT.

       2320-VALIDATE-APPLICATION SECTION.

      *    A LIVE ACCOUNT, A SANCTION THAT ACTUALLY CHANGES, THE
      *    DOCUMENTS THE CHANGE NEEDS, AND A LOAD METER WIRED TO A
      *    RATED TRANSFORMER. THE LOAD SCHEDULE AND PROOF GO WITH
      *    EVERY APPLICATION; ONLY AN ENHANCEMENT NEEDS THE NEW
      *    WIRING'S TEST CERTIFICATE.
           SET TRAN-VALID TO TRUE.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON FILE: ' IN-CUST-ID
                   SET ERR-REAS-BAD-CUSTOMER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
                   GO TO 2320-EXIT
           END-READ.

           IF NOT ACCT-ACTIVE
              DISPLAY 'ACCOUNT NOT ACTIVE FOR LOAD CHANGE: '
                      IN-CUST-ID
              SET ERR-REAS-BAD-CUSTOMER TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2320-EXIT
           END-IF.

      *    AN ACCOUNT LOADED BEFORE SANCTIONS WERE CAPTURED HAS NO
      *    ROW -- ITS SANCTION IS TAKEN AS NIL AND THE CHANGE IS AN
      *    ENHANCEMENT FROM NOTHING.
           MOVE ZEROS      TO WS-CURRENT-KW.
           MOVE IN-CUST-ID TO SL-CUST-ID.
           READ MO02-SANCLOAD-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SL-SANCTIONED-KW TO WS-CURRENT-KW
           END-READ.

           IF IN-REQUESTED-KW NOT NUMERIC
              OR IN-REQUESTED-KW = ZEROS
              OR IN-REQUESTED-KW = WS-CURRENT-KW
              DISPLAY 'REQUESTED LOAD INVALID OR UNCHANGED: '
                      IN-LCA-ID
              SET ERR-REAS-BAD-KW TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2320-EXIT
           END-IF.

           IF IN-DOC-LOAD-SCHED = SPACES
              OR IN-DOC-PROOF = SPACES
              OR (IN-REQUESTED-KW > WS-CURRENT-KW
                  AND IN-DOC-WIRING-CERT = SPACES)
              DISPLAY 'SUPPORTING DOCUMENTS MISSING: ' IN-LCA-ID
              SET ERR-REAS-NO-DOCUMENTS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2320-EXIT
           END-IF.

           PERFORM 2330-LOCATE-TRANSFORMER.

       2320-EXIT.
           EXIT.

       2330-LOCATE-TRANSFORMER SECTION.

      *    THE ACCOUNT'S LOAD LANDS ON THE METER ITS CUSTOMER-ID
      *    INDEX RETURNS FIRST, AS XFMRLOAD COUNTS IT; THAT METER'S
      *    CONNECTIVITY LEG NAMES THE TRANSFORMER. EVEN A REDUCTION
      *    NEEDS THE METER FOR THE RECORD.
           MOVE SPACES     TO WS-LOAD-METER-ID
                              WS-TARGET-XFMR-ID.
           MOVE ZEROS      TO WS-TARGET-KVA.

           MOVE IN-CUST-ID TO MTR-CUST-ID.
           READ MI02-METER-KSDS KEY IS MTR-CUST-ID
               INVALID KEY
                   DISPLAY 'NO METER FOR LOAD CHANGE: ' IN-CUST-ID
                   SET ERR-REAS-NO-NETWORK TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
                   GO TO 2330-EXIT
           END-READ.
           MOVE MTR-ID TO WS-LOAD-METER-ID.

           MOVE WS-LOAD-METER-ID TO CONN-METER-ID.
           READ MI03-CONN-KSDS
               INVALID KEY
                   DISPLAY 'METER NOT ON CONNECTIVITY MASTER: '
                           WS-LOAD-METER-ID
                   SET ERR-REAS-NO-NETWORK TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
                   GO TO 2330-EXIT
           END-READ.
           MOVE CONN-XFMR-ID TO WS-TARGET-XFMR-ID.

      *    AN UNRATED TRANSFORMER CANNOT BE JUDGED -- PLANNING
      *    RATES IT THROUGH XFMR001 AND THE OFFICE RESUBMITS.
           MOVE WS-TARGET-XFMR-ID TO XFMR-ID.
           READ MI04-XFMR-KSDS
               INVALID KEY
                   MOVE ZEROS TO XFMR-RATING-KVA
           END-READ.
           MOVE XFMR-RATING-KVA TO WS-TARGET-KVA.

           IF WS-TARGET-KVA = ZEROS
              AND IN-REQUESTED-KW > WS-CURRENT-KW
              DISPLAY 'TRANSFORMER HAS NO RATING ROW: '
                      WS-TARGET-XFMR-ID
              SET ERR-REAS-NO-NETWORK TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

       2330-EXIT.
           EXIT.

       2340-SUM-TRANSFORMER-LOAD SECTION.

      *    EVERY METER LEG ON THE TRANSFORMER, WALKED END TO END --
      *    THE SANCTION OF EACH ACCOUNT WHOSE LOAD METER IT IS,
      *    INCLUDING THE APPLICANT'S OWN PRESENT SANCTION.
           MOVE 'N'        TO WS-CONN-EOF-FLAG.
           MOVE LOW-VALUES TO CONN-METER-ID.
           START MI03-CONN-KSDS KEY >= CONN-METER-ID
               INVALID KEY
                   SET CONN-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2345-ADD-ONE-CONNECTION
               UNTIL CONN-SCAN-EOF.

       2345-ADD-ONE-CONNECTION SECTION.

           READ MI03-CONN-KSDS NEXT
               AT END
                   SET CONN-SCAN-EOF TO TRUE
                   GO TO 2345-EXIT
           END-READ.

           IF CONN-XFMR-ID NOT = WS-TARGET-XFMR-ID
              GO TO 2345-EXIT
           END-IF.

           MOVE CONN-METER-ID TO MTR-ID.
           READ MI02-METER-KSDS
               INVALID KEY
                   GO TO 2345-EXIT
           END-READ.
           MOVE MTR-CUST-ID TO WS-SCAN-CUST-ID.

      *    A MULTI-METER ACCOUNT COUNTS ONCE, ON ITS LOAD METER.
           READ MI02-METER-KSDS KEY IS MTR-CUST-ID
               INVALID KEY
                   GO TO 2345-EXIT
           END-READ.
           IF MTR-ID NOT = CONN-METER-ID
              GO TO 2345-EXIT
           END-IF.

           MOVE WS-SCAN-CUST-ID TO SL-CUST-ID.
           READ MO02-SANCLOAD-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD SL-SANCTIONED-KW TO WS-CONNECTED-KW
           END-READ.

       2345-EXIT.
           EXIT.

       2350-SUM-OFFERED-LOAD SECTION.

      *    CAPACITY ALREADY PROMISED TO OTHER APPLICANTS ON THE
      *    SAME TRANSFORMER WHOSE QUOTATIONS ARE STILL OPEN IS NOT
      *    OURS TO OFFER AGAIN.
           MOVE 'N'        TO WS-LCA-EOF-FLAG.
           MOVE LOW-VALUES TO LCA-ID.
           START MO01-LCA-KSDS KEY >= LCA-ID
               INVALID KEY
                   SET LCA-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2355-ADD-ONE-OFFER
               UNTIL LCA-SCAN-EOF.

       2355-ADD-ONE-OFFER SECTION.

           READ MO01-LCA-KSDS NEXT
               AT END  SET LCA-SCAN-EOF TO TRUE
               NOT AT END
                   IF LCA-STAT-QUOTED
                      AND LCA-ENHANCEMENT
                      AND LCA-XFMR-ID = WS-TARGET-XFMR-ID
                      COMPUTE WS-OFFERED-KW = WS-OFFERED-KW
                            + LCA-REQUESTED-KW - LCA-CURRENT-KW
                   END-IF
           END-READ.

       2360-JUDGE-FEASIBILITY SECTION.

      *    THE SANCTIONED LOAD ON THE TRANSFORMER, DIVERSIFIED,
      *    AGAINST ITS NAMEPLATE AT THE LOADING LIMIT. SANCTIONS
      *    RATHER THAN RECORDED PEAKS ARE USED -- A SANCTION IS A
      *    PROMISE THE NETWORK MUST BE ABLE TO KEEP. THE ADDED
      *    KILOWATTS ARE DIVERSIFIED THE SAME WAY.
           COMPUTE WS-INCREASE-KW =
                   IN-REQUESTED-KW - WS-CURRENT-KW.
           COMPUTE WS-CAPACITY-KW ROUNDED =
                   WS-TARGET-KVA * WS-POWER-FACTOR
                 * WS-LIMIT-PCT / 100.
           COMPUTE WS-DIVERSIFIED-KW ROUNDED =
                   (WS-CONNECTED-KW + WS-OFFERED-KW)
                 / WS-DIVERSITY-FACTOR.
           COMPUTE WS-SPARE-KW =
                   WS-CAPACITY-KW - WS-DIVERSIFIED-KW.
           COMPUTE WS-NEEDED-KW ROUNDED =
                   WS-INCREASE-KW / WS-DIVERSITY-FACTOR.

           IF WS-NEEDED-KW > WS-SPARE-KW
              SET CHANGE-NOT-FEASIBLE TO TRUE
              DISPLAY 'LOAD CHANGE NOT FEASIBLE: ' IN-LCA-ID
                      ' XFMR ' WS-TARGET-XFMR-ID
                      ' SPARE ' WS-SPARE-KW
                      ' NEEDED ' WS-NEEDED-KW
           END-IF.

       2370-BUILD-APPLICATION SECTION.

           MOVE SPACES            TO MO01-LCA-RECORD.
           MOVE IN-LCA-ID         TO LCA-ID.
           MOVE IN-CUST-ID        TO LCA-CUST-ID.
           IF IN-TRANS-DATE IS NUMERIC
              AND IN-TRANS-DATE > ZEROS
              MOVE IN-TRANS-DATE  TO LCA-DATE-APPLIED
           ELSE
              MOVE WS-DATE        TO LCA-DATE-APPLIED
           END-IF.
           MOVE WS-DATE           TO LCA-STATUS-DATE.
           IF IN-REQUESTED-KW > WS-CURRENT-KW
              SET LCA-ENHANCEMENT TO TRUE
           ELSE
              SET LCA-REDUCTION   TO TRUE
           END-IF.
           MOVE WS-CURRENT-KW     TO LCA-CURRENT-KW.
           MOVE IN-REQUESTED-KW   TO LCA-REQUESTED-KW.
           MOVE IN-DOCUMENTS      TO LCA-DOCUMENTS.
           MOVE WS-LOAD-METER-ID  TO LCA-METER-ID.
           MOVE WS-TARGET-XFMR-ID TO LCA-XFMR-ID.
           MOVE WS-TARGET-KVA     TO LCA-XFMR-KVA.
           COMPUTE LCA-XFMR-LOADED-KW =
                   WS-CONNECTED-KW + WS-OFFERED-KW.
           MOVE WS-SPARE-KW       TO LCA-SPARE-KW.
           MOVE ZEROS             TO LCA-CHARGE-AMT
                                     LCA-DEPOSIT-AMT
                                     LCA-PAID-AMT
                                     LCA-DATE-PAID
                                     LCA-EFF-DATE.
           IF CHANGE-FEASIBLE
              SET LCA-STAT-QUOTED TO TRUE
           ELSE
              SET LCA-STAT-REFUSED TO TRUE
           END-IF.

       2380-PRICE-APPLICATION SECTION.

           IF LCA-REDUCTION
              MOVE WS-REDUCTION-FEE TO LCA-CHARGE-AMT
              GO TO 2380-EXIT
           END-IF.

           COMPUTE LCA-CHARGE-AMT ROUNDED =
                   (LCA-REQUESTED-KW - LCA-CURRENT-KW)
                 * WS-CHARGE-PER-KW.

      *    A SUPPLY THAT OUTGROWS THE WHOLE-CURRENT METER OR THE
      *    STANDARD CABLE ON THIS CHANGE NEEDS THE CREW.
           MOVE SPACE TO WS-UPGRADE.
           IF LCA-CURRENT-KW NOT > WS-METER-MAX-KW
              AND LCA-REQUESTED-KW > WS-METER-MAX-KW
              MOVE 'M' TO WS-UPGRADE
              ADD WS-METER-UPG-CHARGE TO LCA-CHARGE-AMT
           END-IF.
           IF LCA-CURRENT-KW NOT > WS-CABLE-MAX-KW
              AND LCA-REQUESTED-KW > WS-CABLE-MAX-KW
              IF WS-UPGRADE = 'M'
                 MOVE 'B' TO WS-UPGRADE
              ELSE
                 MOVE 'C' TO WS-UPGRADE
              END-IF
              ADD WS-CABLE-UPG-CHARGE TO LCA-CHARGE-AMT
           END-IF.
           MOVE WS-UPGRADE TO LCA-UPGRADE.

      *    SECURITY STILL HELD COUNTS TOWARD THE NEW REQUIREMENT;
      *    A DEPOSIT ALREADY REFUNDED OR ESCHEATED COUNTS FOR
      *    NOTHING.
           MOVE ZEROS TO WS-DEPOSIT-HELD.
           MOVE LCA-CUST-ID TO DEP-CUST-ID.
           READ MO03-DEPOSIT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEP-STAT-HELD OR DEP-STAT-PARTIAL
                      MOVE DEP-AMOUNT TO WS-DEPOSIT-HELD
                   END-IF
           END-READ.

           COMPUTE WS-DEPOSIT-REQUIRED ROUNDED =
                   LCA-REQUESTED-KW * WS-DEPOSIT-PER-KW.
           IF WS-DEPOSIT-REQUIRED > WS-DEPOSIT-HELD
              COMPUTE LCA-DEPOSIT-AMT =
                      WS-DEPOSIT-REQUIRED - WS-DEPOSIT-HELD
           ELSE
              MOVE ZEROS TO LCA-DEPOSIT-AMT
           END-IF.

       2380-EXIT.
           EXIT.

       2400-RECORD-PAYMENT SECTION.

           MOVE IN-LCA-ID TO LCA-ID.

           READ MO01-LCA-KSDS
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE APPLICATION NOT FOUND: '
                           IN-LCA-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2400-EXIT
           END-READ.

           IF NOT LCA-STAT-QUOTED
              DISPLAY 'APPLICATION NOT AWAITING PAYMENT: '
                      IN-LCA-ID ' STATUS ' LCA-STATUS
              SET ERR-REAS-BAD-STATUS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-AMOUNT-DUE = LCA-CHARGE-AMT + LCA-DEPOSIT-AMT.
           IF IN-PAID-AMT NOT NUMERIC
              OR IN-PAID-AMT < WS-AMOUNT-DUE
              DISPLAY 'LOAD-CHANGE PAYMENT SHORT: ' IN-LCA-ID
                      ' DUE: ' WS-AMOUNT-DUE
              SET ERR-REAS-SHORT-PAYMENT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2400-EXIT
           END-IF.

      *    THE NEW SANCTION RUNS FROM THE DATE ASKED FOR, BUT NEVER
      *    FROM BEFORE THE DAY IT WAS PAID FOR.
           IF IN-TRANS-DATE IS NUMERIC
              AND IN-TRANS-DATE > ZEROS
              MOVE IN-TRANS-DATE  TO LCA-DATE-PAID
           ELSE
              MOVE WS-DATE        TO LCA-DATE-PAID
           END-IF.
           IF IN-EFF-DATE IS NUMERIC
              AND IN-EFF-DATE > LCA-DATE-PAID
              MOVE IN-EFF-DATE    TO LCA-EFF-DATE
           ELSE
              MOVE LCA-DATE-PAID  TO LCA-EFF-DATE
           END-IF.
           MOVE IN-PAID-AMT       TO LCA-PAID-AMT.
           MOVE IN-RECEIPT-NO     TO LCA-RECEIPT-NO.

           PERFORM 2450-APPLY-SANCTION.

           IF LCA-DEPOSIT-AMT > ZEROS
              PERFORM 2460-POST-DEPOSIT
           END-IF.

           IF NOT LCA-UPGRADE-NONE
              PERFORM 2470-RAISE-UPGRADE-WO
           END-IF.

           SET LCA-STAT-EFFECTIVE TO TRUE.
           MOVE WS-DATE           TO LCA-STATUS-DATE.

           REWRITE MO01-LCA-RECORD
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE REWRITE FAILED: ' LCA-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2400-EXIT
           END-REWRITE.

           ADD 1 TO WS-EFFECTIVE-CTR.
           MOVE LCA-REQUESTED-KW  TO WS-KW-DISPLAY.
           MOVE SPACES            TO TO09-NOTIF-REQ-RECORD.
           MOVE 'LCAE'            TO NRQ-DOC-TYPE.
           STRING 'SANCTIONED LOAD NOW ' WS-KW-DISPLAY
                  ' KW FROM ' LCA-EFF-DATE
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           PERFORM 2800-WRITE-NOTICE.

           MOVE 'EFFECTIVE'       TO WS-LL-TAG.
           MOVE LCA-PAID-AMT      TO WS-LL-AMOUNT.
           IF LCA-UPGRADE-NONE
              MOVE 'SANCTION UPDATED'
                                  TO WS-LL-REMARK
           ELSE
              MOVE SPACES         TO WS-LL-REMARK
              STRING 'SANCTION UPDATED, ORDER '
                     LCA-WO-ID
                     DELIMITED BY SIZE
                     INTO WS-LL-REMARK
              END-STRING
           END-IF.
           PERFORM 2960-WRITE-LIST-LINE.

       2400-EXIT.
           EXIT.

       2450-APPLY-SANCTION SECTION.

      *    THE SANCTIONED-LOAD ROW TAKES THE NEW KILOWATTS AND THE
      *    DATE THEY RUN FROM. AN ACCOUNT WITH NO ROW GETS ONE.
           MOVE LCA-CUST-ID TO SL-CUST-ID.
           READ MO02-SANCLOAD-KSDS
               INVALID KEY
                   MOVE SPACES           TO WS-AUDIT-BEFORE
                   MOVE LCA-CUST-ID      TO SL-CUST-ID
                   MOVE LCA-REQUESTED-KW TO SL-SANCTIONED-KW
                   MOVE LCA-EFF-DATE     TO SL-EFF-DATE
                   WRITE MO02-SANCLOAD-RECORD
                       INVALID KEY
                           DISPLAY 'SANCTION WRITE FAILED: '
                                   SL-CUST-ID
                                   ' STATUS: ' WS-SL-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE MO02-SANCLOAD-RECORD TO WS-AUDIT-BEFORE
                   MOVE LCA-REQUESTED-KW TO SL-SANCTIONED-KW
                   MOVE LCA-EFF-DATE     TO SL-EFF-DATE
                   REWRITE MO02-SANCLOAD-RECORD
                       INVALID KEY
                           DISPLAY 'SANCTION REWRITE FAILED: '
                                   SL-CUST-ID
                                   ' STATUS: ' WS-SL-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2460-POST-DEPOSIT SECTION.

      *    THE TOP-UP JOINS WHATEVER SECURITY IS ALREADY HELD; A
      *    ROW REFUNDED OR ESCHEATED EARLIER STARTS AGAIN FROM THE
      *    TOP-UP ALONE.
           MOVE LCA-CUST-ID TO DEP-CUST-ID.

           READ MO03-DEPOSIT-KSDS
               INVALID KEY
                   MOVE LCA-CUST-ID     TO DEP-CUST-ID
                   MOVE LCA-DEPOSIT-AMT TO DEP-AMOUNT
                   MOVE LCA-DATE-PAID   TO DEP-DATE-COLLECTED
                   SET DEP-STAT-HELD    TO TRUE
                   WRITE MO03-DEPOSIT-RECORD
                       INVALID KEY
                           DISPLAY 'DEPOSIT WRITE FAILED: '
                                   DEP-CUST-ID
                                   ' STATUS: ' WS-DEP-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   IF DEP-STAT-HELD OR DEP-STAT-PARTIAL
                      ADD LCA-DEPOSIT-AMT  TO DEP-AMOUNT
                   ELSE
                      MOVE LCA-DEPOSIT-AMT TO DEP-AMOUNT
                   END-IF
                   MOVE LCA-DATE-PAID   TO DEP-DATE-COLLECTED
                   SET DEP-STAT-HELD    TO TRUE
                   REWRITE MO03-DEPOSIT-RECORD
                       INVALID KEY
                           DISPLAY 'DEPOSIT REWRITE FAILED: '
                                   DEP-CUST-ID
                                   ' STATUS: ' WS-DEP-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2470-RAISE-UPGRADE-WO SECTION.

      *    ONE NEW, UNASSIGNED ORDER COVERS THE METER, THE CABLE OR
      *    BOTH, PROMISED BY THE LATER OF THE LEAD TIME AND THE
      *    EFFECTIVE DATE.
           IF WS-WO-SEQ >= WS-SEQ-MAX
              DISPLAY 'UPGRADE ORDER SEQUENCE EXHAUSTED - '
                      'APPLICATION ' LCA-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 2470-EXIT
           END-IF.

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WS-NEW-WO-ID.
           STRING 'L' WS-DATE(3:6) WS-WO-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-WO-ID
           END-STRING.

           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                 + WS-UPGRADE-LEAD-DAYS.
           COMPUTE WS-PROMISED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           IF LCA-EFF-DATE > WS-PROMISED-DATE
              MOVE LCA-EFF-DATE TO WS-PROMISED-DATE
           END-IF.

           MOVE SPACES            TO TO01-LCA-WO-RECORD.
           MOVE 'N'               TO LW-TRANS-TYPE.
           MOVE WS-NEW-WO-ID      TO LW-WO-ID.
           MOVE 'L'               TO LW-SOURCE-TYPE.
           MOVE LCA-ID            TO LW-SOURCE-REF.
           MOVE LCA-CUST-ID       TO LW-CUST-ID.
           MOVE WS-PROMISED-DATE  TO LW-PROMISED-DATE.
           MOVE ZEROS             TO LW-COMPLETE-DATE.
           MOVE LCA-METER-ID      TO LW-NOTE-METER-ID.
           EVALUATE TRUE
               WHEN LCA-UPGRADE-METER
                   MOVE 'METER '  TO LW-NOTE-UPGRADE
               WHEN LCA-UPGRADE-CABLE
                   MOVE 'CABLE '  TO LW-NOTE-UPGRADE
               WHEN OTHER
                   MOVE 'MTRCBL'  TO LW-NOTE-UPGRADE
           END-EVALUATE.
           MOVE ZEROS             TO LW-LABOR-HOURS.
           MOVE ZEROS             TO LW-MATERIAL-AMT.
           WRITE TO01-LCA-WO-RECORD.

           MOVE WS-NEW-WO-ID      TO LCA-WO-ID.
           ADD 1 TO WS-WO-CTR.

       2470-EXIT.
           EXIT.

       2500-CANCEL-APPLICATION SECTION.

      *    ONLY AN OPEN QUOTATION CAN BE WITHDRAWN -- ONCE PAID THE
      *    SANCTION HAS ALREADY CHANGED AND A FRESH APPLICATION IS
      *    NEEDED TO UNDO IT.
           MOVE IN-LCA-ID TO LCA-ID.

           READ MO01-LCA-KSDS
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE APPLICATION NOT FOUND: '
                           IN-LCA-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2500-EXIT
           END-READ.

           IF NOT LCA-STAT-QUOTED
              DISPLAY 'APPLICATION CANNOT BE CANCELLED: '
                      IN-LCA-ID ' STATUS ' LCA-STATUS
              SET ERR-REAS-BAD-STATUS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2500-EXIT
           END-IF.

           SET LCA-STAT-CANCELLED TO TRUE.
           MOVE WS-DATE           TO LCA-STATUS-DATE.

           REWRITE MO01-LCA-RECORD
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE REWRITE FAILED: ' LCA-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-CTR
                   MOVE 'CANCELLED'   TO WS-LL-TAG
                   MOVE ZEROS         TO WS-LL-AMOUNT
                   MOVE 'WITHDRAWN BY CUSTOMER'
                                      TO WS-LL-REMARK
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       2500-EXIT.
           EXIT.

       2800-WRITE-NOTICE SECTION.

      *    THE CALLER HAS SET THE DOCUMENT TYPE AND TEXT.
           MOVE LCA-CUST-ID       TO NRQ-CUST-ID.
           MOVE LCA-ID            TO NRQ-REF.
           MOVE WS-DATE           TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-LCA-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO02-LCA-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'LCA001  ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE SL-CUST-ID         TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO02-SANCLOAD-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-LIST-LINE SECTION.

           MOVE LCA-ID             TO WS-LL-LCA-ID.
           MOVE LCA-CUST-ID        TO WS-LL-CUST-ID.
           MOVE LCA-CURRENT-KW     TO WS-LL-CURRENT-KW.
           MOVE LCA-REQUESTED-KW   TO WS-LL-REQUESTED-KW.
           WRITE TO03-LCA-LIST-RECORD FROM WS-LIST-LINE.

       3000-LAPSE-SWEEP SECTION.

      *    FULL MASTER PASS AFTER TONIGHT'S PAYMENTS. A QUOTATION
      *    OLDER THAN THE VALIDITY DAYS LAPSES AND GIVES BACK THE
      *    TRANSFORMER CAPACITY IT WAS HOLDING.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                 - WS-QUOTE-VALID-DAYS.

           MOVE 'N'        TO WS-LCA-EOF-FLAG.
           MOVE LOW-VALUES TO LCA-ID.
           START MO01-LCA-KSDS KEY >= LCA-ID
               INVALID KEY
                   SET LCA-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-APPLICATION
               UNTIL LCA-SCAN-EOF.

       3100-SCAN-ONE-APPLICATION SECTION.

           READ MO01-LCA-KSDS NEXT
               AT END
                   SET LCA-SCAN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF NOT LCA-STAT-QUOTED
              GO TO 3100-EXIT
           END-IF.

           IF FUNCTION INTEGER-OF-DATE(LCA-STATUS-DATE)
              NOT < WS-DAY-INTEGER
              GO TO 3100-EXIT
           END-IF.

           SET LCA-STAT-LAPSED    TO TRUE.
           MOVE WS-DATE           TO LCA-STATUS-DATE.

           REWRITE MO01-LCA-RECORD
               INVALID KEY
                   DISPLAY 'LOAD-CHANGE REWRITE FAILED: ' LCA-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-LAPSE-CTR
                   MOVE 'LAPSED'      TO WS-LL-TAG
                   MOVE ZEROS         TO WS-LL-AMOUNT
                   MOVE 'QUOTATION NOT PAID IN TIME'
                                      TO WS-LL-REMARK
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       3100-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' APPLICATIONS QUOTED      ',  WS-QUOTED-CTR
           DISPLAY ' APPLICATIONS REFUSED     ',  WS-REFUSED-CTR
           DISPLAY ' SANCTIONS MADE EFFECTIVE ',  WS-EFFECTIVE-CTR
           DISPLAY ' APPLICATIONS CANCELLED   ',  WS-CANCEL-CTR
           DISPLAY ' QUOTATIONS LAPSED        ',  WS-LAPSE-CTR
           DISPLAY ' UPGRADE ORDERS RAISED    ',  WS-WO-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-LCA-TRAN,
                  MO01-LCA-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MO02-SANCLOAD-KSDS,
                  MI02-METER-KSDS,
                  MI03-CONN-KSDS,
                  MI04-XFMR-KSDS,
                  MO03-DEPOSIT-KSDS,
                  TO01-LCA-WO,
                  TO02-LCA-ERR,
                  TO03-LCA-LIST,
                  TO09-NOTIF-REQ,
                  MO09-AUDIT-KSDS.

           STOP RUN.
