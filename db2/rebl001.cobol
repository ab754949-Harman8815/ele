       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBL001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CANCEL-AND-REBILL INSTRUCTIONS KEYED BY BILLING STAFF --
      *    ONE PER ISSUED BILL THAT WENT OUT WRONG. THE CORRECTED
      *    READING ITSELF IS ALREADY ON THE METER MASTER (MTR004
      *    CORRECTS IT EARLIER THE SAME DAY), SO THE INSTRUCTION
      *    ONLY NAMES THE BILL, THE REASON AND WHO ASKED FOR IT.
           SELECT TI01-REBILL-TRAN  ASSIGN TO REBLTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    THE ISSUED BILL MASTER -- STILL HOLDING LAST NIGHT'S
      *    BILLS UNTIL TONIGHT'S BILLARCH UNLOADS IT, SO THE
      *    CANCELLED ORIGINAL AND ITS REPLACEMENT BOTH REACH THE
      *    ARCHIVE AND BILL HISTORY.
           SELECT MO01-BILL-KSDS    ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

           SELECT MI01-METER-KSDS   ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT MI01-RATE-MASTER  ASSIGN TO RATEMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RATE-STATUS.

      *    SAME CONSUMPTION HISTORY BILL003 WRITES -- THE ORIGINAL
      *    BILL'S USAGE IS FOLDED BACK OUT AND THE CORRECTED USAGE
      *    FOLDED IN, SO THE 12-MONTH TREND CARRIES THE RIGHT FIGURE.
           SELECT MO01-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    SYSTEM PERIOD CONTROL -- THE PERIOD THE ORIGINAL BILL
      *    WAS POSTED UNDER.
           SELECT MI09-PERIOD-KSDS  ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- ONLY AN ACTIVE AUTHORITY MAY CANCEL AN ISSUED
      *    BILL.
           SELECT MI08-AUTH-KSDS    ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

      *    SHARED SEQUENTIAL-COUNTER CONTROL FILE -- 'RBIL' MINTS
      *    REPLACEMENT BILL IDS, 'CRNT' MINTS CREDIT NOTE NUMBERS.
           SELECT CTL-ID-COUNTER    ASSIGN TO IDCTRF
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTR-ID
           FILE STATUS            IS WS-CTR-STATUS.

      *    CREDIT NOTE MASTER -- ONE ROW PER NUMBERED CREDIT NOTE,
      *    TYING THE CANCELLED BILL TO ITS REPLACEMENT.
           SELECT MO02-CREDIT-NOTE-KSDS ASSIGN TO CRNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CRN-ID
           FILE STATUS            IS WS-CRN-STATUS.

      *    SAME CHART-OF-ACCOUNTS MASTER GLPOST READS.
           SELECT MI01-COA-MASTER   ASSIGN TO COAMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-COA-STATUS.

      *    SAME BALANCED-JOURNAL SHAPE GLPOST WRITES.
           SELECT TO01-JOURNAL      ASSIGN TO REBLJRNL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-JRN-STATUS.

      *    CREDIT NOTES AND REPLACEMENT BILLS FOR MAILING, WITH THE
      *    RUN REGISTER AT THE FOOT.
           SELECT TO02-REBILL-RPT   ASSIGN TO REBLRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT TO03-REBILL-ERR   ASSIGN TO REBLERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-REBILL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-REBILL-TRAN-RECORD.
          05 IN-BILL-ID            PIC X(12).
          05 IN-REASON-CODE        PIC X(02).
             88 IN-REAS-MISREAD              VALUE 'MR'.
             88 IN-REAS-METER-FAULT          VALUE 'MF'.
             88 IN-REAS-WRONG-METER          VALUE 'WM'.
             88 IN-REAS-OTHER                VALUE 'OT'.
          05 IN-OPERATOR-ID        PIC X(08).
          05 IN-REQUEST-DATE       PIC 9(08).
          05 FILLER                PIC X(10).

      *    SAME BILL LAYOUT BILL003 WRITES. THE LAST BYTE, SPARE ON
      *    A FRESHLY ISSUED BILL, MARKS ONE CANCELLED BY CREDIT NOTE.
       FD MO01-BILL-KSDS
           RECORD CONTAINS         230 CHARACTERS.

       01 MO01-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CUST-ID     PIC X(12).
          05 BILL-MTR-ID      PIC X(14).
          05 BILL-FIRST-NAME  PIC X(10).
          05 BILL-LAST-NAME   PIC X(10).
          05 BILL-AREA-CODE   PIC X(6).
          05 BILL-ADDRESS     PIC X(29).
          05 BILL-UNITS       PIC 9(6).
          05 BILL-ENERGY-CHG  PIC 9(8)V99.
          05 BILL-METER-RENT  PIC 9(5)V99.
          05 BILL-TAX-AMOUNT  PIC 9(6)V99.
          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-EST-FLAG    PIC X(1).
             88 BILL-ESTIMATED           VALUE 'E'.
          05 BILL-PEAK-UNITS  PIC 9(6).
          05 BILL-NORM-UNITS  PIC 9(6).
          05 BILL-OFFP-UNITS  PIC 9(6).
          05 BILL-SPLIT-OLD-UNITS PIC 9(6).
          05 BILL-SPLIT-NEW-UNITS PIC 9(6).
          05 BILL-DISCOUNT-AMT PIC 9(6)V99.
          05 BILL-EXPORT-UNITS PIC 9(6).
          05 BILL-EXPORT-CR   PIC 9(6)V99.
          05 BILL-DEMAND-KW   PIC 9(5)V99.
          05 BILL-DEMAND-CHG  PIC 9(6)V99.
          05 BILL-PF-VALUE    PIC 9V99.
          05 BILL-PF-ADJ      PIC S9(6)V99.
          05 BILL-FCA-AMT     PIC S9(6)V99.
          05 BILL-ADJ-AMT     PIC S9(6)V99.
          05 BILL-CANCEL-FLAG PIC X(1).
             88 BILL-CANCELLED           VALUE 'X'.

       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

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
             88 DISCOUNT-CAT-NONE    VALUE SPACE.
             88 DISCOUNT-CAT-SENIOR  VALUE '1'.
             88 DISCOUNT-CAT-SUBSIDY VALUE '2'.
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
             88 TOU-BILLED         VALUE 'Y'.
          05 CUST-BUDGET-FLAG  PIC X(1).
             88 BUDGET-BILLED       VALUE 'Y'.
          05 CUST-ACCT-STATUS  PIC X(1).
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

       FD MI01-RATE-MASTER
           RECORD CONTAINS         30  CHARACTERS.

       01 MI01-RATE-RECORD.
          05 RATE-EFF-DATE    PIC 9(08).
          05 RATE-AREA-CODE   PIC X(06).
          05 RATE-SLAB-LOW    PIC 9(06).
          05 RATE-SLAB-HIGH   PIC 9(06).
          05 RATE-PER-UNIT    PIC 9(03)V99.
          05 RATE-TARIFF-CLASS PIC X(01).
          05 RATE-TOU-BAND    PIC X(01).

      *    SAME CONSUMPTION-HISTORY LAYOUT BILL003 WRITES.
       FD MO01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MO01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI09-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
             88 PRD-STAT-OPEN            VALUE 'O'.
             88 PRD-STAT-CLOSED          VALUE 'C'.
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI08-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MO01-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

       FD CTL-ID-COUNTER
           RECORD CONTAINS         13  CHARACTERS.

       01 CTL-COUNTER-RECORD.
          05 CTR-ID              PIC X(04).
          05 CTR-NEXT-VALUE      PIC 9(09).

       FD MO02-CREDIT-NOTE-KSDS
           RECORD CONTAINS         130 CHARACTERS.

       01 MO02-CREDIT-NOTE-RECORD.
          05 CRN-ID               PIC X(12).
          05 CRN-ISSUE-DATE       PIC 9(08).
          05 CRN-ORIG-BILL-ID     PIC X(12).
          05 CRN-CUST-ID          PIC X(12).
          05 CRN-REPL-BILL-ID     PIC X(12).
          05 CRN-AMOUNT           PIC 9(08)V99.
          05 CRN-TAX-AMOUNT       PIC 9(06)V99.
          05 CRN-RENT-AMOUNT      PIC 9(05)V99.
          05 CRN-REPL-AMOUNT      PIC 9(08)V99.
          05 CRN-PAID-CARRIED     PIC 9(08)V99.
          05 CRN-REASON-CODE      PIC X(02).
          05 CRN-OPERATOR-ID      PIC X(08).
          05 CRN-AREA-CODE        PIC X(06).
      *    THE DUTY BASE REVERSED -- THE ORIGINAL'S ENERGY CHARGE,
      *    SO THE TAX REGISTER CAN NET TAXABLE VALUE AS WELL AS TAX.
          05 CRN-TAXABLE-AMT      PIC 9(08)V99.
          05 FILLER               PIC X(03).

       FD MI01-COA-MASTER
           RECORDING MODE          IS F
           RECORD CONTAINS         42  CHARACTERS.

       01 MI01-COA-RECORD.
          05 COA-ROLE             PIC X(04).
          05 COA-ACCT-CODE        PIC X(08).
          05 COA-ACCT-NAME        PIC X(30).

       FD TO01-JOURNAL
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TO01-JOURNAL-RECORD.
          05 JR-ACCT-CODE         PIC X(08).
          05 JR-DR-CR             PIC X(01).
          05 JR-AMOUNT            PIC 9(11)V99.
          05 JR-AREA-CODE         PIC X(06).
          05 JR-RUN-DATE          PIC 9(08).
          05 JR-DESC              PIC X(20).

       01 TO01-JOURNAL-TRAILER.
          05 JRT-ID               PIC X(08) VALUE 'TRAILER '.
          05 JRT-REC-COUNT        PIC 9(07).
          05 JRT-HASH-TOTAL       PIC 9(13)V99.
          05 FILLER               PIC X(26).

       FD TO02-REBILL-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-REBILL-RPT-RECORD PIC X(133).

       FD TO03-REBILL-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         41  CHARACTERS.

       01 TO03-REBILL-ERR-RECORD.
          05 ERR-TRAN-IMAGE        PIC X(40).
          05 ERR-REASON            PIC X(01).
             88 ERR-REAS-BILL-NOT-FOUND     VALUE '1'.
             88 ERR-REAS-ALREADY-CANCELLED  VALUE '2'.
             88 ERR-REAS-METER-NOT-FOUND    VALUE '3'.
             88 ERR-REAS-CUST-NOT-FOUND     VALUE '4'.
             88 ERR-REAS-TOU-BILL           VALUE '5'.
             88 ERR-REAS-BUDGET-BILLED      VALUE '6'.
             88 ERR-REAS-NOT-AUTHORISED     VALUE '7'.
             88 ERR-REAS-NOT-POSTED         VALUE '8'.
             88 ERR-REAS-READING-UNCHANGED  VALUE '9'.
             88 ERR-REAS-BAD-READING        VALUE 'A'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-BILL-STATUS        PIC X(02).
             88 BILL-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-RATE-STATUS        PIC X(02).
             88 RATE-IO-STATUS     VALUE '00'.
             88 RATE-EOF           VALUE '10'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-CTR-STATUS         PIC X(02).
             88 CTR-IO-STATUS      VALUE '00'.
          05 WS-CRN-STATUS         PIC X(02).
             88 CRN-IO-STATUS      VALUE '00'.
          05 WS-COA-STATUS         PIC X(02).
             88 COA-IO-STATUS      VALUE '00'.
             88 COA-EOF            VALUE '10'.
          05 WS-JRN-STATUS         PIC X(02).
             88 JRN-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-DUE-INTEGER        PIC S9(09) COMP.
          05 WS-NEW-DUE-DATE       PIC 9(08) VALUE ZEROS.

      *    A REPLACEMENT BILL NEVER FALLS DUE SOONER THAN THIS MANY
      *    DAYS AFTER IT IS ISSUED, WHATEVER THE ORIGINAL'S DUE DATE
      *    WAS -- THE CUSTOMER NEEDS TIME TO RECEIVE IT.
       01 WS-MIN-DUE-DAYS          PIC 9(03) VALUE 14.

       01 WS-BILL-PERIOD           PIC 9(06) VALUE ZEROS.
       01 WS-ALT-PERIOD            PIC 9(06) VALUE ZEROS.

       01 WS-TRAN-FLAG             PIC X(01) VALUE 'Y'.
          88 TRAN-OK                         VALUE 'Y'.
          88 TRAN-REJECTED                   VALUE 'N'.

       01 WS-ACCOUNT-CODES.
          05 WS-ACCT-RECEIVABLE    PIC X(08) VALUE SPACES.
          05 WS-ACCT-ENERGY-REV    PIC X(08) VALUE SPACES.
          05 WS-ACCT-TAX-PAYABLE   PIC X(08) VALUE SPACES.
          05 WS-ACCT-RENT-REV      PIC X(08) VALUE SPACES.

      *    SAME IN-MEMORY RATE TABLE AND BEST-EFFECTIVE-DATE LOOKUP
      *    BILL003 BUILDS, SO A REPLACEMENT BILL PRICES THE WAY THE
      *    CYCLE BILL WOULD HAVE ON THE CORRECTED READING.
       01 WS-RATE-TABLE-STORAGE.
          05 WS-RATE-TABLE.
             10 WS-RATE-TAB-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-RATE-IDX.
                15 WS-RT-EFF-DATE   PIC 9(08).
                15 WS-RT-AREA-CODE  PIC X(06).
                15 WS-RT-SLAB-LOW   PIC 9(06).
                15 WS-RT-SLAB-HIGH  PIC 9(06).
                15 WS-RT-PER-UNIT   PIC 9(03)V99.
                15 WS-RT-TARIFF-CLASS PIC X(01).
          05 WS-RATE-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-RATE-MAX-ENTRIES   PIC 9(04) VALUE 500.
          05 WS-RATE-BEST-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-CUST-CLASS         PIC X(01) VALUE 'D'.

       01 WS-CALC-VARIABLES.
          05 WS-PREV-READ-NUM      PIC 9(06) VALUE 0.
          05 WS-CURR-READ-NUM      PIC 9(06) VALUE 0.
          05 WS-METER-CEILING      PIC 9(06) VALUE 999999.
          05 WS-ROLLOVER-THRESHOLD PIC 9(06) VALUE 900000.
          05 WS-UNITS-CONSUMED     PIC 9(06) VALUE 0.
          05 WS-CURRENT-CHARGE     PIC 9(08)V99 VALUE 0.
          05 WS-TAX-PERCENT        PIC 9(02)V99 VALUE 5.00.
          05 WS-MIN-CHARGE         PIC 9(06)V99 VALUE 100.00.
          05 WS-SENIOR-DISCOUNT-PCT  PIC 9(02)V99 VALUE 10.00.
          05 WS-SUBSIDY-DISCOUNT-PCT PIC 9(02)V99 VALUE 15.00.
          05 WS-RATE               PIC 9(03)V99 VALUE 0.
          05 WS-RATE-FOUND-FLAG    PIC 9 VALUE 0.
             88 RATE-FOUND         VALUE 1.
             88 RATE-NOT-FOUND     VALUE 0.
          05 WS-RATE-SLAB-HIGH     PIC 9(06) VALUE 0.
          05 WS-LOOKUP-UNITS       PIC 9(06) VALUE 0.

       01 WS-TELESCOPIC-VARIABLES.
          05 WS-TELE-POS           PIC 9(06) VALUE 0.
          05 WS-TELE-SPAN          PIC 9(06) VALUE 0.
          05 WS-TELE-CEILING       PIC 9(06) VALUE 0.
          05 WS-TELE-SPAN-CHARGE   PIC 9(08)V99 VALUE 0.
          05 WS-TELE-DONE-FLAG     PIC X(01) VALUE 'N'.
             88 TELE-EXHAUSTED     VALUE 'Y'.

      *    THE ORIGINAL BILL AS ISSUED -- KEPT WHOLE SO THE CREDIT
      *    NOTE REVERSES EXACTLY WHAT WENT OUT.
       01 WS-ORIGINAL-BILL         PIC X(230).

       01 WS-REPRICE-VARIABLES.
          05 WS-ORIG-PERIOD-CHG    PIC S9(09)V99 VALUE 0.
          05 WS-CARRIED-ITEMS      PIC S9(09)V99 VALUE 0.
          05 WS-NEW-TAX            PIC 9(06)V99 VALUE 0.
          05 WS-NEW-PF-ADJ         PIC S9(06)V99 VALUE 0.
          05 WS-NEW-FCA-AMT        PIC S9(06)V99 VALUE 0.
          05 WS-NEW-PERIOD-CHG     PIC S9(09)V99 VALUE 0.
          05 WS-NEW-DISCOUNT       PIC 9(06)V99 VALUE 0.
          05 WS-NEW-NET-TOTAL      PIC S9(09)V99 VALUE 0.
          05 WS-NEW-AMOUNT         PIC 9(08)V99 VALUE 0.

      *    PAYMENTS ALREADY APPLIED AGAINST THE ORIGINAL, TAKEN OFF
      *    ITS LATEST BILL_UPDATE SNAPSHOT AND CARRIED ONTO THE
      *    REPLACEMENT.
       01 WS-PAYMENT-CARRY.
          05 WS-PAID-CARRIED       PIC 9(08)V99 VALUE 0.
          05 WS-REPL-BALANCE       PIC 9(08)V99 VALUE 0.
          05 WS-REPL-CREDIT        PIC 9(08)V99 VALUE 0.

       01 WS-JOURNAL-SPLIT.
          05 WS-SPLIT-TOTAL        PIC 9(08)V99 VALUE 0.
          05 WS-SPLIT-TAX          PIC 9(06)V99 VALUE 0.
          05 WS-SPLIT-RENT         PIC 9(05)V99 VALUE 0.
          05 WS-SPLIT-ENERGY       PIC S9(09)V99 VALUE 0.
          05 WS-SPLIT-AREA         PIC X(06) VALUE SPACES.
          05 WS-SPLIT-TOTAL-SIDE   PIC X(01) VALUE SPACES.
          05 WS-SPLIT-PART-SIDE    PIC X(01) VALUE SPACES.
          05 WS-SPLIT-DESC         PIC X(20) VALUE SPACES.

       01 WS-JOURNAL-WORK.
          05 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZEROS.
          05 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZEROS.
          05 WS-JRN-REC-COUNT      PIC 9(07) VALUE ZEROS.

       01 WS-ID-GEN.
          05 WS-REPL-SEQ           PIC 9(07) VALUE 0.
          05 WS-CRN-SEQ            PIC 9(08) VALUE 0.
          05 WS-REPL-BILL-ID       PIC X(12) VALUE SPACES.
          05 WS-CRN-ID             PIC X(12) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-REBILL-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-TOTAL-CREDITED     PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-REBILLED     PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-CARRIED      PIC 9(11)V99 VALUE ZEROS.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER            PIC X(10) VALUE SPACES.
             10 FILLER            PIC X(40) VALUE
                'CREDIT NOTES AND REPLACEMENT BILLS'.
             10 WS-HDR-DATE       PIC 9(08).
             10 FILLER            PIC X(75) VALUE SPACES.
          05 WS-RPT-RULE          PIC X(133) VALUE ALL '-'.
          05 WS-RPT-CRN-TITLE.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 FILLER            PIC X(14) VALUE 'CREDIT NOTE   '.
             10 WS-CT-CRN-ID      PIC X(12).
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE 'DATED     '.
             10 WS-CT-DATE        PIC 9(08).
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE 'CUSTOMER  '.
             10 WS-CT-CUST-ID     PIC X(12).
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-CT-FIRST-NAME  PIC X(10).
             10 FILLER            PIC X(01) VALUE SPACES.
             10 WS-CT-LAST-NAME   PIC X(10).
             10 FILLER            PIC X(34) VALUE SPACES.
          05 WS-RPT-CRN-DETAIL.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(20) VALUE
                'CANCELS BILL'.
             10 WS-CD-ORIG-ID     PIC X(12).
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'UNITS   '.
             10 WS-CD-UNITS       PIC ZZZZZ9.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(06) VALUE 'TAX   '.
             10 WS-CD-TAX         PIC ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE 'CREDITED  '.
             10 WS-CD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'REASON  '.
             10 WS-CD-REASON      PIC X(02).
             10 FILLER            PIC X(18) VALUE SPACES.
          05 WS-RPT-REPL-DETAIL.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(20) VALUE
                'REPLACED BY BILL'.
             10 WS-RD-REPL-ID     PIC X(12).
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'UNITS   '.
             10 WS-RD-UNITS       PIC ZZZZZ9.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(06) VALUE 'TAX   '.
             10 WS-RD-TAX         PIC ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(10) VALUE 'AMOUNT    '.
             10 WS-RD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(08) VALUE 'DUE     '.
             10 WS-RD-DUE-DATE    PIC 9(08).
             10 FILLER            PIC X(12) VALUE SPACES.
          05 WS-RPT-PAID-DETAIL.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(20) VALUE
                'PAYMENTS CARRIED'.
             10 WS-PD-PAID        PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(14) VALUE 'NOW PAYABLE   '.
             10 WS-PD-BALANCE     PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 FILLER            PIC X(14) VALUE 'IN CREDIT     '.
             10 WS-PD-CREDIT      PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(34) VALUE SPACES.
          05 WS-RPT-TOTAL-LINE.
             10 FILLER            PIC X(02) VALUE SPACES.
             10 WS-TL-LABEL       PIC X(30).
             10 WS-TL-COUNT       PIC ZZZ,ZZ9.
             10 FILLER            PIC X(04) VALUE SPACES.
             10 WS-TL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(73) VALUE SPACES.

      *============================================================
      * DB2 SQL DECLARATION AREA
      *============================================================

      * LATEST POSTED SNAPSHOT OF THE BILL BEING CANCELLED -- THE
      * TABLE IS APPEND-ONLY, SO ONLY THE FIRST ROW FETCHED COUNTS.
           EXEC SQL
               DECLARE REBILL_CURSOR CURSOR FOR
               SELECT PAID, STATUS, DUE_DATE
               FROM BILL_UPDATE
               WHERE BILL_ID = :HV-ORIG-BILL-ID
               ORDER BY RUN_DATE DESC
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 HV-ORIG-BILL-ID          PIC X(14).

       01 HV-SNAPSHOT-RECORD.
          05 HV-SNAP-PAID          PIC 9(10).
          05 HV-SNAP-STATUS        PIC X(4).
          05 HV-SNAP-DUE-DATE      PIC 9(08).

       01 HV-BILL-RECORD.
          05 HV-BILL-ID            PIC X(14).
          05 HV-BILL-CUST-ID       PIC X(14).
          05 HV-BILL-FIRST-NAME    PIC X(15).
          05 HV-BILL-LAST-NAME     PIC X(15).
          05 HV-BILL-UNITS         PIC 9(10).
          05 HV-BILL-AMOUNT        PIC 9(10).
          05 HV-BILL-STATUS        PIC X(4).
          05 HV-BILL-DUE-DATE      PIC 9(08).

       01 HV-BILL-UPD-RECORD.
          05 HV-UPD-BILL-ID        PIC X(14).
          05 HV-UPD-CUST-ID        PIC X(14).
          05 HV-UPD-FIRST-NAME     PIC X(15).
          05 HV-UPD-LAST-NAME      PIC X(15).
          05 HV-UPD-UNITS          PIC 9(10).
          05 HV-UPD-AMOUNT         PIC 9(10).
          05 HV-UPD-PAID           PIC 9(10).
          05 HV-UPD-BALANCE        PIC 9(10).
          05 HV-UPD-STATUS         PIC X(4).
          05 HV-UPD-DUE-DATE       PIC 9(08).
          05 HV-UPD-CREDIT         PIC 9(10).
          05 HV-UPD-RUN-DATE       PIC 9(08).

       01 HV-DBNAME                PIC X(8) VALUE 'ELECTDB'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'REBL001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  CANCEL AND REBILL WITH CREDIT NOTE    '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-DB2-CONNECT.

           PERFORM 2160-LOAD-CHART-OF-ACCOUNTS UNTIL COA-EOF.
           PERFORM 2170-CHECK-ACCOUNTS-RESOLVED.

           PERFORM 1100-LOAD-RATE-TABLE.

           PERFORM 2180-SET-PERIOD.

           MOVE WS-DATE TO WS-HDR-DATE.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-RULE.

       1100-LOAD-RATE-TABLE SECTION.

           PERFORM 1110-READ-RATE-MASTER UNTIL RATE-EOF.

           DISPLAY 'RATE TABLE ENTRIES LOADED ', WS-RATE-COUNT.

       1110-READ-RATE-MASTER SECTION.

           READ MI01-RATE-MASTER
                AT END  SET RATE-EOF TO TRUE

                NOT AT END
      *            ONLY THE NORMAL BAND IS REPRICED HERE -- TOU
      *            BILLS ARE NOT REBILLED BY THIS RUN, AND FEED-IN
      *            AND SUSPENSION STANDING-CHARGE ROWS NEVER PRICE
      *            CONSUMPTION, AND GREEN PREMIUM ROWS ARE CARRIED
      *            WITH THE BILL RATHER THAN REPRICED.
                   IF RATE-TOU-BAND = 'P' OR RATE-TOU-BAND = 'O'
                      OR RATE-TOU-BAND = 'X' OR RATE-TOU-BAND = 'S'
                      OR RATE-TOU-BAND = 'G'
                      CONTINUE
                   ELSE
                   IF WS-RATE-COUNT >= WS-RATE-MAX-ENTRIES
                      DISPLAY 'ERROR: RATE TABLE STORAGE FULL'
                   ELSE
                      ADD 1 TO WS-RATE-COUNT
                      SET WS-RATE-IDX TO WS-RATE-COUNT
                      MOVE RATE-EFF-DATE
                          TO WS-RT-EFF-DATE(WS-RATE-IDX)
                      MOVE RATE-AREA-CODE
                          TO WS-RT-AREA-CODE(WS-RATE-IDX)
                      MOVE RATE-SLAB-LOW
                          TO WS-RT-SLAB-LOW(WS-RATE-IDX)
                      MOVE RATE-SLAB-HIGH
                          TO WS-RT-SLAB-HIGH(WS-RATE-IDX)
                      MOVE RATE-PER-UNIT
                          TO WS-RT-PER-UNIT(WS-RATE-IDX)
                      MOVE RATE-TARIFF-CLASS
                          TO WS-RT-TARIFF-CLASS(WS-RATE-IDX)
                   END-IF
                   END-IF
           END-READ.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-REBILL-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING REBILL TRANSACTIONS: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY 'ERROR OPENING BILL KSDS: ' WS-BILL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: ' WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: ' WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-RATE-MASTER.
           IF NOT RATE-IO-STATUS
              DISPLAY 'ERROR OPENING RATE MASTER: ' WS-RATE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI09-PERIOD-KSDS.
           IF NOT PRD-IO-STATUS
              DISPLAY 'ERROR OPENING PERIOD CONTROL KSDS: '
                      WS-PRD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-AUTH-KSDS.
           IF NOT AUTH-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORITY KSDS: '
                      WS-AUTH-STATUS
              STOP RUN
           END-IF.

           OPEN I-O CTL-ID-COUNTER.
           IF NOT CTR-IO-STATUS
              DISPLAY 'ERROR OPENING ID COUNTER FILE: '
                      WS-CTR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-CREDIT-NOTE-KSDS.
           IF NOT CRN-IO-STATUS
              DISPLAY 'ERROR OPENING CREDIT NOTE KSDS: '
                      WS-CRN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-COA-MASTER.
           IF NOT COA-IO-STATUS
              DISPLAY 'ERROR OPENING CHART OF ACCOUNTS: '
                      WS-COA-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-JOURNAL.
           IF NOT JRN-IO-STATUS
              DISPLAY 'ERROR OPENING JOURNAL FILE: ' WS-JRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-REBILL-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING REBILL REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-REBILL-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING REBILL ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2150-DB2-CONNECT SECTION.

           EXEC SQL
               CONNECT TO :HV-DBNAME
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONNECTING TO DB2: SQLCODE=' SQLCODE
              STOP RUN
           END-IF.

           DISPLAY 'DB2 CONNECTION ESTABLISHED SUCCESSFULLY'.

       2160-LOAD-CHART-OF-ACCOUNTS  SECTION.

           READ MI01-COA-MASTER
               AT END  SET COA-EOF TO TRUE
               NOT AT END
                   EVALUATE COA-ROLE
                       WHEN 'AR  '
                           MOVE COA-ACCT-CODE TO WS-ACCT-RECEIVABLE
                       WHEN 'REV '
                           MOVE COA-ACCT-CODE TO WS-ACCT-ENERGY-REV
                       WHEN 'TAX '
                           MOVE COA-ACCT-CODE TO WS-ACCT-TAX-PAYABLE
                       WHEN 'RENT'
                           MOVE COA-ACCT-CODE TO WS-ACCT-RENT-REV
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2170-CHECK-ACCOUNTS-RESOLVED  SECTION.

           IF WS-ACCT-RECEIVABLE = SPACES
              OR WS-ACCT-ENERGY-REV = SPACES
              OR WS-ACCT-TAX-PAYABLE = SPACES
              OR WS-ACCT-RENT-REV = SPACES
              DISPLAY 'CHART OF ACCOUNTS INCOMPLETE - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2180-SET-PERIOD  SECTION.

      *    THE BILL BEING CANCELLED WAS POSTED UNDER THE OPEN
      *    PERIOD -- UNLESS MONTH-END HAS CLOSED IT SINCE, IN WHICH
      *    CASE ITS HISTORY ROW SITS UNDER THE LAST CLOSED ONE.
           MOVE WS-DATE(1:6) TO WS-BILL-PERIOD.
           MOVE ZEROS        TO WS-ALT-PERIOD.
           MOVE 'CTRL'       TO PRD-ID.
           READ MI09-PERIOD-KSDS
               INVALID KEY
                   DISPLAY 'PERIOD CONTROL RECORD NOT FOUND - '
                           'RUN DATE PERIOD USED'
               NOT INVALID KEY
                   MOVE PRD-CURRENT-PERIOD TO WS-BILL-PERIOD
                   MOVE PRD-LAST-CLOSED    TO WS-ALT-PERIOD
           END-READ.
           DISPLAY 'CONSUMPTION HISTORY PERIOD: ' WS-BILL-PERIOD.

       2000-PROCESS     SECTION.

           PERFORM 2200-READ-REBILL-TRAN UNTIL TRAN-EOF.

           MOVE WS-JRN-REC-COUNT TO JRT-REC-COUNT.
           MOVE WS-HASH-TOTAL    TO JRT-HASH-TOTAL.
           WRITE TO01-JOURNAL-RECORD FROM TO01-JOURNAL-TRAILER.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY 'REBILL JOURNAL OUT OF BALANCE: DR '
                      WS-TOTAL-DEBITS ' CR ' WS-TOTAL-CREDITS
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 2950-WRITE-REGISTER-TOTALS.

       2200-READ-REBILL-TRAN  SECTION.

           READ TI01-REBILL-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2300-VALIDATE-TRANSACTION
           END-READ.

       2300-VALIDATE-TRANSACTION  SECTION.

           SET TRAN-OK TO TRUE.

           PERFORM 2310-CHECK-AUTHORITY.

           IF TRAN-OK
              PERFORM 2320-FIND-ISSUED-BILL
           END-IF.

           IF TRAN-OK
              PERFORM 2330-FIND-CUSTOMER
           END-IF.

           IF TRAN-OK
              PERFORM 2340-READ-CORRECTED-METER
           END-IF.

           IF TRAN-OK
              PERFORM 2350-FETCH-POSTED-SNAPSHOT
           END-IF.

           IF TRAN-OK
              PERFORM 2400-REPRICE-BILL
              PERFORM 2500-CANCEL-AND-REBILL
           END-IF.

       2310-CHECK-AUTHORITY  SECTION.

           MOVE IN-OPERATOR-ID TO AUTH-ID.

           READ MI08-AUTH-KSDS
               INVALID KEY
                   DISPLAY 'OPERATOR NOT ON AUTHORITY MASTER: '
                           IN-OPERATOR-ID
                   SET ERR-REAS-NOT-AUTHORISED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   IF NOT AUTH-STAT-ACTIVE
                      DISPLAY 'OPERATOR ' IN-OPERATOR-ID
                              ' NOT AUTHORISED TO REBILL'
                      SET ERR-REAS-NOT-AUTHORISED TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   END-IF
           END-READ.

       2320-FIND-ISSUED-BILL  SECTION.

           MOVE IN-BILL-ID TO BILL-ID.

           READ MO01-BILL-KSDS
               INVALID KEY
                   DISPLAY 'BILL NOT ON BILL MASTER: ' IN-BILL-ID
                   SET ERR-REAS-BILL-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE MO01-BILL-RECORD TO WS-ORIGINAL-BILL
                   EVALUATE TRUE
                       WHEN BILL-CANCELLED
                           DISPLAY 'BILL ALREADY CANCELLED: '
                                   IN-BILL-ID
                           SET ERR-REAS-ALREADY-CANCELLED TO TRUE
                           PERFORM 2900-WRITE-ERR-RECORD
      *                A TIME-OF-USE BILL IS PRICED BAND BY BAND OFF
      *                THE INTERVAL BUCKETS, NOT THE REGISTER READING
      *                THIS RUN REPRICES -- IT GOES THROUGH ADJ001.
                       WHEN BILL-PEAK-UNITS + BILL-NORM-UNITS
                            + BILL-OFFP-UNITS > ZEROS
                           DISPLAY 'TOU BILL NOT REBILLABLE: '
                                   IN-BILL-ID
                           SET ERR-REAS-TOU-BILL TO TRUE
                           PERFORM 2900-WRITE-ERR-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2330-FIND-CUSTOMER  SECTION.

           MOVE BILL-CUST-ID TO CUST-KEY.

           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND FOR BILL: '
                           IN-BILL-ID
                   SET ERR-REAS-CUST-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
      *            A BUDGET BILL CHARGES THE LEVELISED INSTALMENT,
      *            NOT THE READING -- A CORRECTED READING SETTLES
      *            THROUGH THE PLAN'S OWN TRUE-UP INSTEAD.
                   IF BUDGET-BILLED
                      DISPLAY 'BUDGET-BILLED CUSTOMER NOT '
                              'REBILLABLE: ' CUST-KEY
                      SET ERR-REAS-BUDGET-BILLED TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   END-IF
           END-READ.

       2340-READ-CORRECTED-METER  SECTION.

           MOVE BILL-MTR-ID TO MTR-ID.

           READ MI01-METER-KSDS
               INVALID KEY
                   DISPLAY 'METER NOT FOUND FOR BILL: ' IN-BILL-ID
                   SET ERR-REAS-METER-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
           END-READ.

           IF TRAN-OK
              PERFORM 2345-DERIVE-CORRECTED-UNITS
           END-IF.

       2345-DERIVE-CORRECTED-UNITS  SECTION.

      *    SAME ROLLOVER RULE BILL003 APPLIES TO THE READ PAIR.
           COMPUTE WS-PREV-READ-NUM = MTR-PREV-READ.
           COMPUTE WS-CURR-READ-NUM = MTR-CURR-READ.

           IF WS-CURR-READ-NUM < WS-PREV-READ-NUM
              IF WS-PREV-READ-NUM >= WS-ROLLOVER-THRESHOLD
                 COMPUTE WS-UNITS-CONSUMED =
                         (WS-METER-CEILING - WS-PREV-READ-NUM)
                         + WS-CURR-READ-NUM + 1
              ELSE
                 DISPLAY 'CORRECTED READING BELOW PREVIOUS FOR '
                         'BILL ' IN-BILL-ID
                 SET ERR-REAS-BAD-READING TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
              END-IF
           ELSE
              COMPUTE WS-UNITS-CONSUMED =
                      WS-CURR-READ-NUM - WS-PREV-READ-NUM
           END-IF.

      *    NOTHING TO CORRECT UNLESS THE METER MASTER NOW DISAGREES
      *    WITH WHAT WAS BILLED.
           IF TRAN-OK
              AND WS-UNITS-CONSUMED = BILL-UNITS
              DISPLAY 'READING UNCHANGED SINCE BILL ISSUED: '
                      IN-BILL-ID
              SET ERR-REAS-READING-UNCHANGED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2350-FETCH-POSTED-SNAPSHOT  SECTION.

      *    A BILL NOT YET LOADED INTO BILL_UPDATE IS STILL BEFORE
      *    PRINT -- BILLREVW CANCELS THOSE.
           MOVE SPACES  TO HV-ORIG-BILL-ID.
           MOVE BILL-ID TO HV-ORIG-BILL-ID.

           EXEC SQL
               OPEN REBILL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING REBILL CURSOR: SQLCODE='
                      SQLCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL
               FETCH REBILL_CURSOR
               INTO :HV-SNAP-PAID,
                    :HV-SNAP-STATUS,
                    :HV-SNAP-DUE-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'BILL NOT POSTED TO BILL_UPDATE: '
                           IN-BILL-ID
                   SET ERR-REAS-NOT-POSTED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               WHEN SQLCODE NOT = 0
                   DISPLAY 'ERROR FETCHING BILL SNAPSHOT: SQLCODE='
                           SQLCODE
                   SET ERR-REAS-NOT-POSTED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
      *        A WRITTEN-OFF OR ALREADY-CANCELLED BILL HAS LEFT THE
      *        LIVE RECEIVABLE AND CANNOT BE REBILLED.
               WHEN HV-SNAP-STATUS = 'W   ' OR HV-SNAP-STATUS = 'CN  '
                   DISPLAY 'BILL NO LONGER OPEN IN BILL_UPDATE: '
                           IN-BILL-ID ' STATUS ' HV-SNAP-STATUS
                   SET ERR-REAS-ALREADY-CANCELLED TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               WHEN OTHER
                   MOVE HV-SNAP-PAID TO WS-PAID-CARRIED
           END-EVALUATE.

           EXEC SQL
               CLOSE REBILL_CURSOR
           END-EXEC.

       2400-REPRICE-BILL  SECTION.

      *    THE ENERGY CHARGE IS REPRICED FROM SCRATCH ON THE
      *    CORRECTED UNITS. DEMAND, METER RENT AND EXPORT CREDIT DO
      *    NOT DEPEND ON THE READING AND CARRY OVER AS BILLED; FCA
      *    FOLLOWS THE UNITS AND THE POWER-FACTOR ADJUSTMENT FOLLOWS
      *    THE ENERGY CHARGE. EVERYTHING ELSE THE ORIGINAL CARRIED
      *    (PRIOR BALANCE, ADJUSTMENTS, OUTAGE CREDIT) IS WHATEVER
      *    SEPARATES ITS AMOUNT FROM ITS OWN PERIOD CHARGES, AND IS
      *    CARRIED ACROSS UNCHANGED.
           IF CUST-TARIFF-CLASS = SPACE
              MOVE 'D' TO WS-CUST-CLASS
           ELSE
              MOVE CUST-TARIFF-CLASS TO WS-CUST-CLASS
           END-IF.

           PERFORM 2437-CALC-TELESCOPIC.

           IF WS-CURRENT-CHARGE < WS-MIN-CHARGE
              MOVE WS-MIN-CHARGE TO WS-CURRENT-CHARGE
           END-IF.

           IF BILL-UNITS > ZEROS
              COMPUTE WS-NEW-FCA-AMT ROUNDED =
                      BILL-FCA-AMT * WS-UNITS-CONSUMED / BILL-UNITS
           ELSE
              MOVE ZEROS TO WS-NEW-FCA-AMT
           END-IF.

           IF BILL-ENERGY-CHG > ZEROS
              COMPUTE WS-NEW-PF-ADJ ROUNDED =
                      BILL-PF-ADJ * WS-CURRENT-CHARGE
                      / BILL-ENERGY-CHG
           ELSE
              MOVE ZEROS TO WS-NEW-PF-ADJ
           END-IF.

           COMPUTE WS-NEW-TAX ROUNDED =
                   WS-CURRENT-CHARGE * WS-TAX-PERCENT / 100.

           COMPUTE WS-ORIG-PERIOD-CHG =
                   BILL-ENERGY-CHG + BILL-METER-RENT
                   + BILL-TAX-AMOUNT + BILL-DEMAND-CHG
                   + BILL-PF-ADJ + BILL-FCA-AMT.
           COMPUTE WS-CARRIED-ITEMS =
                   BILL-AMOUNT - WS-ORIG-PERIOD-CHG
                   + BILL-DISCOUNT-AMT + BILL-EXPORT-CR.

           COMPUTE WS-NEW-PERIOD-CHG =
                   WS-CURRENT-CHARGE + BILL-METER-RENT
                   + WS-NEW-TAX + BILL-DEMAND-CHG
                   + WS-NEW-PF-ADJ + WS-NEW-FCA-AMT.

      *    THE ORIGINAL BILL RECORDS WHETHER THE CUSTOMER'S PROOF
      *    WAS IN FORCE WHEN IT WAS ISSUED -- A CORRECTED BILL
      *    NEITHER GAINS NOR LOSES THE DISCOUNT BECAUSE THE
      *    ELIGIBILITY MASTER HAS MOVED ON SINCE.
           MOVE ZEROS TO WS-NEW-DISCOUNT.
           IF DISCOUNT-CAT-SENIOR AND BILL-DISCOUNT-AMT > ZEROS
              COMPUTE WS-NEW-DISCOUNT ROUNDED =
                      WS-NEW-PERIOD-CHG * WS-SENIOR-DISCOUNT-PCT / 100
           END-IF.
           IF DISCOUNT-CAT-SUBSIDY AND BILL-DISCOUNT-AMT > ZEROS
              COMPUTE WS-NEW-DISCOUNT ROUNDED =
                      WS-NEW-PERIOD-CHG * WS-SUBSIDY-DISCOUNT-PCT
                      / 100
           END-IF.

           COMPUTE WS-NEW-NET-TOTAL =
                   WS-NEW-PERIOD-CHG - WS-NEW-DISCOUNT
                   - BILL-EXPORT-CR + WS-CARRIED-ITEMS.
           IF WS-NEW-NET-TOTAL < ZEROS
              MOVE ZEROS TO WS-NEW-AMOUNT
           ELSE
              MOVE WS-NEW-NET-TOTAL TO WS-NEW-AMOUNT
           END-IF.

      *    PAYMENTS CARRIED FROM THE ORIGINAL SETTLE THE REPLACEMENT
      *    FIRST; ANY EXCESS STANDS AS A CREDIT ON IT.
           IF WS-PAID-CARRIED > WS-NEW-AMOUNT
              MOVE ZEROS TO WS-REPL-BALANCE
              COMPUTE WS-REPL-CREDIT =
                      WS-PAID-CARRIED - WS-NEW-AMOUNT
           ELSE
              COMPUTE WS-REPL-BALANCE =
                      WS-NEW-AMOUNT - WS-PAID-CARRIED
              MOVE ZEROS TO WS-REPL-CREDIT
           END-IF.

      *    THE REPLACEMENT FALLS DUE ON THE ORIGINAL'S DATE OR A
      *    FULL NOTICE PERIOD FROM TODAY, WHICHEVER IS LATER.
           COMPUTE WS-DUE-INTEGER = WS-DATE-INTEGER + WS-MIN-DUE-DAYS.
           COMPUTE WS-NEW-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
           IF HV-SNAP-DUE-DATE > WS-NEW-DUE-DATE
              MOVE HV-SNAP-DUE-DATE TO WS-NEW-DUE-DATE
           END-IF.

       2435-LOOKUP-RATE SECTION.

           SET RATE-NOT-FOUND     TO TRUE.
           MOVE ZEROS             TO WS-RATE-BEST-DATE.
           MOVE 0                 TO WS-RATE.
           MOVE ZEROS             TO WS-RATE-SLAB-HIGH.

           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-DATE
                 AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                      OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
                 AND (WS-RT-TARIFF-CLASS(WS-RATE-IDX) = WS-CUST-CLASS
                    OR WS-RT-TARIFF-CLASS(WS-RATE-IDX) = SPACES)
                 AND WS-LOOKUP-UNITS >=
                      WS-RT-SLAB-LOW(WS-RATE-IDX)
                 AND WS-LOOKUP-UNITS <=
                      WS-RT-SLAB-HIGH(WS-RATE-IDX)
                 AND WS-RT-EFF-DATE(WS-RATE-IDX) >= WS-RATE-BEST-DATE
                 MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                     TO WS-RATE-BEST-DATE
                 MOVE WS-RT-PER-UNIT(WS-RATE-IDX) TO WS-RATE
                 MOVE WS-RT-SLAB-HIGH(WS-RATE-IDX)
                     TO WS-RATE-SLAB-HIGH
                 SET RATE-FOUND TO TRUE
              END-IF
           END-PERFORM.

       2437-CALC-TELESCOPIC SECTION.

           MOVE ZEROS TO WS-CURRENT-CHARGE.
           MOVE ZEROS TO WS-TELE-POS.
           MOVE 'N'   TO WS-TELE-DONE-FLAG.

           PERFORM 2438-PRICE-NEXT-SLAB
               UNTIL WS-TELE-POS >= WS-UNITS-CONSUMED
                  OR TELE-EXHAUSTED.

       2438-PRICE-NEXT-SLAB SECTION.

           COMPUTE WS-LOOKUP-UNITS = WS-TELE-POS + 1.

           PERFORM 2435-LOOKUP-RATE.

           IF RATE-NOT-FOUND
              DISPLAY 'NO RATE SLAB FOUND FOR CUST ' CUST-KEY
                      ' UNITS ' WS-LOOKUP-UNITS
              DISPLAY 'DEFAULTING TO LAST RESORT RATE'
              MOVE 15.00 TO WS-RATE
              COMPUTE WS-TELE-SPAN =
                      WS-UNITS-CONSUMED - WS-TELE-POS
              COMPUTE WS-TELE-SPAN-CHARGE =
                      WS-TELE-SPAN * WS-RATE
              ADD WS-TELE-SPAN-CHARGE TO WS-CURRENT-CHARGE
              MOVE WS-UNITS-CONSUMED TO WS-TELE-POS
              SET TELE-EXHAUSTED TO TRUE
           ELSE
              IF WS-RATE-SLAB-HIGH > WS-UNITS-CONSUMED
                 MOVE WS-UNITS-CONSUMED TO WS-TELE-CEILING
              ELSE
                 MOVE WS-RATE-SLAB-HIGH TO WS-TELE-CEILING
              END-IF
              IF WS-TELE-CEILING <= WS-TELE-POS
                 DISPLAY 'RATE TABLE SLAB OVERLAP AT UNITS '
                         WS-LOOKUP-UNITS ' FOR CUST ' CUST-KEY
                 SET TELE-EXHAUSTED TO TRUE
              ELSE
                 COMPUTE WS-TELE-SPAN =
                         WS-TELE-CEILING - WS-TELE-POS
                 COMPUTE WS-TELE-SPAN-CHARGE =
                         WS-TELE-SPAN * WS-RATE
                 ADD WS-TELE-SPAN-CHARGE TO WS-CURRENT-CHARGE
                 MOVE WS-TELE-CEILING TO WS-TELE-POS
              END-IF
           END-IF.

       2500-CANCEL-AND-REBILL  SECTION.

           PERFORM 2510-GET-NEXT-REBILL-SEQ.
           PERFORM 2515-GET-NEXT-CREDIT-NOTE-SEQ.

           PERFORM 2520-MARK-ORIGINAL-CANCELLED.
           PERFORM 2530-WRITE-REPLACEMENT-BILL.
           PERFORM 2540-WRITE-CREDIT-NOTE.
           PERFORM 2600-UPDATE-DB2-BILL.
           PERFORM 2650-RESTATE-CONS-HISTORY.
           PERFORM 2700-POST-REBILL-JOURNAL.
           PERFORM 2800-PRINT-CREDIT-NOTE.

           ADD 1                TO WS-REBILL-CTR.
           ADD CRN-AMOUNT       TO WS-TOTAL-CREDITED.
           ADD WS-NEW-AMOUNT    TO WS-TOTAL-REBILLED.
           ADD WS-PAID-CARRIED  TO WS-TOTAL-CARRIED.

           DISPLAY 'BILL ' IN-BILL-ID ' CANCELLED BY ' WS-CRN-ID
                   ' REPLACED BY ' WS-REPL-BILL-ID.

       2510-GET-NEXT-REBILL-SEQ  SECTION.

      *    READS AND INCREMENTS THE SHARED ID-COUNTER CONTROL RECORD
      *    FOR REPLACEMENT BILL IDS -- A DISTINCT 'RBIL-' PREFIX SO
      *    THEY CAN NEVER COLLIDE WITH BILL003'S OR CUST004'S IDS ON
      *    THE BILL KSDS.
           MOVE 'RBIL' TO CTR-ID.
           READ CTL-ID-COUNTER
                INVALID KEY
                   DISPLAY 'ID COUNTER RECORD NOT FOUND: ' CTR-ID
                   ADD 1 TO WS-ERROR-CTR
                   MOVE ZEROS TO WS-REPL-SEQ
                NOT INVALID KEY
                   COMPUTE WS-REPL-SEQ =
                      FUNCTION MOD(CTR-NEXT-VALUE, 10000000)
                   ADD 1 TO CTR-NEXT-VALUE
                   REWRITE CTL-COUNTER-RECORD
                       INVALID KEY
                          DISPLAY 'ID COUNTER REWRITE FAILED: ' CTR-ID
                   END-REWRITE
           END-READ.

           MOVE SPACES TO WS-REPL-BILL-ID.
           STRING 'RBIL-' DELIMITED BY SIZE
                  WS-REPL-SEQ DELIMITED BY SIZE
                  INTO WS-REPL-BILL-ID
           END-STRING.

       2515-GET-NEXT-CREDIT-NOTE-SEQ  SECTION.

      *    CREDIT NOTES ARE A STATUTORY NUMBERED SERIES OF THEIR OWN.
           MOVE 'CRNT' TO CTR-ID.
           READ CTL-ID-COUNTER
                INVALID KEY
                   DISPLAY 'ID COUNTER RECORD NOT FOUND: ' CTR-ID
                   ADD 1 TO WS-ERROR-CTR
                   MOVE ZEROS TO WS-CRN-SEQ
                NOT INVALID KEY
                   COMPUTE WS-CRN-SEQ =
                      FUNCTION MOD(CTR-NEXT-VALUE, 100000000)
                   ADD 1 TO CTR-NEXT-VALUE
                   REWRITE CTL-COUNTER-RECORD
                       INVALID KEY
                          DISPLAY 'ID COUNTER REWRITE FAILED: ' CTR-ID
                   END-REWRITE
           END-READ.

           MOVE SPACES TO WS-CRN-ID.
           STRING 'CRN-' DELIMITED BY SIZE
                  WS-CRN-SEQ DELIMITED BY SIZE
                  INTO WS-CRN-ID
           END-STRING.

       2520-MARK-ORIGINAL-CANCELLED  SECTION.

      *    THE ORIGINAL STAYS ON THE MASTER, FLAGGED, SO TONIGHT'S
      *    ARCHIVE KEEPS THE RECORD OF WHAT WAS ACTUALLY SENT OUT.
           MOVE WS-ORIGINAL-BILL TO MO01-BILL-RECORD.
           SET BILL-CANCELLED    TO TRUE.

           REWRITE MO01-BILL-RECORD
               INVALID KEY
                   DISPLAY 'BILL CANCEL REWRITE FAILED: ' BILL-ID
                           ' STATUS: ' WS-BILL-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

       2530-WRITE-REPLACEMENT-BILL  SECTION.

      *    THE REPLACEMENT KEEPS EVERYTHING THE READING DOES NOT
      *    DRIVE, AND TAKES THE REPRICED FIGURES IN PLACE OF THE
      *    ORIGINAL'S. A CORRECTED READING IS NEVER AN ESTIMATE.
           MOVE WS-ORIGINAL-BILL  TO MO01-BILL-RECORD.
           MOVE WS-REPL-BILL-ID   TO BILL-ID.
           MOVE WS-UNITS-CONSUMED TO BILL-UNITS.
           MOVE WS-CURRENT-CHARGE TO BILL-ENERGY-CHG.
           MOVE WS-NEW-TAX        TO BILL-TAX-AMOUNT.
           MOVE WS-NEW-AMOUNT     TO BILL-AMOUNT.
           MOVE SPACE             TO BILL-EST-FLAG.
           MOVE ZEROS             TO BILL-SPLIT-OLD-UNITS.
           MOVE ZEROS             TO BILL-SPLIT-NEW-UNITS.
           MOVE WS-NEW-DISCOUNT   TO BILL-DISCOUNT-AMT.
           MOVE WS-NEW-PF-ADJ     TO BILL-PF-ADJ.
           MOVE WS-NEW-FCA-AMT    TO BILL-FCA-AMT.
           MOVE SPACE             TO BILL-CANCEL-FLAG.

           WRITE MO01-BILL-RECORD
               INVALID KEY
                   DISPLAY 'REPLACEMENT BILL WRITE FAILED: ' BILL-ID
                           ' STATUS: ' WS-BILL-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2540-WRITE-CREDIT-NOTE  SECTION.

      *    THE CREDIT NOTE REVERSES THE ORIGINAL IN FULL -- ITS
      *    AMOUNT, AND THE TAX AND RENT INSIDE IT.
           MOVE WS-ORIGINAL-BILL    TO MO01-BILL-RECORD.

           MOVE SPACES              TO MO02-CREDIT-NOTE-RECORD.
           MOVE WS-CRN-ID           TO CRN-ID.
           MOVE WS-DATE             TO CRN-ISSUE-DATE.
           MOVE BILL-ID             TO CRN-ORIG-BILL-ID.
           MOVE BILL-CUST-ID        TO CRN-CUST-ID.
           MOVE WS-REPL-BILL-ID     TO CRN-REPL-BILL-ID.
           MOVE BILL-AMOUNT         TO CRN-AMOUNT.
           MOVE BILL-TAX-AMOUNT     TO CRN-TAX-AMOUNT.
           MOVE BILL-METER-RENT     TO CRN-RENT-AMOUNT.
           MOVE WS-NEW-AMOUNT       TO CRN-REPL-AMOUNT.
           MOVE WS-PAID-CARRIED     TO CRN-PAID-CARRIED.
           MOVE IN-REASON-CODE      TO CRN-REASON-CODE.
           MOVE IN-OPERATOR-ID      TO CRN-OPERATOR-ID.
           MOVE BILL-AREA-CODE      TO CRN-AREA-CODE.
           MOVE BILL-ENERGY-CHG     TO CRN-TAXABLE-AMT.

           WRITE MO02-CREDIT-NOTE-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT NOTE WRITE FAILED: ' CRN-ID
                           ' STATUS: ' WS-CRN-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2600-UPDATE-DB2-BILL  SECTION.

      *    THE ORIGINAL LEAVES THE LIVE RECEIVABLE THE SAME WAY A
      *    WRITE-OFF DOES -- EVERY SNAPSHOT OF IT TAKES STATUS 'CN',
      *    SO NO AGEING, DUNNING OR STATEMENT RUN PICKS UP AN OLDER
      *    ROW -- AND IT DROPS OUT OF THE NIGHTLY BILL FEED.
           EXEC SQL
               UPDATE BILL_UPDATE
               SET STATUS = 'CN'
               WHERE BILL_ID = :HV-ORIG-BILL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CANCELLING BILL_UPDATE ROWS: '
                      HV-ORIG-BILL-ID ' SQLCODE=' SQLCODE
              ADD 1 TO WS-ERROR-CTR
           END-IF.

           EXEC SQL
               UPDATE BILL
               SET STATUS = 'CN'
               WHERE BILL_ID = :HV-ORIG-BILL-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR CANCELLING BILL ROW: '
                      HV-ORIG-BILL-ID ' SQLCODE=' SQLCODE
              ADD 1 TO WS-ERROR-CTR
           END-IF.

      *    THE REPLACEMENT'S FIRST SNAPSHOT CARRIES THE PAYMENTS
      *    ALREADY MADE AGAINST THE ORIGINAL.
           MOVE WS-ORIGINAL-BILL    TO MO01-BILL-RECORD.

           MOVE SPACES              TO HV-BILL-UPD-RECORD.
           MOVE WS-REPL-BILL-ID     TO HV-UPD-BILL-ID.
           MOVE BILL-CUST-ID        TO HV-UPD-CUST-ID.
           MOVE BILL-FIRST-NAME     TO HV-UPD-FIRST-NAME.
           MOVE BILL-LAST-NAME      TO HV-UPD-LAST-NAME.
           MOVE WS-UNITS-CONSUMED   TO HV-UPD-UNITS.
           MOVE WS-NEW-AMOUNT       TO HV-UPD-AMOUNT.
           MOVE WS-PAID-CARRIED     TO HV-UPD-PAID.
           MOVE WS-REPL-BALANCE     TO HV-UPD-BALANCE.
           MOVE WS-NEW-DUE-DATE     TO HV-UPD-DUE-DATE.
           MOVE WS-REPL-CREDIT      TO HV-UPD-CREDIT.
           MOVE WS-DATE             TO HV-UPD-RUN-DATE.

           EVALUATE TRUE
               WHEN WS-PAID-CARRIED = ZERO
                   MOVE 'D' TO HV-UPD-STATUS
               WHEN WS-PAID-CARRIED > WS-NEW-AMOUNT
                   MOVE 'OP' TO HV-UPD-STATUS
               WHEN WS-PAID-CARRIED < WS-NEW-AMOUNT
                   MOVE 'PP' TO HV-UPD-STATUS
               WHEN OTHER
                   MOVE 'P' TO HV-UPD-STATUS
           END-EVALUATE.

           EXEC SQL
               INSERT INTO BILL_UPDATE
               (BILL_ID, CUST_ID, FIRST_NAME, LAST_NAME,
                UNITS, AMOUNT, PAID, BALANCE, STATUS, DUE_DATE,
                CREDIT_BALANCE, RUN_DATE)
               VALUES
               (:HV-UPD-BILL-ID, :HV-UPD-CUST-ID,
                :HV-UPD-FIRST-NAME, :HV-UPD-LAST-NAME,
                :HV-UPD-UNITS, :HV-UPD-AMOUNT, :HV-UPD-PAID,
                :HV-UPD-BALANCE, :HV-UPD-STATUS, :HV-UPD-DUE-DATE,
                :HV-UPD-CREDIT, :HV-UPD-RUN-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR INSERTING REPLACEMENT BILL_UPDATE: '
                      'SQLCODE=' SQLCODE
              ADD 1 TO WS-ERROR-CTR
           END-IF.

      *    BILLPAYDB2 MATCHES EACH NIGHT'S PAYMENTS AGAINST THE
      *    BILL ROW'S AMOUNT, SO THE REPLACEMENT GOES ON AT WHAT IS
      *    STILL OWED AFTER THE CARRIED PAYMENTS. ONE ALREADY
      *    SETTLED BY THEM HAS NOTHING LEFT TO COLLECT.
           IF WS-REPL-BALANCE > ZEROS
              MOVE SPACES             TO HV-BILL-RECORD
              MOVE HV-UPD-BILL-ID     TO HV-BILL-ID
              MOVE HV-UPD-CUST-ID     TO HV-BILL-CUST-ID
              MOVE HV-UPD-FIRST-NAME  TO HV-BILL-FIRST-NAME
              MOVE HV-UPD-LAST-NAME   TO HV-BILL-LAST-NAME
              MOVE HV-UPD-UNITS       TO HV-BILL-UNITS
              MOVE WS-REPL-BALANCE    TO HV-BILL-AMOUNT
              MOVE 'D'                TO HV-BILL-STATUS
              MOVE WS-NEW-DUE-DATE    TO HV-BILL-DUE-DATE

              EXEC SQL
                  INSERT INTO BILL
                  (BILL_ID, CUST_ID, FIRST_NAME, LAST_NAME,
                   UNITS, AMOUNT, STATUS, DUE_DATE)
                  VALUES
                  (:HV-BILL-ID, :HV-BILL-CUST-ID,
                   :HV-BILL-FIRST-NAME, :HV-BILL-LAST-NAME,
                   :HV-BILL-UNITS, :HV-BILL-AMOUNT,
                   :HV-BILL-STATUS, :HV-BILL-DUE-DATE)
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR INSERTING REPLACEMENT BILL ROW: '
                         'SQLCODE=' SQLCODE
                 ADD 1 TO WS-ERROR-CTR
              END-IF
           END-IF.

       2650-RESTATE-CONS-HISTORY  SECTION.

      *    BACK THE ORIGINAL'S USAGE AND AMOUNT OUT OF THE PERIOD
      *    ROW IT WAS FOLDED INTO AND PUT THE CORRECTED FIGURES IN.
           MOVE WS-ORIGINAL-BILL TO MO01-BILL-RECORD.

           MOVE BILL-CUST-ID     TO CH-CUST-ID.
           MOVE WS-BILL-PERIOD   TO CH-BILL-PERIOD.
           READ MO01-CONS-HIST-KSDS
               INVALID KEY
                   IF WS-ALT-PERIOD NOT = ZEROS
                      MOVE WS-ALT-PERIOD TO CH-BILL-PERIOD
                      READ MO01-CONS-HIST-KSDS
                          INVALID KEY
                              CONTINUE
                      END-READ
                   END-IF
           END-READ.

           IF NOT CH-IO-STATUS
              DISPLAY 'NO CONSUMPTION HISTORY ROW FOR BILL '
                      BILL-ID ' - TREND NOT RESTATED'
           ELSE
              IF CH-UNITS-CONSUMED > BILL-UNITS
                 SUBTRACT BILL-UNITS FROM CH-UNITS-CONSUMED
              ELSE
                 MOVE ZEROS TO CH-UNITS-CONSUMED
              END-IF
              IF CH-BILL-AMOUNT > BILL-AMOUNT
                 SUBTRACT BILL-AMOUNT FROM CH-BILL-AMOUNT
              ELSE
                 MOVE ZEROS TO CH-BILL-AMOUNT
              END-IF
              ADD WS-UNITS-CONSUMED TO CH-UNITS-CONSUMED
              ADD WS-NEW-AMOUNT     TO CH-BILL-AMOUNT
              REWRITE MO01-CONS-HIST-RECORD
                  INVALID KEY
                      DISPLAY 'CONSUMPTION HISTORY REWRITE '
                              'FAILED: ' CH-KEY
                              ' STATUS: ' WS-CH-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-REWRITE
           END-IF.

       2700-POST-REBILL-JOURNAL  SECTION.

      *    THE CREDIT NOTE POSTS THE ORIGINAL'S REVENUE ENTRY IN
      *    REVERSE -- RECEIVABLE CREDITED, ENERGY REVENUE / DUTY /
      *    METER RENT DEBITED -- AND THE REPLACEMENT POSTS AFRESH
      *    THE WAY GLPOST POSTS A NEW BILL. CARRIED PAYMENTS STAY
      *    WHERE THEY ARE: THE CASH WAS ALREADY COLLECTED.
           MOVE WS-ORIGINAL-BILL    TO MO01-BILL-RECORD.

           MOVE BILL-AMOUNT         TO WS-SPLIT-TOTAL.
           MOVE BILL-TAX-AMOUNT     TO WS-SPLIT-TAX.
           MOVE BILL-METER-RENT     TO WS-SPLIT-RENT.
           MOVE BILL-AREA-CODE      TO WS-SPLIT-AREA.
           MOVE 'C'                 TO WS-SPLIT-TOTAL-SIDE.
           MOVE 'D'                 TO WS-SPLIT-PART-SIDE.
           MOVE 'CREDIT NOTE       ' TO WS-SPLIT-DESC.
           PERFORM 2710-POST-BILL-SPLIT.

           MOVE WS-NEW-AMOUNT       TO WS-SPLIT-TOTAL.
           MOVE WS-NEW-TAX          TO WS-SPLIT-TAX.
           MOVE BILL-METER-RENT     TO WS-SPLIT-RENT.
           MOVE 'D'                 TO WS-SPLIT-TOTAL-SIDE.
           MOVE 'C'                 TO WS-SPLIT-PART-SIDE.
           MOVE 'REPLACEMENT BILL  ' TO WS-SPLIT-DESC.
           PERFORM 2710-POST-BILL-SPLIT.

       2710-POST-BILL-SPLIT  SECTION.

           COMPUTE WS-SPLIT-ENERGY =
                   WS-SPLIT-TOTAL - WS-SPLIT-TAX - WS-SPLIT-RENT.
           IF WS-SPLIT-ENERGY < ZEROS
      *       CREDITS CARRIED ON THE BILL LEFT IT BELOW ITS OWN
      *       DUTY AND RENT -- POST THE WHOLE AMOUNT AS ENERGY, AS
      *       GLPOST DOES, RATHER THAN A NEGATIVE LINE.
              MOVE WS-SPLIT-TOTAL TO WS-SPLIT-ENERGY
              MOVE ZEROS          TO WS-SPLIT-TAX
              MOVE ZEROS          TO WS-SPLIT-RENT
           END-IF.

           IF WS-SPLIT-TOTAL > ZEROS
              MOVE WS-ACCT-RECEIVABLE  TO JR-ACCT-CODE
              MOVE WS-SPLIT-TOTAL-SIDE TO JR-DR-CR
              MOVE WS-SPLIT-TOTAL      TO JR-AMOUNT
              PERFORM 2750-WRITE-JOURNAL-RECORD

              IF WS-SPLIT-ENERGY > ZEROS
                 MOVE WS-ACCT-ENERGY-REV TO JR-ACCT-CODE
                 MOVE WS-SPLIT-PART-SIDE TO JR-DR-CR
                 MOVE WS-SPLIT-ENERGY    TO JR-AMOUNT
                 PERFORM 2750-WRITE-JOURNAL-RECORD
              END-IF

              IF WS-SPLIT-TAX > ZEROS
                 MOVE WS-ACCT-TAX-PAYABLE TO JR-ACCT-CODE
                 MOVE WS-SPLIT-PART-SIDE  TO JR-DR-CR
                 MOVE WS-SPLIT-TAX        TO JR-AMOUNT
                 PERFORM 2750-WRITE-JOURNAL-RECORD
              END-IF

              IF WS-SPLIT-RENT > ZEROS
                 MOVE WS-ACCT-RENT-REV   TO JR-ACCT-CODE
                 MOVE WS-SPLIT-PART-SIDE TO JR-DR-CR
                 MOVE WS-SPLIT-RENT      TO JR-AMOUNT
                 PERFORM 2750-WRITE-JOURNAL-RECORD
              END-IF
           END-IF.

       2750-WRITE-JOURNAL-RECORD  SECTION.

           MOVE WS-SPLIT-AREA TO JR-AREA-CODE.
           MOVE WS-DATE       TO JR-RUN-DATE.
           MOVE WS-SPLIT-DESC TO JR-DESC.

           WRITE TO01-JOURNAL-RECORD.

           ADD 1 TO WS-JRN-REC-COUNT.
           ADD JR-AMOUNT TO WS-HASH-TOTAL.
           IF JR-DR-CR = 'D'
              ADD JR-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD JR-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       2800-PRINT-CREDIT-NOTE  SECTION.

           MOVE WS-ORIGINAL-BILL   TO MO01-BILL-RECORD.

           MOVE WS-CRN-ID          TO WS-CT-CRN-ID.
           MOVE WS-DATE            TO WS-CT-DATE.
           MOVE BILL-CUST-ID       TO WS-CT-CUST-ID.
           MOVE BILL-FIRST-NAME    TO WS-CT-FIRST-NAME.
           MOVE BILL-LAST-NAME     TO WS-CT-LAST-NAME.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-CRN-TITLE.

           MOVE BILL-ID            TO WS-CD-ORIG-ID.
           MOVE BILL-UNITS         TO WS-CD-UNITS.
           MOVE BILL-TAX-AMOUNT    TO WS-CD-TAX.
           MOVE BILL-AMOUNT        TO WS-CD-AMOUNT.
           MOVE IN-REASON-CODE     TO WS-CD-REASON.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-CRN-DETAIL.

           MOVE WS-REPL-BILL-ID    TO WS-RD-REPL-ID.
           MOVE WS-UNITS-CONSUMED  TO WS-RD-UNITS.
           MOVE WS-NEW-TAX         TO WS-RD-TAX.
           MOVE WS-NEW-AMOUNT      TO WS-RD-AMOUNT.
           MOVE WS-NEW-DUE-DATE    TO WS-RD-DUE-DATE.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-REPL-DETAIL.

           MOVE WS-PAID-CARRIED    TO WS-PD-PAID.
           MOVE WS-REPL-BALANCE    TO WS-PD-BALANCE.
           MOVE WS-REPL-CREDIT     TO WS-PD-CREDIT.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-PAID-DETAIL.

           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-RULE.

       2900-WRITE-ERR-RECORD  SECTION.

           SET TRAN-REJECTED TO TRUE.
           ADD 1 TO WS-ERROR-CTR.

           MOVE TI01-REBILL-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO03-REBILL-ERR-RECORD.

       2950-WRITE-REGISTER-TOTALS  SECTION.

           MOVE 'CREDIT NOTES ISSUED'   TO WS-TL-LABEL.
           MOVE WS-REBILL-CTR           TO WS-TL-COUNT.
           MOVE WS-TOTAL-CREDITED       TO WS-TL-AMOUNT.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'REPLACEMENT BILLS ISSUED' TO WS-TL-LABEL.
           MOVE WS-REBILL-CTR           TO WS-TL-COUNT.
           MOVE WS-TOTAL-REBILLED       TO WS-TL-AMOUNT.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'PAYMENTS CARRIED OVER' TO WS-TL-LABEL.
           MOVE WS-REBILL-CTR           TO WS-TL-COUNT.
           MOVE WS-TOTAL-CARRIED        TO WS-TL-AMOUNT.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'INSTRUCTIONS REJECTED' TO WS-TL-LABEL.
           MOVE WS-ERROR-CTR            TO WS-TL-COUNT.
           MOVE ZEROS                   TO WS-TL-AMOUNT.
           WRITE TO02-REBILL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-TERMINATE   SECTION.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           DISPLAY '----------------------------------------'
           DISPLAY ' INSTRUCTIONS READ        ',  WS-READ-CTR
           DISPLAY ' BILLS CANCELLED/REBILLED ',  WS-REBILL-CTR
           DISPLAY ' TOTAL CREDITED           ',  WS-TOTAL-CREDITED
           DISPLAY ' TOTAL REBILLED           ',  WS-TOTAL-REBILLED
           DISPLAY ' PAYMENTS CARRIED OVER    ',  WS-TOTAL-CARRIED
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-REBILL-TRAN,
                  MO01-BILL-KSDS,
                  MI01-METER-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI01-RATE-MASTER,
                  MO01-CONS-HIST-KSDS,
                  MI09-PERIOD-KSDS,
                  MI08-AUTH-KSDS,
                  CTL-ID-COUNTER,
                  MO02-CREDIT-NOTE-KSDS,
                  MI01-COA-MASTER,
                  TO01-JOURNAL,
                  TO02-REBILL-RPT,
                  TO03-REBILL-ERR.

           STOP RUN.
