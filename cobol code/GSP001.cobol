       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GSP001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    GUARANTEED SERVICE STANDARDS MAINTAINED BY GSTD001 --
      *    THE DAYS EACH CLOCK ALLOWS AND THE PAYMENT WHEN MISSED.
           SELECT MI01-GSTD-KSDS      ASSIGN TO GSTDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GST-CODE
           FILE STATUS            IS WS-GST-STATUS.

      *    SERVICE-APPLICATION MASTER APPL001 MAINTAINS -- AN
      *    APPLICATION IS APPROVED FOR CONNECTION THE NIGHT IT IS
      *    RELEASED, SO THE RELEASE DATE STARTS THE CONNECTION
      *    CLOCK.
           SELECT MI02-APPL-KSDS      ASSIGN TO APPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APPL-ID
           FILE STATUS            IS WS-APPL-STATUS.

           SELECT MI03-COMPLAINT-KSDS ASSIGN TO CMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

           SELECT MI04-RECON-KSDS     ASSIGN TO RECNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS RECN-KEY
           FILE STATUS            IS WS-RECN-STATUS.

      *    DYNAMIC SO A RELEASED APPLICATION'S ACCOUNT CAN BE FOUND
      *    BY THE ID PREFIX CUST001 MINTS FROM THE NAME AND AREA.
           SELECT MI05-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT MI06-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    METER ASSET MASTER -- THE INSTALL DATE OF THE FIRST
      *    METER FITTED ON A NEW ACCOUNT IS THE DAY IT WAS
      *    ENERGISED.
           SELECT MI07-ASSET-KSDS     ASSIGN TO ASSETKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ASSET-METER-ID
           FILE STATUS            IS WS-ASSET-STATUS.

      *    AMI SWITCHING COMMANDS AMIC001 TRACKS -- AN EXECUTED
      *    RECONNECT COMMAND STOPS THE RESTORATION CLOCK ON ITS
      *    ACKNOWLEDGEMENT DATE.
           SELECT MI08-AMI-CMD-KSDS   ASSIGN TO AMICKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS AMC-CMD-ID
           FILE STATUS            IS WS-AMC-STATUS.

      *    WORK-ORDER MASTER WO001 MAINTAINS -- A COMPLETED
      *    RECONNECTION ORDER STOPS THE CLOCK ON ITS COMPLETION
      *    DATE.
           SELECT MI09-WO-KSDS        ASSIGN TO WOKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS WO-ID
           FILE STATUS            IS WS-WO-STATUS.

      *    ONE ROW PER MISSED STANDARD, KEYED BY THE STANDARD AND
      *    THE EVENT THAT MISSED IT -- SO NO FAILURE IS EVER PAID
      *    TWICE -- AND THE SOURCE OF THE QUARTERLY RETURN.
           SELECT MO01-GSPAY-KSDS     ASSIGN TO GSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GSP-KEY
           FILE STATUS            IS WS-GSP-STATUS.

      *    PENDING BILL ADJUSTMENTS -- THE PAYMENT IS POSTED AS A
      *    CREDIT SO IT LANDS ON THE CUSTOMER'S NEXT BILL.
           SELECT MO02-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

           SELECT TO01-GSPAY-RPT      ASSIGN TO GSPRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME STANDARDS LAYOUT GSTD001 MAINTAINS.
       FD MI01-GSTD-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-GSTD-RECORD.
          05 GST-CODE             PIC X(04).
          05 GST-DESCRIPTION      PIC X(30).
          05 GST-DAYS-ALLOWED     PIC 9(03).
          05 GST-PAY-AMOUNT       PIC 9(05)V99.
          05 GST-REG-REF          PIC X(06).
          05 GST-STATUS           PIC X(01).
             88 GST-STAT-ACTIVE              VALUE 'A'.
             88 GST-STAT-SUSPENDED           VALUE 'X'.
          05 GST-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

      *    SAME APPLICATION LAYOUT APPL001 MAINTAINS. THE PAYLOAD
      *    IS CUST001'S CUSTIN RECORD, NAME AND ADDRESS FIRST.
       FD MI02-APPL-KSDS
           RECORD CONTAINS         250  CHARACTERS.

       01 MI02-APPL-RECORD.
          05 APPL-ID             PIC X(10).
          05 APPL-DATE-RECEIVED  PIC 9(08).
          05 APPL-STATUS         PIC X(01).
             88 APPL-STAT-RELEASED           VALUE 'X'.
          05 APPL-DATE-RELEASED  PIC 9(08).
          05 APPL-CUSTIN-PAYLOAD.
             10 APPL-FIRST-NAME  PIC X(10).
             10 APPL-LAST-NAME   PIC X(10).
             10 APPL-AREA-CODE   PIC X(06).
             10 APPL-SPACE       PIC X(01).
             10 APPL-ADDRESS     PIC X(29).
             10 FILLER           PIC X(71).
          05 APPL-XFMR-ID        PIC X(10).
          05 FILLER              PIC X(86).

      *    SAME COMPLAINT LAYOUT CMPL001 MAINTAINS.
       FD MI03-COMPLAINT-KSDS
           RECORD CONTAINS         54  CHARACTERS.

       01 MI03-COMPLAINT-RECORD.
          05 CMPL-ID             PIC X(10).
          05 CMPL-CUST-ID        PIC X(12).
          05 CMPL-CATEGORY       PIC X(15).
          05 CMPL-DATE-OPENED    PIC 9(08).
          05 CMPL-STATUS         PIC X(01).
             88 CMPL-STAT-OPEN               VALUE 'O'.
             88 CMPL-STAT-CLOSED             VALUE 'C'.
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME RECONNECTION-ORDER LAYOUT RECN001 MAINTAINS.
       FD MI04-RECON-KSDS
           RECORD CONTAINS         44  CHARACTERS.

       01 MI04-RECON-RECORD.
          05 RECN-KEY.
             10 RECN-CUST-ID        PIC X(12).
             10 RECN-RESTORE-DATE   PIC 9(08).
          05 RECN-CREW-ID           PIC X(08).
          05 RECN-FEE-AMOUNT        PIC 9(05)V99.
          05 RECN-STATUS            PIC X(01).
          05 RECN-ORDER-DATE        PIC 9(08).

       FD MI05-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI05-CUSTOMER-RECORD.
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
          05 FILLER           PIC X(6).

       FD MI06-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI06-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME ASSET LAYOUT MTRA001 MAINTAINS.
       FD MI07-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MI07-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-MAKE          PIC X(10).
          05 ASSET-MODEL         PIC X(10).
          05 ASSET-SEAL-NO       PIC X(10).
          05 ASSET-INSTALL-DATE  PIC 9(08).
          05 ASSET-STATUS        PIC X(01).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

      *    SAME COMMAND-TRACKING LAYOUT AMIC001 MAINTAINS.
       FD MI08-AMI-CMD-KSDS
           RECORD CONTAINS         90  CHARACTERS.

       01 MI08-AMI-CMD-RECORD.
          05 AMC-CMD-ID           PIC X(10).
          05 AMC-CMD-TYPE         PIC X(01).
             88 AMC-TYPE-RECONNECT           VALUE 'R'.
          05 AMC-METER-ID         PIC X(14).
          05 AMC-CUST-ID          PIC X(12).
          05 AMC-ISSUE-DATE       PIC 9(08).
          05 AMC-EXPIRE-DATE      PIC 9(08).
          05 AMC-STATUS           PIC X(01).
             88 AMC-STAT-EXECUTED            VALUE 'E'.
          05 AMC-ACK-DATE         PIC 9(08).
          05 AMC-ACK-REASON       PIC X(04).
          05 AMC-WO-ID            PIC X(10).
          05 AMC-AREA-CODE        PIC X(06).
          05 FILLER               PIC X(08).

      *    SAME WORK-ORDER LAYOUT WO001 MAINTAINS.
       FD MI09-WO-KSDS
           RECORD CONTAINS         120  CHARACTERS.

       01 MI09-WO-RECORD.
          05 WO-ID               PIC X(10).
          05 WO-SOURCE-TYPE      PIC X(01).
             88 WO-SOURCE-RECONNECT          VALUE 'R'.
          05 WO-SOURCE-REF       PIC X(10).
          05 WO-CUST-ID          PIC X(12).
          05 WO-AREA-CODE        PIC X(06).
          05 WO-CREW-ID          PIC X(08).
          05 WO-DATE-CREATED     PIC 9(08).
          05 WO-PROMISED-DATE    PIC 9(08).
          05 WO-DATE-COMPLETED   PIC 9(08).
          05 WO-STATUS           PIC X(01).
             88 WO-STAT-COMPLETED            VALUE 'C'.
          05 FILLER              PIC X(48).

       FD MO01-GSPAY-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-GSPAY-RECORD.
          05 GSP-KEY.
             10 GSP-STD-CODE        PIC X(04).
      *          APPLICATION ID, COMPLAINT ID, OR THE RECONNECTION
      *          ORDER'S CUSTOMER AND RESTORE DATE.
             10 GSP-EVENT-REF       PIC X(20).
          05 GSP-CUST-ID            PIC X(12).
          05 GSP-AREA-CODE          PIC X(06).
          05 GSP-CLOCK-START        PIC 9(08).
          05 GSP-DUE-DATE           PIC 9(08).
      *       ZERO WHEN THE STANDARD WAS STILL UNMET ON THE NIGHT
      *       THE FAILURE WAS FOUND.
          05 GSP-DONE-DATE          PIC 9(08).
          05 GSP-BREACH-DATE        PIC 9(08).
          05 GSP-AMOUNT             PIC 9(05)V99.
          05 GSP-STATUS             PIC X(01).
             88 GSP-STAT-AWAITING            VALUE 'W'.
             88 GSP-STAT-POSTED              VALUE 'P'.
          05 GSP-POSTED-DATE        PIC 9(08).
          05 FILLER                 PIC X(10).

      *    SAME PENDING-ADJUSTMENT LAYOUT BILL003 READS FROM
      *    ADJKSDS -- A NEGATIVE AMOUNT IS A CREDIT.
       FD MO02-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO02-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

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

      *    STANDARD NOTIFICATION REQUEST FOR THE CENTRAL HUB --
      *    SAME 98-BYTE SHAPE EVERY PRODUCER WRITES.
       FD TO09-NOTIF-REQ
           RECORDING MODE          IS F
           RECORD CONTAINS         98  CHARACTERS.

       01 TO09-NOTIF-REQ-RECORD.
          05 NRQ-CUST-ID         PIC X(12).
          05 NRQ-DOC-TYPE        PIC X(04).
          05 NRQ-REF             PIC X(14).
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).

       FD TO01-GSPAY-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-GSPAY-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-GST-STATUS         PIC X(02).
             88 GST-IO-STATUS      VALUE '00'.
          05 WS-APPL-STATUS        PIC X(02).
             88 APPL-IO-STATUS     VALUE '00'.
             88 APPL-EOF           VALUE '10'.
          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
             88 CMPL-EOF           VALUE '10'.
          05 WS-RECN-STATUS        PIC X(02).
             88 RECN-IO-STATUS     VALUE '00'.
             88 RECN-EOF           VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-ASSET-STATUS       PIC X(02).
             88 ASSET-IO-STATUS    VALUE '00'.
          05 WS-AMC-STATUS         PIC X(02).
             88 AMC-IO-STATUS      VALUE '00'.
             88 AMC-EOF            VALUE '10'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
             88 WO-EOF             VALUE '10'.
          05 WS-GSP-STATUS         PIC X(02).
             88 GSP-IO-STATUS      VALUE '00'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC 9(07) VALUE ZEROS.
          05 WS-WINDOW-START       PIC 9(08) VALUE ZEROS.

      *    CLOCKS THAT STARTED LONGER AGO THAN THIS WERE SETTLED
      *    ONE WAY OR THE OTHER ON EARLIER NIGHTS AND ARE NOT
      *    MEASURED AGAIN -- IT MUST STAY WELL ABOVE THE LONGEST
      *    DAYS-ALLOWED ON THE STANDARDS MASTER. IT ALSO KEEPS THE
      *    FIRST RUN FROM PAYING OUT ON YEARS OF HISTORY.
       01 WS-LOOKBACK-DAYS         PIC 9(03) VALUE 90.

      *    ADJUSTMENT REASON CODE ON THE CREDIT ROW.
       01 WS-REASON-GUARANTEE      PIC X(02) VALUE 'GS'.

      *    THE THREE STANDARDS, IN THE ORDER THEY ARE MEASURED.
      *    A STANDARD MISSING FROM THE MASTER OR SUSPENDED THERE IS
      *    NOT MEASURED AT ALL.
       01 WS-STANDARDS-TABLE.
          05 WS-STD-ENTRY OCCURS 3 TIMES.
             10 WS-STD-CODE        PIC X(04).
             10 WS-STD-PHRASE      PIC X(24).
             10 WS-STD-DAYS        PIC 9(03).
             10 WS-STD-AMOUNT      PIC 9(05)V99.
             10 WS-STD-ACTIVE-FLAG PIC X(01).
                88 STD-ACTIVE                VALUE 'Y'.
             10 WS-STD-BREACH-CTR  PIC 9(06).
             10 WS-STD-PAID-CTR    PIC 9(06).
             10 WS-STD-WAIT-CTR    PIC 9(06).
             10 WS-STD-PAID-AMT    PIC 9(09)V99.

       01 WS-STD-SUB               PIC 9(01) VALUE ZEROS.
       01 WS-STD-CONN              PIC 9(01) VALUE 1.
       01 WS-STD-CMPL              PIC 9(01) VALUE 2.
       01 WS-STD-RECN              PIC 9(01) VALUE 3.

      *    TONIGHT'S RECONNECTION EVIDENCE, LOADED ONCE FROM THE
      *    AMI COMMAND TRACKING AND THE WORK-ORDER MASTER FOR THE
      *    LOOKBACK WINDOW.
       01 WS-AMI-TABLE.
          05 WS-AMI-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-AMI-MAX            PIC 9(04) VALUE 1000.
          05 WS-AMI-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-AMI-IDX.
             10 WS-AMI-CUST-ID     PIC X(12).
             10 WS-AMI-ISSUE-DATE  PIC 9(08).
             10 WS-AMI-DONE-DATE   PIC 9(08).

       01 WS-WO-TABLE.
          05 WS-WOT-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-WOT-MAX            PIC 9(04) VALUE 1000.
          05 WS-WOT-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-WOT-IDX.
             10 WS-WOT-CUST-ID     PIC X(12).
             10 WS-WOT-CREATED     PIC 9(08).
             10 WS-WOT-DONE-DATE   PIC 9(08).

      *    THE EVENT BEING MEASURED -- FILLED BY EACH MEASURE AND
      *    TAKEN FROM HERE BY THE CLOCK TEST AND THE PAYMENT.
       01 WS-EVENT-WORK.
          05 WS-EV-EVENT-REF       PIC X(20).
          05 WS-EV-NOTIF-REF       PIC X(14).
          05 WS-EV-CUST-ID         PIC X(12).
          05 WS-EV-AREA-CODE       PIC X(06).
          05 WS-EV-CLOCK-START     PIC 9(08).
          05 WS-EV-DUE-DATE        PIC 9(08).
          05 WS-EV-DONE-DATE       PIC 9(08).
          05 WS-EV-TRACKED-FLAG    PIC X(01).
             88 EV-TRACKED                   VALUE 'Y'.
          05 WS-EV-BREACH-FLAG     PIC X(01).
             88 EV-BREACHED                  VALUE 'Y'.
          05 WS-EV-LOG-FLAG        PIC X(01).
             88 EV-ON-LOG                    VALUE 'Y'.

       01 WS-ACCOUNT-SEARCH.
          05 WS-ACCT-PREFIX.
             10 FILLER             PIC X(01) VALUE 'C'.
             10 WS-ACCT-FN-CHARS   PIC X(02).
             10 WS-ACCT-LN-CHARS   PIC X(02).
             10 WS-ACCT-AREA-4     PIC X(04).
          05 WS-ACCT-DONE-FLAG     PIC X(01).
             88 ACCT-SCAN-DONE               VALUE 'Y'.
          05 WS-MTR-DONE-FLAG      PIC X(01).
             88 MTR-SCAN-DONE                VALUE 'Y'.

       01 WS-NOTIF-WORK.
          05 WS-ED-NOTIF-AMOUNT    PIC ZZ,ZZ9.99.

       01 WS-COUNTERS.
          05 WS-APPL-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-CMPL-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-RECN-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-MEASURED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-RETRY-PAID-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-NOTIF-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-PAID         PIC 9(09)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'GUARANTEED SERVICE STANDARD PAYMENTS'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'STD'.
          05 FILLER               PIC X(22) VALUE 'EVENT'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(10) VALUE 'CLOCK FROM'.
          05 FILLER               PIC X(10) VALUE 'DUE BY'.
          05 FILLER               PIC X(10) VALUE 'MET ON'.
          05 FILLER               PIC X(12) VALUE '    PAYMENT'.
          05 FILLER               PIC X(39) VALUE 'ACTION'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-STD-CODE       PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-EVENT-REF      PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AREA-CODE      PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CLOCK-START    PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DUE-DATE       PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DONE-DATE      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AMOUNT         PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-ACTION         PIC X(39).

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RT-STD-CODE       PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RT-PHRASE         PIC X(24).
          05 FILLER               PIC X(12) VALUE '  MISSED   '.
          05 WS-RT-BREACHES       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(10) VALUE '  PAID   '.
          05 WS-RT-PAID           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(12) VALUE '  AWAITING '.
          05 WS-RT-WAITING        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(10) VALUE '  AMOUNT '.
          05 WS-RT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GSP001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  GUARANTEED SERVICE STANDARD PAYMENTS  '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER - WS-LOOKBACK-DAYS).

           MOVE 'CONN'                     TO WS-STD-CODE(1).
           MOVE 'LATE NEW CONNECTION'      TO WS-STD-PHRASE(1).
           MOVE 'CMPL'                     TO WS-STD-CODE(2).
           MOVE 'LATE COMPLAINT RESPONSE'  TO WS-STD-PHRASE(2).
           MOVE 'RECN'                     TO WS-STD-CODE(3).
           MOVE 'LATE RECONNECTION'        TO WS-STD-PHRASE(3).

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

           PERFORM 2150-LOAD-STANDARDS
              VARYING WS-STD-SUB FROM 1 BY 1
              UNTIL WS-STD-SUB > 3.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO01-GSPAY-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-GSPAY-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE SPACES TO TO01-GSPAY-RPT-RECORD.
           WRITE TO01-GSPAY-RPT-RECORD.

           MOVE WS-STD-CONN TO WS-STD-SUB.
           IF STD-ACTIVE(WS-STD-SUB)
              PERFORM 2400-READ-APPLICATION UNTIL APPL-EOF
           END-IF.

           MOVE WS-STD-CMPL TO WS-STD-SUB.
           IF STD-ACTIVE(WS-STD-SUB)
              PERFORM 2500-READ-COMPLAINT UNTIL CMPL-EOF
           END-IF.

           MOVE WS-STD-RECN TO WS-STD-SUB.
           IF STD-ACTIVE(WS-STD-SUB)
              PERFORM 2610-LOAD-AMI-COMMAND UNTIL AMC-EOF
              PERFORM 2620-LOAD-WORK-ORDER UNTIL WO-EOF
              PERFORM 2600-READ-RECONNECTION UNTIL RECN-EOF
           END-IF.

           MOVE SPACES TO TO01-GSPAY-RPT-RECORD.
           WRITE TO01-GSPAY-RPT-RECORD.
           PERFORM 2950-WRITE-STANDARD-TOTAL
              VARYING WS-STD-SUB FROM 1 BY 1
              UNTIL WS-STD-SUB > 3.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-GSTD-KSDS.
           IF NOT GST-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARDS KSDS: '
                      WS-GST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-APPL-KSDS.
           IF NOT APPL-IO-STATUS
              DISPLAY 'ERROR OPENING APPLICATION KSDS: '
                      WS-APPL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-COMPLAINT-KSDS.
           IF NOT CMPL-IO-STATUS
              DISPLAY 'ERROR OPENING COMPLAINT KSDS: '
                      WS-CMPL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-RECON-KSDS.
           IF NOT RECN-IO-STATUS
              DISPLAY 'ERROR OPENING RECONNECTION KSDS: '
                      WS-RECN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-ASSET-KSDS.
           IF NOT ASSET-IO-STATUS
              DISPLAY 'ERROR OPENING METER ASSET KSDS: '
                      WS-ASSET-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-AMI-CMD-KSDS.
           IF NOT AMC-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMAND KSDS: '
                      WS-AMC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI09-WO-KSDS.
           IF NOT WO-IO-STATUS
              DISPLAY 'ERROR OPENING WORK-ORDER KSDS: '
                      WS-WO-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-GSPAY-KSDS.
           IF NOT GSP-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARD PAYMENT KSDS: '
                      WS-GSP-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-GSPAY-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING STANDARD PAYMENT REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-STANDARDS  SECTION.

           MOVE 'N' TO WS-STD-ACTIVE-FLAG(WS-STD-SUB).
           MOVE ZEROS TO WS-STD-DAYS(WS-STD-SUB)
                         WS-STD-AMOUNT(WS-STD-SUB)
                         WS-STD-BREACH-CTR(WS-STD-SUB)
                         WS-STD-PAID-CTR(WS-STD-SUB)
                         WS-STD-WAIT-CTR(WS-STD-SUB)
                         WS-STD-PAID-AMT(WS-STD-SUB).
           MOVE WS-STD-CODE(WS-STD-SUB) TO GST-CODE.

           READ MI01-GSTD-KSDS
               INVALID KEY
                   DISPLAY 'STANDARD NOT ON FILE - NOT MEASURED: '
                           GST-CODE
               NOT INVALID KEY
                   IF GST-STAT-ACTIVE
                      MOVE 'Y' TO WS-STD-ACTIVE-FLAG(WS-STD-SUB)
                      MOVE GST-DAYS-ALLOWED
                           TO WS-STD-DAYS(WS-STD-SUB)
                      MOVE GST-PAY-AMOUNT
                           TO WS-STD-AMOUNT(WS-STD-SUB)
                      DISPLAY 'STANDARD ' GST-CODE ' DAYS '
                              GST-DAYS-ALLOWED ' PAYMENT '
                              GST-PAY-AMOUNT
                   ELSE
                      DISPLAY 'STANDARD SUSPENDED - NOT MEASURED: '
                              GST-CODE
                   END-IF
           END-READ.

      *================================================================
      *    NEW CONNECTIONS -- FROM THE NIGHT THE APPLICATION WAS
      *    APPROVED AND RELEASED TO THE INSTALL DATE OF THE FIRST
      *    METER FITTED ON THE ACCOUNT CUST001 OPENED FOR IT.
      *================================================================
       2400-READ-APPLICATION  SECTION.

           READ MI02-APPL-KSDS NEXT RECORD
               AT END
                   SET APPL-EOF TO TRUE
               NOT AT END
                   PERFORM 2410-MEASURE-CONNECTION
           END-READ.

       2410-MEASURE-CONNECTION  SECTION.

           IF NOT APPL-STAT-RELEASED
              OR APPL-DATE-RELEASED < WS-WINDOW-START
              GO TO 2410-EXIT
           END-IF.

           ADD 1 TO WS-APPL-CTR.
           MOVE SPACES              TO WS-EV-EVENT-REF.
           MOVE APPL-ID             TO WS-EV-EVENT-REF.
           MOVE APPL-ID             TO WS-EV-NOTIF-REF.
           MOVE APPL-AREA-CODE      TO WS-EV-AREA-CODE.
           MOVE APPL-DATE-RELEASED  TO WS-EV-CLOCK-START.

           PERFORM 2800-READ-PAYMENT-LOG.
           IF EV-ON-LOG AND GSP-STAT-POSTED
              GO TO 2410-EXIT
           END-IF.

           PERFORM 2420-FIND-NEW-ACCOUNT.

      *    ALREADY MISSED AND WAITING FOR CUST001 TO OPEN THE
      *    ACCOUNT THE PAYMENT CAN BE CREDITED TO.
           IF EV-ON-LOG
              IF WS-EV-CUST-ID NOT = SPACES
                 MOVE WS-EV-CUST-ID TO GSP-CUST-ID
                 PERFORM 2850-PAY-COMPENSATION
              END-IF
              GO TO 2410-EXIT
           END-IF.

           MOVE ZEROS TO WS-EV-DONE-DATE.
           IF WS-EV-CUST-ID NOT = SPACES
              PERFORM 2430-FIND-ENERGISED-DATE
           END-IF.

      *    A METER FITTED AHEAD OF THE APPROVAL WENT LIVE THE DAY
      *    THE APPLICATION WAS RELEASED.
           IF WS-EV-DONE-DATE NOT = ZEROS
              AND WS-EV-DONE-DATE < WS-EV-CLOCK-START
              MOVE WS-EV-CLOCK-START TO WS-EV-DONE-DATE
           END-IF.

           PERFORM 2700-CHECK-CLOCK.
           IF EV-BREACHED
              PERFORM 2820-RECORD-BREACH
           END-IF.

       2410-EXIT.
           EXIT.

       2420-FIND-NEW-ACCOUNT  SECTION.

      *    CUST001 MINTS THE ID FROM 'C', TWO LETTERS EACH OF THE
      *    FIRST AND LAST NAME AND FOUR OF THE AREA, THEN A
      *    SEQUENCE -- THE ACCOUNTS UNDER THAT PREFIX ARE CHECKED
      *    FOR THE SAME NAME AND ADDRESS.
           MOVE SPACES TO WS-EV-CUST-ID.
           MOVE APPL-FIRST-NAME(1:2) TO WS-ACCT-FN-CHARS.
           MOVE APPL-LAST-NAME(1:2)  TO WS-ACCT-LN-CHARS.
           MOVE APPL-AREA-CODE(1:4)  TO WS-ACCT-AREA-4.
           MOVE 'N' TO WS-ACCT-DONE-FLAG.

           MOVE SPACES          TO CUST-KEY.
           MOVE WS-ACCT-PREFIX  TO CUST-KEY.

           START MI05-CUSTOMER-KSDS
               KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   SET ACCT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2425-READ-ONE-ACCOUNT UNTIL ACCT-SCAN-DONE.

       2425-READ-ONE-ACCOUNT  SECTION.

           READ MI05-CUSTOMER-KSDS NEXT RECORD
               AT END
                   SET ACCT-SCAN-DONE TO TRUE
               NOT AT END
                   IF CUST-KEY(1:9) NOT = WS-ACCT-PREFIX
                      SET ACCT-SCAN-DONE TO TRUE
                   ELSE
                      IF CUST-FIRST-NAME = APPL-FIRST-NAME
                         AND CUST-LAST-NAME = APPL-LAST-NAME
                         AND CUST-ADDRESS = APPL-ADDRESS
                         AND CUST-AREA-CODE = APPL-AREA-CODE
                         AND NOT ACCT-CLOSED
                         MOVE CUST-KEY TO WS-EV-CUST-ID
                         SET ACCT-SCAN-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2430-FIND-ENERGISED-DATE  SECTION.

           MOVE 'N' TO WS-MTR-DONE-FLAG.
           MOVE WS-EV-CUST-ID TO MTR-CUST-ID.

           START MI06-METER-KSDS
               KEY IS EQUAL TO MTR-CUST-ID
               INVALID KEY
                   SET MTR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2435-READ-ONE-METER UNTIL MTR-SCAN-DONE.

       2435-READ-ONE-METER  SECTION.

           READ MI06-METER-KSDS NEXT
               AT END
                   SET MTR-SCAN-DONE TO TRUE
               NOT AT END
                   IF MTR-CUST-ID NOT = WS-EV-CUST-ID
                      SET MTR-SCAN-DONE TO TRUE
                   ELSE
                      MOVE MTR-ID TO ASSET-METER-ID
                      READ MI07-ASSET-KSDS
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              IF ASSET-STAT-INSTALLED
                                 AND ASSET-INSTALL-DATE > ZEROS
                                 AND (WS-EV-DONE-DATE = ZEROS
                                  OR ASSET-INSTALL-DATE
                                     < WS-EV-DONE-DATE)
                                 MOVE ASSET-INSTALL-DATE
                                      TO WS-EV-DONE-DATE
                              END-IF
                      END-READ
                   END-IF
           END-READ.

      *================================================================
      *    BILLING COMPLAINTS -- FROM THE DAY CMPL001 OPENED THE
      *    COMPLAINT TO THE DAY IT WAS CLOSED.
      *================================================================
       2500-READ-COMPLAINT  SECTION.

           READ MI03-COMPLAINT-KSDS NEXT RECORD
               AT END
                   SET CMPL-EOF TO TRUE
               NOT AT END
                   PERFORM 2510-MEASURE-COMPLAINT
           END-READ.

       2510-MEASURE-COMPLAINT  SECTION.

           IF CMPL-CATEGORY(1:7) NOT = 'BILLING'
              OR CMPL-DATE-OPENED < WS-WINDOW-START
              GO TO 2510-EXIT
           END-IF.

           ADD 1 TO WS-CMPL-CTR.
           MOVE SPACES              TO WS-EV-EVENT-REF.
           MOVE CMPL-ID             TO WS-EV-EVENT-REF.
           MOVE CMPL-ID             TO WS-EV-NOTIF-REF.
           MOVE CMPL-CUST-ID        TO WS-EV-CUST-ID.
           MOVE CMPL-DATE-OPENED    TO WS-EV-CLOCK-START.

           PERFORM 2800-READ-PAYMENT-LOG.
           IF EV-ON-LOG
              IF GSP-STAT-AWAITING
                 PERFORM 2850-PAY-COMPENSATION
              END-IF
              GO TO 2510-EXIT
           END-IF.

           IF CMPL-STAT-CLOSED
              MOVE CMPL-DATE-CLOSED TO WS-EV-DONE-DATE
           ELSE
              MOVE ZEROS            TO WS-EV-DONE-DATE
           END-IF.

           PERFORM 2700-CHECK-CLOCK.
           IF EV-BREACHED
              PERFORM 2810-GET-CUSTOMER-AREA
              PERFORM 2820-RECORD-BREACH
           END-IF.

       2510-EXIT.
           EXIT.

      *================================================================
      *    RECONNECTIONS -- FROM THE NIGHT RECN001 RECORDED THE
      *    SETTLED ORDER TO THE FIRST EXECUTED AMI RECONNECT OR
      *    COMPLETED RECONNECTION WORK ORDER FOR THE CUSTOMER. AN
      *    ORDER NEITHER THE HEAD-END NOR A WORK ORDER EVER SAW
      *    WAS WORKED FROM THE FIELD LIST AND RESTORED ON THE DATE
      *    THE FIELD OFFICE KEYED.
      *================================================================
       2600-READ-RECONNECTION  SECTION.

           READ MI04-RECON-KSDS NEXT RECORD
               AT END
                   SET RECN-EOF TO TRUE
               NOT AT END
                   PERFORM 2650-MEASURE-RECONNECTION
           END-READ.

       2610-LOAD-AMI-COMMAND  SECTION.

           READ MI08-AMI-CMD-KSDS NEXT RECORD
               AT END
                   SET AMC-EOF TO TRUE
               NOT AT END
                   IF AMC-TYPE-RECONNECT
                      AND AMC-ISSUE-DATE >= WS-WINDOW-START
                      IF WS-AMI-COUNT >= WS-AMI-MAX
                         DISPLAY 'AMI RECONNECT TABLE FULL - '
                                 'COMMAND SKIPPED: ' AMC-CMD-ID
                         ADD 1 TO WS-ERROR-CTR
                      ELSE
                         ADD 1 TO WS-AMI-COUNT
                         SET WS-AMI-IDX TO WS-AMI-COUNT
                         MOVE AMC-CUST-ID
                              TO WS-AMI-CUST-ID(WS-AMI-IDX)
                         MOVE AMC-ISSUE-DATE
                              TO WS-AMI-ISSUE-DATE(WS-AMI-IDX)
                         IF AMC-STAT-EXECUTED
                            MOVE AMC-ACK-DATE
                                 TO WS-AMI-DONE-DATE(WS-AMI-IDX)
                         ELSE
                            MOVE ZEROS
                                 TO WS-AMI-DONE-DATE(WS-AMI-IDX)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       2620-LOAD-WORK-ORDER  SECTION.

           READ MI09-WO-KSDS NEXT RECORD
               AT END
                   SET WO-EOF TO TRUE
               NOT AT END
                   IF WO-SOURCE-RECONNECT
                      AND WO-DATE-CREATED >= WS-WINDOW-START
                      IF WS-WOT-COUNT >= WS-WOT-MAX
                         DISPLAY 'RECONNECT WORK-ORDER TABLE FULL - '
                                 'ORDER SKIPPED: ' WO-ID
                         ADD 1 TO WS-ERROR-CTR
                      ELSE
                         ADD 1 TO WS-WOT-COUNT
                         SET WS-WOT-IDX TO WS-WOT-COUNT
                         MOVE WO-CUST-ID
                              TO WS-WOT-CUST-ID(WS-WOT-IDX)
                         MOVE WO-DATE-CREATED
                              TO WS-WOT-CREATED(WS-WOT-IDX)
                         IF WO-STAT-COMPLETED
                            MOVE WO-DATE-COMPLETED
                                 TO WS-WOT-DONE-DATE(WS-WOT-IDX)
                         ELSE
                            MOVE ZEROS
                                 TO WS-WOT-DONE-DATE(WS-WOT-IDX)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       2650-MEASURE-RECONNECTION  SECTION.

      *    ORDERS RECORDED BEFORE THE ORDER DATE WAS KEPT CARRY
      *    ZEROS AND ARE NOT MEASURED.
           IF RECN-ORDER-DATE IS NOT NUMERIC
              OR RECN-ORDER-DATE = ZEROS
              OR RECN-ORDER-DATE < WS-WINDOW-START
              GO TO 2650-EXIT
           END-IF.

           ADD 1 TO WS-RECN-CTR.
           MOVE RECN-KEY            TO WS-EV-EVENT-REF.
           MOVE SPACES              TO WS-EV-NOTIF-REF.
           MOVE RECN-RESTORE-DATE   TO WS-EV-NOTIF-REF.
           MOVE RECN-CUST-ID        TO WS-EV-CUST-ID.
           MOVE RECN-ORDER-DATE     TO WS-EV-CLOCK-START.

           PERFORM 2800-READ-PAYMENT-LOG.
           IF EV-ON-LOG
              IF GSP-STAT-AWAITING
                 PERFORM 2850-PAY-COMPENSATION
              END-IF
              GO TO 2650-EXIT
           END-IF.

           MOVE ZEROS TO WS-EV-DONE-DATE.
           MOVE 'N'   TO WS-EV-TRACKED-FLAG.

           PERFORM 2660-CHECK-AMI-EVIDENCE
              VARYING WS-AMI-IDX FROM 1 BY 1
              UNTIL WS-AMI-IDX > WS-AMI-COUNT.

           PERFORM 2670-CHECK-WO-EVIDENCE
              VARYING WS-WOT-IDX FROM 1 BY 1
              UNTIL WS-WOT-IDX > WS-WOT-COUNT.

           IF NOT EV-TRACKED
              AND RECN-RESTORE-DATE <= WS-DATE
              MOVE RECN-RESTORE-DATE TO WS-EV-DONE-DATE
           END-IF.

           PERFORM 2700-CHECK-CLOCK.
           IF EV-BREACHED
              PERFORM 2810-GET-CUSTOMER-AREA
              PERFORM 2820-RECORD-BREACH
           END-IF.

       2650-EXIT.
           EXIT.

       2660-CHECK-AMI-EVIDENCE  SECTION.

           IF WS-AMI-CUST-ID(WS-AMI-IDX) = RECN-CUST-ID
              AND WS-AMI-ISSUE-DATE(WS-AMI-IDX) >= RECN-ORDER-DATE
              SET EV-TRACKED TO TRUE
              IF WS-AMI-DONE-DATE(WS-AMI-IDX) > ZEROS
                 AND (WS-EV-DONE-DATE = ZEROS
                  OR WS-AMI-DONE-DATE(WS-AMI-IDX) < WS-EV-DONE-DATE)
                 MOVE WS-AMI-DONE-DATE(WS-AMI-IDX) TO WS-EV-DONE-DATE
              END-IF
           END-IF.

       2670-CHECK-WO-EVIDENCE  SECTION.

           IF WS-WOT-CUST-ID(WS-WOT-IDX) = RECN-CUST-ID
              AND WS-WOT-CREATED(WS-WOT-IDX) >= RECN-ORDER-DATE
              SET EV-TRACKED TO TRUE
              IF WS-WOT-DONE-DATE(WS-WOT-IDX) > ZEROS
                 AND (WS-EV-DONE-DATE = ZEROS
                  OR WS-WOT-DONE-DATE(WS-WOT-IDX) < WS-EV-DONE-DATE)
                 MOVE WS-WOT-DONE-DATE(WS-WOT-IDX) TO WS-EV-DONE-DATE
              END-IF
           END-IF.

      *================================================================
      *    COMMON CLOCK TEST AND PAYMENT
      *================================================================
       2700-CHECK-CLOCK  SECTION.

      *    THE DAY DUE IS THE LAST DAY THE STANDARD IS MET ON. A
      *    CLOCK STILL RUNNING IS MISSED THE NIGHT AFTER THAT DAY;
      *    A CLOCK THAT STOPPED LATE IS MISSED WHENEVER IT IS SEEN.
           MOVE 'N' TO WS-EV-BREACH-FLAG.
           ADD 1 TO WS-MEASURED-CTR.

           COMPUTE WS-EV-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-EV-CLOCK-START)
                    + WS-STD-DAYS(WS-STD-SUB)).

           IF WS-EV-DONE-DATE = ZEROS
              IF WS-DATE > WS-EV-DUE-DATE
                 SET EV-BREACHED TO TRUE
              END-IF
           ELSE
              IF WS-EV-DONE-DATE > WS-EV-DUE-DATE
                 SET EV-BREACHED TO TRUE
              END-IF
           END-IF.

       2800-READ-PAYMENT-LOG  SECTION.

           MOVE 'N' TO WS-EV-LOG-FLAG.
           MOVE WS-STD-CODE(WS-STD-SUB) TO GSP-STD-CODE.
           MOVE WS-EV-EVENT-REF         TO GSP-EVENT-REF.

           READ MO01-GSPAY-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EV-ON-LOG TO TRUE
           END-READ.

       2810-GET-CUSTOMER-AREA  SECTION.

           MOVE SPACES        TO WS-EV-AREA-CODE.
           MOVE WS-EV-CUST-ID TO CUST-KEY.

           READ MI05-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON FILE FOR STANDARD '
                           'PAYMENT: ' WS-EV-CUST-ID
               NOT INVALID KEY
                   MOVE CUST-AREA-CODE TO WS-EV-AREA-CODE
           END-READ.

       2820-RECORD-BREACH  SECTION.

           ADD 1 TO WS-STD-BREACH-CTR(WS-STD-SUB).

           MOVE SPACES                     TO MO01-GSPAY-RECORD.
           MOVE WS-STD-CODE(WS-STD-SUB)    TO GSP-STD-CODE.
           MOVE WS-EV-EVENT-REF            TO GSP-EVENT-REF.
           MOVE WS-EV-CUST-ID              TO GSP-CUST-ID.
           MOVE WS-EV-AREA-CODE            TO GSP-AREA-CODE.
           MOVE WS-EV-CLOCK-START          TO GSP-CLOCK-START.
           MOVE WS-EV-DUE-DATE             TO GSP-DUE-DATE.
           MOVE WS-EV-DONE-DATE            TO GSP-DONE-DATE.
           MOVE WS-DATE                    TO GSP-BREACH-DATE.
           MOVE WS-STD-AMOUNT(WS-STD-SUB)  TO GSP-AMOUNT.
           SET GSP-STAT-AWAITING           TO TRUE.
           MOVE ZEROS                      TO GSP-POSTED-DATE.

           PERFORM 2850-PAY-COMPENSATION.

       2850-PAY-COMPENSATION  SECTION.

      *    A CONNECTION MISSED BEFORE CUST001 HAS OPENED THE
      *    ACCOUNT WAITS ON THE LOG; EACH NIGHT LOOKS AGAIN.
           IF GSP-CUST-ID = SPACES
              MOVE 'AWAITING ACCOUNT' TO WS-RD-ACTION
              ADD 1 TO WS-STD-WAIT-CTR(WS-STD-SUB)
              PERFORM 2890-WRITE-PAYMENT-LOG
              GO TO 2850-EXIT
           END-IF.

           PERFORM 2860-POST-CREDIT.
           IF NOT ADJ-IO-STATUS
              MOVE 'CREDIT NOT POSTED - RETRIED NEXT RUN'
                                      TO WS-RD-ACTION
              ADD 1 TO WS-STD-WAIT-CTR(WS-STD-SUB)
              PERFORM 2890-WRITE-PAYMENT-LOG
              GO TO 2850-EXIT
           END-IF.

           IF EV-ON-LOG
              MOVE 'CREDITED - ACCOUNT NOW OPEN' TO WS-RD-ACTION
              ADD 1 TO WS-RETRY-PAID-CTR
           ELSE
              MOVE 'CREDITED TO NEXT BILL'       TO WS-RD-ACTION
           END-IF.

           SET GSP-STAT-POSTED TO TRUE.
           MOVE WS-DATE        TO GSP-POSTED-DATE.
           ADD 1          TO WS-STD-PAID-CTR(WS-STD-SUB).
           ADD GSP-AMOUNT TO WS-STD-PAID-AMT(WS-STD-SUB).
           ADD GSP-AMOUNT TO WS-TOTAL-PAID.

           PERFORM 2890-WRITE-PAYMENT-LOG.
           PERFORM 2870-WRITE-NOTIF-REQUEST.

       2850-EXIT.
           EXIT.

       2860-POST-CREDIT  SECTION.

      *    ONE PENDING-ADJUSTMENT ROW PER CUSTOMER -- IF ONE IS
      *    ALREADY WAITING, THE CREDIT IS NETTED INTO IT.
           MOVE GSP-CUST-ID TO ADJ-CUST-ID.

           READ MO02-ADJ-KSDS
               INVALID KEY
                   MOVE GSP-CUST-ID         TO ADJ-CUST-ID
                   COMPUTE ADJ-AMOUNT = ZERO - GSP-AMOUNT
                   MOVE WS-REASON-GUARANTEE TO ADJ-REASON-CODE
                   MOVE WS-DATE             TO ADJ-DATE
                   WRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJUSTMENT WRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT GSP-AMOUNT FROM ADJ-AMOUNT
                   MOVE WS-DATE         TO ADJ-DATE
                   REWRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJUSTMENT REWRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2870-WRITE-NOTIF-REQUEST  SECTION.

           MOVE GSP-AMOUNT      TO WS-ED-NOTIF-AMOUNT.

           MOVE SPACES          TO TO09-NOTIF-REQ-RECORD.
           MOVE GSP-CUST-ID     TO NRQ-CUST-ID.
           MOVE 'GSTD'          TO NRQ-DOC-TYPE.
           MOVE WS-EV-NOTIF-REF TO NRQ-REF.
           STRING 'COMPENSATION FOR '
                  WS-STD-PHRASE(WS-STD-SUB) DELIMITED BY '  '
                  ' - CREDIT ' DELIMITED BY SIZE
                  WS-ED-NOTIF-AMOUNT DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE         TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.
           ADD 1 TO WS-NOTIF-CTR.

       2890-WRITE-PAYMENT-LOG  SECTION.

           IF EV-ON-LOG
              REWRITE MO01-GSPAY-RECORD
                  INVALID KEY
                      DISPLAY 'STANDARD PAYMENT REWRITE FAILED: '
                              GSP-KEY ' STATUS: ' WS-GSP-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-REWRITE
           ELSE
              WRITE MO01-GSPAY-RECORD
                  INVALID KEY
                      DISPLAY 'STANDARD PAYMENT WRITE FAILED: '
                              GSP-KEY ' STATUS: ' WS-GSP-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-WRITE
           END-IF.

           MOVE GSP-STD-CODE      TO WS-RD-STD-CODE.
           MOVE GSP-EVENT-REF     TO WS-RD-EVENT-REF.
           MOVE GSP-CUST-ID       TO WS-RD-CUST-ID.
           MOVE GSP-AREA-CODE     TO WS-RD-AREA-CODE.
           MOVE GSP-CLOCK-START   TO WS-RD-CLOCK-START.
           MOVE GSP-DUE-DATE      TO WS-RD-DUE-DATE.
           IF GSP-DONE-DATE = ZEROS
              MOVE 'NOT MET'      TO WS-RD-DONE-DATE
           ELSE
              MOVE GSP-DONE-DATE  TO WS-RD-DONE-DATE
           END-IF.
           MOVE GSP-AMOUNT        TO WS-RD-AMOUNT.
           WRITE TO01-GSPAY-RPT-RECORD FROM WS-REPORT-DETAIL.

       2950-WRITE-STANDARD-TOTAL  SECTION.

           MOVE WS-STD-CODE(WS-STD-SUB)       TO WS-RT-STD-CODE.
           IF STD-ACTIVE(WS-STD-SUB)
              MOVE WS-STD-PHRASE(WS-STD-SUB)  TO WS-RT-PHRASE
           ELSE
              MOVE 'NOT MEASURED'             TO WS-RT-PHRASE
           END-IF.
           MOVE WS-STD-BREACH-CTR(WS-STD-SUB) TO WS-RT-BREACHES.
           MOVE WS-STD-PAID-CTR(WS-STD-SUB)   TO WS-RT-PAID.
           MOVE WS-STD-WAIT-CTR(WS-STD-SUB)   TO WS-RT-WAITING.
           MOVE WS-STD-PAID-AMT(WS-STD-SUB)   TO WS-RT-AMOUNT.
           WRITE TO01-GSPAY-RPT-RECORD FROM WS-REPORT-TOTAL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' APPLICATIONS MEASURED    ',  WS-APPL-CTR
           DISPLAY ' COMPLAINTS MEASURED      ',  WS-CMPL-CTR
           DISPLAY ' RECONNECTIONS MEASURED   ',  WS-RECN-CTR
           DISPLAY ' CLOCKS TESTED            ',  WS-MEASURED-CTR
           DISPLAY ' MISSED - CONNECTION      ',  WS-STD-BREACH-CTR(1)
           DISPLAY ' MISSED - COMPLAINT       ',  WS-STD-BREACH-CTR(2)
           DISPLAY ' MISSED - RECONNECTION    ',  WS-STD-BREACH-CTR(3)
           DISPLAY ' PAID AFTER WAITING       ',  WS-RETRY-PAID-CTR
           DISPLAY ' NOTIFICATIONS REQUESTED  ',  WS-NOTIF-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY ' TOTAL COMPENSATION PAID  ',  WS-TOTAL-PAID
           DISPLAY '----------------------------------------'

           CLOSE  MI01-GSTD-KSDS,
                  MI02-APPL-KSDS,
                  MI03-COMPLAINT-KSDS,
                  MI04-RECON-KSDS,
                  MI05-CUSTOMER-KSDS,
                  MI06-METER-KSDS,
                  MI07-ASSET-KSDS,
                  MI08-AMI-CMD-KSDS,
                  MI09-WO-KSDS,
                  MO01-GSPAY-KSDS,
                  MO02-ADJ-KSDS,
                  TO09-NOTIF-REQ,
                  TO01-GSPAY-RPT.

           STOP RUN.
