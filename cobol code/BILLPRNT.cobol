           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    METER-READING ROUTE AND READ SCHEDULE -- THE ROUTE
      *    ROUTE001 PUTS THE METER ON AND THE DAYS RSCH001 HAS
      *    THAT ROUTE WALKED, FOR THE NEXT-READ DATE ON THE BILL.
           SELECT MI01-CYCLE-KSDS  ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

           SELECT MI01-SCHEDULE-KSDS ASSIGN TO RSCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RSC-KEY
           FILE STATUS            IS WS-RSC-STATUS.

           SELECT TO01-STATEMENTS  ASSIGN TO BILLSTMT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    TAX-EXEMPTION CERTIFICATE MASTER MAINTAINED BY EXMP001 --
      *    A CERTIFICATE IN FORCE IS QUOTED UNDER THE DUTY LINE SO
      *    THE CUSTOMER SEES WHY THE TAX WAS REDUCED OR WAIVED.
           SELECT MI01-EXEMPT-KSDS    ASSIGN TO EXMPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS EXM-CUST-ID
           FILE STATUS            IS WS-EXM-STATUS.

      *    GREEN-ENERGY SALES LEDGER BILL003 WRITES -- A BILL THAT
      *    CARRIED THE RENEWABLE PREMIUM HAS A ROW UNDER ITS BILL-ID,
      *    WHICH IS WHERE THE STATEMENT FINDS THE PREMIUM LINE.
           SELECT MI01-GREEN-SALES-KSDS ASSIGN TO GRNSALES
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GSL-BILL-ID
           FILE STATUS            IS WS-GSL-STATUS.

      *    METER EXCHANGE MASTER MXCH001 MAINTAINS, KEYED BY THE
      *    REPLACEMENT METER -- A ROW NAMING THIS BILL MEANS THE
      *    BILL CARRIED THE REPLACED METER'S LAST SEGMENT TOO.
           SELECT MI01-MXC-KSDS       ASSIGN TO MXCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MXC-NEW-MTR-ID
           FILE STATUS            IS WS-MXC-STATUS.

      *    HOW MANY STATEMENTS CARRIED EACH BILL MESSAGE TONIGHT --
      *    THE MESSAGES THEMSELVES COME FROM MSG001'S MASTER
      *    THROUGH MSGRTN.
           SELECT TO02-MSG-REPORT     ASSIGN TO MSGRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    STATEMENTS THAT ACTUALLY GO IN THE POST -- PAPER
      *    PREFERENCE, OR AN E-BILL EBILL001 WILL FALL BACK TO
      *    PRINT -- ONE RECORD PER LINE KEYED BY ZIP, FOR THE SORT
      *    AND PSRT001 PRESORT STEPS THAT BUILD THE MAILROOM TRAYS.
      *    BILLSTMT ITSELF STILL CARRIES EVERY STATEMENT.
           SELECT TO03-PRESORT-WORK   ASSIGN TO PSRTWORK
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PSW-STATUS.

      *    ONE ISSUE RECORD PER STATEMENT PRINTED -- THE FIGURES
      *    THAT ARE NOT ON THE BILL RECORD ITSELF (ISSUE DATE,
      *    PERIOD, PRIOR BALANCE, READINGS AND THE BILL MESSAGES)
      *    AS THEY STOOD THE NIGHT IT WENT OUT. A REPRINT RUN
      *    READS THEM BACK TO REBUILD THE STATEMENT AS ISSUED.
           SELECT MO03-STMT-ISSUE-KSDS ASSIGN TO STMTHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SIS-BILL-ID
           FILE STATUS            IS WS-SIS-STATUS.

      *    ---------------------------------------------------------
      *    REPRINT RUN (PARM 'REPRINT') -- THE COUNTER'S DUPLICATE
      *    BILL REQUESTS, REBUILT FROM BILLARCH'S BILL HISTORY
      *    INSTEAD OF TONIGHT'S BILL MASTER. NONE OF THESE FILES
      *    IS OPENED ON THE NIGHTLY PRINT.
      *    ---------------------------------------------------------
           SELECT TI03-REPRINT-REQUESTS ASSIGN TO RPRTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPR-STATUS.

           SELECT MI02-BILL-HIST-KSDS ASSIGN TO BILHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS BH-KEY
           FILE STATUS            IS WS-BH-STATUS.

           SELECT TO04-REPRINT-ERRORS ASSIGN TO RPRERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPE-STATUS.

      *    DUPLICATES ASKED FOR BY E-MAIL -- THE STATEMENT LINES,
      *    EACH TAGGED WITH ITS BILL ID, FOR THE MAIL RELAY TO
      *    ATTACH TO THE 'BDUP' E-MAIL NOTIFHUB SENDS.
           SELECT TO05-DUP-EMAIL      ASSIGN TO DUPEMAIL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DUE-STATUS.

           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

      *    CUSTOMER-KEYED CORRESPONDENCE HISTORY -- A PRINTED
      *    DUPLICATE IS LOGGED HERE DIRECTLY; AN E-MAILED ONE IS
      *    LOGGED BY NOTIFHUB WHEN IT SENDS THE MAIL.
           SELECT MO04-CORR-KSDS      ASSIGN TO CORRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CORR-KEY
           FILE STATUS            IS WS-CORR-STATUS.

       DATA DIVISION.

       FILE SECTION.
          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-EST-FLAG    PIC X(1).
             88 BILL-ESTIMATED           VALUE 'E'.
             88 BILL-CUSTOMER-READ       VALUE 'C'.
          05 BILL-PEAK-UNITS  PIC 9(6).
          05 BILL-NORM-UNITS  PIC 9(6).
          05 BILL-OFFP-UNITS  PIC 9(6).
          05 CUST-ACCT-STATUS  PIC X(1).
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
             88 PREF-PRINT-ONLY      VALUES 'P' SPACE.
             88 PREF-NEEDS-MAIL      VALUES 'E' 'B'.
             88 PREF-NEEDS-PHONE     VALUES 'S' 'B'.
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(4).
          05 CUST-MAIL-UNDELIV PIC X(1).
          05 CUST-LANGUAGE-CODE PIC X(1).

       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.
      *    OFF-PEAK, BLANK OR 'N' IS THE NORMAL/ANYTIME BAND.
      *    'X' IS A NET-METERING FEED-IN CREDIT ROW -- IT PRICES
      *    EXPORTED UNITS ONLY AND NEVER MATCHES A CONSUMPTION
      *    LOOKUP. 'S' IS THE FLAT STANDING CHARGE A SEASONALLY
      *    SUSPENDED METER PAYS INSTEAD OF CONSUMPTION.
          05 RATE-TOU-BAND    PIC X(01).

       FD MI01-BAL-FWD-KSDS
          05 BAL-CUST-ID      PIC X(12).
          05 BAL-AMOUNT       PIC S9(06)V99.

      *    SAME CONSUMPTION-HISTORY LAYOUT BILL003 WRITES.
       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       FD TO01-STATEMENTS
           RECORDING MODE          IS F
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

      *    SAME EXEMPTION-CERTIFICATE LAYOUT EXMP001 MAINTAINS.
       FD MI01-EXEMPT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-EXEMPT-RECORD.
          05 EXM-CUST-ID          PIC X(12).
          05 EXM-CERT-NO          PIC X(15).
          05 EXM-EXEMPT-PCT       PIC 9(03)V99.
          05 EXM-AUTHORITY        PIC X(20).
          05 EXM-VALID-FROM       PIC 9(08).
          05 EXM-VALID-TO         PIC 9(08).
          05 EXM-STATUS           PIC X(01).
             88 EXM-STAT-ACTIVE              VALUE 'A'.
             88 EXM-STAT-REVOKED             VALUE 'X'.
          05 EXM-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(03).

      *    SAME GREEN-SALES LEDGER LAYOUT BILL003 WRITES.
       FD MI01-GREEN-SALES-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-GREEN-SALES-RECORD.
          05 GSL-BILL-ID          PIC X(12).
          05 GSL-CUST-ID          PIC X(12).
          05 GSL-BILL-DATE        PIC 9(08).
          05 GSL-BILL-PERIOD      PIC 9(06).
          05 GSL-TOTAL-UNITS      PIC 9(06).
          05 GSL-GREEN-PCT        PIC 9(03).
          05 GSL-GREEN-UNITS      PIC 9(06).
          05 GSL-GREEN-RATE       PIC 9(03)V99.
          05 GSL-PREMIUM          PIC 9(07)V99.
          05 GSL-RETIRE-PERIOD    PIC 9(06).
          05 FILLER               PIC X(07).

       FD MI01-MXC-KSDS
           RECORD CONTAINS         110 CHARACTERS.

       01 MI01-MXC-RECORD.
          05 MXC-NEW-MTR-ID       PIC X(14).
          05 MXC-OLD-MTR-ID       PIC X(14).
          05 MXC-CUST-ID          PIC X(12).
          05 MXC-OLD-LAST-READ    PIC 9(06).
          05 MXC-REMOVAL-READ     PIC 9(06).
          05 MXC-REMOVAL-DATE     PIC 9(08).
          05 MXC-NEW-INIT-READ    PIC 9(06).
          05 MXC-INSTALL-DATE     PIC 9(08).
          05 MXC-STATUS           PIC X(01).
          05 MXC-OLD-UNITS        PIC 9(06).
          05 MXC-BILL-ID          PIC X(12).
          05 MXC-BILL-PERIOD      PIC 9(06).
          05 MXC-ENTRY-DATE       PIC 9(08).
          05 FILLER               PIC X(03).

       FD TO02-MSG-REPORT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-MSG-REPORT-RECORD PIC X(133).

      *    SAME PRESORT WORK LAYOUT PSRT001 READS BACK.
       FD TO03-PRESORT-WORK
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO03-PRESORT-RECORD.
          05 PSW-ZIP-CODE         PIC X(09).
          05 PSW-CUST-ID          PIC X(12).
          05 PSW-DOC-SEQ          PIC 9(06).
          05 PSW-LINE-SEQ         PIC 9(04).
          05 PSW-UNDELIV          PIC X(01).
          05 PSW-LINE             PIC X(100).

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI01-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI01-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

      *    SAME READ SCHEDULE LAYOUT RSCH001 MAINTAINS.
       FD MI01-SCHEDULE-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI01-SCHEDULE-RECORD.
          05 RSC-KEY.
             10 RSC-CYCLE-CODE      PIC X(02).
             10 RSC-READ-PERIOD     PIC 9(06).
          05 RSC-READ-DATE          PIC 9(08).
          05 RSC-LAST-DATE          PIC 9(08).
          05 RSC-METER-COUNT        PIC 9(06).
          05 RSC-READ-DAYS          PIC 9(02).
          05 RSC-READER-COUNT       PIC 9(03).
          05 RSC-CAPACITY-FLAG      PIC X(01).
          05 RSC-GEN-DATE           PIC 9(08).
          05 FILLER                 PIC X(06).

       FD MO03-STMT-ISSUE-KSDS
           RECORD CONTAINS         300 CHARACTERS.

       01 MO03-STMT-ISSUE-RECORD.
          05 SIS-BILL-ID          PIC X(12).
          05 SIS-CUST-ID          PIC X(12).
          05 SIS-BILL-PERIOD      PIC 9(06).
          05 SIS-ISSUE-DATE       PIC 9(08).
          05 SIS-PRIOR-BALANCE    PIC S9(08)V99.
          05 SIS-PREV-READ        PIC 9(06).
          05 SIS-CURR-READ        PIC 9(06).
          05 SIS-MSG-COUNT        PIC 9(01).
          05 SIS-MSG-TEXT OCCURS 3 TIMES
                                  PIC X(72).
          05 SIS-NEXT-READ-DATE   PIC 9(08).
          05 SIS-PAY-BY-DATE      PIC 9(08).
          05 FILLER               PIC X(07).

      *    COUNTER REQUEST FOR A DUPLICATE -- A BILL ID ON ITS
      *    OWN, OR A CUSTOMER AND PERIOD (EVERY BILL THE CUSTOMER
      *    HAD IN THAT PERIOD IS REPRINTED).
       FD TI03-REPRINT-REQUESTS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI03-REPRINT-RECORD.
          05 RPR-CUST-ID          PIC X(12).
          05 RPR-BILL-ID          PIC X(12).
          05 RPR-PERIOD           PIC X(06).
          05 RPR-PERIOD-N REDEFINES RPR-PERIOD
                                  PIC 9(06).
          05 RPR-CHANNEL          PIC X(01).
             88 RPR-BY-PRINT                 VALUE 'P' SPACE.
             88 RPR-BY-EMAIL                 VALUE 'E'.
          05 RPR-REQUESTED-BY     PIC X(08).
          05 RPR-REQ-DATE         PIC 9(08).
          05 FILLER               PIC X(33).

      *    SAME BILL HISTORY LAYOUT BILLARCH WRITES.
       FD MI02-BILL-HIST-KSDS
           RECORD CONTAINS         260 CHARACTERS.

       01 MI02-BILL-HIST-RECORD.
          05 BH-KEY.
             10 BH-CUST-ID        PIC X(12).
             10 BH-BILL-PERIOD    PIC 9(06).
             10 BH-BILL-ID        PIC X(12).
          05 BH-BILL-IMAGE        PIC X(230).

       FD TO04-REPRINT-ERRORS
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO04-REPRINT-ERR-RECORD.
          05 RPE-TRAN-IMAGE       PIC X(80).
          05 RPE-REASON           PIC X(01).
             88 RPE-REAS-NO-KEY              VALUE '1'.
             88 RPE-REAS-NOT-ON-HIST         VALUE '2'.
             88 RPE-REAS-NO-ISSUE-REC        VALUE '3'.
             88 RPE-REAS-NO-CUSTOMER         VALUE '4'.
             88 RPE-REAS-NO-EMAIL            VALUE '5'.
             88 RPE-REAS-BAD-CHANNEL         VALUE '6'.
             88 RPE-REAS-WRONG-CUSTOMER      VALUE '7'.

       FD TO05-DUP-EMAIL
           RECORDING MODE          IS F
           RECORD CONTAINS         92  CHARACTERS.

       01 TO05-DUP-EMAIL-RECORD.
          05 DUE-BILL-ID          PIC X(12).
          05 DUE-LINE             PIC X(80).

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

      *    SAME CORRESPONDENCE LAYOUT NOTIFHUB MAINTAINS.
       FD MO04-CORR-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO04-CORR-RECORD.
          05 CORR-KEY.
             10 CORR-CUST-ID      PIC X(12).
             10 CORR-DATE         PIC 9(08).
             10 CORR-SEQ          PIC 9(04).
          05 CORR-DOC-TYPE        PIC X(04).
          05 CORR-CHANNEL         PIC X(01).
          05 CORR-REF             PIC X(14).
          05 FILLER               PIC X(07).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
             88 CH-ROW-NOTFND      VALUE '23'.
          05 WS-STMT-STATUS        PIC X(02).
             88 STMT-IO-STATUS     VALUE '00'.
          05 WS-EXM-STATUS         PIC X(02).
             88 EXM-IO-STATUS      VALUE '00'.
             88 EXM-ROW-NOTFND     VALUE '23'.
          05 WS-GSL-STATUS         PIC X(02).
             88 GSL-IO-STATUS      VALUE '00'.
          05 WS-MXC-STATUS         PIC X(02).
             88 MXC-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-PSW-STATUS         PIC X(02).
             88 PSW-IO-STATUS      VALUE '00'.
          05 WS-SIS-STATUS         PIC X(02).
             88 SIS-IO-STATUS      VALUE '00'.
             88 SIS-DUP-KEY        VALUE '22'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
          05 WS-RSC-STATUS         PIC X(02).
             88 RSC-IO-STATUS      VALUE '00'.
          05 WS-RPR-STATUS         PIC X(02).
             88 RPR-IO-STATUS      VALUE '00'.
             88 RPR-EOF            VALUE '10'.
          05 WS-BH-STATUS          PIC X(02).
             88 BH-IO-STATUS       VALUE '00'.
             88 BH-EOF             VALUE '10'.
          05 WS-RPE-STATUS         PIC X(02).
             88 RPE-IO-STATUS      VALUE '00'.
          05 WS-DUE-STATUS         PIC X(02).
             88 DUE-IO-STATUS      VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.
          05 WS-CORR-STATUS        PIC X(02).
             88 CORR-IO-STATUS     VALUE '00'.
             88 CORR-DUP-KEY       VALUE '22'.
          05 WS-CORR-DONE-FLAG     PIC X(01) VALUE 'N'.
             88 CORR-ROW-DONE      VALUE 'Y'.

      *    PARM 'REPRINT' TURNS THE RUN INTO A DUPLICATE-BILL RUN
      *    OVER THE COUNTER'S REQUESTS; ANYTHING ELSE IS THE
      *    NIGHTLY PRINT OF THE BILL MASTER.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE          PIC X(20) VALUE SPACES.
             88 REPRINT-RUN        VALUE 'REPRINT'.

       01 WS-REPRINT-VARIABLES.
          05 WS-REPRINT-DATE       PIC 9(08) VALUE ZEROS.
          05 WS-REPRINT-DATE-STR   PIC X(10) VALUE SPACES.
          05 WS-REPRINT-EMAIL-SW   PIC X(01) VALUE 'N'.
             88 REPRINT-BY-EMAIL   VALUE 'Y'.
          05 WS-HIST-DONE-SW       PIC X(01) VALUE 'N'.
             88 HIST-SCAN-DONE     VALUE 'Y'.
          05 WS-REQ-BILL-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-RPR-READ-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-RPR-PRINT-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-RPR-EMAIL-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-RPR-REJECT-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-ISSUE-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-PRESORT-VARIABLES.
          05 WS-MAILED-SW          PIC X(01) VALUE 'N'.
             88 STATEMENT-IS-MAILED VALUE 'Y'.
          05 WS-DOC-SEQ            PIC 9(06) VALUE ZEROS.
          05 WS-LINE-SEQ           PIC 9(04) VALUE ZEROS.
          05 WS-AT-SIGN-CTR        PIC 9(02) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-BILL-PERIOD        PIC 9(06).
          05 WS-RUN-DATE-STR       PIC X(10) VALUE SPACES.
          05 WS-NEXT-READ-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-NEXT-READ-STR      PIC X(10) VALUE SPACES.
          05 WS-SCHED-SCAN-SW      PIC X(01) VALUE 'N'.
             88 SCHED-SCAN-DONE    VALUE 'Y'.
          05 WS-CC                 PIC 99.
          05 WS-YY                 PIC 99.
          05 WS-MM                 PIC 99.
          05 WS-DD                 PIC 99.

      *    PAYMENT DUE DATE = ISSUE DATE + 15 DAYS, THE SAME WINDOW
      *    EBILL001 QUOTES, MOVED TO THE CUSTOMER'S ELECTED DUE DAY
      *    IF THEY HAVE ONE (DUEDRTN) AND FORWARD TO THE NEXT
      *    WORKING DAY OFF THE CALENDAR MASTER (CALRTN).
       01 WS-PAY-BY-VARIABLES.
          05 WS-PAY-BY-DAYS        PIC 9(02) VALUE 15.
          05 WS-PAY-BY-INTEGER     PIC 9(08) VALUE ZEROS.
          05 WS-PAY-BY-STD         PIC 9(08) VALUE ZEROS.
          05 WS-PAY-BY-ELECT       PIC 9(08) VALUE ZEROS.
          05 WS-PAY-BY-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-PAY-BY-STR         PIC X(10) VALUE SPACES.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.
          05 WS-DUEDRTN-STATUS     PIC X(02) VALUE SPACES.

      *    SAME IN-MEMORY RATE TABLE BILL003 LOADS -- NEEDED TO SHOW
      *    THE SLAB AND RATE BEHIND BILL-ENERGY-CHG ON THE PRINTED
      *    STATEMENT.
             10 WS-HIST-PERIOD     PIC 9(06).
             10 WS-HIST-UNITS      PIC 9(06).
             10 WS-HIST-FOUND      PIC X(01).
             10 WS-HIST-READ-TYPE  PIC X(10).
          05 WS-HIST-LOOP-CTR      PIC 9(02).
          05 WS-WORK-PERIOD        PIC 9(06).
          05 WS-WORK-PERIOD-YYYY   PIC 9(04).
          05 WS-S-PF-ADJ           PIC $$$,$$9.99-.
          05 WS-S-FCA-AMT          PIC $$$,$$9.99-.
          05 WS-S-ADJ-AMT          PIC $$$,$$9.99-.
          05 WS-S-EXEMPT-PCT       PIC ZZ9.99.
          05 WS-S-GREEN-PCT        PIC ZZ9.
          05 WS-S-GREEN-UNITS      PIC ZZZ,ZZ9.
          05 WS-S-GREEN-AMT        PIC $$$,$$9.99.
          05 WS-S-MXC-DATE         PIC X(10).
          05 WS-S-MXC-OLD-LAST     PIC ZZZZZ9.
          05 WS-S-MXC-REMOVAL      PIC ZZZZZ9.
          05 WS-S-MXC-INIT         PIC ZZZZZ9.
          05 WS-S-MXC-UNITS        PIC ZZZ,ZZ9.
          05 WS-S-READ-TYPE        PIC X(20).

      *    EVERY FIXED CAPTION ON THE STATEMENT IS LOOKED UP IN THE
      *    CUSTOMER'S LANGUAGE THROUGH TXTRTN. EACH ONE PRINTS IN THE
      *    WIDTH ITS ENGLISH WORDING OCCUPIES, SO THE FIGURES STAY IN
      *    THEIR COLUMNS WHATEVER THE LANGUAGE -- A TRANSLATION THAT
      *    RUNS LONGER IS CUT SHORT AT THAT WIDTH.
       01 WS-TEXT-REQUEST.
          05 WS-TXT-LANGUAGE       PIC X(01).
          05 WS-TXT-ID             PIC X(08).
          05 WS-TXT-VALUES.
             10 WS-TXT-VALUE-1     PIC X(20).
             10 WS-TXT-VALUE-2     PIC X(20).
             10 WS-TXT-VALUE-3     PIC X(20).
          05 WS-TXT-LINE           PIC X(72).
          05 WS-TXT-STATUS         PIC X(02).

       01 WS-CAPTIONS.
          05 WS-CAP-1              PIC X(72).
          05 WS-CAP-2              PIC X(72).

      *    TARGETED BILL MESSAGES -- MSGRTN HANDS BACK UP TO THREE
      *    FOR EACH CUSTOMER, HIGHEST PRIORITY FIRST, AND KEEPS THE
      *    PER-MESSAGE CUSTOMER COUNTS THE RUN REPORT LISTS.
       01 WS-MSG-REQUEST.
          05 WS-MSR-FUNCTION       PIC X(01).
          05 WS-MSR-RUN-DATE       PIC 9(08).
          05 WS-MSR-CUST-ID        PIC X(12).
          05 WS-MSR-AREA-CODE      PIC X(06).
          05 WS-MSR-TARIFF-CLASS   PIC X(01).
          05 WS-MSR-BILLING-FREQ   PIC X(01).
          05 WS-MSR-DELIVERY-PREF  PIC X(01).
          05 WS-MSR-ARREARS        PIC X(01).
          05 WS-MSR-SCORE-GRADE    PIC X(01).
          05 WS-MSR-SELECTED       PIC 9(01).
          05 WS-MSR-SELECTION OCCURS 3 TIMES.
             10 WS-MSR-ID             PIC X(08).
             10 WS-MSR-PRIORITY       PIC 9(02).
             10 WS-MSR-TEXT           PIC X(72).
          05 WS-MSR-LIST-NO        PIC 9(04).
          05 WS-MSR-LIST-COUNT     PIC 9(07).
          05 WS-MSR-STATUS         PIC X(02).
       77 WS-MSG-SUB               PIC 9(01) VALUE ZEROS.

       01 WS-MSG-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'BILL MESSAGES CARRIED ON STATEMENTS'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-MH-DATE           PIC 9(08).

       01 WS-MSG-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'MESSAGE'.
          05 FILLER               PIC X(6)  VALUE 'PRI'.
          05 FILLER               PIC X(12) VALUE '  CUSTOMERS'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(101) VALUE 'MESSAGE TEXT'.

       01 WS-MSG-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-MD-MSG-ID         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-MD-PRIORITY       PIC Z9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-MD-CUST-COUNT     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-MD-TEXT           PIC X(72).
          05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-MSG-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'STATEMENTS WITH A MESSAGE'.
          05 WS-MT-WITH-MSG       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'STATEMENTS WITHOUT A MESSAGE'.
          05 WS-MT-WITHOUT-MSG    PIC ZZZ,ZZ9.
          05 FILLER               PIC X(53) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-STMT-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-SKIPPED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-MAILED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-WITH-MSG-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-WITHOUT-MSG-CTR    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.
           PERFORM 1050-READ-RUN-PARMS.
           MOVE WS-DATE(1:6) TO WS-BILL-PERIOD.

      *    A REPRINT POSTS NOTHING, SO THE PERIOD CONTROL HAS NO
      *    SAY IN IT -- EACH DUPLICATE CARRIES THE PERIOD AND DATE
      *    IT WAS FIRST ISSUED UNDER.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF REPRINT-RUN
              DISPLAY 'REPRINT RUN - DUPLICATE BILLS FROM HISTORY'
              MOVE WS-DATE TO WS-REPRINT-DATE
              PERFORM 2390-FORMAT-STMT-DATE
              MOVE WS-RUN-DATE-STR TO WS-REPRINT-DATE-STR
              GO TO 1000-EXIT
           END-IF.

      *    THE BILLING PERIOD IS STAMPED FROM THE PERIOD CONTROL
      *    RECORD, NOT COMPUTED FROM THE RUN DATE -- AND A CLOSED
      *    PERIOD STOPS THE RUN COLD BEFORE ANYTHING POSTS.
                           PRD-CURRENT-PERIOD
           END-READ.
           CLOSE MI09-PERIOD-KSDS.
           PERFORM 2390-FORMAT-STMT-DATE.

       1000-EXIT.
           EXIT.

       1050-READ-RUN-PARMS SECTION.


       2000-PROCESS     SECTION.

           IF REPRINT-RUN
              PERFORM 5100-OPEN-REPRINT-FILES
           ELSE
              PERFORM 2100-OPEN-FILES
           END-IF.

           PERFORM 1100-LOAD-RATE-TABLE.

           IF REPRINT-RUN
              PERFORM 5000-READ-REPRINT-REQUEST UNTIL RPR-EOF
           ELSE
              PERFORM 2200-READ-BILL-KSDS UNTIL BILL-EOF
           END-IF.

       1100-LOAD-RATE-TABLE SECTION.


                NOT AT END
      *            PEAK/OFF-PEAK ROWS PRICE ONLY THE TOU BUCKETS
      *            BILL003 HANDLES, 'X' ROWS PRICE ONLY EXPORTED
      *            UNITS, 'S' ROWS ARE THE SUSPENSION STANDING
      *            CHARGE AND 'G' ROWS ARE THE GREEN-ENERGY
      *            PREMIUM -- THIS PROGRAM PRICES THE NORMAL BAND
      *            ONLY, SO BAND-SPECIFIC ROWS ARE LEFT OUT OF ITS
      *            TABLE.
                   IF RATE-TOU-BAND = 'P' OR RATE-TOU-BAND = 'O'
                      OR RATE-TOU-BAND = 'X' OR RATE-TOU-BAND = 'S'
                      OR RATE-TOU-BAND = 'G'
                      CONTINUE
                   ELSE
                   IF WS-RATE-COUNT >= WS-RATE-MAX-ENTRIES
              STOP RUN
           END-IF.

           OPEN INPUT MI01-EXEMPT-KSDS.
           IF NOT EXM-IO-STATUS
              DISPLAY 'ERROR OPENING TAX EXEMPTION KSDS: '
                      WS-EXM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-GREEN-SALES-KSDS.
           IF NOT GSL-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN SALES LEDGER: '
                      WS-GSL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-MXC-KSDS.
           IF NOT MXC-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE KSDS: '
                      WS-MXC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-STATEMENTS.
           IF NOT STMT-IO-STATUS
              DISPLAY 'ERROR OPENING STATEMENT FILE: '
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-MSG-REPORT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING BILL MESSAGE REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-PRESORT-WORK.
           IF NOT PSW-IO-STATUS
              DISPLAY 'ERROR OPENING PRESORT WORK FILE: '
                      WS-PSW-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-STMT-ISSUE-KSDS.
           IF NOT SIS-IO-STATUS
              DISPLAY 'ERROR OPENING STATEMENT ISSUE KSDS: '
                      WS-SIS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-SCHEDULE-KSDS.
           IF NOT RSC-IO-STATUS
              DISPLAY 'ERROR OPENING READ SCHEDULE KSDS: '
                      WS-RSC-STATUS
              STOP RUN
           END-IF.

       2200-READ-BILL-KSDS  SECTION.

           READ MI01-BILL-KSDS
                   PERFORM 2310-GATHER-READINGS
                   PERFORM 2330-LOOKUP-PRIOR-BALANCE
                   PERFORM 2340-BUILD-HISTORY-STRIP
                   PERFORM 2355-LOOKUP-NEXT-READ
                   PERFORM 2357-SET-PAY-BY-DATE
                   PERFORM 2360-SELECT-MESSAGES
                   PERFORM 2370-CHECK-MAILED
                   PERFORM 2400-PRINT-STATEMENT
                   PERFORM 2380-WRITE-ISSUE-RECORD
           END-READ.

       2310-GATHER-READINGS SECTION.
                   MOVE BAL-AMOUNT TO WS-PRIOR-BALANCE
           END-READ.

       2360-SELECT-MESSAGES SECTION.

      *    A BALANCE BROUGHT FORWARD IS WHAT THE ARREARS TARGET
      *    MEANS -- THE SAME FIGURE THE STATEMENT PRINTS AS PRIOR
      *    BALANCE CARRIED.
           MOVE 'S'                TO WS-MSR-FUNCTION.
           MOVE WS-DATE            TO WS-MSR-RUN-DATE.
           MOVE BILL-CUST-ID       TO WS-MSR-CUST-ID.
           MOVE CUST-AREA-CODE     TO WS-MSR-AREA-CODE.
           MOVE CUST-TARIFF-CLASS  TO WS-MSR-TARIFF-CLASS.
           MOVE CUST-BILLING-FREQ  TO WS-MSR-BILLING-FREQ.
           MOVE CUST-DELIVERY-PREF TO WS-MSR-DELIVERY-PREF.
           IF WS-PRIOR-BALANCE > ZEROS
              MOVE 'A' TO WS-MSR-ARREARS
           ELSE
              MOVE 'C' TO WS-MSR-ARREARS
           END-IF.

           CALL 'MSGRTN' USING WS-MSG-REQUEST.

           IF WS-MSR-SELECTED > ZERO
              ADD 1 TO WS-WITH-MSG-CTR
           ELSE
              ADD 1 TO WS-WITHOUT-MSG-CTR
           END-IF.

       2370-CHECK-MAILED SECTION.

      *    SAME FALL-BACK RULE EBILL001 APPLIES -- A PAPER
      *    PREFERENCE, OR AN ELECTRONIC ONE WHOSE E-MAIL ADDRESS OR
      *    PHONE NUMBER IS UNUSABLE, MEANS THIS STATEMENT IS POSTED.
           MOVE 'N'   TO WS-MAILED-SW.
           MOVE ZEROS TO WS-LINE-SEQ.

           IF PREF-PRINT-ONLY
              SET STATEMENT-IS-MAILED TO TRUE
           END-IF.

           IF PREF-NEEDS-MAIL
              MOVE ZEROS TO WS-AT-SIGN-CTR
              INSPECT CUST-EMAIL TALLYING WS-AT-SIGN-CTR
                  FOR ALL '@'
              IF CUST-EMAIL = SPACES OR WS-AT-SIGN-CTR = ZERO
                 SET STATEMENT-IS-MAILED TO TRUE
              END-IF
           END-IF.

           IF PREF-NEEDS-PHONE
              IF CUST-PHONE = SPACES
                 SET STATEMENT-IS-MAILED TO TRUE
              END-IF
           END-IF.

           IF STATEMENT-IS-MAILED
              ADD 1 TO WS-DOC-SEQ
              ADD 1 TO WS-MAILED-CTR
           END-IF.

       2380-WRITE-ISSUE-RECORD SECTION.

      *    A RERUN OF THE PRINT FINDS TONIGHT'S ROW ALREADY THERE
      *    AND SIMPLY REPLACES IT.
           MOVE SPACES             TO MO03-STMT-ISSUE-RECORD.
           MOVE BILL-ID            TO SIS-BILL-ID.
           MOVE BILL-CUST-ID       TO SIS-CUST-ID.
           MOVE WS-BILL-PERIOD     TO SIS-BILL-PERIOD.
           MOVE WS-DATE            TO SIS-ISSUE-DATE.
           MOVE WS-PRIOR-BALANCE   TO SIS-PRIOR-BALANCE.
           MOVE MTR-PREV-READ      TO SIS-PREV-READ.
           MOVE MTR-CURR-READ      TO SIS-CURR-READ.
           MOVE WS-MSR-SELECTED    TO SIS-MSG-COUNT.
           MOVE WS-NEXT-READ-DATE  TO SIS-NEXT-READ-DATE.
           MOVE WS-PAY-BY-DATE     TO SIS-PAY-BY-DATE.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                     UNTIL WS-MSG-SUB > 3
              IF WS-MSG-SUB > WS-MSR-SELECTED
                 MOVE SPACES TO SIS-MSG-TEXT(WS-MSG-SUB)
              ELSE
                 MOVE WS-MSR-TEXT(WS-MSG-SUB)
                     TO SIS-MSG-TEXT(WS-MSG-SUB)
              END-IF
           END-PERFORM.

           WRITE MO03-STMT-ISSUE-RECORD
               INVALID KEY
                   IF SIS-DUP-KEY
                      REWRITE MO03-STMT-ISSUE-RECORD
                          INVALID KEY
                              DISPLAY 'ISSUE RECORD REWRITE FAILED: '
                                      BILL-ID ' STATUS: '
                                      WS-SIS-STATUS
                      END-REWRITE
                   ELSE
                      DISPLAY 'ISSUE RECORD WRITE FAILED: '
                              BILL-ID ' STATUS: ' WS-SIS-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ISSUE-CTR
           END-WRITE.

      *    THE NEXT READ IS THE FIRST SCHEDULED WINDOW FOR THE
      *    METER'S ROUTE THAT OPENS AFTER TONIGHT. A METER ON NO
      *    ROUTE, OR A ROUTE NOT YET SCHEDULED, PRINTS NO DATE.
       2355-LOOKUP-NEXT-READ SECTION.

           MOVE ZEROS  TO WS-NEXT-READ-DATE.
           MOVE SPACES TO WS-NEXT-READ-STR.

           MOVE BILL-MTR-ID TO CYC-METER-ID.
           READ MI01-CYCLE-KSDS
               INVALID KEY
                   GO TO 2355-EXIT
           END-READ.

           MOVE CYC-CYCLE-CODE TO RSC-CYCLE-CODE.
           MOVE WS-DATE(1:6)   TO RSC-READ-PERIOD.
           START MI01-SCHEDULE-KSDS KEY IS NOT LESS THAN RSC-KEY
               INVALID KEY
                   GO TO 2355-EXIT
           END-START.

           MOVE 'N' TO WS-SCHED-SCAN-SW.
           PERFORM 2356-READ-NEXT-SCHEDULE UNTIL SCHED-SCAN-DONE.

           PERFORM 2395-FORMAT-NEXT-READ-DATE.

       2355-EXIT.
           EXIT.

       2356-READ-NEXT-SCHEDULE SECTION.

           READ MI01-SCHEDULE-KSDS NEXT
               AT END
                   SET SCHED-SCAN-DONE TO TRUE
               NOT AT END
                   IF RSC-CYCLE-CODE NOT = CYC-CYCLE-CODE
                      SET SCHED-SCAN-DONE TO TRUE
                   ELSE
                      IF RSC-READ-DATE > WS-DATE
                         MOVE RSC-READ-DATE TO WS-NEXT-READ-DATE
                         SET SCHED-SCAN-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2357-SET-PAY-BY-DATE SECTION.

           COMPUTE WS-PAY-BY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) + WS-PAY-BY-DAYS.
           COMPUTE WS-PAY-BY-STD =
                   FUNCTION DATE-OF-INTEGER(WS-PAY-BY-INTEGER).

           CALL 'DUEDRTN' USING BILL-CUST-ID, WS-PAY-BY-STD,
                                WS-PAY-BY-ELECT, WS-DUEDRTN-STATUS.

           CALL 'CALRTN' USING WS-PAY-BY-ELECT, WS-PAY-BY-DATE,
                               WS-CALRTN-STATUS.
           IF WS-CALRTN-STATUS NOT = '00'
              MOVE WS-PAY-BY-ELECT TO WS-PAY-BY-DATE
           END-IF.

           PERFORM 2396-FORMAT-PAY-BY-DATE.

       2390-FORMAT-STMT-DATE SECTION.

      *    DD/MM/CCYY AS THE STATEMENT PRINTS IT.
           MOVE WS-DATE(1:2) TO WS-CC.
           MOVE WS-DATE(3:2) TO WS-YY.
           MOVE WS-DATE(5:2) TO WS-MM.
           MOVE WS-DATE(7:2) TO WS-DD.
           MOVE WS-DD TO WS-RUN-DATE-STR(1:2).
           MOVE '/'   TO WS-RUN-DATE-STR(3:1).
           MOVE WS-MM TO WS-RUN-DATE-STR(4:2).
           MOVE '/'   TO WS-RUN-DATE-STR(6:1).
           MOVE WS-CC TO WS-RUN-DATE-STR(7:2).
           MOVE WS-YY TO WS-RUN-DATE-STR(9:2).

       2395-FORMAT-NEXT-READ-DATE SECTION.

      *    DD/MM/CCYY, THE SAME AS THE STATEMENT DATE.
           MOVE SPACES TO WS-NEXT-READ-STR.
           IF WS-NEXT-READ-DATE > ZERO
              MOVE WS-NEXT-READ-DATE(7:2) TO WS-NEXT-READ-STR(1:2)
              MOVE '/'                    TO WS-NEXT-READ-STR(3:1)
              MOVE WS-NEXT-READ-DATE(5:2) TO WS-NEXT-READ-STR(4:2)
              MOVE '/'                    TO WS-NEXT-READ-STR(6:1)
              MOVE WS-NEXT-READ-DATE(1:4) TO WS-NEXT-READ-STR(7:4)
           END-IF.

       2396-FORMAT-PAY-BY-DATE SECTION.

      *    DD/MM/CCYY, THE SAME AS THE STATEMENT DATE.
           MOVE SPACES TO WS-PAY-BY-STR.
           IF WS-PAY-BY-DATE > ZERO
              MOVE WS-PAY-BY-DATE(7:2) TO WS-PAY-BY-STR(1:2)
              MOVE '/'                 TO WS-PAY-BY-STR(3:1)
              MOVE WS-PAY-BY-DATE(5:2) TO WS-PAY-BY-STR(4:2)
              MOVE '/'                 TO WS-PAY-BY-STR(6:1)
              MOVE WS-PAY-BY-DATE(1:4) TO WS-PAY-BY-STR(7:4)
           END-IF.

       2340-BUILD-HISTORY-STRIP SECTION.

           MOVE WS-BILL-PERIOD TO WS-WORK-PERIOD.
                      MOVE CH-UNITS-CONSUMED
                          TO WS-HIST-UNITS(WS-HIST-IDX)
                      MOVE 'Y'   TO WS-HIST-FOUND(WS-HIST-IDX)
                      PERFORM 2345-SET-HIST-READ-TYPE
              END-READ
              PERFORM 2350-DECREMENT-PERIOD
           END-PERFORM.

       2345-SET-HIST-READ-TYPE SECTION.

      *    HISTORY ROWS FROM BEFORE THE READ TYPE WAS KEPT CARRY
      *    NO MARKER AND PRINT WITHOUT ONE.
           EVALUATE TRUE
               WHEN CH-READ-ACTUAL
                   MOVE 'BILL0040' TO WS-TXT-ID
                   MOVE 'ACTUAL'   TO WS-TXT-LINE
                   PERFORM 2490-GET-CAPTION
                   MOVE WS-TXT-LINE TO WS-HIST-READ-TYPE(WS-HIST-IDX)
               WHEN CH-READ-CUSTOMER
                   MOVE 'BILL0041' TO WS-TXT-ID
                   MOVE 'YOUR READ' TO WS-TXT-LINE
                   PERFORM 2490-GET-CAPTION
                   MOVE WS-TXT-LINE TO WS-HIST-READ-TYPE(WS-HIST-IDX)
               WHEN CH-READ-ESTIMATED
                   MOVE 'BILL0042' TO WS-TXT-ID
                   MOVE 'ESTIMATED' TO WS-TXT-LINE
                   PERFORM 2490-GET-CAPTION
                   MOVE WS-TXT-LINE TO WS-HIST-READ-TYPE(WS-HIST-IDX)
               WHEN OTHER
                   MOVE SPACES     TO WS-HIST-READ-TYPE(WS-HIST-IDX)
           END-EVALUATE.

       2350-DECREMENT-PERIOD SECTION.

           MOVE WS-WORK-PERIOD(1:4) TO WS-WORK-PERIOD-YYYY.
           END-STRING.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE 'BILL0001' TO WS-TXT-ID.
           MOVE 'ABC ELECTRICITY COMPANY - ELECTRICITY BILL'
               TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

      *    A DUPLICATE SAYS SO UNDER THE HEADING, WITH THE DATE IT
      *    WAS REPRINTED; THE BILL DATE BELOW STAYS THE ISSUE DATE.
           IF REPRINT-RUN
              MOVE 'BILL0045' TO WS-TXT-ID
              MOVE '*** DUPLICATE ***  REPRINTED: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE SPACES TO TO01-STMT-RECORD
              STRING WS-TXT-LINE(1:30) WS-REPRINT-DATE-STR
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

           MOVE 'BILL0002' TO WS-TXT-ID.
           MOVE 'BILL: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.
           MOVE 'BILL0003' TO WS-TXT-ID.
           MOVE '   DATE: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-CAP-1(1:6) BILL-ID WS-TXT-LINE(1:9)
                  WS-RUN-DATE-STR
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE WS-S-FULL-NAME TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE CUST-ADDRESS TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE CUST-CITY TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE 'BILL0004' TO WS-TXT-ID.
           MOVE 'METER NO: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:10) BILL-MTR-ID
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE MTR-PREV-READ TO WS-S-PREV-READ.
           MOVE MTR-CURR-READ TO WS-S-CURR-READ.
           MOVE 'BILL0005' TO WS-TXT-ID.
           MOVE 'PREVIOUS READING: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.
           MOVE 'BILL0006' TO WS-TXT-ID.
           MOVE '   CURRENT READING: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-CAP-1(1:18) WS-S-PREV-READ
                  WS-TXT-LINE(1:20) WS-S-CURR-READ
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

      *    A METER EXCHANGED DURING THE PERIOD -- THE BILL'S UNITS
      *    ARE BOTH METERS' TOGETHER, SO THE REPLACED METER'S OWN
      *    READINGS ARE SHOWN UNDER THE NEW METER'S.
           MOVE BILL-MTR-ID TO MXC-NEW-MTR-ID.
           READ MI01-MXC-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MXC-BILL-ID = BILL-ID
                      PERFORM 2405-PRINT-METER-EXCHANGE
                   END-IF
           END-READ.

           MOVE BILL-UNITS TO WS-S-UNITS.
           MOVE 'BILL0007' TO WS-TXT-ID.
           MOVE 'UNITS BILLED THIS PERIOD: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:26) WS-S-UNITS
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

      *    THE CUSTOMER IS TOLD WHAT THE UNITS WERE BILLED FROM --
      *    OUR READER, THEIR OWN SUBMITTED READING, OR AN ESTIMATE
      *    THE NEXT ACTUAL READING WILL CORRECT.
           IF BILL-ESTIMATED
              MOVE 'BILL0009'             TO WS-TXT-ID
              MOVE 'ESTIMATED'            TO WS-TXT-LINE
           ELSE
              IF BILL-CUSTOMER-READ
                 MOVE 'BILL0010'          TO WS-TXT-ID
                 MOVE 'CUSTOMER READING'  TO WS-TXT-LINE
              ELSE
                 MOVE 'BILL0011'          TO WS-TXT-ID
                 MOVE 'ACTUAL READING'    TO WS-TXT-LINE
              END-IF
           END-IF.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-S-READ-TYPE.
           MOVE 'BILL0008' TO WS-TXT-ID.
           MOVE 'READING TYPE:             ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE SPACES TO TO01-STMT-RECORD.
           STRING WS-TXT-LINE(1:26) WS-S-READ-TYPE
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

      *    THE DAY THE READER IS NEXT DUE ON THE CUSTOMER'S ROUTE,
      *    SO THE METER CAN BE LEFT ACCESSIBLE.
           IF WS-NEXT-READ-DATE > ZERO
              MOVE 'BILL0046' TO WS-TXT-ID
              MOVE 'NEXT METER READING ON OR ABOUT: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE SPACES TO TO01-STMT-RECORD
              STRING WS-TXT-LINE(1:32) WS-NEXT-READ-STR
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           PERFORM 2410-PRINT-SLAB-DETAIL.

           MOVE BILL-METER-RENT TO WS-S-RENT.
           MOVE 'BILL0012' TO WS-TXT-ID.
           MOVE 'METER RENT:                  ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:29) WS-S-RENT
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE BILL-TAX-AMOUNT TO WS-S-TAX.
           MOVE 'BILL0013' TO WS-TXT-ID.
           MOVE 'ELECTRICITY DUTY / TAX:      ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:29) WS-S-TAX
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

      *    THE SAME IN-FORCE TEST BILL003 APPLIED WHEN IT REDUCED
      *    THE DUTY -- THE CERTIFICATE NUMBER IS QUOTED SO THE
      *    INSTITUTION CAN MATCH IT TO ITS OWN PAPERWORK.
           MOVE BILL-CUST-ID TO EXM-CUST-ID.
           READ MI01-EXEMPT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXM-STAT-ACTIVE
                      AND EXM-VALID-FROM <= WS-DATE
                      AND EXM-VALID-TO   >= WS-DATE
                      MOVE EXM-EXEMPT-PCT TO WS-S-EXEMPT-PCT
                      MOVE 'BILL0014' TO WS-TXT-ID
                      MOVE 'TAX EXEMPTION CERT: ' TO WS-TXT-LINE
                      PERFORM 2490-GET-CAPTION
                      MOVE WS-TXT-LINE TO WS-CAP-1
                      MOVE 'BILL0015' TO WS-TXT-ID
                      MOVE '% EXEMPT)' TO WS-TXT-LINE
                      PERFORM 2490-GET-CAPTION
                      MOVE SPACES TO TO01-STMT-RECORD
                      STRING WS-CAP-1(1:20) EXM-CERT-NO
                             ' (' WS-S-EXEMPT-PCT WS-TXT-LINE(1:9)
                             DELIMITED BY SIZE
                             INTO TO01-STMT-RECORD
                      END-STRING
                      PERFORM 2495-WRITE-STMT-LINE
                   END-IF
           END-READ.

      *    INDUSTRIAL ACCOUNTS UNDER A DEMAND CONTRACT SEE THE
      *    RECORDED MAXIMUM DEMAND AND THE CAPACITY/EXCEEDANCE
           IF BILL-DEMAND-CHG > ZEROS
              MOVE BILL-DEMAND-KW  TO WS-S-DEMAND-KW
              MOVE BILL-DEMAND-CHG TO WS-S-DEMAND-CHG
              MOVE 'BILL0016' TO WS-TXT-ID
              MOVE 'DEMAND CHARGE (' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO WS-CAP-1
              MOVE 'BILL0017' TO WS-TXT-ID
              MOVE ' KW RECORDED): ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-CAP-1(1:15) WS-S-DEMAND-KW
                     WS-TXT-LINE(1:15) WS-S-DEMAND-CHG
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

      *    THE FUEL-COST-ADJUSTMENT RIDER SHOWS SEPARATELY FROM
      *    THE SLAB CHARGES, AS THE TARIFF ORDER REQUIRES.
           IF BILL-FCA-AMT NOT = ZEROS
              MOVE BILL-FCA-AMT TO WS-S-FCA-AMT
              MOVE 'BILL0018' TO WS-TXT-ID
              MOVE 'FUEL COST ADJUSTMENT:        ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:29) WS-S-FCA-AMT
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

      *    A CUSTOMER ON THE GREEN-ENERGY TARIFF SEES THE SHARE OF
      *    THE MONTH'S UNITS BOUGHT AS RENEWABLE SUPPLY AND THE
      *    PREMIUM BILL003 CHARGED FOR IT.
           MOVE BILL-ID TO GSL-BILL-ID.
           READ MI01-GREEN-SALES-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GSL-PREMIUM > ZEROS
                      MOVE GSL-GREEN-PCT   TO WS-S-GREEN-PCT
                      MOVE GSL-GREEN-UNITS TO WS-S-GREEN-UNITS
                      MOVE GSL-PREMIUM     TO WS-S-GREEN-AMT
                      MOVE 'BILL0047' TO WS-TXT-ID
                      MOVE 'GREEN ENERGY PREMIUM (' TO WS-TXT-LINE
                      PERFORM 2490-GET-CAPTION
                      MOVE WS-TXT-LINE TO WS-CAP-1
                      MOVE 'BILL0048' TO WS-TXT-ID
                      MOVE '% RENEWABLE, UNITS:' TO WS-TXT-LINE
                      PERFORM 2490-GET-CAPTION
                      MOVE SPACES TO TO01-STMT-RECORD
                      STRING WS-CAP-1(1:22) WS-S-GREEN-PCT
                             WS-TXT-LINE(1:19) WS-S-GREEN-UNITS
                             ') ' WS-S-GREEN-AMT
                             DELIMITED BY SIZE
                             INTO TO01-STMT-RECORD
                      END-STRING
                      PERFORM 2495-WRITE-STMT-LINE
                   END-IF
           END-READ.

      *    COMMERCIAL/INDUSTRIAL BILLS JUDGED FOR POWER FACTOR
      *    SHOW THE FACTOR AND THE SURCHARGE OR REBATE APPLIED.
           IF BILL-PF-VALUE > ZEROS
              MOVE BILL-PF-VALUE TO WS-S-PF-VALUE
              MOVE BILL-PF-ADJ   TO WS-S-PF-ADJ
              MOVE 'BILL0019' TO WS-TXT-ID
              MOVE 'POWER FACTOR ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO WS-CAP-1
              IF BILL-PF-ADJ > ZEROS
                 MOVE 'BILL0020' TO WS-TXT-ID
                 MOVE ' SURCHARGE: ' TO WS-TXT-LINE
                 PERFORM 2490-GET-CAPTION
                 STRING WS-CAP-1(1:13) WS-S-PF-VALUE
                        WS-TXT-LINE(1:12) WS-S-PF-ADJ
                        DELIMITED BY SIZE
                        INTO TO01-STMT-RECORD
                 END-STRING
                 PERFORM 2495-WRITE-STMT-LINE
              ELSE
                 IF BILL-PF-ADJ < ZEROS
                    MOVE 'BILL0021' TO WS-TXT-ID
                    MOVE ' REBATE: ' TO WS-TXT-LINE
                    PERFORM 2490-GET-CAPTION
                    STRING WS-CAP-1(1:13) WS-S-PF-VALUE
                           WS-TXT-LINE(1:9) WS-S-PF-ADJ
                           DELIMITED BY SIZE
                           INTO TO01-STMT-RECORD
                    END-STRING
                    PERFORM 2495-WRITE-STMT-LINE
                 END-IF
              END-IF
           END-IF.
      *    THEIR OWN LINE RATHER THAN VANISHING INTO THE TOTAL.
           IF BILL-ADJ-AMT NOT = ZEROS
              MOVE BILL-ADJ-AMT TO WS-S-ADJ-AMT
              MOVE 'BILL0022' TO WS-TXT-ID
              MOVE 'ADJUSTMENTS AND WORKS:       ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:29) WS-S-ADJ-AMT
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

      *    NET-METERED CONNECTIONS SEE THE EXPORTED UNITS AND THE
           IF BILL-EXPORT-UNITS > ZEROS
              MOVE BILL-EXPORT-UNITS TO WS-S-EXPORT-UNITS
              MOVE BILL-EXPORT-CR    TO WS-S-EXPORT-CR
              MOVE 'BILL0023' TO WS-TXT-ID
              MOVE 'SOLAR EXPORT CREDIT (' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO WS-CAP-1
              MOVE 'BILL0024' TO WS-TXT-ID
              MOVE ' UNITS): ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-CAP-1(1:21) WS-S-EXPORT-UNITS
                     WS-TXT-LINE(1:9) WS-S-EXPORT-CR '-'
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

           MOVE WS-PRIOR-BALANCE TO WS-S-PRIOR.
           IF WS-PRIOR-BALANCE < ZEROS
              MOVE 'BILL0025' TO WS-TXT-ID
              MOVE 'OVERPAYMENT CREDIT:      ' TO WS-TXT-LINE
           ELSE
              MOVE 'BILL0026' TO WS-TXT-ID
              MOVE 'PRIOR BALANCE CARRIED:   ' TO WS-TXT-LINE
           END-IF.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:25) WS-S-PRIOR
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE BILL-AMOUNT TO WS-S-AMOUNT.
           MOVE 'BILL0027' TO WS-TXT-ID.
           MOVE 'TOTAL AMOUNT PAYABLE:    ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING WS-TXT-LINE(1:25) WS-S-AMOUNT
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

      *    THE DATE THE LATE PENALTY RUNS FROM -- THE CUSTOMER'S
      *    ELECTED DUE DAY WHERE THEY HAVE CHOSEN ONE.
           IF WS-PAY-BY-DATE > ZERO
              MOVE 'BILL0054' TO WS-TXT-ID
              MOVE 'PAYMENT DUE BY:          ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE SPACES TO TO01-STMT-RECORD
              STRING WS-TXT-LINE(1:25) WS-PAY-BY-STR
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.

           PERFORM 2420-PRINT-HISTORY-STRIP.

           PERFORM 2430-PRINT-MESSAGE-PANEL.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.
           PERFORM 2495-WRITE-STMT-LINE.

           ADD 1 TO WS-STMT-CTR.

       2405-PRINT-METER-EXCHANGE SECTION.

           MOVE MXC-INSTALL-DATE(7:2) TO WS-S-MXC-DATE(1:2).
           MOVE '/'                   TO WS-S-MXC-DATE(3:1).
           MOVE MXC-INSTALL-DATE(5:2) TO WS-S-MXC-DATE(4:2).
           MOVE '/'                   TO WS-S-MXC-DATE(6:1).
           MOVE MXC-INSTALL-DATE(1:4) TO WS-S-MXC-DATE(7:4).
           MOVE MXC-OLD-LAST-READ     TO WS-S-MXC-OLD-LAST.
           MOVE MXC-REMOVAL-READ      TO WS-S-MXC-REMOVAL.
           MOVE MXC-NEW-INIT-READ     TO WS-S-MXC-INIT.
           MOVE MXC-OLD-UNITS         TO WS-S-MXC-UNITS.

           MOVE 'BILL0049' TO WS-TXT-ID.
           MOVE 'METER EXCHANGED ON ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.
           MOVE 'BILL0050' TO WS-TXT-ID.
           MOVE ' - REPLACED METER: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE SPACES TO TO01-STMT-RECORD.
           STRING WS-CAP-1(1:19) WS-S-MXC-DATE
                  WS-TXT-LINE(1:19) MXC-OLD-MTR-ID
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE 'BILL0051' TO WS-TXT-ID.
           MOVE '  OLD METER READINGS: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.
           MOVE 'BILL0052' TO WS-TXT-ID.
           MOVE '   UNITS: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE SPACES TO TO01-STMT-RECORD.
           STRING WS-CAP-1(1:22) WS-S-MXC-OLD-LAST
                  ' - ' WS-S-MXC-REMOVAL
                  WS-TXT-LINE(1:10) WS-S-MXC-UNITS
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

           MOVE 'BILL0053' TO WS-TXT-ID.
           MOVE '  NEW METER INITIAL READING: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE SPACES TO TO01-STMT-RECORD.
           STRING WS-TXT-LINE(1:29) WS-S-MXC-INIT
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.
           MOVE SPACES TO TO01-STMT-RECORD.

       2410-PRINT-SLAB-DETAIL SECTION.

      *    ONE LINE PER SLAB SPAN, WALKED TELESCOPICALLY FROM THE
           MOVE BILL-ENERGY-CHG TO WS-S-ENERGY.

           IF BILL-UNITS = ZEROS
              MOVE 'BILL0028' TO WS-TXT-ID
              MOVE 'ENERGY / MINIMUM CHARGE:     ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:29) WS-S-ENERGY
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           ELSE
              MOVE 'BILL0029' TO WS-TXT-ID
              MOVE 'ENERGY CHARGE BY SLAB:' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO TO01-STMT-RECORD
              PERFORM 2495-WRITE-STMT-LINE
              MOVE ZEROS TO WS-TELE-POS
              MOVE ZEROS TO WS-TELE-LINE-CTR
              MOVE 'N'   TO WS-TELE-DONE-FLAG
              PERFORM 2415-PRINT-ONE-SLAB-SPAN
                  UNTIL WS-TELE-POS >= BILL-UNITS
                     OR TELE-EXHAUSTED
              MOVE 'BILL0030' TO WS-TXT-ID
              MOVE 'TOTAL ENERGY CHARGE:         ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:29) WS-S-ENERGY
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

           PERFORM 2417-PRINT-RATE-SPLIT.
           MOVE WS-TELE-SPAN       TO WS-S-UNITS.
           MOVE WS-RATE            TO WS-S-RATE.
           MOVE WS-TELE-SPAN-CHARGE TO WS-S-ENERGY.
           MOVE 'BILL0031' TO WS-TXT-ID.
           MOVE ' UNITS AT ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.
           MOVE 'BILL0032' TO WS-TXT-ID.
           MOVE '/UNIT: ' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           STRING '  ' WS-S-UNITS WS-CAP-1(1:10) WS-S-RATE
                  WS-TXT-LINE(1:7) WS-S-ENERGY
                  DELIMITED BY SIZE
                  INTO TO01-STMT-RECORD
           END-STRING.
           PERFORM 2495-WRITE-STMT-LINE.

       2417-PRINT-RATE-SPLIT SECTION.

           IF BILL-SPLIT-OLD-UNITS > ZEROS
              OR BILL-SPLIT-NEW-UNITS > ZEROS
              MOVE BILL-SPLIT-OLD-UNITS TO WS-S-UNITS
              MOVE 'BILL0033' TO WS-TXT-ID
              MOVE 'RATE CHANGE DURING PERIOD - AT PRIOR RATES: '
                  TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO WS-CAP-1
              MOVE 'BILL0034' TO WS-TXT-ID
              MOVE ' UNITS' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              MOVE WS-TXT-LINE TO WS-CAP-2
              STRING WS-CAP-1(1:44)
                     WS-S-UNITS WS-CAP-2(1:6)
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
              MOVE BILL-SPLIT-NEW-UNITS TO WS-S-UNITS
              MOVE 'BILL0035' TO WS-TXT-ID
              MOVE '  AT CURRENT RATES: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:20) WS-S-UNITS WS-CAP-2(1:6)
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

       2418-PRINT-TOU-SPLIT SECTION.
           IF BILL-PEAK-UNITS > ZEROS
              OR BILL-OFFP-UNITS > ZEROS
              MOVE BILL-PEAK-UNITS TO WS-S-UNITS
              MOVE 'BILL0036' TO WS-TXT-ID
              MOVE 'TIME-OF-USE SPLIT - PEAK: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:26) WS-S-UNITS
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
              MOVE BILL-NORM-UNITS TO WS-S-UNITS
              MOVE 'BILL0037' TO WS-TXT-ID
              MOVE '  NORMAL: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:10) WS-S-UNITS
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
              MOVE BILL-OFFP-UNITS TO WS-S-UNITS
              MOVE 'BILL0038' TO WS-TXT-ID
              MOVE '  OFF-PEAK: ' TO WS-TXT-LINE
              PERFORM 2490-GET-CAPTION
              STRING WS-TXT-LINE(1:12) WS-S-UNITS
                     DELIMITED BY SIZE
                     INTO TO01-STMT-RECORD
              END-STRING
              PERFORM 2495-WRITE-STMT-LINE
           END-IF.

       2420-PRINT-HISTORY-STRIP SECTION.

           MOVE 'BILL0039' TO WS-TXT-ID.
           MOVE 'YOUR LAST SIX PERIODS OF USE (UNITS):' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.
           MOVE 'BILL0043' TO WS-TXT-ID.
           MOVE '  (NO BILL)' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE WS-TXT-LINE TO WS-CAP-1.

           PERFORM VARYING WS-HIST-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-HIST-LOOP-CTR > 6
              SET WS-HIST-IDX TO WS-HIST-LOOP-CTR
              MOVE WS-HIST-PERIOD(WS-HIST-IDX) TO WS-S-HIST-PERIOD
              MOVE WS-HIST-UNITS(WS-HIST-IDX)  TO WS-S-HIST-UNITS
              MOVE SPACES TO TO01-STMT-RECORD
              IF WS-HIST-FOUND(WS-HIST-IDX) = 'Y'
                 STRING '  ' WS-S-HIST-PERIOD '  ' WS-S-HIST-UNITS
                        '  ' WS-HIST-READ-TYPE(WS-HIST-IDX)
                        DELIMITED BY SIZE
                        INTO TO01-STMT-RECORD
                 END-STRING
              ELSE
                 STRING '  ' WS-S-HIST-PERIOD WS-CAP-1(1:11)
                        DELIMITED BY SIZE
                        INTO TO01-STMT-RECORD
                 END-STRING
              END-IF
              PERFORM 2495-WRITE-STMT-LINE
           END-PERFORM.

       2430-PRINT-MESSAGE-PANEL SECTION.

      *    THE MESSAGE PANEL SITS UNDER THE USAGE STRIP, BOXED OFF
      *    FROM THE FIGURES -- NO PANEL AT ALL WHEN NOTHING MATCHED.
           IF WS-MSR-SELECTED = ZERO
              GO TO 2430-EXIT
           END-IF.

           MOVE SPACES TO TO01-STMT-RECORD.
           PERFORM 2495-WRITE-STMT-LINE.
           MOVE ALL '-' TO TO01-STMT-RECORD(1:74).
           PERFORM 2495-WRITE-STMT-LINE.
           MOVE 'BILL0044' TO WS-TXT-ID.
           MOVE 'MESSAGES FOR YOU:' TO WS-TXT-LINE.
           PERFORM 2490-GET-CAPTION.
           MOVE SPACES TO TO01-STMT-RECORD.
           MOVE WS-TXT-LINE TO TO01-STMT-RECORD(3:72).
           PERFORM 2495-WRITE-STMT-LINE.

           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                     UNTIL WS-MSG-SUB > WS-MSR-SELECTED
              MOVE SPACES TO TO01-STMT-RECORD
              MOVE WS-MSR-TEXT(WS-MSG-SUB)
                  TO TO01-STMT-RECORD(3:72)
              PERFORM 2495-WRITE-STMT-LINE
           END-PERFORM.

           MOVE SPACES TO TO01-STMT-RECORD.
           MOVE ALL '-' TO TO01-STMT-RECORD(1:74).
           PERFORM 2495-WRITE-STMT-LINE.

       2430-EXIT.
           EXIT.

       2490-GET-CAPTION SECTION.

      *    WS-TXT-ID NAMES THE CAPTION AND WS-TXT-LINE ARRIVES
      *    HOLDING ITS ENGLISH WORDING, WHICH STANDS WHEN THE
      *    TEMPLATE MASTER HAS NOTHING BETTER FOR THE CUSTOMER.
           MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE.
           MOVE SPACES             TO WS-TXT-VALUES.
           CALL 'TXTRTN' USING WS-TEXT-REQUEST.

       2495-WRITE-STMT-LINE SECTION.

      *    EVERY STATEMENT LINE GOES TO BILLSTMT; A POSTED
      *    STATEMENT'S LINES ALSO GO TO THE PRESORT WORK FILE UNDER
      *    THE CUSTOMER'S ZIP, IN PRINT ORDER. A DUPLICATE ASKED
      *    FOR BY E-MAIL GOES TO THE MAIL RELAY'S ATTACHMENT FILE
      *    INSTEAD OF THE PRINT STREAM.
           IF REPRINT-BY-EMAIL
              MOVE BILL-ID          TO DUE-BILL-ID
              MOVE TO01-STMT-RECORD TO DUE-LINE
              WRITE TO05-DUP-EMAIL-RECORD
              GO TO 2495-EXIT
           END-IF.

           WRITE TO01-STMT-RECORD.

           IF NOT STATEMENT-IS-MAILED
              GO TO 2495-EXIT
           END-IF.

           ADD 1 TO WS-LINE-SEQ.
           MOVE SPACES             TO TO03-PRESORT-RECORD.
           MOVE CUST-ZIP-CODE      TO PSW-ZIP-CODE.
           MOVE BILL-CUST-ID       TO PSW-CUST-ID.
           MOVE WS-DOC-SEQ         TO PSW-DOC-SEQ.
           MOVE WS-LINE-SEQ        TO PSW-LINE-SEQ.
           MOVE CUST-MAIL-UNDELIV  TO PSW-UNDELIV.
           MOVE TO01-STMT-RECORD   TO PSW-LINE.
           WRITE TO03-PRESORT-RECORD.

       2495-EXIT.
           EXIT.

       5000-READ-REPRINT-REQUEST SECTION.

           READ TI03-REPRINT-REQUESTS
                AT END
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE REPRINT REQUESTS ----------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-RPR-READ-CTR
                            PERFORM 5200-PROCESS-REQUEST
           END-READ.

       5100-OPEN-REPRINT-FILES SECTION.

           OPEN INPUT TI03-REPRINT-REQUESTS.
           IF NOT RPR-IO-STATUS
              DISPLAY 'ERROR OPENING REPRINT REQUEST FILE: '
                      WS-RPR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-BILL-HIST-KSDS.
           IF NOT BH-IO-STATUS
              DISPLAY 'ERROR OPENING BILL HISTORY KSDS: '
                      WS-BH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MO03-STMT-ISSUE-KSDS.
           IF NOT SIS-IO-STATUS
              DISPLAY 'ERROR OPENING STATEMENT ISSUE KSDS: '
                      WS-SIS-STATUS
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

           OPEN INPUT MI01-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY KSDS: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-EXEMPT-KSDS.
           IF NOT EXM-IO-STATUS
              DISPLAY 'ERROR OPENING TAX EXEMPTION KSDS: '
                      WS-EXM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-GREEN-SALES-KSDS.
           IF NOT GSL-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN SALES LEDGER: '
                      WS-GSL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-MXC-KSDS.
           IF NOT MXC-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE KSDS: '
                      WS-MXC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-STATEMENTS.
           IF NOT STMT-IO-STATUS
              DISPLAY 'ERROR OPENING STATEMENT FILE: '
                      WS-STMT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO04-REPRINT-ERRORS.
           IF NOT RPE-IO-STATUS
              DISPLAY 'ERROR OPENING REPRINT ERROR FILE: '
                      WS-RPE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO05-DUP-EMAIL.
           IF NOT DUE-IO-STATUS
              DISPLAY 'ERROR OPENING DUPLICATE E-MAIL FILE: '
                      WS-DUE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUEST FILE: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO04-CORR-KSDS.
           IF NOT CORR-IO-STATUS
              DISPLAY 'ERROR OPENING CORRESPONDENCE KSDS: '
                      WS-CORR-STATUS
              STOP RUN
           END-IF.

       5200-PROCESS-REQUEST SECTION.

      *    A BILL ID FINDS ONE BILL; OTHERWISE IT TAKES BOTH THE
      *    CUSTOMER AND THE PERIOD TO FIND ANYTHING.
           IF NOT RPR-BY-PRINT AND NOT RPR-BY-EMAIL
              SET RPE-REAS-BAD-CHANNEL TO TRUE
              PERFORM 5800-WRITE-REPRINT-ERROR
              GO TO 5200-EXIT
           END-IF.

           IF RPR-BILL-ID = SPACES
              AND (RPR-CUST-ID = SPACES OR RPR-PERIOD NOT NUMERIC)
              SET RPE-REAS-NO-KEY TO TRUE
              PERFORM 5800-WRITE-REPRINT-ERROR
              GO TO 5200-EXIT
           END-IF.

           MOVE ZEROS TO WS-REQ-BILL-CTR.

           IF RPR-BILL-ID NOT = SPACES
              PERFORM 5300-FIND-BY-BILL-ID
           ELSE
              PERFORM 5350-FIND-BY-PERIOD
           END-IF.

       5200-EXIT.
           EXIT.

       5300-FIND-BY-BILL-ID SECTION.

      *    THE ISSUE RECORD CARRIES THE CUSTOMER AND PERIOD THAT
      *    MAKE UP THE REST OF THE HISTORY KEY.
           MOVE RPR-BILL-ID TO SIS-BILL-ID.
           READ MO03-STMT-ISSUE-KSDS
               INVALID KEY
                   SET RPE-REAS-NO-ISSUE-REC TO TRUE
                   PERFORM 5800-WRITE-REPRINT-ERROR
                   GO TO 5300-EXIT
           END-READ.

           IF RPR-CUST-ID NOT = SPACES
              AND RPR-CUST-ID NOT = SIS-CUST-ID
              SET RPE-REAS-WRONG-CUSTOMER TO TRUE
              PERFORM 5800-WRITE-REPRINT-ERROR
              GO TO 5300-EXIT
           END-IF.

           MOVE SIS-CUST-ID     TO BH-CUST-ID.
           MOVE SIS-BILL-PERIOD TO BH-BILL-PERIOD.
           MOVE SIS-BILL-ID     TO BH-BILL-ID.
           READ MI02-BILL-HIST-KSDS
               INVALID KEY
                   SET RPE-REAS-NOT-ON-HIST TO TRUE
                   PERFORM 5800-WRITE-REPRINT-ERROR
               NOT INVALID KEY
                   PERFORM 5400-REPRINT-ONE-BILL
           END-READ.

       5300-EXIT.
           EXIT.

       5350-FIND-BY-PERIOD SECTION.

      *    EVERY BILL THE CUSTOMER HAD IN THE PERIOD -- A REBILL
      *    LEAVES MORE THAN ONE, AND THE CUSTOMER GETS THEM ALL.
           MOVE 'N'          TO WS-HIST-DONE-SW.
           MOVE RPR-CUST-ID  TO BH-CUST-ID.
           MOVE RPR-PERIOD-N TO BH-BILL-PERIOD.
           MOVE LOW-VALUES   TO BH-BILL-ID.
           START MI02-BILL-HIST-KSDS KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START.

           PERFORM 5360-READ-NEXT-HIST UNTIL HIST-SCAN-DONE.

           IF WS-REQ-BILL-CTR = ZERO
              SET RPE-REAS-NOT-ON-HIST TO TRUE
              PERFORM 5800-WRITE-REPRINT-ERROR
           END-IF.

       5360-READ-NEXT-HIST SECTION.

           READ MI02-BILL-HIST-KSDS NEXT
               AT END
                   SET HIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CUST-ID NOT = RPR-CUST-ID
                      OR BH-BILL-PERIOD NOT = RPR-PERIOD-N
                      SET HIST-SCAN-DONE TO TRUE
                   ELSE
                      PERFORM 5400-REPRINT-ONE-BILL
                   END-IF
           END-READ.

       5400-REPRINT-ONE-BILL SECTION.

      *    THE BILL IS THE ARCHIVED IMAGE; EVERYTHING THE NIGHTLY
      *    PRINT LOOKED UP AROUND IT COMES BACK FROM THE ISSUE
      *    RECORD, AND THE RUN DATE IS WOUND BACK TO THE ISSUE DATE
      *    SO THE SLAB BOOK, EXEMPTIONS AND USAGE STRIP ARE THE
      *    ONES THAT APPLIED THEN.
           ADD 1 TO WS-REQ-BILL-CTR.
           MOVE BH-BILL-IMAGE TO MI01-BILL-RECORD.

           MOVE BILL-ID TO SIS-BILL-ID.
           READ MO03-STMT-ISSUE-KSDS
               INVALID KEY
                   SET RPE-REAS-NO-ISSUE-REC TO TRUE
                   PERFORM 5800-WRITE-REPRINT-ERROR
                   GO TO 5400-EXIT
           END-READ.

           MOVE BILL-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   SET RPE-REAS-NO-CUSTOMER TO TRUE
                   PERFORM 5800-WRITE-REPRINT-ERROR
                   GO TO 5400-EXIT
           END-READ.

           MOVE 'N' TO WS-REPRINT-EMAIL-SW.
           IF RPR-BY-EMAIL
              MOVE ZEROS TO WS-AT-SIGN-CTR
              INSPECT CUST-EMAIL TALLYING WS-AT-SIGN-CTR
                  FOR ALL '@'
              IF CUST-EMAIL = SPACES OR WS-AT-SIGN-CTR = ZERO
                 SET RPE-REAS-NO-EMAIL TO TRUE
                 PERFORM 5800-WRITE-REPRINT-ERROR
                 GO TO 5400-EXIT
              END-IF
              SET REPRINT-BY-EMAIL TO TRUE
           END-IF.

           MOVE SIS-ISSUE-DATE    TO WS-DATE.
           PERFORM 2390-FORMAT-STMT-DATE.
           MOVE SIS-BILL-PERIOD   TO WS-BILL-PERIOD.
           MOVE SIS-PRIOR-BALANCE TO WS-PRIOR-BALANCE.
           MOVE SIS-PREV-READ     TO MTR-PREV-READ.
           MOVE SIS-CURR-READ     TO MTR-CURR-READ.
           MOVE SIS-MSG-COUNT     TO WS-MSR-SELECTED.
      *    ISSUE RECORDS WRITTEN BEFORE THE NEXT-READ DATE WAS
      *    KEPT CARRY SPACES THERE AND PRINT WITHOUT ONE.
           IF SIS-NEXT-READ-DATE IS NUMERIC
              MOVE SIS-NEXT-READ-DATE TO WS-NEXT-READ-DATE
           ELSE
              MOVE ZEROS TO WS-NEXT-READ-DATE
           END-IF.
           PERFORM 2395-FORMAT-NEXT-READ-DATE.
      *    LIKEWISE THE PAYMENT DUE DATE -- A DUPLICATE QUOTES THE
      *    DATE THE ORIGINAL WENT OUT WITH, NOT A FRESH ONE.
           IF SIS-PAY-BY-DATE IS NUMERIC
              MOVE SIS-PAY-BY-DATE TO WS-PAY-BY-DATE
           ELSE
              MOVE ZEROS TO WS-PAY-BY-DATE
           END-IF.
           PERFORM 2396-FORMAT-PAY-BY-DATE.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                     UNTIL WS-MSG-SUB > 3
              MOVE SIS-MSG-TEXT(WS-MSG-SUB)
                  TO WS-MSR-TEXT(WS-MSG-SUB)
           END-PERFORM.

      *    A DUPLICATE NEVER GOES BACK INTO THE POSTAL PRESORT.
           MOVE 'N' TO WS-MAILED-SW.

           PERFORM 2340-BUILD-HISTORY-STRIP.
           PERFORM 2400-PRINT-STATEMENT.

           IF REPRINT-BY-EMAIL
              PERFORM 5500-WRITE-NOTIF-REQUEST
              ADD 1 TO WS-RPR-EMAIL-CTR
           ELSE
              PERFORM 5600-LOG-CORRESPONDENCE
              ADD 1 TO WS-RPR-PRINT-CTR
           END-IF.
           MOVE 'N' TO WS-REPRINT-EMAIL-SW.

       5400-EXIT.
           EXIT.

       5500-WRITE-NOTIF-REQUEST SECTION.

      *    NOTIFHUB SENDS THE MAIL AND LOGS THE CORRESPONDENCE;
      *    THE STATEMENT ITSELF RIDES ALONG FROM DUPEMAIL.
           MOVE SPACES          TO TO09-NOTIF-REQ-RECORD.
           MOVE BILL-CUST-ID    TO NRQ-CUST-ID.
           MOVE 'BDUP'          TO NRQ-DOC-TYPE.
           MOVE BILL-ID         TO NRQ-REF.
           STRING 'DUPLICATE OF BILL ' BILL-ID
                  ' FOR PERIOD ' SIS-BILL-PERIOD ' ATTACHED'
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-REPRINT-DATE TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

       5600-LOG-CORRESPONDENCE SECTION.

      *    SAME TIMELINE ROW EBILL001 WRITES, DATED THE DAY OF THE
      *    REPRINT -- THE ORIGINAL ISSUE IS ALREADY ON THE LOG.
           MOVE BILL-CUST-ID    TO CORR-CUST-ID.
           MOVE WS-REPRINT-DATE TO CORR-DATE.
           MOVE ZEROS           TO CORR-SEQ.
           MOVE 'BDUP'          TO CORR-DOC-TYPE.
           MOVE 'P'             TO CORR-CHANNEL.
           MOVE BILL-ID         TO CORR-REF.

           MOVE 'N' TO WS-CORR-DONE-FLAG.
           PERFORM 5650-WRITE-CORR-ROW UNTIL CORR-ROW-DONE.

       5650-WRITE-CORR-ROW SECTION.

           WRITE MO04-CORR-RECORD
               INVALID KEY
                   IF CORR-DUP-KEY AND CORR-SEQ < 9999
                      ADD 1 TO CORR-SEQ
                   ELSE
                      DISPLAY 'CORRESPONDENCE LOG WRITE FAILED: '
                              CORR-CUST-ID
                              ' STATUS: ' WS-CORR-STATUS
                      SET CORR-ROW-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET CORR-ROW-DONE TO TRUE
           END-WRITE.

       5800-WRITE-REPRINT-ERROR SECTION.

           MOVE TI03-REPRINT-RECORD TO RPE-TRAN-IMAGE.
           WRITE TO04-REPRINT-ERR-RECORD.
           ADD 1 TO WS-RPR-REJECT-CTR.
           DISPLAY 'REPRINT REQUEST REJECTED - REASON ' RPE-REASON
                   ': ' RPR-CUST-ID ' ' RPR-BILL-ID ' ' RPR-PERIOD.

       5900-CLOSE-REPRINT-FILES SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' REPRINT REQUESTS READ    ',  WS-RPR-READ-CTR
           DISPLAY ' DUPLICATES PRINTED       ',  WS-RPR-PRINT-CTR
           DISPLAY ' DUPLICATES E-MAILED      ',  WS-RPR-EMAIL-CTR
           DISPLAY ' REJECTED                 ',  WS-RPR-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI03-REPRINT-REQUESTS,
                  MI02-BILL-HIST-KSDS,
                  MO03-STMT-ISSUE-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI01-RATE-MASTER,
                  MI01-CONS-HIST-KSDS,
                  MI01-EXEMPT-KSDS,
                  MI01-GREEN-SALES-KSDS,
                  MI01-MXC-KSDS,
                  TO01-STATEMENTS,
                  TO04-REPRINT-ERRORS,
                  TO05-DUP-EMAIL,
                  TO09-NOTIF-REQ,
                  MO04-CORR-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'REPRINT REQUEST FILE  IS CLOSED         '
           DISPLAY 'DUPLICATE PRINT FILE  IS CLOSED         '
           DISPLAY '----------------------------------------'.

       8000-WRITE-MESSAGE-REPORT SECTION.

      *    ONE LINE PER MESSAGE IN FORCE TONIGHT, IN PRIORITY
      *    ORDER -- A MESSAGE THAT REACHED NOBODY STILL SHOWS, SO
      *    TARGETING THAT MISSES ITS AUDIENCE GETS NOTICED.
           MOVE WS-DATE TO WS-MH-DATE.
           WRITE TO02-MSG-REPORT-RECORD FROM WS-MSG-REPORT-HEADER1.
           WRITE TO02-MSG-REPORT-RECORD FROM WS-MSG-REPORT-HEADER2.
           MOVE SPACES TO TO02-MSG-REPORT-RECORD.
           WRITE TO02-MSG-REPORT-RECORD.

           MOVE 'L'    TO WS-MSR-FUNCTION.
           MOVE WS-DATE TO WS-MSR-RUN-DATE.
           MOVE 1      TO WS-MSR-LIST-NO.
           MOVE '00'   TO WS-MSR-STATUS.
           PERFORM 8100-WRITE-MESSAGE-LINE
               UNTIL WS-MSR-STATUS NOT = '00'.

           MOVE SPACES TO TO02-MSG-REPORT-RECORD.
           WRITE TO02-MSG-REPORT-RECORD.
           MOVE WS-WITH-MSG-CTR    TO WS-MT-WITH-MSG.
           MOVE WS-WITHOUT-MSG-CTR TO WS-MT-WITHOUT-MSG.
           WRITE TO02-MSG-REPORT-RECORD FROM WS-MSG-REPORT-TOTAL.

       8100-WRITE-MESSAGE-LINE SECTION.

           CALL 'MSGRTN' USING WS-MSG-REQUEST.

           IF WS-MSR-STATUS = '00'
              MOVE WS-MSR-ID(1)       TO WS-MD-MSG-ID
              MOVE WS-MSR-PRIORITY(1) TO WS-MD-PRIORITY
              MOVE WS-MSR-LIST-COUNT  TO WS-MD-CUST-COUNT
              MOVE WS-MSR-TEXT(1)     TO WS-MD-TEXT
              WRITE TO02-MSG-REPORT-RECORD FROM WS-MSG-REPORT-DETAIL
              ADD 1 TO WS-MSR-LIST-NO
           END-IF.

       9000-TERMINATE   SECTION.

           IF REPRINT-RUN
              PERFORM 5900-CLOSE-REPRINT-FILES
              STOP RUN
           END-IF.

           PERFORM 8000-WRITE-MESSAGE-REPORT.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILL RECORDS READ        ',  WS-READ-CTR
           DISPLAY ' STATEMENTS PRINTED       ',  WS-STMT-CTR
           DISPLAY ' SKIPPED (NO CUSTOMER)    ',  WS-SKIPPED-CTR
           DISPLAY ' WITH BILL MESSAGES       ',  WS-WITH-MSG-CTR
           DISPLAY ' STATEMENTS FOR THE POST  ',  WS-MAILED-CTR
           DISPLAY ' ISSUE RECORDS WRITTEN    ',  WS-ISSUE-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-BILL-KSDS,
                  MI01-RATE-MASTER,
                  MI01-BAL-FWD-KSDS,
                  MI01-CONS-HIST-KSDS,
                  MI01-EXEMPT-KSDS,
                  MI01-GREEN-SALES-KSDS,
                  MI01-MXC-KSDS,
                  TO01-STATEMENTS,
                  TO02-MSG-REPORT,
                  TO03-PRESORT-WORK,
                  MO03-STMT-ISSUE-KSDS,
                  MI01-CYCLE-KSDS,
                  MI01-SCHEDULE-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'BILL MASTER KSDS      IS CLOSED         '
           DISPLAY 'STATEMENT PRINT FILE  IS CLOSED         '
