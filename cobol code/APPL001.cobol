           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    PRIOR-DEBT HOLD LIST -- EVERY APPLICATION THE RELEASE
      *    PASS HELD BACK BECAUSE IT MATCHES A CLOSED OR WRITTEN-OFF
      *    ACCOUNT STILL OWING, WITH THE OLD ACCOUNT AND AMOUNT, SO
      *    THE FRONT OFFICE CAN COLLECT OR GET A SUPERVISOR TO SIGN
      *    THE OVERRIDE.
           SELECT TO02-APPL-HOLD      ASSIGN TO APPLHOLD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HOLD-STATUS.

      *    DYNAMIC SO THE WHOLE MASTER CAN BE WALKED FOR CLOSED
      *    ACCOUNTS STILL OWING BEFORE ANYTHING IS RELEASED.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    OUTSTANDING-BALANCE-FORWARD EXTRACT BILLPAYDB2 WRITES --
      *    A POSITIVE AMOUNT ON A CLOSED ACCOUNT IS DEBT LEFT
      *    BEHIND WHEN THE CUSTOMER MOVED OUT.
           SELECT MI02-BAL-FWD-KSDS   ASSIGN TO BALFWD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

      *    BAD-DEBT WRITE-OFF MASTER WOFF001 MAINTAINS. WRITTEN-OFF
      *    BILLS LEAVE THE BALANCE FORWARD, SO THE UNRECOVERED PART
      *    OF EACH ONE IS PICKED UP HERE INSTEAD.
           SELECT MI03-WOFF-KSDS      ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS WOFF-BILL-ID
           FILE STATUS            IS WS-WOFF-STATUS.

      *    OCCUPANCY HISTORY PREM001 KEEPS -- EVERY ACCOUNT THAT
      *    HAS EVER TAKEN SUPPLY AT THE APPLICATION'S PREMISE.
           SELECT MI04-OCC-HIST-KSDS  ASSIGN TO OCCHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS OCC-KEY
           FILE STATUS            IS WS-OCC-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- THE SUPERVISOR OVERRIDING A PRIOR-DEBT HOLD
      *    MUST BE ON IT, ACTIVE, AND CARRY AUTHORITY FOR THE DEBT.
           SELECT MI05-AUTH-KSDS      ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    ONE TRANSACTION PER FRONT-OFFICE ACTION -- 'N' REGISTERS
      *    A NEW APPLICATION (WITH THE FULL CUSTIN PAYLOAD IT WILL
      *    EVENTUALLY BE RELEASED AS), 'S' MOVES AN APPLICATION
      *    THROUGH DEPOSIT-PENDING / INSPECTED / READY-TO-CONNECT,
      *    'O' IS A SUPERVISOR'S OVERRIDE OF A PRIOR-DEBT HOLD.
       FD TI01-APPL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         198  CHARACTERS.

       01 TI01-APPL-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-NEW                 VALUE 'N'.
             88 IN-TRANS-STATUS              VALUE 'S'.
             88 IN-TRANS-OVERRIDE            VALUE 'O'.
          05 IN-APPL-ID          PIC X(10).
          05 IN-NEW-STATUS       PIC X(01).
             88 IN-STAT-DEP-PENDING          VALUE 'D'.
             10 IN-DISCOUNT-CAT  PIC X(1).
             10 IN-BILLING-FREQ  PIC X(1).
             10 IN-TARIFF-CLASS  PIC X(1).
                88 IN-TARIFF-TEMPORARY       VALUE 'T'.
             10 IN-DELIVERY-PREF PIC X(1).
             10 IN-EMAIL         PIC X(25).
      *       SANCTIONED CONNECTED LOAD (KILOWATTS) APPROVED AT
      *       WHICH WRITES THE SANCTIONED-LOAD MASTER ROW UNDER
      *       THE FRESHLY MINTED CUSTOMER ID.
             10 IN-SANCTIONED-KW PIC 9(04)V9.
      *       LANGUAGE THE CUSTOMER WANTS BILLS AND NOTICES IN --
      *       BLANK IS ENGLISH. CUST001 VALIDATES IT AT RELEASE.
             10 IN-LANGUAGE-CODE PIC X(1).
      *    TRANSFORMER THE NEW SERVICE WILL HANG OFF, AS PLANNED AT
      *    SURVEY OR INSPECTION -- ON 'N' OR ANY 'S' THAT CARRIES
      *    ONE. XFMRLOAD ADDS THE UNRELEASED SANCTIONED LOAD TO
      *    THAT TRANSFORMER'S LOADING TO SHOW WHERE THE PIPELINE
      *    WILL PUSH IT PAST ITS RATING.
          05 IN-XFMR-ID          PIC X(10).
      *    PREMISE THE SERVICE IS WANTED AT AND THE NUMBER OF THE
      *    IDENTITY DOCUMENT THE APPLICANT PRODUCED -- ON 'N' OR
      *    ANY 'S' THAT CARRIES THEM. BOTH FEED THE PRIOR-DEBT
      *    CHECK MADE BEFORE RELEASE.
          05 IN-PREMISE-ID       PIC X(10).
          05 IN-ID-DOC-NO        PIC X(20).
      *    SUPERVISOR SIGNING AN 'O' OVERRIDE (AUTHORITY MASTER ID).
          05 IN-OVERRIDE-BY      PIC X(08).
      *    DAYS OF SUPPLY WANTED ON A TEMPORARY CONNECTION (TARIFF
      *    CLASS 'T' -- CONSTRUCTION SITES, FAIRS, EVENTS). FIXES
      *    THE EXPIRY DATE AND SIZES THE ADVANCE. ZERO OTHERWISE.
          05 IN-TEMP-DAYS        PIC 9(03).

       FD MO01-APPL-KSDS
           RECORD CONTAINS         250  CHARACTERS.

       01 MO01-APPL-RECORD.
          05 APPL-ID             PIC X(10).
             88 APPL-STAT-INSPECTED          VALUE 'I'.
             88 APPL-STAT-READY              VALUE 'C'.
             88 APPL-STAT-RELEASED           VALUE 'X'.
             88 APPL-STAT-HELD               VALUE 'H'.
          05 APPL-DATE-RELEASED  PIC 9(08).
          05 APPL-CUSTIN-PAYLOAD.
             10 APPL-FIRST-NAME  PIC X(10).
             10 APPL-LAST-NAME   PIC X(10).
             10 APPL-AREA-CODE   PIC X(06).
             10 APPL-SPACE       PIC X(01).
             10 APPL-ADDRESS     PIC X(29).
             10 APPL-CITY        PIC X(10).
             10 APPL-UNITS       PIC X(05).
             10 APPL-ZIP-CODE    PIC X(09).
             10 APPL-PHONE       PIC X(12).
             10 APPL-DISCOUNT-CAT PIC X(01).
             10 APPL-BILLING-FREQ PIC X(01).
             10 APPL-TARIFF-CLASS PIC X(01).
                88 APPL-TARIFF-TEMPORARY     VALUE 'T'.
             10 APPL-DELIVERY-PREF PIC X(01).
             10 APPL-EMAIL       PIC X(25).
             10 APPL-SANCTIONED-KW PIC 9(04)V9.
             10 APPL-LANGUAGE-CODE PIC X(01).
          05 APPL-XFMR-ID        PIC X(10).
          05 APPL-PREMISE-ID     PIC X(10).
          05 APPL-ID-DOC-NO      PIC X(20).
      *    WHY THE RELEASE PASS IS HOLDING THE APPLICATION, THE OLD
      *    ACCOUNT IT MATCHED, WHAT THAT ACCOUNT STILL OWES AND THE
      *    NIGHT IT WAS FIRST HELD. KEPT AFTER RELEASE AS A RECORD.
          05 APPL-HOLD-REASON    PIC X(01).
             88 APPL-HOLD-PRIOR-DEBT         VALUE 'P'.
          05 APPL-HOLD-MATCH     PIC X(01).
             88 APPL-MATCH-PREMISE           VALUE 'P'.
             88 APPL-MATCH-PHONE             VALUE 'T'.
             88 APPL-MATCH-NAME-ADDR         VALUE 'N'.
             88 APPL-MATCH-ID-DOC            VALUE 'D'.
          05 APPL-HOLD-CUST-ID   PIC X(12).
          05 APPL-HOLD-AMOUNT    PIC 9(09)V99.
          05 APPL-HOLD-DATE      PIC 9(08).
          05 APPL-OVERRIDE-BY    PIC X(08).
          05 APPL-OVERRIDE-DATE  PIC 9(08).
      *    DAYS OF SUPPLY ON A TEMPORARY CONNECTION; THE ADVANCE
      *    IS RE-SIZED FROM THEM AND THE KILOWATTS AT RELEASE.
          05 APPL-TEMP-DAYS      PIC 9(03).
          05 FILLER              PIC X(04).

      *    SAME LAYOUT CUST001 READS FROM CUSTIN -- THE PAYLOAD,
      *    THEN THE TEMPORARY-CONNECTION DAYS AND ADVANCE.
       FD TO01-CUSTIN-FEED
           RECORDING MODE          IS F
           RECORD CONTAINS         139 CHARACTERS.

       01 TO01-CUSTIN-FEED-RECORD PIC X(139).

       FD TO01-APPL-RPT
           RECORDING MODE          IS F
             88 ERR-REAS-BAD-STATUS         VALUE '3'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '4'.
             88 ERR-REAS-ALREADY-RELEASED   VALUE '5'.
             88 ERR-REAS-NOT-HELD           VALUE '6'.
             88 ERR-REAS-BAD-OVERRIDE       VALUE '7'.
             88 ERR-REAS-BAD-TEMPORARY      VALUE '8'.

       FD TO02-APPL-HOLD
           RECORDING MODE          IS F
           RECORD CONTAINS         80 CHARACTERS.

       01 TO02-APPL-HOLD-RECORD PIC X(80).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
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
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
             88 ACCT-CLOSED          VALUE 'C'.
          05 FILLER           PIC X(40).

      *    SAME BALANCE-FORWARD LAYOUT REFD001 READS.
       FD MI02-BAL-FWD-KSDS
           RECORD CONTAINS         20  CHARACTERS.

       01 MI02-BAL-FWD-RECORD.
          05 BAL-CUST-ID      PIC X(12).
          05 BAL-AMOUNT       PIC S9(06)V99.

      *    SAME WRITE-OFF LAYOUT WOFF001 MAINTAINS.
       FD MI03-WOFF-KSDS
           RECORD CONTAINS         56  CHARACTERS.

       01 MI03-WOFF-RECORD.
          05 WOFF-BILL-ID         PIC X(14).
          05 WOFF-CUST-ID         PIC X(12).
          05 WOFF-AMOUNT          PIC 9(09)V99.
          05 WOFF-DATE            PIC 9(08).
          05 WOFF-STATUS          PIC X(01).
          05 WOFF-RECOVERED-AMT   PIC 9(09)V99.

      *    SAME OCCUPANCY-HISTORY LAYOUT PREM001 MAINTAINS.
       FD MI04-OCC-HIST-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI04-OCC-HIST-RECORD.
          05 OCC-KEY.
             10 OCC-PREMISE-ID      PIC X(10).
             10 OCC-START-DATE      PIC 9(08).
          05 OCC-CUST-ID            PIC X(12).
          05 OCC-END-DATE           PIC 9(08).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI05-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MI05-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.

       WORKING-STORAGE SECTION.

             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-HOLD-STATUS        PIC X(02).
             88 HOLD-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-CUST-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CUST-SCAN-EOF      VALUE 'Y'.
          05 WS-BAL-STATUS         PIC X(02).
             88 BAL-IO-STATUS      VALUE '00'.
          05 WS-WOFF-STATUS        PIC X(02).
             88 WOFF-IO-STATUS     VALUE '00'.
             88 WOFF-EOF           VALUE '10'.
          05 WS-OCC-STATUS         PIC X(02).
             88 OCC-IO-STATUS      VALUE '00'.
          05 WS-OCC-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 OCC-SCAN-EOF       VALUE 'Y'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-STATUS-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-RELEASED-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-OVERRIDE-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-NEW-HOLD-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-STILL-HELD-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-SETTLED-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-TEMP-CTR           PIC 9(04) VALUE ZEROS.

      *    UNRECOVERED WRITE-OFF PER ACCOUNT, TOTALLED FROM THE
      *    BILL-LEVEL WRITE-OFF MASTER BEFORE THE CUSTOMER WALK.
       01 WS-WOFF-TABLE.
          05 WS-WO-ROW OCCURS 3000 TIMES
                       INDEXED BY WS-WO-IDX.
             10 WS-WO-CUST-ID      PIC X(12).
             10 WS-WO-OPEN-AMT     PIC 9(09)V99.
          05 WS-WO-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-WO-MAX-ENTRIES     PIC 9(04) VALUE 3000.
          05 WS-WO-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-WO-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 WO-FOUND           VALUE 'Y'.

      *    EVERY CLOSED ACCOUNT STILL CARRYING A BALANCE FORWARD
      *    AND EVERY ACCOUNT WITH AN UNRECOVERED WRITE-OFF, WITH
      *    THE NAME, ADDRESS AND PHONE A NEW APPLICATION IS MATCHED
      *    AGAINST.
       01 WS-DEBTOR-TABLE.
          05 WS-DB-ROW OCCURS 5000 TIMES
                       INDEXED BY WS-DB-IDX.
             10 WS-DB-CUST-ID      PIC X(12).
             10 WS-DB-FIRST-NAME   PIC X(10).
             10 WS-DB-LAST-NAME    PIC X(10).
             10 WS-DB-ADDRESS      PIC X(29).
             10 WS-DB-PHONE        PIC X(12).
             10 WS-DB-OWED         PIC 9(09)V99.
          05 WS-DB-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-DB-MAX-ENTRIES     PIC 9(04) VALUE 5000.
          05 WS-DB-LOOP-CTR        PIC 9(04) VALUE ZEROS.

      *    ID DOCUMENTS PRODUCED ON APPLICATIONS ALREADY RELEASED,
      *    WITH THE NAME AND ADDRESS THE ACCOUNT WAS OPENED UNDER --
      *    HOW A DOCUMENT SEEN BEFORE IS TRACED TO ITS OLD ACCOUNT.
       01 WS-ID-DOC-TABLE.
          05 WS-ID-ROW OCCURS 5000 TIMES
                       INDEXED BY WS-ID-IDX.
             10 WS-ID-DOC-NO       PIC X(20).
             10 WS-ID-APPL-ID      PIC X(10).
             10 WS-ID-FIRST-NAME   PIC X(10).
             10 WS-ID-LAST-NAME    PIC X(10).
             10 WS-ID-ADDRESS      PIC X(29).
          05 WS-ID-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-ID-MAX-ENTRIES     PIC 9(04) VALUE 5000.
          05 WS-ID-LOOP-CTR        PIC 9(04) VALUE ZEROS.

       01 WS-PRIOR-DEBT-VARIABLES.
          05 WS-OWED-AMT           PIC 9(09)V99 VALUE ZEROS.
          05 WS-PD-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 PD-FOUND           VALUE 'Y'.
          05 WS-PD-MATCH           PIC X(01) VALUE SPACE.
          05 WS-PD-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-PD-AMOUNT          PIC 9(09)V99 VALUE ZEROS.
          05 WS-PD-LOOK-CUST-ID    PIC X(12) VALUE SPACES.
          05 WS-PD-LOOK-FIRST      PIC X(10) VALUE SPACES.
          05 WS-PD-LOOK-LAST       PIC X(10) VALUE SPACES.
          05 WS-PD-LOOK-ADDRESS    PIC X(29) VALUE SPACES.
          05 WS-OVERRIDE-FLAG      PIC X(01) VALUE 'N'.
             88 OVERRIDE-VALID     VALUE 'Y'.

      *    ADVANCE ON A TEMPORARY CONNECTION -- THE KILOWATTS
      *    ASKED FOR, RUN HALF THE DAY, FOR EVERY DAY BOOKED, AT
      *    THE TOP PRICE ON THE CLASS 'T' RATE ROWS. TCN001 SIZES
      *    AN EXTENSION'S TOP-UP THE SAME WAY.
       01 WS-TEMP-ADVANCE-VARIABLES.
          05 WS-TEMP-MAX-DAYS      PIC 9(03) VALUE 180.
          05 WS-TEMP-HOURS-PER-DAY PIC 9(02) VALUE 12.
          05 WS-TEMP-UNIT-RATE     PIC 9(03)V99 VALUE 12.00.
          05 WS-ADVANCE-AMT        PIC 9(07)V99 VALUE ZEROS.
          05 WS-TEMP-VALID-FLAG    PIC X(01) VALUE 'Y'.
             88 TEMP-VALID         VALUE 'Y'.

       01 WS-CUSTIN-FEED.
          05 WS-FEED-PAYLOAD       PIC X(127).
          05 WS-FEED-TEMP-DAYS     PIC 9(03).
          05 WS-FEED-ADVANCE-AMT   PIC 9(07)V99.

       01 WS-APPL-RPT-HEADER1.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 WS-AR-AVG-DAYS       PIC ZZZZ9.9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-HOLD-RPT-HEADER1.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'PRIOR-DEBT HOLDS -- APPLICATIONS NOT RELEASED'.
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-HOLD-RPT-HEADER2.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'APPL ID'.
          05 FILLER               PIC X(11) VALUE 'MATCHED ON'.
          05 FILLER               PIC X(14) VALUE 'OLD ACCOUNT'.
          05 FILLER               PIC X(16) VALUE '     AMOUNT OWED'.
          05 FILLER               PIC X(12) VALUE '  HELD SINCE'.
          05 FILLER               PIC X(13) VALUE SPACES.

       01 WS-HOLD-RPT-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-HR-APPL-ID        PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-HR-MATCH          PIC X(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-HR-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-HR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-HR-HELD-DATE      PIC 9(08).
          05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-HOLD-RPT-TRAILER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'NEWLY HELD:'.
          05 WS-HR-TOTAL-NEW      PIC ZZZ9.
          05 FILLER               PIC X(18) VALUE
             '   STILL HELD:'.
          05 WS-HR-TOTAL-STILL    PIC ZZZ9.
          05 FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.


           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-PRIOR-DEBT.

           PERFORM 2200-READ-APPL-TRAN UNTIL TRAN-EOF.

           PERFORM 2500-RELEASE-READY-APPLS.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-APPL-HOLD
           IF NOT HOLD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PRIOR-DEBT HOLD LIST       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-HOLD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS
           IF NOT CUST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CUST-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI02-BAL-FWD-KSDS
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BALANCE FORWARD KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI03-WOFF-KSDS
           IF NOT WOFF-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING WRITE-OFF MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-WOFF-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI04-OCC-HIST-KSDS
           IF NOT OCC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING OCCUPANCY HISTORY KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-OCC-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI05-AUTH-KSDS
           IF NOT AUTH-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING AUTHORITY MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-AUTH-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'APPLICATION TRAN FILE OPENED ............'
           DISPLAY 'APPLICATION MASTER KSDS IS OPENED (I-O) .'
           DISPLAY 'CUSTIN RELEASE FEED IS OPENED ...........'
           DISPLAY 'TURNAROUND REGISTER IS OPENED ...........'
           DISPLAY 'PRIOR-DEBT HOLD LIST IS OPENED ..........'
           DISPLAY 'CUSTOMER / DEBT MASTERS ARE OPENED ......'
           DISPLAY '----------------------------------------'
           .

       2150-LOAD-PRIOR-DEBT SECTION.

      *    EVERYTHING THE RELEASE PASS CHECKS AGAINST IS GATHERED
      *    ONCE, UP FRONT -- UNRECOVERED WRITE-OFFS BY ACCOUNT, THEN
      *    EVERY ACCOUNT STILL OWING, THEN THE ID DOCUMENTS SEEN ON
      *    APPLICATIONS ALREADY RELEASED.
           PERFORM 2160-LOAD-ONE-WRITE-OFF UNTIL WOFF-EOF.

           MOVE LOW-VALUES TO CUST-KEY.
           START MI01-CUSTOMER-KSDS KEY IS GREATER THAN CUST-KEY
               INVALID KEY
                   SET CUST-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2170-READ-ONE-CUSTOMER UNTIL CUST-SCAN-EOF.

           MOVE LOW-VALUES TO APPL-ID.
           START MO01-APPL-KSDS KEY IS GREATER THAN APPL-ID
               INVALID KEY
                   SET APPL-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2190-LOAD-ONE-ID-DOC UNTIL APPL-SCAN-EOF.

           MOVE 'N' TO WS-APPL-EOF-FLAG.

           DISPLAY 'ACCOUNTS WITH PRIOR DEBT LOADED: ' WS-DB-COUNT.
           DISPLAY 'RELEASED ID DOCUMENTS LOADED:    ' WS-ID-COUNT.

       2160-LOAD-ONE-WRITE-OFF SECTION.

           READ MI03-WOFF-KSDS
               AT END  SET WOFF-EOF TO TRUE
               NOT AT END
                   IF WOFF-AMOUNT > WOFF-RECOVERED-AMT
                      PERFORM 2165-ADD-WRITE-OFF
                   END-IF
           END-READ.

       2165-ADD-WRITE-OFF SECTION.

           MOVE 'N' TO WS-WO-FOUND-FLAG.
           PERFORM 2167-FIND-WRITE-OFF-ROW
               VARYING WS-WO-LOOP-CTR FROM 1 BY 1
               UNTIL WS-WO-LOOP-CTR > WS-WO-COUNT
                  OR WO-FOUND.

           IF NOT WO-FOUND
              IF WS-WO-COUNT >= WS-WO-MAX-ENTRIES
                 DISPLAY 'WRITE-OFF TABLE FULL - ACCOUNT '
                         'IGNORED: ' WOFF-CUST-ID
              ELSE
                 ADD 1 TO WS-WO-COUNT
                 SET WS-WO-IDX TO WS-WO-COUNT
                 MOVE WOFF-CUST-ID TO WS-WO-CUST-ID(WS-WO-IDX)
                 COMPUTE WS-WO-OPEN-AMT(WS-WO-IDX) =
                         WOFF-AMOUNT - WOFF-RECOVERED-AMT
              END-IF
           END-IF.

       2167-FIND-WRITE-OFF-ROW SECTION.

           SET WS-WO-IDX TO WS-WO-LOOP-CTR.
           IF WS-WO-CUST-ID(WS-WO-IDX) = WOFF-CUST-ID
              SET WO-FOUND TO TRUE
              COMPUTE WS-WO-OPEN-AMT(WS-WO-IDX) =
                      WS-WO-OPEN-AMT(WS-WO-IDX)
                    + WOFF-AMOUNT - WOFF-RECOVERED-AMT
           END-IF.

       2170-READ-ONE-CUSTOMER SECTION.

           READ MI01-CUSTOMER-KSDS NEXT
               AT END  SET CUST-SCAN-EOF TO TRUE
               NOT AT END
                   PERFORM 2180-CHECK-CUSTOMER-DEBT
           END-READ.

       2180-CHECK-CUSTOMER-DEBT SECTION.

      *    A CLOSED ACCOUNT OWES WHATEVER IT STILL CARRIES FORWARD;
      *    ANY ACCOUNT, CLOSED OR NOT, OWES ITS UNRECOVERED
      *    WRITE-OFFS.
           MOVE ZEROS TO WS-OWED-AMT.

           IF ACCT-CLOSED
              MOVE CUST-KEY TO BAL-CUST-ID
              READ MI02-BAL-FWD-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF BAL-AMOUNT > ZEROS
                         ADD BAL-AMOUNT TO WS-OWED-AMT
                      END-IF
              END-READ
           END-IF.

           MOVE 'N' TO WS-WO-FOUND-FLAG.
           PERFORM 2185-FIND-CUSTOMER-WRITE-OFF
               VARYING WS-WO-LOOP-CTR FROM 1 BY 1
               UNTIL WS-WO-LOOP-CTR > WS-WO-COUNT
                  OR WO-FOUND.

           IF WS-OWED-AMT > ZEROS
              IF WS-DB-COUNT >= WS-DB-MAX-ENTRIES
                 DISPLAY 'PRIOR-DEBT TABLE FULL - ACCOUNT '
                         'IGNORED: ' CUST-KEY
              ELSE
                 ADD 1 TO WS-DB-COUNT
                 SET WS-DB-IDX TO WS-DB-COUNT
                 MOVE CUST-KEY        TO WS-DB-CUST-ID(WS-DB-IDX)
                 MOVE CUST-FIRST-NAME TO WS-DB-FIRST-NAME(WS-DB-IDX)
                 MOVE CUST-LAST-NAME  TO WS-DB-LAST-NAME(WS-DB-IDX)
                 MOVE CUST-ADDRESS    TO WS-DB-ADDRESS(WS-DB-IDX)
                 MOVE CUST-PHONE      TO WS-DB-PHONE(WS-DB-IDX)
                 MOVE WS-OWED-AMT     TO WS-DB-OWED(WS-DB-IDX)
              END-IF
           END-IF.

       2185-FIND-CUSTOMER-WRITE-OFF SECTION.

           SET WS-WO-IDX TO WS-WO-LOOP-CTR.
           IF WS-WO-CUST-ID(WS-WO-IDX) = CUST-KEY
              SET WO-FOUND TO TRUE
              ADD WS-WO-OPEN-AMT(WS-WO-IDX) TO WS-OWED-AMT
           END-IF.

       2190-LOAD-ONE-ID-DOC SECTION.

           READ MO01-APPL-KSDS NEXT
               AT END  SET APPL-SCAN-EOF TO TRUE
               NOT AT END
                   IF APPL-STAT-RELEASED
                      AND APPL-ID-DOC-NO NOT = SPACES
                      IF WS-ID-COUNT >= WS-ID-MAX-ENTRIES
                         DISPLAY 'ID DOCUMENT TABLE FULL - '
                                 'APPLICATION IGNORED: ' APPL-ID
                      ELSE
                         ADD 1 TO WS-ID-COUNT
                         SET WS-ID-IDX TO WS-ID-COUNT
                         MOVE APPL-ID-DOC-NO
                             TO WS-ID-DOC-NO(WS-ID-IDX)
                         MOVE APPL-ID
                             TO WS-ID-APPL-ID(WS-ID-IDX)
                         MOVE APPL-FIRST-NAME
                             TO WS-ID-FIRST-NAME(WS-ID-IDX)
                         MOVE APPL-LAST-NAME
                             TO WS-ID-LAST-NAME(WS-ID-IDX)
                         MOVE APPL-ADDRESS
                             TO WS-ID-ADDRESS(WS-ID-IDX)
                      END-IF
                   END-IF
           END-READ.

       2200-READ-APPL-TRAN  SECTION.

           READ TI01-APPL-TRAN
                  PERFORM 2310-REGISTER-APPLICATION
               WHEN IN-TRANS-STATUS
                  PERFORM 2320-UPDATE-STATUS
               WHEN IN-TRANS-OVERRIDE
                  PERFORM 2330-OVERRIDE-HOLD
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE

       2310-REGISTER-APPLICATION SECTION.

           MOVE 'Y' TO WS-TEMP-VALID-FLAG.
           IF IN-TARIFF-TEMPORARY
              PERFORM 2315-CHECK-TEMPORARY
           END-IF.

           IF TEMP-VALID
              PERFORM 2312-WRITE-APPLICATION
           ELSE
              SET ERR-REAS-BAD-TEMPORARY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2312-WRITE-APPLICATION SECTION.

           MOVE IN-APPL-ID         TO APPL-ID.
           MOVE IN-TRANS-DATE      TO APPL-DATE-RECEIVED.
           SET APPL-STAT-RECEIVED  TO TRUE.
           MOVE ZEROS              TO APPL-DATE-RELEASED.
           MOVE IN-CUSTIN-PAYLOAD  TO APPL-CUSTIN-PAYLOAD.
           MOVE IN-XFMR-ID         TO APPL-XFMR-ID.
           MOVE IN-PREMISE-ID      TO APPL-PREMISE-ID.
           MOVE IN-ID-DOC-NO       TO APPL-ID-DOC-NO.
           MOVE SPACES             TO APPL-HOLD-REASON
                                      APPL-HOLD-MATCH
                                      APPL-HOLD-CUST-ID
                                      APPL-OVERRIDE-BY.
           MOVE ZEROS              TO APPL-HOLD-AMOUNT
                                      APPL-HOLD-DATE
                                      APPL-OVERRIDE-DATE.
           IF IN-TARIFF-TEMPORARY
              MOVE IN-TEMP-DAYS    TO APPL-TEMP-DAYS
           ELSE
              MOVE ZEROS           TO APPL-TEMP-DAYS
           END-IF.

           WRITE MO01-APPL-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-CTR
                   DISPLAY 'APPLICATION REGISTERED: ' APPL-ID
                   IF APPL-TARIFF-TEMPORARY
                      ADD 1 TO WS-TEMP-CTR
                      DISPLAY 'TEMPORARY CONNECTION ' APPL-ID
                              ' DAYS ' APPL-TEMP-DAYS
                              ' ADVANCE TO COLLECT ' WS-ADVANCE-AMT
                   END-IF
           END-WRITE.

       2315-CHECK-TEMPORARY SECTION.

      *    A TEMPORARY CONNECTION MUST SAY HOW LONG SUPPLY IS
      *    WANTED FOR AND HOW MUCH LOAD, OR NO ADVANCE CAN BE SIZED
      *    AND NO EXPIRY SET.
           EVALUATE TRUE
               WHEN IN-TEMP-DAYS NOT NUMERIC
               WHEN IN-TEMP-DAYS = ZEROS
               WHEN IN-TEMP-DAYS > WS-TEMP-MAX-DAYS
                  DISPLAY 'TEMPORARY CONNECTION DAYS INVALID: '
                          IN-APPL-ID
                  MOVE 'N' TO WS-TEMP-VALID-FLAG
               WHEN IN-SANCTIONED-KW NOT NUMERIC
               WHEN IN-SANCTIONED-KW = ZEROS
                  DISPLAY 'TEMPORARY CONNECTION WITHOUT LOAD: '
                          IN-APPL-ID
                  MOVE 'N' TO WS-TEMP-VALID-FLAG
               WHEN OTHER
                  COMPUTE WS-ADVANCE-AMT ROUNDED =
                          IN-SANCTIONED-KW * WS-TEMP-HOURS-PER-DAY
                        * IN-TEMP-DAYS * WS-TEMP-UNIT-RATE
                      ON SIZE ERROR
                         DISPLAY 'TEMPORARY CONNECTION ADVANCE '
                                 'TOO LARGE: ' IN-APPL-ID
                         MOVE 'N' TO WS-TEMP-VALID-FLAG
                  END-COMPUTE
           END-EVALUATE.

       2320-UPDATE-STATUS SECTION.

           IF NOT IN-STAT-VALID
                         PERFORM 2900-WRITE-ERR-RECORD
                      ELSE
                         MOVE IN-NEW-STATUS TO APPL-STATUS
                         IF IN-XFMR-ID NOT = SPACES
                            MOVE IN-XFMR-ID TO APPL-XFMR-ID
                         END-IF
                         IF IN-PREMISE-ID NOT = SPACES
                            MOVE IN-PREMISE-ID TO APPL-PREMISE-ID
                         END-IF
                         IF IN-ID-DOC-NO NOT = SPACES
                            MOVE IN-ID-DOC-NO TO APPL-ID-DOC-NO
                         END-IF
                         REWRITE MO01-APPL-RECORD
                             INVALID KEY
                                 DISPLAY 'REWRITE FAILED FOR: '
              END-READ
           END-IF.

       2330-OVERRIDE-HOLD SECTION.

      *    A SUPERVISOR MAY RELEASE A PRIOR-DEBT HOLD WITHOUT THE
      *    OLD DEBT BEING SETTLED. THE APPLICATION GOES BACK TO
      *    READY-TO-CONNECT WITH THE SUPERVISOR'S ID ON IT AND IS
      *    RELEASED BY TONIGHT'S PASS WITHOUT BEING RE-CHECKED.
           MOVE IN-APPL-ID TO APPL-ID.
           READ MO01-APPL-KSDS
               INVALID KEY
                   DISPLAY 'APPLICATION NOT FOUND: ' IN-APPL-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   IF NOT APPL-STAT-HELD
                      DISPLAY 'APPLICATION NOT ON PRIOR-DEBT HOLD: '
                              APPL-ID
                      SET ERR-REAS-NOT-HELD TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                   ELSE
                      PERFORM 2335-CHECK-SUPERVISOR
                      IF OVERRIDE-VALID
                         PERFORM 2340-APPLY-OVERRIDE
                      ELSE
                         SET ERR-REAS-BAD-OVERRIDE TO TRUE
                         PERFORM 2900-WRITE-ERR-RECORD
                      END-IF
                   END-IF
           END-READ.

       2335-CHECK-SUPERVISOR SECTION.

      *    THE SUPERVISOR MUST EXIST, BE ACTIVE AND HOLD MONETARY
      *    AUTHORITY FOR THE DEBT BEING SET ASIDE.
           MOVE 'N' TO WS-OVERRIDE-FLAG.

           IF IN-OVERRIDE-BY = SPACES
              DISPLAY 'OVERRIDE WITHOUT SUPERVISOR ID: ' APPL-ID
           ELSE
              MOVE IN-OVERRIDE-BY TO AUTH-ID
              READ MI05-AUTH-KSDS
                  INVALID KEY
                      DISPLAY 'OVERRIDE BY UNKNOWN SUPERVISOR '
                              IN-OVERRIDE-BY ': ' APPL-ID
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN NOT AUTH-STAT-ACTIVE
                              DISPLAY 'OVERRIDE BY INACTIVE '
                                      'SUPERVISOR ' IN-OVERRIDE-BY
                                      ': ' APPL-ID
                          WHEN APPL-HOLD-AMOUNT > AUTH-LIMIT
                              DISPLAY 'PRIOR DEBT OVER SUPERVISOR '
                                      'LIMIT ' IN-OVERRIDE-BY
                                      ': ' APPL-ID
                          WHEN OTHER
                              SET OVERRIDE-VALID TO TRUE
                      END-EVALUATE
              END-READ
           END-IF.

       2340-APPLY-OVERRIDE SECTION.

           MOVE IN-OVERRIDE-BY TO APPL-OVERRIDE-BY.
           MOVE IN-TRANS-DATE  TO APPL-OVERRIDE-DATE.
           SET APPL-STAT-READY TO TRUE.

           REWRITE MO01-APPL-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR: ' APPL-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-OVERRIDE-CTR
                   DISPLAY 'PRIOR-DEBT HOLD OVERRIDDEN: ' APPL-ID
                           ' BY ' APPL-OVERRIDE-BY
           END-REWRITE.

       2500-RELEASE-READY-APPLS SECTION.

      *    AFTER THE DAY'S TRANSACTIONS POST, EVERY READY-TO-CONNECT
      *    APPLICATION IS RELEASED INTO THE CUSTIN FEED AND MARKED
      *    RELEASED WITH TODAY'S DATE, SO THE SAME APPLICATION CAN
      *    NEVER FEED THE CUSTOMER LOAD TWICE. FIRST, THOUGH, IT IS
      *    CHECKED AGAINST EVERY ACCOUNT STILL OWING -- A MATCH IS
      *    HELD FOR PRIOR DEBT, AND A HELD APPLICATION GOES ON ONLY
      *    ONCE THE OLD DEBT IS SETTLED OR A SUPERVISOR OVERRIDES.
           PERFORM 2510-WRITE-RPT-HEADERS.

           MOVE LOW-VALUES TO APPL-ID.

           WRITE TO01-APPL-RPT-RECORD FROM WS-APPL-RPT-HEADER1.
           WRITE TO01-APPL-RPT-RECORD FROM WS-APPL-RPT-HEADER2.
           WRITE TO02-APPL-HOLD-RECORD FROM WS-HOLD-RPT-HEADER1.
           WRITE TO02-APPL-HOLD-RECORD FROM WS-HOLD-RPT-HEADER2.

       2520-SCAN-APPL-KSDS SECTION.

           READ MO01-APPL-KSDS NEXT
               AT END  SET APPL-SCAN-EOF TO TRUE
               NOT AT END
                   IF APPL-STAT-READY OR APPL-STAT-HELD
                      PERFORM 2525-CHECK-AND-RELEASE
                   END-IF
           END-READ.

       2525-CHECK-AND-RELEASE SECTION.

           IF APPL-STAT-READY AND APPL-OVERRIDE-BY NOT = SPACES
              PERFORM 2530-RELEASE-ONE-APPL
           ELSE
              PERFORM 2600-CHECK-PRIOR-DEBT
              IF PD-FOUND
                 PERFORM 2550-HOLD-ONE-APPL
              ELSE
                 IF APPL-STAT-HELD
                    ADD 1 TO WS-SETTLED-CTR
                    DISPLAY 'PRIOR DEBT SETTLED FOR: ' APPL-ID
                    SET APPL-STAT-READY TO TRUE
                 END-IF
                 PERFORM 2530-RELEASE-ONE-APPL
              END-IF
           END-IF.

       2530-RELEASE-ONE-APPL SECTION.

      *    A TEMPORARY CONNECTION CARRIES ITS DAYS AND ADVANCE INTO
      *    CUST001, WHICH SETS THE EXPIRY AND POSTS THE ADVANCE TO
      *    THE DEPOSIT SUB-LEDGER UNDER THE NEW CUSTOMER ID.
           MOVE APPL-CUSTIN-PAYLOAD TO WS-FEED-PAYLOAD.
           MOVE ZEROS               TO WS-FEED-TEMP-DAYS
                                       WS-FEED-ADVANCE-AMT.
           IF APPL-TARIFF-TEMPORARY
              MOVE APPL-TEMP-DAYS   TO WS-FEED-TEMP-DAYS
              COMPUTE WS-FEED-ADVANCE-AMT ROUNDED =
                      APPL-SANCTIONED-KW * WS-TEMP-HOURS-PER-DAY
                    * APPL-TEMP-DAYS * WS-TEMP-UNIT-RATE
           END-IF.

           WRITE TO01-CUSTIN-FEED-RECORD FROM WS-CUSTIN-FEED.

           SET APPL-STAT-RELEASED TO TRUE.
           MOVE WS-DATE TO APPL-DATE-RELEASED.

           WRITE TO01-APPL-RPT-RECORD FROM WS-APPL-RPT-DETAIL.

       2550-HOLD-ONE-APPL SECTION.

           IF NOT APPL-STAT-HELD
              MOVE WS-DATE TO APPL-HOLD-DATE
           END-IF.
           SET APPL-STAT-HELD       TO TRUE.
           SET APPL-HOLD-PRIOR-DEBT TO TRUE.
           MOVE WS-PD-MATCH         TO APPL-HOLD-MATCH.
           MOVE WS-PD-CUST-ID       TO APPL-HOLD-CUST-ID.
           MOVE WS-PD-AMOUNT        TO APPL-HOLD-AMOUNT.

           REWRITE MO01-APPL-RECORD
               INVALID KEY
                   DISPLAY 'HOLD REWRITE FAILED FOR: ' APPL-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   IF APPL-HOLD-DATE = WS-DATE
                      ADD 1 TO WS-NEW-HOLD-CTR
                   ELSE
                      ADD 1 TO WS-STILL-HELD-CTR
                   END-IF
                   PERFORM 2555-WRITE-HOLD-LINE
                   DISPLAY 'APPLICATION HELD FOR PRIOR DEBT: '
                           APPL-ID ' OLD ACCOUNT ' APPL-HOLD-CUST-ID
           END-REWRITE.

       2555-WRITE-HOLD-LINE SECTION.

           MOVE APPL-ID             TO WS-HR-APPL-ID.
           EVALUATE TRUE
               WHEN APPL-MATCH-PREMISE
                  MOVE 'PREMISE'    TO WS-HR-MATCH
               WHEN APPL-MATCH-PHONE
                  MOVE 'PHONE'      TO WS-HR-MATCH
               WHEN APPL-MATCH-NAME-ADDR
                  MOVE 'NAME/ADDR'  TO WS-HR-MATCH
               WHEN APPL-MATCH-ID-DOC
                  MOVE 'ID DOC'     TO WS-HR-MATCH
           END-EVALUATE.
           MOVE APPL-HOLD-CUST-ID   TO WS-HR-CUST-ID.
           MOVE APPL-HOLD-AMOUNT    TO WS-HR-AMOUNT.
           MOVE APPL-HOLD-DATE      TO WS-HR-HELD-DATE.

           WRITE TO02-APPL-HOLD-RECORD FROM WS-HOLD-RPT-DETAIL.

       2560-WRITE-RPT-TRAILER SECTION.

           MOVE WS-RELEASED-CTR TO WS-AR-TOTAL-RELEASED.

           WRITE TO01-APPL-RPT-RECORD FROM WS-APPL-RPT-TRAILER.

           MOVE WS-NEW-HOLD-CTR   TO WS-HR-TOTAL-NEW.
           MOVE WS-STILL-HELD-CTR TO WS-HR-TOTAL-STILL.
           WRITE TO02-APPL-HOLD-RECORD FROM WS-HOLD-RPT-TRAILER.

       2600-CHECK-PRIOR-DEBT SECTION.

      *    THE APPLICATION IS TRIED AGAINST THE ACCOUNTS STILL OWING
      *    IN TURN -- ANYONE WHO HAS OCCUPIED THE SAME PREMISE, THE
      *    SAME PHONE, THE SAME NAME AND ADDRESS, THEN AN EARLIER
      *    APPLICATION ON THE SAME ID DOCUMENT. THE FIRST MATCH IS
      *    THE ONE THE HOLD IS RECORDED AGAINST.
           MOVE 'N'    TO WS-PD-FOUND-FLAG.
           MOVE SPACE  TO WS-PD-MATCH.
           MOVE SPACES TO WS-PD-CUST-ID.
           MOVE ZEROS  TO WS-PD-AMOUNT.

           IF APPL-PREMISE-ID NOT = SPACES
              PERFORM 2610-CHECK-PREMISE
           END-IF.

           IF NOT PD-FOUND AND APPL-PHONE NOT = SPACES
              PERFORM 2620-CHECK-ONE-PHONE
                  VARYING WS-DB-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-DB-LOOP-CTR > WS-DB-COUNT
                     OR PD-FOUND
              IF PD-FOUND
                 MOVE 'T' TO WS-PD-MATCH
              END-IF
           END-IF.

           IF NOT PD-FOUND
              AND APPL-LAST-NAME NOT = SPACES
              AND APPL-ADDRESS NOT = SPACES
              MOVE APPL-FIRST-NAME TO WS-PD-LOOK-FIRST
              MOVE APPL-LAST-NAME  TO WS-PD-LOOK-LAST
              MOVE APPL-ADDRESS    TO WS-PD-LOOK-ADDRESS
              PERFORM 2630-CHECK-ONE-NAME-ADDR
                  VARYING WS-DB-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-DB-LOOP-CTR > WS-DB-COUNT
                     OR PD-FOUND
              IF PD-FOUND
                 MOVE 'N' TO WS-PD-MATCH
              END-IF
           END-IF.

           IF NOT PD-FOUND AND APPL-ID-DOC-NO NOT = SPACES
              PERFORM 2640-CHECK-ONE-ID-DOC
                  VARYING WS-ID-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-ID-LOOP-CTR > WS-ID-COUNT
                     OR PD-FOUND
              IF PD-FOUND
                 MOVE 'D' TO WS-PD-MATCH
              END-IF
           END-IF.

       2610-CHECK-PREMISE SECTION.

           MOVE 'N'             TO WS-OCC-EOF-FLAG.
           MOVE APPL-PREMISE-ID TO OCC-PREMISE-ID.
           MOVE ZEROS           TO OCC-START-DATE.

           START MI04-OCC-HIST-KSDS
               KEY IS NOT LESS THAN OCC-KEY
               INVALID KEY
                   SET OCC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2615-READ-ONE-OCCUPANT
               UNTIL OCC-SCAN-EOF OR PD-FOUND.

           IF PD-FOUND
              MOVE 'P' TO WS-PD-MATCH
           END-IF.

       2615-READ-ONE-OCCUPANT SECTION.

           READ MI04-OCC-HIST-KSDS NEXT
               AT END  SET OCC-SCAN-EOF TO TRUE
               NOT AT END
                   IF OCC-PREMISE-ID NOT = APPL-PREMISE-ID
                      SET OCC-SCAN-EOF TO TRUE
                   ELSE
                      MOVE OCC-CUST-ID TO WS-PD-LOOK-CUST-ID
                      PERFORM 2617-CHECK-ONE-OCCUPANT
                          VARYING WS-DB-LOOP-CTR FROM 1 BY 1
                          UNTIL WS-DB-LOOP-CTR > WS-DB-COUNT
                             OR PD-FOUND
                   END-IF
           END-READ.

       2617-CHECK-ONE-OCCUPANT SECTION.

           SET WS-DB-IDX TO WS-DB-LOOP-CTR.
           IF WS-DB-CUST-ID(WS-DB-IDX) = WS-PD-LOOK-CUST-ID
              PERFORM 2690-TAKE-DEBTOR
           END-IF.

       2620-CHECK-ONE-PHONE SECTION.

           SET WS-DB-IDX TO WS-DB-LOOP-CTR.
           IF WS-DB-PHONE(WS-DB-IDX) = APPL-PHONE
              PERFORM 2690-TAKE-DEBTOR
           END-IF.

       2630-CHECK-ONE-NAME-ADDR SECTION.

           SET WS-DB-IDX TO WS-DB-LOOP-CTR.
           IF WS-DB-FIRST-NAME(WS-DB-IDX) = WS-PD-LOOK-FIRST
              AND WS-DB-LAST-NAME(WS-DB-IDX) = WS-PD-LOOK-LAST
              AND WS-DB-ADDRESS(WS-DB-IDX) = WS-PD-LOOK-ADDRESS
              PERFORM 2690-TAKE-DEBTOR
           END-IF.

       2640-CHECK-ONE-ID-DOC SECTION.

      *    THE SAME DOCUMENT ON AN EARLIER, RELEASED APPLICATION --
      *    THE ACCOUNT IT OPENED IS THE ONE UNDER THAT APPLICATION'S
      *    NAME AND ADDRESS.
           SET WS-ID-IDX TO WS-ID-LOOP-CTR.
           IF WS-ID-DOC-NO(WS-ID-IDX) = APPL-ID-DOC-NO
              AND WS-ID-APPL-ID(WS-ID-IDX) NOT = APPL-ID
              MOVE WS-ID-FIRST-NAME(WS-ID-IDX) TO WS-PD-LOOK-FIRST
              MOVE WS-ID-LAST-NAME(WS-ID-IDX)  TO WS-PD-LOOK-LAST
              MOVE WS-ID-ADDRESS(WS-ID-IDX)    TO WS-PD-LOOK-ADDRESS
              PERFORM 2630-CHECK-ONE-NAME-ADDR
                  VARYING WS-DB-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-DB-LOOP-CTR > WS-DB-COUNT
                     OR PD-FOUND
           END-IF.

       2690-TAKE-DEBTOR SECTION.

           SET PD-FOUND TO TRUE.
           MOVE WS-DB-CUST-ID(WS-DB-IDX) TO WS-PD-CUST-ID.
           MOVE WS-DB-OWED(WS-DB-IDX)    TO WS-PD-AMOUNT.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE IN-TRANS-TYPE    TO ERR-TRANS-TYPE.
           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' APPLICATIONS REGISTERED  ',  WS-NEW-CTR
           DISPLAY '   OF WHICH TEMPORARY     ',  WS-TEMP-CTR
           DISPLAY ' STATUS UPDATES APPLIED   ',  WS-STATUS-CTR
           DISPLAY ' APPLICATIONS RELEASED    ',  WS-RELEASED-CTR
           DISPLAY ' NEWLY HELD - PRIOR DEBT  ',  WS-NEW-HOLD-CTR
           DISPLAY ' STILL HELD - PRIOR DEBT  ',  WS-STILL-HELD-CTR
           DISPLAY ' HOLDS CLEARED - SETTLED  ',  WS-SETTLED-CTR
           DISPLAY ' HOLDS OVERRIDDEN         ',  WS-OVERRIDE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

                  MO01-APPL-KSDS,
                  TO01-CUSTIN-FEED,
                  TO01-APPL-RPT,
                  TO01-APPL-ERR,
                  TO02-APPL-HOLD,
                  MI01-CUSTOMER-KSDS,
                  MI02-BAL-FWD-KSDS,
                  MI03-WOFF-KSDS,
                  MI04-OCC-HIST-KSDS,
                  MI05-AUTH-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'APPLICATION TRAN FILE  IS CLOSED        '
           DISPLAY 'APPLICATION MASTER KSDS IS CLOSED       '
           DISPLAY 'CUSTIN RELEASE FEED    IS CLOSED        '
           DISPLAY 'TURNAROUND REGISTER    IS CLOSED        '
           DISPLAY 'PRIOR-DEBT HOLD LIST   IS CLOSED        '
           DISPLAY '----------------------------------------'

           STOP RUN.
