       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCR001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    EVERY CUSTOMER IS WALKED -- ONLY THE BIMONTHLY AND
      *    QUARTERLY ACCOUNTS 2225-CHECK-FREQUENCY-DUE PASSED OVER
      *    THIS MONTH CARRY ENERGY THE LEDGER HAS NOT YET SEEN.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    SYSTEM PERIOD CONTROL MAINTAINED BY PERD001 -- THE
      *    ACCRUAL IS FOR THE PERIOD ABOUT TO BE CLOSED.
           SELECT MI09-PERIOD-KSDS    ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    THE SAME SLAB/TOU RATE BOOK BILL003 PRICES WITH.
           SELECT MI01-RATE-MASTER    ASSIGN TO RATEMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RATE-STATUS.

      *    BILLED USAGE BY CUSTOMER AND PERIOD, WRITTEN BY BILL003 --
      *    THE LAST BILL'S UNITS GIVE THE MONTHLY RUN RATE.
           SELECT MI01-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    MONTH-TO-DATE TOU BUCKETS MTR005 BUILDS FROM THE AMI
      *    INTERVAL STREAM -- WHERE A MONTH IS THERE, ITS ACTUAL
      *    UNITS ARE USED IN PLACE OF THE ESTIMATE.
           SELECT MI01-TOU-KSDS       ASSIGN TO TOUKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS TOU-KEY
           FILE STATUS            IS WS-TOU-STATUS.

      *    CHART-OF-ACCOUNTS MASTER -- 'REV ' ENERGY REVENUE AND
      *    'UBAR' UNBILLED REVENUE RECEIVABLE.
           SELECT MI01-COA-MASTER     ASSIGN TO COAMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-COA-STATUS.

      *    LAST MONTH'S ACCRUAL JOURNAL -- ITS ACCRUAL LINES ARE
      *    REVERSED IN THIS MONTH'S BATCH, SO AN ACCRUAL NEVER
      *    OUTLIVES THE MONTH AFTER IT WAS BOOKED.
           SELECT TI01-PRIOR-JOURNAL  ASSIGN TO ACCRPRV
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PRV-STATUS.

      *    BALANCED JOURNAL FOR THE LEDGER INTAKE, SAME RECORD AND
      *    HASH-TOTAL TRAILER GLPOST WRITES.
           SELECT TO01-JOURNAL        ASSIGN TO ACCRJRNL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-JRN-STATUS.

           SELECT TO02-ACCR-RPT       ASSIGN TO ACCRRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 FILLER           PIC X(20).
          05 CUST-AREA-CODE  PIC X(6).
          05 FILLER           PIC X(54).
          05 CUST-PHONE       PIC X(12).
          05 FILLER           PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
             88 CUST-FREQ-MONTHLY    VALUE 'M' SPACE.
             88 CUST-FREQ-BIMONTHLY  VALUE 'B'.
             88 CUST-FREQ-QUARTERLY  VALUE 'Q'.
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-DISCONNECTED    VALUE 'D'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

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

       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       FD MI01-TOU-KSDS
           RECORD CONTAINS         36  CHARACTERS.

       01 MI01-TOU-RECORD.
          05 TOU-KEY.
             10 TOU-CUST-ID         PIC X(12).
             10 TOU-BILL-PERIOD     PIC 9(06).
          05 TOU-PEAK-UNITS         PIC 9(06).
          05 TOU-NORM-UNITS         PIC 9(06).
          05 TOU-OFFP-UNITS         PIC 9(06).

       FD MI01-COA-MASTER
           RECORDING MODE          IS F
           RECORD CONTAINS         42  CHARACTERS.

       01 MI01-COA-RECORD.
          05 COA-ROLE             PIC X(04).
          05 COA-ACCT-CODE        PIC X(08).
          05 COA-ACCT-NAME        PIC X(30).

       FD TI01-PRIOR-JOURNAL
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TI01-PRIOR-JOURNAL-RECORD.
          05 PJ-ACCT-CODE         PIC X(08).
          05 PJ-DR-CR             PIC X(01).
          05 PJ-AMOUNT            PIC 9(11)V99.
          05 PJ-AREA-CODE         PIC X(06).
          05 PJ-RUN-DATE          PIC 9(08).
          05 PJ-DESC              PIC X(20).

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
          05 JRT-ID               PIC X(08).
          05 JRT-REC-COUNT        PIC 9(07).
          05 JRT-HASH-TOTAL       PIC 9(13)V99.
          05 FILLER               PIC X(26).

       FD TO02-ACCR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-ACCR-RPT-RECORD    PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
             88 CUST-EOF           VALUE '10'.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-RATE-STATUS        PIC X(02).
             88 RATE-IO-STATUS     VALUE '00'.
             88 RATE-EOF           VALUE '10'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-TOU-STATUS         PIC X(02).
             88 TOU-IO-STATUS      VALUE '00'.
          05 WS-COA-STATUS         PIC X(02).
             88 COA-IO-STATUS      VALUE '00'.
             88 COA-EOF            VALUE '10'.
          05 WS-PRV-STATUS         PIC X(02).
             88 PRV-IO-STATUS      VALUE '00'.
             88 PRV-EOF            VALUE '10'.
             88 PRV-NOT-FOUND      VALUE '35'.
          05 WS-JRN-STATUS         PIC X(02).
             88 JRN-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06) VALUE ZEROS.
          05 WS-MM                 PIC 9(02) VALUE ZEROS.
          05 WS-WORK-PERIOD        PIC 9(06) VALUE ZEROS.
          05 WS-WORK-YYYY          PIC 9(04) VALUE ZEROS.
          05 WS-WORK-MM            PIC 9(02) VALUE ZEROS.

       01 WS-ACCOUNTS.
          05 WS-ACCT-ENERGY-REV    PIC X(08) VALUE SPACES.
          05 WS-ACCT-UNBILLED      PIC X(08) VALUE SPACES.

      *    SAME FREQUENCY ARITHMETIC AS BILL003'S
      *    2225-CHECK-FREQUENCY-DUE -- A BIMONTHLY ACCOUNT BILLS IN
      *    THE ODD MONTHS, A QUARTERLY ONE IN MAR/JUN/SEP/DEC.
       01 WS-BILLING-FREQ-VARIABLES.
          05 WS-FREQ-QUOTIENT      PIC 9(02).
          05 WS-FREQ-REMAINDER     PIC 9(02).
          05 WS-MONTHS-PER-BILL    PIC 9(01) VALUE ZEROS.
          05 WS-UNBILLED-MONTHS    PIC 9(01) VALUE ZEROS.

      *    SAME IN-MEMORY RATE TABLE BILL003 LOADS.
       01 WS-RATE-TABLE-STORAGE.
          05 WS-RATE-TAB-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-RATE-IDX.
             10 WS-RT-EFF-DATE   PIC 9(08).
             10 WS-RT-AREA-CODE  PIC X(06).
             10 WS-RT-SLAB-LOW   PIC 9(06).
             10 WS-RT-SLAB-HIGH  PIC 9(06).
             10 WS-RT-PER-UNIT   PIC 9(03)V99.
             10 WS-RT-CLASS      PIC X(01).
             10 WS-RT-BAND       PIC X(01).
          05 WS-RATE-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-RATE-MAX-ENTRIES   PIC 9(04) VALUE 500.

      *    ESTIMATE WORK -- ONE CUSTOMER'S UNBILLED UNITS AND THEIR
      *    PRICE, WALKED UP THE SLABS THE WAY PROJ001 DOES.
       01 WS-ACCRUAL-VARIABLES.
          05 WS-CUST-CLASS         PIC X(01) VALUE 'D'.
          05 WS-MONTHLY-RUN-RATE   PIC 9(06) VALUE ZEROS.
          05 WS-RUN-RATE-FOUND     PIC X(01) VALUE 'N'.
             88 RUN-RATE-FOUND     VALUE 'Y'.
          05 WS-HIST-LOOP-CTR      PIC 9(02) VALUE ZEROS.
          05 WS-MONTH-LOOP-CTR     PIC 9(01) VALUE ZEROS.
          05 WS-UNBILLED-UNITS     PIC 9(07) VALUE ZEROS.
          05 WS-ACTUAL-MONTHS      PIC 9(01) VALUE ZEROS.
          05 WS-BASIS              PIC X(01) VALUE SPACE.
          05 WS-PJ-BAND            PIC X(01) VALUE 'N'.
          05 WS-PJ-CHARGE          PIC 9(08)V99 VALUE 0.
          05 WS-PJ-SCALED          PIC 9(07) VALUE 0.
          05 WS-PJ-COVERED         PIC 9(07) VALUE 0.
          05 WS-PJ-POSITION        PIC 9(07) VALUE 0.
          05 WS-PJ-BEST-DATE       PIC 9(08) VALUE 0.
          05 WS-PJ-ROW-RATE        PIC 9(03)V99 VALUE 0.
          05 WS-PJ-SPAN-HIGH       PIC 9(07) VALUE 0.
          05 WS-PJ-SPAN            PIC 9(07) VALUE 0.
          05 WS-PJ-LAST-RESORT     PIC 9(03)V99 VALUE 15.00.

      *    ACCRUAL BY AREA -- ONE DR/CR PAIR PER AREA, THE SAME
      *    GRAIN GLPOST POSTS BILLED REVENUE AT.
       01 WS-AREA-STORAGE.
          05 WS-AREA-TABLE.
             10 WS-AREA-RECORD OCCURS 100 TIMES
                                 INDEXED BY WS-AREA-IDX.
                15 WS-A-AREA-CODE        PIC X(6).
                15 WS-A-CUST-CNT         PIC 9(06).
                15 WS-A-UNITS            PIC 9(09).
                15 WS-A-AMOUNT           PIC 9(11)V99.
          05 WS-AREA-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-AREAS          PIC 9(04) VALUE 100.
          05 WS-AREA-LOOP-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-AREA-FOUND-FLAG    PIC X(1) VALUE 'N'.
             88 AREA-FOUND         VALUE 'Y'.
             88 AREA-NOT-FOUND     VALUE 'N'.

       01 WS-JOURNAL-TOTALS.
          05 WS-JRN-REC-COUNT      PIC 9(07) VALUE ZEROS.
          05 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZEROS.
          05 WS-REVERSED-AMT       PIC 9(13)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-CUST-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-ACCRUED-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-NO-HIST-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-REVERSAL-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-TOTAL-UNITS        PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-ACCRUAL      PIC 9(11)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'UNBILLED REVENUE ACCRUAL - MONTH END'.
          05 FILLER               PIC X(8)  VALUE 'PERIOD'.
          05 WS-RH-PERIOD         PIC 9(06).
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-DETAIL-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(6)  VALUE 'FREQ'.
          05 FILLER               PIC X(8)  VALUE 'MONTHS'.
          05 FILLER               PIC X(7)  VALUE 'BASIS'.
          05 FILLER               PIC X(12) VALUE 'UNITS'.
          05 FILLER               PIC X(15) VALUE 'ACCRUED'.
          05 FILLER               PIC X(61) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DL-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DL-AREA           PIC X(06).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-DL-FREQ           PIC X(01).
          05 FILLER               PIC X(7)  VALUE SPACES.
          05 WS-DL-MONTHS         PIC 9(01).
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-DL-BASIS          PIC X(03).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DL-UNITS          PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(65) VALUE SPACES.

       01 WS-AREA-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'AREA'.
          05 FILLER               PIC X(12) VALUE 'CUSTOMERS'.
          05 FILLER               PIC X(14) VALUE 'UNITS'.
          05 FILLER               PIC X(18) VALUE 'ACCRUED REVENUE'.
          05 FILLER               PIC X(77) VALUE SPACES.

       01 WS-AREA-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-AL-AREA           PIC X(06).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-AL-CUST-CNT       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-AL-UNITS          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-AL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(80) VALUE SPACES.

       01 WS-SECTION-TITLE        PIC X(133).

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ACCR001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  UNBILLED REVENUE ACCRUAL              '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2110-SET-PERIOD.

           PERFORM 2150-LOAD-RATE-TABLE UNTIL RATE-EOF.

           PERFORM 2160-LOAD-CHART-OF-ACCOUNTS UNTIL COA-EOF.
           PERFORM 2170-CHECK-ACCOUNTS-RESOLVED.

           PERFORM 2180-WRITE-RPT-HEADERS.

           IF NOT PRV-NOT-FOUND
              PERFORM 2200-REVERSE-PRIOR-ACCRUAL UNTIL PRV-EOF
           END-IF.

           PERFORM 2300-READ-CUSTOMER UNTIL CUST-EOF.

           PERFORM 2700-POST-AREA-ACCRUALS.
           PERFORM 2750-WRITE-JOURNAL-TRAILER.
           PERFORM 2800-WRITE-AREA-SUMMARY.
           PERFORM 2850-PROVE-BALANCE.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-RATE-MASTER.
           IF NOT RATE-IO-STATUS
              DISPLAY 'ERROR OPENING RATE MASTER: '
                      WS-RATE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-TOU-KSDS.
           IF NOT TOU-IO-STATUS
              DISPLAY 'ERROR OPENING TOU BUCKET KSDS: '
                      WS-TOU-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-COA-MASTER.
           IF NOT COA-IO-STATUS
              DISPLAY 'ERROR OPENING CHART OF ACCOUNTS: '
                      WS-COA-STATUS
              STOP RUN
           END-IF.

      *    THE FIRST MONTH THE ACCRUAL RUNS THERE IS NOTHING TO
      *    REVERSE.
           OPEN INPUT TI01-PRIOR-JOURNAL.
           IF PRV-NOT-FOUND
              DISPLAY 'NO PRIOR ACCRUAL JOURNAL - NOTHING TO REVERSE'
           ELSE
              IF NOT PRV-IO-STATUS
                 DISPLAY 'ERROR OPENING PRIOR ACCRUAL JOURNAL: '
                         WS-PRV-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO01-JOURNAL.
           IF NOT JRN-IO-STATUS
              DISPLAY 'ERROR OPENING JOURNAL FILE: ' WS-JRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-ACCR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING ACCRUAL REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2110-SET-PERIOD  SECTION.

      *    THE PERIOD OF RECORD, NOT THE WALL CLOCK -- A CLOSE
      *    RERUN ON THE FIRST OF THE MONTH STILL ACCRUES FOR THE
      *    PERIOD BEING CLOSED.
           OPEN INPUT MI09-PERIOD-KSDS.
           IF NOT PRD-IO-STATUS
              DISPLAY 'ERROR OPENING PERIOD CONTROL KSDS: '
                      WS-PRD-STATUS
              STOP RUN
           END-IF.
           MOVE 'CTRL' TO PRD-ID.
           READ MI09-PERIOD-KSDS
               INVALID KEY
                   MOVE WS-DATE(1:6) TO WS-PERIOD
                   DISPLAY 'PERIOD CONTROL RECORD NOT FOUND - '
                           'WALL CLOCK PERIOD ' WS-PERIOD
               NOT INVALID KEY
                   MOVE PRD-CURRENT-PERIOD TO WS-PERIOD
                   DISPLAY 'PERIOD OF RECORD: ' WS-PERIOD
           END-READ.
           CLOSE MI09-PERIOD-KSDS.

           MOVE WS-PERIOD(5:2) TO WS-MM.

       2150-LOAD-RATE-TABLE  SECTION.

           READ MI01-RATE-MASTER
               AT END  SET RATE-EOF TO TRUE
               NOT AT END
                   IF RATE-TOU-BAND = 'X' OR RATE-TOU-BAND = 'S'
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
                          TO WS-RT-CLASS(WS-RATE-IDX)
                      MOVE RATE-TOU-BAND
                          TO WS-RT-BAND(WS-RATE-IDX)
                   END-IF
                   END-IF
           END-READ.

       2160-LOAD-CHART-OF-ACCOUNTS  SECTION.

           READ MI01-COA-MASTER
               AT END  SET COA-EOF TO TRUE
               NOT AT END
                   EVALUATE COA-ROLE
                       WHEN 'REV '
                           MOVE COA-ACCT-CODE TO WS-ACCT-ENERGY-REV
                       WHEN 'UBAR'
                           MOVE COA-ACCT-CODE TO WS-ACCT-UNBILLED
                   END-EVALUATE
           END-READ.

       2170-CHECK-ACCOUNTS-RESOLVED  SECTION.

           IF WS-ACCT-ENERGY-REV = SPACES
              OR WS-ACCT-UNBILLED = SPACES
              DISPLAY 'CHART OF ACCOUNTS HAS NO REV/UBAR ROLE - '
                      'RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2180-WRITE-RPT-HEADERS  SECTION.

           MOVE WS-PERIOD TO WS-RH-PERIOD.
           MOVE WS-DATE   TO WS-RH-DATE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-REPORT-HEADER1.

           MOVE SPACES TO WS-SECTION-TITLE.
           MOVE '  CUSTOMERS NOT BILLED THIS PERIOD - UNITS ACCRUED'
               TO WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-DETAIL-HEADER.

       2200-REVERSE-PRIOR-ACCRUAL  SECTION.

      *    ONLY LAST MONTH'S OWN ACCRUAL LINES TURN ROUND -- ITS
      *    TRAILER AND THE REVERSALS IT CARRIED ARE LEFT BEHIND.
           READ TI01-PRIOR-JOURNAL
               AT END  SET PRV-EOF TO TRUE
               NOT AT END
                   IF PJ-ACCT-CODE NOT = 'TRAILER '
                      AND PJ-DESC = 'UNBILLED REV ACCRUAL'
                      MOVE PJ-ACCT-CODE TO JR-ACCT-CODE
                      IF PJ-DR-CR = 'D'
                         MOVE 'C' TO JR-DR-CR
                      ELSE
                         MOVE 'D' TO JR-DR-CR
                      END-IF
                      MOVE PJ-AMOUNT    TO JR-AMOUNT
                      MOVE PJ-AREA-CODE TO JR-AREA-CODE
                      MOVE 'ACCRUAL REVERSAL    ' TO JR-DESC
                      PERFORM 2650-WRITE-JOURNAL-RECORD
                      ADD 1 TO WS-REVERSAL-CTR
                      IF JR-DR-CR = 'D'
                         ADD JR-AMOUNT TO WS-REVERSED-AMT
                      END-IF
                   END-IF
           END-READ.

       2300-READ-CUSTOMER  SECTION.

           READ MI01-CUSTOMER-KSDS
               AT END  SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-CTR
                   IF NOT ACCT-CLOSED
                      AND NOT CUST-FREQ-MONTHLY
                      PERFORM 2310-COUNT-UNBILLED-MONTHS
                      IF WS-UNBILLED-MONTHS > ZEROS
                         PERFORM 2400-ESTIMATE-UNBILLED-UNITS
                      END-IF
                   END-IF
           END-READ.

       2310-COUNT-UNBILLED-MONTHS  SECTION.

      *    A BIMONTHLY ACCOUNT SKIPPED IN AN EVEN MONTH HAS ONE
      *    MONTH SINCE ITS LAST BILL; A QUARTERLY ONE HAS ONE OR
      *    TWO, BY HOW FAR INTO THE QUARTER THE PERIOD IS.
           MOVE ZEROS TO WS-UNBILLED-MONTHS.

           IF CUST-FREQ-BIMONTHLY
              MOVE 2 TO WS-MONTHS-PER-BILL
              DIVIDE WS-MM BY 2 GIVING WS-FREQ-QUOTIENT
                     REMAINDER WS-FREQ-REMAINDER
              IF WS-FREQ-REMAINDER = 0
                 MOVE 1 TO WS-UNBILLED-MONTHS
              END-IF
           END-IF.

           IF CUST-FREQ-QUARTERLY
              MOVE 3 TO WS-MONTHS-PER-BILL
              DIVIDE WS-MM BY 3 GIVING WS-FREQ-QUOTIENT
                     REMAINDER WS-FREQ-REMAINDER
              MOVE WS-FREQ-REMAINDER TO WS-UNBILLED-MONTHS
           END-IF.

       2400-ESTIMATE-UNBILLED-UNITS  SECTION.

           IF CUST-TARIFF-CLASS = SPACE
              MOVE 'D' TO WS-CUST-CLASS
           ELSE
              MOVE CUST-TARIFF-CLASS TO WS-CUST-CLASS
           END-IF.

           PERFORM 2420-FIND-MONTHLY-RUN-RATE.

           MOVE ZEROS     TO WS-UNBILLED-UNITS.
           MOVE ZEROS     TO WS-ACTUAL-MONTHS.
           MOVE WS-PERIOD TO WS-WORK-PERIOD.

           PERFORM 2440-ADD-ONE-UNBILLED-MONTH
               VARYING WS-MONTH-LOOP-CTR FROM 1 BY 1
               UNTIL WS-MONTH-LOOP-CTR > WS-UNBILLED-MONTHS.

      *    INTERVAL DATA FOR EVERY MONTH IS AN ACTUAL; FOR NONE, AN
      *    ESTIMATE OFF THE LAST BILL; ANYTHING BETWEEN, MIXED.
           EVALUATE TRUE
               WHEN WS-ACTUAL-MONTHS = WS-UNBILLED-MONTHS
                   MOVE 'A' TO WS-BASIS
               WHEN WS-ACTUAL-MONTHS = ZEROS
                   MOVE 'E' TO WS-BASIS
               WHEN OTHER
                   MOVE 'M' TO WS-BASIS
           END-EVALUATE.

           IF WS-UNBILLED-UNITS = ZEROS
              IF NOT RUN-RATE-FOUND
                 AND WS-ACTUAL-MONTHS = ZEROS
                 ADD 1 TO WS-NO-HIST-CTR
              END-IF
           ELSE
              PERFORM 2500-PRICE-UNBILLED-UNITS
              PERFORM 2600-TALLY-AREA
              PERFORM 2680-WRITE-DETAIL-LINE
           END-IF.

       2420-FIND-MONTHLY-RUN-RATE  SECTION.

      *    THE MOST RECENT BILL IN THE LAST TWELVE MONTHS COVERS
      *    ONE FULL BILLING INTERVAL -- ITS UNITS SPREAD OVER THE
      *    MONTHS IN THAT INTERVAL ARE THE MONTHLY RUN RATE.
           MOVE 'N'       TO WS-RUN-RATE-FOUND.
           MOVE ZEROS     TO WS-MONTHLY-RUN-RATE.
           MOVE WS-PERIOD TO WS-WORK-PERIOD.

           PERFORM 2430-TRY-ONE-HISTORY-PERIOD
               VARYING WS-HIST-LOOP-CTR FROM 1 BY 1
               UNTIL WS-HIST-LOOP-CTR > 12
                  OR RUN-RATE-FOUND.

       2430-TRY-ONE-HISTORY-PERIOD  SECTION.

           PERFORM 2460-STEP-BACK-ONE-PERIOD.

           MOVE CUST-KEY       TO CH-CUST-ID.
           MOVE WS-WORK-PERIOD TO CH-BILL-PERIOD.
           READ MI01-CONS-HIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-RATE-FOUND TO TRUE
                   COMPUTE WS-MONTHLY-RUN-RATE ROUNDED =
                           CH-UNITS-CONSUMED / WS-MONTHS-PER-BILL
           END-READ.

       2440-ADD-ONE-UNBILLED-MONTH  SECTION.

      *    WALKS BACK FROM THE PERIOD BEING CLOSED, ONE MONTH PER
      *    UNBILLED MONTH.
           IF WS-MONTH-LOOP-CTR > 1
              PERFORM 2460-STEP-BACK-ONE-PERIOD
           END-IF.

           MOVE CUST-KEY       TO TOU-CUST-ID.
           MOVE WS-WORK-PERIOD TO TOU-BILL-PERIOD.
           READ MI01-TOU-KSDS
               INVALID KEY
                   ADD WS-MONTHLY-RUN-RATE TO WS-UNBILLED-UNITS
               NOT INVALID KEY
                   ADD TOU-PEAK-UNITS TO WS-UNBILLED-UNITS
                   ADD TOU-NORM-UNITS TO WS-UNBILLED-UNITS
                   ADD TOU-OFFP-UNITS TO WS-UNBILLED-UNITS
                   ADD 1 TO WS-ACTUAL-MONTHS
           END-READ.

       2460-STEP-BACK-ONE-PERIOD  SECTION.

           MOVE WS-WORK-PERIOD(1:4) TO WS-WORK-YYYY.
           MOVE WS-WORK-PERIOD(5:2) TO WS-WORK-MM.
           IF WS-WORK-MM = 1
              SUBTRACT 1 FROM WS-WORK-YYYY
              MOVE 12 TO WS-WORK-MM
           ELSE
              SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
           MOVE WS-WORK-YYYY TO WS-WORK-PERIOD(1:4).
           MOVE WS-WORK-MM   TO WS-WORK-PERIOD(5:2).

       2500-PRICE-UNBILLED-UNITS  SECTION.

      *    PRICED AT TODAY'S SLABS FOR THE CUSTOMER'S AREA AND
      *    CLASS, ON THE NORMAL BAND -- THE SAME TELESCOPIC WALK
      *    PROJ001 USES.
           MOVE 'N'               TO WS-PJ-BAND.
           MOVE ZEROS             TO WS-PJ-CHARGE.
           MOVE WS-UNBILLED-UNITS TO WS-PJ-SCALED.
           MOVE ZEROS             TO WS-PJ-COVERED.
           PERFORM 2550-PRICE-NEXT-SPAN
               UNTIL WS-PJ-COVERED >= WS-PJ-SCALED.

       2550-PRICE-NEXT-SPAN  SECTION.

           COMPUTE WS-PJ-POSITION = WS-PJ-COVERED + 1.
           MOVE ZEROS TO WS-PJ-BEST-DATE.
           MOVE ZEROS TO WS-PJ-ROW-RATE.
           MOVE ZEROS TO WS-PJ-SPAN-HIGH.

           PERFORM 2560-JUDGE-ONE-ROW
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

           IF WS-PJ-BEST-DATE = ZEROS
              COMPUTE WS-PJ-SPAN =
                      WS-PJ-SCALED - WS-PJ-COVERED
              COMPUTE WS-PJ-CHARGE = WS-PJ-CHARGE
                      + (WS-PJ-SPAN * WS-PJ-LAST-RESORT)
              MOVE WS-PJ-SCALED TO WS-PJ-COVERED
           ELSE
              IF WS-PJ-SPAN-HIGH > WS-PJ-SCALED
                 MOVE WS-PJ-SCALED TO WS-PJ-SPAN-HIGH
              END-IF
              IF WS-PJ-SPAN-HIGH <= WS-PJ-COVERED
                 MOVE WS-PJ-SCALED TO WS-PJ-COVERED
              ELSE
                 COMPUTE WS-PJ-SPAN =
                         WS-PJ-SPAN-HIGH - WS-PJ-COVERED
                 COMPUTE WS-PJ-CHARGE = WS-PJ-CHARGE
                         + (WS-PJ-SPAN * WS-PJ-ROW-RATE)
                 MOVE WS-PJ-SPAN-HIGH TO WS-PJ-COVERED
              END-IF
           END-IF.

       2560-JUDGE-ONE-ROW  SECTION.

           IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-DATE
              AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                   OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
              AND (WS-RT-CLASS(WS-RATE-IDX) = WS-CUST-CLASS
                   OR WS-RT-CLASS(WS-RATE-IDX) = SPACES)
              AND (WS-RT-BAND(WS-RATE-IDX) = WS-PJ-BAND
                   OR WS-RT-BAND(WS-RATE-IDX) = SPACES)
              AND WS-PJ-POSITION >= WS-RT-SLAB-LOW(WS-RATE-IDX)
              AND WS-PJ-POSITION <= WS-RT-SLAB-HIGH(WS-RATE-IDX)
              AND WS-RT-EFF-DATE(WS-RATE-IDX) >= WS-PJ-BEST-DATE
              MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                  TO WS-PJ-BEST-DATE
              MOVE WS-RT-PER-UNIT(WS-RATE-IDX)
                  TO WS-PJ-ROW-RATE
              MOVE WS-RT-SLAB-HIGH(WS-RATE-IDX)
                  TO WS-PJ-SPAN-HIGH
           END-IF.

       2600-TALLY-AREA  SECTION.

           ADD 1                 TO WS-ACCRUED-CTR.
           ADD WS-UNBILLED-UNITS TO WS-TOTAL-UNITS.
           ADD WS-PJ-CHARGE      TO WS-TOTAL-ACCRUAL.

           SET AREA-NOT-FOUND TO TRUE.

           PERFORM 2610-MATCH-ONE-AREA
               VARYING WS-AREA-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AREA-LOOP-CTR > WS-AREA-COUNT
                  OR AREA-FOUND.

           IF AREA-NOT-FOUND
              IF WS-AREA-COUNT >= WS-MAX-AREAS
                 DISPLAY 'WARNING: AREA TABLE FULL - MAX '
                         WS-MAX-AREAS
              ELSE
                 ADD 1 TO WS-AREA-COUNT
                 SET WS-AREA-IDX TO WS-AREA-COUNT
                 MOVE CUST-AREA-CODE TO WS-A-AREA-CODE(WS-AREA-IDX)
                 MOVE ZEROS TO WS-A-CUST-CNT(WS-AREA-IDX)
                 MOVE ZEROS TO WS-A-UNITS(WS-AREA-IDX)
                 MOVE ZEROS TO WS-A-AMOUNT(WS-AREA-IDX)
                 SET AREA-FOUND TO TRUE
              END-IF
           END-IF.

           IF AREA-FOUND
              ADD 1                 TO WS-A-CUST-CNT(WS-AREA-IDX)
              ADD WS-UNBILLED-UNITS TO WS-A-UNITS(WS-AREA-IDX)
              ADD WS-PJ-CHARGE      TO WS-A-AMOUNT(WS-AREA-IDX)
           END-IF.

       2610-MATCH-ONE-AREA  SECTION.

           SET WS-AREA-IDX TO WS-AREA-LOOP-CTR.
           IF CUST-AREA-CODE = WS-A-AREA-CODE(WS-AREA-IDX)
              SET AREA-FOUND TO TRUE
           END-IF.

       2650-WRITE-JOURNAL-RECORD  SECTION.

           MOVE WS-DATE TO JR-RUN-DATE.

           WRITE TO01-JOURNAL-RECORD.

           ADD 1 TO WS-JRN-REC-COUNT.
           ADD JR-AMOUNT TO WS-HASH-TOTAL.
           IF JR-DR-CR = 'D'
              ADD JR-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD JR-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       2680-WRITE-DETAIL-LINE  SECTION.

           MOVE CUST-KEY           TO WS-DL-CUST-ID.
           MOVE CUST-AREA-CODE     TO WS-DL-AREA.
           MOVE CUST-BILLING-FREQ  TO WS-DL-FREQ.
           MOVE WS-UNBILLED-MONTHS TO WS-DL-MONTHS.
           EVALUATE WS-BASIS
               WHEN 'A'
                   MOVE 'AMI' TO WS-DL-BASIS
               WHEN 'M'
                   MOVE 'MIX' TO WS-DL-BASIS
               WHEN OTHER
                   MOVE 'EST' TO WS-DL-BASIS
           END-EVALUATE.
           MOVE WS-UNBILLED-UNITS  TO WS-DL-UNITS.
           MOVE WS-PJ-CHARGE       TO WS-DL-AMOUNT.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-DETAIL-LINE.

       2700-POST-AREA-ACCRUALS  SECTION.

           PERFORM 2710-POST-ONE-AREA
               VARYING WS-AREA-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AREA-LOOP-CTR > WS-AREA-COUNT.

       2710-POST-ONE-AREA  SECTION.

           SET WS-AREA-IDX TO WS-AREA-LOOP-CTR.

           IF WS-A-AMOUNT(WS-AREA-IDX) > ZEROS
              MOVE WS-ACCT-UNBILLED          TO JR-ACCT-CODE
              MOVE 'D'                       TO JR-DR-CR
              MOVE WS-A-AMOUNT(WS-AREA-IDX)  TO JR-AMOUNT
              MOVE WS-A-AREA-CODE(WS-AREA-IDX) TO JR-AREA-CODE
              MOVE 'UNBILLED REV ACCRUAL'    TO JR-DESC
              PERFORM 2650-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-ENERGY-REV        TO JR-ACCT-CODE
              MOVE 'C'                       TO JR-DR-CR
              MOVE WS-A-AMOUNT(WS-AREA-IDX)  TO JR-AMOUNT
              MOVE WS-A-AREA-CODE(WS-AREA-IDX) TO JR-AREA-CODE
              MOVE 'UNBILLED REV ACCRUAL'    TO JR-DESC
              PERFORM 2650-WRITE-JOURNAL-RECORD
           END-IF.

       2750-WRITE-JOURNAL-TRAILER  SECTION.

           MOVE SPACES           TO TO01-JOURNAL-TRAILER.
           MOVE 'TRAILER '       TO JRT-ID.
           MOVE WS-JRN-REC-COUNT TO JRT-REC-COUNT.
           MOVE WS-HASH-TOTAL    TO JRT-HASH-TOTAL.
           WRITE TO01-JOURNAL-TRAILER.

       2800-WRITE-AREA-SUMMARY  SECTION.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE '  ACCRUAL BY AREA' TO WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-AREA-HEADER.

           PERFORM 2810-WRITE-ONE-AREA
               VARYING WS-AREA-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AREA-LOOP-CTR > WS-AREA-COUNT.

           MOVE 'TOTAL '         TO WS-AL-AREA.
           MOVE WS-ACCRUED-CTR   TO WS-AL-CUST-CNT.
           MOVE WS-TOTAL-UNITS   TO WS-AL-UNITS.
           MOVE WS-TOTAL-ACCRUAL TO WS-AL-AMOUNT.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-AREA-LINE.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE 'REVERSED'       TO WS-AL-AREA.
           MOVE WS-REVERSAL-CTR  TO WS-AL-CUST-CNT.
           MOVE ZEROS            TO WS-AL-UNITS.
           MOVE WS-REVERSED-AMT  TO WS-AL-AMOUNT.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-AREA-LINE.

       2810-WRITE-ONE-AREA  SECTION.

           SET WS-AREA-IDX TO WS-AREA-LOOP-CTR.
           MOVE WS-A-AREA-CODE(WS-AREA-IDX) TO WS-AL-AREA.
           MOVE WS-A-CUST-CNT(WS-AREA-IDX)  TO WS-AL-CUST-CNT.
           MOVE WS-A-UNITS(WS-AREA-IDX)     TO WS-AL-UNITS.
           MOVE WS-A-AMOUNT(WS-AREA-IDX)    TO WS-AL-AMOUNT.
           WRITE TO02-ACCR-RPT-RECORD FROM WS-AREA-LINE.

       2850-PROVE-BALANCE  SECTION.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY 'JOURNAL OUT OF BALANCE - DR '
                      WS-TOTAL-DEBITS ' CR ' WS-TOTAL-CREDITS
              MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' CUSTOMERS READ           ',  WS-CUST-CTR
           DISPLAY ' CUSTOMERS ACCRUED        ',  WS-ACCRUED-CTR
           DISPLAY ' NO HISTORY TO ESTIMATE   ',  WS-NO-HIST-CTR
           DISPLAY ' UNITS ACCRUED            ',  WS-TOTAL-UNITS
           DISPLAY ' REVENUE ACCRUED          ',  WS-TOTAL-ACCRUAL
           DISPLAY ' PRIOR LINES REVERSED     ',  WS-REVERSAL-CTR
           DISPLAY ' JOURNAL RECORDS WRITTEN  ',  WS-JRN-REC-COUNT
           DISPLAY ' TOTAL DEBITS             ',  WS-TOTAL-DEBITS
           DISPLAY ' TOTAL CREDITS            ',  WS-TOTAL-CREDITS
           DISPLAY '----------------------------------------'

           IF NOT PRV-NOT-FOUND
              CLOSE TI01-PRIOR-JOURNAL
           END-IF.

           CLOSE  MI01-CUSTOMER-KSDS,
                  MI01-RATE-MASTER,
                  MI01-CONS-HIST-KSDS,
                  MI01-TOU-KSDS,
                  MI01-COA-MASTER,
                  TO01-JOURNAL,
                  TO02-ACCR-RPT.

           STOP RUN.
