       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CFCST001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    FORECAST PARAMETERS -- ONE CARD, OPTIONAL; A MISSING
      *    FILE OR A BLANK FIELD KEEPS THE DEFAULT.
           SELECT TI01-FCST-PARM      ASSIGN TO CFCSPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    PAYMENT-BEHAVIOUR SCORES SCORE001 MAINTAINS -- THE
      *    GRADE DECIDES EACH CUSTOMER'S ON-TIME PROBABILITY.
           SELECT MI01-SCORE-KSDS     ASSIGN TO SCOREKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SCR-CUST-ID
           FILE STATUS            IS WS-SCR-STATUS.

      *    DIRECT-DEBIT MANDATES -- AN OPEN BILL WITHIN AN ACTIVE
      *    MANDATE'S CAP IS COLLECTED BY AUTODBT, NOT BY THE
      *    CUSTOMER.
           SELECT MI02-MANDATE-KSDS   ASSIGN TO MANDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MAND-CUST-ID
           FILE STATUS            IS WS-MAND-STATUS.

      *    INSTALLMENT AGREEMENTS -- AN ACTIVE AGREEMENT LIMITS WHAT
      *    THE CUSTOMER IS EXPECTED TO PAY ON ANY ONE BILL TO THE
      *    AGREED MONTHLY AMOUNT.
           SELECT MI03-INSTALL-KSDS   ASSIGN TO INSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS INST-CUST-ID
           FILE STATUS            IS WS-INST-STATUS.

      *    BILLPAYDB2'S POSTED-PAYMENT REGISTRY, WALKED ONCE -- THE
      *    ACTUAL RECEIPTS BY POSTING DATE AND CHANNEL, AND THE
      *    RECENT CHANNEL MIX OF CUSTOMER-INITIATED PAYMENTS.
           SELECT MI04-PAY-REGISTRY   ASSIGN TO PAYREGIS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS REG-PAYMENT-ID
           FILE STATUS            IS WS-REG-STATUS.

      *    THE PREVIOUS RUN'S FORECAST -- OPTIONAL; THE FIRST RUN
      *    HAS NOTHING TO MEASURE AGAINST.
           SELECT TI02-PRIOR-FCST     ASSIGN TO CFCSPRV
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PRV-STATUS.

           SELECT TO01-FCST-OUT       ASSIGN TO CFCSOUT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-OUT-STATUS.

           SELECT TO02-FCST-RPT       ASSIGN TO CFCSRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-FCST-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

      *    FORECAST HORIZON IN DAYS (MAX 60); ON-TIME PERCENT FOR
      *    SCORE GRADES A TO E AND FOR AN UNSCORED CUSTOMER; PERCENT
      *    OF PRESENTED DEBITS THE BANK HONOURS; DAYS AFTER THE DUE
      *    DATE A LATE PAYMENT ARRIVES AND THE PERCENT OF LATE MONEY
      *    THAT ARRIVES AT ALL; DAYS OF PAYMENT HISTORY BEHIND THE
      *    CHANNEL MIX.
       01 TI01-FCST-PARM-RECORD.
          05 PRM-HORIZON-DAYS     PIC 9(03).
          05 PRM-GRADE-PCT        PIC 9(03) OCCURS 5 TIMES.
          05 PRM-NOSCORE-PCT      PIC 9(03).
          05 PRM-AUTOPAY-PCT      PIC 9(03).
          05 PRM-LATE-LAG-DAYS    PIC 9(03).
          05 PRM-LATE-RECOV-PCT   PIC 9(03).
          05 PRM-MIX-DAYS         PIC 9(03).
          05 FILLER               PIC X(07).

      *    SAME SCORE LAYOUT SCORE001 MAINTAINS.
       FD MI01-SCORE-KSDS
           RECORD CONTAINS         32  CHARACTERS.

       01 MI01-SCORE-RECORD.
          05 SCR-CUST-ID          PIC X(12).
          05 SCR-SCORE            PIC 9(03).
          05 SCR-GRADE            PIC X(01).
          05 SCR-RSN-ARREARS      PIC X(01).
          05 SCR-RSN-DISHONOUR    PIC X(01).
          05 SCR-RSN-DUNNING      PIC X(01).
          05 SCR-RSN-WAIVER       PIC X(01).
          05 SCR-RSN-PAID         PIC X(01).
          05 SCR-CALC-DATE        PIC 9(08).
          05 FILLER               PIC X(03).

      *    SAME MANDATE LAYOUT MAND001 MAINTAINS.
       FD MI02-MANDATE-KSDS
           RECORD CONTAINS         56  CHARACTERS.

       01 MI02-MANDATE-RECORD.
          05 MAND-CUST-ID         PIC X(12).
          05 MAND-BANK-CODE       PIC X(08).
          05 MAND-BANK-ACCT       PIC X(16).
          05 MAND-CAP-AMOUNT      PIC 9(07)V99.
          05 MAND-STATUS          PIC X(01).
             88 MAND-STAT-ACTIVE             VALUE 'A'.
             88 MAND-STAT-SUSPENDED          VALUE 'S'.
             88 MAND-STAT-CANCELLED          VALUE 'X'.
          05 MAND-EFF-DATE        PIC 9(08).
          05 MAND-FAIL-CNT        PIC 9(02).

      *    SAME INSTALLMENT LAYOUT BILL003 READS.
       FD MI03-INSTALL-KSDS
           RECORD CONTAINS         45  CHARACTERS.

       01 MI03-INSTALL-RECORD.
          05 INST-CUST-ID         PIC X(12).
          05 INST-AGREED-TOTAL    PIC 9(08)V99.
          05 INST-MONTHLY-AMT     PIC 9(06)V99.
          05 INST-START-PERIOD    PIC 9(06).
          05 INST-BILLED-TO-DATE  PIC 9(08)V99.
          05 INST-STATUS          PIC X(01).
             88 INST-STAT-ACTIVE             VALUE 'A'.
             88 INST-STAT-COMPLETED          VALUE 'C'.
             88 INST-STAT-BROKEN             VALUE 'B'.

      *    SAME REGISTRY LAYOUT BILLPAYDB2 MAINTAINS. A FILE
      *    FINGERPRINT ROW CARRIES NO BILL ID AND NO AMOUNT.
       FD MI04-PAY-REGISTRY
           RECORD CONTAINS         38  CHARACTERS.

       01 MI04-PAY-REG-RECORD.
          05 REG-PAYMENT-ID       PIC X(08).
          05 REG-POST-DATE        PIC 9(08).
          05 REG-BILL-ID          PIC X(14).
          05 REG-AMOUNT           PIC 9(06)V99.

      *    ONE ROW PER FORECAST DAY PER CHANNEL -- THE SAME SHAPE
      *    THIS PROGRAM WRITES TO CFCSOUT, READ BACK A RUN LATER.
       FD TI02-PRIOR-FCST
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI02-PRIOR-FCST-RECORD.
          05 PRV-RUN-DATE         PIC 9(08).
          05 PRV-FCST-DATE        PIC 9(08).
          05 PRV-CHANNEL          PIC X(01).
          05 PRV-AMOUNT           PIC 9(11)V99.
          05 FILLER               PIC X(10).

       FD TO01-FCST-OUT
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TO01-FCST-OUT-RECORD.
          05 FCS-RUN-DATE         PIC 9(08).
          05 FCS-FCST-DATE        PIC 9(08).
          05 FCS-CHANNEL          PIC X(01).
          05 FCS-AMOUNT           PIC 9(11)V99.
          05 FILLER               PIC X(10).

       FD TO02-FCST-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO02-FCST-RPT-RECORD    PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-SCR-STATUS         PIC X(02).
             88 SCR-IO-STATUS      VALUE '00'.
          05 WS-MAND-STATUS        PIC X(02).
             88 MAND-IO-STATUS     VALUE '00'.
          05 WS-INST-STATUS        PIC X(02).
             88 INST-IO-STATUS     VALUE '00'.
          05 WS-REG-STATUS         PIC X(02).
             88 REG-IO-STATUS      VALUE '00'.
          05 WS-PRV-STATUS         PIC X(02).
             88 PRV-IO-STATUS      VALUE '00'.
             88 PRV-NOT-FOUND      VALUE '35'.
          05 WS-OUT-STATUS         PIC X(02).
             88 OUT-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-REG-EOF            PIC X(01) VALUE 'N'.
             88 REG-EOF            VALUE 'Y'.
          05 WS-PRV-EOF            PIC X(01) VALUE 'N'.
             88 PRV-EOF            VALUE 'Y'.
          05 WS-PRV-LOADED         PIC X(01) VALUE 'N'.
             88 PRV-LOADED         VALUE 'Y'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RUN-DATE-INTEGER   PIC S9(09) COMP.
          05 WS-DUE-DATE-INTEGER   PIC S9(09) COMP.
          05 WS-LAND-INTEGER       PIC S9(09) COMP.
          05 WS-POST-INTEGER       PIC S9(09) COMP.
          05 WS-MIX-FROM-INTEGER   PIC S9(09) COMP.
          05 WS-PRV-RUN-DATE       PIC 9(08) VALUE ZEROS.
          05 WS-PRV-RUN-INTEGER    PIC S9(09) COMP VALUE ZEROS.
          05 WS-DAY-OFFSET         PIC S9(09) COMP.

      *    DEFAULTS -- OVERRIDDEN FIELD BY FIELD FROM CFCSPARM.
       01 WS-FCST-PARMS.
          05 WS-HORIZON-DAYS       PIC 9(03) VALUE 30.
          05 WS-MAX-HORIZON        PIC 9(03) VALUE 60.
          05 WS-GRADE-PCT-VALUES   PIC X(15) VALUE
             '095085065040015'.
          05 WS-GRADE-PCT-TABLE REDEFINES WS-GRADE-PCT-VALUES.
             10 WS-GRADE-PCT       PIC 9(03) OCCURS 5 TIMES.
          05 WS-NOSCORE-PCT        PIC 9(03) VALUE 65.
          05 WS-AUTOPAY-PCT        PIC 9(03) VALUE 98.
          05 WS-LATE-LAG-DAYS      PIC 9(03) VALUE 10.
          05 WS-LATE-RECOV-PCT     PIC 9(03) VALUE 50.
          05 WS-MIX-DAYS           PIC 9(03) VALUE 90.

      *    CHANNEL CODES RIDE IN THE FIRST BYTE OF THE PAYMENT ID --
      *    'A' FROM AUTODBT, 'L'/'O'/'C' FROM PAYINTAK.
       01 WS-CHANNEL-VALUES.
          05 FILLER                PIC X(11) VALUE 'AAUTOPAY   '.
          05 FILLER                PIC X(11) VALUE 'LLOCKBOX   '.
          05 FILLER                PIC X(11) VALUE 'OAGGREGATOR'.
          05 FILLER                PIC X(11) VALUE 'CCOUNTER   '.
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-VALUES.
          05 WS-CHANNEL-ENTRY      OCCURS 4 TIMES.
             10 WS-CH-CODE         PIC X(01).
             10 WS-CH-NAME         PIC X(10).

       01 WS-CHANNEL-WORK.
          05 WS-WORK-CHANNEL       PIC X(01) VALUE SPACES.
          05 WS-CH-IDX             PIC 9(02) VALUE ZEROS.
          05 WS-CH-LOOP-CTR        PIC 9(02) VALUE ZEROS.
          05 WS-CH-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 CH-FOUND           VALUE 'Y'.
             88 CH-NOT-FOUND       VALUE 'N'.

      *    MIX OF CUSTOMER-INITIATED RECEIPTS OVER THE MIX WINDOW --
      *    HOW A BILL NOT COLLECTED BY MANDATE IS SPREAD ACROSS
      *    LOCKBOX, AGGREGATOR AND COUNTER. NO HISTORY AT ALL PUTS
      *    EVERYTHING ON THE LOCKBOX.
       01 WS-MIX-STORAGE.
          05 WS-MIX-AMT            PIC 9(13)V99 OCCURS 4 TIMES.
          05 WS-MIX-FRAC           PIC 9V9(06)  OCCURS 4 TIMES.
          05 WS-MIX-TOTAL          PIC 9(13)V99 VALUE ZEROS.

      *    THE FORECAST -- ONE ROW PER DAY AFTER THE RUN DATE.
       01 WS-FCST-STORAGE.
          05 WS-FCST-DAY           OCCURS 60 TIMES.
             10 WS-FD-DATE         PIC 9(08).
             10 WS-FD-AMT          PIC 9(11)V99 OCCURS 4 TIMES.
          05 WS-FCST-CH-TOTAL      PIC 9(13)V99 OCCURS 4 TIMES.
          05 WS-FCST-GRAND-TOTAL   PIC 9(13)V99 VALUE ZEROS.
          05 WS-BEYOND-AMT         PIC 9(13)V99 VALUE ZEROS.
          05 WS-DAY-LOOP-CTR       PIC 9(03) VALUE ZEROS.
          05 WS-DAY-TOTAL          PIC 9(13)V99 VALUE ZEROS.

      *    THE PRIOR RUN'S FORECAST AND WHAT ACTUALLY ARRIVED,
      *    INDEXED BY DAYS AFTER THE PRIOR RUN DATE.
       01 WS-PRIOR-STORAGE.
          05 WS-PRIOR-DAY          OCCURS 60 TIMES.
             10 WS-PD-DATE         PIC 9(08).
             10 WS-PD-FCST         PIC 9(11)V99 OCCURS 4 TIMES.
             10 WS-PD-ACTUAL       PIC 9(11)V99 OCCURS 4 TIMES.
          05 WS-ERR-CH-FCST        PIC 9(13)V99 OCCURS 4 TIMES.
          05 WS-ERR-CH-ACTUAL      PIC 9(13)V99 OCCURS 4 TIMES.
          05 WS-ERR-TOT-FCST       PIC 9(13)V99 VALUE ZEROS.
          05 WS-ERR-TOT-ACTUAL     PIC 9(13)V99 VALUE ZEROS.
          05 WS-ERR-TOT-ABS        PIC 9(13)V99 VALUE ZEROS.

      *    STALE-SNAPSHOT CONTROL BREAK -- SAME APPEND-ONLY
      *    BILL_UPDATE PROBLEM ARAGING HANDLES THE SAME WAY: ONLY
      *    THE FIRST ROW SEEN FOR EACH CUST/BILL PAIR IS FORECAST.
       01 WS-BREAK-VARIABLES.
          05 WS-PREV-CUST-ID       PIC X(14) VALUE SPACES.
          05 WS-PREV-BILL-ID       PIC X(14) VALUE SPACES.
          05 WS-FIRST-ROW          PIC X VALUE 'Y'.
             88 WS-IS-FIRST-ROW    VALUE 'Y'.

      *    PER-CUSTOMER FACTS -- THE CURSOR RUNS IN CUSTOMER ORDER,
      *    SO SCORE, MANDATE AND AGREEMENT ARE READ ONCE PER
      *    CUSTOMER, NOT ONCE PER BILL.
       01 WS-CUST-FACTS.
          05 WS-FACT-CUST-ID       PIC X(12) VALUE SPACES.
          05 WS-ONTIME-PCT         PIC 9(03) VALUE ZEROS.
          05 WS-MANDATE-FLAG       PIC X(01) VALUE 'N'.
             88 HAS-ACTIVE-MANDATE VALUE 'Y'.
          05 WS-MANDATE-CAP        PIC 9(07)V99 VALUE ZEROS.
          05 WS-INSTALL-FLAG       PIC X(01) VALUE 'N'.
             88 HAS-ACTIVE-INSTALL VALUE 'Y'.
          05 WS-INSTALL-AMT        PIC 9(06)V99 VALUE ZEROS.

       01 WS-WORK-VARIABLES.
          05 WS-WORK-BALANCE       PIC 9(11)V99 VALUE ZEROS.
          05 WS-WORK-EXPECT        PIC 9(11)V99 VALUE ZEROS.
          05 WS-POST-AMT           PIC 9(11)V99 VALUE ZEROS.
          05 WS-SPLIT-AMT          PIC 9(11)V99 VALUE ZEROS.
          05 WS-SPLIT-LEFT         PIC 9(11)V99 VALUE ZEROS.
          05 WS-VARIANCE           PIC S9(13)V99 VALUE ZEROS.
          05 WS-ABS-VARIANCE       PIC 9(13)V99 VALUE ZEROS.
          05 WS-ERROR-PCT          PIC 9(05)V9 VALUE ZEROS.
          05 WS-CMP-FCST           PIC 9(13)V99 VALUE ZEROS.
          05 WS-CMP-ACTUAL         PIC 9(13)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-ROW-CNT            PIC 9(06) VALUE ZERO.
          05 WS-BILL-CNT           PIC 9(06) VALUE ZERO.
          05 WS-AUTOPAY-CNT        PIC 9(06) VALUE ZERO.
          05 WS-INSTALL-CAP-CNT    PIC 9(06) VALUE ZERO.
          05 WS-NOSCORE-CNT        PIC 9(06) VALUE ZERO.
          05 WS-REG-CNT            PIC 9(07) VALUE ZERO.
          05 WS-PRV-CNT            PIC 9(06) VALUE ZERO.
          05 WS-OUT-CNT            PIC 9(06) VALUE ZERO.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'COLLECTIONS CASH FORECAST BY DUE DATE AND CHANNEL'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'DATE'.
          05 FILLER               PIC X(18) VALUE '         AUTOPAY'.
          05 FILLER               PIC X(18) VALUE '         LOCKBOX'.
          05 FILLER               PIC X(18) VALUE '      AGGREGATOR'.
          05 FILLER               PIC X(18) VALUE '         COUNTER'.
          05 FILLER               PIC X(18) VALUE '           TOTAL'.
          05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DATE           PIC X(8).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-AUTOPAY        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-LOCKBOX        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AGGREGATOR     PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-COUNTER        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-REPORT-LABEL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-LABEL          PIC X(40).
          05 WS-RL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(75) VALUE SPACES.

       01 WS-ERROR-HEADER1.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'FORECAST VS ACTUAL RECEIPTS - RUN OF'.
          05 WS-EH-PRV-DATE       PIC 9(08).
          05 FILLER               PIC X(83) VALUE SPACES.

       01 WS-ERROR-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'DATE'.
          05 FILLER               PIC X(12) VALUE 'CHANNEL'.
          05 FILLER               PIC X(18) VALUE '        FORECAST'.
          05 FILLER               PIC X(18) VALUE '          ACTUAL'.
          05 FILLER               PIC X(18) VALUE '         VARIANCE'.
          05 FILLER               PIC X(08) VALUE 'ERROR %'.
          05 FILLER               PIC X(45) VALUE SPACES.

       01 WS-ERROR-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-DATE           PIC X(8).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-ED-CHANNEL        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-FCST           PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-ACTUAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-VARIANCE       PIC -,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-ED-ERROR-PCT      PIC ZZZ9.9.
          05 FILLER               PIC X(47) VALUE SPACES.

      *============================================================
      * DB2 SQL DECLARATION AREA
      *============================================================

      * EVERY OPEN BILL ACROSS ALL CUSTOMERS, NEWEST SNAPSHOT FIRST
      * WITHIN A BILL_ID -- SAME CURSOR SHAPE ARAGING USES.
           EXEC SQL
               DECLARE FCST_CURSOR CURSOR FOR
               SELECT CUST_ID, BILL_ID, BALANCE, DUE_DATE, RUN_DATE
               FROM BILL_UPDATE
               WHERE STATUS IN ('D', 'PP')
               ORDER BY CUST_ID, BILL_ID, RUN_DATE DESC
           END-EXEC.

      * DB2 COMMUNICATION AREA
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * HOST VARIABLES FOR THE FCST_CURSOR FETCH
       01 HV-FCST-RECORD.
          05 HV-FC-CUST-ID         PIC X(14).
          05 HV-FC-BILL-ID         PIC X(14).
          05 HV-FC-BALANCE         PIC 9(10).
          05 HV-FC-DUE-DATE        PIC 9(08).
          05 HV-FC-RUN-DATE        PIC 9(08).

       01 HV-DBNAME                PIC X(8) VALUE 'ELECTDB'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           INITIALIZE WS-MIX-STORAGE
                      WS-FCST-STORAGE
                      WS-PRIOR-STORAGE.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-FCST-PARMS.

           COMPUTE WS-MIX-FROM-INTEGER =
                   WS-RUN-DATE-INTEGER - WS-MIX-DAYS.

           PERFORM VARYING WS-DAY-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-DAY-LOOP-CTR > WS-HORIZON-DAYS
              COMPUTE WS-FD-DATE(WS-DAY-LOOP-CTR) =
                      FUNCTION DATE-OF-INTEGER
                      (WS-RUN-DATE-INTEGER + WS-DAY-LOOP-CTR)
           END-PERFORM.

           PERFORM 2160-DB2-CONNECT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-SCORE-KSDS.
           IF NOT SCR-IO-STATUS
              DISPLAY 'ERROR OPENING SCORE KSDS: ' WS-SCR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-MANDATE-KSDS.
           IF NOT MAND-IO-STATUS
              DISPLAY 'ERROR OPENING MANDATE KSDS: ' WS-MAND-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-INSTALL-KSDS.
           IF NOT INST-IO-STATUS
              DISPLAY 'ERROR OPENING INSTALLMENT KSDS: '
                      WS-INST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-PAY-REGISTRY.
           IF NOT REG-IO-STATUS
              DISPLAY 'ERROR OPENING PAYMENT REGISTRY: '
                      WS-REG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-FCST-OUT.
           IF NOT OUT-IO-STATUS
              DISPLAY 'ERROR OPENING FORECAST OUTPUT FILE: '
                      WS-OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-FCST-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING FORECAST REPORT FILE: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-FCST-PARMS  SECTION.

           OPEN INPUT TI01-FCST-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO FORECAST PARAMETERS - USING DEFAULTS'
              GO TO 2150-EXIT
           END-IF.
           IF NOT PARM-IO-STATUS
              DISPLAY 'ERROR OPENING FORECAST PARAMETERS: '
                      WS-PARM-STATUS
              STOP RUN
           END-IF.

           READ TI01-FCST-PARM
               AT END
                   DISPLAY 'FORECAST PARM FILE EMPTY - USING DEFAULTS'
               NOT AT END
                   IF PRM-HORIZON-DAYS IS NUMERIC
                      AND PRM-HORIZON-DAYS > ZEROS
                      AND PRM-HORIZON-DAYS NOT > WS-MAX-HORIZON
                      MOVE PRM-HORIZON-DAYS  TO WS-HORIZON-DAYS
                   END-IF
                   PERFORM VARYING WS-CH-LOOP-CTR FROM 1 BY 1
                             UNTIL WS-CH-LOOP-CTR > 5
                      IF PRM-GRADE-PCT(WS-CH-LOOP-CTR) IS NUMERIC
                         AND PRM-GRADE-PCT(WS-CH-LOOP-CTR)
                             NOT > 100
                         MOVE PRM-GRADE-PCT(WS-CH-LOOP-CTR)
                           TO WS-GRADE-PCT(WS-CH-LOOP-CTR)
                      END-IF
                   END-PERFORM
                   IF PRM-NOSCORE-PCT IS NUMERIC
                      AND PRM-NOSCORE-PCT NOT > 100
                      MOVE PRM-NOSCORE-PCT   TO WS-NOSCORE-PCT
                   END-IF
                   IF PRM-AUTOPAY-PCT IS NUMERIC
                      AND PRM-AUTOPAY-PCT > ZEROS
                      AND PRM-AUTOPAY-PCT NOT > 100
                      MOVE PRM-AUTOPAY-PCT   TO WS-AUTOPAY-PCT
                   END-IF
                   IF PRM-LATE-LAG-DAYS IS NUMERIC
                      AND PRM-LATE-LAG-DAYS > ZEROS
                      MOVE PRM-LATE-LAG-DAYS TO WS-LATE-LAG-DAYS
                   END-IF
                   IF PRM-LATE-RECOV-PCT IS NUMERIC
                      AND PRM-LATE-RECOV-PCT NOT > 100
                      MOVE PRM-LATE-RECOV-PCT TO WS-LATE-RECOV-PCT
                   END-IF
                   IF PRM-MIX-DAYS IS NUMERIC
                      AND PRM-MIX-DAYS > ZEROS
                      MOVE PRM-MIX-DAYS      TO WS-MIX-DAYS
                   END-IF
           END-READ.

           CLOSE TI01-FCST-PARM.

       2150-EXIT.
           EXIT.

       2160-DB2-CONNECT SECTION.

           EXEC SQL
               CONNECT TO :HV-DBNAME
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONNECTING TO DB2: SQLCODE=' SQLCODE
              STOP RUN
           END-IF.

           DISPLAY 'DB2 CONNECTION ESTABLISHED SUCCESSFULLY'.

       2000-PROCESS     SECTION.

           PERFORM 2200-LOAD-PRIOR-FORECAST.

           PERFORM 2300-READ-REGISTRY
               UNTIL REG-EOF.

           PERFORM 2350-SET-CHANNEL-MIX.

           EXEC SQL
               OPEN FCST_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING FORECAST CURSOR: SQLCODE='
                      SQLCODE
              STOP RUN
           END-IF.

           PERFORM 2400-FETCH-FCST-ROW.

           PERFORM 2500-EVALUATE-ROW
               UNTIL SQLCODE = 100.

           EXEC SQL
               CLOSE FCST_CURSOR
           END-EXEC.

           PERFORM 4000-WRITE-FORECAST.

           IF PRV-LOADED
              PERFORM 5000-WRITE-FORECAST-ERROR
           END-IF.

       2200-LOAD-PRIOR-FORECAST  SECTION.

      *    ONLY THE DAYS BETWEEN THE PRIOR RUN AND TODAY ARE
      *    MEASURED -- A DAY IS COMPLETE ONCE IT IS BEHIND US.
           OPEN INPUT TI02-PRIOR-FCST.
           IF PRV-NOT-FOUND
              DISPLAY 'NO PRIOR FORECAST - ERROR SECTION SKIPPED'
              GO TO 2200-EXIT
           END-IF.
           IF NOT PRV-IO-STATUS
              DISPLAY 'ERROR OPENING PRIOR FORECAST: ' WS-PRV-STATUS
              STOP RUN
           END-IF.

           PERFORM 2210-READ-PRIOR-ROW
               UNTIL PRV-EOF.

           CLOSE TI02-PRIOR-FCST.

           IF WS-PRV-CNT = ZERO
              DISPLAY 'PRIOR FORECAST EMPTY - ERROR SECTION SKIPPED'
              GO TO 2200-EXIT
           END-IF.

           IF WS-PRV-RUN-DATE NOT < WS-DATE
              DISPLAY 'PRIOR FORECAST RUN ' WS-PRV-RUN-DATE
                      ' IS NOT BEFORE TODAY - ERROR SECTION SKIPPED'
              GO TO 2200-EXIT
           END-IF.

           SET PRV-LOADED TO TRUE.

       2200-EXIT.
           EXIT.

       2210-READ-PRIOR-ROW  SECTION.

           READ TI02-PRIOR-FCST
               AT END
                   SET PRV-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.

           ADD 1 TO WS-PRV-CNT.

           IF WS-PRV-CNT = 1
              MOVE PRV-RUN-DATE TO WS-PRV-RUN-DATE
              COMPUTE WS-PRV-RUN-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-PRV-RUN-DATE)
           END-IF.

           COMPUTE WS-DAY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(PRV-FCST-DATE)
                 - WS-PRV-RUN-INTEGER.

           IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-MAX-HORIZON
              GO TO 2210-EXIT
           END-IF.

           MOVE PRV-CHANNEL TO WS-WORK-CHANNEL.
           PERFORM 2600-FIND-CHANNEL-FOR-CODE.
           IF CH-NOT-FOUND
              GO TO 2210-EXIT
           END-IF.

           MOVE PRV-FCST-DATE TO WS-PD-DATE(WS-DAY-OFFSET).
           ADD PRV-AMOUNT TO WS-PD-FCST(WS-DAY-OFFSET, WS-CH-IDX).

       2210-EXIT.
           EXIT.

       2300-READ-REGISTRY  SECTION.

           READ MI04-PAY-REGISTRY NEXT
               AT END
                   SET REG-EOF TO TRUE
                   GO TO 2300-EXIT
           END-READ.

           ADD 1 TO WS-REG-CNT.

      *    FILE FINGERPRINTS AND ANY CHANNEL OTHER THAN A/L/O/C
      *    (CHEQUE-DISHONOUR REVERSALS) ARE NOT RECEIPTS.
           IF REG-BILL-ID = SPACES
              OR REG-POST-DATE IS NOT NUMERIC
              OR REG-POST-DATE = ZEROS
              GO TO 2300-EXIT
           END-IF.

           MOVE REG-PAYMENT-ID(1:1) TO WS-WORK-CHANNEL.
           PERFORM 2600-FIND-CHANNEL-FOR-CODE.
           IF CH-NOT-FOUND
              GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-POST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(REG-POST-DATE).

           IF WS-POST-INTEGER NOT < WS-RUN-DATE-INTEGER
              GO TO 2300-EXIT
           END-IF.

           IF WS-POST-INTEGER NOT < WS-MIX-FROM-INTEGER
              ADD REG-AMOUNT TO WS-MIX-AMT(WS-CH-IDX)
           END-IF.

           IF PRV-LOADED
              COMPUTE WS-DAY-OFFSET =
                      WS-POST-INTEGER - WS-PRV-RUN-INTEGER
              IF WS-DAY-OFFSET > 0
                 AND WS-DAY-OFFSET NOT > WS-MAX-HORIZON
                 ADD REG-AMOUNT
                   TO WS-PD-ACTUAL(WS-DAY-OFFSET, WS-CH-IDX)
              END-IF
           END-IF.

       2300-EXIT.
           EXIT.

       2350-SET-CHANNEL-MIX  SECTION.

      *    AUTOPAY (CHANNEL 1) IS FORECAST FROM THE MANDATES, NOT
      *    FROM THE MIX -- ONLY LOCKBOX, AGGREGATOR AND COUNTER
      *    SHARE THE CUSTOMER-INITIATED MONEY.
           COMPUTE WS-MIX-TOTAL = WS-MIX-AMT(2) + WS-MIX-AMT(3)
                                + WS-MIX-AMT(4).

           IF WS-MIX-TOTAL = ZEROS
              MOVE 1 TO WS-MIX-FRAC(2)
              MOVE 0 TO WS-MIX-FRAC(3)
              MOVE 0 TO WS-MIX-FRAC(4)
           ELSE
              PERFORM VARYING WS-CH-LOOP-CTR FROM 2 BY 1
                        UNTIL WS-CH-LOOP-CTR > 4
                 COMPUTE WS-MIX-FRAC(WS-CH-LOOP-CTR) ROUNDED =
                         WS-MIX-AMT(WS-CH-LOOP-CTR) / WS-MIX-TOTAL
              END-PERFORM
           END-IF.

           DISPLAY 'CHANNEL MIX  LOCKBOX ' WS-MIX-FRAC(2)
                   ' AGGREGATOR ' WS-MIX-FRAC(3)
                   ' COUNTER ' WS-MIX-FRAC(4).

       2400-FETCH-FCST-ROW  SECTION.

           EXEC SQL
               FETCH FCST_CURSOR
               INTO :HV-FC-CUST-ID,
                    :HV-FC-BILL-ID,
                    :HV-FC-BALANCE,
                    :HV-FC-DUE-DATE,
                    :HV-FC-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR FETCHING FORECAST ROW: SQLCODE=' SQLCODE
           END-IF.

       2500-EVALUATE-ROW  SECTION.

           ADD 1 TO WS-ROW-CNT.

           IF WS-IS-FIRST-ROW
              OR HV-FC-CUST-ID NOT = WS-PREV-CUST-ID
              OR HV-FC-BILL-ID NOT = WS-PREV-BILL-ID
              PERFORM 2700-FORECAST-ONE-BILL
           END-IF.

           MOVE HV-FC-CUST-ID TO WS-PREV-CUST-ID.
           MOVE HV-FC-BILL-ID TO WS-PREV-BILL-ID.
           MOVE 'N'           TO WS-FIRST-ROW.

           PERFORM 2400-FETCH-FCST-ROW.

       2600-FIND-CHANNEL-FOR-CODE  SECTION.

           SET CH-NOT-FOUND TO TRUE.

           PERFORM VARYING WS-CH-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CH-LOOP-CTR > 4
                        OR CH-FOUND
              IF WS-WORK-CHANNEL = WS-CH-CODE(WS-CH-LOOP-CTR)
                 SET CH-FOUND TO TRUE
                 MOVE WS-CH-LOOP-CTR TO WS-CH-IDX
              END-IF
           END-PERFORM.

       2700-FORECAST-ONE-BILL  SECTION.

           IF HV-FC-BALANCE = ZEROS
              GO TO 2700-EXIT
           END-IF.

           ADD 1 TO WS-BILL-CNT.
           MOVE HV-FC-BALANCE TO WS-WORK-BALANCE.

           IF HV-FC-CUST-ID(1:12) NOT = WS-FACT-CUST-ID
              PERFORM 2750-LOAD-CUSTOMER-FACTS
           END-IF.

      *    AN ACTIVE INSTALLMENT AGREEMENT -- THE CUSTOMER PAYS THE
      *    AGREED MONTHLY AMOUNT, NOT THE WHOLE OPEN BALANCE.
           IF HAS-ACTIVE-INSTALL
              AND WS-INSTALL-AMT > ZEROS
              AND WS-WORK-BALANCE > WS-INSTALL-AMT
              MOVE WS-INSTALL-AMT TO WS-WORK-BALANCE
              ADD 1 TO WS-INSTALL-CAP-CNT
           END-IF.

           IF HV-FC-DUE-DATE = ZEROS
              MOVE WS-RUN-DATE-INTEGER TO WS-DUE-DATE-INTEGER
           ELSE
              COMPUTE WS-DUE-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(HV-FC-DUE-DATE)
           END-IF.

      *    WITHIN AN ACTIVE MANDATE'S CAP THE BANK COLLECTS ON THE
      *    DUE DATE (OR THE NEXT PRESENTATION IF THAT HAS PASSED);
      *    ABOVE THE CAP AUTODBT PRESENTS NOTHING AND THE BILL FALLS
      *    BACK TO THE ORDINARY CHANNELS, SAME RULE AS AUTODBT.
           IF HAS-ACTIVE-MANDATE
              AND WS-WORK-BALANCE NOT > WS-MANDATE-CAP
              ADD 1 TO WS-AUTOPAY-CNT
              MOVE 1 TO WS-CH-IDX
              COMPUTE WS-POST-AMT ROUNDED =
                      WS-WORK-BALANCE * WS-AUTOPAY-PCT / 100
              MOVE WS-DUE-DATE-INTEGER TO WS-LAND-INTEGER
              IF WS-LAND-INTEGER NOT > WS-RUN-DATE-INTEGER
                 COMPUTE WS-LAND-INTEGER = WS-RUN-DATE-INTEGER + 1
              END-IF
              PERFORM 2800-POST-TO-DAY
              GO TO 2700-EXIT
           END-IF.

      *    NOT YET DUE -- THE ON-TIME SHARE ARRIVES ON THE DUE DATE,
      *    THE RECOVERABLE PART OF THE REST A LAG LATER.
      *    ALREADY OVERDUE -- THE ON-TIME CHANCE IS SPENT; ONLY THE
      *    RECOVERABLE PART OF THE CUSTOMER'S USUAL PAYMENT ARRIVES,
      *    A LAG AFTER DUE BUT NEVER BEFORE TOMORROW.
           IF WS-DUE-DATE-INTEGER > WS-RUN-DATE-INTEGER
              COMPUTE WS-WORK-EXPECT ROUNDED =
                      WS-WORK-BALANCE * WS-ONTIME-PCT / 100
              MOVE WS-DUE-DATE-INTEGER TO WS-LAND-INTEGER
              PERFORM 2850-SPLIT-BY-MIX
              COMPUTE WS-WORK-EXPECT ROUNDED =
                      WS-WORK-BALANCE * (100 - WS-ONTIME-PCT)
                    * WS-LATE-RECOV-PCT / 10000
           ELSE
              COMPUTE WS-WORK-EXPECT ROUNDED =
                      WS-WORK-BALANCE * WS-ONTIME-PCT
                    * WS-LATE-RECOV-PCT / 10000
           END-IF.

           COMPUTE WS-LAND-INTEGER =
                   WS-DUE-DATE-INTEGER + WS-LATE-LAG-DAYS.
           IF WS-LAND-INTEGER NOT > WS-RUN-DATE-INTEGER
              COMPUTE WS-LAND-INTEGER = WS-RUN-DATE-INTEGER + 1
           END-IF.
           PERFORM 2850-SPLIT-BY-MIX.

       2700-EXIT.
           EXIT.

       2750-LOAD-CUSTOMER-FACTS  SECTION.

           MOVE HV-FC-CUST-ID(1:12) TO WS-FACT-CUST-ID.

           MOVE WS-FACT-CUST-ID TO SCR-CUST-ID.
           READ MI01-SCORE-KSDS
               INVALID KEY
                   MOVE WS-NOSCORE-PCT TO WS-ONTIME-PCT
                   ADD 1 TO WS-NOSCORE-CNT
               NOT INVALID KEY
                   EVALUATE SCR-GRADE
                       WHEN 'A'
                           MOVE WS-GRADE-PCT(1) TO WS-ONTIME-PCT
                       WHEN 'B'
                           MOVE WS-GRADE-PCT(2) TO WS-ONTIME-PCT
                       WHEN 'C'
                           MOVE WS-GRADE-PCT(3) TO WS-ONTIME-PCT
                       WHEN 'D'
                           MOVE WS-GRADE-PCT(4) TO WS-ONTIME-PCT
                       WHEN 'E'
                           MOVE WS-GRADE-PCT(5) TO WS-ONTIME-PCT
                       WHEN OTHER
                           MOVE WS-NOSCORE-PCT  TO WS-ONTIME-PCT
                           ADD 1 TO WS-NOSCORE-CNT
                   END-EVALUATE
           END-READ.

           MOVE 'N'   TO WS-MANDATE-FLAG.
           MOVE ZEROS TO WS-MANDATE-CAP.
           MOVE WS-FACT-CUST-ID TO MAND-CUST-ID.
           READ MI02-MANDATE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAND-STAT-ACTIVE
                      MOVE 'Y'             TO WS-MANDATE-FLAG
                      MOVE MAND-CAP-AMOUNT TO WS-MANDATE-CAP
                   END-IF
           END-READ.

           MOVE 'N'   TO WS-INSTALL-FLAG.
           MOVE ZEROS TO WS-INSTALL-AMT.
           MOVE WS-FACT-CUST-ID TO INST-CUST-ID.
           READ MI03-INSTALL-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INST-STAT-ACTIVE
                      MOVE 'Y'              TO WS-INSTALL-FLAG
                      MOVE INST-MONTHLY-AMT TO WS-INSTALL-AMT
                   END-IF
           END-READ.

       2800-POST-TO-DAY  SECTION.

      *    WS-POST-AMT LANDS ON WS-LAND-INTEGER IN CHANNEL
      *    WS-CH-IDX; ANYTHING PAST THE HORIZON IS ONLY COUNTED.
           COMPUTE WS-DAY-OFFSET =
                   WS-LAND-INTEGER - WS-RUN-DATE-INTEGER.

           IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-HORIZON-DAYS
              ADD WS-POST-AMT TO WS-BEYOND-AMT
           ELSE
              ADD WS-POST-AMT TO WS-FD-AMT(WS-DAY-OFFSET, WS-CH-IDX)
              ADD WS-POST-AMT TO WS-FCST-CH-TOTAL(WS-CH-IDX)
              ADD WS-POST-AMT TO WS-FCST-GRAND-TOTAL
           END-IF.

       2850-SPLIT-BY-MIX  SECTION.

      *    WS-WORK-EXPECT IS SPREAD ACROSS LOCKBOX, AGGREGATOR AND
      *    COUNTER; COUNTER TAKES THE ROUNDING REMAINDER SO THE
      *    THREE SHARES ALWAYS ADD BACK TO THE WHOLE.
           IF WS-WORK-EXPECT = ZEROS
              GO TO 2850-EXIT
           END-IF.

           MOVE WS-WORK-EXPECT TO WS-SPLIT-LEFT.

           PERFORM VARYING WS-CH-LOOP-CTR FROM 2 BY 1
                     UNTIL WS-CH-LOOP-CTR > 3
              COMPUTE WS-SPLIT-AMT ROUNDED =
                      WS-WORK-EXPECT * WS-MIX-FRAC(WS-CH-LOOP-CTR)
              IF WS-SPLIT-AMT > WS-SPLIT-LEFT
                 MOVE WS-SPLIT-LEFT TO WS-SPLIT-AMT
              END-IF
              SUBTRACT WS-SPLIT-AMT FROM WS-SPLIT-LEFT
              MOVE WS-CH-LOOP-CTR TO WS-CH-IDX
              MOVE WS-SPLIT-AMT   TO WS-POST-AMT
              PERFORM 2800-POST-TO-DAY
           END-PERFORM.

           MOVE 4             TO WS-CH-IDX.
           MOVE WS-SPLIT-LEFT TO WS-POST-AMT.
           PERFORM 2800-POST-TO-DAY.

       2850-EXIT.
           EXIT.

       4000-WRITE-FORECAST  SECTION.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 4100-WRITE-DAY
               VARYING WS-DAY-LOOP-CTR FROM 1 BY 1
               UNTIL WS-DAY-LOOP-CTR > WS-HORIZON-DAYS.

           MOVE 'TOTAL'             TO WS-RD-DATE.
           MOVE WS-FCST-CH-TOTAL(1) TO WS-RD-AUTOPAY.
           MOVE WS-FCST-CH-TOTAL(2) TO WS-RD-LOCKBOX.
           MOVE WS-FCST-CH-TOTAL(3) TO WS-RD-AGGREGATOR.
           MOVE WS-FCST-CH-TOTAL(4) TO WS-RD-COUNTER.
           MOVE WS-FCST-GRAND-TOTAL TO WS-RD-TOTAL.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-DETAIL.

           MOVE 'EXPECTED AFTER THE FORECAST HORIZON'
             TO WS-RL-LABEL.
           MOVE WS-BEYOND-AMT TO WS-RL-AMOUNT.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-LABEL-LINE.

       4100-WRITE-DAY  SECTION.

           COMPUTE WS-DAY-TOTAL = WS-FD-AMT(WS-DAY-LOOP-CTR, 1)
                                + WS-FD-AMT(WS-DAY-LOOP-CTR, 2)
                                + WS-FD-AMT(WS-DAY-LOOP-CTR, 3)
                                + WS-FD-AMT(WS-DAY-LOOP-CTR, 4).

           MOVE WS-FD-DATE(WS-DAY-LOOP-CTR)   TO WS-RD-DATE.
           MOVE WS-FD-AMT(WS-DAY-LOOP-CTR, 1) TO WS-RD-AUTOPAY.
           MOVE WS-FD-AMT(WS-DAY-LOOP-CTR, 2) TO WS-RD-LOCKBOX.
           MOVE WS-FD-AMT(WS-DAY-LOOP-CTR, 3) TO WS-RD-AGGREGATOR.
           MOVE WS-FD-AMT(WS-DAY-LOOP-CTR, 4) TO WS-RD-COUNTER.
           MOVE WS-DAY-TOTAL                  TO WS-RD-TOTAL.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-DETAIL.

      *    EVERY DAY AND CHANNEL GOES TO THE HISTORY FILE, ZERO OR
      *    NOT, SO THE NEXT RUN CAN MEASURE EACH ONE.
           PERFORM VARYING WS-CH-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CH-LOOP-CTR > 4
              MOVE SPACES   TO TO01-FCST-OUT-RECORD
              MOVE WS-DATE  TO FCS-RUN-DATE
              MOVE WS-FD-DATE(WS-DAY-LOOP-CTR) TO FCS-FCST-DATE
              MOVE WS-CH-CODE(WS-CH-LOOP-CTR)  TO FCS-CHANNEL
              MOVE WS-FD-AMT(WS-DAY-LOOP-CTR, WS-CH-LOOP-CTR)
                TO FCS-AMOUNT
              WRITE TO01-FCST-OUT-RECORD
              ADD 1 TO WS-OUT-CNT
           END-PERFORM.

       5000-WRITE-FORECAST-ERROR  SECTION.

           MOVE SPACES TO TO02-FCST-RPT-RECORD.
           WRITE TO02-FCST-RPT-RECORD.

           MOVE WS-PRV-RUN-DATE TO WS-EH-PRV-DATE.
           WRITE TO02-FCST-RPT-RECORD FROM WS-ERROR-HEADER1.
           WRITE TO02-FCST-RPT-RECORD FROM WS-ERROR-HEADER2.

           PERFORM 5100-WRITE-ERROR-DAY
               VARYING WS-DAY-LOOP-CTR FROM 1 BY 1
               UNTIL WS-DAY-LOOP-CTR > WS-MAX-HORIZON.

           MOVE 'TOTAL' TO WS-ED-DATE.
           PERFORM VARYING WS-CH-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CH-LOOP-CTR > 4
              MOVE WS-ERR-CH-FCST(WS-CH-LOOP-CTR)   TO WS-CMP-FCST
              MOVE WS-ERR-CH-ACTUAL(WS-CH-LOOP-CTR) TO WS-CMP-ACTUAL
              MOVE WS-CH-NAME(WS-CH-LOOP-CTR) TO WS-ED-CHANNEL
              PERFORM 5200-WRITE-ERROR-LINE
           END-PERFORM.

           MOVE WS-ERR-TOT-FCST   TO WS-CMP-FCST.
           MOVE WS-ERR-TOT-ACTUAL TO WS-CMP-ACTUAL.
           MOVE 'ALL'             TO WS-ED-CHANNEL.
           PERFORM 5200-WRITE-ERROR-LINE.

      *    ERROR BEFORE NETTING -- OVER- AND UNDER-FORECAST DAYS
      *    DO NOT CANCEL EACH OTHER OUT HERE.
           MOVE 'ABSOLUTE DAILY ERROR, ALL CHANNELS'
             TO WS-RL-LABEL.
           MOVE WS-ERR-TOT-ABS TO WS-RL-AMOUNT.
           WRITE TO02-FCST-RPT-RECORD FROM WS-REPORT-LABEL-LINE.

       5100-WRITE-ERROR-DAY  SECTION.

           IF WS-PD-DATE(WS-DAY-LOOP-CTR) = ZEROS
              OR WS-PD-DATE(WS-DAY-LOOP-CTR) NOT < WS-DATE
              GO TO 5100-EXIT
           END-IF.

           MOVE WS-PD-DATE(WS-DAY-LOOP-CTR) TO WS-ED-DATE.

           PERFORM VARYING WS-CH-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CH-LOOP-CTR > 4
              MOVE WS-PD-FCST(WS-DAY-LOOP-CTR, WS-CH-LOOP-CTR)
                TO WS-CMP-FCST
              MOVE WS-PD-ACTUAL(WS-DAY-LOOP-CTR, WS-CH-LOOP-CTR)
                TO WS-CMP-ACTUAL
              MOVE WS-CH-NAME(WS-CH-LOOP-CTR) TO WS-ED-CHANNEL
              PERFORM 5200-WRITE-ERROR-LINE
              ADD WS-CMP-FCST   TO WS-ERR-CH-FCST(WS-CH-LOOP-CTR)
              ADD WS-CMP-ACTUAL TO WS-ERR-CH-ACTUAL(WS-CH-LOOP-CTR)
              ADD WS-CMP-FCST   TO WS-ERR-TOT-FCST
              ADD WS-CMP-ACTUAL TO WS-ERR-TOT-ACTUAL
              ADD WS-ABS-VARIANCE TO WS-ERR-TOT-ABS
           END-PERFORM.

           MOVE SPACES TO WS-ED-DATE.

       5100-EXIT.
           EXIT.

       5200-WRITE-ERROR-LINE  SECTION.

      *    VARIANCE IS ACTUAL LESS FORECAST; ERROR % IS THE MISS AS
      *    A SHARE OF WHAT ACTUALLY CAME IN, 999.9 WHEN MONEY WAS
      *    FORECAST FOR A DAY THAT BROUGHT NONE.
           COMPUTE WS-VARIANCE = WS-CMP-ACTUAL - WS-CMP-FCST.
           IF WS-VARIANCE < ZEROS
              COMPUTE WS-ABS-VARIANCE = ZEROS - WS-VARIANCE
           ELSE
              MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CMP-ACTUAL > ZEROS
                   COMPUTE WS-ERROR-PCT ROUNDED =
                           WS-ABS-VARIANCE * 100 / WS-CMP-ACTUAL
                   IF WS-ERROR-PCT > 999.9
                      MOVE 999.9 TO WS-ERROR-PCT
                   END-IF
               WHEN WS-CMP-FCST > ZEROS
                   MOVE 999.9 TO WS-ERROR-PCT
               WHEN OTHER
                   MOVE ZEROS TO WS-ERROR-PCT
           END-EVALUATE.

           MOVE WS-CMP-FCST   TO WS-ED-FCST.
           MOVE WS-CMP-ACTUAL TO WS-ED-ACTUAL.
           MOVE WS-VARIANCE   TO WS-ED-VARIANCE.
           MOVE WS-ERROR-PCT  TO WS-ED-ERROR-PCT.
           WRITE TO02-FCST-RPT-RECORD FROM WS-ERROR-DETAIL.

       9000-TERMINATE   SECTION.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           CLOSE MI01-SCORE-KSDS,
                 MI02-MANDATE-KSDS,
                 MI03-INSTALL-KSDS,
                 MI04-PAY-REGISTRY,
                 TO01-FCST-OUT,
                 TO02-FCST-RPT.

           DISPLAY 'COLLECTIONS CASH FORECAST COMPLETE'.
           DISPLAY 'BILL_UPDATE ROWS SCANNED: ' WS-ROW-CNT.
           DISPLAY 'OPEN BILLS FORECAST: ' WS-BILL-CNT.
           DISPLAY 'BILLS COLLECTED BY MANDATE: ' WS-AUTOPAY-CNT.
           DISPLAY 'BILLS LIMITED TO INSTALLMENT: '
                   WS-INSTALL-CAP-CNT.
           DISPLAY 'CUSTOMERS WITHOUT A SCORE: ' WS-NOSCORE-CNT.
           DISPLAY 'REGISTRY ROWS READ: ' WS-REG-CNT.
           DISPLAY 'PRIOR FORECAST ROWS READ: ' WS-PRV-CNT.
           DISPLAY 'FORECAST ROWS WRITTEN: ' WS-OUT-CNT.
           DISPLAY 'FORECAST TOTAL: ' WS-FCST-GRAND-TOTAL.

           STOP RUN.
