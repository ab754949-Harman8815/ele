       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRSET001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DEMAND-RESPONSE SETTLEMENT. EACH NIGHT THE ENROLLED
      *    CUSTOMERS' DAILY USAGE IS TAKEN OFF THE VALIDATED
      *    INTERVAL STREAM INTO A ROLLING HISTORY, SINCE THE STREAM
      *    ITSELF IS REPLACED EVERY NIGHT. ONCE AN EVENT ON THE
      *    DREV001 CALENDAR IS PAST ITS SETTLEMENT LAG, EVERY
      *    CUSTOMER ENROLLED IN THE PROGRAM CALLED IS MEASURED
      *    AGAINST A BASELINE OF THEIR OWN COMPARABLE NON-EVENT
      *    DAYS: A CUSTOMER WHO DELIVERED ENOUGH OF THE COMMITTED
      *    REDUCTION IS CREDITED THROUGH THE ADJUSTMENT MASTER, ONE
      *    WHO FELL SHORT IS CHARGED WHERE THEIR PROGRAM CARRIES A
      *    PENALTY, AND BOTH THE CUSTOMER AND THE LOAD-DISPATCH
      *    OFFICE GET A SETTLEMENT STATEMENT.

      *    VALIDATED AMI INTERVAL STREAM FROM ELECVEE -- SORTED BY
      *    METER AND DATE, ONE ROW PER METER, DAY AND TOU BAND.
           SELECT TI01-INTERVAL-READ-FILE ASSIGN TO INTRVRD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-INT-STATUS.

      *    ENROLLMENT MASTER MAINTAINED BY DR001.
           SELECT MI01-DR-ENROLL-KSDS ASSIGN TO DRENKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DRE-CUST-ID
           FILE STATUS            IS WS-DRE-STATUS.

      *    EVENT CALENDAR MAINTAINED BY DREV001 -- EACH EVENT IS
      *    MARKED SETTLED HERE SO IT IS NEVER PAID TWICE.
           SELECT MO02-DR-EVENT-KSDS  ASSIGN TO DREVKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DRV-EVENT-ID
           FILE STATUS            IS WS-DRV-STATUS.

      *    ROLLING DAILY-USAGE HISTORY OF THE ENROLLED CUSTOMERS,
      *    ONE ROW PER CUSTOMER, DAY AND METER.
           SELECT MO03-DR-USAGE-KSDS  ASSIGN TO DRUKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DRU-KEY
           FILE STATUS            IS WS-DRU-STATUS.

           SELECT MI04-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    SAME ADJUSTMENT FEED THE BILLING RUN APPLIES.
           SELECT MO05-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    BASELINE RULES, PERFORMANCE THRESHOLD, CREDIT CAP, THE
      *    TOU BAND THE EVENT HOURS FALL IN, SETTLEMENT LAG AND
      *    HISTORY RETENTION. A MISSING DECK FALLS BACK TO THE
      *    COMPILED DEFAULTS.
           SELECT TI02-DR-PARM        ASSIGN TO DRPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    CUSTOMER SETTLEMENT STATEMENTS, PRINTED AND MAILED.
           SELECT TO01-DR-STATEMENT   ASSIGN TO DRSTMT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-STMT-STATUS.

      *    EVENT SETTLEMENT REPORT FOR THE LOAD-DISPATCH OFFICE.
           SELECT TO02-DR-RPT         ASSIGN TO DRRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME INTERVAL LAYOUT MTR005 READS.
       FD TI01-INTERVAL-READ-FILE
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-INTERVAL-READ-RECORD.
          05 INT-METER-ID        PIC X(14).
          05 INT-CUST-ID         PIC X(12).
          05 INT-READ-DATE       PIC 9(08).
          05 INT-INTERVAL-USAGE  PIC 9(04).
          05 INT-TOU-BAND        PIC X(01).
          05 INT-VEE-FLAG        PIC X(01).
             88 INT-ESTIMATED               VALUE 'E'.

      *    SAME ENROLLMENT LAYOUT DR001 MAINTAINS.
       FD MI01-DR-ENROLL-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MI01-DR-ENROLL-RECORD.
          05 DRE-CUST-ID          PIC X(12).
          05 DRE-PROGRAM-CODE     PIC X(04).
          05 DRE-COMMITTED-KW     PIC 9(05)V9.
          05 DRE-INCENTIVE-RATE   PIC 9(02)V9999.
          05 DRE-PENALTY-RATE     PIC 9(02)V9999.
          05 DRE-ENROLL-DATE      PIC 9(08).
          05 DRE-STATUS           PIC X(01).
             88 DRE-STAT-ACTIVE              VALUE 'A'.
             88 DRE-STAT-WITHDRAWN           VALUE 'W'.
          05 DRE-WITHDRAW-DATE    PIC 9(08).
          05 FILLER               PIC X(09).

      *    SAME EVENT LAYOUT DREV001 MAINTAINS.
       FD MO02-DR-EVENT-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO02-DR-EVENT-RECORD.
          05 DRV-EVENT-ID         PIC X(10).
          05 DRV-EVENT-DATE       PIC 9(08).
          05 DRV-START-HOUR       PIC 9(02).
          05 DRV-END-HOUR         PIC 9(02).
          05 DRV-PROGRAM-CODE     PIC X(04).
          05 DRV-STATUS           PIC X(01).
             88 DRV-STAT-SCHEDULED           VALUE 'S'.
             88 DRV-STAT-CANCELLED           VALUE 'C'.
             88 DRV-STAT-SETTLED             VALUE 'T'.
          05 DRV-SETTLED-DATE     PIC 9(08).
          05 FILLER               PIC X(15).

      *    THE BAND USAGE IS THE DAY'S CONSUMPTION IN THE TOU BAND
      *    THE EVENT HOURS FALL IN; A DAY WITH ANY ESTIMATED ROW
      *    IS FLAGGED AND NEVER USED TO SETTLE.
       FD MO03-DR-USAGE-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO03-DR-USAGE-RECORD.
          05 DRU-KEY.
             10 DRU-CUST-ID       PIC X(12).
             10 DRU-READ-DATE     PIC 9(08).
             10 DRU-METER-ID      PIC X(14).
          05 DRU-BAND-USAGE       PIC 9(06).
          05 DRU-DAY-USAGE        PIC 9(06).
          05 DRU-VEE-FLAG         PIC X(01).
             88 DRU-MEASURED                 VALUE 'M'.
             88 DRU-ESTIMATED                VALUE 'E'.
          05 FILLER               PIC X(13).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
       FD MI04-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI04-CUSTOMER-RECORD.
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
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

       FD MO05-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO05-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

       FD TI02-DR-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI02-DR-PARM-RECORD.
          05 PRM-BASELINE-DAYS     PIC 9(02).
          05 PRM-MIN-BASE-DAYS     PIC 9(02).
          05 PRM-LOOKBACK-DAYS     PIC 9(03).
          05 PRM-PERFORM-PCT       PIC 9(03).
          05 PRM-CAP-PCT           PIC 9(03).
          05 PRM-EVENT-BAND        PIC X(01).
          05 PRM-SETTLE-LAG        PIC 9(02).
          05 PRM-RETAIN-DAYS       PIC 9(03).
          05 FILLER                PIC X(61).

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

       FD TO01-DR-STATEMENT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO01-DR-STATEMENT-RECORD PIC X(80).

       FD TO02-DR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-DR-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-INT-STATUS         PIC X(02).
             88 INT-IO-STATUS      VALUE '00'.
             88 INT-EOF            VALUE '10'.
             88 INT-NOT-FOUND      VALUE '35'.
          05 WS-DRE-STATUS         PIC X(02).
             88 DRE-IO-STATUS      VALUE '00'.
          05 WS-DRE-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 DRE-SCAN-EOF       VALUE 'Y'.
          05 WS-DRV-STATUS         PIC X(02).
             88 DRV-IO-STATUS      VALUE '00'.
          05 WS-DRV-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 DRV-SCAN-EOF       VALUE 'Y'.
          05 WS-DRU-STATUS         PIC X(02).
             88 DRU-IO-STATUS      VALUE '00'.
          05 WS-DRU-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 DRU-SCAN-EOF       VALUE 'Y'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-STMT-STATUS        PIC X(02).
             88 STMT-IO-STATUS     VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-EVENT-INTEGER      PIC S9(09) COMP.
          05 WS-WORK-INTEGER       PIC S9(09) COMP.
          05 WS-PURGE-BEFORE       PIC 9(08).
          05 WS-WINDOW-START       PIC 9(08).
          05 WS-DAY-QUOTIENT       PIC S9(09) COMP.
          05 WS-EVENT-DAY-OF-WEEK  PIC 9(01).
          05 WS-DAY-OF-WEEK        PIC 9(01).
          05 WS-EVENT-WEEKEND-FLAG PIC X(01).
          05 WS-DAY-WEEKEND-FLAG   PIC X(01).
          05 WS-FMT-IN             PIC 9(08).
          05 WS-FMT-IN-X REDEFINES WS-FMT-IN.
             10 WS-FMT-YYYY        PIC X(04).
             10 WS-FMT-MM          PIC X(02).
             10 WS-FMT-DD          PIC X(02).
          05 WS-FMT-OUT            PIC X(10).
          05 WS-RUN-DATE-STR       PIC X(10).
          05 WS-EVENT-DATE-STR     PIC X(10).

      *    BASELINE = THE AVERAGE OF THE MOST RECENT COMPARABLE DAYS
      *    (SAME WEEKDAY/WEEKEND TYPE, NO EVENT CALLED, MEASURED)
      *    WITHIN THE LOOKBACK; FEWER THAN THE MINIMUM AND THE
      *    CUSTOMER CANNOT BE SETTLED. A CUSTOMER PERFORMED WHEN THE
      *    REDUCTION REACHES THE PERFORMANCE PERCENTAGE OF THE
      *    COMMITMENT, AND IS PAID ON NO MORE THAN THE CAP
      *    PERCENTAGE OF IT. OVERRIDDEN BY DRPARM.
       01 WS-DR-PARMS.
          05 WS-BASELINE-DAYS      PIC 9(02) VALUE 10.
          05 WS-MIN-BASE-DAYS      PIC 9(02) VALUE 5.
          05 WS-LOOKBACK-DAYS      PIC 9(03) VALUE 45.
          05 WS-PERFORM-PCT        PIC 9(03) VALUE 50.
          05 WS-CAP-PCT            PIC 9(03) VALUE 150.
          05 WS-EVENT-BAND         PIC X(01) VALUE 'P'.
          05 WS-SETTLE-LAG         PIC 9(02) VALUE 2.
          05 WS-RETAIN-DAYS        PIC 9(03) VALUE 90.
          05 WS-MAX-LOOKBACK       PIC 9(03) VALUE 120.

      *    ONE METER-DAY OF THE INTERVAL STREAM.
       01 WS-GROUP-VARIABLES.
          05 WS-GR-METER-ID        PIC X(14) VALUE LOW-VALUES.
          05 WS-GR-READ-DATE       PIC 9(08) VALUE ZEROS.
          05 WS-GR-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-GR-BAND-USAGE      PIC 9(06) VALUE ZEROS.
          05 WS-GR-DAY-USAGE       PIC 9(06) VALUE ZEROS.
          05 WS-GR-VEE-FLAG        PIC X(01) VALUE 'M'.
          05 WS-LAST-CUST-ID       PIC X(12) VALUE LOW-VALUES.
          05 WS-ENROLLED-FLAG      PIC X(01) VALUE 'N'.
             88 CUST-IS-ENROLLED   VALUE 'Y'.

      *    EVERY DAY AN EVENT WAS CALLED -- NONE OF THEM IS A
      *    COMPARABLE DAY FOR ANYONE'S BASELINE.
       01 WS-EVENT-DAY-STORAGE.
          05 WS-EVENT-DAY-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-ED-IDX.
             10 WS-ED-DATE         PIC 9(08).
          05 WS-EVENT-DAY-COUNT    PIC 9(04) VALUE ZEROS.
          05 WS-MAX-EVENT-DAYS     PIC 9(04) VALUE 1000.
          05 WS-EVENT-DAY-FLAG     PIC X(01) VALUE 'N'.
             88 DAY-IS-EVENT-DAY   VALUE 'Y'.

      *    ONE CUSTOMER'S USAGE FOR THE EVENT DAY (OFFSET 0) AND
      *    THE LOOKBACK DAYS BEFORE IT, SUMMED OVER THEIR METERS.
       01 WS-DAY-STORAGE.
          05 WS-DAY-ENTRY OCCURS 121 TIMES
                          INDEXED BY WS-DY-IDX.
             10 WS-DY-USAGE        PIC 9(07).
             10 WS-DY-FLAG         PIC X(01).
                88 WS-DY-NO-DATA             VALUE SPACE.
                88 WS-DY-MEASURED            VALUE 'M'.
                88 WS-DY-ESTIMATED           VALUE 'E'.
          05 WS-DY-OFFSET          PIC S9(05) COMP.
          05 WS-DY-LOOP-CTR        PIC 9(03) VALUE ZEROS.

       01 WS-SETTLE-VARIABLES.
          05 WS-EVENT-HOURS        PIC 9(02) VALUE ZEROS.
          05 WS-BASE-DAY-CTR       PIC 9(02) VALUE ZEROS.
          05 WS-BASE-TOTAL         PIC 9(09) VALUE ZEROS.
          05 WS-BASELINE-KWH       PIC 9(07)V9 VALUE ZEROS.
          05 WS-ACTUAL-KWH         PIC 9(07)V9 VALUE ZEROS.
          05 WS-REDUCTION-KWH      PIC S9(07)V9 VALUE ZEROS.
          05 WS-COMMITTED-KWH      PIC 9(07)V9 VALUE ZEROS.
          05 WS-CAP-KWH            PIC 9(07)V9 VALUE ZEROS.
          05 WS-PAID-KWH           PIC 9(07)V9 VALUE ZEROS.
          05 WS-SHORT-KWH          PIC 9(07)V9 VALUE ZEROS.
          05 WS-PERFORM-ACHIEVED   PIC S9(05) VALUE ZEROS.
          05 WS-CREDIT-AMT         PIC 9(06)V99 VALUE ZEROS.
          05 WS-PENALTY-AMT        PIC 9(06)V99 VALUE ZEROS.
          05 WS-ADJ-POST-AMT       PIC S9(06)V99 VALUE ZEROS.
          05 WS-RESULT-FLAG        PIC X(01) VALUE SPACE.
             88 RESULT-PERFORMED             VALUE 'P'.
             88 RESULT-SHORT                 VALUE 'U'.
             88 RESULT-NOT-MEASURED          VALUE 'N'.
             88 RESULT-NO-BASELINE           VALUE 'B'.
             88 RESULT-NO-CUSTOMER           VALUE 'X'.
          05 WS-RESULT-TEXT        PIC X(14) VALUE SPACES.
          05 WS-ELIGIBLE-FLAG      PIC X(01) VALUE 'N'.
             88 CUST-ELIGIBLE      VALUE 'Y'.

       01 WS-EVENT-TOTALS.
          05 WS-EV-CUSTOMERS       PIC 9(04) VALUE ZEROS.
          05 WS-EV-PERFORMED       PIC 9(04) VALUE ZEROS.
          05 WS-EV-SHORT           PIC 9(04) VALUE ZEROS.
          05 WS-EV-NOT-SETTLED     PIC 9(04) VALUE ZEROS.
          05 WS-EV-REDUCTION       PIC S9(08)V9 VALUE ZEROS.
          05 WS-EV-CREDITS         PIC 9(07)V99 VALUE ZEROS.
          05 WS-EV-PENALTIES       PIC 9(07)V99 VALUE ZEROS.

       01 WS-LETTER-FIELDS.
          05 WS-L-FULL-NAME        PIC X(21).
          05 WS-L-ADDRESS          PIC X(29).
          05 WS-L-CITY             PIC X(10).
          05 WS-L-AMOUNT           PIC $$,$$$,$$9.99.
          05 WS-L-KW               PIC ZZ,ZZ9.9.
          05 WS-L-KWH              PIC ZZZ,ZZ9.9.
          05 WS-L-REDUCTION        PIC -ZZZ,ZZ9.9.
          05 WS-L-PCT              PIC ZZZ9.

       01 WS-COUNTERS.
          05 WS-INT-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-POSTED-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-PURGED-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-EVENT-SETTLED-CTR  PIC 9(04) VALUE ZEROS.
          05 WS-STATEMENT-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-CREDIT-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-PENALTY-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-TOTAL-CREDITS      PIC 9(08)V99 VALUE ZEROS.
          05 WS-TOTAL-PENALTIES    PIC 9(08)V99 VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'DEMAND-RESPONSE EVENT SETTLEMENT'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-EVENT-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'EVENT '.
          05 WS-EL-EVENT-ID       PIC X(10).
          05 FILLER               PIC X(7)  VALUE '  DATE '.
          05 WS-EL-DATE           PIC 9(08).
          05 FILLER               PIC X(9)  VALUE '  HOURS '.
          05 WS-EL-START-HOUR     PIC 9(02).
          05 FILLER               PIC X(1)  VALUE '-'.
          05 WS-EL-END-HOUR       PIC 9(02).
          05 FILLER               PIC X(10) VALUE '  PROGRAM '.
          05 WS-EL-PROGRAM        PIC X(04).
          05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(22) VALUE 'NAME'.
          05 FILLER               PIC X(11) VALUE 'COMMIT KW'.
          05 FILLER               PIC X(11) VALUE 'BASELINE'.
          05 FILLER               PIC X(11) VALUE 'ACTUAL'.
          05 FILLER               PIC X(11) VALUE 'REDUCED'.
          05 FILLER               PIC X(7)  VALUE 'PERF%'.
          05 FILLER               PIC X(12) VALUE 'CREDIT'.
          05 FILLER               PIC X(12) VALUE 'PENALTY'.
          05 FILLER               PIC X(14) VALUE 'RESULT'.
          05 FILLER               PIC X(6)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-NAME           PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-KW             PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-BASELINE       PIC ZZZ,ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ACTUAL         PIC ZZZ,ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REDUCED        PIC -ZZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-PCT            PIC ZZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-CREDIT         PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-PENALTY        PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-RESULT         PIC X(14).
          05 FILLER               PIC X(6)  VALUE SPACES.

       01 WS-EVENT-TOTAL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'CUSTOMERS '.
          05 WS-ET-CUSTOMERS      PIC ZZZ9.
          05 FILLER               PIC X(12) VALUE '  PERFORMED '.
          05 WS-ET-PERFORMED      PIC ZZZ9.
          05 FILLER               PIC X(8)  VALUE '  SHORT '.
          05 WS-ET-SHORT          PIC ZZZ9.
          05 FILLER               PIC X(14) VALUE '  NOT SETTLED '.
          05 WS-ET-NOT-SETTLED    PIC ZZZ9.
          05 FILLER               PIC X(14) VALUE '  KWH REDUCED '.
          05 WS-ET-REDUCTION      PIC -Z,ZZZ,ZZ9.9.
          05 FILLER               PIC X(11) VALUE '  CREDITS '.
          05 WS-ET-CREDITS        PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(12) VALUE '  PENALTIES '.
          05 WS-ET-PENALTIES      PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.

       01 WS-SECTION-TITLE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ST-TITLE          PIC X(60).
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'EVENTS SETTLED '.
          05 WS-RT-EVENTS         PIC ZZZ9.
          05 FILLER               PIC X(13) VALUE '  STATEMENTS '.
          05 WS-RT-STATEMENTS     PIC ZZZZ9.
          05 FILLER               PIC X(16) VALUE '  TOTAL CREDITS '.
          05 WS-RT-CREDITS        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(18) VALUE
             '  TOTAL PENALTIES '.
          05 WS-RT-PENALTIES      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DRSET001 EXECUTION BEGINS HERE .........'
           DISPLAY '  DEMAND-RESPONSE EVENT SETTLEMENT      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           MOVE WS-DATE TO WS-FMT-IN.
           PERFORM 2990-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-RUN-DATE-STR.

           PERFORM 1100-LOAD-DR-PARMS.

           COMPUTE WS-WORK-INTEGER =
                   WS-DATE-INTEGER - WS-RETAIN-DAYS.
           COMPUTE WS-PURGE-BEFORE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).

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

       1100-LOAD-DR-PARMS  SECTION.

           OPEN INPUT TI02-DR-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO DR SETTLEMENT PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING DR SETTLEMENT PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI02-DR-PARM
                  AT END
                      DISPLAY 'DR SETTLEMENT PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-DR-PARM
              END-READ
              CLOSE TI02-DR-PARM
           END-IF.

           DISPLAY 'BASELINE DAYS ' WS-BASELINE-DAYS
                   '  MINIMUM ' WS-MIN-BASE-DAYS
                   '  LOOKBACK ' WS-LOOKBACK-DAYS
                   '  PERFORM PCT ' WS-PERFORM-PCT
                   '  CAP PCT ' WS-CAP-PCT.
           DISPLAY 'EVENT BAND ' WS-EVENT-BAND
                   '  SETTLE LAG ' WS-SETTLE-LAG
                   '  RETAIN DAYS ' WS-RETAIN-DAYS.

       1110-EDIT-DR-PARM  SECTION.

      *    THE HISTORY MUST OUTLIVE THE LOOKBACK AND THE LAG, OR
      *    A LATE-SETTLED EVENT WOULD FIND ITS BASELINE PURGED.
           IF PRM-BASELINE-DAYS IS NUMERIC
              AND PRM-MIN-BASE-DAYS IS NUMERIC
              AND PRM-LOOKBACK-DAYS IS NUMERIC
              AND PRM-PERFORM-PCT IS NUMERIC
              AND PRM-CAP-PCT IS NUMERIC
              AND PRM-SETTLE-LAG IS NUMERIC
              AND PRM-RETAIN-DAYS IS NUMERIC
              AND PRM-BASELINE-DAYS > ZEROS
              AND PRM-MIN-BASE-DAYS > ZEROS
              AND PRM-MIN-BASE-DAYS NOT > PRM-BASELINE-DAYS
              AND PRM-LOOKBACK-DAYS NOT < PRM-BASELINE-DAYS
              AND PRM-LOOKBACK-DAYS NOT > WS-MAX-LOOKBACK
              AND PRM-PERFORM-PCT > ZEROS
              AND PRM-CAP-PCT NOT < 100
              AND (PRM-EVENT-BAND = 'P' OR 'O' OR 'N')
              AND PRM-RETAIN-DAYS >
                  PRM-LOOKBACK-DAYS + PRM-SETTLE-LAG
              MOVE PRM-BASELINE-DAYS TO WS-BASELINE-DAYS
              MOVE PRM-MIN-BASE-DAYS TO WS-MIN-BASE-DAYS
              MOVE PRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
              MOVE PRM-PERFORM-PCT   TO WS-PERFORM-PCT
              MOVE PRM-CAP-PCT       TO WS-CAP-PCT
              MOVE PRM-EVENT-BAND    TO WS-EVENT-BAND
              MOVE PRM-SETTLE-LAG    TO WS-SETTLE-LAG
              MOVE PRM-RETAIN-DAYS   TO WS-RETAIN-DAYS
           ELSE
              DISPLAY 'BAD DR SETTLEMENT PARM IGNORED: '
                      TI02-DR-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-DR-RPT-RECORD FROM WS-REPORT-HEADER1.

      *    TONIGHT'S USAGE GOES INTO THE HISTORY FIRST SO AN EVENT
      *    COMING DUE TONIGHT IS MEASURED ON EVERYTHING RECEIVED.
           PERFORM 2200-POST-INTERVAL-STREAM.

           PERFORM 2400-LOAD-EVENT-DAYS.

           PERFORM 2500-SETTLE-DUE-EVENTS.

           IF WS-EVENT-SETTLED-CTR = ZEROS
              MOVE SPACES TO TO02-DR-RPT-RECORD
              WRITE TO02-DR-RPT-RECORD
              MOVE 'NO EVENTS DUE FOR SETTLEMENT' TO WS-ST-TITLE
              WRITE TO02-DR-RPT-RECORD FROM WS-SECTION-TITLE
           END-IF.

           PERFORM 2900-PURGE-OLD-USAGE.

           MOVE WS-EVENT-SETTLED-CTR TO WS-RT-EVENTS.
           MOVE WS-STATEMENT-CTR     TO WS-RT-STATEMENTS.
           MOVE WS-TOTAL-CREDITS     TO WS-RT-CREDITS.
           MOVE WS-TOTAL-PENALTIES   TO WS-RT-PENALTIES.
           MOVE SPACES TO TO02-DR-RPT-RECORD.
           WRITE TO02-DR-RPT-RECORD.
           WRITE TO02-DR-RPT-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-DR-ENROLL-KSDS.
           IF NOT DRE-IO-STATUS
              DISPLAY 'ERROR OPENING DR ENROLLMENT KSDS: '
                      WS-DRE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-DR-EVENT-KSDS.
           IF NOT DRV-IO-STATUS
              DISPLAY 'ERROR OPENING DR EVENT KSDS: '
                      WS-DRV-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-DR-USAGE-KSDS.
           IF NOT DRU-IO-STATUS
              DISPLAY 'ERROR OPENING DR USAGE HISTORY KSDS: '
                      WS-DRU-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO05-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DR-STATEMENT.
           IF NOT STMT-IO-STATUS
              DISPLAY 'ERROR OPENING DR STATEMENT FILE: '
                      WS-STMT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-DR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING DR SETTLEMENT REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-POST-INTERVAL-STREAM  SECTION.

           OPEN INPUT TI01-INTERVAL-READ-FILE.
           IF INT-NOT-FOUND
              DISPLAY 'NO INTERVAL READ FILE - NO USAGE POSTED'
              GO TO 2200-EXIT
           END-IF.
           IF NOT INT-IO-STATUS
              DISPLAY 'ERROR OPENING INTERVAL READ FILE: '
                      WS-INT-STATUS
              STOP RUN
           END-IF.

           PERFORM 2210-READ-ONE-INTERVAL UNTIL INT-EOF.

           IF WS-GR-METER-ID NOT = LOW-VALUES
              PERFORM 2300-POST-METER-DAY
           END-IF.

           CLOSE TI01-INTERVAL-READ-FILE.

       2200-EXIT.
           EXIT.

       2210-READ-ONE-INTERVAL  SECTION.

      *    THE STREAM IS IN METER AND DATE ORDER; A CHANGE OF
      *    EITHER CLOSES THE PREVIOUS METER-DAY'S BAND ROWS.
           READ TI01-INTERVAL-READ-FILE
               AT END  SET INT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INT-READ-CTR
                   IF INT-METER-ID NOT = WS-GR-METER-ID
                      OR INT-READ-DATE NOT = WS-GR-READ-DATE
                      IF WS-GR-METER-ID NOT = LOW-VALUES
                         PERFORM 2300-POST-METER-DAY
                      END-IF
                      MOVE INT-METER-ID  TO WS-GR-METER-ID
                      MOVE INT-READ-DATE TO WS-GR-READ-DATE
                      MOVE INT-CUST-ID   TO WS-GR-CUST-ID
                      MOVE ZEROS         TO WS-GR-BAND-USAGE
                                            WS-GR-DAY-USAGE
                      MOVE 'M'           TO WS-GR-VEE-FLAG
                   END-IF
                   ADD INT-INTERVAL-USAGE TO WS-GR-DAY-USAGE
                   IF INT-TOU-BAND = WS-EVENT-BAND
                      ADD INT-INTERVAL-USAGE TO WS-GR-BAND-USAGE
                   END-IF
                   IF INT-ESTIMATED
                      MOVE 'E' TO WS-GR-VEE-FLAG
                   END-IF
           END-READ.

       2300-POST-METER-DAY  SECTION.

      *    ONLY CUSTOMERS ON THE ENROLLMENT MASTER ARE KEPT; THE
      *    LOOKUP IS REPEATED ONLY WHEN THE CUSTOMER CHANGES.
           IF WS-GR-CUST-ID NOT = WS-LAST-CUST-ID
              MOVE WS-GR-CUST-ID TO WS-LAST-CUST-ID
              MOVE 'N' TO WS-ENROLLED-FLAG
              MOVE WS-GR-CUST-ID TO DRE-CUST-ID
              READ MI01-DR-ENROLL-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DRE-STAT-ACTIVE
                         SET CUST-IS-ENROLLED TO TRUE
                      END-IF
              END-READ
           END-IF.

           IF NOT CUST-IS-ENROLLED
              GO TO 2300-EXIT
           END-IF.

      *    A RE-SENT DAY REPLACES WHAT WAS HELD FOR IT.
           MOVE WS-GR-CUST-ID    TO DRU-CUST-ID.
           MOVE WS-GR-READ-DATE  TO DRU-READ-DATE.
           MOVE WS-GR-METER-ID   TO DRU-METER-ID.

           READ MO03-DR-USAGE-KSDS
               INVALID KEY
                   MOVE SPACES           TO MO03-DR-USAGE-RECORD
                   MOVE WS-GR-CUST-ID    TO DRU-CUST-ID
                   MOVE WS-GR-READ-DATE  TO DRU-READ-DATE
                   MOVE WS-GR-METER-ID   TO DRU-METER-ID
                   MOVE WS-GR-BAND-USAGE TO DRU-BAND-USAGE
                   MOVE WS-GR-DAY-USAGE  TO DRU-DAY-USAGE
                   MOVE WS-GR-VEE-FLAG   TO DRU-VEE-FLAG
                   WRITE MO03-DR-USAGE-RECORD
                       INVALID KEY
                           DISPLAY 'DR USAGE WRITE FAILED: '
                                   DRU-KEY
                                   ' STATUS: ' WS-DRU-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-CTR
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-GR-BAND-USAGE TO DRU-BAND-USAGE
                   MOVE WS-GR-DAY-USAGE  TO DRU-DAY-USAGE
                   MOVE WS-GR-VEE-FLAG   TO DRU-VEE-FLAG
                   REWRITE MO03-DR-USAGE-RECORD
                       INVALID KEY
                           DISPLAY 'DR USAGE REWRITE FAILED: '
                                   DRU-KEY
                                   ' STATUS: ' WS-DRU-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-CTR
                   END-REWRITE
           END-READ.

       2300-EXIT.
           EXIT.

       2400-LOAD-EVENT-DAYS  SECTION.

      *    EVERY EVENT NOT CANCELLED, SETTLED OR NOT, TAKES ITS DAY
      *    OUT OF THE BASELINE POOL.
           MOVE LOW-VALUES TO DRV-EVENT-ID.
           MOVE 'N' TO WS-DRV-EOF-FLAG.
           START MO02-DR-EVENT-KSDS KEY IS NOT LESS THAN DRV-EVENT-ID
               INVALID KEY
                   SET DRV-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2410-READ-EVENT-DAY UNTIL DRV-SCAN-EOF.

           DISPLAY 'EVENT DAYS EXCLUDED FROM BASELINES: '
                   WS-EVENT-DAY-COUNT.

       2410-READ-EVENT-DAY  SECTION.

           READ MO02-DR-EVENT-KSDS NEXT RECORD
               AT END
                   SET DRV-SCAN-EOF TO TRUE
               NOT AT END
                   IF NOT DRV-STAT-CANCELLED
                      IF WS-EVENT-DAY-COUNT >= WS-MAX-EVENT-DAYS
                         DISPLAY 'ERROR: EVENT DAY TABLE FULL AT '
                                 DRV-EVENT-ID
                      ELSE
                         ADD 1 TO WS-EVENT-DAY-COUNT
                         SET WS-ED-IDX TO WS-EVENT-DAY-COUNT
                         MOVE DRV-EVENT-DATE TO WS-ED-DATE(WS-ED-IDX)
                      END-IF
                   END-IF
           END-READ.

       2500-SETTLE-DUE-EVENTS  SECTION.

      *    AN EVENT SETTLES ONCE THE LAG HAS PASSED, GIVING THE
      *    HEAD-END TIME TO FILL ANY GAP VEE001 RE-REQUESTED.
           MOVE LOW-VALUES TO DRV-EVENT-ID.
           MOVE 'N' TO WS-DRV-EOF-FLAG.
           START MO02-DR-EVENT-KSDS KEY IS NOT LESS THAN DRV-EVENT-ID
               INVALID KEY
                   SET DRV-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2510-READ-CALENDAR UNTIL DRV-SCAN-EOF.

       2510-READ-CALENDAR  SECTION.

           READ MO02-DR-EVENT-KSDS NEXT RECORD
               AT END
                   SET DRV-SCAN-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.

           IF NOT DRV-STAT-SCHEDULED
              GO TO 2510-EXIT
           END-IF.

           COMPUTE WS-EVENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DRV-EVENT-DATE).
           IF WS-EVENT-INTEGER + WS-SETTLE-LAG > WS-DATE-INTEGER
              GO TO 2510-EXIT
           END-IF.

           PERFORM 2520-SETTLE-EVENT.

           SET DRV-STAT-SETTLED TO TRUE.
           MOVE WS-DATE TO DRV-SETTLED-DATE.
           REWRITE MO02-DR-EVENT-RECORD
               INVALID KEY
                   DISPLAY 'DR EVENT REWRITE FAILED: ' DRV-EVENT-ID
                           ' STATUS: ' WS-DRV-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

           ADD 1 TO WS-EVENT-SETTLED-CTR.

       2510-EXIT.
           EXIT.

       2520-SETTLE-EVENT  SECTION.

           INITIALIZE WS-EVENT-TOTALS.
           COMPUTE WS-EVENT-HOURS = DRV-END-HOUR - DRV-START-HOUR.

           MOVE DRV-EVENT-DATE TO WS-FMT-IN.
           PERFORM 2990-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-EVENT-DATE-STR.

           MOVE WS-EVENT-INTEGER TO WS-WORK-INTEGER.
           PERFORM 2980-SET-DAY-TYPE.
           MOVE WS-DAY-WEEKEND-FLAG TO WS-EVENT-WEEKEND-FLAG.

           COMPUTE WS-WORK-INTEGER =
                   WS-EVENT-INTEGER - WS-LOOKBACK-DAYS.
           COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).

           MOVE SPACES TO TO02-DR-RPT-RECORD.
           WRITE TO02-DR-RPT-RECORD.
           MOVE DRV-EVENT-ID     TO WS-EL-EVENT-ID.
           MOVE DRV-EVENT-DATE   TO WS-EL-DATE.
           MOVE DRV-START-HOUR   TO WS-EL-START-HOUR.
           MOVE DRV-END-HOUR     TO WS-EL-END-HOUR.
           IF DRV-PROGRAM-CODE = SPACES
              MOVE 'ALL'         TO WS-EL-PROGRAM
           ELSE
              MOVE DRV-PROGRAM-CODE TO WS-EL-PROGRAM
           END-IF.
           WRITE TO02-DR-RPT-RECORD FROM WS-EVENT-LINE.
           WRITE TO02-DR-RPT-RECORD FROM WS-REPORT-HEADER2.

           MOVE LOW-VALUES TO DRE-CUST-ID.
           MOVE 'N' TO WS-DRE-EOF-FLAG.
           START MI01-DR-ENROLL-KSDS KEY IS NOT LESS THAN DRE-CUST-ID
               INVALID KEY
                   SET DRE-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2530-READ-ENROLLMENT UNTIL DRE-SCAN-EOF.

           MOVE WS-EV-CUSTOMERS   TO WS-ET-CUSTOMERS.
           MOVE WS-EV-PERFORMED   TO WS-ET-PERFORMED.
           MOVE WS-EV-SHORT       TO WS-ET-SHORT.
           MOVE WS-EV-NOT-SETTLED TO WS-ET-NOT-SETTLED.
           MOVE WS-EV-REDUCTION   TO WS-ET-REDUCTION.
           MOVE WS-EV-CREDITS     TO WS-ET-CREDITS.
           MOVE WS-EV-PENALTIES   TO WS-ET-PENALTIES.
           WRITE TO02-DR-RPT-RECORD FROM WS-EVENT-TOTAL-LINE.

           DISPLAY 'EVENT SETTLED: ' DRV-EVENT-ID
                   ' CUSTOMERS ' WS-EV-CUSTOMERS
                   ' PERFORMED ' WS-EV-PERFORMED.

       2530-READ-ENROLLMENT  SECTION.

           READ MI01-DR-ENROLL-KSDS NEXT RECORD
               AT END
                   SET DRE-SCAN-EOF TO TRUE
                   GO TO 2530-EXIT
           END-READ.

      *    ENROLLED IN THE PROGRAM CALLED ON THE EVENT DAY -- A
      *    CUSTOMER WHO WITHDREW AFTER IT STILL SETTLES.
           MOVE 'N' TO WS-ELIGIBLE-FLAG.
           IF DRE-ENROLL-DATE NOT > DRV-EVENT-DATE
              AND (DRV-PROGRAM-CODE = SPACES
                   OR DRV-PROGRAM-CODE = DRE-PROGRAM-CODE)
              IF DRE-STAT-ACTIVE
                 SET CUST-ELIGIBLE TO TRUE
              END-IF
              IF DRE-STAT-WITHDRAWN
                 AND DRE-WITHDRAW-DATE > DRV-EVENT-DATE
                 SET CUST-ELIGIBLE TO TRUE
              END-IF
           END-IF.

           IF NOT CUST-ELIGIBLE
              GO TO 2530-EXIT
           END-IF.

           ADD 1 TO WS-EV-CUSTOMERS.
           MOVE ZEROS TO WS-BASELINE-KWH WS-ACTUAL-KWH
                         WS-REDUCTION-KWH WS-PERFORM-ACHIEVED
                         WS-CREDIT-AMT WS-PENALTY-AMT.
           COMPUTE WS-COMMITTED-KWH =
                   DRE-COMMITTED-KW * WS-EVENT-HOURS.

           MOVE DRE-CUST-ID TO CUST-KEY.
           READ MI04-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ON FILE FOR ENROLLMENT: '
                           DRE-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   MOVE SPACES TO MI04-CUSTOMER-RECORD
                   SET RESULT-NO-CUSTOMER TO TRUE
           END-READ.

           IF NOT RESULT-NO-CUSTOMER
              PERFORM 2600-LOAD-CUSTOMER-DAYS
              PERFORM 2700-MEASURE-PERFORMANCE
           END-IF.

           PERFORM 2750-TALLY-RESULT.

           PERFORM 2800-WRITE-DISPATCH-LINE.

           IF NOT RESULT-NO-CUSTOMER
              PERFORM 2850-WRITE-STATEMENT
           END-IF.

       2530-EXIT.
           EXIT.

       2600-LOAD-CUSTOMER-DAYS  SECTION.

           MOVE ZEROS TO WS-DY-LOOP-CTR.
           PERFORM 2610-CLEAR-DAY
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-LOOKBACK-DAYS + 1.

           MOVE DRE-CUST-ID     TO DRU-CUST-ID.
           MOVE WS-WINDOW-START TO DRU-READ-DATE.
           MOVE LOW-VALUES      TO DRU-METER-ID.
           MOVE 'N' TO WS-DRU-EOF-FLAG.
           START MO03-DR-USAGE-KSDS KEY IS NOT LESS THAN DRU-KEY
               INVALID KEY
                   SET DRU-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2620-READ-USAGE-DAY UNTIL DRU-SCAN-EOF.

       2610-CLEAR-DAY  SECTION.

           MOVE ZEROS TO WS-DY-USAGE(WS-DY-IDX).
           MOVE SPACE TO WS-DY-FLAG(WS-DY-IDX).

       2620-READ-USAGE-DAY  SECTION.

           READ MO03-DR-USAGE-KSDS NEXT RECORD
               AT END
                   SET DRU-SCAN-EOF TO TRUE
                   GO TO 2620-EXIT
           END-READ.

           IF DRU-CUST-ID NOT = DRE-CUST-ID
              OR DRU-READ-DATE > DRV-EVENT-DATE
              SET DRU-SCAN-EOF TO TRUE
              GO TO 2620-EXIT
           END-IF.

      *    A DAY IS MEASURED ONLY IF EVERY ONE OF THE CUSTOMER'S
      *    METERS WAS MEASURED ON IT.
           COMPUTE WS-DY-OFFSET = WS-EVENT-INTEGER -
                   FUNCTION INTEGER-OF-DATE(DRU-READ-DATE).
           SET WS-DY-IDX TO WS-DY-OFFSET.
           SET WS-DY-IDX UP BY 1.
           ADD DRU-BAND-USAGE TO WS-DY-USAGE(WS-DY-IDX).
           IF DRU-ESTIMATED
              SET WS-DY-ESTIMATED(WS-DY-IDX) TO TRUE
           ELSE
              IF WS-DY-NO-DATA(WS-DY-IDX)
                 SET WS-DY-MEASURED(WS-DY-IDX) TO TRUE
              END-IF
           END-IF.

       2620-EXIT.
           EXIT.

       2700-MEASURE-PERFORMANCE  SECTION.

           SET WS-DY-IDX TO 1.
           IF NOT WS-DY-MEASURED(WS-DY-IDX)
              SET RESULT-NOT-MEASURED TO TRUE
              GO TO 2700-EXIT
           END-IF.
           MOVE WS-DY-USAGE(WS-DY-IDX) TO WS-ACTUAL-KWH.

      *    WALK BACK FROM THE DAY BEFORE THE EVENT, TAKING THE
      *    MOST RECENT COMPARABLE DAYS UNTIL THE BASELINE IS FULL.
           MOVE ZEROS TO WS-BASE-DAY-CTR WS-BASE-TOTAL.
           PERFORM 2710-CHECK-BASELINE-DAY
               VARYING WS-DY-LOOP-CTR FROM 1 BY 1
               UNTIL WS-DY-LOOP-CTR > WS-LOOKBACK-DAYS
                  OR WS-BASE-DAY-CTR >= WS-BASELINE-DAYS.

           IF WS-BASE-DAY-CTR < WS-MIN-BASE-DAYS
              SET RESULT-NO-BASELINE TO TRUE
              GO TO 2700-EXIT
           END-IF.

           COMPUTE WS-BASELINE-KWH ROUNDED =
                   WS-BASE-TOTAL / WS-BASE-DAY-CTR.
           COMPUTE WS-REDUCTION-KWH =
                   WS-BASELINE-KWH - WS-ACTUAL-KWH.
           IF WS-REDUCTION-KWH > ZEROS
              COMPUTE WS-PERFORM-ACHIEVED ROUNDED =
                      WS-REDUCTION-KWH * 100 / WS-COMMITTED-KWH
           ELSE
              MOVE ZEROS TO WS-PERFORM-ACHIEVED
           END-IF.

           IF WS-PERFORM-ACHIEVED >= WS-PERFORM-PCT
              SET RESULT-PERFORMED TO TRUE
              COMPUTE WS-CAP-KWH =
                      WS-COMMITTED-KWH * WS-CAP-PCT / 100
              IF WS-REDUCTION-KWH > WS-CAP-KWH
                 MOVE WS-CAP-KWH TO WS-PAID-KWH
              ELSE
                 MOVE WS-REDUCTION-KWH TO WS-PAID-KWH
              END-IF
              COMPUTE WS-CREDIT-AMT ROUNDED =
                      WS-PAID-KWH * DRE-INCENTIVE-RATE
              IF WS-CREDIT-AMT > ZEROS
                 COMPUTE WS-ADJ-POST-AMT = 0 - WS-CREDIT-AMT
                 PERFORM 2780-POST-ADJUSTMENT
                 ADD 1 TO WS-CREDIT-CTR
              END-IF
           ELSE
              SET RESULT-SHORT TO TRUE
              IF DRE-PENALTY-RATE > ZEROS
                 IF WS-REDUCTION-KWH > ZEROS
                    COMPUTE WS-SHORT-KWH =
                            WS-COMMITTED-KWH - WS-REDUCTION-KWH
                 ELSE
                    MOVE WS-COMMITTED-KWH TO WS-SHORT-KWH
                 END-IF
                 COMPUTE WS-PENALTY-AMT ROUNDED =
                         WS-SHORT-KWH * DRE-PENALTY-RATE
                 IF WS-PENALTY-AMT > ZEROS
                    MOVE WS-PENALTY-AMT TO WS-ADJ-POST-AMT
                    PERFORM 2780-POST-ADJUSTMENT
                    ADD 1 TO WS-PENALTY-CTR
                 END-IF
              END-IF
           END-IF.

       2700-EXIT.
           EXIT.

       2710-CHECK-BASELINE-DAY  SECTION.

           SET WS-DY-IDX TO WS-DY-LOOP-CTR.
           SET WS-DY-IDX UP BY 1.
           IF NOT WS-DY-MEASURED(WS-DY-IDX)
              GO TO 2710-EXIT
           END-IF.

           COMPUTE WS-WORK-INTEGER =
                   WS-EVENT-INTEGER - WS-DY-LOOP-CTR.
           PERFORM 2980-SET-DAY-TYPE.
           IF WS-DAY-WEEKEND-FLAG NOT = WS-EVENT-WEEKEND-FLAG
              GO TO 2710-EXIT
           END-IF.

           MOVE 'N' TO WS-EVENT-DAY-FLAG.
           COMPUTE WS-FMT-IN =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-EVENT-DAY-COUNT
                      OR DAY-IS-EVENT-DAY
               IF WS-ED-DATE(WS-ED-IDX) = WS-FMT-IN
                  SET DAY-IS-EVENT-DAY TO TRUE
               END-IF
           END-PERFORM.
           IF DAY-IS-EVENT-DAY
              GO TO 2710-EXIT
           END-IF.

           ADD 1 TO WS-BASE-DAY-CTR.
           ADD WS-DY-USAGE(WS-DY-IDX) TO WS-BASE-TOTAL.

       2710-EXIT.
           EXIT.

       2750-TALLY-RESULT  SECTION.

           EVALUATE TRUE
               WHEN RESULT-PERFORMED
                  MOVE 'PERFORMED'      TO WS-RESULT-TEXT
                  ADD 1 TO WS-EV-PERFORMED
               WHEN RESULT-SHORT
                  MOVE 'SHORT'          TO WS-RESULT-TEXT
                  ADD 1 TO WS-EV-SHORT
               WHEN RESULT-NOT-MEASURED
                  MOVE 'NOT MEASURED'   TO WS-RESULT-TEXT
                  ADD 1 TO WS-EV-NOT-SETTLED
               WHEN RESULT-NO-BASELINE
                  MOVE 'NO BASELINE'    TO WS-RESULT-TEXT
                  ADD 1 TO WS-EV-NOT-SETTLED
               WHEN OTHER
                  MOVE 'NO CUSTOMER'    TO WS-RESULT-TEXT
                  ADD 1 TO WS-EV-NOT-SETTLED
           END-EVALUATE.

           IF RESULT-PERFORMED OR RESULT-SHORT
              ADD WS-REDUCTION-KWH TO WS-EV-REDUCTION
           END-IF.
           ADD WS-CREDIT-AMT  TO WS-EV-CREDITS WS-TOTAL-CREDITS.
           ADD WS-PENALTY-AMT TO WS-EV-PENALTIES WS-TOTAL-PENALTIES.

       2780-POST-ADJUSTMENT  SECTION.

      *    SAME MERGE-INTO-ONE-ROW PATTERN WOCHG001 USES -- A
      *    PENDING ROW KEEPS ITS REASON AND TAKES THE AMOUNT ON
      *    TOP; A FRESH ROW CARRIES THE DEMAND-RESPONSE CODE.
           MOVE DRE-CUST-ID TO ADJ-CUST-ID.

           READ MO05-ADJ-KSDS
               INVALID KEY
                   MOVE DRE-CUST-ID     TO ADJ-CUST-ID
                   MOVE WS-ADJ-POST-AMT TO ADJ-AMOUNT
                   MOVE 'DR'            TO ADJ-REASON-CODE
                   MOVE WS-DATE         TO ADJ-DATE
                   WRITE MO05-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJ WRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ADJ-POST-AMT TO ADJ-AMOUNT
                   MOVE WS-DATE TO ADJ-DATE
                   REWRITE MO05-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJ REWRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2800-WRITE-DISPATCH-LINE  SECTION.

           MOVE DRE-CUST-ID       TO WS-RD-CUST-ID.
           MOVE SPACES            TO WS-RD-NAME.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' CUST-LAST-NAME DELIMITED BY SPACE
                  INTO WS-RD-NAME
           END-STRING.
           MOVE DRE-COMMITTED-KW  TO WS-RD-KW.
           MOVE WS-BASELINE-KWH   TO WS-RD-BASELINE.
           MOVE WS-ACTUAL-KWH     TO WS-RD-ACTUAL.
           MOVE WS-REDUCTION-KWH  TO WS-RD-REDUCED.
           MOVE WS-PERFORM-ACHIEVED TO WS-RD-PCT.
           MOVE WS-CREDIT-AMT     TO WS-RD-CREDIT.
           MOVE WS-PENALTY-AMT    TO WS-RD-PENALTY.
           MOVE WS-RESULT-TEXT    TO WS-RD-RESULT.
           WRITE TO02-DR-RPT-RECORD FROM WS-REPORT-DETAIL.

       2850-WRITE-STATEMENT  SECTION.

           MOVE SPACES TO WS-L-FULL-NAME.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' CUST-LAST-NAME DELIMITED BY SPACE
                  INTO WS-L-FULL-NAME
           END-STRING.
           MOVE CUST-ADDRESS TO WS-L-ADDRESS.
           MOVE CUST-CITY    TO WS-L-CITY.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'DATE: ' WS-RUN-DATE-STR
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE WS-L-FULL-NAME TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE WS-L-ADDRESS TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE WS-L-CITY TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           STRING 'RE: DEMAND-RESPONSE EVENT ' DRV-EVENT-ID
                  ' OF ' WS-EVENT-DATE-STR
                  ' -- SETTLEMENT STATEMENT'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           STRING 'DEAR ' WS-L-FULL-NAME ','
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE DRE-COMMITTED-KW TO WS-L-KW.
           STRING 'THANK YOU FOR TAKING PART IN DEMAND-RESPONSE '
                  'PROGRAM ' DRE-PROGRAM-CODE '.'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'A GRID EMERGENCY EVENT WAS CALLED ON '
                  WS-EVENT-DATE-STR ' FROM ' DRV-START-HOUR
                  ':00 TO ' DRV-END-HOUR ':00.'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'YOUR COMMITTED LOAD REDUCTION IS ' WS-L-KW ' KW.'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           EVALUATE TRUE
               WHEN RESULT-PERFORMED
                  PERFORM 2860-WRITE-MEASUREMENT
                  PERFORM 2870-PERFORMED-BODY
               WHEN RESULT-SHORT
                  PERFORM 2860-WRITE-MEASUREMENT
                  PERFORM 2875-SHORT-BODY
               WHEN RESULT-NOT-MEASURED
                  PERFORM 2880-NOT-MEASURED-BODY
               WHEN OTHER
                  PERFORM 2885-NO-BASELINE-BODY
           END-EVALUATE.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY - DEMAND RESPONSE PROGRAMS'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           ADD 1 TO WS-STATEMENT-CTR.

       2860-WRITE-MEASUREMENT  SECTION.

           MOVE WS-BASELINE-KWH TO WS-L-KWH.
           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'YOUR BASELINE USAGE FOR THE EVENT PERIOD: '
                  WS-L-KWH ' KWH'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE WS-ACTUAL-KWH TO WS-L-KWH.
           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'YOUR ACTUAL USAGE FOR THE EVENT PERIOD:   '
                  WS-L-KWH ' KWH'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE WS-REDUCTION-KWH TO WS-L-REDUCTION.
           MOVE WS-PERFORM-ACHIEVED TO WS-L-PCT.
           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'REDUCTION DELIVERED:                     '
                  WS-L-REDUCTION ' KWH (' WS-L-PCT
                  ' PCT OF COMMITMENT)'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

       2870-PERFORMED-BODY  SECTION.

           MOVE WS-CREDIT-AMT TO WS-L-AMOUNT.
           MOVE SPACES TO TO01-DR-STATEMENT-RECORD.
           STRING 'AN INCENTIVE CREDIT OF ' WS-L-AMOUNT
                  ' HAS BEEN APPLIED TO YOUR ACCOUNT'
                  DELIMITED BY SIZE
                  INTO TO01-DR-STATEMENT-RECORD
           END-STRING.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'AND WILL APPEAR ON YOUR NEXT BILL.'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

       2875-SHORT-BODY  SECTION.

           MOVE 'THE REDUCTION DELIVERED FELL SHORT OF THE PROGRAM'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           IF WS-PENALTY-AMT > ZEROS
              MOVE WS-PENALTY-AMT TO WS-L-AMOUNT
              MOVE SPACES TO TO01-DR-STATEMENT-RECORD
              STRING 'MINIMUM. A NON-PERFORMANCE CHARGE OF '
                     WS-L-AMOUNT
                     DELIMITED BY SIZE
                     INTO TO01-DR-STATEMENT-RECORD
              END-STRING
              WRITE TO01-DR-STATEMENT-RECORD
              MOVE 'WILL APPEAR ON YOUR NEXT BILL.'
                   TO TO01-DR-STATEMENT-RECORD
              WRITE TO01-DR-STATEMENT-RECORD
           ELSE
              MOVE 'MINIMUM, SO NO INCENTIVE IS PAYABLE FOR THIS EVENT.'
                   TO TO01-DR-STATEMENT-RECORD
              WRITE TO01-DR-STATEMENT-RECORD
           END-IF.

       2880-NOT-MEASURED-BODY  SECTION.

           MOVE 'YOUR METER DID NOT REPORT A MEASURED READING FOR THE'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'EVENT DAY, SO THIS EVENT CANNOT BE SETTLED FOR YOUR'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'ACCOUNT. NO CREDIT OR CHARGE HAS BEEN APPLIED.'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

       2885-NO-BASELINE-BODY  SECTION.

           MOVE 'TOO FEW COMPARABLE DAYS OF MEASURED USAGE WERE'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'AVAILABLE TO SET YOUR BASELINE, SO NO CREDIT OR'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

           MOVE 'CHARGE HAS BEEN APPLIED FOR THIS EVENT.'
                TO TO01-DR-STATEMENT-RECORD.
           WRITE TO01-DR-STATEMENT-RECORD.

       2900-PURGE-OLD-USAGE  SECTION.

      *    HISTORY OLDER THAN THE RETENTION IS NO LONGER NEEDED
      *    FOR ANY BASELINE.
           MOVE LOW-VALUES TO DRU-KEY.
           MOVE 'N' TO WS-DRU-EOF-FLAG.
           START MO03-DR-USAGE-KSDS KEY IS NOT LESS THAN DRU-KEY
               INVALID KEY
                   SET DRU-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2910-PURGE-ONE-ROW UNTIL DRU-SCAN-EOF.

       2910-PURGE-ONE-ROW  SECTION.

           READ MO03-DR-USAGE-KSDS NEXT RECORD
               AT END
                   SET DRU-SCAN-EOF TO TRUE
               NOT AT END
                   IF DRU-READ-DATE < WS-PURGE-BEFORE
                      DELETE MO03-DR-USAGE-KSDS
                          INVALID KEY
                              DISPLAY 'DR USAGE DELETE FAILED: '
                                      DRU-KEY
                              ADD 1 TO WS-ERROR-CTR
                          NOT INVALID KEY
                              ADD 1 TO WS-PURGED-CTR
                      END-DELETE
                   END-IF
           END-READ.

       2980-SET-DAY-TYPE  SECTION.

      *    DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO THE
      *    REMAINDER BY SEVEN IS 6 ON SATURDAY AND 0 ON SUNDAY.
           DIVIDE WS-WORK-INTEGER BY 7
               GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE 'E' TO WS-DAY-WEEKEND-FLAG
           ELSE
              MOVE 'D' TO WS-DAY-WEEKEND-FLAG
           END-IF.

       2990-FORMAT-DATE  SECTION.

           MOVE SPACES TO WS-FMT-OUT.
           STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD
                  DELIMITED BY SIZE
                  INTO WS-FMT-OUT
           END-STRING.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' INTERVAL ROWS READ       ',  WS-INT-READ-CTR
           DISPLAY ' USAGE DAYS POSTED        ',  WS-POSTED-CTR
           DISPLAY ' USAGE DAYS PURGED        ',  WS-PURGED-CTR
           DISPLAY ' EVENTS SETTLED           ',  WS-EVENT-SETTLED-CTR
           DISPLAY ' STATEMENTS WRITTEN       ',  WS-STATEMENT-CTR
           DISPLAY ' CREDITS POSTED           ',  WS-CREDIT-CTR
           DISPLAY ' PENALTIES POSTED         ',  WS-PENALTY-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-DR-ENROLL-KSDS,
                  MO02-DR-EVENT-KSDS,
                  MO03-DR-USAGE-KSDS,
                  MI04-CUSTOMER-KSDS,
                  MO05-ADJ-KSDS,
                  TO01-DR-STATEMENT,
                  TO02-DR-RPT.

           STOP RUN.
