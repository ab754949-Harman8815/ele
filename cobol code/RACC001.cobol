       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RACC001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DATES THE SAMPLE. A MISSING FILE FALLS BACK TO THE WALL
      *    CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    SAMPLING RATES AND THE CHECK-READ TOLERANCES, SHARED
      *    WITH RACC002. NO FILE, THE DEFAULTS STAND.
           SELECT TI01-RACC-PARM      ASSIGN TO RACCPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    METER-READING CYCLE/ROUTE MASTER -- WALKED TWICE, ONCE
      *    TO SIZE EACH READER'S SAMPLE AND ONCE TO DRAW IT, AND
      *    READ BY METER FOR EACH CORRECTION ON THE AUDIT TRAIL.
           SELECT MI01-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    THE DAY'S FIELD READINGS -- ONLY AN ACCEPTED READ (NOT
      *    A SKIP, THE SAME TEST RDRPROD APPLIES) CAN BE SAMPLED.
           SELECT TI02-METER-READ-FILE ASSIGN TO MTRREAD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS READ-METER-ID
           FILE STATUS            IS WS-READ-STATUS.

           SELECT MI02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MI03-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    ESTIMATE TRACKING BILL003 KEEPS -- A CUSTOMER STILL ON
      *    AN ESTIMATE IS A METER THE READER DID NOT GET.
           SELECT MI04-EST-KSDS       ASSIGN TO ESTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS EST-CUST-ID
           FILE STATUS            IS WS-EST-STATUS.

      *    CONSUMPTION HISTORY -- THE TRAILING AVERAGE GIVES EACH
      *    SAMPLE THE DAILY USE RACC002 ALLOWS BETWEEN THE
      *    READER'S VISIT AND THE SUPERVISOR'S.
           SELECT MI05-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    CENTRAL MAINTENANCE AUDIT TRAIL -- MTR004'S ROWS ARE
      *    THE CONFIRMED READING CORRECTIONS, ONE PER METER
      *    CORRECTED. THE AUDIT KEY LEADS WITH THE PROGRAM, SO THE
      *    SCAN ENTERS AT MTR004 AND THE START OF THE LOOK-BACK.
           SELECT MI06-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

      *    CHECK-READ SAMPLE REGISTER -- ONE ROW PER SAMPLED
      *    READING, KEYED METER + SAMPLE DATE. RACC002 POSTS THE
      *    SUPERVISOR'S CHECK READING TO IT AND SCORES IT.
           SELECT MO01-CHECK-KSDS     ASSIGN TO CHKSKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CHK-KEY
           FILE STATUS            IS WS-CHK-STATUS.

      *    THE SUPERVISORS' CHECK-READ LIST AND THE SAMPLE SIZING
      *    BEHIND IT.
           SELECT TO01-CHECK-LIST     ASSIGN TO CHKLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

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

       FD TI01-RACC-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

      *    BASE AND MAXIMUM SAMPLE PERCENT OF A READER'S ACCEPTED
      *    READS; DAYS OF CORRECTIONS THAT WEIGHT THE SAMPLE;
      *    CHECK-READ TOLERANCE PERCENT AND FLOOR UNITS; DAYS A
      *    SAMPLE STAYS OPEN; DAYS THE SCORECARD COVERS; DAYS THE
      *    REGISTER KEEPS A ROW.
       01 TI01-RACC-PARM-RECORD.
          05 PRM-BASE-PCT         PIC 9(03).
          05 PRM-MAX-PCT          PIC 9(03).
          05 PRM-LOOKBACK-DAYS    PIC 9(03).
          05 PRM-TOL-PCT          PIC 9(03).
          05 PRM-TOL-FLOOR        PIC 9(05).
          05 PRM-EXPIRE-DAYS      PIC 9(03).
          05 PRM-SCORE-DAYS       PIC 9(03).
          05 PRM-KEEP-DAYS        PIC 9(05).
          05 FILLER               PIC X(12).

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI01-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI01-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

       FD TI02-METER-READ-FILE
           RECORD CONTAINS         89  CHARACTERS.

       01 TI02-METER-READ-RECORD.
          05 READ-METER-ID        PIC X(14).
          05 READ-PREV-READING    PIC 9(08).
          05 READ-CURR-READING    PIC 9(08).
          05 READ-EXP-PREV-READING PIC 9(08).
          05 READ-EXP-CURR-READING PIC 9(08).
          05 READ-KVARH-PREV      PIC 9(08).
          05 READ-KVARH-CURR      PIC 9(08).
          05 READ-CAPTURE-TIME    PIC 9(04).
          05 READ-TROUBLE-CODE    PIC X(02).
             88 READ-TRBL-NONE              VALUE SPACES.
             88 READ-TRBL-ACCESS            VALUES 'LG' 'DG' 'NA'
                                                   'OB'.
          05 READ-TROUBLE-NOTE    PIC X(20).
          05 READ-WINDOW-RESULT   PIC X(01).

       FD MI02-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

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

      *    SAME ESTIMATE-TRACKING LAYOUT BILL003 MAINTAINS.
       FD MI04-EST-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI04-EST-RECORD.
          05 EST-CUST-ID          PIC X(12).
          05 EST-UNITS            PIC 9(06).
          05 EST-PERIOD-COUNT     PIC 9(02).
          05 EST-LAST-PERIOD      PIC 9(06).
          05 EST-BASIS            PIC X(01).
          05 EST-BASIS-PERIODS    PIC 9(02).

       FD MI05-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI05-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 FILLER                 PIC X(10).

       FD MI06-AUDIT-KSDS
           RECORD CONTAINS         346 CHARACTERS.

       01 MI06-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

      *    SAME CHECK-READ SAMPLE LAYOUT RACC002 MAINTAINS. THE
      *    DAILY UNITS ARE THE CUSTOMER'S TRAILING MONTHLY AVERAGE
      *    OVER THIRTY; THE ALLOWANCE IS WHAT RACC002 WORKED OUT
      *    FROM THEM FOR THE DAYS BETWEEN THE TWO READS.
       FD MO01-CHECK-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-CHECK-RECORD.
          05 CHK-KEY.
             10 CHK-METER-ID        PIC X(14).
             10 CHK-SAMPLE-DATE     PIC 9(08).
          05 CHK-CYCLE-CODE         PIC X(02).
          05 CHK-READER-ID          PIC X(08).
          05 CHK-CUST-ID            PIC X(12).
          05 CHK-ORIG-READING       PIC 9(08).
          05 CHK-DAILY-UNITS        PIC 9(05)V99.
          05 CHK-STATUS             PIC X(01).
             88 CHK-OPEN                     VALUE 'O'.
             88 CHK-AGREED                   VALUE 'A'.
             88 CHK-EXCEPTION                VALUE 'X'.
             88 CHK-EXPIRED                  VALUE 'E'.
          05 CHK-CHECK-DATE         PIC 9(08).
          05 CHK-CHECK-READING      PIC 9(08).
          05 CHK-ALLOWANCE          PIC 9(08).
          05 CHK-CHECKED-BY         PIC X(08).
          05 CHK-EXCP-REASON        PIC X(01).
             88 CHK-RSN-NONE                 VALUE SPACE.
             88 CHK-RSN-BACKWARDS            VALUE 'B'.
             88 CHK-RSN-OVER-ALLOWANCE       VALUE 'H'.
          05 CHK-SAMPLE-PCT         PIC 9(03).
          05 FILLER                 PIC X(04).

       FD TO01-CHECK-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-CHECK-LIST-RECORD  PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
          05 WS-READ-STATUS        PIC X(02).
             88 READ-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-EST-STATUS         PIC X(02).
             88 EST-IO-STATUS      VALUE '00'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-CHK-STATUS         PIC X(02).
             88 CHK-IO-STATUS      VALUE '00'.
             88 CHK-DUPLICATE      VALUE '22'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC S9(09) COMP VALUE 0.
          05 WS-WORK-INT           PIC S9(09) COMP VALUE 0.
          05 WS-LOOKBACK-DATE      PIC 9(08) VALUE ZEROS.

      *    TWO PERCENT OF EVERY READER'S ACCEPTED READS, PLUS ONE
      *    POINT FOR EVERY PERCENT OF THEIR METERS CORRECTED IN
      *    THE LAST NINETY DAYS OR STILL ON AN ESTIMATE, TO A
      *    CEILING OF TWENTY PERCENT.
       01 WS-THRESHOLDS.
          05 WS-BASE-PCT           PIC 9(03) VALUE 2.
          05 WS-MAX-PCT            PIC 9(03) VALUE 20.
          05 WS-LOOKBACK-DAYS      PIC 9(03) VALUE 90.

       01 WS-SCAN-FLAGS.
          05 WS-AUDT-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 AUDT-SCAN-EOF                VALUE 'Y'.
          05 WS-ACCEPTED-FLAG      PIC X(01) VALUE 'N'.
             88 READ-ACCEPTED                VALUE 'Y'.
             88 READ-NOT-ACCEPTED            VALUE 'N'.
          05 WS-RDR-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 RDR-ROW-FOUND                VALUE 'Y'.
             88 RDR-ROW-NOT-FOUND            VALUE 'N'.

      *    ONE ENTRY PER READER: THE METERS ON THEIR WALKS, TODAY'S
      *    ACCEPTED READS, CORRECTIONS IN THE LOOK-BACK AND METERS
      *    STILL ON AN ESTIMATE; THEN THE RATE, THE SAMPLE SIZE,
      *    AND WHAT IS LEFT TO DRAW AS THE SECOND WALK GOES BY.
       01 WS-READER-TABLE-STORAGE.
          05 WS-READER-TABLE.
             10 WS-RDR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-RDR-IDX.
                15 WS-RT-READER-ID    PIC X(08).
                15 WS-RT-METERS       PIC 9(06).
                15 WS-RT-READS        PIC 9(05).
                15 WS-RT-CORRECTIONS  PIC 9(05).
                15 WS-RT-ESTIMATES    PIC 9(05).
                15 WS-RT-SAMPLE-PCT   PIC 9(03).
                15 WS-RT-TARGET       PIC 9(05).
                15 WS-RT-READS-LEFT   PIC 9(05).
                15 WS-RT-NEEDED       PIC 9(05).
                15 WS-RT-SAMPLED      PIC 9(05).
          05 WS-RDR-COUNT          PIC 9(03) VALUE ZEROS.

      *    SAMPLE SIZING WORK FIELDS.
       01 WS-SIZING-VARIABLES.
          05 WS-RISK-PCT           PIC 9(05) VALUE ZEROS.
          05 WS-RATE-WORK          PIC 9(05) VALUE ZEROS.

      *    PARK-MILLER MINIMAL STANDARD GENERATOR -- SEED TIMES
      *    16807 MODULO 2**31 - 1. SEEDED FROM THE PROCESSING DATE
      *    SO A RERUN OF THE SAME NIGHT DRAWS THE SAME METERS AND
      *    FINDS THEM ALREADY ON THE REGISTER.
       01 WS-RANDOM-VARIABLES.
          05 WS-RAND-SEED          PIC 9(10) COMP VALUE 1.
          05 WS-RAND-PRODUCT       PIC 9(15) COMP VALUE 0.
          05 WS-RAND-QUOT          PIC 9(15) COMP VALUE 0.
          05 WS-RAND-DRAW          PIC 9(10) COMP VALUE 0.
          05 WS-RAND-MODULUS       PIC 9(10) COMP VALUE 2147483647.
          05 WS-RAND-MULTIPLIER    PIC 9(05) COMP VALUE 16807.

       01 WS-TRAILING-AVG-VARIABLES.
          05 WS-TRAIL-AVG          PIC 9(06) VALUE ZEROS.
          05 WS-AVG-SUM            PIC 9(09) VALUE ZEROS.
          05 WS-AVG-FOUND-CNT      PIC 9(02) VALUE ZEROS.
          05 WS-AVG-PERIODS        PIC 9(02) VALUE 12.
          05 WS-AVG-LOOP-CTR       PIC 9(02) VALUE ZEROS.
          05 WS-AVG-WORK-PERIOD    PIC 9(06) VALUE ZEROS.
          05 WS-AVG-PERIOD-YYYY    PIC 9(04) VALUE ZEROS.
          05 WS-AVG-PERIOD-MM      PIC 9(02) VALUE ZEROS.
          05 WS-DAYS-PER-PERIOD    PIC 9(02) VALUE 30.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'SUPERVISOR CHECK-READ LIST'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'RUN DATE'.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.

      *    THE ORIGINAL READING IS NOT PRINTED -- THE SUPERVISOR
      *    READS THE REGISTER BLIND.
       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'READER'.
          05 FILLER               PIC X(7)  VALUE 'ROUTE'.
          05 FILLER               PIC X(6)  VALUE 'WALK'.
          05 FILLER               PIC X(16) VALUE 'METER'.
          05 FILLER               PIC X(32) VALUE 'SERVICE ADDRESS'.
          05 FILLER               PIC X(12) VALUE 'CITY'.
          05 FILLER               PIC X(14) VALUE 'CHECK READING'.
          05 FILLER               PIC X(34) VALUE 'DATE / BY'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-READER         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CYCLE          PIC X(02).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-WALK-SEQ       PIC 9(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ADDRESS        PIC X(29).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-CITY           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '__________'.
          05 FILLER               PIC X(34) VALUE
             '________ ________'.

       01 WS-SUMMARY-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(98) VALUE
             'CHECK-READ SAMPLE SIZE BY READER'.

       01 WS-SUMMARY-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'READER'.
          05 FILLER               PIC X(9)  VALUE '  METERS'.
          05 FILLER               PIC X(9)  VALUE '   READS'.
          05 FILLER               PIC X(9)  VALUE ' CORRECT'.
          05 FILLER               PIC X(9)  VALUE ' ESTIMAT'.
          05 FILLER               PIC X(8)  VALUE '  RATE%'.
          05 FILLER               PIC X(77) VALUE ' SAMPLED'.

       01 WS-SUMMARY-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SD-READER         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SD-METERS         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SD-READS          PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-CORRECTIONS    PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-ESTIMATES      PIC ZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-SD-RATE           PIC ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-SAMPLED        PIC ZZ,ZZ9.
          05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-METER-CTR          PIC 9(07) VALUE ZEROS.
          05 WS-READ-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-CORRECTION-CTR     PIC 9(07) VALUE ZEROS.
          05 WS-ESTIMATE-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-SAMPLE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-ALREADY-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-TABLE-FULL-CTR     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RACC001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  READER ACCURACY CHECK-READ SAMPLE     '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).
           MOVE WS-DATE TO WS-RAND-SEED.

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

           PERFORM 2150-LOAD-RACC-PARMS.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
           COMPUTE WS-LOOKBACK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      *    FIRST WALK -- EVERY READER'S METERS, TODAY'S ACCEPTED
      *    READS AND METERS STILL ON AN ESTIMATE.
           PERFORM 2200-READ-CYCLE-KSDS UNTIL CYC-EOF.

           PERFORM 2300-TALLY-CORRECTIONS.

           PERFORM 2400-SIZE-ONE-SAMPLE
               VARYING WS-RDR-IDX FROM 1 BY 1
               UNTIL WS-RDR-IDX > WS-RDR-COUNT.

           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-REPORT-HEADER2.

      *    SECOND WALK -- DRAW EACH READER'S SAMPLE FROM THEIR
      *    ACCEPTED READS AS THEY GO BY.
           MOVE LOW-VALUES TO CYC-METER-ID.
           START MI01-CYCLE-KSDS
               KEY IS NOT LESS THAN CYC-METER-ID
               INVALID KEY
                   SET CYC-EOF TO TRUE
               NOT INVALID KEY
                   MOVE '00' TO WS-CYC-STATUS
           END-START.

           PERFORM 2500-DRAW-FROM-CYCLE-KSDS UNTIL CYC-EOF.

           PERFORM 2700-WRITE-SUMMARY.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI02-METER-READ-FILE.
           IF NOT READ-IO-STATUS
              DISPLAY 'ERROR OPENING METER READING FILE: '
                      WS-READ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-EST-KSDS.
           IF NOT EST-IO-STATUS
              DISPLAY 'ERROR OPENING ESTIMATE TRACKING KSDS: '
                      WS-EST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-CHECK-KSDS.
           IF NOT CHK-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ REGISTER: '
                      WS-CHK-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CHECK-LIST.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ LIST: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-RACC-PARMS  SECTION.

           OPEN INPUT TI01-RACC-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO CHECK-READ PARAMETERS - USING DEFAULTS'
              GO TO 2150-EXIT
           END-IF.
           IF NOT PARM-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ PARAMETERS: '
                      WS-PARM-STATUS
              STOP RUN
           END-IF.

           READ TI01-RACC-PARM
               AT END
                   DISPLAY 'CHECK-READ PARM FILE EMPTY - '
                           'USING DEFAULTS'
               NOT AT END
                   IF PRM-BASE-PCT IS NUMERIC
                      AND PRM-BASE-PCT > ZEROS
                      MOVE PRM-BASE-PCT      TO WS-BASE-PCT
                   END-IF
                   IF PRM-MAX-PCT IS NUMERIC
                      AND PRM-MAX-PCT > ZEROS
                      AND PRM-MAX-PCT NOT > 100
                      MOVE PRM-MAX-PCT       TO WS-MAX-PCT
                   END-IF
                   IF PRM-LOOKBACK-DAYS IS NUMERIC
                      AND PRM-LOOKBACK-DAYS > ZEROS
                      MOVE PRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                   END-IF
           END-READ.

           CLOSE TI01-RACC-PARM.

           IF WS-BASE-PCT > WS-MAX-PCT
              MOVE WS-MAX-PCT TO WS-BASE-PCT
           END-IF.

       2150-EXIT.
           EXIT.

       2200-READ-CYCLE-KSDS  SECTION.

           READ MI01-CYCLE-KSDS NEXT
               AT END  SET CYC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-METER-CTR
                   PERFORM 2210-TALLY-ONE-METER
           END-READ.

       2210-TALLY-ONE-METER  SECTION.

           PERFORM 2350-FIND-OR-ADD-READER.
           IF RDR-ROW-NOT-FOUND
              GO TO 2210-EXIT
           END-IF.

           ADD 1 TO WS-RT-METERS(WS-RDR-IDX).

           PERFORM 2360-TEST-ACCEPTED-READ.
           IF READ-ACCEPTED
              ADD 1 TO WS-READ-CTR
              ADD 1 TO WS-RT-READS(WS-RDR-IDX)
           END-IF.

           MOVE CYC-METER-ID TO MTR-ID.
           READ MI02-METER-KSDS
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ.

           MOVE MTR-CUST-ID TO EST-CUST-ID.
           READ MI04-EST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EST-PERIOD-COUNT > ZEROS
                      ADD 1 TO WS-ESTIMATE-CTR
                      ADD 1 TO WS-RT-ESTIMATES(WS-RDR-IDX)
                   END-IF
           END-READ.

       2210-EXIT.
           EXIT.

      *    EACH MTR004 CORRECTION IN THE LOOK-BACK IS CHARGED TO
      *    THE READER WHO NOW WALKS THE METER.
       2300-TALLY-CORRECTIONS  SECTION.

           MOVE 'N'              TO WS-AUDT-EOF-FLAG.
           MOVE LOW-VALUES       TO AUDT-KEY.
           MOVE 'MTR004  '       TO AUDT-PROGRAM-ID.
           MOVE WS-LOOKBACK-DATE TO AUDT-RUN-DATE.

           START MI06-AUDIT-KSDS KEY IS NOT LESS THAN AUDT-KEY
               INVALID KEY
                   SET AUDT-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2310-READ-ONE-CORRECTION UNTIL AUDT-SCAN-EOF.

       2310-READ-ONE-CORRECTION  SECTION.

           READ MI06-AUDIT-KSDS NEXT
               AT END
                   SET AUDT-SCAN-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.

           IF AUDT-PROGRAM-ID NOT = 'MTR004  '
              SET AUDT-SCAN-EOF TO TRUE
              GO TO 2310-EXIT
           END-IF.

           MOVE AUDT-RECORD-KEY(1:14) TO CYC-METER-ID.
           READ MI01-CYCLE-KSDS
               INVALID KEY
                   GO TO 2310-EXIT
           END-READ.

           PERFORM 2350-FIND-OR-ADD-READER.
           IF RDR-ROW-FOUND
              ADD 1 TO WS-CORRECTION-CTR
              ADD 1 TO WS-RT-CORRECTIONS(WS-RDR-IDX)
           END-IF.

       2310-EXIT.
           EXIT.

      *    A METER WITH NO READER YET COUNTS UNDER A BLANK READER.
       2350-FIND-OR-ADD-READER  SECTION.

           SET RDR-ROW-FOUND TO TRUE.
           SET WS-RDR-IDX TO 1.
           SEARCH WS-RDR-ENTRY
               AT END
                   SET RDR-ROW-NOT-FOUND TO TRUE
                   ADD 1 TO WS-TABLE-FULL-CTR
               WHEN WS-RDR-IDX > WS-RDR-COUNT
                   ADD 1 TO WS-RDR-COUNT
                   INITIALIZE WS-RDR-ENTRY(WS-RDR-IDX)
                   MOVE CYC-READER-ID TO WS-RT-READER-ID(WS-RDR-IDX)
               WHEN WS-RT-READER-ID(WS-RDR-IDX) = CYC-READER-ID
                   CONTINUE
           END-SEARCH.

      *    A DOOR VISIT WITH NO READING IS A SKIP, NOT A READ.
       2360-TEST-ACCEPTED-READ  SECTION.

           SET READ-NOT-ACCEPTED TO TRUE.
           MOVE CYC-METER-ID TO READ-METER-ID.
           READ TI02-METER-READ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF READ-TRBL-ACCESS
                      OR (NOT READ-TRBL-NONE
                          AND READ-CURR-READING = ZEROS)
                      CONTINUE
                   ELSE
                      SET READ-ACCEPTED TO TRUE
                   END-IF
           END-READ.

      *    RATE = BASE + THE READER'S CORRECTED AND ESTIMATED
      *    METERS AS A PERCENT OF THEIR WALK, CAPPED. THE SAMPLE
      *    IS THAT PERCENT OF TODAY'S ACCEPTED READS ROUNDED UP,
      *    SO A READER WITH ANY READS GETS AT LEAST ONE CHECK.
       2400-SIZE-ONE-SAMPLE  SECTION.

           MOVE ZEROS TO WS-RISK-PCT.
           IF WS-RT-METERS(WS-RDR-IDX) > ZEROS
              COMPUTE WS-RISK-PCT ROUNDED =
                      (WS-RT-CORRECTIONS(WS-RDR-IDX)
                       + WS-RT-ESTIMATES(WS-RDR-IDX)) * 100
                      / WS-RT-METERS(WS-RDR-IDX)
                  ON SIZE ERROR
                      MOVE WS-MAX-PCT TO WS-RISK-PCT
              END-COMPUTE
           END-IF.

           COMPUTE WS-RATE-WORK = WS-BASE-PCT + WS-RISK-PCT.
           IF WS-RATE-WORK > WS-MAX-PCT
              MOVE WS-MAX-PCT TO WS-RATE-WORK
           END-IF.
           MOVE WS-RATE-WORK TO WS-RT-SAMPLE-PCT(WS-RDR-IDX).

           COMPUTE WS-RT-TARGET(WS-RDR-IDX) =
                   (WS-RT-READS(WS-RDR-IDX) * WS-RATE-WORK + 99)
                   / 100.

           MOVE WS-RT-READS(WS-RDR-IDX)
               TO WS-RT-READS-LEFT(WS-RDR-IDX).
           MOVE WS-RT-TARGET(WS-RDR-IDX)
               TO WS-RT-NEEDED(WS-RDR-IDX).

       2500-DRAW-FROM-CYCLE-KSDS  SECTION.

           READ MI01-CYCLE-KSDS NEXT
               AT END  SET CYC-EOF TO TRUE
               NOT AT END
                   PERFORM 2510-DRAW-ONE-METER
           END-READ.

      *    SELECTION SAMPLING -- WITH N READS STILL TO COME FOR THE
      *    READER AND K STILL NEEDED, THIS READ IS TAKEN WITH
      *    CHANCE K IN N. EXACTLY THE SAMPLE SIZE IS DRAWN, SPREAD
      *    EVENLY OVER THE DAY'S READS.
       2510-DRAW-ONE-METER  SECTION.

           PERFORM 2360-TEST-ACCEPTED-READ.
           IF READ-NOT-ACCEPTED
              GO TO 2510-EXIT
           END-IF.

           PERFORM 2350-FIND-OR-ADD-READER.
           IF RDR-ROW-NOT-FOUND
              GO TO 2510-EXIT
           END-IF.
           IF WS-RT-READS-LEFT(WS-RDR-IDX) = ZEROS
              GO TO 2510-EXIT
           END-IF.

           IF WS-RT-NEEDED(WS-RDR-IDX) > ZEROS
              PERFORM 2520-NEXT-RANDOM
              DIVIDE WS-RAND-SEED BY WS-RT-READS-LEFT(WS-RDR-IDX)
                  GIVING WS-RAND-QUOT REMAINDER WS-RAND-DRAW
              IF WS-RAND-DRAW < WS-RT-NEEDED(WS-RDR-IDX)
                 PERFORM 2600-TAKE-SAMPLE
                 SUBTRACT 1 FROM WS-RT-NEEDED(WS-RDR-IDX)
              END-IF
           END-IF.

           SUBTRACT 1 FROM WS-RT-READS-LEFT(WS-RDR-IDX).

       2510-EXIT.
           EXIT.

       2520-NEXT-RANDOM  SECTION.

           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * WS-RAND-MULTIPLIER.
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED.

       2600-TAKE-SAMPLE  SECTION.

           INITIALIZE MO01-CHECK-RECORD.
           MOVE CYC-METER-ID      TO CHK-METER-ID.
           MOVE WS-DATE           TO CHK-SAMPLE-DATE.
           MOVE CYC-CYCLE-CODE    TO CHK-CYCLE-CODE.
           MOVE CYC-READER-ID     TO CHK-READER-ID.
           MOVE READ-CURR-READING TO CHK-ORIG-READING.
           MOVE WS-RT-SAMPLE-PCT(WS-RDR-IDX) TO CHK-SAMPLE-PCT.
           SET CHK-OPEN           TO TRUE.
           SET CHK-RSN-NONE       TO TRUE.
           MOVE SPACES            TO CHK-CHECKED-BY.

           MOVE SPACES TO WS-RD-ADDRESS.
           MOVE SPACES TO WS-RD-CITY.

           MOVE CYC-METER-ID TO MTR-ID.
           READ MI02-METER-KSDS
               INVALID KEY
                   MOVE SPACES TO CHK-CUST-ID
               NOT INVALID KEY
                   MOVE MTR-CUST-ID TO CHK-CUST-ID
                   PERFORM 2610-COMPUTE-TRAILING-AVG
                   COMPUTE CHK-DAILY-UNITS ROUNDED =
                           WS-TRAIL-AVG / WS-DAYS-PER-PERIOD
                   MOVE MTR-CUST-ID TO CUST-KEY
                   READ MI03-CUSTOMER-KSDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-ADDRESS TO WS-RD-ADDRESS
                           MOVE CUST-CITY    TO WS-RD-CITY
                   END-READ
           END-READ.

           WRITE MO01-CHECK-RECORD
               INVALID KEY
                   IF CHK-DUPLICATE
                      ADD 1 TO WS-ALREADY-CTR
                   ELSE
                      DISPLAY 'CHECK-READ REGISTER WRITE FAILED: '
                              WS-CHK-STATUS ' ' CYC-METER-ID
                   END-IF
                   GO TO 2600-EXIT
           END-WRITE.

           ADD 1 TO WS-SAMPLE-CTR.
           ADD 1 TO WS-RT-SAMPLED(WS-RDR-IDX).

           MOVE CYC-READER-ID  TO WS-RD-READER.
           MOVE CYC-CYCLE-CODE TO WS-RD-CYCLE.
           MOVE CYC-WALK-SEQ   TO WS-RD-WALK-SEQ.
           MOVE CYC-METER-ID   TO WS-RD-METER-ID.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-REPORT-DETAIL.

       2600-EXIT.
           EXIT.

       2610-COMPUTE-TRAILING-AVG SECTION.

      *    THE LAST TWELVE PERIODS, WALKED BACKWARDS FROM THE RUN
      *    DATE WITH ONE KEYED READ EACH, AS RDDL001 DOES FOR THE
      *    HANDHELD WINDOW.
           MOVE ZEROS        TO WS-AVG-SUM.
           MOVE ZEROS        TO WS-AVG-FOUND-CNT.
           MOVE WS-DATE(1:6) TO WS-AVG-WORK-PERIOD.

           PERFORM 2620-READ-ONE-PERIOD
              VARYING WS-AVG-LOOP-CTR FROM 1 BY 1
              UNTIL WS-AVG-LOOP-CTR > WS-AVG-PERIODS.

           IF WS-AVG-FOUND-CNT > ZEROS
              COMPUTE WS-TRAIL-AVG ROUNDED =
                      WS-AVG-SUM / WS-AVG-FOUND-CNT
           ELSE
              MOVE ZEROS TO WS-TRAIL-AVG
           END-IF.

       2620-READ-ONE-PERIOD SECTION.

           PERFORM 2630-DECREMENT-AVG-PERIOD.
           MOVE MTR-CUST-ID        TO CH-CUST-ID.
           MOVE WS-AVG-WORK-PERIOD TO CH-BILL-PERIOD.
           READ MI05-CONS-HIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CH-UNITS-CONSUMED TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-FOUND-CNT
           END-READ.

       2630-DECREMENT-AVG-PERIOD SECTION.

           MOVE WS-AVG-WORK-PERIOD(1:4) TO WS-AVG-PERIOD-YYYY.
           MOVE WS-AVG-WORK-PERIOD(5:2) TO WS-AVG-PERIOD-MM.

           IF WS-AVG-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-AVG-PERIOD-YYYY
              MOVE 12 TO WS-AVG-PERIOD-MM
           ELSE
              SUBTRACT 1 FROM WS-AVG-PERIOD-MM
           END-IF.

           MOVE WS-AVG-PERIOD-YYYY TO WS-AVG-WORK-PERIOD(1:4).
           MOVE WS-AVG-PERIOD-MM   TO WS-AVG-WORK-PERIOD(5:2).

       2700-WRITE-SUMMARY  SECTION.

           MOVE SPACES TO TO01-CHECK-LIST-RECORD.
           WRITE TO01-CHECK-LIST-RECORD.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-SUMMARY-HEADER1.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-SUMMARY-HEADER2.

           PERFORM 2750-WRITE-ONE-READER
               VARYING WS-RDR-IDX FROM 1 BY 1
               UNTIL WS-RDR-IDX > WS-RDR-COUNT.

       2750-WRITE-ONE-READER  SECTION.

           MOVE WS-RT-READER-ID(WS-RDR-IDX)   TO WS-SD-READER.
           MOVE WS-RT-METERS(WS-RDR-IDX)      TO WS-SD-METERS.
           MOVE WS-RT-READS(WS-RDR-IDX)       TO WS-SD-READS.
           MOVE WS-RT-CORRECTIONS(WS-RDR-IDX) TO WS-SD-CORRECTIONS.
           MOVE WS-RT-ESTIMATES(WS-RDR-IDX)   TO WS-SD-ESTIMATES.
           MOVE WS-RT-SAMPLE-PCT(WS-RDR-IDX)  TO WS-SD-RATE.
           MOVE WS-RT-SAMPLED(WS-RDR-IDX)     TO WS-SD-SAMPLED.
           WRITE TO01-CHECK-LIST-RECORD FROM WS-SUMMARY-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ROUTE METERS SCANNED     ',  WS-METER-CTR
           DISPLAY ' ACCEPTED READS TODAY     ',  WS-READ-CTR
           DISPLAY ' CORRECTIONS IN LOOK-BACK ',  WS-CORRECTION-CTR
           DISPLAY ' METERS ON AN ESTIMATE    ',  WS-ESTIMATE-CTR
           DISPLAY ' CHECK-READS ISSUED       ',  WS-SAMPLE-CTR
           DISPLAY ' ALREADY ON THE REGISTER  ',  WS-ALREADY-CTR
           DISPLAY ' READER TABLE OVERFLOW    ',  WS-TABLE-FULL-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CYCLE-KSDS,
                  TI02-METER-READ-FILE,
                  MI02-METER-KSDS,
                  MI03-CUSTOMER-KSDS,
                  MI04-EST-KSDS,
                  MI05-CONS-HIST-KSDS,
                  MI06-AUDIT-KSDS,
                  MO01-CHECK-KSDS,
                  TO01-CHECK-LIST.

           STOP RUN.
