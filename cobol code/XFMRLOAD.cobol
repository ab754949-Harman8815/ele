       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XFMRLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DISTRIBUTION-TRANSFORMER RATINGS MAINTAINED BY XFMR001
      *    -- LOADED WHOLE, IN TRANSFORMER ORDER, AS THE TABLE
      *    EVERYTHING ELSE IS ADDED UP INTO.
           SELECT MI01-XFMR-KSDS      ASSIGN TO XFMRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS XFMR-ID
           FILE STATUS            IS WS-XFMR-STATUS.

      *    FEEDER/TRANSFORMER/METER CONNECTIVITY MAINTAINED BY
      *    CONN001 -- WALKED END TO END; EACH METER LEG NAMES THE
      *    TRANSFORMER ITS ACCOUNT'S LOAD HANGS OFF.
           SELECT MI02-CONN-KSDS      ASSIGN TO CONNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CONN-METER-ID
           FILE STATUS            IS WS-CONN-STATUS.

      *    METER MASTER -- THE METER LEG GIVES THE ACCOUNT, AND
      *    THE CUSTOMER-ID ALTERNATE INDEX SAYS WHICH OF A
      *    MULTI-METER ACCOUNT'S METERS CARRIES ITS LOAD.
           SELECT MI03-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    SANCTIONED CONNECTED-LOAD MASTER WRITTEN BY CUST001.
           SELECT MI04-SANCLOAD-KSDS  ASSIGN TO SLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SL-CUST-ID
           FILE STATUS            IS WS-SL-STATUS.

      *    MAXIMUM-DEMAND REGISTER KEPT BY MTR005 FROM THE
      *    INTERVAL STREAM -- THE ACCOUNT'S RECORDED PEAK.
           SELECT MI05-DEMAND-KSDS    ASSIGN TO DMDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DMD-KEY
           FILE STATUS            IS WS-DMD-STATUS.

      *    BILLED CONSUMPTION -- WHERE NO INTERVAL METER RECORDS A
      *    PEAK, LOAD001'S CONSUMPTION-IMPLIED KILOWATTS STAND IN.
           SELECT MI06-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    SERVICE APPLICATIONS MAINTAINED BY APPL001 -- THE ONES
      *    NOT YET RELEASED ARE THE CONNECTION PIPELINE.
           SELECT MI07-APPL-KSDS      ASSIGN TO APPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APPL-ID
           FILE STATUS            IS WS-APPL-STATUS.

      *    DIVERSITY FACTOR, POWER FACTOR AND THE TWO LOADING
      *    THRESHOLDS. A MISSING DECK FALLS BACK TO THE COMPILED
      *    DEFAULTS.
           SELECT TI01-XFMR-PARM      ASSIGN TO XFMRPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

           SELECT TO01-XFMR-RPT       ASSIGN TO XFMRRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME RATING LAYOUT XFMR001 MAINTAINS.
       FD MI01-XFMR-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MI01-XFMR-RECORD.
          05 XFMR-ID              PIC X(10).
          05 XFMR-RATING-KVA      PIC 9(05).
          05 XFMR-FEEDER-ID       PIC X(08).
          05 XFMR-INSTALL-DATE    PIC 9(08).
          05 XFMR-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(01).

       FD MI02-CONN-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MI02-CONN-RECORD.
          05 CONN-METER-ID        PIC X(14).
          05 CONN-XFMR-ID         PIC X(10).
          05 CONN-FEEDER-ID       PIC X(08).
          05 CONN-EFF-DATE        PIC 9(08).

       FD MI03-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI03-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

       FD MI04-SANCLOAD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI04-SANCLOAD-RECORD.
          05 SL-CUST-ID          PIC X(12).
          05 SL-SANCTIONED-KW    PIC 9(04)V9.
          05 SL-EFF-DATE         PIC 9(08).

      *    SAME DEMAND-REGISTER LAYOUT MTR005 MAINTAINS.
       FD MI05-DEMAND-KSDS
           RECORD CONTAINS         33  CHARACTERS.

       01 MI05-DEMAND-RECORD.
          05 DMD-KEY.
             10 DMD-CUST-ID         PIC X(12).
             10 DMD-BILL-PERIOD     PIC 9(06).
          05 DMD-MAX-KW             PIC 9(05)V99.
          05 DMD-MAX-DATE           PIC 9(08).

       FD MI06-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI06-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

      *    SAME APPLICATION LAYOUT APPL001 MAINTAINS, WITH THE
      *    CUSTIN PAYLOAD OPENED UP FAR ENOUGH TO REACH THE
      *    SANCTIONED KILOWATTS NEAR ITS TAIL.
       FD MI07-APPL-KSDS
           RECORD CONTAINS         250  CHARACTERS.

       01 MI07-APPL-RECORD.
          05 APPL-ID             PIC X(10).
          05 APPL-DATE-RECEIVED  PIC 9(08).
          05 APPL-STATUS         PIC X(01).
             88 APPL-STAT-RELEASED           VALUE 'X'.
          05 APPL-DATE-RELEASED  PIC 9(08).
          05 APPL-CUSTIN-PAYLOAD.
             10 FILLER              PIC X(121).
             10 APPL-SANCTIONED-KW  PIC 9(04)V9.
             10 FILLER              PIC X(01).
          05 APPL-XFMR-ID        PIC X(10).
          05 FILLER              PIC X(86).

       FD TI01-XFMR-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-XFMR-PARM-RECORD.
          05 PRM-DIVERSITY-FACTOR PIC 9(01)V99.
          05 PRM-POWER-FACTOR     PIC 9(01)V99.
          05 PRM-WARN-PCT         PIC 9(03).
          05 PRM-LIMIT-PCT        PIC 9(03).
          05 FILLER               PIC X(68).

       FD TO01-XFMR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-XFMR-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-XFMR-STATUS        PIC X(02).
             88 XFMR-IO-STATUS     VALUE '00'.
             88 XFMR-EOF           VALUE '10'.
          05 WS-CONN-STATUS        PIC X(02).
             88 CONN-IO-STATUS     VALUE '00'.
             88 CONN-EOF           VALUE '10'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-SL-STATUS          PIC X(02).
             88 SL-IO-STATUS       VALUE '00'.
          05 WS-DMD-STATUS         PIC X(02).
             88 DMD-IO-STATUS      VALUE '00'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-APPL-STATUS        PIC X(02).
             88 APPL-IO-STATUS     VALUE '00'.
             88 APPL-EOF           VALUE '10'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PEAK-PERIOD        PIC 9(06).
          05 WS-PEAK-PERIOD-YYYY   PIC 9(04).
          05 WS-PEAK-PERIOD-MM     PIC 9(02).

      *    INDIVIDUAL PEAKS DO NOT COINCIDE, SO THEIR SUM OVER-
      *    STATES WHAT THE TRANSFORMER SEES -- IT IS DIVIDED BY
      *    THE DIVERSITY FACTOR. THE POWER FACTOR TURNS KILOWATTS
      *    INTO THE KVA THE NAMEPLATE IS RATED IN. OVERRIDDEN BY
      *    XFMRPARM.
       01 WS-LOADING-PARMS.
          05 WS-DIVERSITY-FACTOR   PIC 9(01)V99 VALUE 1.50.
          05 WS-POWER-FACTOR       PIC 9(01)V99 VALUE 0.90.
          05 WS-WARN-PCT           PIC 9(03)    VALUE 080.
          05 WS-LIMIT-PCT          PIC 9(03)    VALUE 100.

      *    ONE ROW PER TRANSFORMER. A TRANSFORMER CONN001 OR AN
      *    APPLICATION NAMES THAT HAS NO RATING ROW IS ADDED WITH
      *    ZERO KVA SO PLANNING SEES IT IS MISSING.
       01 WS-XFMR-STORAGE.
          05 WS-XFMR-TABLE.
             10 WS-XT-ROW OCCURS 3000 TIMES
                                 INDEXED BY WS-XT-IDX.
                15 WS-XT-XFMR-ID      PIC X(10).
                15 WS-XT-RATING-KVA   PIC 9(05).
                15 WS-XT-FEEDER-ID    PIC X(08).
                15 WS-XT-INSTALL-DATE PIC 9(08).
                15 WS-XT-METER-CNT    PIC 9(05).
                15 WS-XT-CONN-KW      PIC 9(07)V9.
                15 WS-XT-PEAK-SUM-KW  PIC 9(07)V99.
                15 WS-XT-PEND-CNT     PIC 9(04).
                15 WS-XT-PEND-KW      PIC 9(07)V9.
          05 WS-XT-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-MAX-XT-ROWS        PIC 9(04) VALUE 3000.
          05 WS-XT-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-XT-FOUND-FLAG      PIC X(1) VALUE 'N'.
             88 XT-ROW-FOUND       VALUE 'Y'.
             88 XT-ROW-NOT-FOUND   VALUE 'N'.
          05 WS-WORK-XFMR-ID       PIC X(10) VALUE SPACES.

      *    LOAD001'S CONSUMPTION-IMPLIED DEMAND -- THE TRAILING
      *    MONTHS' AVERAGE KWH OVER THE MONTH'S HOURS, GROSSED UP
      *    BY THE LOAD FACTOR.
       01 WS-IMPLY-VARIABLES.
          05 WS-AVG-PERIODS        PIC 9(02) VALUE 3.
          05 WS-AVG-LOOP-CTR       PIC 9(02) VALUE 0.
          05 WS-AVG-WORK-PERIOD    PIC 9(06) VALUE 0.
          05 WS-AVG-PERIOD-YYYY    PIC 9(04) VALUE 0.
          05 WS-AVG-PERIOD-MM      PIC 9(02) VALUE 0.
          05 WS-AVG-SUM            PIC 9(08) VALUE 0.
          05 WS-AVG-FOUND-CNT      PIC 9(02) VALUE 0.
          05 WS-AVG-KWH            PIC 9(06) VALUE 0.
          05 WS-MONTH-HOURS        PIC 9(03) VALUE 720.
          05 WS-LOAD-FACTOR-PCT    PIC 9(03) VALUE 030.

       01 WS-WORK-VARIABLES.
          05 WS-ACCOUNT-PEAK-KW    PIC 9(05)V99 VALUE ZEROS.
          05 WS-LOAD-METER-FLAG    PIC X(01) VALUE 'N'.
             88 LOAD-ON-THIS-METER VALUE 'Y'.
          05 WS-CUST-ID            PIC X(12) VALUE SPACES.
          05 WS-DIVERSIFIED-KW     PIC 9(07)V99 VALUE ZEROS.
          05 WS-PROJECTED-KW       PIC 9(07)V99 VALUE ZEROS.
          05 WS-CAPACITY-KW        PIC 9(07)V99 VALUE ZEROS.
          05 WS-UTIL-PCT           PIC 9(05)V9 VALUE ZEROS.
          05 WS-PROJ-UTIL-PCT      PIC 9(05)V9 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-RATED-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-CONN-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-NO-METER-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-NO-LOAD-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-PEND-APPL-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-UNRATED-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-OVER-WARN-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-OVER-LIMIT-CTR     PIC 9(05) VALUE ZEROS.
          05 WS-PIPELINE-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'DISTRIBUTION-TRANSFORMER LOADING REPORT'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'TRANSFORMER'.
          05 FILLER               PIC X(10) VALUE 'FEEDER'.
          05 FILLER               PIC X(8)  VALUE 'KVA'.
          05 FILLER               PIC X(11) VALUE 'INSTALLED'.
          05 FILLER               PIC X(8)  VALUE 'METERS'.
          05 FILLER               PIC X(12) VALUE 'CONN KW'.
          05 FILLER               PIC X(13) VALUE 'DIV PEAK KW'.
          05 FILLER               PIC X(10) VALUE 'UTIL PCT'.
          05 FILLER               PIC X(47) VALUE 'STATUS'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-XFMR-ID        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-FEEDER-ID      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-KVA            PIC ZZZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-INSTALLED      PIC 9(08).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-METERS         PIC ZZZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-CONN-KW        PIC Z,ZZZ,ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PEAK-KW        PIC Z,ZZZ,ZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-UTIL-PCT       PIC ZZZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-STATUS         PIC X(20).
          05 FILLER               PIC X(25) VALUE SPACES.

       01 WS-PIPELINE-HEADER1.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'PENDING CONNECTIONS THAT WOULD TAKE A TRANSFORMER PAST'.
          05 FILLER               PIC X(71) VALUE
             ' ITS LIMIT'.

       01 WS-PIPELINE-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'TRANSFORMER'.
          05 FILLER               PIC X(10) VALUE 'FEEDER'.
          05 FILLER               PIC X(8)  VALUE 'KVA'.
          05 FILLER               PIC X(11) VALUE 'UTIL NOW'.
          05 FILLER               PIC X(8)  VALUE 'APPLNS'.
          05 FILLER               PIC X(12) VALUE 'PENDING KW'.
          05 FILLER               PIC X(13) VALUE 'PROJ UTIL'.
          05 FILLER               PIC X(57) VALUE SPACES.

       01 WS-PIPELINE-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-PD-XFMR-ID        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-PD-FEEDER-ID      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-PD-KVA            PIC ZZZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-PD-UTIL-PCT       PIC ZZZZ9.9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-PD-APPLNS         PIC ZZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-PD-PEND-KW        PIC Z,ZZZ,ZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-PD-PROJ-PCT       PIC ZZZZ9.9.
          05 FILLER               PIC X(62) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'TRANSFORMERS '.
          05 WS-RT-XFMRS          PIC ZZZZ9.
          05 FILLER               PIC X(14) VALUE '   OVER LIMIT '.
          05 WS-RT-OVER-LIMIT     PIC ZZZZ9.
          05 FILLER               PIC X(13) VALUE '   OVER WARN '.
          05 WS-RT-OVER-WARN      PIC ZZZZ9.
          05 FILLER               PIC X(11) VALUE '   UNRATED '.
          05 WS-RT-UNRATED        PIC ZZZZ9.
          05 FILLER               PIC X(17) VALUE
             '   PIPELINE RISK '.
          05 WS-RT-PIPELINE       PIC ZZZZ9.
          05 FILLER               PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'XFMRLOAD EXECUTION BEGINS HERE .........'
           DISPLAY '  TRANSFORMER LOADING REPORT            '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

      *    THE LAST COMPLETE MONTH'S RECORDED PEAK.
           MOVE WS-DATE(1:4) TO WS-PEAK-PERIOD-YYYY.
           MOVE WS-DATE(5:2) TO WS-PEAK-PERIOD-MM.
           IF WS-PEAK-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-PEAK-PERIOD-YYYY
              MOVE 12 TO WS-PEAK-PERIOD-MM
           ELSE
              SUBTRACT 1 FROM WS-PEAK-PERIOD-MM
           END-IF.
           MOVE WS-PEAK-PERIOD-YYYY TO WS-PEAK-PERIOD(1:4).
           MOVE WS-PEAK-PERIOD-MM   TO WS-PEAK-PERIOD(5:2).

           PERFORM 1100-LOAD-XFMR-PARMS.

       1100-LOAD-XFMR-PARMS  SECTION.

           OPEN INPUT TI01-XFMR-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO TRANSFORMER LOADING PARAMETERS - USING '
                      'DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING TRANSFORMER PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI01-XFMR-PARM
                  AT END
                      DISPLAY 'TRANSFORMER PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-XFMR-PARM
              END-READ
              CLOSE TI01-XFMR-PARM
           END-IF.

           DISPLAY 'DIVERSITY ' WS-DIVERSITY-FACTOR
                   '  POWER FACTOR ' WS-POWER-FACTOR
                   '  WARN PCT ' WS-WARN-PCT
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
              MOVE PRM-WARN-PCT         TO WS-WARN-PCT
              MOVE PRM-LIMIT-PCT        TO WS-LIMIT-PCT
           ELSE
              DISPLAY 'BAD TRANSFORMER PARM IGNORED: '
                      TI01-XFMR-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-LOAD-RATINGS UNTIL XFMR-EOF.

           PERFORM 2300-READ-CONNECTIVITY UNTIL CONN-EOF.

           PERFORM 2500-READ-APPLICATION UNTIL APPL-EOF.

           PERFORM 2700-WRITE-LOADING-SECTION.

           PERFORM 2800-WRITE-PIPELINE-SECTION.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-XFMR-KSDS.
           IF NOT XFMR-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER KSDS: '
                      WS-XFMR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-CONN-KSDS.
           IF NOT CONN-IO-STATUS
              DISPLAY 'ERROR OPENING CONNECTIVITY KSDS: '
                      WS-CONN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-SANCLOAD-KSDS.
           IF NOT SL-IO-STATUS
              DISPLAY 'ERROR OPENING SANCTIONED LOAD KSDS: '
                      WS-SL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-DEMAND-KSDS.
           IF NOT DMD-IO-STATUS
              DISPLAY 'ERROR OPENING DEMAND REGISTER: '
                      WS-DMD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-APPL-KSDS.
           IF NOT APPL-IO-STATUS
              DISPLAY 'ERROR OPENING APPLICATION KSDS: '
                      WS-APPL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-XFMR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-LOAD-RATINGS  SECTION.

           READ MI01-XFMR-KSDS
               AT END  SET XFMR-EOF TO TRUE
               NOT AT END
                   IF WS-XT-COUNT >= WS-MAX-XT-ROWS
                      DISPLAY 'ERROR: TRANSFORMER TABLE FULL - MAX '
                              WS-MAX-XT-ROWS
                      ADD 1 TO WS-ERROR-CTR
                   ELSE
                      ADD 1 TO WS-RATED-CTR
                      ADD 1 TO WS-XT-COUNT
                      SET WS-XT-IDX TO WS-XT-COUNT
                      MOVE XFMR-ID TO WS-WORK-XFMR-ID
                      PERFORM 2260-CLEAR-XFMR-ROW
                      MOVE XFMR-RATING-KVA
                          TO WS-XT-RATING-KVA(WS-XT-IDX)
                      MOVE XFMR-FEEDER-ID
                          TO WS-XT-FEEDER-ID(WS-XT-IDX)
                      MOVE XFMR-INSTALL-DATE
                          TO WS-XT-INSTALL-DATE(WS-XT-IDX)
                   END-IF
           END-READ.

       2250-FIND-OR-ADD-XFMR-ROW  SECTION.

      *    THE LAST ROW FOUND IS TRIED FIRST -- METERS ON ONE
      *    TRANSFORMER TEND TO SIT TOGETHER IN METER-ID ORDER.
           SET XT-ROW-NOT-FOUND TO TRUE.

           IF WS-XT-COUNT > ZEROS
              IF WS-XT-XFMR-ID(WS-XT-IDX) = WS-WORK-XFMR-ID
                 SET XT-ROW-FOUND TO TRUE
              END-IF
           END-IF.

           PERFORM VARYING WS-XT-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-XT-LOOP-CTR > WS-XT-COUNT
                        OR XT-ROW-FOUND
              SET WS-XT-IDX TO WS-XT-LOOP-CTR
              IF WS-WORK-XFMR-ID = WS-XT-XFMR-ID(WS-XT-IDX)
                 SET XT-ROW-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF XT-ROW-NOT-FOUND
              IF WS-XT-COUNT >= WS-MAX-XT-ROWS
                 DISPLAY 'ERROR: TRANSFORMER TABLE FULL - MAX '
                         WS-MAX-XT-ROWS
                 ADD 1 TO WS-ERROR-CTR
              ELSE
                 DISPLAY 'TRANSFORMER HAS NO RATING ROW: '
                         WS-WORK-XFMR-ID
                 ADD 1 TO WS-UNRATED-CTR
                 ADD 1 TO WS-XT-COUNT
                 SET WS-XT-IDX TO WS-XT-COUNT
                 PERFORM 2260-CLEAR-XFMR-ROW
                 SET XT-ROW-FOUND TO TRUE
              END-IF
           END-IF.

       2260-CLEAR-XFMR-ROW  SECTION.

           MOVE WS-WORK-XFMR-ID TO WS-XT-XFMR-ID(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-RATING-KVA(WS-XT-IDX).
           MOVE SPACES TO WS-XT-FEEDER-ID(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-INSTALL-DATE(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-METER-CNT(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-CONN-KW(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-PEAK-SUM-KW(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-PEND-CNT(WS-XT-IDX).
           MOVE ZEROS  TO WS-XT-PEND-KW(WS-XT-IDX).

       2300-READ-CONNECTIVITY  SECTION.

           READ MI02-CONN-KSDS
               AT END  SET CONN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONN-CTR
                   MOVE CONN-XFMR-ID TO WS-WORK-XFMR-ID
                   PERFORM 2250-FIND-OR-ADD-XFMR-ROW
                   IF XT-ROW-FOUND
                      ADD 1 TO WS-XT-METER-CNT(WS-XT-IDX)
                      IF WS-XT-FEEDER-ID(WS-XT-IDX) = SPACES
                         MOVE CONN-FEEDER-ID
                             TO WS-XT-FEEDER-ID(WS-XT-IDX)
                      END-IF
                      PERFORM 2350-ADD-METER-LOAD
                   END-IF
           END-READ.

       2350-ADD-METER-LOAD  SECTION.

      *    AN ACCOUNT'S SANCTION AND PEAK ARE HELD ONCE, NOT PER
      *    METER -- LIKE LOSSRPT THEY LAND ON THE ACCOUNT'S FIRST
      *    METER (THE ONE ITS CUSTOMER-ID INDEX RETURNS), SO A
      *    MULTI-METER ACCOUNT IS NOT COUNTED TWICE.
           MOVE 'N'    TO WS-LOAD-METER-FLAG.
           MOVE SPACES TO WS-CUST-ID.

           MOVE CONN-METER-ID TO MTR-ID.
           READ MI03-METER-KSDS
               INVALID KEY
                   ADD 1 TO WS-NO-METER-CTR
               NOT INVALID KEY
                   MOVE MTR-CUST-ID TO WS-CUST-ID
           END-READ.

           IF WS-CUST-ID = SPACES
              GO TO 2350-EXIT
           END-IF.

           MOVE WS-CUST-ID TO MTR-CUST-ID.
           READ MI03-METER-KSDS KEY IS MTR-CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MTR-ID = CONN-METER-ID
                      SET LOAD-ON-THIS-METER TO TRUE
                   END-IF
           END-READ.

           IF NOT LOAD-ON-THIS-METER
              GO TO 2350-EXIT
           END-IF.

           MOVE WS-CUST-ID TO SL-CUST-ID.
           READ MI04-SANCLOAD-KSDS
               INVALID KEY
                   ADD 1 TO WS-NO-LOAD-CTR
               NOT INVALID KEY
                   ADD SL-SANCTIONED-KW TO WS-XT-CONN-KW(WS-XT-IDX)
           END-READ.

           PERFORM 2400-ACCOUNT-PEAK.
           ADD WS-ACCOUNT-PEAK-KW TO WS-XT-PEAK-SUM-KW(WS-XT-IDX).

       2350-EXIT.
           EXIT.

       2400-ACCOUNT-PEAK  SECTION.

           MOVE ZEROS TO WS-ACCOUNT-PEAK-KW.

           MOVE WS-CUST-ID     TO DMD-CUST-ID.
           MOVE WS-PEAK-PERIOD TO DMD-BILL-PERIOD.
           READ MI05-DEMAND-KSDS
               INVALID KEY
                   PERFORM 2450-IMPLY-FROM-CONSUMPTION
               NOT INVALID KEY
                   MOVE DMD-MAX-KW TO WS-ACCOUNT-PEAK-KW
           END-READ.

       2450-IMPLY-FROM-CONSUMPTION SECTION.

           MOVE ZEROS        TO WS-AVG-SUM.
           MOVE ZEROS        TO WS-AVG-FOUND-CNT.
           MOVE WS-DATE(1:6) TO WS-AVG-WORK-PERIOD.

           PERFORM 2460-SUM-ONE-PERIOD
               VARYING WS-AVG-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AVG-LOOP-CTR > WS-AVG-PERIODS.

           IF WS-AVG-FOUND-CNT > ZEROS
              COMPUTE WS-AVG-KWH ROUNDED =
                      WS-AVG-SUM / WS-AVG-FOUND-CNT
              COMPUTE WS-ACCOUNT-PEAK-KW ROUNDED =
                      WS-AVG-KWH * 100
                      / (WS-MONTH-HOURS * WS-LOAD-FACTOR-PCT)
           END-IF.

       2460-SUM-ONE-PERIOD SECTION.

           PERFORM 2470-DECREMENT-AVG-PERIOD.

           MOVE WS-CUST-ID         TO CH-CUST-ID.
           MOVE WS-AVG-WORK-PERIOD TO CH-BILL-PERIOD.
           READ MI06-CONS-HIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CH-UNITS-CONSUMED TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-FOUND-CNT
           END-READ.

       2470-DECREMENT-AVG-PERIOD SECTION.

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

       2500-READ-APPLICATION  SECTION.

      *    EVERY APPLICATION NOT YET RELEASED THAT PLANNING HAS
      *    PUT ON A TRANSFORMER -- ITS SANCTIONED KILOWATTS ARE
      *    COUNTED AS A FULL EXTRA PEAK, WHICH IS THE PRUDENT
      *    VIEW FOR A SERVICE WITH NO HISTORY.
           READ MI07-APPL-KSDS
               AT END  SET APPL-EOF TO TRUE
               NOT AT END
                   IF NOT APPL-STAT-RELEASED
                      AND APPL-XFMR-ID NOT = SPACES
                      AND APPL-SANCTIONED-KW IS NUMERIC
                      ADD 1 TO WS-PEND-APPL-CTR
                      MOVE APPL-XFMR-ID TO WS-WORK-XFMR-ID
                      PERFORM 2250-FIND-OR-ADD-XFMR-ROW
                      IF XT-ROW-FOUND
                         ADD 1 TO WS-XT-PEND-CNT(WS-XT-IDX)
                         ADD APPL-SANCTIONED-KW
                             TO WS-XT-PEND-KW(WS-XT-IDX)
                      END-IF
                   END-IF
           END-READ.

       2600-COMPUTE-UTILISATION  SECTION.

      *    DIVERSIFIED PEAK AGAINST THE NAMEPLATE, NOW AND WITH
      *    THE PIPELINE CONNECTED.
           MOVE ZEROS TO WS-UTIL-PCT.
           MOVE ZEROS TO WS-PROJ-UTIL-PCT.

           COMPUTE WS-DIVERSIFIED-KW ROUNDED =
                   WS-XT-PEAK-SUM-KW(WS-XT-IDX) / WS-DIVERSITY-FACTOR.
           COMPUTE WS-PROJECTED-KW ROUNDED =
                   (WS-XT-PEAK-SUM-KW(WS-XT-IDX)
                    + WS-XT-PEND-KW(WS-XT-IDX))
                   / WS-DIVERSITY-FACTOR.

           IF WS-XT-RATING-KVA(WS-XT-IDX) > ZEROS
              COMPUTE WS-CAPACITY-KW ROUNDED =
                      WS-XT-RATING-KVA(WS-XT-IDX) * WS-POWER-FACTOR
              COMPUTE WS-UTIL-PCT ROUNDED =
                      WS-DIVERSIFIED-KW * 100 / WS-CAPACITY-KW
                  ON SIZE ERROR
                      MOVE 99999.9 TO WS-UTIL-PCT
              END-COMPUTE
              COMPUTE WS-PROJ-UTIL-PCT ROUNDED =
                      WS-PROJECTED-KW * 100 / WS-CAPACITY-KW
                  ON SIZE ERROR
                      MOVE 99999.9 TO WS-PROJ-UTIL-PCT
              END-COMPUTE
           END-IF.

       2700-WRITE-LOADING-SECTION  SECTION.

           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO01-XFMR-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-XFMR-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2710-WRITE-ONE-LOADING-LINE
               VARYING WS-XT-LOOP-CTR FROM 1 BY 1
               UNTIL WS-XT-LOOP-CTR > WS-XT-COUNT.

       2710-WRITE-ONE-LOADING-LINE  SECTION.

           SET WS-XT-IDX TO WS-XT-LOOP-CTR.
           PERFORM 2600-COMPUTE-UTILISATION.

           MOVE WS-XT-XFMR-ID(WS-XT-IDX)      TO WS-RD-XFMR-ID.
           MOVE WS-XT-FEEDER-ID(WS-XT-IDX)    TO WS-RD-FEEDER-ID.
           MOVE WS-XT-RATING-KVA(WS-XT-IDX)   TO WS-RD-KVA.
           MOVE WS-XT-INSTALL-DATE(WS-XT-IDX) TO WS-RD-INSTALLED.
           MOVE WS-XT-METER-CNT(WS-XT-IDX)    TO WS-RD-METERS.
           MOVE WS-XT-CONN-KW(WS-XT-IDX)      TO WS-RD-CONN-KW.
           MOVE WS-DIVERSIFIED-KW             TO WS-RD-PEAK-KW.
           MOVE WS-UTIL-PCT                   TO WS-RD-UTIL-PCT.

           EVALUATE TRUE
               WHEN WS-XT-RATING-KVA(WS-XT-IDX) = ZEROS
                   MOVE 'NO RATING ON FILE' TO WS-RD-STATUS
               WHEN WS-UTIL-PCT > WS-LIMIT-PCT
                   MOVE 'OVERLOADED'        TO WS-RD-STATUS
                   ADD 1 TO WS-OVER-LIMIT-CTR
               WHEN WS-UTIL-PCT > WS-WARN-PCT
                   MOVE 'ABOVE WARNING'     TO WS-RD-STATUS
                   ADD 1 TO WS-OVER-WARN-CTR
               WHEN OTHER
                   MOVE SPACES              TO WS-RD-STATUS
           END-EVALUATE.

           WRITE TO01-XFMR-RPT-RECORD FROM WS-REPORT-DETAIL.

       2800-WRITE-PIPELINE-SECTION  SECTION.

           MOVE SPACES TO TO01-XFMR-RPT-RECORD.
           WRITE TO01-XFMR-RPT-RECORD.
           WRITE TO01-XFMR-RPT-RECORD FROM WS-PIPELINE-HEADER1.
           WRITE TO01-XFMR-RPT-RECORD FROM WS-PIPELINE-HEADER2.

           PERFORM 2810-WRITE-ONE-PIPELINE-LINE
               VARYING WS-XT-LOOP-CTR FROM 1 BY 1
               UNTIL WS-XT-LOOP-CTR > WS-XT-COUNT.

           MOVE WS-XT-COUNT       TO WS-RT-XFMRS.
           MOVE WS-OVER-LIMIT-CTR TO WS-RT-OVER-LIMIT.
           MOVE WS-OVER-WARN-CTR  TO WS-RT-OVER-WARN.
           MOVE WS-UNRATED-CTR    TO WS-RT-UNRATED.
           MOVE WS-PIPELINE-CTR   TO WS-RT-PIPELINE.
           MOVE SPACES TO TO01-XFMR-RPT-RECORD.
           WRITE TO01-XFMR-RPT-RECORD.
           WRITE TO01-XFMR-RPT-RECORD FROM WS-REPORT-TRAILER.

       2810-WRITE-ONE-PIPELINE-LINE  SECTION.

      *    ONLY WHERE THE PIPELINE ITSELF TAKES THE UNIT OVER THE
      *    LIMIT -- ONE ALREADY OVER IS ON THE LOADING LIST ABOVE.
           SET WS-XT-IDX TO WS-XT-LOOP-CTR.

           IF WS-XT-PEND-CNT(WS-XT-IDX) = ZEROS
              OR WS-XT-RATING-KVA(WS-XT-IDX) = ZEROS
              GO TO 2810-EXIT
           END-IF.

           PERFORM 2600-COMPUTE-UTILISATION.

           IF WS-PROJ-UTIL-PCT > WS-LIMIT-PCT
              AND WS-UTIL-PCT NOT > WS-LIMIT-PCT
              ADD 1 TO WS-PIPELINE-CTR
              MOVE WS-XT-XFMR-ID(WS-XT-IDX)    TO WS-PD-XFMR-ID
              MOVE WS-XT-FEEDER-ID(WS-XT-IDX)  TO WS-PD-FEEDER-ID
              MOVE WS-XT-RATING-KVA(WS-XT-IDX) TO WS-PD-KVA
              MOVE WS-UTIL-PCT                 TO WS-PD-UTIL-PCT
              MOVE WS-XT-PEND-CNT(WS-XT-IDX)   TO WS-PD-APPLNS
              MOVE WS-XT-PEND-KW(WS-XT-IDX)    TO WS-PD-PEND-KW
              MOVE WS-PROJ-UTIL-PCT            TO WS-PD-PROJ-PCT
              WRITE TO01-XFMR-RPT-RECORD FROM WS-PIPELINE-DETAIL
           END-IF.

       2810-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' RATED TRANSFORMERS       ',  WS-RATED-CTR
           DISPLAY ' METERS CONNECTED         ',  WS-CONN-CTR
           DISPLAY ' METERS NOT ON MASTER     ',  WS-NO-METER-CTR
           DISPLAY ' ACCOUNTS WITHOUT SANCTION',  WS-NO-LOAD-CTR
           DISPLAY ' PENDING APPLICATIONS     ',  WS-PEND-APPL-CTR
           DISPLAY ' UNRATED TRANSFORMERS     ',  WS-UNRATED-CTR
           DISPLAY ' OVER LIMIT               ',  WS-OVER-LIMIT-CTR
           DISPLAY ' OVER WARNING             ',  WS-OVER-WARN-CTR
           DISPLAY ' PIPELINE BREACHES        ',  WS-PIPELINE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-XFMR-KSDS,
                  MI02-CONN-KSDS,
                  MI03-METER-KSDS,
                  MI04-SANCLOAD-KSDS,
                  MI05-DEMAND-KSDS,
                  MI06-CONS-HIST-KSDS,
                  MI07-APPL-KSDS,
                  TO01-XFMR-RPT.

           STOP RUN.
