       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMM001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    NON-COMMUNICATING AMI METERS. VEE001 FILLS A GAP IN THE
      *    INTERVAL STREAM WITH AN ESTIMATE, SO A METER THAT HAS
      *    GONE QUIET IS BILLED ON ESTIMATES NIGHT AFTER NIGHT AND
      *    NOBODY IS TOLD. THIS STEP KEEPS THE LAST DAY EACH AMI
      *    METER ACTUALLY REPORTED, LISTS THOSE SILENT PAST THE
      *    THRESHOLD BY AREA AND BY CONN001 TRANSFORMER -- ONE
      *    METER DOWN IS A METER FAULT, A WHOLE TRANSFORMER DOWN
      *    IS A COLLECTOR -- RAISES A WO001 COMMS-REPAIR ORDER FOR
      *    EACH, AND MARKS THE METER FOR A MANUAL READ WHEN ITS
      *    CYCLE'S READ WINDOW IS CLOSE, WHICH RDDL001 CARRIES ONTO
      *    THE HANDHELD DOWNLOAD.

      *    VALIDATED AMI INTERVAL STREAM FROM ELECVEE -- SORTED BY
      *    METER AND DATE. ONLY AN AS-MEASURED ROW IS A SIGN OF
      *    LIFE; AN ESTIMATED ROW IS VEE001 COVERING FOR SILENCE.
      *    NO FILE MEANS NOTHING CAME IN AND EVERY METER AGES.
           SELECT TI01-INTERVAL-READ-FILE ASSIGN TO INTRVRD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-INT-STATUS.

      *    ONE ROW PER AMI METER -- THE LAST DAY IT REPORTED, AND
      *    THE REPAIR ORDER AND MANUAL-READ MARK WHILE IT IS
      *    SILENT. READ BY RDDL001.
           SELECT MO01-COMM-KSDS      ASSIGN TO COMMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS COM-METER-ID
           FILE STATUS            IS WS-COM-STATUS.

      *    METER MASTER -- A METER NO LONGER ON IT HAS BEEN TAKEN
      *    OUT AND IS DROPPED FROM THE TRACKING FILE.
           SELECT MI01-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

      *    METER-READING CYCLE/ROUTE MASTER -- THE CYCLE WHOSE
      *    READ WINDOW DECIDES WHEN A MANUAL READ IS NEEDED.
           SELECT MI02-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    FEEDER/TRANSFORMER/METER CONNECTIVITY MAINTAINED BY
      *    CONN001.
           SELECT MI03-CONN-KSDS      ASSIGN TO CONNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CONN-METER-ID
           FILE STATUS            IS WS-CONN-STATUS.

           SELECT MI04-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    READ-WINDOW CARDS SRD001 HOLDS SELF-READS TO -- ONE PER
      *    READING CYCLE. A CYCLE WITH NO CARD IS TREATED AS OPEN,
      *    AS SRD001 TREATS IT.
           SELECT TI02-READ-WINDOW    ASSIGN TO SRDWIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WIN-STATUS.

      *    SILENCE THRESHOLD, MANUAL-READ LEAD, REPAIR LEAD AND THE
      *    COLLECTOR TEST. A MISSING DECK FALLS BACK TO THE
      *    COMPILED DEFAULTS.
           SELECT TI03-COMM-PARM      ASSIGN TO COMMPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    COMMS-REPAIR ORDERS IN WO001'S TRANSACTION LAYOUT --
      *    CONCATENATED INTO THE NEXT ELECWORK RUN.
           SELECT TO01-COMM-WO        ASSIGN TO COMMWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CWO-STATUS.

      *    NON-COMMUNICATING METER REPORT FOR THE AMI OPERATIONS
      *    DESK.
           SELECT TO02-COMM-RPT       ASSIGN TO COMMRPT
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

      *    THE LAST-READ DATE IS THE LATEST AS-MEASURED INTERVAL;
      *    ZEROS UNTIL THE METER FIRST REALLY REPORTS, WHEN ITS
      *    SILENCE RUNS FROM THE DAY IT WAS FIRST SEEN. THE
      *    MANUAL-READ MARK NAMES THE CYCLE AND THE CLOSE OF ITS
      *    READ WINDOW (ZEROS WHERE THE CYCLE HAS NO CARD).
       FD MO01-COMM-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-COMM-RECORD.
          05 COM-METER-ID         PIC X(14).
          05 COM-CUST-ID          PIC X(12).
          05 COM-FIRST-SEEN-DATE  PIC 9(08).
          05 COM-LAST-READ-DATE   PIC 9(08).
          05 COM-STATUS           PIC X(01).
             88 COM-STAT-REPORTING           VALUE 'R'.
             88 COM-STAT-SILENT              VALUE 'S'.
          05 COM-SILENT-DATE      PIC 9(08).
          05 COM-WO-ID            PIC X(10).
          05 COM-MANUAL-READ-FLAG PIC X(01).
             88 COM-MANUAL-READ              VALUE 'Y'.
             88 COM-NO-MANUAL-READ           VALUE 'N'.
          05 COM-MANUAL-CYCLE     PIC X(02).
          05 COM-MANUAL-WIN-CLOSE PIC 9(08).
          05 FILLER               PIC X(08).

      *    SAME METER MASTER LAYOUT MTR001 MAINTAINS.
       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI02-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI02-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

      *    SAME CONNECTIVITY LAYOUT CONN001 MAINTAINS.
       FD MI03-CONN-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MI03-CONN-RECORD.
          05 CONN-METER-ID        PIC X(14).
          05 CONN-XFMR-ID         PIC X(10).
          05 CONN-FEEDER-ID       PIC X(08).
          05 CONN-EFF-DATE        PIC 9(08).

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

      *    SAME READ-WINDOW CARD SRD001 LOADS.
       FD TI02-READ-WINDOW
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI02-READ-WINDOW-RECORD.
          05 WIN-CYCLE-CODE      PIC X(02).
          05 WIN-OPEN-DATE       PIC 9(08).
          05 WIN-CLOSE-DATE      PIC 9(08).
          05 FILLER              PIC X(02).

       FD TI03-COMM-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI03-COMM-PARM-RECORD.
          05 PRM-SILENT-DAYS       PIC 9(03).
          05 PRM-READ-LEAD-DAYS    PIC 9(02).
          05 PRM-REPAIR-LEAD-DAYS  PIC 9(02).
          05 PRM-COLLECTOR-MIN     PIC 9(02).
          05 PRM-COLLECTOR-PCT     PIC 9(03).
          05 FILLER                PIC X(68).

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

      *    SAME 94-BYTE TRANSACTION LAYOUT WO001 READS FROM WOTRAN.
      *    THE SOURCE REFERENCE IS THE METER'S TRANSFORMER, SO THE
      *    DISPATCHER SEES A COLLECTOR'S ORDERS TOGETHER; THE NOTES
      *    CARRY THE METER.
       FD TO01-COMM-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO01-COMM-WO-RECORD.
          05 KW-TRANS-TYPE       PIC X(01).
          05 KW-WO-ID            PIC X(10).
          05 KW-SOURCE-TYPE      PIC X(01).
          05 KW-SOURCE-REF       PIC X(10).
          05 KW-CUST-ID          PIC X(12).
          05 KW-CREW-ID          PIC X(08).
          05 KW-PROMISED-DATE    PIC 9(08).
          05 KW-COMPLETE-DATE    PIC 9(08).
          05 KW-NOTES.
             10 KW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(06).
          05 KW-JOB-TYPE         PIC X(04).
          05 KW-LABOR-HOURS      PIC 9(03)V9.
          05 KW-MATERIAL-AMT     PIC 9(06)V99.

       FD TO02-COMM-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-COMM-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-INT-STATUS         PIC X(02).
             88 INT-IO-STATUS      VALUE '00'.
             88 INT-EOF            VALUE '10'.
             88 INT-NOT-FOUND      VALUE '35'.
          05 WS-COM-STATUS         PIC X(02).
             88 COM-IO-STATUS      VALUE '00'.
          05 WS-COM-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 COM-SCAN-EOF       VALUE 'Y'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
          05 WS-CONN-STATUS        PIC X(02).
             88 CONN-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-WIN-STATUS         PIC X(02).
             88 WIN-IO-STATUS      VALUE '00'.
             88 WIN-EOF            VALUE '10'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-CWO-STATUS         PIC X(02).
             88 CWO-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-BASE-DATE          PIC 9(08).
          05 WS-LEAD-INTEGER       PIC S9(09) COMP.

      *    DAYS WITHOUT A MEASURED INTERVAL BEFORE A METER COUNTS
      *    AS SILENT, DAYS AHEAD OF ITS READ WINDOW A SILENT METER
      *    GOES ON THE HANDHELD, DAYS A REPAIR CREW IS GIVEN, AND
      *    THE COLLECTOR TEST -- AT LEAST THE MINIMUM NUMBER OF
      *    SILENT METERS ON ONE TRANSFORMER AND AT LEAST THE
      *    PERCENTAGE OF ITS AMI METERS. OVERRIDDEN BY COMMPARM.
       01 WS-COMM-PARMS.
          05 WS-SILENT-DAYS        PIC 9(03) VALUE 5.
          05 WS-READ-LEAD-DAYS     PIC 9(02) VALUE 5.
          05 WS-REPAIR-LEAD-DAYS   PIC 9(02) VALUE 10.
          05 WS-COLLECTOR-MIN      PIC 9(02) VALUE 3.
          05 WS-COLLECTOR-PCT      PIC 9(03) VALUE 80.

      *    ONE METER'S RUN OF ROWS IN THE INTERVAL STREAM.
       01 WS-GROUP-VARIABLES.
          05 WS-GR-METER-ID        PIC X(14) VALUE LOW-VALUES.
          05 WS-GR-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-GR-LAST-REAL       PIC 9(08) VALUE ZEROS.

      *    READ WINDOWS BY CYCLE CODE, LOADED ONCE FROM THE CARDS.
       01 WS-WINDOW-TABLE-STORAGE.
          05 WS-WINDOW-TABLE.
             10 WS-WIN-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-WIN-IDX.
                15 WS-WT-CYCLE-CODE  PIC X(02).
                15 WS-WT-OPEN-DATE   PIC 9(08).
                15 WS-WT-CLOSE-DATE  PIC 9(08).
          05 WS-WIN-COUNT          PIC 9(03) VALUE ZEROS.
          05 WS-WIN-MAX-ENTRIES    PIC 9(03) VALUE 100.
          05 WS-WIN-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 WINDOW-FOUND       VALUE 'Y'.

      *    SILENT METERS BY AREA, KEPT IN AREA ORDER.
       01 WS-AREA-STORAGE.
          05 WS-AREA-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-AR-IDX.
             10 WS-AR-AREA-CODE    PIC X(06).
             10 WS-AR-SILENT       PIC 9(05).
          05 WS-AREA-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-AREAS          PIC 9(04) VALUE 500.
          05 WS-AR-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-AR-SHIFT-CTR       PIC 9(04) VALUE ZEROS.

      *    EVERY TRANSFORMER WITH AN AMI METER ON IT, KEPT IN
      *    TRANSFORMER ORDER -- ITS AMI METERS AND HOW MANY OF
      *    THEM ARE SILENT.
       01 WS-XFMR-STORAGE.
          05 WS-XFMR-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-XT-IDX.
             10 WS-XT-XFMR-ID      PIC X(10).
             10 WS-XT-FEEDER-ID    PIC X(08).
             10 WS-XT-AMI-METERS   PIC 9(05).
             10 WS-XT-SILENT       PIC 9(05).
          05 WS-XFMR-COUNT         PIC 9(05) VALUE ZEROS.
          05 WS-MAX-XFMRS          PIC 9(05) VALUE 5000.
          05 WS-XT-LOOP-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-XT-SHIFT-CTR       PIC 9(05) VALUE ZEROS.

       01 WS-WORK-VARIABLES.
          05 WS-SILENT-FOR         PIC S9(05) VALUE ZEROS.
          05 WS-XFMR-ID            PIC X(10) VALUE SPACES.
          05 WS-FEEDER-ID          PIC X(08) VALUE SPACES.
          05 WS-AREA-CODE          PIC X(06) VALUE SPACES.
          05 WS-XFMR-FOUND-FLAG    PIC X(01) VALUE 'N'.
             88 XFMR-ENTRY-FOUND   VALUE 'Y'.
          05 WS-AREA-FOUND-FLAG    PIC X(01) VALUE 'N'.
             88 AREA-ENTRY-FOUND   VALUE 'Y'.
          05 WS-WO-SEQ             PIC 9(03) VALUE ZEROS.
          05 WS-SEQ-MAX            PIC 9(03) VALUE 999.
          05 WS-NEW-WO-ID          PIC X(10) VALUE SPACES.
          05 WS-SILENT-PCT         PIC 9(03) VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-INT-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-ESTIMATED-CTR      PIC 9(07) VALUE ZEROS.
          05 WS-NEW-METER-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-TRACKED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-SILENT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-NEWLY-SILENT-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-RESUMED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-REPAIR-WO-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-MANUAL-READ-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-NO-ROUTE-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-REMOVED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-UNMAPPED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'NON-COMMUNICATING AMI METERS'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(12) VALUE 'TRANSFORMER'.
          05 FILLER               PIC X(10) VALUE 'LAST READ'.
          05 FILLER               PIC X(6)  VALUE 'DAYS'.
          05 FILLER               PIC X(12) VALUE 'WORK ORDER'.
          05 FILLER               PIC X(14) VALUE 'MANUAL READ'.
          05 FILLER               PIC X(30) VALUE 'ACTION'.
          05 FILLER               PIC X(9)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AREA           PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-XFMR-ID        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-LAST-READ      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DAYS           PIC ZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-WO-ID          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MANUAL         PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ACTION         PIC X(30).
          05 FILLER               PIC X(9)  VALUE SPACES.

       01 WS-SECTION-TITLE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ST-TITLE          PIC X(60).
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-AREA-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'AREA'.
          05 FILLER               PIC X(20) VALUE 'SILENT METERS'.
          05 FILLER               PIC X(91) VALUE SPACES.

       01 WS-AREA-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-AD-AREA           PIC X(06).
          05 FILLER               PIC X(14) VALUE SPACES.
          05 WS-AD-SILENT         PIC ZZ,ZZ9.
          05 FILLER               PIC X(105) VALUE SPACES.

       01 WS-XFMR-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'TRANSFORMER'.
          05 FILLER               PIC X(10) VALUE 'FEEDER'.
          05 FILLER               PIC X(12) VALUE 'AMI METERS'.
          05 FILLER               PIC X(10) VALUE 'SILENT'.
          05 FILLER               PIC X(6)  VALUE 'PCT'.
          05 FILLER               PIC X(30) VALUE 'ASSESSMENT'.
          05 FILLER               PIC X(49) VALUE SPACES.

       01 WS-XFMR-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-XD-XFMR-ID        PIC X(10).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-XD-FEEDER-ID      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-XD-AMI-METERS     PIC ZZ,ZZ9.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-XD-SILENT         PIC ZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-XD-PCT            PIC ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-XD-ASSESSMENT     PIC X(30).
          05 FILLER               PIC X(49) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'AMI METERS TRACKED '.
          05 WS-RT-TRACKED        PIC ZZZZZ9.
          05 FILLER               PIC X(10) VALUE '  SILENT '.
          05 WS-RT-SILENT         PIC ZZZZZ9.
          05 FILLER               PIC X(16) VALUE '  NEWLY SILENT '.
          05 WS-RT-NEWLY-SILENT   PIC ZZZZZ9.
          05 FILLER               PIC X(11) VALUE '  RESUMED '.
          05 WS-RT-RESUMED        PIC ZZZZZ9.
          05 FILLER               PIC X(17) VALUE '  REPAIR ORDERS '.
          05 WS-RT-REPAIR-WO      PIC ZZZZZ9.
          05 FILLER               PIC X(16) VALUE '  MANUAL READS '.
          05 WS-RT-MANUAL-READ    PIC ZZZZZ9.
          05 FILLER               PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'COMM001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  NON-COMMUNICATING AMI METERS          '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 1100-LOAD-COMM-PARMS.

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

       1100-LOAD-COMM-PARMS  SECTION.

           OPEN INPUT TI03-COMM-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO AMI COMMS PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING AMI COMMS PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI03-COMM-PARM
                  AT END
                      DISPLAY 'AMI COMMS PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-COMM-PARM
              END-READ
              CLOSE TI03-COMM-PARM
           END-IF.

           DISPLAY 'SILENT AFTER DAYS ' WS-SILENT-DAYS
                   '  READ LEAD ' WS-READ-LEAD-DAYS
                   '  REPAIR LEAD ' WS-REPAIR-LEAD-DAYS
                   '  COLLECTOR ' WS-COLLECTOR-MIN
                   ' METERS / ' WS-COLLECTOR-PCT ' PCT'.

       1110-EDIT-COMM-PARM  SECTION.

           IF PRM-SILENT-DAYS IS NUMERIC
              AND PRM-READ-LEAD-DAYS IS NUMERIC
              AND PRM-REPAIR-LEAD-DAYS IS NUMERIC
              AND PRM-COLLECTOR-MIN IS NUMERIC
              AND PRM-COLLECTOR-PCT IS NUMERIC
              AND PRM-SILENT-DAYS > ZEROS
              AND PRM-COLLECTOR-MIN > ZEROS
              AND PRM-COLLECTOR-PCT > ZEROS
              AND PRM-COLLECTOR-PCT NOT > 100
              MOVE PRM-SILENT-DAYS      TO WS-SILENT-DAYS
              MOVE PRM-READ-LEAD-DAYS   TO WS-READ-LEAD-DAYS
              MOVE PRM-REPAIR-LEAD-DAYS TO WS-REPAIR-LEAD-DAYS
              MOVE PRM-COLLECTOR-MIN    TO WS-COLLECTOR-MIN
              MOVE PRM-COLLECTOR-PCT    TO WS-COLLECTOR-PCT
           ELSE
              DISPLAY 'BAD AMI COMMS PARM IGNORED: '
                      TI03-COMM-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-READ-WINDOWS.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-COMM-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO02-COMM-RPT-RECORD FROM WS-REPORT-HEADER2.

      *    TONIGHT'S STREAM BRINGS EACH METER'S LAST-READ DATE UP
      *    TO DATE FIRST; THEN EVERY TRACKED METER IS AGED, SO ONE
      *    THAT SENT NOTHING AT ALL IS CAUGHT AS WELL.
           PERFORM 2200-POST-INTERVAL-STREAM.

           PERFORM 2400-AGE-TRACKED-METERS.

           PERFORM 2800-WRITE-AREA-SUMMARY.

           PERFORM 2850-WRITE-XFMR-SUMMARY.

           MOVE WS-TRACKED-CTR      TO WS-RT-TRACKED.
           MOVE WS-SILENT-CTR       TO WS-RT-SILENT.
           MOVE WS-NEWLY-SILENT-CTR TO WS-RT-NEWLY-SILENT.
           MOVE WS-RESUMED-CTR      TO WS-RT-RESUMED.
           MOVE WS-REPAIR-WO-CTR    TO WS-RT-REPAIR-WO.
           MOVE WS-MANUAL-READ-CTR  TO WS-RT-MANUAL-READ.
           MOVE SPACES TO TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN I-O MO01-COMM-KSDS.
           IF NOT COM-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMS KSDS: '
                      WS-COM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONN-KSDS.
           IF NOT CONN-IO-STATUS
              DISPLAY 'ERROR OPENING CONNECTIVITY KSDS: '
                      WS-CONN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-COMM-WO.
           IF NOT CWO-IO-STATUS
              DISPLAY 'ERROR OPENING COMMS REPAIR WORK ORDERS: '
                      WS-CWO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-COMM-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMS REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-READ-WINDOWS SECTION.

           OPEN INPUT TI02-READ-WINDOW.
           IF NOT WIN-IO-STATUS
              DISPLAY 'READ-WINDOW FILE NOT AVAILABLE - EVERY '
                      'CYCLE TREATED AS OPEN'
           ELSE
              PERFORM 2155-READ-WINDOW-CARD UNTIL WIN-EOF
              CLOSE TI02-READ-WINDOW
           END-IF.

           DISPLAY 'READ WINDOWS LOADED: ' WS-WIN-COUNT.

       2155-READ-WINDOW-CARD SECTION.

           READ TI02-READ-WINDOW
               AT END
                   SET WIN-EOF TO TRUE
               NOT AT END
                   IF WIN-OPEN-DATE IS NOT NUMERIC
                      OR WIN-CLOSE-DATE IS NOT NUMERIC
                      OR WIN-CLOSE-DATE < WIN-OPEN-DATE
                      DISPLAY 'READ-WINDOW CARD IGNORED: '
                              TI02-READ-WINDOW-RECORD
                   ELSE
                      IF WS-WIN-COUNT >= WS-WIN-MAX-ENTRIES
                         DISPLAY 'ERROR: READ-WINDOW TABLE FULL'
                      ELSE
                         ADD 1 TO WS-WIN-COUNT
                         SET WS-WIN-IDX TO WS-WIN-COUNT
                         MOVE WIN-CYCLE-CODE
                             TO WS-WT-CYCLE-CODE(WS-WIN-IDX)
                         MOVE WIN-OPEN-DATE
                             TO WS-WT-OPEN-DATE(WS-WIN-IDX)
                         MOVE WIN-CLOSE-DATE
                             TO WS-WT-CLOSE-DATE(WS-WIN-IDX)
                      END-IF
                   END-IF
           END-READ.

       2200-POST-INTERVAL-STREAM  SECTION.

           OPEN INPUT TI01-INTERVAL-READ-FILE.
           IF INT-NOT-FOUND
              DISPLAY 'NO INTERVAL READ FILE - NO METER REPORTED'
              GO TO 2200-EXIT
           END-IF.
           IF NOT INT-IO-STATUS
              DISPLAY 'ERROR OPENING INTERVAL READ FILE: '
                      WS-INT-STATUS
              STOP RUN
           END-IF.

           PERFORM 2210-READ-ONE-INTERVAL UNTIL INT-EOF.

           IF WS-GR-METER-ID NOT = LOW-VALUES
              PERFORM 2300-POST-METER-GROUP
           END-IF.

           CLOSE TI01-INTERVAL-READ-FILE.

       2200-EXIT.
           EXIT.

       2210-READ-ONE-INTERVAL  SECTION.

      *    THE STREAM IS IN METER ORDER; A CHANGE OF METER CLOSES
      *    THE PREVIOUS METER'S RUN OF ROWS.
           READ TI01-INTERVAL-READ-FILE
               AT END  SET INT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INT-READ-CTR
                   IF INT-METER-ID NOT = WS-GR-METER-ID
                      IF WS-GR-METER-ID NOT = LOW-VALUES
                         PERFORM 2300-POST-METER-GROUP
                      END-IF
                      MOVE INT-METER-ID TO WS-GR-METER-ID
                      MOVE INT-CUST-ID  TO WS-GR-CUST-ID
                      MOVE ZEROS        TO WS-GR-LAST-REAL
                   END-IF
                   IF INT-ESTIMATED
                      ADD 1 TO WS-ESTIMATED-CTR
                   ELSE
                      IF INT-READ-DATE > WS-GR-LAST-REAL
                         MOVE INT-READ-DATE TO WS-GR-LAST-REAL
                      END-IF
                   END-IF
           END-READ.

       2300-POST-METER-GROUP  SECTION.

           MOVE WS-GR-METER-ID TO COM-METER-ID.

           READ MO01-COMM-KSDS
               INVALID KEY
                   PERFORM 2310-ADD-TRACKED-METER
               NOT INVALID KEY
                   IF WS-GR-LAST-REAL > COM-LAST-READ-DATE
                      MOVE WS-GR-LAST-REAL TO COM-LAST-READ-DATE
                   END-IF
                   MOVE WS-GR-CUST-ID TO COM-CUST-ID
                   REWRITE MO01-COMM-RECORD
                       INVALID KEY
                           DISPLAY 'AMI COMMS REWRITE FAILED: '
                                   COM-METER-ID ' STATUS: '
                                   WS-COM-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2310-ADD-TRACKED-METER  SECTION.

      *    A METER'S FIRST APPEARANCE IN THE STREAM MAKES IT AN AMI
      *    METER FROM HERE ON.
           MOVE SPACES            TO MO01-COMM-RECORD.
           MOVE WS-GR-METER-ID    TO COM-METER-ID.
           MOVE WS-GR-CUST-ID     TO COM-CUST-ID.
           MOVE WS-DATE           TO COM-FIRST-SEEN-DATE.
           MOVE WS-GR-LAST-REAL   TO COM-LAST-READ-DATE.
           SET COM-STAT-REPORTING TO TRUE.
           MOVE ZEROS             TO COM-SILENT-DATE.
           MOVE SPACES            TO COM-WO-ID.
           SET COM-NO-MANUAL-READ TO TRUE.
           MOVE SPACES            TO COM-MANUAL-CYCLE.
           MOVE ZEROS             TO COM-MANUAL-WIN-CLOSE.

           WRITE MO01-COMM-RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMS WRITE FAILED: '
                           COM-METER-ID ' STATUS: ' WS-COM-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-METER-CTR
           END-WRITE.

       2400-AGE-TRACKED-METERS  SECTION.

           MOVE LOW-VALUES TO COM-METER-ID.
           START MO01-COMM-KSDS KEY IS GREATER THAN COM-METER-ID
               INVALID KEY
                   SET COM-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2410-AGE-ONE-METER UNTIL COM-SCAN-EOF.

       2410-AGE-ONE-METER  SECTION.

           READ MO01-COMM-KSDS NEXT
               AT END
                   SET COM-SCAN-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.

           MOVE COM-METER-ID TO MTR-ID.
           READ MI01-METER-KSDS
               INVALID KEY
                   PERFORM 2420-DROP-REMOVED-METER
                   GO TO 2410-EXIT
           END-READ.

           ADD 1 TO WS-TRACKED-CTR.
           MOVE MTR-CUST-ID TO COM-CUST-ID.

           IF COM-LAST-READ-DATE > ZEROS
              MOVE COM-LAST-READ-DATE  TO WS-BASE-DATE
           ELSE
              MOVE COM-FIRST-SEEN-DATE TO WS-BASE-DATE
           END-IF.
           COMPUTE WS-SILENT-FOR = WS-DATE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE).

           PERFORM 2430-FIND-TRANSFORMER.
           PERFORM 2700-COUNT-XFMR-METER.

           IF WS-SILENT-FOR > WS-SILENT-DAYS
              PERFORM 2500-PROCESS-SILENT-METER
           ELSE
              IF COM-STAT-SILENT
                 PERFORM 2450-METER-RESUMED
              END-IF
           END-IF.

           REWRITE MO01-COMM-RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMS REWRITE FAILED: '
                           COM-METER-ID ' STATUS: ' WS-COM-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

       2410-EXIT.
           EXIT.

       2420-DROP-REMOVED-METER  SECTION.

           DELETE MO01-COMM-KSDS RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMS DELETE FAILED: '
                           COM-METER-ID ' STATUS: ' WS-COM-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-CTR
                   DISPLAY 'METER OFF MASTER - TRACKING DROPPED: '
                           COM-METER-ID
           END-DELETE.

       2430-FIND-TRANSFORMER  SECTION.

           MOVE SPACES       TO WS-XFMR-ID.
           MOVE SPACES       TO WS-FEEDER-ID.
           MOVE COM-METER-ID TO CONN-METER-ID.

           READ MI03-CONN-KSDS
               INVALID KEY
                   ADD 1 TO WS-UNMAPPED-CTR
               NOT INVALID KEY
                   MOVE CONN-XFMR-ID   TO WS-XFMR-ID
                   MOVE CONN-FEEDER-ID TO WS-FEEDER-ID
           END-READ.

       2450-METER-RESUMED  SECTION.

      *    THE METER IS TALKING AGAIN. THE REPAIR ORDER STAYS WITH
      *    THE CREW TO CLOSE; THE MANUAL READ IS NO LONGER NEEDED.
           ADD 1 TO WS-RESUMED-CTR.

           PERFORM 2600-READ-CUSTOMER-AREA.
           MOVE SPACES TO WS-REPORT-DETAIL.
           PERFORM 2650-SET-REPORT-COMMON.
           MOVE 'REPORTING AGAIN' TO WS-RD-ACTION.
           WRITE TO02-COMM-RPT-RECORD FROM WS-REPORT-DETAIL.

           SET COM-STAT-REPORTING TO TRUE.
           MOVE ZEROS             TO COM-SILENT-DATE.
           MOVE SPACES            TO COM-WO-ID.
           SET COM-NO-MANUAL-READ TO TRUE.
           MOVE SPACES            TO COM-MANUAL-CYCLE.
           MOVE ZEROS             TO COM-MANUAL-WIN-CLOSE.

       2500-PROCESS-SILENT-METER  SECTION.

           ADD 1 TO WS-SILENT-CTR.
           MOVE SPACES TO WS-REPORT-DETAIL.

           IF NOT COM-STAT-SILENT
              SET COM-STAT-SILENT TO TRUE
              MOVE WS-DATE TO COM-SILENT-DATE
              ADD 1 TO WS-NEWLY-SILENT-CTR
              MOVE 'NEWLY SILENT' TO WS-RD-ACTION
           ELSE
              MOVE 'STILL SILENT' TO WS-RD-ACTION
           END-IF.

      *    ONE REPAIR ORDER FOR EACH SPELL OF SILENCE.
           IF COM-WO-ID = SPACES
              PERFORM 2510-RAISE-REPAIR-WO
           END-IF.

           PERFORM 2550-SET-MANUAL-READ.

           PERFORM 2600-READ-CUSTOMER-AREA.
           PERFORM 2750-COUNT-AREA-SILENT.
           PERFORM 2720-COUNT-XFMR-SILENT.

           PERFORM 2650-SET-REPORT-COMMON.
           WRITE TO02-COMM-RPT-RECORD FROM WS-REPORT-DETAIL.

       2510-RAISE-REPAIR-WO  SECTION.

      *    A NEW, UNASSIGNED COMMS-REPAIR ORDER FOR THE METER.
           IF WS-WO-SEQ >= WS-SEQ-MAX
              DISPLAY 'REPAIR WORK ORDER SEQUENCE EXHAUSTED - '
                      'METER ' COM-METER-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 2510-EXIT
           END-IF.

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WS-NEW-WO-ID.
           STRING 'K' WS-DATE(3:6) WS-WO-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-WO-ID
           END-STRING.

           MOVE SPACES            TO TO01-COMM-WO-RECORD.
           MOVE 'N'               TO KW-TRANS-TYPE.
           MOVE WS-NEW-WO-ID      TO KW-WO-ID.
           MOVE 'K'               TO KW-SOURCE-TYPE.
           MOVE WS-XFMR-ID        TO KW-SOURCE-REF.
           MOVE COM-CUST-ID       TO KW-CUST-ID.
           COMPUTE KW-PROMISED-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER + WS-REPAIR-LEAD-DAYS).
           MOVE ZEROS             TO KW-COMPLETE-DATE.
           MOVE COM-METER-ID      TO KW-NOTE-METER-ID.
           MOVE ZEROS             TO KW-LABOR-HOURS.
           MOVE ZEROS             TO KW-MATERIAL-AMT.
           WRITE TO01-COMM-WO-RECORD.

           MOVE WS-NEW-WO-ID      TO COM-WO-ID.
           ADD 1 TO WS-REPAIR-WO-CTR.

       2510-EXIT.
           EXIT.

       2550-SET-MANUAL-READ  SECTION.

      *    DECIDED AFRESH EACH NIGHT: A SILENT METER GOES ON THE
      *    HANDHELD FROM READ-LEAD DAYS BEFORE ITS CYCLE'S WINDOW
      *    OPENS UNTIL THE WINDOW CLOSES. A CYCLE WITH NO CARD IS
      *    ALWAYS OPEN, SO ITS SILENT METERS ARE ALWAYS MARKED.
           SET COM-NO-MANUAL-READ TO TRUE.
           MOVE SPACES TO COM-MANUAL-CYCLE.
           MOVE ZEROS  TO COM-MANUAL-WIN-CLOSE.

           MOVE COM-METER-ID TO CYC-METER-ID.
           READ MI02-CYCLE-KSDS
               INVALID KEY
                   ADD 1 TO WS-NO-ROUTE-CTR
                   GO TO 2550-EXIT
           END-READ.

           MOVE 'N' TO WS-WIN-FOUND-FLAG.
           SET WS-WIN-IDX TO 1.
           SEARCH WS-WIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WIN-IDX > WS-WIN-COUNT
                   CONTINUE
               WHEN WS-WT-CYCLE-CODE(WS-WIN-IDX) = CYC-CYCLE-CODE
                   SET WINDOW-FOUND TO TRUE
           END-SEARCH.

           IF WINDOW-FOUND
              COMPUTE WS-LEAD-INTEGER =
                      FUNCTION INTEGER-OF-DATE
                      (WS-WT-OPEN-DATE(WS-WIN-IDX))
                      - WS-READ-LEAD-DAYS
              IF WS-DATE-INTEGER < WS-LEAD-INTEGER
                 OR WS-DATE > WS-WT-CLOSE-DATE(WS-WIN-IDX)
                 GO TO 2550-EXIT
              END-IF
              MOVE WS-WT-CLOSE-DATE(WS-WIN-IDX)
                  TO COM-MANUAL-WIN-CLOSE
           END-IF.

           SET COM-MANUAL-READ TO TRUE.
           MOVE CYC-CYCLE-CODE TO COM-MANUAL-CYCLE.
           ADD 1 TO WS-MANUAL-READ-CTR.

       2550-EXIT.
           EXIT.

       2600-READ-CUSTOMER-AREA  SECTION.

           MOVE SPACES      TO WS-AREA-CODE.
           MOVE COM-CUST-ID TO CUST-KEY.

           READ MI04-CUSTOMER-KSDS
               INVALID KEY
                   MOVE '??????' TO WS-AREA-CODE
               NOT INVALID KEY
                   MOVE CUST-AREA-CODE TO WS-AREA-CODE
           END-READ.

       2650-SET-REPORT-COMMON  SECTION.

           MOVE COM-METER-ID     TO WS-RD-METER-ID.
           MOVE COM-CUST-ID      TO WS-RD-CUST-ID.
           MOVE WS-AREA-CODE     TO WS-RD-AREA.
           IF WS-XFMR-ID = SPACES
              MOVE 'UNMAPPED'    TO WS-RD-XFMR-ID
           ELSE
              MOVE WS-XFMR-ID    TO WS-RD-XFMR-ID
           END-IF.
           IF COM-LAST-READ-DATE > ZEROS
              MOVE COM-LAST-READ-DATE TO WS-RD-LAST-READ
           ELSE
              MOVE 'NEVER'       TO WS-RD-LAST-READ
           END-IF.
           MOVE WS-SILENT-FOR    TO WS-RD-DAYS.
           MOVE COM-WO-ID        TO WS-RD-WO-ID.
           IF COM-MANUAL-READ
              STRING 'CYCLE ' COM-MANUAL-CYCLE
                     DELIMITED BY SIZE
                     INTO WS-RD-MANUAL
              END-STRING
           END-IF.

       2700-COUNT-XFMR-METER  SECTION.

      *    FIND THE TRANSFORMER'S ENTRY, OR OPEN ONE IN KEY ORDER.
           MOVE 'N' TO WS-XFMR-FOUND-FLAG.
           IF WS-XFMR-ID = SPACES
              GO TO 2700-EXIT
           END-IF.

           PERFORM VARYING WS-XT-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-XT-LOOP-CTR > WS-XFMR-COUNT
                        OR WS-XT-XFMR-ID(WS-XT-LOOP-CTR)
                           NOT < WS-XFMR-ID
              CONTINUE
           END-PERFORM.

           IF WS-XT-LOOP-CTR NOT > WS-XFMR-COUNT
              AND WS-XT-XFMR-ID(WS-XT-LOOP-CTR) = WS-XFMR-ID
              SET XFMR-ENTRY-FOUND TO TRUE
           ELSE
              IF WS-XFMR-COUNT >= WS-MAX-XFMRS
                 DISPLAY 'WARNING: TRANSFORMER TABLE FULL - '
                         'MAX ' WS-MAX-XFMRS
                 GO TO 2700-EXIT
              END-IF
              PERFORM VARYING WS-XT-SHIFT-CTR FROM WS-XFMR-COUNT
                        BY -1
                        UNTIL WS-XT-SHIFT-CTR < WS-XT-LOOP-CTR
                 MOVE WS-XFMR-ENTRY(WS-XT-SHIFT-CTR)
                     TO WS-XFMR-ENTRY(WS-XT-SHIFT-CTR + 1)
              END-PERFORM
              ADD 1 TO WS-XFMR-COUNT
              MOVE WS-XFMR-ID   TO WS-XT-XFMR-ID(WS-XT-LOOP-CTR)
              MOVE WS-FEEDER-ID TO WS-XT-FEEDER-ID(WS-XT-LOOP-CTR)
              MOVE ZEROS        TO WS-XT-AMI-METERS(WS-XT-LOOP-CTR)
              MOVE ZEROS        TO WS-XT-SILENT(WS-XT-LOOP-CTR)
              SET XFMR-ENTRY-FOUND TO TRUE
           END-IF.

           SET WS-XT-IDX TO WS-XT-LOOP-CTR.
           ADD 1 TO WS-XT-AMI-METERS(WS-XT-IDX).

       2700-EXIT.
           EXIT.

       2720-COUNT-XFMR-SILENT  SECTION.

      *    WS-XT-IDX STILL POINTS AT THIS METER'S TRANSFORMER.
           IF XFMR-ENTRY-FOUND
              ADD 1 TO WS-XT-SILENT(WS-XT-IDX)
           END-IF.

       2750-COUNT-AREA-SILENT  SECTION.

           MOVE 'N' TO WS-AREA-FOUND-FLAG.

           PERFORM VARYING WS-AR-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-AR-LOOP-CTR > WS-AREA-COUNT
                        OR WS-AR-AREA-CODE(WS-AR-LOOP-CTR)
                           NOT < WS-AREA-CODE
              CONTINUE
           END-PERFORM.

           IF WS-AR-LOOP-CTR NOT > WS-AREA-COUNT
              AND WS-AR-AREA-CODE(WS-AR-LOOP-CTR) = WS-AREA-CODE
              SET AREA-ENTRY-FOUND TO TRUE
           ELSE
              IF WS-AREA-COUNT >= WS-MAX-AREAS
                 DISPLAY 'WARNING: AREA TABLE FULL - '
                         'MAX ' WS-MAX-AREAS
                 GO TO 2750-EXIT
              END-IF
              PERFORM VARYING WS-AR-SHIFT-CTR FROM WS-AREA-COUNT
                        BY -1
                        UNTIL WS-AR-SHIFT-CTR < WS-AR-LOOP-CTR
                 MOVE WS-AREA-ENTRY(WS-AR-SHIFT-CTR)
                     TO WS-AREA-ENTRY(WS-AR-SHIFT-CTR + 1)
              END-PERFORM
              ADD 1 TO WS-AREA-COUNT
              MOVE WS-AREA-CODE TO WS-AR-AREA-CODE(WS-AR-LOOP-CTR)
              MOVE ZEROS        TO WS-AR-SILENT(WS-AR-LOOP-CTR)
           END-IF.

           SET WS-AR-IDX TO WS-AR-LOOP-CTR.
           ADD 1 TO WS-AR-SILENT(WS-AR-IDX).

       2750-EXIT.
           EXIT.

       2800-WRITE-AREA-SUMMARY  SECTION.

           MOVE SPACES TO WS-ST-TITLE.
           MOVE 'SILENT METERS BY AREA' TO WS-ST-TITLE.
           MOVE SPACES TO TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-COMM-RPT-RECORD FROM WS-AREA-HEADER.

           PERFORM VARYING WS-AR-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-AR-LOOP-CTR > WS-AREA-COUNT
              SET WS-AR-IDX TO WS-AR-LOOP-CTR
              MOVE WS-AR-AREA-CODE(WS-AR-IDX) TO WS-AD-AREA
              MOVE WS-AR-SILENT(WS-AR-IDX)    TO WS-AD-SILENT
              WRITE TO02-COMM-RPT-RECORD FROM WS-AREA-DETAIL
           END-PERFORM.

       2850-WRITE-XFMR-SUMMARY  SECTION.

      *    ONLY TRANSFORMERS WITH A SILENT METER ARE LISTED. MOST
      *    OF A TRANSFORMER'S METERS GONE QUIET TOGETHER POINTS AT
      *    THE COLLECTOR OR THE SUPPLY, NOT AT THE METERS.
           MOVE SPACES TO WS-ST-TITLE.
           MOVE 'SILENT METERS BY TRANSFORMER' TO WS-ST-TITLE.
           MOVE SPACES TO TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD.
           WRITE TO02-COMM-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-COMM-RPT-RECORD FROM WS-XFMR-HEADER.

           PERFORM VARYING WS-XT-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-XT-LOOP-CTR > WS-XFMR-COUNT
              SET WS-XT-IDX TO WS-XT-LOOP-CTR
              IF WS-XT-SILENT(WS-XT-IDX) > ZEROS
                 PERFORM 2860-WRITE-XFMR-LINE
              END-IF
           END-PERFORM.

       2860-WRITE-XFMR-LINE  SECTION.

           COMPUTE WS-SILENT-PCT =
                   (WS-XT-SILENT(WS-XT-IDX) * 100)
                   / WS-XT-AMI-METERS(WS-XT-IDX).

           MOVE WS-XT-XFMR-ID(WS-XT-IDX)    TO WS-XD-XFMR-ID.
           MOVE WS-XT-FEEDER-ID(WS-XT-IDX)  TO WS-XD-FEEDER-ID.
           MOVE WS-XT-AMI-METERS(WS-XT-IDX) TO WS-XD-AMI-METERS.
           MOVE WS-XT-SILENT(WS-XT-IDX)     TO WS-XD-SILENT.
           MOVE WS-SILENT-PCT               TO WS-XD-PCT.

           IF WS-XT-SILENT(WS-XT-IDX) >= WS-COLLECTOR-MIN
              AND WS-SILENT-PCT >= WS-COLLECTOR-PCT
              MOVE 'COLLECTOR / SUPPLY SUSPECT' TO WS-XD-ASSESSMENT
           ELSE
              IF WS-XT-SILENT(WS-XT-IDX) = 1
                 MOVE 'SINGLE METER FAULT' TO WS-XD-ASSESSMENT
              ELSE
                 MOVE 'SEPARATE METER FAULTS' TO WS-XD-ASSESSMENT
              END-IF
           END-IF.

           WRITE TO02-COMM-RPT-RECORD FROM WS-XFMR-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' INTERVAL ROWS READ       ',  WS-INT-READ-CTR
           DISPLAY ' ESTIMATED ROWS SKIPPED   ',  WS-ESTIMATED-CTR
           DISPLAY ' NEW AMI METERS TRACKED   ',  WS-NEW-METER-CTR
           DISPLAY ' AMI METERS AGED          ',  WS-TRACKED-CTR
           DISPLAY ' SILENT                   ',  WS-SILENT-CTR
           DISPLAY ' NEWLY SILENT             ',  WS-NEWLY-SILENT-CTR
           DISPLAY ' REPORTING AGAIN          ',  WS-RESUMED-CTR
           DISPLAY ' REPAIR ORDERS RAISED     ',  WS-REPAIR-WO-CTR
           DISPLAY ' MARKED FOR MANUAL READ   ',  WS-MANUAL-READ-CTR
           DISPLAY ' SILENT - NOT ON A ROUTE  ',  WS-NO-ROUTE-CTR
           DISPLAY ' NO TRANSFORMER ON FILE   ',  WS-UNMAPPED-CTR
           DISPLAY ' DROPPED - OFF MASTER     ',  WS-REMOVED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-COMM-KSDS,
                  MI01-METER-KSDS,
                  MI02-CYCLE-KSDS,
                  MI03-CONN-KSDS,
                  MI04-CUSTOMER-KSDS,
                  TO01-COMM-WO,
                  TO02-COMM-RPT.

           STOP RUN.
