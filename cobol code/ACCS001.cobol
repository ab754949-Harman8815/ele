       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCS001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    METER-READING CYCLE/ROUTE MASTER -- EVERY METER ON A
      *    ROUTE, WALKED END TO END, SAME AS MISSREAD.
           SELECT MI01-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    TONIGHT'S HANDHELD EXPORT -- A REGISTER VALUE MEANS THE
      *    READER GOT IN; AN ACCESS TROUBLE CODE MEANS THE READER
      *    GOT AS FAR AS THE DOOR AND NO FURTHER.
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

      *    ESTIMATE TRACKING BILL003 MAINTAINS -- THE PERIOD COUNT
      *    IS THE RUN OF CONSECUTIVE ESTIMATED BILLS SINCE THE LAST
      *    REAL READING.
           SELECT MI03-EST-KSDS       ASSIGN TO ESTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS EST-CUST-ID
           FILE STATUS            IS WS-EST-STATUS.

           SELECT MI04-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    ESCALATION THRESHOLDS -- ONE RECORD. A MISSING FILE OR
      *    A BAD CARD LEAVES THE COMPILED DEFAULTS IN FORCE SO THE
      *    LADDER NEVER STALLS ON A BAD DECK.
           SELECT TI05-ACCESS-PARM    ASSIGN TO ACCPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE.
      *    A MISSING FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    NO-ACCESS LADDER -- ONE ROW PER METER THAT HAS GONE
      *    UNREAD, THE RUNG IT STANDS ON AND SINCE WHEN. KEYED BY
      *    METER; THE CUSTOMER ALTERNATE KEY IS HOW DUNN001 AND
      *    DISCONEX FIND AN ACCOUNT AT THE FORMAL-NOTICE RUNG.
           SELECT MO01-ACCESS-KSDS    ASSIGN TO NACKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACC-METER-ID
           ALTERNATE RECORD KEY   IS ACC-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-ACC-STATUS.

      *    RUNG 1 -- ACCESS-REQUEST LETTER EXTRACT FOR THE PRINT
      *    SHOP.
           SELECT TO01-ACCESS-LETTERS ASSIGN TO ACCLTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LTR-STATUS.

      *    RUNG 2 -- FIXED-APPOINTMENT ORDERS IN WO001'S OWN
      *    TRANSACTION LAYOUT, CONCATENATED INTO THE NEXT ELECWORK
      *    RUN'S WOTRAN.
           SELECT TO02-ACCESS-WO      ASSIGN TO ACCWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-AWO-STATUS.

      *    RUNG 3 -- FORMAL ACCESS NOTICE THROUGH THE CENTRAL HUB.
           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

      *    SUPERVISOR REPORT -- EVERY METER ON EVERY RUNG.
           SELECT TO03-ACCESS-RPT     ASSIGN TO ACCRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD MI01-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI01-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

      *    SAME 89-BYTE HANDHELD EXPORT LAYOUT MTR001 APPLIES.
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

      *    SAME ESTIMATE-TRACKING LAYOUT BILL003 MAINTAINS.
       FD MI03-EST-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI03-EST-RECORD.
          05 EST-CUST-ID          PIC X(12).
          05 EST-UNITS            PIC 9(06).
          05 EST-PERIOD-COUNT     PIC 9(02).
          05 EST-LAST-PERIOD      PIC 9(06).
          05 EST-BASIS            PIC X(01).
          05 EST-BASIS-PERIODS    PIC 9(02).

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
             88 ACCT-ACTIVE          VALUE 'A' SPACE.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

      *    MISSED CYCLES AT WHICH EACH RUNG IS REACHED, THE DAYS
      *    AHEAD THE FIXED APPOINTMENT IS BOOKED, AND THE DAYS A
      *    METER MUST SIT ON ONE RUNG BEFORE THE NEXT.
       FD TI05-ACCESS-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         10  CHARACTERS.

       01 TI05-ACCESS-PARM-RECORD.
          05 PRM-LETTER-CYCLES    PIC 9(02).
          05 PRM-APPT-CYCLES      PIC 9(02).
          05 PRM-NOTICE-CYCLES    PIC 9(02).
          05 PRM-APPT-LEAD-DAYS   PIC 9(02).
          05 PRM-STAGE-GAP-DAYS   PIC 9(02).

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

       FD MO01-ACCESS-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-ACCESS-RECORD.
          05 ACC-METER-ID         PIC X(14).
          05 ACC-CUST-ID          PIC X(12).
      *    CONSECUTIVE CYCLES WITHOUT A READING -- THE LONGER OF
      *    THE ESTIMATED-BILL RUN AND THE PERIODS A READER LOGGED
      *    AN ACCESS CODE AT THE DOOR. IT ONLY EVER GROWS UNTIL A
      *    REAL READING CLEARS THE ROW.
          05 ACC-MISS-COUNT       PIC 9(02).
          05 ACC-LAST-MISS-PERIOD PIC 9(06).
          05 ACC-LAST-CODE        PIC X(02).
          05 ACC-STAGE            PIC 9(01).
             88 ACC-STAGE-NONE               VALUE 0.
             88 ACC-STAGE-LETTER             VALUE 1.
             88 ACC-STAGE-APPOINTMENT        VALUE 2.
             88 ACC-STAGE-NOTICE             VALUE 3.
          05 ACC-STAGE-DATE       PIC 9(08).
          05 ACC-WO-ID            PIC X(10).
          05 ACC-APPT-DATE        PIC 9(08).
          05 ACC-CYCLE-CODE       PIC X(02).
          05 ACC-READER-ID        PIC X(08).
          05 FILLER               PIC X(07).

       FD TO01-ACCESS-LETTERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO01-ACCESS-LTR-RECORD.
          05 LTR-CUST-ID          PIC X(12).
          05 LTR-METER-ID         PIC X(14).
          05 LTR-FIRST-NAME       PIC X(10).
          05 LTR-LAST-NAME        PIC X(10).
          05 LTR-ADDRESS          PIC X(29).
          05 LTR-CITY             PIC X(10).
          05 LTR-ZIP-CODE         PIC X(09).
          05 LTR-MISS-COUNT       PIC 9(02).
          05 FILLER               PIC X(04).

      *    SAME 94-BYTE TRANSACTION LAYOUT WO001 READS FROM WOTRAN.
       FD TO02-ACCESS-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO02-ACCESS-WO-RECORD.
          05 AW-TRANS-TYPE       PIC X(01).
          05 AW-WO-ID            PIC X(10).
          05 AW-SOURCE-TYPE      PIC X(01).
          05 AW-SOURCE-REF.
             10 AW-REF-CODE         PIC X(02).
             10 AW-REF-RUN-DATE     PIC 9(08).
          05 AW-CUST-ID          PIC X(12).
          05 AW-CREW-ID          PIC X(08).
          05 AW-PROMISED-DATE    PIC 9(08).
          05 AW-COMPLETE-DATE    PIC 9(08).
          05 AW-NOTES.
             10 AW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(01).
             10 AW-NOTE-CODE        PIC X(02).
             10 FILLER              PIC X(03).
          05 AW-JOB-TYPE         PIC X(04).
          05 AW-LABOR-HOURS      PIC 9(03)V9.
          05 AW-MATERIAL-AMT     PIC 9(06)V99.

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

       FD TO03-ACCESS-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO03-ACCESS-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
          05 WS-READ-STATUS        PIC X(02).
             88 READ-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-EST-STATUS         PIC X(02).
             88 EST-IO-STATUS      VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-ACC-STATUS         PIC X(02).
             88 ACC-IO-STATUS      VALUE '00'.
             88 ACC-EOF            VALUE '10'.
          05 WS-LTR-STATUS         PIC X(02).
             88 LTR-IO-STATUS      VALUE '00'.
          05 WS-AWO-STATUS         PIC X(02).
             88 AWO-IO-STATUS      VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-STAGE-INTEGER      PIC S9(09) COMP.
          05 WS-DAYS-ON-STAGE      PIC S9(05) COMP.

      *    RUNG THRESHOLDS IN MISSED CYCLES, APPOINTMENT LEAD AND
      *    MINIMUM DAYS BETWEEN RUNGS -- OVERRIDDEN BY ACCPARM.
       01 WS-LADDER-PARMS.
          05 WS-LETTER-CYCLES      PIC 9(02) VALUE 02.
          05 WS-APPT-CYCLES        PIC 9(02) VALUE 03.
          05 WS-NOTICE-CYCLES      PIC 9(02) VALUE 04.
          05 WS-APPT-LEAD-DAYS     PIC 9(02) VALUE 10.
          05 WS-STAGE-GAP-DAYS     PIC 9(02) VALUE 14.

       01 WS-WORK-VARIABLES.
          05 WS-VISIT-FLAG         PIC X(01) VALUE SPACE.
             88 VISIT-NONE                   VALUE SPACE.
             88 VISIT-READ                   VALUE 'R'.
             88 VISIT-REFUSED                VALUE 'A'.
             88 VISIT-OTHER                  VALUE 'O'.
          05 WS-ROW-FLAG           PIC X(01) VALUE 'N'.
             88 LADDER-ROW-FOUND             VALUE 'Y'.
             88 LADDER-ROW-NEW               VALUE 'N'.
          05 WS-EST-CYCLES         PIC 9(02) VALUE ZEROS.
          05 WS-TARGET-STAGE       PIC 9(01) VALUE ZERO.
          05 WS-RPT-STAGE          PIC 9(01) VALUE ZERO.
          05 WS-RPT-STAGE-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-ACC-WO-SEQ         PIC 9(03) VALUE ZEROS.
          05 WS-ACC-WO-MAX         PIC 9(03) VALUE 999.
          05 WS-EDIT-COUNT         PIC Z9.

       01 WS-COUNTERS.
          05 WS-ROUTE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-NO-METER-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-CLOSED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-REFUSED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-CLEARED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-TRACKED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-LETTER-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-APPT-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-NOTICE-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-WAITING-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'METER ACCESS ESCALATION - SUPERVISOR REPORT'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-STAGE-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'RUNG '.
          05 WS-SH-STAGE          PIC 9(01).
          05 FILLER               PIC X(3)  VALUE ' - '.
          05 WS-SH-TEXT           PIC X(40).
          05 FILLER               PIC X(81) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(4)  VALUE 'CYC'.
          05 FILLER               PIC X(10) VALUE 'READER'.
          05 FILLER               PIC X(7)  VALUE 'MISSED'.
          05 FILLER               PIC X(6)  VALUE 'CODE'.
          05 FILLER               PIC X(10) VALUE 'ON RUNG'.
          05 FILLER               PIC X(12) VALUE 'WORK ORDER'.
          05 FILLER               PIC X(10) VALUE 'APPT DATE'.
          05 FILLER               PIC X(42) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CYCLE          PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-READER         PIC X(08).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-MISSED         PIC Z9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-CODE           PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-STAGE-DATE     PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-WO-ID          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-APPT-DATE      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-NEW-FLAG       PIC X(03).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-STAGE-TOTAL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'METERS ON THIS RUNG '.
          05 WS-ST-COUNT          PIC ZZZZZ9.
          05 FILLER               PIC X(105) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ACCS001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  NO-ACCESS ESCALATION LADDER           '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           MOVE WS-DATE(1:6) TO WS-PERIOD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

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

           PERFORM 2150-LOAD-LADDER-PARMS.

           PERFORM 2200-READ-CYCLE-KSDS UNTIL CYC-EOF.

           PERFORM 2800-WRITE-SUPERVISOR-RPT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE KSDS: ' WS-CYC-STATUS
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
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-EST-KSDS.
           IF NOT EST-IO-STATUS
              DISPLAY 'ERROR OPENING ESTIMATE TRACKING KSDS: '
                      WS-EST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-ACCESS-KSDS.
           IF NOT ACC-IO-STATUS
              DISPLAY 'ERROR OPENING NO-ACCESS LADDER KSDS: '
                      WS-ACC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ACCESS-LETTERS.
           IF NOT LTR-IO-STATUS
              DISPLAY 'ERROR OPENING ACCESS LETTER EXTRACT: '
                      WS-LTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-ACCESS-WO.
           IF NOT AWO-IO-STATUS
              DISPLAY 'ERROR OPENING ACCESS WORK ORDER FILE: '
                      WS-AWO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-ACCESS-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SUPERVISOR REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-LADDER-PARMS  SECTION.

           OPEN INPUT TI05-ACCESS-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO ACCESS LADDER PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING ACCESS LADDER PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI05-ACCESS-PARM
                  AT END
                      DISPLAY 'ACCESS LADDER PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 2160-EDIT-LADDER-PARM
              END-READ
              CLOSE TI05-ACCESS-PARM
           END-IF.

           DISPLAY 'RUNGS AT MISSED CYCLES: LETTER '
                   WS-LETTER-CYCLES
                   ' APPOINTMENT ' WS-APPT-CYCLES
                   ' FORMAL NOTICE ' WS-NOTICE-CYCLES.
           DISPLAY 'APPOINTMENT LEAD DAYS ' WS-APPT-LEAD-DAYS
                   '  MIN DAYS ON A RUNG ' WS-STAGE-GAP-DAYS.

       2160-EDIT-LADDER-PARM  SECTION.

      *    THE RUNGS MUST CLIMB -- A DECK THAT PUTS THE NOTICE
      *    BELOW THE LETTER IS REJECTED WHOLE, NOT HALF APPLIED.
           IF PRM-LETTER-CYCLES IS NUMERIC
              AND PRM-APPT-CYCLES IS NUMERIC
              AND PRM-NOTICE-CYCLES IS NUMERIC
              AND PRM-APPT-LEAD-DAYS IS NUMERIC
              AND PRM-STAGE-GAP-DAYS IS NUMERIC
              AND PRM-LETTER-CYCLES > ZEROS
              AND PRM-APPT-CYCLES > PRM-LETTER-CYCLES
              AND PRM-NOTICE-CYCLES > PRM-APPT-CYCLES
              MOVE PRM-LETTER-CYCLES  TO WS-LETTER-CYCLES
              MOVE PRM-APPT-CYCLES    TO WS-APPT-CYCLES
              MOVE PRM-NOTICE-CYCLES  TO WS-NOTICE-CYCLES
              MOVE PRM-APPT-LEAD-DAYS TO WS-APPT-LEAD-DAYS
              MOVE PRM-STAGE-GAP-DAYS TO WS-STAGE-GAP-DAYS
           ELSE
              DISPLAY 'BAD ACCESS LADDER PARM IGNORED: '
                      TI05-ACCESS-PARM-RECORD
           END-IF.

       2200-READ-CYCLE-KSDS  SECTION.

           READ MI01-CYCLE-KSDS
               AT END  SET CYC-EOF TO TRUE
               DISPLAY '----------------------------------------'
               DISPLAY 'NO MORE CYCLE ASSIGNMENT RECORDS --------'
               DISPLAY '----------------------------------------'

               NOT AT END
                   ADD 1 TO WS-ROUTE-CTR
                   PERFORM 2300-CHECK-ONE-METER
           END-READ.

       2300-CHECK-ONE-METER  SECTION.

           MOVE CYC-METER-ID TO MTR-ID.
           READ MI02-METER-KSDS
               INVALID KEY
                   ADD 1 TO WS-NO-METER-CTR
                   GO TO 2300-EXIT
           END-READ.

           PERFORM 2310-CLASSIFY-VISIT.

      *    A REAL READING ENDS THE RUN OF MISSES -- WHATEVER RUNG
      *    THE METER STOOD ON, THE LADDER CLEARS AND THE ACCOUNT
      *    DROPS OFF THE LAST-STAGE FLAG WITH IT.
           IF VISIT-READ
              PERFORM 2350-CLEAR-LADDER
              GO TO 2300-EXIT
           END-IF.

           MOVE ZEROS TO WS-EST-CYCLES.
           MOVE MTR-CUST-ID TO EST-CUST-ID.
           READ MI03-EST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-PERIOD-COUNT TO WS-EST-CYCLES
           END-READ.

           MOVE CYC-METER-ID TO ACC-METER-ID.
           READ MO01-ACCESS-KSDS
               INVALID KEY
                   SET LADDER-ROW-NEW TO TRUE
               NOT INVALID KEY
                   SET LADDER-ROW-FOUND TO TRUE
           END-READ.

      *    NOTHING TO TRACK -- NO ESTIMATES RUNNING AND NO REFUSAL
      *    AT THE DOOR TONIGHT.
           IF LADDER-ROW-NEW
              AND WS-EST-CYCLES = ZEROS
              AND NOT VISIT-REFUSED
              GO TO 2300-EXIT
           END-IF.

           IF LADDER-ROW-NEW
              PERFORM 2320-START-LADDER-ROW
           END-IF.

           PERFORM 2330-COUNT-MISSES.

           MOVE MTR-CUST-ID TO CUST-KEY.
           READ MI04-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND FOR METER: '
                           CYC-METER-ID ' ' MTR-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2300-EXIT
           END-READ.

      *    A CLOSED ACCOUNT IS NOBODY'S TO WRITE TO -- THE COUNT
      *    IS KEPT BUT THE LADDER DOES NOT CLIMB FOR IT.
           IF ACCT-CLOSED
              ADD 1 TO WS-CLOSED-CTR
           ELSE
              PERFORM 2400-STEP-LADDER
           END-IF.

           PERFORM 2390-SAVE-LADDER-ROW.

       2300-EXIT.
           EXIT.

       2310-CLASSIFY-VISIT  SECTION.

      *    NO EXPORT ROW -- THE ROUTE WAS NOT WALKED TONIGHT, SO
      *    TONIGHT SAYS NOTHING EITHER WAY. A ROW WITH A REGISTER
      *    VALUE IS ACCESS; AN ACCESS CODE IS A REFUSAL. ANY OTHER
      *    TROUBLE CODE WITH NO REGISTER IS FIELD WORK, NOT A
      *    QUESTION OF ACCESS.
           SET VISIT-NONE TO TRUE.
           MOVE CYC-METER-ID TO READ-METER-ID.

           READ TI02-METER-READ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN READ-TRBL-ACCESS
                           SET VISIT-REFUSED TO TRUE
                           ADD 1 TO WS-REFUSED-CTR
                       WHEN READ-CURR-READING NOT = ZEROS
                       WHEN READ-TRBL-NONE
                           SET VISIT-READ TO TRUE
                       WHEN OTHER
                           SET VISIT-OTHER TO TRUE
                   END-EVALUATE
           END-READ.

       2320-START-LADDER-ROW  SECTION.

           MOVE SPACES         TO MO01-ACCESS-RECORD.
           MOVE CYC-METER-ID   TO ACC-METER-ID.
           MOVE MTR-CUST-ID    TO ACC-CUST-ID.
           MOVE ZEROS          TO ACC-MISS-COUNT.
           MOVE ZEROS          TO ACC-LAST-MISS-PERIOD.
           MOVE ZERO           TO ACC-STAGE.
           MOVE ZEROS          TO ACC-STAGE-DATE.
           MOVE ZEROS          TO ACC-APPT-DATE.

       2330-COUNT-MISSES  SECTION.

      *    A REFUSAL COUNTS ONCE PER PERIOD HOWEVER MANY TIMES THE
      *    READER CALLS; THE ESTIMATED-BILL RUN THEN TAKES OVER IF
      *    IT IS THE LONGER OF THE TWO, SO A METER ESTIMATED ALL
      *    YEAR ENTERS THE LADDER AT ITS TRUE DEPTH.
           IF VISIT-REFUSED
              MOVE READ-TROUBLE-CODE TO ACC-LAST-CODE
              IF ACC-LAST-MISS-PERIOD NOT = WS-PERIOD
                 IF ACC-MISS-COUNT < 99
                    ADD 1 TO ACC-MISS-COUNT
                 END-IF
                 MOVE WS-PERIOD TO ACC-LAST-MISS-PERIOD
              END-IF
           END-IF.

           IF WS-EST-CYCLES > ACC-MISS-COUNT
              MOVE WS-EST-CYCLES TO ACC-MISS-COUNT
           END-IF.

           MOVE MTR-CUST-ID    TO ACC-CUST-ID.
           MOVE CYC-CYCLE-CODE TO ACC-CYCLE-CODE.
           MOVE CYC-READER-ID  TO ACC-READER-ID.

       2350-CLEAR-LADDER  SECTION.

           MOVE CYC-METER-ID TO ACC-METER-ID.
           READ MO01-ACCESS-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE MO01-ACCESS-KSDS
                       INVALID KEY
                           DISPLAY 'NO-ACCESS LADDER DELETE FAILED: '
                                   ACC-METER-ID
                                   ' STATUS: ' WS-ACC-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-CLEARED-CTR
                           DISPLAY 'ACCESS GAINED - LADDER CLEARED: '
                                   ACC-METER-ID ' RUNG ' ACC-STAGE
                   END-DELETE
           END-READ.

       2390-SAVE-LADDER-ROW  SECTION.

           IF LADDER-ROW-NEW
              WRITE MO01-ACCESS-RECORD
                  INVALID KEY
                      DISPLAY 'NO-ACCESS LADDER WRITE FAILED: '
                              ACC-METER-ID
                              ' STATUS: ' WS-ACC-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-TRACKED-CTR
              END-WRITE
           ELSE
              REWRITE MO01-ACCESS-RECORD
                  INVALID KEY
                      DISPLAY 'NO-ACCESS LADDER REWRITE FAILED: '
                              ACC-METER-ID
                              ' STATUS: ' WS-ACC-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-TRACKED-CTR
              END-REWRITE
           END-IF.

       2400-STEP-LADDER  SECTION.

           EVALUATE TRUE
               WHEN ACC-MISS-COUNT >= WS-NOTICE-CYCLES
                   MOVE 3 TO WS-TARGET-STAGE
               WHEN ACC-MISS-COUNT >= WS-APPT-CYCLES
                   MOVE 2 TO WS-TARGET-STAGE
               WHEN ACC-MISS-COUNT >= WS-LETTER-CYCLES
                   MOVE 1 TO WS-TARGET-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE.

           IF WS-TARGET-STAGE NOT > ACC-STAGE
              GO TO 2400-EXIT
           END-IF.

      *    ONE RUNG PER VISIT AND NEVER TWO INSIDE THE MINIMUM
      *    GAP -- THE CUSTOMER GETS THE LETTER, THEN THE
      *    APPOINTMENT, THEN THE NOTICE, EVEN WHEN THE COUNT IS
      *    ALREADY PAST ALL THREE.
           IF NOT ACC-STAGE-NONE
              COMPUTE WS-STAGE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(ACC-STAGE-DATE)
              COMPUTE WS-DAYS-ON-STAGE =
                      WS-DATE-INTEGER - WS-STAGE-INTEGER
              IF WS-DAYS-ON-STAGE < WS-STAGE-GAP-DAYS
                 ADD 1 TO WS-WAITING-CTR
                 GO TO 2400-EXIT
              END-IF
           END-IF.

           ADD 1       TO ACC-STAGE.
           MOVE WS-DATE TO ACC-STAGE-DATE.

           EVALUATE TRUE
               WHEN ACC-STAGE-LETTER
                   PERFORM 2410-WRITE-ACCESS-LETTER
               WHEN ACC-STAGE-APPOINTMENT
                   PERFORM 2420-RAISE-APPOINTMENT
               WHEN ACC-STAGE-NOTICE
                   PERFORM 2430-WRITE-FORMAL-NOTICE
           END-EVALUATE.

       2400-EXIT.
           EXIT.

       2410-WRITE-ACCESS-LETTER  SECTION.

           MOVE SPACES          TO TO01-ACCESS-LTR-RECORD.
           MOVE ACC-CUST-ID     TO LTR-CUST-ID.
           MOVE ACC-METER-ID    TO LTR-METER-ID.
           MOVE CUST-FIRST-NAME TO LTR-FIRST-NAME.
           MOVE CUST-LAST-NAME  TO LTR-LAST-NAME.
           MOVE CUST-ADDRESS    TO LTR-ADDRESS.
           MOVE CUST-CITY       TO LTR-CITY.
           MOVE CUST-ZIP-CODE   TO LTR-ZIP-CODE.
           MOVE ACC-MISS-COUNT  TO LTR-MISS-COUNT.
           WRITE TO01-ACCESS-LTR-RECORD.

           ADD 1 TO WS-LETTER-CTR.
           DISPLAY 'ACCESS LETTER: ' ACC-METER-ID ' CUST '
                   ACC-CUST-ID ' MISSED ' ACC-MISS-COUNT.

       2420-RAISE-APPOINTMENT  SECTION.

      *    A NEW, UNASSIGNED ORDER WITH THE APPOINTMENT AS ITS
      *    PROMISED DATE. AS WITH MTR001'S TROUBLE ORDERS THE METER
      *    ID RIDES IN THE NOTES AND THE SOURCE REFERENCE IS THE
      *    LAST ACCESS CODE AND THE RUN DATE.
           IF WS-ACC-WO-SEQ >= WS-ACC-WO-MAX
              DISPLAY 'ACCESS WORK ORDER SEQUENCE EXHAUSTED - '
                      'METER ' ACC-METER-ID ' HELD AT RUNG 1'
              ADD 1 TO WS-ERROR-CTR
              SUBTRACT 1 FROM ACC-STAGE
              GO TO 2420-EXIT
           END-IF.

           ADD 1 TO WS-ACC-WO-SEQ.
           MOVE SPACES            TO TO02-ACCESS-WO-RECORD.
           MOVE 'N'               TO AW-TRANS-TYPE.
           STRING 'A' WS-DATE(3:6) WS-ACC-WO-SEQ
                  DELIMITED BY SIZE
                  INTO AW-WO-ID
           END-STRING.
           MOVE 'A'               TO AW-SOURCE-TYPE.
           IF ACC-LAST-CODE = SPACES
              MOVE 'NA'           TO AW-REF-CODE
           ELSE
              MOVE ACC-LAST-CODE  TO AW-REF-CODE
           END-IF.
           MOVE WS-DATE           TO AW-REF-RUN-DATE.
           MOVE ACC-CUST-ID       TO AW-CUST-ID.
           COMPUTE AW-PROMISED-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER + WS-APPT-LEAD-DAYS).
           MOVE ZEROS             TO AW-COMPLETE-DATE.
           MOVE ACC-METER-ID      TO AW-NOTE-METER-ID.
           MOVE AW-REF-CODE       TO AW-NOTE-CODE.
           MOVE ZEROS             TO AW-LABOR-HOURS.
           MOVE ZEROS             TO AW-MATERIAL-AMT.
           WRITE TO02-ACCESS-WO-RECORD.

           MOVE AW-WO-ID          TO ACC-WO-ID.
           MOVE AW-PROMISED-DATE  TO ACC-APPT-DATE.

           ADD 1 TO WS-APPT-CTR.
           DISPLAY 'ACCESS APPOINTMENT ' AW-WO-ID ' METER '
                   ACC-METER-ID ' ON ' AW-PROMISED-DATE.

       2420-EXIT.
           EXIT.

       2430-WRITE-FORMAL-NOTICE  SECTION.

           MOVE ACC-MISS-COUNT   TO WS-EDIT-COUNT.
           MOVE SPACES           TO TO09-NOTIF-REQ-RECORD.
           MOVE ACC-CUST-ID      TO NRQ-CUST-ID.
           MOVE 'NACC'           TO NRQ-DOC-TYPE.
           MOVE ACC-METER-ID     TO NRQ-REF.
           STRING 'FORMAL NOTICE - METER ACCESS REQUIRED, '
                  WS-EDIT-COUNT ' CYCLES UNREAD'
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE          TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

           ADD 1 TO WS-NOTICE-CTR.
           DISPLAY 'FORMAL ACCESS NOTICE: ' ACC-METER-ID ' CUST '
                   ACC-CUST-ID ' MISSED ' ACC-MISS-COUNT.

       2800-WRITE-SUPERVISOR-RPT  SECTION.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO03-ACCESS-RPT-RECORD FROM WS-REPORT-HEADER1.

      *    TOP RUNG FIRST -- THE ACCOUNTS NOW OPEN TO DUNNING AND
      *    DISCONNECTION ACTION ARE THE ONES A SUPERVISOR READS.
           MOVE 3 TO WS-RPT-STAGE.
           MOVE 'FORMAL ACCESS NOTICE ISSUED' TO WS-SH-TEXT.
           PERFORM 2810-LIST-ONE-RUNG.

           MOVE 2 TO WS-RPT-STAGE.
           MOVE 'FIXED APPOINTMENT ORDER RAISED' TO WS-SH-TEXT.
           PERFORM 2810-LIST-ONE-RUNG.

           MOVE 1 TO WS-RPT-STAGE.
           MOVE 'ACCESS-REQUEST LETTER SENT' TO WS-SH-TEXT.
           PERFORM 2810-LIST-ONE-RUNG.

       2810-LIST-ONE-RUNG  SECTION.

           MOVE WS-RPT-STAGE TO WS-SH-STAGE.
           MOVE SPACES TO TO03-ACCESS-RPT-RECORD.
           WRITE TO03-ACCESS-RPT-RECORD.
           WRITE TO03-ACCESS-RPT-RECORD FROM WS-STAGE-HEADER.
           WRITE TO03-ACCESS-RPT-RECORD FROM WS-REPORT-HEADER2.

           MOVE ZEROS TO WS-RPT-STAGE-CTR.
           MOVE LOW-VALUES TO ACC-METER-ID.
           START MO01-ACCESS-KSDS
               KEY IS NOT LESS THAN ACC-METER-ID
               INVALID KEY
                   SET ACC-EOF TO TRUE
               NOT INVALID KEY
                   MOVE '00' TO WS-ACC-STATUS
           END-START.

           PERFORM 2820-LIST-ONE-ROW UNTIL ACC-EOF.

           MOVE WS-RPT-STAGE-CTR TO WS-ST-COUNT.
           WRITE TO03-ACCESS-RPT-RECORD FROM WS-STAGE-TOTAL-LINE.

       2820-LIST-ONE-ROW  SECTION.

           READ MO01-ACCESS-KSDS NEXT
               AT END  SET ACC-EOF TO TRUE
               NOT AT END
                   IF ACC-STAGE = WS-RPT-STAGE
                      PERFORM 2830-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

       2830-WRITE-DETAIL-LINE  SECTION.

           ADD 1 TO WS-RPT-STAGE-CTR.
           MOVE ACC-METER-ID      TO WS-RD-METER-ID.
           MOVE ACC-CUST-ID       TO WS-RD-CUST-ID.
           MOVE ACC-CYCLE-CODE    TO WS-RD-CYCLE.
           MOVE ACC-READER-ID     TO WS-RD-READER.
           MOVE ACC-MISS-COUNT    TO WS-RD-MISSED.
           MOVE ACC-LAST-CODE     TO WS-RD-CODE.
           MOVE ACC-STAGE-DATE    TO WS-RD-STAGE-DATE.
           MOVE ACC-WO-ID         TO WS-RD-WO-ID.
           IF ACC-APPT-DATE = ZEROS
              MOVE SPACES         TO WS-RD-APPT-DATE
           ELSE
              MOVE ACC-APPT-DATE  TO WS-RD-APPT-DATE
           END-IF.
           IF ACC-STAGE-DATE = WS-DATE
              MOVE 'NEW'          TO WS-RD-NEW-FLAG
           ELSE
              MOVE SPACES         TO WS-RD-NEW-FLAG
           END-IF.
           WRITE TO03-ACCESS-RPT-RECORD FROM WS-REPORT-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ROUTE METERS CHECKED     ',  WS-ROUTE-CTR
           DISPLAY ' NOT ON METER MASTER      ',  WS-NO-METER-CTR
           DISPLAY ' ACCESS REFUSED TONIGHT   ',  WS-REFUSED-CTR
           DISPLAY ' LADDERS CLEARED BY READ  ',  WS-CLEARED-CTR
           DISPLAY ' METERS ON THE LADDER     ',  WS-TRACKED-CTR
           DISPLAY ' ACCESS LETTERS           ',  WS-LETTER-CTR
           DISPLAY ' APPOINTMENT ORDERS       ',  WS-APPT-CTR
           DISPLAY ' FORMAL ACCESS NOTICES    ',  WS-NOTICE-CTR
           DISPLAY ' WAITING ON RUNG GAP      ',  WS-WAITING-CTR
           DISPLAY ' CLOSED ACCOUNTS HELD     ',  WS-CLOSED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CYCLE-KSDS,
                  TI02-METER-READ-FILE,
                  MI02-METER-KSDS,
                  MI03-EST-KSDS,
                  MI04-CUSTOMER-KSDS,
                  MO01-ACCESS-KSDS,
                  TO01-ACCESS-LETTERS,
                  TO02-ACCESS-WO,
                  TO09-NOTIF-REQ,
                  TO03-ACCESS-RPT.

           STOP RUN.
