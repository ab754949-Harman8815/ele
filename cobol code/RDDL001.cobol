       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RDDL001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    METER-READING CYCLE/ROUTE MASTER MAINTAINED BY ROUTE001
      *    -- WALKED END TO END; EVERY ASSIGNED METER GOES OUT TO
      *    ITS READER'S HANDHELD.
           SELECT MI01-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    METER MASTER -- THE CUSTOMER BEHIND THE METER AND THE
      *    LAST READING MTR001 APPLIED TONIGHT.
           SELECT MI02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MI03-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    PREMISE / SERVICE-POINT MASTER MAINTAINED BY PREM001 --
      *    ENTERED THROUGH THE OCCUPANT ALTERNATE INDEX, THE WAY
      *    CUST004 FINDS A CLOSING ACCOUNT'S PREMISE, SO THE
      *    READER IS SENT TO THE SERVICE POINT RATHER THAN THE
      *    BILLING ADDRESS.
           SELECT MI04-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

      *    CONSUMPTION HISTORY WRITTEN BY BILL003 -- THE TRAILING
      *    AVERAGE THE EXPECTED WINDOW IS BUILT FROM.
           SELECT MI05-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    AMI COMMS TRACKING MAINTAINED BY COMM001 -- A SILENT AMI
      *    METER WHOSE READ WINDOW IS CLOSE IS MARKED FOR A MANUAL
      *    READ THIS CYCLE.
           SELECT MI06-COMM-KSDS      ASSIGN TO COMMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS COM-METER-ID
           FILE STATUS            IS WS-COM-STATUS.

      *    PREMISE ALERT / HAZARD MASTER MAINTAINED BY ALRT001 --
      *    THE READER SEES THE DOG OR THE CALL-FIRST WARNING ON
      *    THE DEVICE BEFORE REACHING THE GATE.
           SELECT MI07-ALERT-KSDS     ASSIGN TO ALRTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ALRT-KEY
           FILE STATUS            IS WS-ALR-STATUS.

      *    READ SCHEDULE BUILT BY RSCH001 -- ON AN ALL-CYCLES RUN
      *    ONLY THE ROUTES WHOSE READ WINDOW TAKES IN THE NEXT
      *    WORKING DAY GO TO THE DEVICES.
           SELECT MI08-SCHEDULE-KSDS  ASSIGN TO RSCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS RSC-KEY
           FILE STATUS            IS WS-RSC-STATUS.

      *    HANDHELD DOWNLOAD -- WRITTEN IN METER-ID ORDER AS THE
      *    CYCLE MASTER IS WALKED; THE NEXT JOB STEP SORTS IT INTO
      *    ROUTE, READER AND WALK-SEQUENCE ORDER FOR THE DEVICES.
           SELECT TO01-DOWNLOAD-FILE  ASSIGN TO HHDNLD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI01-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI01-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

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

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI04-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI04-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

       FD MI05-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI05-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 FILLER                 PIC X(10).

      *    SAME AMI COMMS TRACKING LAYOUT COMM001 MAINTAINS.
       FD MI06-COMM-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI06-COMM-RECORD.
          05 COM-METER-ID         PIC X(14).
          05 COM-CUST-ID          PIC X(12).
          05 COM-FIRST-SEEN-DATE  PIC 9(08).
          05 COM-LAST-READ-DATE   PIC 9(08).
          05 COM-STATUS           PIC X(01).
          05 COM-SILENT-DATE      PIC 9(08).
          05 COM-WO-ID            PIC X(10).
          05 COM-MANUAL-READ-FLAG PIC X(01).
             88 COM-MANUAL-READ              VALUE 'Y'.
          05 COM-MANUAL-CYCLE     PIC X(02).
          05 COM-MANUAL-WIN-CLOSE PIC 9(08).
          05 FILLER               PIC X(08).

      *    SAME PREMISE ALERT LAYOUT ALRT001 MAINTAINS.
       FD MI07-ALERT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI07-ALERT-RECORD.
          05 ALRT-KEY.
             10 ALRT-PREMISE-ID   PIC X(10).
             10 ALRT-SEQ          PIC 9(02).
          05 ALRT-CUST-ID         PIC X(12).
          05 ALRT-TYPE            PIC X(02).
          05 ALRT-TEXT            PIC X(40).
          05 ALRT-RAISED-BY       PIC X(08).
          05 ALRT-RAISED-DATE     PIC 9(08).
          05 ALRT-EXPIRY-DATE     PIC 9(08).
          05 ALRT-STATUS          PIC X(01).
             88 ALRT-STAT-ACTIVE             VALUE 'A'.
          05 ALRT-STATUS-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

      *    SAME READ SCHEDULE LAYOUT RSCH001 MAINTAINS.
       FD MI08-SCHEDULE-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI08-SCHEDULE-RECORD.
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

      *    ONE ENTRY PER METER ON THE WALK. THE DEVICE CHALLENGES
      *    A KEYED READING BELOW DL-WINDOW-LOW OR ABOVE
      *    DL-WINDOW-HIGH; WITH NO USABLE HISTORY (FLAG 'N') IT
      *    ONLY CHALLENGES A READING BELOW THE LAST ONE. AN AMI
      *    METER THAT HAS STOPPED REPORTING CARRIES THE MANUAL-READ
      *    FLAG: THE READER MUST READ IT RATHER THAN PASS IT BY.
      *    A PREMISE CARRYING LIVE ALERTS HAS THE COUNT AND THE
      *    FIRST TWO ON THE ENTRY; A COUNT ABOVE TWO TELLS THE
      *    READER TO CALL THE OFFICE BEFORE GOING IN.
       FD TO01-DOWNLOAD-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         210 CHARACTERS.

       01 TO01-DOWNLOAD-RECORD.
          05 DL-CYCLE-CODE          PIC X(02).
          05 DL-READER-ID           PIC X(08).
          05 DL-WALK-SEQ            PIC 9(04).
          05 DL-METER-ID            PIC X(14).
          05 DL-CUST-ID             PIC X(12).
          05 DL-ADDRESS             PIC X(29).
          05 DL-CITY                PIC X(10).
          05 DL-LAST-READING        PIC 9(08).
          05 DL-WINDOW-LOW          PIC 9(08).
          05 DL-WINDOW-HIGH         PIC 9(08).
          05 DL-TRAIL-AVG           PIC 9(06).
          05 DL-WINDOW-FLAG         PIC X(01).
             88 DL-WINDOW-SET               VALUE 'Y'.
             88 DL-NO-HISTORY               VALUE 'N'.
          05 DL-RUN-DATE            PIC 9(08).
          05 DL-MANUAL-READ-FLAG    PIC X(01).
             88 DL-MANUAL-READ              VALUE 'Y'.
             88 DL-ROUTINE-READ             VALUE 'N'.
          05 DL-ALERT-COUNT         PIC 9(02).
          05 DL-ALERT OCCURS 2 TIMES.
             10 DL-ALERT-TYPE       PIC X(02).
             10 DL-ALERT-TEXT       PIC X(40).
          05 FILLER                 PIC X(05).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
             88 MTR-ROW-NOTFND     VALUE '23'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
             88 CUST-ROW-NOTFND    VALUE '23'.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
             88 PRM-ROW-NOTFND     VALUE '23'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-COM-STATUS         PIC X(02).
             88 COM-IO-STATUS      VALUE '00'.
          05 WS-DL-STATUS          PIC X(02).
             88 DL-IO-STATUS       VALUE '00'.
          05 WS-ALR-STATUS         PIC X(02).
             88 ALR-IO-STATUS      VALUE '00'.
          05 WS-RSC-STATUS         PIC X(02).
             88 RSC-IO-STATUS      VALUE '00'.
             88 RSC-ROW-NOTFND     VALUE '23'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INT           PIC 9(08) VALUE ZEROS.
          05 WS-READ-DAY           PIC 9(08) VALUE ZEROS.
          05 WS-READ-DAY-R REDEFINES WS-READ-DAY.
             10 WS-READ-DAY-PERIOD PIC 9(06).
             10 FILLER             PIC 9(02).

      *    BUSINESS-DAY CALENDAR ROUTINE -- THE DEVICES ARE LOADED
      *    TONIGHT FOR THE NEXT DAY THE READERS ARE OUT.
       01 WS-CALRTN-VARIABLES.
          05 WS-CAL-DATE-IN        PIC 9(08) VALUE ZEROS.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.

       01 WS-SCHEDULE-VARIABLES.
          05 WS-SCHED-FLAG         PIC X(01) VALUE 'Y'.
             88 ROUTE-SCHEDULED    VALUE 'Y'.
             88 ROUTE-NOT-SCHEDULED VALUE 'N'.

      *    OPTIONAL RUNTIME PARAMETER -- BUILD THE DOWNLOAD FOR THE
      *    ONE ROUTE WALKED TOMORROW, THE SAME WAY MISSREAD TAKES A
      *    SINGLE CYCLE CODE ON THE COMMAND LINE.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-CYCLE-CODE    PIC X(02) VALUE SPACES.
          05 WS-SINGLE-CYCLE-FLAG  PIC X(1)  VALUE 'N'.
             88 SINGLE-CYCLE-RUN   VALUE 'Y'.
             88 ALL-CYCLES-RUN     VALUE 'N'.

      *    EXPECTED WINDOW -- THE SAME PLAUSIBILITY BAND MTR001
      *    HOLDS A READING ON: CONSUMPTION BETWEEN THE TRAILING
      *    AVERAGE DIVIDED BY AND MULTIPLIED BY WS-WIN-MULTIPLIER,
      *    ADDED TO THE LAST READING. A READING THE DEVICE LETS
      *    THROUGH IS THEREFORE ONE MTR001 WILL NOT HOLD THE NEXT
      *    MORNING. AVERAGES BELOW THE FLOOR ARE NOT JUDGED.
       01 WS-WINDOW-VARIABLES.
          05 WS-WIN-MULTIPLIER     PIC 9(02) VALUE 3.
          05 WS-WIN-AVG-FLOOR      PIC 9(04) VALUE 10.
          05 WS-WIN-LOW-UNITS      PIC 9(08) VALUE ZEROS.
          05 WS-WIN-HIGH-UNITS     PIC 9(08) VALUE ZEROS.

       01 WS-TRAILING-AVG-VARIABLES.
          05 WS-TRAIL-AVG          PIC 9(06) VALUE ZEROS.
          05 WS-AVG-SUM            PIC 9(09) VALUE ZEROS.
          05 WS-AVG-FOUND-CNT      PIC 9(02) VALUE ZEROS.
          05 WS-AVG-PERIODS        PIC 9(02) VALUE 12.
          05 WS-AVG-LOOP-CTR       PIC 9(02) VALUE ZEROS.
          05 WS-AVG-WORK-PERIOD    PIC 9(06) VALUE ZEROS.
          05 WS-AVG-PERIOD-YYYY    PIC 9(04) VALUE ZEROS.
          05 WS-AVG-PERIOD-MM      PIC 9(02) VALUE ZEROS.

      *    THE PREMISE THE ENTRY'S SERVICE ADDRESS CAME FROM --
      *    BLANK WHEN THE CUSTOMER-MASTER ADDRESS WAS USED, SO NO
      *    ALERTS CAN BE LOOKED UP.
       01 WS-ALERT-VARIABLES.
          05 WS-DL-PREMISE-ID      PIC X(10) VALUE SPACES.
          05 WS-ALERT-SCAN-FLAG    PIC X(01) VALUE 'N'.
             88 ALERT-SCAN-DONE    VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-METER-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-WRITE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-WINDOW-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-NO-HIST-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-NOT-ON-MASTER-CTR  PIC 9(06) VALUE ZEROS.
          05 WS-CUST-ADDR-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-MANUAL-READ-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-ALERT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-NOT-SCHED-CTR      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RDDL001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  HANDHELD ROUTE DOWNLOAD               '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-CYCLE-CODE FROM COMMAND-LINE.
           IF WS-PARM-CYCLE-CODE NOT = SPACES
              SET SINGLE-CYCLE-RUN TO TRUE
              DISPLAY 'DOWNLOADING SINGLE CYCLE: '
                      WS-PARM-CYCLE-CODE
           ELSE
              SET ALL-CYCLES-RUN TO TRUE
           END-IF.

           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) + 1.
           COMPUTE WS-CAL-DATE-IN =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           CALL 'CALRTN' USING WS-CAL-DATE-IN, WS-READ-DAY,
                               WS-CALRTN-STATUS.
           DISPLAY 'DOWNLOADING FOR READ DAY: ' WS-READ-DAY.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-CYCLE-KSDS UNTIL CYC-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: '
                      WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY KSDS: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI06-COMM-KSDS.
           IF NOT COM-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMS KSDS: '
                      WS-COM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-ALERT-KSDS.
           IF NOT ALR-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE ALERT KSDS: '
                      WS-ALR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-SCHEDULE-KSDS.
           IF NOT RSC-IO-STATUS
              DISPLAY 'ERROR OPENING READ SCHEDULE KSDS: '
                      WS-RSC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DOWNLOAD-FILE.
           IF NOT DL-IO-STATUS
              DISPLAY 'ERROR OPENING HANDHELD DOWNLOAD FILE: '
                      WS-DL-STATUS
              STOP RUN
           END-IF.

       2200-READ-CYCLE-KSDS  SECTION.

           READ MI01-CYCLE-KSDS
               AT END  SET CYC-EOF TO TRUE
               DISPLAY '----------------------------------------'
               DISPLAY 'NO MORE CYCLE ASSIGNMENT RECORDS --------'
               DISPLAY '----------------------------------------'

               NOT AT END
                   IF ALL-CYCLES-RUN
                      PERFORM 2250-CHECK-READ-SCHEDULE
                   END-IF
                   IF (ALL-CYCLES-RUN AND ROUTE-SCHEDULED)
                      OR CYC-CYCLE-CODE = WS-PARM-CYCLE-CODE
                      ADD 1 TO WS-METER-CTR
                      PERFORM 2300-BUILD-DOWNLOAD-ENTRY
                   END-IF
           END-READ.

      *    A ROUTE WITH NO SCHEDULE ROW FOR THE MONTH IS STILL SENT
      *    -- A MISSING OR UNGENERATED SCHEDULE MUST NEVER LEAVE THE
      *    DEVICES EMPTY. A ROUTE WITH A ROW GOES ONLY WHEN THE READ
      *    DAY FALLS INSIDE ITS WINDOW.
       2250-CHECK-READ-SCHEDULE SECTION.

           SET ROUTE-SCHEDULED TO TRUE.
           MOVE CYC-CYCLE-CODE     TO RSC-CYCLE-CODE.
           MOVE WS-READ-DAY-PERIOD TO RSC-READ-PERIOD.

           READ MI08-SCHEDULE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-READ-DAY < RSC-READ-DATE
                      OR WS-READ-DAY > RSC-LAST-DATE
                      SET ROUTE-NOT-SCHEDULED TO TRUE
                      ADD 1 TO WS-NOT-SCHED-CTR
                   END-IF
           END-READ.

       2300-BUILD-DOWNLOAD-ENTRY SECTION.

           MOVE CYC-METER-ID TO MTR-ID.

           READ MI02-METER-KSDS
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-CTR
                   DISPLAY 'ROUTE METER NOT ON MASTER: '
                           CYC-METER-ID
               NOT INVALID KEY
                   MOVE SPACES         TO TO01-DOWNLOAD-RECORD
                   MOVE CYC-CYCLE-CODE TO DL-CYCLE-CODE
                   MOVE CYC-READER-ID  TO DL-READER-ID
                   MOVE CYC-WALK-SEQ   TO DL-WALK-SEQ
                   MOVE CYC-METER-ID   TO DL-METER-ID
                   MOVE MTR-CUST-ID    TO DL-CUST-ID
                   MOVE MTR-CURR-READ  TO DL-LAST-READING
                   MOVE WS-DATE        TO DL-RUN-DATE
                   PERFORM 2400-SET-SERVICE-ADDRESS
                   PERFORM 2500-SET-EXPECTED-WINDOW
                   PERFORM 2600-SET-MANUAL-READ-FLAG
                   PERFORM 2700-SET-PREMISE-ALERTS
                   WRITE TO01-DOWNLOAD-RECORD
                   ADD 1 TO WS-WRITE-CTR
           END-READ.

       2400-SET-SERVICE-ADDRESS SECTION.

      *    THE PREMISE THE CUSTOMER OCCUPIES IS WHERE THE METER
      *    HANGS; AN ACCOUNT WITH NO PREMISE ROW, OR WHOSE PREMISE
      *    CARRIES A DIFFERENT METER, FALLS BACK TO THE ADDRESS ON
      *    THE CUSTOMER MASTER.
           MOVE SPACES      TO WS-DL-PREMISE-ID.
           MOVE MTR-CUST-ID TO PRM-OCCUPANT-ID.

           READ MI04-PREMISE-KSDS KEY IS PRM-OCCUPANT-ID
               INVALID KEY
                   PERFORM 2410-USE-CUSTOMER-ADDRESS
               NOT INVALID KEY
                   IF PRM-METER-ID = MTR-ID
                      OR PRM-METER-ID = SPACES
                      MOVE PRM-ADDRESS    TO DL-ADDRESS
                      MOVE PRM-CITY       TO DL-CITY
                      MOVE PRM-PREMISE-ID TO WS-DL-PREMISE-ID
                   ELSE
                      PERFORM 2410-USE-CUSTOMER-ADDRESS
                   END-IF
           END-READ.

       2410-USE-CUSTOMER-ADDRESS SECTION.

           ADD 1 TO WS-CUST-ADDR-CTR.
           MOVE MTR-CUST-ID TO CUST-KEY.

           READ MI03-CUSTOMER-KSDS
               INVALID KEY
                   MOVE '** NO CUSTOMER **' TO DL-ADDRESS
               NOT INVALID KEY
                   MOVE CUST-ADDRESS TO DL-ADDRESS
                   MOVE CUST-CITY    TO DL-CITY
           END-READ.

       2500-SET-EXPECTED-WINDOW SECTION.

           PERFORM 2510-COMPUTE-TRAILING-AVG.
           MOVE WS-TRAIL-AVG TO DL-TRAIL-AVG.

           IF WS-TRAIL-AVG >= WS-WIN-AVG-FLOOR
              COMPUTE WS-WIN-LOW-UNITS =
                      WS-TRAIL-AVG / WS-WIN-MULTIPLIER
              COMPUTE WS-WIN-HIGH-UNITS =
                      WS-TRAIL-AVG * WS-WIN-MULTIPLIER
              COMPUTE DL-WINDOW-LOW =
                      MTR-CURR-READ + WS-WIN-LOW-UNITS
              COMPUTE DL-WINDOW-HIGH =
                      MTR-CURR-READ + WS-WIN-HIGH-UNITS
              SET DL-WINDOW-SET TO TRUE
              ADD 1 TO WS-WINDOW-CTR
           ELSE
              MOVE MTR-CURR-READ TO DL-WINDOW-LOW
              MOVE ZEROS         TO DL-WINDOW-HIGH
              SET DL-NO-HISTORY TO TRUE
              ADD 1 TO WS-NO-HIST-CTR
           END-IF.

       2510-COMPUTE-TRAILING-AVG SECTION.

      *    THE LAST TWELVE PERIODS, WALKED BACKWARDS FROM THE RUN
      *    DATE WITH ONE KEYED READ EACH, THE WAY MTR004'S
      *    TOLERANCE CHECK DOES.
           MOVE ZEROS        TO WS-AVG-SUM.
           MOVE ZEROS        TO WS-AVG-FOUND-CNT.
           MOVE WS-DATE(1:6) TO WS-AVG-WORK-PERIOD.

           PERFORM 2520-READ-ONE-PERIOD
              VARYING WS-AVG-LOOP-CTR FROM 1 BY 1
              UNTIL WS-AVG-LOOP-CTR > WS-AVG-PERIODS.

           IF WS-AVG-FOUND-CNT > ZEROS
              COMPUTE WS-TRAIL-AVG ROUNDED =
                      WS-AVG-SUM / WS-AVG-FOUND-CNT
           ELSE
              MOVE ZEROS TO WS-TRAIL-AVG
           END-IF.

       2520-READ-ONE-PERIOD SECTION.

           PERFORM 2530-DECREMENT-AVG-PERIOD.
           MOVE MTR-CUST-ID        TO CH-CUST-ID.
           MOVE WS-AVG-WORK-PERIOD TO CH-BILL-PERIOD.
           READ MI05-CONS-HIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CH-UNITS-CONSUMED TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-FOUND-CNT
           END-READ.

       2530-DECREMENT-AVG-PERIOD SECTION.

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

       2600-SET-MANUAL-READ-FLAG SECTION.

           SET DL-ROUTINE-READ TO TRUE.
           MOVE CYC-METER-ID TO COM-METER-ID.

           READ MI06-COMM-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COM-MANUAL-READ
                      SET DL-MANUAL-READ TO TRUE
                      ADD 1 TO WS-MANUAL-READ-CTR
                   END-IF
           END-READ.

       2700-SET-PREMISE-ALERTS SECTION.

      *    EVERY LIVE ALERT ON THE PREMISE IS COUNTED; THE FIRST
      *    TWO TRAVEL ON THE ENTRY. AN ALERT PAST ITS EXPIRY IS
      *    LEFT OFF EVEN BEFORE THE MONTHLY REVIEW MARKS IT.
           MOVE ZEROS TO DL-ALERT-COUNT.

           IF WS-DL-PREMISE-ID = SPACES
              GO TO 2700-EXIT
           END-IF.

           MOVE 'N'              TO WS-ALERT-SCAN-FLAG.
           MOVE WS-DL-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE ZEROS            TO ALRT-SEQ.
           START MI07-ALERT-KSDS KEY IS NOT LESS THAN ALRT-KEY
               INVALID KEY
                   SET ALERT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2710-LOAD-ONE-ALERT UNTIL ALERT-SCAN-DONE.

           IF DL-ALERT-COUNT > ZEROS
              ADD 1 TO WS-ALERT-CTR
           END-IF.

       2700-EXIT.
           EXIT.

       2710-LOAD-ONE-ALERT SECTION.

           READ MI07-ALERT-KSDS NEXT
               AT END  SET ALERT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ALRT-PREMISE-ID NOT = WS-DL-PREMISE-ID
                      SET ALERT-SCAN-DONE TO TRUE
                   ELSE
                      IF ALRT-STAT-ACTIVE
                         AND (ALRT-EXPIRY-DATE = ZEROS
                              OR ALRT-EXPIRY-DATE >= WS-DATE)
                         ADD 1 TO DL-ALERT-COUNT
                         IF DL-ALERT-COUNT <= 2
                            MOVE ALRT-TYPE
                                TO DL-ALERT-TYPE(DL-ALERT-COUNT)
                            MOVE ALRT-TEXT
                                TO DL-ALERT-TEXT(DL-ALERT-COUNT)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ROUTE METERS SCANNED     ',  WS-METER-CTR
           DISPLAY ' DOWNLOAD ENTRIES WRITTEN ',  WS-WRITE-CTR
           DISPLAY '   WITH EXPECTED WINDOW   ',  WS-WINDOW-CTR
           DISPLAY '   NO USABLE HISTORY      ',  WS-NO-HIST-CTR
           DISPLAY ' CUSTOMER ADDRESS USED    ',  WS-CUST-ADDR-CTR
           DISPLAY ' METERS NOT ON MASTER     ',  WS-NOT-ON-MASTER-CTR
           DISPLAY ' SILENT AMI - MANUAL READ ',  WS-MANUAL-READ-CTR
           DISPLAY ' PREMISES WITH ALERTS     ',  WS-ALERT-CTR
           DISPLAY ' NOT DUE ON READ DAY      ',  WS-NOT-SCHED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CYCLE-KSDS,
                  MI02-METER-KSDS,
                  MI03-CUSTOMER-KSDS,
                  MI04-PREMISE-KSDS,
                  MI05-CONS-HIST-KSDS,
                  MI06-COMM-KSDS,
                  MI07-ALERT-KSDS,
                  MI08-SCHEDULE-KSDS,
                  TO01-DOWNLOAD-FILE.
           DISPLAY '----------------------------------------'
           DISPLAY 'CYCLE KSDS           IS CLOSED          '
           DISPLAY 'HANDHELD DOWNLOAD    IS CLOSED          '
           DISPLAY '----------------------------------------'

           STOP RUN.
