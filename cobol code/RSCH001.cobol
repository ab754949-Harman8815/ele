       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSCH001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    METER-READING CYCLE/ROUTE MASTER MAINTAINED BY ROUTE001
      *    -- WALKED END TO END TO COUNT EACH ROUTE'S METERS AND
      *    HOW THEY FALL TO ITS READERS.
           SELECT MI01-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    READ SCHEDULE -- ONE ROW PER ROUTE PER MONTH: THE FIRST
      *    AND LAST WORKING DAY THE ROUTE IS WALKED. RDDL001 BUILDS
      *    THE HANDHELD DOWNLOAD FROM IT, BILL003 HOLDS A ROUTE NOT
      *    YET READ THIS PERIOD, AND BILLPRNT AND CDC001 GIVE THE
      *    CUSTOMER THE NEXT READ DATE.
           SELECT MO01-SCHEDULE-KSDS  ASSIGN TO RSCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RSC-KEY
           FILE STATUS            IS WS-RSC-STATUS.

      *    THE PUBLISHED SCHEDULE FOR THE READING SUPERVISORS.
           SELECT TO01-SCHEDULE-RPT   ASSIGN TO RSCHRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

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

       FD MO01-SCHEDULE-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO01-SCHEDULE-RECORD.
          05 RSC-KEY.
             10 RSC-CYCLE-CODE      PIC X(02).
             10 RSC-READ-PERIOD     PIC 9(06).
          05 RSC-READ-DATE          PIC 9(08).
          05 RSC-LAST-DATE          PIC 9(08).
          05 RSC-METER-COUNT        PIC 9(06).
          05 RSC-READ-DAYS          PIC 9(02).
          05 RSC-READER-COUNT       PIC 9(03).
          05 RSC-CAPACITY-FLAG      PIC X(01).
             88 RSC-WITHIN-CAPACITY          VALUE SPACE.
             88 RSC-OVER-CAPACITY            VALUE 'O'.
          05 RSC-GEN-DATE           PIC 9(08).
          05 FILLER                 PIC X(06).

       FD TO01-SCHEDULE-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-SCHEDULE-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
          05 WS-RSC-STATUS         PIC X(02).
             88 RSC-IO-STATUS      VALUE '00'.
             88 RSC-ROW-NOTFND     VALUE '23'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-R REDEFINES WS-DATE.
             10 WS-DATE-YEAR       PIC 9(04).
             10 FILLER             PIC 9(04).

      *    OPTIONAL RUNTIME PARAMETER -- COLUMNS 1-4 THE YEAR TO
      *    SCHEDULE (THE YEAR AFTER THE RUN DATE WHEN BLANK),
      *    COLUMNS 6-9 THE METERS ONE READER WALKS IN A DAY.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE          PIC X(20) VALUE SPACES.
          05 WS-SCHED-YEAR         PIC 9(04) VALUE ZEROS.
          05 WS-READER-DAY-CAP     PIC 9(04) VALUE 250.

      *    ONE ENTRY PER ROUTE, IN CYCLE-CODE ORDER AS THE ROUTES
      *    ARE FOUND ON THE WALK. DAYS IS HOW MANY WORKING DAYS THE
      *    BUSIEST READER ON THE ROUTE NEEDS AT THE DAILY CAPACITY.
       01 WS-CYCLE-TABLE-STORAGE.
          05 WS-CYCLE-TABLE.
             10 WS-CYC-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-CYC-IDX.
                15 WS-CT-CYCLE-CODE   PIC X(02).
                15 WS-CT-METERS       PIC 9(06).
                15 WS-CT-READERS      PIC 9(03).
                15 WS-CT-DAYS         PIC 9(02).
          05 WS-CYC-COUNT          PIC 9(03) VALUE ZEROS.

       01 WS-READER-TABLE-STORAGE.
          05 WS-READER-TABLE.
             10 WS-RDR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-RDR-IDX.
                15 WS-RT-READER-ID    PIC X(08).
          05 WS-RDR-COUNT          PIC 9(03) VALUE ZEROS.

      *    ONE ENTRY PER ROUTE AND READER -- THE METERS THAT READER
      *    WALKS ON THAT ROUTE.
       01 WS-PAIR-TABLE-STORAGE.
          05 WS-PAIR-TABLE.
             10 WS-PAIR-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-PAIR-IDX.
                15 WS-PT-CYC-NO       PIC 9(03).
                15 WS-PT-RDR-NO       PIC 9(03).
                15 WS-PT-METERS       PIC 9(06).
          05 WS-PAIR-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-PAIR-MAX-ENTRIES   PIC 9(04) VALUE 1000.

      *    THE MONTH BEING SCHEDULED -- ITS WORKING DAYS, AND THE
      *    METERS ALREADY GIVEN TO EACH READER ON EACH OF THEM.
       01 WS-MONTH-VARIABLES.
          05 WS-MONTH-NO           PIC 9(02) VALUE ZEROS.
          05 WS-PERIOD             PIC 9(06) VALUE ZEROS.
          05 WS-DAY-NO             PIC 9(02) VALUE ZEROS.
          05 WS-DAYS-IN-MONTH      PIC 9(02) VALUE ZEROS.
          05 WS-MONTH-START-INT    PIC S9(09) COMP VALUE 0.
          05 WS-NEXT-MONTH-INT     PIC S9(09) COMP VALUE 0.
          05 WS-NEXT-MONTH-DATE    PIC 9(08) VALUE ZEROS.
          05 WS-WORKDAY-COUNT      PIC 9(02) VALUE ZEROS.
          05 WS-WORKDAY-TABLE.
             10 WS-WORKDAY-DATE    PIC 9(08) OCCURS 31 TIMES.

       01 WS-LOAD-TABLE.
          05 WS-LOAD-READER OCCURS 300 TIMES.
             10 WS-LOAD-DAY        PIC 9(05) OCCURS 31 TIMES.

      *    BUSINESS-DAY CALENDAR ROUTINE -- A DATE THAT COMES BACK
      *    UNCHANGED IS A WORKING DAY.
       01 WS-CALRTN-VARIABLES.
          05 WS-CAL-DATE-IN        PIC 9(08) VALUE ZEROS.
          05 WS-CAL-DATE-OUT       PIC 9(08) VALUE ZEROS.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.

       01 WS-PLACEMENT-VARIABLES.
          05 WS-CYC-NO             PIC 9(03) VALUE ZEROS.
          05 WS-RDR-NO             PIC 9(03) VALUE ZEROS.
          05 WS-PAIR-NO            PIC 9(04) VALUE ZEROS.
          05 WS-RUN-DAYS           PIC 9(02) VALUE ZEROS.
          05 WS-NOMINAL-SLOT       PIC 9(02) VALUE ZEROS.
          05 WS-LAST-SLOT          PIC 9(02) VALUE ZEROS.
          05 WS-TRY-SLOT           PIC 9(02) VALUE ZEROS.
          05 WS-PLACED-SLOT        PIC 9(02) VALUE ZEROS.
          05 WS-SLOT-DAY           PIC 9(02) VALUE ZEROS.
          05 WS-PER-DAY            PIC 9(05) VALUE ZEROS.
          05 WS-PAIR-DAYS          PIC 9(04) VALUE ZEROS.
          05 WS-FIT-FLAG           PIC X(01) VALUE 'N'.
             88 SLOT-FITS                    VALUE 'Y'.
             88 SLOT-DOES-NOT-FIT            VALUE 'N'.
          05 WS-PLACED-FLAG        PIC X(01) VALUE 'N'.
             88 CYCLE-PLACED                 VALUE 'Y'.
          05 WS-PENDING-ROW        PIC X(50) VALUE SPACES.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'METER-READING SCHEDULE FOR THE YEAR'.
          05 WS-RH-YEAR           PIC 9(04).
          05 FILLER               PIC X(36) VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'RUN DATE'.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'PERIOD'.
          05 FILLER               PIC X(7)  VALUE 'ROUTE'.
          05 FILLER               PIC X(10) VALUE 'READ DATE'.
          05 FILLER               PIC X(10) VALUE 'LAST DAY'.
          05 FILLER               PIC X(6)  VALUE 'DAYS'.
          05 FILLER               PIC X(9)  VALUE '  METERS'.
          05 FILLER               PIC X(9)  VALUE '  READERS'.
          05 FILLER               PIC X(72) VALUE '  REMARKS'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PERIOD         PIC 9(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CYCLE-CODE     PIC X(02).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-READ-DATE      PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-LAST-DATE      PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DAYS           PIC Z9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-METERS         PIC ZZZZZ9.
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-READERS        PIC ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-REMARKS        PIC X(40).
          05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-METER-CTR          PIC 9(07) VALUE ZEROS.
          05 WS-ROW-WRITE-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-ROW-REPLACE-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-ROW-KEPT-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-OVER-CAP-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-TABLE-FULL-CTR     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RSCH001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  ANNUAL METER-READING SCHEDULE         '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE(1:4) IS NUMERIC
              MOVE WS-PARM-LINE(1:4) TO WS-SCHED-YEAR
           ELSE
              COMPUTE WS-SCHED-YEAR = WS-DATE-YEAR + 1
           END-IF.
           IF WS-PARM-LINE(6:4) IS NUMERIC
              AND WS-PARM-LINE(6:4) NOT = '0000'
              MOVE WS-PARM-LINE(6:4) TO WS-READER-DAY-CAP
           END-IF.

           DISPLAY 'SCHEDULING YEAR: ' WS-SCHED-YEAR
                   '  METERS PER READER PER DAY: ' WS-READER-DAY-CAP.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-CYCLE-KSDS UNTIL CYC-EOF.

           PERFORM 2300-SET-ROUTE-DAYS
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT.

           MOVE WS-SCHED-YEAR TO WS-RH-YEAR.
           MOVE WS-DATE       TO WS-RH-DATE.
           WRITE TO01-SCHEDULE-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-SCHEDULE-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2400-SCHEDULE-ONE-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 12.

      *    A ROUTE THE READERS CANNOT COVER IN THE MONTH IS STILL
      *    SCHEDULED, BUT THE SUPERVISORS MUST ADD A READER OR
      *    SPLIT THE ROUTE.
           IF WS-OVER-CAP-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-SCHEDULE-KSDS.
           IF NOT RSC-IO-STATUS
              DISPLAY 'ERROR OPENING READ SCHEDULE KSDS: '
                      WS-RSC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SCHEDULE-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SCHEDULE REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-READ-CYCLE-KSDS  SECTION.

           READ MI01-CYCLE-KSDS
               AT END  SET CYC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-METER-CTR
                   PERFORM 2210-COUNT-ONE-METER
           END-READ.

      *    THE METER IS COUNTED AGAINST ITS ROUTE, ITS READER AND
      *    THE ROUTE/READER PAIR. A METER WITH NO READER YET COUNTS
      *    UNDER A BLANK READER, SO THE ROUTE STILL GETS ITS DAYS.
       2210-COUNT-ONE-METER  SECTION.

           SET WS-CYC-IDX TO 1.
           SEARCH WS-CYC-ENTRY
               AT END
                   ADD 1 TO WS-TABLE-FULL-CTR
                   GO TO 2210-EXIT
               WHEN WS-CYC-IDX > WS-CYC-COUNT
                   ADD 1 TO WS-CYC-COUNT
                   MOVE CYC-CYCLE-CODE TO WS-CT-CYCLE-CODE(WS-CYC-IDX)
                   MOVE ZEROS          TO WS-CT-METERS(WS-CYC-IDX)
                   MOVE ZEROS          TO WS-CT-READERS(WS-CYC-IDX)
                   MOVE ZEROS          TO WS-CT-DAYS(WS-CYC-IDX)
               WHEN WS-CT-CYCLE-CODE(WS-CYC-IDX) = CYC-CYCLE-CODE
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-CT-METERS(WS-CYC-IDX).
           SET WS-CYC-NO TO WS-CYC-IDX.

           SET WS-RDR-IDX TO 1.
           SEARCH WS-RDR-ENTRY
               AT END
                   ADD 1 TO WS-TABLE-FULL-CTR
                   GO TO 2210-EXIT
               WHEN WS-RDR-IDX > WS-RDR-COUNT
                   ADD 1 TO WS-RDR-COUNT
                   MOVE CYC-READER-ID TO WS-RT-READER-ID(WS-RDR-IDX)
               WHEN WS-RT-READER-ID(WS-RDR-IDX) = CYC-READER-ID
                   CONTINUE
           END-SEARCH.
           SET WS-RDR-NO TO WS-RDR-IDX.

           SET WS-PAIR-IDX TO 1.
           SEARCH WS-PAIR-ENTRY
               AT END
                   PERFORM 2220-ADD-PAIR
               WHEN WS-PAIR-IDX > WS-PAIR-COUNT
                   PERFORM 2220-ADD-PAIR
               WHEN WS-PT-CYC-NO(WS-PAIR-IDX) = WS-CYC-NO
                    AND WS-PT-RDR-NO(WS-PAIR-IDX) = WS-RDR-NO
                   ADD 1 TO WS-PT-METERS(WS-PAIR-IDX)
           END-SEARCH.

       2210-EXIT.
           EXIT.

       2220-ADD-PAIR  SECTION.

           IF WS-PAIR-COUNT >= WS-PAIR-MAX-ENTRIES
              ADD 1 TO WS-TABLE-FULL-CTR
              GO TO 2220-EXIT
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           SET WS-PAIR-IDX TO WS-PAIR-COUNT.
           MOVE WS-CYC-NO TO WS-PT-CYC-NO(WS-PAIR-IDX).
           MOVE WS-RDR-NO TO WS-PT-RDR-NO(WS-PAIR-IDX).
           MOVE 1         TO WS-PT-METERS(WS-PAIR-IDX).
           ADD 1 TO WS-CT-READERS(WS-CYC-NO).

       2220-EXIT.
           EXIT.

      *    DAYS A ROUTE NEEDS = THE BUSIEST READER'S METERS OVER
      *    THE DAILY CAPACITY, ROUNDED UP, AND NEVER LESS THAN ONE.
       2300-SET-ROUTE-DAYS  SECTION.

           MOVE 1 TO WS-CT-DAYS(WS-CYC-IDX).
           SET WS-CYC-NO TO WS-CYC-IDX.

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PT-CYC-NO(WS-PAIR-IDX) = WS-CYC-NO
                  COMPUTE WS-PAIR-DAYS =
                          (WS-PT-METERS(WS-PAIR-IDX)
                           + WS-READER-DAY-CAP - 1)
                          / WS-READER-DAY-CAP
                  IF WS-PAIR-DAYS > 31
                     MOVE 31 TO WS-PAIR-DAYS
                  END-IF
                  IF WS-PAIR-DAYS > WS-CT-DAYS(WS-CYC-IDX)
                     MOVE WS-PAIR-DAYS TO WS-CT-DAYS(WS-CYC-IDX)
                  END-IF
               END-IF
           END-PERFORM.

      *    ONE MONTH: FIND ITS WORKING DAYS, THEN SPREAD THE ROUTES
      *    EVENLY ACROSS THEM IN CYCLE ORDER, EACH ROUTE MOVED ON
      *    TO THE NEXT DAYS ITS READERS HAVE ROOM FOR.
       2400-SCHEDULE-ONE-MONTH  SECTION.

           COMPUTE WS-PERIOD = WS-SCHED-YEAR * 100 + WS-MONTH-NO.

           PERFORM 2410-BUILD-WORKING-DAYS.

           IF WS-WORKDAY-COUNT = ZERO
              DISPLAY 'NO WORKING DAYS IN PERIOD ' WS-PERIOD
                      ' - MONTH NOT SCHEDULED'
              GO TO 2400-EXIT
           END-IF.

           INITIALIZE WS-LOAD-TABLE.

           PERFORM 2500-PLACE-ONE-ROUTE
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT.

       2400-EXIT.
           EXIT.

       2410-BUILD-WORKING-DAYS  SECTION.

           MOVE ZEROS TO WS-WORKDAY-COUNT.
           COMPUTE WS-CAL-DATE-IN = WS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-IN).

           IF WS-MONTH-NO = 12
              COMPUTE WS-NEXT-MONTH-DATE =
                      (WS-SCHED-YEAR + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-NEXT-MONTH-DATE = WS-CAL-DATE-IN + 100
           END-IF.
           COMPUTE WS-NEXT-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE).
           COMPUTE WS-DAYS-IN-MONTH =
                   WS-NEXT-MONTH-INT - WS-MONTH-START-INT.

           PERFORM 2420-TEST-ONE-DAY
               VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > WS-DAYS-IN-MONTH.

       2420-TEST-ONE-DAY  SECTION.

           COMPUTE WS-CAL-DATE-IN = WS-PERIOD * 100 + WS-DAY-NO.

           CALL 'CALRTN' USING WS-CAL-DATE-IN, WS-CAL-DATE-OUT,
                               WS-CALRTN-STATUS.

      *    A DATE THE CALENDAR ROLLED FORWARD IS A HOLIDAY OR A
      *    WEEKEND; ANYTHING ELSE (INCLUDING NO CALENDAR) IS WORKED.
           IF WS-CAL-DATE-OUT = WS-CAL-DATE-IN
              ADD 1 TO WS-WORKDAY-COUNT
              MOVE WS-CAL-DATE-IN
                  TO WS-WORKDAY-DATE(WS-WORKDAY-COUNT)
           END-IF.

       2500-PLACE-ONE-ROUTE  SECTION.

           SET WS-CYC-NO TO WS-CYC-IDX.
           MOVE WS-CT-DAYS(WS-CYC-IDX) TO WS-RUN-DAYS.
           IF WS-RUN-DAYS > WS-WORKDAY-COUNT
              MOVE WS-WORKDAY-COUNT TO WS-RUN-DAYS
           END-IF.

      *    THE ROUTE'S OWN PLACE IN THE MONTH -- ROUTE N OF M
      *    STARTS (N-1)/M OF THE WAY THROUGH THE WORKING DAYS, SO
      *    EACH ROUTE IS READ AT MUCH THE SAME POINT EVERY MONTH.
           COMPUTE WS-NOMINAL-SLOT =
                   1 + ((WS-CYC-NO - 1) * WS-WORKDAY-COUNT)
                       / WS-CYC-COUNT.
           COMPUTE WS-LAST-SLOT = WS-WORKDAY-COUNT - WS-RUN-DAYS + 1.
           IF WS-NOMINAL-SLOT > WS-LAST-SLOT
              MOVE WS-LAST-SLOT TO WS-NOMINAL-SLOT
           END-IF.

           MOVE 'N' TO WS-PLACED-FLAG.
           PERFORM 2510-TRY-ONE-SLOT
               VARYING WS-TRY-SLOT FROM WS-NOMINAL-SLOT BY 1
               UNTIL WS-TRY-SLOT > WS-LAST-SLOT OR CYCLE-PLACED.
           IF NOT CYCLE-PLACED
              PERFORM 2510-TRY-ONE-SLOT
                  VARYING WS-TRY-SLOT FROM 1 BY 1
                  UNTIL WS-TRY-SLOT >= WS-NOMINAL-SLOT
                     OR CYCLE-PLACED
           END-IF.

           MOVE SPACES TO MO01-SCHEDULE-RECORD.
           IF CYCLE-PLACED
              SET RSC-WITHIN-CAPACITY TO TRUE
           ELSE
              MOVE WS-NOMINAL-SLOT TO WS-PLACED-SLOT
              SET RSC-OVER-CAPACITY TO TRUE
           END-IF.

           PERFORM 2530-BOOK-READER-DAYS.

           MOVE WS-CT-CYCLE-CODE(WS-CYC-IDX) TO RSC-CYCLE-CODE.
           MOVE WS-PERIOD                    TO RSC-READ-PERIOD.
           MOVE WS-WORKDAY-DATE(WS-PLACED-SLOT) TO RSC-READ-DATE.
           COMPUTE WS-SLOT-DAY = WS-PLACED-SLOT + WS-RUN-DAYS - 1.
           MOVE WS-WORKDAY-DATE(WS-SLOT-DAY)  TO RSC-LAST-DATE.
           MOVE WS-CT-METERS(WS-CYC-IDX)      TO RSC-METER-COUNT.
           MOVE WS-RUN-DAYS                   TO RSC-READ-DAYS.
           MOVE WS-CT-READERS(WS-CYC-IDX)     TO RSC-READER-COUNT.
           MOVE WS-DATE                       TO RSC-GEN-DATE.

           PERFORM 2600-WRITE-SCHEDULE-ROW.

      *    THE ROUTE FITS AT THIS SLOT WHEN EVERY ONE OF ITS
      *    READERS STAYS WITHIN THE DAILY CAPACITY ON EVERY DAY OF
      *    THE RUN, WITH THE READER'S METERS SPREAD EVENLY.
       2510-TRY-ONE-SLOT  SECTION.

           SET SLOT-FITS TO TRUE.

           PERFORM 2520-TEST-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                  OR SLOT-DOES-NOT-FIT.

           IF SLOT-FITS
              MOVE WS-TRY-SLOT TO WS-PLACED-SLOT
              SET CYCLE-PLACED TO TRUE
           END-IF.

       2520-TEST-ONE-PAIR  SECTION.

           IF WS-PT-CYC-NO(WS-PAIR-IDX) NOT = WS-CYC-NO
              GO TO 2520-EXIT
           END-IF.

           COMPUTE WS-PER-DAY =
                   (WS-PT-METERS(WS-PAIR-IDX) + WS-RUN-DAYS - 1)
                   / WS-RUN-DAYS.
           MOVE WS-PT-RDR-NO(WS-PAIR-IDX) TO WS-RDR-NO.

           PERFORM VARYING WS-SLOT-DAY FROM WS-TRY-SLOT BY 1
                   UNTIL WS-SLOT-DAY > WS-TRY-SLOT + WS-RUN-DAYS - 1
                      OR SLOT-DOES-NOT-FIT
               IF WS-LOAD-DAY(WS-RDR-NO, WS-SLOT-DAY) + WS-PER-DAY
                  > WS-READER-DAY-CAP
                  SET SLOT-DOES-NOT-FIT TO TRUE
               END-IF
           END-PERFORM.

       2520-EXIT.
           EXIT.

       2530-BOOK-READER-DAYS  SECTION.

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PT-CYC-NO(WS-PAIR-IDX) = WS-CYC-NO
                  COMPUTE WS-PER-DAY =
                          (WS-PT-METERS(WS-PAIR-IDX)
                           + WS-RUN-DAYS - 1) / WS-RUN-DAYS
                  MOVE WS-PT-RDR-NO(WS-PAIR-IDX) TO WS-RDR-NO
                  PERFORM VARYING WS-SLOT-DAY FROM WS-PLACED-SLOT BY 1
                          UNTIL WS-SLOT-DAY >
                                WS-PLACED-SLOT + WS-RUN-DAYS - 1
                      ADD WS-PER-DAY
                          TO WS-LOAD-DAY(WS-RDR-NO, WS-SLOT-DAY)
                  END-PERFORM
               END-IF
           END-PERFORM.

      *    A MONTH WHOSE READ HAS ALREADY STARTED KEEPS THE DATES
      *    THE READERS AND CUSTOMERS WERE GIVEN; EVERY LATER MONTH
      *    IS REPLACED, SO A RERUN AFTER A HOLIDAY IS DECLARED OR
      *    THE ROUTES ARE REDRAWN MOVES ONLY WHAT IS STILL AHEAD.
       2600-WRITE-SCHEDULE-ROW  SECTION.

           MOVE SPACES TO WS-RD-REMARKS.
           IF RSC-OVER-CAPACITY
              ADD 1 TO WS-OVER-CAP-CTR
              MOVE 'OVER READER CAPACITY - ADD A READER'
                  TO WS-RD-REMARKS
           END-IF.

           WRITE MO01-SCHEDULE-RECORD
               INVALID KEY
                   PERFORM 2610-REPLACE-SCHEDULE-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ROW-WRITE-CTR
           END-WRITE.

           MOVE RSC-READ-PERIOD   TO WS-RD-PERIOD.
           MOVE RSC-CYCLE-CODE    TO WS-RD-CYCLE-CODE.
           MOVE RSC-READ-DATE     TO WS-RD-READ-DATE.
           MOVE RSC-LAST-DATE     TO WS-RD-LAST-DATE.
           MOVE RSC-READ-DAYS     TO WS-RD-DAYS.
           MOVE RSC-METER-COUNT   TO WS-RD-METERS.
           MOVE RSC-READER-COUNT  TO WS-RD-READERS.
           WRITE TO01-SCHEDULE-RPT-RECORD FROM WS-REPORT-DETAIL.

       2610-REPLACE-SCHEDULE-ROW  SECTION.

           MOVE MO01-SCHEDULE-RECORD TO WS-PENDING-ROW.

           READ MO01-SCHEDULE-KSDS
               INVALID KEY
                   DISPLAY 'SCHEDULE ROW READ FAILED: ' RSC-KEY
                           ' STATUS ' WS-RSC-STATUS
                   GO TO 2610-EXIT
           END-READ.

           IF RSC-READ-DATE <= WS-DATE
              ADD 1 TO WS-ROW-KEPT-CTR
              MOVE 'READ UNDER WAY - PUBLISHED DATES KEPT'
                  TO WS-RD-REMARKS
              GO TO 2610-EXIT
           END-IF.

           MOVE WS-PENDING-ROW TO MO01-SCHEDULE-RECORD.
           REWRITE MO01-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'SCHEDULE ROW REWRITE FAILED: ' RSC-KEY
                           ' STATUS ' WS-RSC-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ROW-REPLACE-CTR
           END-REWRITE.

       2610-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ROUTE METERS COUNTED     ',  WS-METER-CTR
           DISPLAY ' ROUTES                   ',  WS-CYC-COUNT
           DISPLAY ' READERS                  ',  WS-RDR-COUNT
           DISPLAY ' SCHEDULE ROWS ADDED      ',  WS-ROW-WRITE-CTR
           DISPLAY ' SCHEDULE ROWS REPLACED   ',  WS-ROW-REPLACE-CTR
           DISPLAY ' ROWS KEPT (READ STARTED) ',  WS-ROW-KEPT-CTR
           DISPLAY ' ROUTES OVER CAPACITY     ',  WS-OVER-CAP-CTR
           DISPLAY ' METERS PAST TABLE LIMITS ',  WS-TABLE-FULL-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CYCLE-KSDS,
                  MO01-SCHEDULE-KSDS,
                  TO01-SCHEDULE-RPT.
           DISPLAY '----------------------------------------'
           DISPLAY 'CYCLE KSDS           IS CLOSED          '
           DISPLAY 'READ SCHEDULE KSDS   IS CLOSED          '
           DISPLAY '----------------------------------------'

           STOP RUN.
