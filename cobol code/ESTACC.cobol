       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTACC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    MONTHLY ESTIMATION ACCURACY BACK-TEST. EVERY ESTIMATE
      *    BILL003 TRUED UP IN THE PERIOD IS SCORED AS ESTIMATED
      *    AGAINST ACTUAL UNITS, AND THE ERROR IS SUMMARISED BY
      *    AREA, TARIFF CLASS, BILLING FREQUENCY AND THE NUMBER OF
      *    CONSECUTIVE ESTIMATES BEHIND THE TRUE-UP. CUSTOMERS WHOSE
      *    ESTIMATES CAME IN UNDER AT EVERY TRUE-UP OF THE LAST
      *    TWELVE PERIODS ARE LISTED FOR THE METER-READING DESK.

      *    THE TRUE-UP REGISTER BILL003 WRITES -- IN CUSTOMER ORDER,
      *    SO ONE CUSTOMER'S HISTORY COMES PAST IN ONE RUN OF ROWS.
           SELECT MI01-TRUEUP-KSDS    ASSIGN TO ETUKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS ETU-KEY
           FILE STATUS            IS WS-ETU-STATUS.

      *    NAME OF EACH CUSTOMER ON THE UNDER-ESTIMATE LIST.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT MI09-PERIOD-KSDS    ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

           SELECT TO01-ACCURACY-RPT   ASSIGN TO ESTRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME TRUE-UP REGISTER LAYOUT BILL003 WRITES.
       FD MI01-TRUEUP-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-TRUEUP-RECORD.
          05 ETU-KEY.
             10 ETU-CUST-ID       PIC X(12).
             10 ETU-BILL-PERIOD   PIC 9(06).
          05 ETU-METER-ID         PIC X(14).
          05 ETU-AREA-CODE        PIC X(06).
          05 ETU-TARIFF-CLASS     PIC X(01).
          05 ETU-BILLING-FREQ     PIC X(01).
          05 ETU-EST-PERIODS      PIC 9(02).
          05 ETU-EST-UNITS        PIC 9(06).
          05 ETU-READ-UNITS       PIC 9(07).
          05 ETU-ACTUAL-UNITS     PIC 9(07).
          05 ETU-EST-BASIS        PIC X(01).
             88 ETU-BASIS-AVERAGE            VALUE 'A'.
          05 ETU-BASIS-PERIODS    PIC 9(02).
          05 ETU-READ-SOURCE      PIC X(01).
          05 ETU-TRUEUP-DATE      PIC 9(08).
          05 FILLER               PIC X(06).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT OFF
      *    AFTER THE LAST NAME.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 FILLER           PIC X(118).

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI09-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

       FD TO01-ACCURACY-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-ACCURACY-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-ETU-STATUS         PIC X(02).
             88 ETU-IO-STATUS      VALUE '00'.
             88 ETU-EOF            VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06) VALUE ZEROS.
          05 WS-WINDOW-START       PIC 9(06) VALUE ZEROS.
          05 WS-PERIOD-YYYY        PIC 9(04) VALUE ZEROS.
          05 WS-PERIOD-MM          PIC 9(02) VALUE ZEROS.
          05 WS-PERIOD-MONTHS      PIC 9(06) VALUE ZEROS.

      *    A CUSTOMER IS CONSISTENTLY UNDER-ESTIMATED WHEN EVERY
      *    TRUE-UP IN THE LOOK-BACK WINDOW CAME IN UNDER, AND THERE
      *    WERE AT LEAST THIS MANY OF THEM.
       01 WS-UNDER-RULES.
          05 WS-WINDOW-PERIODS     PIC 9(02) VALUE 12.
          05 WS-MIN-UNDER-TRUEUPS  PIC 9(02) VALUE 3.
      *    AN ESTIMATE AGAINST NO ACTUAL MOVEMENT AT ALL HAS NO
      *    PERCENTAGE ERROR -- IT IS SCORED AT THE CEILING.
          05 WS-MAX-ERROR-PCT      PIC 9(03)V9 VALUE 999.9.

      *    ONE TRUE-UP, SCORED. A POSITIVE ERROR IS AN OVER-
      *    ESTIMATE, A NEGATIVE ONE AN UNDER-ESTIMATE.
       01 WS-ROW-VARIABLES.
          05 WS-ROW-ERROR-PCT      PIC S9(05)V9 VALUE ZEROS.
          05 WS-ROW-ABS-PCT        PIC 9(05)V9 VALUE ZEROS.
          05 WS-ROW-UNDER-FLAG     PIC X(01) VALUE 'N'.
             88 ROW-UNDER          VALUE 'Y'.
          05 WS-ROW-DIM            PIC X(01) VALUE SPACE.
          05 WS-ROW-VALUE          PIC X(06) VALUE SPACES.

      *    THE SUMMARY -- ONE ROW PER DIMENSION AND VALUE, KEPT IN
      *    KEY ORDER AS ROWS ARE ADDED SO IT PRINTS SORTED AND EACH
      *    DIMENSION PRINTS AS ONE BLOCK.
       01 WS-SUMMARY-STORAGE.
          05 WS-SUMMARY-TABLE.
             10 WS-SUM-ENTRY OCCURS 400 TIMES
                                 INDEXED BY WS-SUM-IDX.
                15 WS-SM-KEY.
                   20 WS-SM-DIM          PIC X(01).
                      88 SM-DIM-AREA               VALUE '1'.
                      88 SM-DIM-CLASS              VALUE '2'.
                      88 SM-DIM-FREQ               VALUE '3'.
                      88 SM-DIM-RUN                VALUE '4'.
                   20 WS-SM-VALUE        PIC X(06).
                15 WS-SM-COUNT           PIC 9(07).
                15 WS-SM-UNDER-COUNT     PIC 9(07).
                15 WS-SM-EST-UNITS       PIC 9(11).
                15 WS-SM-ACT-UNITS       PIC 9(11).
                15 WS-SM-SUM-ABS-PCT     PIC 9(11)V9.
                15 WS-SM-SUM-ERR-PCT     PIC S9(11)V9.
                15 WS-SM-WORST-PCT       PIC S9(05)V9.
                15 WS-SM-WORST-ABS       PIC 9(05)V9.
          05 WS-SUM-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-SUM-ROWS       PIC 9(04) VALUE 400.
          05 WS-SUM-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-SUM-SHIFT-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-SUM-INSERT-AT      PIC 9(04) VALUE ZEROS.
          05 WS-SUM-FOUND-FLAG     PIC X(1) VALUE 'N'.
             88 SUM-FOUND          VALUE 'Y'.
             88 SUM-NOT-FOUND      VALUE 'N'.
          05 WS-SUM-PASSED-FLAG    PIC X(1) VALUE 'N'.
             88 SUM-PASSED         VALUE 'Y'.
          05 WS-SEARCH-KEY.
             10 WS-SK-DIM          PIC X(01).
             10 WS-SK-VALUE        PIC X(06).
          05 WS-LAST-DIM           PIC X(01) VALUE SPACE.

      *    THE WHOLE PERIOD, ALL DIMENSIONS TOGETHER.
       01 WS-TOTALS.
          05 WS-TOT-COUNT          PIC 9(07) VALUE ZEROS.
          05 WS-TOT-UNDER-COUNT    PIC 9(07) VALUE ZEROS.
          05 WS-TOT-EST-UNITS      PIC 9(11) VALUE ZEROS.
          05 WS-TOT-ACT-UNITS      PIC 9(11) VALUE ZEROS.
          05 WS-TOT-SUM-ABS-PCT    PIC 9(11)V9 VALUE ZEROS.
          05 WS-TOT-SUM-ERR-PCT    PIC S9(11)V9 VALUE ZEROS.
          05 WS-TOT-WORST-PCT      PIC S9(05)V9 VALUE ZEROS.
          05 WS-TOT-WORST-ABS      PIC 9(05)V9 VALUE ZEROS.

      *    PRINT WORK -- THE FIGURES OF WHICHEVER LINE IS PRINTING.
       01 WS-PRINT-VARIABLES.
          05 WS-PR-COUNT           PIC 9(07) VALUE ZEROS.
          05 WS-PR-UNDER-COUNT     PIC 9(07) VALUE ZEROS.
          05 WS-PR-EST-UNITS       PIC 9(11) VALUE ZEROS.
          05 WS-PR-ACT-UNITS       PIC 9(11) VALUE ZEROS.
          05 WS-PR-SUM-ABS-PCT     PIC 9(11)V9 VALUE ZEROS.
          05 WS-PR-SUM-ERR-PCT     PIC S9(11)V9 VALUE ZEROS.
          05 WS-PR-WORST-PCT       PIC S9(05)V9 VALUE ZEROS.
          05 WS-PR-NET-PCT         PIC S9(05)V9 VALUE ZEROS.

      *    THE CUSTOMER CURRENTLY COMING PAST ON THE REGISTER, AND
      *    ITS TRUE-UPS INSIDE THE LOOK-BACK WINDOW.
       01 WS-CUSTOMER-VARIABLES.
          05 WS-CUR-CUST-ID        PIC X(12) VALUE SPACES.
          05 WS-CUR-AREA           PIC X(06) VALUE SPACES.
          05 WS-CUR-CLASS          PIC X(01) VALUE SPACE.
          05 WS-CUR-COUNT          PIC 9(03) VALUE ZEROS.
          05 WS-CUR-UNDER-COUNT    PIC 9(03) VALUE ZEROS.
          05 WS-CUR-EST-UNITS      PIC 9(09) VALUE ZEROS.
          05 WS-CUR-ACT-UNITS      PIC 9(09) VALUE ZEROS.

       01 WS-UNDER-STORAGE.
          05 WS-UNDER-TABLE.
             10 WS-UND-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-UND-IDX.
                15 WS-UN-CUST-ID         PIC X(12).
                15 WS-UN-AREA            PIC X(06).
                15 WS-UN-CLASS           PIC X(01).
                15 WS-UN-COUNT           PIC 9(03).
                15 WS-UN-EST-UNITS       PIC 9(09).
                15 WS-UN-ACT-UNITS       PIC 9(09).
          05 WS-UND-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-UNDER          PIC 9(04) VALUE 1000.
          05 WS-UND-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-UND-OVERFLOW-CTR   PIC 9(04) VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-PERIOD-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-EXCLUDED-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-ZERO-ACTUAL-CTR    PIC 9(07) VALUE ZEROS.
          05 WS-NO-CUST-CTR        PIC 9(07) VALUE ZEROS.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'ESTIMATION ACCURACY BACK-TEST'.
          05 FILLER               PIC X(8)  VALUE 'PERIOD'.
          05 WS-RH-PERIOD         PIC 9(06).
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-RPT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'VALUE'.
          05 FILLER               PIC X(10) VALUE '  TRUE-UPS'.
          05 FILLER               PIC X(14) VALUE '   EST UNITS'.
          05 FILLER               PIC X(14) VALUE ' ACTUAL UNITS'.
          05 FILLER               PIC X(10) VALUE '  NET ERR%'.
          05 FILLER               PIC X(10) VALUE ' MEAN ERR%'.
          05 FILLER               PIC X(10) VALUE ' MEAN BIAS'.
          05 FILLER               PIC X(10) VALUE ' WORST ERR'.
          05 FILLER               PIC X(10) VALUE '     UNDER'.
          05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VALUE          PIC X(10).
          05 WS-RD-COUNT          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-EST-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-ACT-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-NET-PCT        PIC -----9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MEAN-ABS-PCT   PIC ZZZZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MEAN-ERR-PCT   PIC -----9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-WORST-PCT      PIC -----9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-UNDER-COUNT    PIC ZZZ,ZZ9.
          05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-RPT-UNDER-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(22) VALUE 'NAME'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(4)  VALUE 'CL'.
          05 FILLER               PIC X(10) VALUE '  TRUE-UPS'.
          05 FILLER               PIC X(14) VALUE '   EST UNITS'.
          05 FILLER               PIC X(14) VALUE ' ACTUAL UNITS'.
          05 FILLER               PIC X(10) VALUE '    UNDER%'.
          05 FILLER               PIC X(35) VALUE SPACES.

       01 WS-RPT-UNDER-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RU-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RU-FIRST-NAME     PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RU-LAST-NAME      PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RU-AREA           PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RU-CLASS          PIC X(01).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RU-COUNT          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RU-EST-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RU-ACT-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RU-UNDER-PCT      PIC ZZZZZ9.9.
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-SECTION-TITLE        PIC X(133).

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ESTACC EXECUTION BEGINS HERE ...........'
           DISPLAY '  ESTIMATION ACCURACY BACK-TEST         '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-SET-PERIOD.
           PERFORM 2160-SET-WINDOW-START.

           PERFORM 2200-SCAN-TRUEUP-REGISTER UNTIL ETU-EOF.
           IF WS-CUR-CUST-ID NOT = SPACES
              PERFORM 2500-CLOSE-CUSTOMER
           END-IF.

           PERFORM 2700-PRINT-SUMMARY.

           PERFORM 2800-PRINT-UNDER-LIST.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-TRUEUP-KSDS.
           IF NOT ETU-IO-STATUS
              DISPLAY 'ERROR OPENING TRUE-UP REGISTER KSDS: '
                      WS-ETU-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ACCURACY-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING ACCURACY REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-SET-PERIOD  SECTION.

      *    THE PERIOD OF RECORD, NOT THE WALL CLOCK -- THE SAME
      *    RULE ARROLL AND TAXREG FOLLOW.
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

       2160-SET-WINDOW-START  SECTION.

      *    THE LOOK-BACK WINDOW ENDS WITH THE PERIOD OF RECORD AND
      *    RUNS BACK WS-WINDOW-PERIODS PERIODS INCLUSIVE.
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YYYY.
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MM.
           COMPUTE WS-PERIOD-MONTHS =
                   (WS-PERIOD-YYYY * 12) + WS-PERIOD-MM - 1
                   - (WS-WINDOW-PERIODS - 1).
           DIVIDE WS-PERIOD-MONTHS BY 12
               GIVING WS-PERIOD-YYYY
               REMAINDER WS-PERIOD-MM.
           ADD 1 TO WS-PERIOD-MM.
           MOVE WS-PERIOD-YYYY TO WS-WINDOW-START(1:4).
           MOVE WS-PERIOD-MM   TO WS-WINDOW-START(5:2).
           DISPLAY 'UNDER-ESTIMATE WINDOW FROM: ' WS-WINDOW-START.

       2200-SCAN-TRUEUP-REGISTER  SECTION.

           READ MI01-TRUEUP-KSDS
               AT END  SET ETU-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 2210-TAKE-TRUEUP
           END-READ.

       2210-TAKE-TRUEUP  SECTION.

      *    ONLY AN ESTIMATE MADE FROM THE CONSUMPTION-HISTORY
      *    AVERAGE IS BACK-TESTED. A TALLY CARRYING A CUSTOMER'S
      *    OWN SELF-READ MOVEMENT, WHOLLY OR IN PART, IS NOT AN
      *    ESTIMATE OF OURS AND WOULD FLATTER THE FIGURES.
           IF ETU-CUST-ID NOT = WS-CUR-CUST-ID
              IF WS-CUR-CUST-ID NOT = SPACES
                 PERFORM 2500-CLOSE-CUSTOMER
              END-IF
              PERFORM 2510-OPEN-CUSTOMER
           END-IF.

           IF ETU-BILL-PERIOD < WS-WINDOW-START
              OR ETU-BILL-PERIOD > WS-PERIOD
              GO TO 2210-EXIT
           END-IF.

           IF NOT ETU-BASIS-AVERAGE
              IF ETU-BILL-PERIOD = WS-PERIOD
                 ADD 1 TO WS-EXCLUDED-CTR
              END-IF
              GO TO 2210-EXIT
           END-IF.

           PERFORM 2300-SCORE-TRUEUP.

           ADD 1                TO WS-CUR-COUNT.
           ADD ETU-EST-UNITS    TO WS-CUR-EST-UNITS.
           ADD ETU-ACTUAL-UNITS TO WS-CUR-ACT-UNITS.
           IF ROW-UNDER
              ADD 1 TO WS-CUR-UNDER-COUNT
           END-IF.

           IF ETU-BILL-PERIOD = WS-PERIOD
              ADD 1 TO WS-PERIOD-CTR
              PERFORM 2400-POST-TRUEUP
           END-IF.

       2210-EXIT.
           EXIT.

       2300-SCORE-TRUEUP  SECTION.

           MOVE 'N' TO WS-ROW-UNDER-FLAG.
           IF ETU-EST-UNITS < ETU-ACTUAL-UNITS
              SET ROW-UNDER TO TRUE
           END-IF.

           IF ETU-ACTUAL-UNITS = ZEROS
              IF ETU-EST-UNITS = ZEROS
                 MOVE ZEROS TO WS-ROW-ERROR-PCT
              ELSE
                 MOVE WS-MAX-ERROR-PCT TO WS-ROW-ERROR-PCT
              END-IF
              IF ETU-BILL-PERIOD = WS-PERIOD
                 ADD 1 TO WS-ZERO-ACTUAL-CTR
              END-IF
           ELSE
              COMPUTE WS-ROW-ERROR-PCT ROUNDED =
                      (ETU-EST-UNITS - ETU-ACTUAL-UNITS) * 100
                      / ETU-ACTUAL-UNITS
                  ON SIZE ERROR
                      MOVE WS-MAX-ERROR-PCT TO WS-ROW-ERROR-PCT
              END-COMPUTE
              IF WS-ROW-ERROR-PCT > WS-MAX-ERROR-PCT
                 MOVE WS-MAX-ERROR-PCT TO WS-ROW-ERROR-PCT
              END-IF
           END-IF.

           IF WS-ROW-ERROR-PCT < ZEROS
              COMPUTE WS-ROW-ABS-PCT = ZEROS - WS-ROW-ERROR-PCT
           ELSE
              MOVE WS-ROW-ERROR-PCT TO WS-ROW-ABS-PCT
           END-IF.

       2400-POST-TRUEUP  SECTION.

      *    THE SAME TRUE-UP COUNTS ONCE IN EACH OF THE FOUR
      *    DIMENSIONS AND ONCE IN THE PERIOD TOTAL.
           ADD 1                TO WS-TOT-COUNT.
           ADD ETU-EST-UNITS    TO WS-TOT-EST-UNITS.
           ADD ETU-ACTUAL-UNITS TO WS-TOT-ACT-UNITS.
           ADD WS-ROW-ABS-PCT   TO WS-TOT-SUM-ABS-PCT.
           ADD WS-ROW-ERROR-PCT TO WS-TOT-SUM-ERR-PCT.
           IF ROW-UNDER
              ADD 1 TO WS-TOT-UNDER-COUNT
           END-IF.
           IF WS-ROW-ABS-PCT > WS-TOT-WORST-ABS
              MOVE WS-ROW-ABS-PCT   TO WS-TOT-WORST-ABS
              MOVE WS-ROW-ERROR-PCT TO WS-TOT-WORST-PCT
           END-IF.

           MOVE '1'           TO WS-ROW-DIM.
           MOVE ETU-AREA-CODE TO WS-ROW-VALUE.
           PERFORM 2600-POST-TO-SUMMARY.

           MOVE '2'           TO WS-ROW-DIM.
           MOVE SPACES        TO WS-ROW-VALUE.
           IF ETU-TARIFF-CLASS = SPACE
              MOVE 'D' TO WS-ROW-VALUE(1:1)
           ELSE
              MOVE ETU-TARIFF-CLASS TO WS-ROW-VALUE(1:1)
           END-IF.
           PERFORM 2600-POST-TO-SUMMARY.

           MOVE '3'           TO WS-ROW-DIM.
           EVALUATE ETU-BILLING-FREQ
               WHEN 'B'
                   MOVE 'BIMON'   TO WS-ROW-VALUE
               WHEN 'Q'
                   MOVE 'QUART'   TO WS-ROW-VALUE
               WHEN OTHER
                   MOVE 'MONTH'   TO WS-ROW-VALUE
           END-EVALUATE.
           PERFORM 2600-POST-TO-SUMMARY.

      *    SIX OR MORE ESTIMATES IN A ROW ARE ONE BAND -- THE
      *    AVERAGE ITSELF ONLY LOOKS BACK SIX PERIODS.
           MOVE '4'           TO WS-ROW-DIM.
           MOVE SPACES        TO WS-ROW-VALUE.
           IF ETU-EST-PERIODS > 5
              MOVE '06+' TO WS-ROW-VALUE
           ELSE
              MOVE ETU-EST-PERIODS TO WS-ROW-VALUE(1:2)
           END-IF.
           PERFORM 2600-POST-TO-SUMMARY.

       2500-CLOSE-CUSTOMER  SECTION.

           IF WS-CUR-COUNT >= WS-MIN-UNDER-TRUEUPS
              AND WS-CUR-UNDER-COUNT = WS-CUR-COUNT
              IF WS-UND-COUNT >= WS-MAX-UNDER
                 ADD 1 TO WS-UND-OVERFLOW-CTR
              ELSE
                 ADD 1 TO WS-UND-COUNT
                 SET WS-UND-IDX TO WS-UND-COUNT
                 MOVE WS-CUR-CUST-ID   TO WS-UN-CUST-ID(WS-UND-IDX)
                 MOVE WS-CUR-AREA      TO WS-UN-AREA(WS-UND-IDX)
                 MOVE WS-CUR-CLASS     TO WS-UN-CLASS(WS-UND-IDX)
                 MOVE WS-CUR-COUNT     TO WS-UN-COUNT(WS-UND-IDX)
                 MOVE WS-CUR-EST-UNITS TO WS-UN-EST-UNITS(WS-UND-IDX)
                 MOVE WS-CUR-ACT-UNITS TO WS-UN-ACT-UNITS(WS-UND-IDX)
              END-IF
           END-IF.

       2510-OPEN-CUSTOMER  SECTION.

           MOVE ETU-CUST-ID      TO WS-CUR-CUST-ID.
           MOVE ETU-AREA-CODE    TO WS-CUR-AREA.
           MOVE ETU-TARIFF-CLASS TO WS-CUR-CLASS.
           MOVE ZEROS            TO WS-CUR-COUNT
                                    WS-CUR-UNDER-COUNT
                                    WS-CUR-EST-UNITS
                                    WS-CUR-ACT-UNITS.

       2600-POST-TO-SUMMARY  SECTION.

           MOVE WS-ROW-DIM   TO WS-SK-DIM.
           MOVE WS-ROW-VALUE TO WS-SK-VALUE.

           SET SUM-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-SUM-PASSED-FLAG.
           COMPUTE WS-SUM-INSERT-AT = WS-SUM-COUNT + 1.
           PERFORM 2610-MATCH-ONE-ROW
               VARYING WS-SUM-LOOP-CTR FROM 1 BY 1
               UNTIL WS-SUM-LOOP-CTR > WS-SUM-COUNT
                  OR SUM-FOUND
                  OR SUM-PASSED.

           IF SUM-NOT-FOUND
              IF WS-SUM-COUNT >= WS-MAX-SUM-ROWS
                 DISPLAY 'WARNING: SUMMARY TABLE FULL - MAX '
                         WS-MAX-SUM-ROWS
              ELSE
                 PERFORM 2620-INSERT-ROW
              END-IF
           END-IF.

           IF SUM-FOUND
              PERFORM 2640-ACCUMULATE-ROW
           END-IF.

       2610-MATCH-ONE-ROW  SECTION.

      *    THE TABLE IS IN KEY ORDER -- THE FIRST HIGHER KEY IS
      *    WHERE A NEW ROW BELONGS.
           SET WS-SUM-IDX TO WS-SUM-LOOP-CTR.
           IF WS-SM-KEY(WS-SUM-IDX) = WS-SEARCH-KEY
              SET SUM-FOUND TO TRUE
           ELSE
              IF WS-SM-KEY(WS-SUM-IDX) > WS-SEARCH-KEY
                 MOVE 'Y' TO WS-SUM-PASSED-FLAG
                 MOVE WS-SUM-LOOP-CTR TO WS-SUM-INSERT-AT
              END-IF
           END-IF.

       2620-INSERT-ROW  SECTION.

      *    EVERY ROW FROM THE INSERT POINT DOWN MOVES ONE PLACE
      *    TO MAKE ROOM.
           PERFORM 2630-SHIFT-ONE-ROW
               VARYING WS-SUM-SHIFT-CTR FROM WS-SUM-COUNT BY -1
               UNTIL WS-SUM-SHIFT-CTR < WS-SUM-INSERT-AT.

           ADD 1 TO WS-SUM-COUNT.
           SET WS-SUM-IDX TO WS-SUM-INSERT-AT.
           MOVE ZEROS         TO WS-SUM-ENTRY(WS-SUM-IDX).
           MOVE WS-SEARCH-KEY TO WS-SM-KEY(WS-SUM-IDX).
           SET SUM-FOUND TO TRUE.

       2630-SHIFT-ONE-ROW  SECTION.

           MOVE WS-SUM-ENTRY(WS-SUM-SHIFT-CTR)
               TO WS-SUM-ENTRY(WS-SUM-SHIFT-CTR + 1).

       2640-ACCUMULATE-ROW  SECTION.

           ADD 1                TO WS-SM-COUNT(WS-SUM-IDX).
           ADD ETU-EST-UNITS    TO WS-SM-EST-UNITS(WS-SUM-IDX).
           ADD ETU-ACTUAL-UNITS TO WS-SM-ACT-UNITS(WS-SUM-IDX).
           ADD WS-ROW-ABS-PCT   TO WS-SM-SUM-ABS-PCT(WS-SUM-IDX).
           ADD WS-ROW-ERROR-PCT TO WS-SM-SUM-ERR-PCT(WS-SUM-IDX).
           IF ROW-UNDER
              ADD 1 TO WS-SM-UNDER-COUNT(WS-SUM-IDX)
           END-IF.
           IF WS-ROW-ABS-PCT > WS-SM-WORST-ABS(WS-SUM-IDX)
              MOVE WS-ROW-ABS-PCT   TO WS-SM-WORST-ABS(WS-SUM-IDX)
              MOVE WS-ROW-ERROR-PCT TO WS-SM-WORST-PCT(WS-SUM-IDX)
           END-IF.

       2700-PRINT-SUMMARY  SECTION.

           MOVE WS-PERIOD TO WS-RH-PERIOD.
           MOVE WS-DATE   TO WS-RH-DATE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-RPT-HEADER1.
           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           STRING '  ERROR IS (ESTIMATED - ACTUAL) / ACTUAL -- '
                  'NEGATIVE IS UNDER-ESTIMATED'
                  DELIMITED BY SIZE
                  INTO WS-SECTION-TITLE
           END-STRING.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING '  NET ERROR IS ON TOTAL UNITS, MEAN ERROR AND '
                  'BIAS ARE PER TRUE-UP'
                  DELIMITED BY SIZE
                  INTO WS-SECTION-TITLE
           END-STRING.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.

           MOVE SPACE TO WS-LAST-DIM.
           PERFORM 2710-PRINT-ONE-ROW
               VARYING WS-SUM-LOOP-CTR FROM 1 BY 1
               UNTIL WS-SUM-LOOP-CTR > WS-SUM-COUNT.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE WS-TOT-COUNT       TO WS-PR-COUNT.
           MOVE WS-TOT-UNDER-COUNT TO WS-PR-UNDER-COUNT.
           MOVE WS-TOT-EST-UNITS   TO WS-PR-EST-UNITS.
           MOVE WS-TOT-ACT-UNITS   TO WS-PR-ACT-UNITS.
           MOVE WS-TOT-SUM-ABS-PCT TO WS-PR-SUM-ABS-PCT.
           MOVE WS-TOT-SUM-ERR-PCT TO WS-PR-SUM-ERR-PCT.
           MOVE WS-TOT-WORST-PCT   TO WS-PR-WORST-PCT.
           MOVE 'ALL'              TO WS-RD-VALUE.
           PERFORM 2750-FORMAT-DETAIL.

       2710-PRINT-ONE-ROW  SECTION.

           SET WS-SUM-IDX TO WS-SUM-LOOP-CTR.

           IF WS-SM-DIM(WS-SUM-IDX) NOT = WS-LAST-DIM
              PERFORM 2720-PRINT-DIMENSION-TITLE
           END-IF.

           MOVE WS-SM-COUNT(WS-SUM-IDX)       TO WS-PR-COUNT.
           MOVE WS-SM-UNDER-COUNT(WS-SUM-IDX) TO WS-PR-UNDER-COUNT.
           MOVE WS-SM-EST-UNITS(WS-SUM-IDX)   TO WS-PR-EST-UNITS.
           MOVE WS-SM-ACT-UNITS(WS-SUM-IDX)   TO WS-PR-ACT-UNITS.
           MOVE WS-SM-SUM-ABS-PCT(WS-SUM-IDX) TO WS-PR-SUM-ABS-PCT.
           MOVE WS-SM-SUM-ERR-PCT(WS-SUM-IDX) TO WS-PR-SUM-ERR-PCT.
           MOVE WS-SM-WORST-PCT(WS-SUM-IDX)   TO WS-PR-WORST-PCT.
           MOVE WS-SM-VALUE(WS-SUM-IDX)       TO WS-RD-VALUE.
           PERFORM 2750-FORMAT-DETAIL.

       2720-PRINT-DIMENSION-TITLE  SECTION.

           MOVE WS-SM-DIM(WS-SUM-IDX) TO WS-LAST-DIM.
           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           EVALUATE TRUE
               WHEN SM-DIM-AREA(WS-SUM-IDX)
                   MOVE '  BY AREA' TO WS-SECTION-TITLE
               WHEN SM-DIM-CLASS(WS-SUM-IDX)
                   MOVE '  BY TARIFF CLASS' TO WS-SECTION-TITLE
               WHEN SM-DIM-FREQ(WS-SUM-IDX)
                   MOVE '  BY BILLING FREQUENCY' TO WS-SECTION-TITLE
               WHEN SM-DIM-RUN(WS-SUM-IDX)
                   MOVE '  BY CONSECUTIVE ESTIMATES BEFORE THE TRUE-UP'
                       TO WS-SECTION-TITLE
           END-EVALUATE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-RPT-HEADER2.

       2750-FORMAT-DETAIL  SECTION.

      *    NET ERROR IS TAKEN ON THE TOTAL UNITS, SO A LARGE
      *    ACCOUNT WEIGHS MORE; THE MEANS TREAT EVERY TRUE-UP ALIKE.
           IF WS-PR-ACT-UNITS = ZEROS
              MOVE ZEROS TO WS-PR-NET-PCT
           ELSE
              COMPUTE WS-PR-NET-PCT ROUNDED =
                      (WS-PR-EST-UNITS - WS-PR-ACT-UNITS) * 100
                      / WS-PR-ACT-UNITS
                  ON SIZE ERROR
                      MOVE WS-MAX-ERROR-PCT TO WS-PR-NET-PCT
              END-COMPUTE
           END-IF.

           MOVE WS-PR-COUNT       TO WS-RD-COUNT.
           MOVE WS-PR-EST-UNITS   TO WS-RD-EST-UNITS.
           MOVE WS-PR-ACT-UNITS   TO WS-RD-ACT-UNITS.
           MOVE WS-PR-NET-PCT     TO WS-RD-NET-PCT.
           MOVE WS-PR-WORST-PCT   TO WS-RD-WORST-PCT.
           MOVE WS-PR-UNDER-COUNT TO WS-RD-UNDER-COUNT.
           IF WS-PR-COUNT = ZEROS
              MOVE ZEROS TO WS-RD-MEAN-ABS-PCT
              MOVE ZEROS TO WS-RD-MEAN-ERR-PCT
           ELSE
              COMPUTE WS-RD-MEAN-ABS-PCT ROUNDED =
                      WS-PR-SUM-ABS-PCT / WS-PR-COUNT
              COMPUTE WS-RD-MEAN-ERR-PCT ROUNDED =
                      WS-PR-SUM-ERR-PCT / WS-PR-COUNT
           END-IF.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-RPT-DETAIL.

       2800-PRINT-UNDER-LIST  SECTION.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING '  CUSTOMERS UNDER-ESTIMATED AT EVERY TRUE-UP SINCE '
                  WS-WINDOW-START ' (AT LEAST ' WS-MIN-UNDER-TRUEUPS
                  ' TRUE-UPS)'
                  DELIMITED BY SIZE
                  INTO WS-SECTION-TITLE
           END-STRING.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-RPT-UNDER-HEADER.

           PERFORM 2810-PRINT-ONE-UNDER
               VARYING WS-UND-LOOP-CTR FROM 1 BY 1
               UNTIL WS-UND-LOOP-CTR > WS-UND-COUNT.

           IF WS-UND-COUNT = ZEROS
              MOVE '  NONE' TO WS-SECTION-TITLE
              WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE
           END-IF.

           IF WS-UND-OVERFLOW-CTR > ZEROS
              MOVE SPACES TO WS-SECTION-TITLE
              STRING '  ' WS-UND-OVERFLOW-CTR
                     ' FURTHER CUSTOMERS NOT LISTED - TABLE FULL'
                     DELIMITED BY SIZE
                     INTO WS-SECTION-TITLE
              END-STRING
              WRITE TO01-ACCURACY-RPT-RECORD FROM WS-SECTION-TITLE
           END-IF.

       2810-PRINT-ONE-UNDER  SECTION.

           SET WS-UND-IDX TO WS-UND-LOOP-CTR.

           MOVE WS-UN-CUST-ID(WS-UND-IDX) TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE SPACES TO CUST-FIRST-NAME
                   MOVE '*NOT ON FILE' TO CUST-LAST-NAME
                   ADD 1 TO WS-NO-CUST-CTR
           END-READ.

           MOVE WS-UN-CUST-ID(WS-UND-IDX)   TO WS-RU-CUST-ID.
           MOVE CUST-FIRST-NAME             TO WS-RU-FIRST-NAME.
           MOVE CUST-LAST-NAME              TO WS-RU-LAST-NAME.
           MOVE WS-UN-AREA(WS-UND-IDX)      TO WS-RU-AREA.
           MOVE WS-UN-CLASS(WS-UND-IDX)     TO WS-RU-CLASS.
           MOVE WS-UN-COUNT(WS-UND-IDX)     TO WS-RU-COUNT.
           MOVE WS-UN-EST-UNITS(WS-UND-IDX) TO WS-RU-EST-UNITS.
           MOVE WS-UN-ACT-UNITS(WS-UND-IDX) TO WS-RU-ACT-UNITS.
           COMPUTE WS-RU-UNDER-PCT ROUNDED =
                   (WS-UN-ACT-UNITS(WS-UND-IDX)
                    - WS-UN-EST-UNITS(WS-UND-IDX)) * 100
                   / WS-UN-ACT-UNITS(WS-UND-IDX)
               ON SIZE ERROR
                   MOVE WS-MAX-ERROR-PCT TO WS-RU-UNDER-PCT
           END-COMPUTE.
           WRITE TO01-ACCURACY-RPT-RECORD FROM WS-RPT-UNDER-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' REGISTER ROWS READ       ',  WS-READ-CTR
           DISPLAY ' TRUE-UPS IN PERIOD       ',  WS-PERIOD-CTR
           DISPLAY ' SELF-READ BASIS EXCLUDED ',  WS-EXCLUDED-CTR
           DISPLAY ' NO ACTUAL MOVEMENT       ',  WS-ZERO-ACTUAL-CTR
           DISPLAY ' SUMMARY LINES            ',  WS-SUM-COUNT
           DISPLAY ' UNDER-ESTIMATED LISTED   ',  WS-UND-COUNT
           DISPLAY ' UNDER LIST OVERFLOW      ',  WS-UND-OVERFLOW-CTR
           DISPLAY ' CUSTOMERS NOT ON FILE    ',  WS-NO-CUST-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-TRUEUP-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-ACCURACY-RPT.

           STOP RUN.
