       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BVA001.

      *    REVENUE BUDGET AGAINST ACTUAL. FOR THE PERIOD OF RECORD
      *    AND THE YEAR TO DATE, EVERY AREA AND TARIFF CLASS ON
      *    THE BUDGET MASTER IS SET AGAINST WHAT WAS BILLED, AND
      *    EVERY AREA'S BUDGETED CASH AGAINST WHAT WAS COLLECTED.
      *    EACH REVENUE VARIANCE IS SPLIT INTO A VOLUME EFFECT --
      *    THE UNITS MISSED OR GAINED, PRICED AT THE BUDGET'S OWN
      *    AVERAGE RATE -- AND A PRICE/MIX EFFECT, WHICH IS THE
      *    REST. AN AREA WHOSE MONTH OR YEAR-TO-DATE VARIANCE IS
      *    WIDER THAN THE PARM PERCENTAGE IS FLAGGED AND LISTED AT
      *    THE FOOT FOR FINANCE'S COMMENTARY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE BUDGET ITSELF, MAINTAINED BY BUDG001 -- BROWSED FROM
      *    JANUARY OF THE PERIOD'S YEAR TO THE PERIOD ITSELF.
           SELECT MI01-BUDG-KSDS      ASSIGN TO BUDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS BUD-KEY
           FILE STATUS            IS WS-BUD-STATUS.

      *    BILLED UNITS AND ENERGY REVENUE -- THE DETERMINANT ROWS
      *    BILL003 WRITES AS IT PRICES EACH SLAB, CARRYING THE
      *    AREA AND TARIFF CLASS THE BILL WAS PRICED UNDER. THE
      *    SAME INPUT RATECASE AGGREGATES FOR THE REGULATOR; THE
      *    JCL CONCATENATES THE GDG BASE.
           SELECT TI01-DETERMINANTS   ASSIGN TO DETRMNT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DET-STATUS.

      *    THE REST OF THE REVENUE BILLED ON TOP OF THE ENERGY --
      *    METER RENT, DEMAND CHARGE, FUEL-COST AND POWER-FACTOR
      *    ADJUSTMENTS -- OFF THE HISTORY ROWS STAMPED INTO THE
      *    YEAR. TAX IS NOT REVENUE AND IS LEFT OUT.
           SELECT MI02-BILL-HIST-KSDS ASSIGN TO BILHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS BH-KEY
           FILE STATUS            IS WS-BH-STATUS.

      *    TARIFF CLASS OF EACH BILL-HISTORY CUSTOMER.
           SELECT MI03-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    COLLECTIONS -- BILLPAYDB2'S NIGHTLY GL EXTRACT, BY AREA.
      *    THE GDG BASE SPANS MONTHS; ROWS ARE KEPT BY RUN DATE.
           SELECT TI02-GL-EXTRACT     ASSIGN TO GLEXTRIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-GL-STATUS.

      *    SYSTEM PERIOD CONTROL MAINTAINED BY PERD001.
           SELECT MI09-PERIOD-KSDS    ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

           SELECT TO01-BVA-RPT        ASSIGN TO BVARPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME BUDGET LAYOUT BUDG001 MAINTAINS.
       FD MI01-BUDG-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-BUDG-RECORD.
          05 BUD-KEY.
             10 BUD-PERIOD        PIC 9(06).
             10 BUD-AREA-CODE     PIC X(06).
             10 BUD-TARIFF-CLASS  PIC X(01).
          05 BUD-UNITS            PIC 9(10).
          05 BUD-REVENUE          PIC 9(11)V99.
          05 BUD-COLLECTIONS      PIC 9(11)V99.
          05 BUD-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(23).

      *    SAME 40-BYTE DETERMINANT LAYOUT BILL003 WRITES.
       FD TI01-DETERMINANTS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-DET-RECORD.
          05 DET-BILL-PERIOD      PIC 9(06).
          05 DET-AREA-CODE        PIC X(06).
          05 DET-TARIFF-CLASS     PIC X(01).
          05 DET-TOU-BAND         PIC X(01).
          05 DET-RATE             PIC 9(03)V99.
          05 DET-UNITS            PIC 9(06).
          05 DET-REVENUE          PIC 9(08)V99.
          05 FILLER               PIC X(05).

       FD MI02-BILL-HIST-KSDS
           RECORD CONTAINS         260 CHARACTERS.

       01 MI02-BILL-HIST-RECORD.
          05 BH-KEY.
             10 BH-CUST-ID        PIC X(12).
             10 BH-BILL-PERIOD    PIC 9(06).
             10 BH-BILL-ID        PIC X(12).
          05 BH-BILL-IMAGE        PIC X(230).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT OFF
      *    AFTER THE TARIFF CLASS.
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
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
             88 TARIFF-DOMESTIC    VALUE 'D' SPACE.
          05 FILLER           PIC X(43).

       FD TI02-GL-EXTRACT
           RECORDING MODE          IS F
           RECORD CONTAINS         53  CHARACTERS.

       01 TI02-GL-RECORD.
          05 GL-AREA-CODE         PIC X(6).
          05 GL-RUN-DATE          PIC 9(08).
          05 GL-BILLED-AMT        PIC 9(11)V99.
          05 GL-COLLECTED-AMT     PIC 9(11)V99.
          05 GL-OUTSTANDING-AMT   PIC 9(11)V99.

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI09-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

       FD TO01-BVA-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-BVA-RPT-RECORD   PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-BUD-STATUS         PIC X(02).
             88 BUD-IO-STATUS      VALUE '00'.
             88 BUD-EOF            VALUE '10'.
          05 WS-DET-STATUS         PIC X(02).
             88 DET-IO-STATUS      VALUE '00'.
             88 DET-EOF            VALUE '10'.
          05 WS-BH-STATUS          PIC X(02).
             88 BH-IO-STATUS       VALUE '00'.
             88 BH-EOF             VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-GL-STATUS          PIC X(02).
             88 GL-IO-STATUS       VALUE '00'.
             88 GL-EOF             VALUE '10'.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06) VALUE ZEROS.
          05 WS-YEAR-START         PIC 9(06) VALUE ZEROS.

      *    PARM IS THE VARIANCE, IN WHOLE PERCENT EITHER WAY, THAT
      *    CALLS FOR A COMMENT -- FIVE UNLESS THE RUN SAYS OTHERWISE.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-THRESHOLD  PIC X(03) VALUE SPACES.
             10 FILLER             PIC X(77) VALUE SPACES.
          05 WS-THRESHOLD-PCT      PIC 9(03) VALUE 5.

      *    SAME BILL IMAGE LAYOUT TAXREG READS OFF BILL HISTORY.
       01 WS-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CUST-ID     PIC X(12).
          05 BILL-MTR-ID      PIC X(14).
          05 BILL-FIRST-NAME  PIC X(10).
          05 BILL-LAST-NAME   PIC X(10).
          05 BILL-AREA-CODE   PIC X(6).
          05 BILL-ADDRESS     PIC X(29).
          05 BILL-UNITS       PIC 9(6).
          05 BILL-ENERGY-CHG  PIC 9(8)V99.
          05 BILL-METER-RENT  PIC 9(5)V99.
          05 BILL-TAX-AMOUNT  PIC 9(6)V99.
          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-EST-FLAG    PIC X(1).
          05 BILL-PEAK-UNITS  PIC 9(6).
          05 BILL-NORM-UNITS  PIC 9(6).
          05 BILL-OFFP-UNITS  PIC 9(6).
          05 BILL-SPLIT-OLD-UNITS PIC 9(6).
          05 BILL-SPLIT-NEW-UNITS PIC 9(6).
          05 BILL-DISCOUNT-AMT PIC 9(6)V99.
          05 BILL-EXPORT-UNITS PIC 9(6).
          05 BILL-EXPORT-CR   PIC 9(6)V99.
          05 BILL-DEMAND-KW   PIC 9(5)V99.
          05 BILL-DEMAND-CHG  PIC 9(6)V99.
          05 BILL-PF-VALUE    PIC 9V99.
          05 BILL-PF-ADJ      PIC S9(6)V99.
          05 BILL-FCA-AMT     PIC S9(6)V99.
          05 BILL-ADJ-AMT     PIC S9(6)V99.
          05 BILL-CANCEL-FLAG PIC X(1).
             88 BILL-CANCELLED           VALUE 'X'.

      *    THE ROW BEING POSTED INTO THE CELL TABLE.
       01 WS-POST-VARIABLES.
          05 WS-SEARCH-KEY.
             10 WS-SK-AREA         PIC X(06).
             10 WS-SK-CLASS        PIC X(01).
          05 WS-POST-PERIOD        PIC 9(06) VALUE ZEROS.
          05 WS-POST-UNITS         PIC 9(10) VALUE ZEROS.
          05 WS-POST-AMOUNT        PIC S9(11)V99 VALUE ZEROS.
          05 WS-POST-TYPE          PIC X(01) VALUE SPACE.
             88 POST-BUDGET                  VALUE 'B'.
             88 POST-ACTUAL                  VALUE 'A'.
          05 WS-LAST-CUST-ID       PIC X(12) VALUE SPACES.
          05 WS-LAST-CUST-CLASS    PIC X(01) VALUE SPACE.

      *    ONE CELL PER AREA AND TARIFF CLASS, KEPT IN KEY ORDER AS
      *    ROWS ARRIVE -- THE SAME INSERT-IN-PLACE TABLE TAXREG
      *    BUILDS ITS REGISTER IN, SO THE REPORT NEEDS NO SORT.
       01 WS-CELL-STORAGE.
          05 WS-CELL-ROW OCCURS 600 TIMES
                         INDEXED BY WS-CL-IDX.
             10 WS-CL-KEY.
                15 WS-CL-AREA          PIC X(06).
                15 WS-CL-CLASS         PIC X(01).
             10 WS-CL-AMOUNTS.
                15 WS-CL-BUD-UNITS-M   PIC 9(10).
                15 WS-CL-BUD-AMT-M     PIC 9(11)V99.
                15 WS-CL-ACT-UNITS-M   PIC 9(10).
                15 WS-CL-ACT-AMT-M     PIC S9(11)V99.
                15 WS-CL-BUD-UNITS-Y   PIC 9(10).
                15 WS-CL-BUD-AMT-Y     PIC 9(11)V99.
                15 WS-CL-ACT-UNITS-Y   PIC 9(10).
                15 WS-CL-ACT-AMT-Y     PIC S9(11)V99.
          05 WS-CELL-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-CELLS          PIC 9(04) VALUE 600.
          05 WS-CELL-LOOP-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-CELL-SHIFT-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-CELL-INSERT-AT     PIC 9(04) VALUE ZEROS.
          05 WS-CELL-FOUND-FLAG    PIC X(01) VALUE 'N'.
             88 CELL-FOUND         VALUE 'Y'.
             88 CELL-NOT-FOUND     VALUE 'N'.
          05 WS-CELL-PASSED-FLAG   PIC X(01) VALUE 'N'.
             88 CELL-PASSED        VALUE 'Y'.
          05 WS-CELL-FULL-FLAG     PIC X(01) VALUE 'N'.
             88 CELL-TABLE-FULL    VALUE 'Y'.

      *    BUDGETED AND COLLECTED CASH BY AREA -- THE GL EXTRACT
      *    CARRIES NO TARIFF CLASS, SO CASH IS MEASURED AT AREA
      *    LEVEL ONLY.
       01 WS-AREA-STORAGE.
          05 WS-AREA-ROW OCCURS 200 TIMES
                         INDEXED BY WS-AR-IDX.
             10 WS-AR-AREA            PIC X(06).
             10 WS-AR-BUD-CASH-M      PIC 9(11)V99.
             10 WS-AR-ACT-CASH-M      PIC 9(11)V99.
             10 WS-AR-BUD-CASH-Y      PIC 9(11)V99.
             10 WS-AR-ACT-CASH-Y      PIC 9(11)V99.
          05 WS-AREA-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-AREAS          PIC 9(04) VALUE 200.
          05 WS-AREA-LOOP-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-AREA-FOUND-FLAG    PIC X(01) VALUE 'N'.
             88 AREA-FOUND         VALUE 'Y'.
          05 WS-AREA-FULL-FLAG     PIC X(01) VALUE 'N'.
             88 AREA-TABLE-FULL    VALUE 'Y'.

      *    AREA AND GRAND TOTALS GATHERED AS THE CELLS PRINT.
       01 WS-TOTAL-STORAGE.
          05 WS-CURRENT-AREA       PIC X(06) VALUE SPACES.
          05 WS-AT-AMOUNTS.
             10 WS-AT-BUD-UNITS-M  PIC 9(11).
             10 WS-AT-BUD-AMT-M    PIC 9(12)V99.
             10 WS-AT-ACT-UNITS-M  PIC 9(11).
             10 WS-AT-ACT-AMT-M    PIC S9(12)V99.
             10 WS-AT-BUD-UNITS-Y  PIC 9(11).
             10 WS-AT-BUD-AMT-Y    PIC 9(12)V99.
             10 WS-AT-ACT-UNITS-Y  PIC 9(11).
             10 WS-AT-ACT-AMT-Y    PIC S9(12)V99.
          05 WS-GT-AMOUNTS.
             10 WS-GT-BUD-UNITS-M  PIC 9(11).
             10 WS-GT-BUD-AMT-M    PIC 9(12)V99.
             10 WS-GT-ACT-UNITS-M  PIC 9(11).
             10 WS-GT-ACT-AMT-M    PIC S9(12)V99.
             10 WS-GT-BUD-UNITS-Y  PIC 9(11).
             10 WS-GT-BUD-AMT-Y    PIC 9(12)V99.
             10 WS-GT-ACT-UNITS-Y  PIC 9(11).
             10 WS-GT-ACT-AMT-Y    PIC S9(12)V99.
             10 WS-GT-BUD-CASH-M   PIC 9(12)V99.
             10 WS-GT-ACT-CASH-M   PIC 9(12)V99.
             10 WS-GT-BUD-CASH-Y   PIC 9(12)V99.
             10 WS-GT-ACT-CASH-Y   PIC 9(12)V99.

      *    ONE VARIANCE AT A TIME -- LOADED BY THE CALLER, WORKED
      *    BY 2760-COMPUTE-VARIANCE.
       01 WS-VARIANCE-WORK.
          05 WS-CV-BUD-UNITS       PIC 9(11) VALUE ZEROS.
          05 WS-CV-ACT-UNITS       PIC 9(11) VALUE ZEROS.
          05 WS-CV-BUD-AMT         PIC 9(12)V99 VALUE ZEROS.
          05 WS-CV-ACT-AMT         PIC S9(12)V99 VALUE ZEROS.
          05 WS-CV-VARIANCE        PIC S9(12)V99 VALUE ZEROS.
          05 WS-CV-PCT             PIC S9(05)V9 VALUE ZEROS.
          05 WS-CV-VOLUME          PIC S9(12)V99 VALUE ZEROS.
          05 WS-CV-PRICE           PIC S9(12)V99 VALUE ZEROS.
          05 WS-CV-OVER-FLAG       PIC X(01) VALUE 'N'.
             88 CV-OVER-THRESHOLD  VALUE 'Y'.

      *    AREAS PAST THE THRESHOLD, IN REPORT ORDER, FOR THE
      *    COMMENTARY LIST AT THE FOOT.
       01 WS-FLAG-STORAGE.
          05 WS-FLAG-ROW OCCURS 200 TIMES
                         INDEXED BY WS-FL-IDX.
             10 WS-FL-AREA          PIC X(06).
             10 WS-FL-REV-PCT-M     PIC S9(05)V9.
             10 WS-FL-REV-PCT-Y     PIC S9(05)V9.
             10 WS-FL-CASH-PCT-M    PIC S9(05)V9.
          05 WS-FLAG-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-FLAGS          PIC 9(04) VALUE 200.
          05 WS-FLAG-LOOP-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-AREA-FLAG-SW       PIC X(01) VALUE 'N'.
             88 AREA-FLAGGED       VALUE 'Y'.
          05 WS-HOLD-REV-PCT-M     PIC S9(05)V9 VALUE ZEROS.
          05 WS-HOLD-REV-PCT-Y     PIC S9(05)V9 VALUE ZEROS.
          05 WS-HOLD-CASH-PCT-M    PIC S9(05)V9 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-BUD-CTR            PIC 9(07) VALUE ZEROS.
          05 WS-DET-CTR            PIC 9(09) VALUE ZEROS.
          05 WS-DET-USED-CTR       PIC 9(09) VALUE ZEROS.
          05 WS-HIST-CTR           PIC 9(09) VALUE ZEROS.
          05 WS-HIST-USED-CTR      PIC 9(09) VALUE ZEROS.
          05 WS-NO-CUST-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-GL-USED-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-DROPPED-CTR        PIC 9(07) VALUE ZEROS.

       01 WS-RPT-HEADER.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'REVENUE BUDGET AGAINST ACTUAL - PERIOD'.
          05 WS-RH-PERIOD         PIC 9(06).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'COMMENT THRESHOLD'.
          05 WS-RH-THRESHOLD      PIC ZZ9.
          05 FILLER               PIC X(01) VALUE '%'.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER               PIC X(17) VALUE
             '  AREA   CLS    '.
          05 FILLER               PIC X(12) VALUE '  BUD UNITS'.
          05 FILLER               PIC X(12) VALUE '  ACT UNITS'.
          05 FILLER               PIC X(18) VALUE
             '    BUDGET AMOUNT'.
          05 FILLER               PIC X(18) VALUE
             '    ACTUAL AMOUNT'.
          05 FILLER               PIC X(19) VALUE
             '         VARIANCE'.
          05 FILLER               PIC X(07) VALUE ' VAR %'.
          05 FILLER               PIC X(13) VALUE '  VOLUME EFF'.
          05 FILLER               PIC X(13) VALUE '   PRICE EFF'.
          05 FILLER               PIC X(04) VALUE 'FLAG'.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-AREA           PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-CLASS          PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-BASIS          PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-BUD-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-ACT-UNITS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-BUD-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-ACT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-VARIANCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-PCT            PIC -ZZ9.9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-VOLUME         PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-PRICE          PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-FLAG           PIC X(04).

       01 WS-RPT-CASH-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RC-AREA           PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RC-LABEL          PIC X(15).
          05 FILLER               PIC X(17) VALUE SPACES.
          05 WS-RC-BUD-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RC-ACT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RC-VARIANCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RC-PCT            PIC -ZZ9.9.
          05 FILLER               PIC X(27) VALUE SPACES.
          05 WS-RC-FLAG           PIC X(04).

       01 WS-RPT-COMMENT-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'AREAS OVER THE THRESHOLD - COMMENTARY REQUIRED'.
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-RPT-COMMENT-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-CM-AREA           PIC X(06).
          05 FILLER               PIC X(14) VALUE '  REVENUE MTH'.
          05 WS-CM-REV-PCT-M      PIC -ZZ9.9.
          05 FILLER               PIC X(10) VALUE '%  YTD'.
          05 WS-CM-REV-PCT-Y      PIC -ZZ9.9.
          05 FILLER               PIC X(14) VALUE '%  CASH MTH'.
          05 WS-CM-CASH-PCT-M     PIC -ZZ9.9.
          05 FILLER               PIC X(04) VALUE '%'.
          05 FILLER               PIC X(12) VALUE 'COMMENTARY:'.
          05 FILLER               PIC X(39) VALUE ALL '_'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BVA001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  REVENUE BUDGET AGAINST ACTUAL         '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-THRESHOLD IS NUMERIC
              MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD-PCT
           END-IF.
           DISPLAY 'COMMENT THRESHOLD PERCENT: ' WS-THRESHOLD-PCT.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-SET-PERIOD.

           PERFORM 2200-LOAD-BUDGET.

           PERFORM 2300-GATHER-DETERMINANTS UNTIL DET-EOF.

           PERFORM 2400-GATHER-BILL-HISTORY UNTIL BH-EOF.

           PERFORM 2500-GATHER-COLLECTIONS UNTIL GL-EOF.

           PERFORM 2700-WRITE-REPORT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-BUDG-KSDS.
           IF NOT BUD-IO-STATUS
              DISPLAY 'ERROR OPENING BUDGET KSDS: ' WS-BUD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI01-DETERMINANTS.
           IF NOT DET-IO-STATUS
              DISPLAY 'ERROR OPENING DETERMINANTS FILE: '
                      WS-DET-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-BILL-HIST-KSDS.
           IF NOT BH-IO-STATUS
              DISPLAY 'ERROR OPENING BILL HISTORY KSDS: '
                      WS-BH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI02-GL-EXTRACT.
           IF NOT GL-IO-STATUS
              DISPLAY 'ERROR OPENING GL EXTRACT: ' WS-GL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-BVA-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING BUDGET VARIANCE REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-SET-PERIOD  SECTION.

      *    THE PERIOD OF RECORD, NOT THE WALL CLOCK -- THE SAME
      *    RULE ARROLL FOLLOWS. THE BUDGET YEAR IS THE CALENDAR
      *    YEAR, SO THE YEAR TO DATE OPENS AT JANUARY.
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

           MOVE WS-PERIOD(1:4) TO WS-YEAR-START(1:4).
           MOVE '01'           TO WS-YEAR-START(5:2).

       2200-LOAD-BUDGET  SECTION.

           MOVE LOW-VALUES    TO BUD-KEY.
           MOVE WS-YEAR-START TO BUD-PERIOD.

           START MI01-BUDG-KSDS
               KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   SET BUD-EOF TO TRUE
           END-START.

           PERFORM 2250-READ-ONE-BUDGET UNTIL BUD-EOF.

           IF WS-BUD-CTR = ZEROS
              DISPLAY 'NO BUDGET ON FILE FOR ' WS-YEAR-START
                      ' TO ' WS-PERIOD ' - ACTUALS ONLY'
           END-IF.

       2250-READ-ONE-BUDGET  SECTION.

           READ MI01-BUDG-KSDS NEXT
               AT END  SET BUD-EOF TO TRUE
               NOT AT END
                   IF BUD-PERIOD > WS-PERIOD
                      SET BUD-EOF TO TRUE
                   ELSE
                      ADD 1 TO WS-BUD-CTR
                      MOVE BUD-AREA-CODE    TO WS-SK-AREA
                      MOVE BUD-TARIFF-CLASS TO WS-SK-CLASS
                      MOVE BUD-PERIOD       TO WS-POST-PERIOD
                      MOVE BUD-UNITS        TO WS-POST-UNITS
                      MOVE BUD-REVENUE      TO WS-POST-AMOUNT
                      SET POST-BUDGET       TO TRUE
                      PERFORM 2600-POST-TO-CELL
                      PERFORM 2650-FIND-AREA
                      IF AREA-FOUND
                         ADD BUD-COLLECTIONS
                             TO WS-AR-BUD-CASH-Y(WS-AR-IDX)
                         IF BUD-PERIOD = WS-PERIOD
                            ADD BUD-COLLECTIONS
                                TO WS-AR-BUD-CASH-M(WS-AR-IDX)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       2300-GATHER-DETERMINANTS  SECTION.

      *    THE GDG CARRIES EVERY RETAINED BILLING RUN -- ONLY THE
      *    ROWS PRICED IN THIS BUDGET YEAR, UP TO THE PERIOD, COUNT.
           READ TI01-DETERMINANTS
               AT END  SET DET-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DET-CTR
                   IF DET-BILL-PERIOD NOT < WS-YEAR-START
                      AND DET-BILL-PERIOD NOT > WS-PERIOD
                      ADD 1 TO WS-DET-USED-CTR
                      MOVE DET-AREA-CODE    TO WS-SK-AREA
                      IF DET-TARIFF-CLASS = SPACE
                         MOVE 'D'              TO WS-SK-CLASS
                      ELSE
                         MOVE DET-TARIFF-CLASS TO WS-SK-CLASS
                      END-IF
                      MOVE DET-BILL-PERIOD  TO WS-POST-PERIOD
                      MOVE DET-UNITS        TO WS-POST-UNITS
                      MOVE DET-REVENUE      TO WS-POST-AMOUNT
                      SET POST-ACTUAL       TO TRUE
                      PERFORM 2600-POST-TO-CELL
                   END-IF
           END-READ.

       2400-GATHER-BILL-HISTORY  SECTION.

      *    ONLY THE CHARGES ON TOP OF THE ENERGY ARE TAKEN HERE --
      *    THE ENERGY AND ITS UNITS ARE ALREADY IN FROM THE
      *    DETERMINANTS. A CANCELLED BILL'S CHARGES WERE TAKEN
      *    BACK BY ITS CREDIT NOTE AND ARE NOT REVENUE.
           READ MI02-BILL-HIST-KSDS
               AT END  SET BH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-CTR
                   IF BH-BILL-PERIOD NOT < WS-YEAR-START
                      AND BH-BILL-PERIOD NOT > WS-PERIOD
                      MOVE BH-BILL-IMAGE TO WS-BILL-RECORD
                      IF NOT BILL-CANCELLED
                         PERFORM 2450-POST-OTHER-CHARGES
                      END-IF
                   END-IF
           END-READ.

       2450-POST-OTHER-CHARGES  SECTION.

           ADD 1 TO WS-HIST-USED-CTR.

      *    HISTORY IS IN CUSTOMER ORDER -- ONE MASTER READ SERVES
      *    ALL OF A CUSTOMER'S BILLS.
           IF BILL-CUST-ID NOT = WS-LAST-CUST-ID
              MOVE BILL-CUST-ID TO WS-LAST-CUST-ID
              MOVE BILL-CUST-ID TO CUST-KEY
              READ MI03-CUSTOMER-KSDS
                  INVALID KEY
                      ADD 1 TO WS-NO-CUST-CTR
                      MOVE 'D' TO WS-LAST-CUST-CLASS
                  NOT INVALID KEY
                      IF TARIFF-DOMESTIC
                         MOVE 'D' TO WS-LAST-CUST-CLASS
                      ELSE
                         MOVE CUST-TARIFF-CLASS TO WS-LAST-CUST-CLASS
                      END-IF
              END-READ
           END-IF.

           MOVE BILL-AREA-CODE     TO WS-SK-AREA.
           MOVE WS-LAST-CUST-CLASS TO WS-SK-CLASS.
           MOVE BH-BILL-PERIOD     TO WS-POST-PERIOD.
           MOVE ZEROS              TO WS-POST-UNITS.
           COMPUTE WS-POST-AMOUNT =
                   BILL-METER-RENT + BILL-DEMAND-CHG
                 + BILL-FCA-AMT    + BILL-PF-ADJ.
           SET POST-ACTUAL         TO TRUE.

           IF WS-POST-AMOUNT NOT = ZEROS
              PERFORM 2600-POST-TO-CELL
           END-IF.

       2500-GATHER-COLLECTIONS  SECTION.

           READ TI02-GL-EXTRACT
               AT END  SET GL-EOF TO TRUE
               NOT AT END
                   IF GL-AREA-CODE NOT = 'TOTAL '
                      AND GL-RUN-DATE(1:6) NOT < WS-YEAR-START
                      AND GL-RUN-DATE(1:6) NOT > WS-PERIOD
                      ADD 1 TO WS-GL-USED-CTR
                      MOVE GL-AREA-CODE TO WS-SK-AREA
                      PERFORM 2650-FIND-AREA
                      IF AREA-FOUND
                         ADD GL-COLLECTED-AMT
                             TO WS-AR-ACT-CASH-Y(WS-AR-IDX)
                         IF GL-RUN-DATE(1:6) = WS-PERIOD
                            ADD GL-COLLECTED-AMT
                                TO WS-AR-ACT-CASH-M(WS-AR-IDX)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       2600-POST-TO-CELL  SECTION.

           MOVE 'N' TO WS-CELL-FOUND-FLAG.
           MOVE 'N' TO WS-CELL-PASSED-FLAG.
           COMPUTE WS-CELL-INSERT-AT = WS-CELL-COUNT + 1.

           PERFORM 2610-MATCH-ONE-CELL
               VARYING WS-CELL-LOOP-CTR FROM 1 BY 1
               UNTIL WS-CELL-LOOP-CTR > WS-CELL-COUNT
                  OR CELL-FOUND
                  OR CELL-PASSED.

           IF CELL-NOT-FOUND
              IF WS-CELL-COUNT >= WS-MAX-CELLS
                 IF NOT CELL-TABLE-FULL
                    DISPLAY 'WARNING: CELL TABLE FULL - MAX '
                            WS-MAX-CELLS ' AREA/CLASS CELLS'
                    SET CELL-TABLE-FULL TO TRUE
                 END-IF
                 ADD 1 TO WS-DROPPED-CTR
              ELSE
                 PERFORM 2620-INSERT-CELL
              END-IF
           END-IF.

           IF CELL-FOUND
              PERFORM 2640-ACCUMULATE-CELL
           END-IF.

       2610-MATCH-ONE-CELL  SECTION.

      *    THE TABLE IS IN KEY ORDER -- THE FIRST HIGHER KEY IS
      *    WHERE A NEW CELL BELONGS.
           SET WS-CL-IDX TO WS-CELL-LOOP-CTR.
           IF WS-CL-KEY(WS-CL-IDX) = WS-SEARCH-KEY
              SET CELL-FOUND TO TRUE
           ELSE
              IF WS-CL-KEY(WS-CL-IDX) > WS-SEARCH-KEY
                 SET CELL-PASSED TO TRUE
                 MOVE WS-CELL-LOOP-CTR TO WS-CELL-INSERT-AT
              END-IF
           END-IF.

       2620-INSERT-CELL  SECTION.

      *    EVERY CELL FROM THE INSERT POINT DOWN MOVES ONE PLACE
      *    TO MAKE ROOM.
           PERFORM 2630-SHIFT-ONE-CELL
               VARYING WS-CELL-SHIFT-CTR FROM WS-CELL-COUNT BY -1
               UNTIL WS-CELL-SHIFT-CTR < WS-CELL-INSERT-AT.

           ADD 1 TO WS-CELL-COUNT.
           SET WS-CL-IDX TO WS-CELL-INSERT-AT.
           MOVE ZEROS         TO WS-CL-AMOUNTS(WS-CL-IDX).
           MOVE WS-SEARCH-KEY TO WS-CL-KEY(WS-CL-IDX).
           SET CELL-FOUND TO TRUE.

       2630-SHIFT-ONE-CELL  SECTION.

           MOVE WS-CELL-ROW(WS-CELL-SHIFT-CTR)
               TO WS-CELL-ROW(WS-CELL-SHIFT-CTR + 1).

       2640-ACCUMULATE-CELL  SECTION.

           IF POST-BUDGET
              ADD WS-POST-UNITS  TO WS-CL-BUD-UNITS-Y(WS-CL-IDX)
              ADD WS-POST-AMOUNT TO WS-CL-BUD-AMT-Y(WS-CL-IDX)
              IF WS-POST-PERIOD = WS-PERIOD
                 ADD WS-POST-UNITS  TO WS-CL-BUD-UNITS-M(WS-CL-IDX)
                 ADD WS-POST-AMOUNT TO WS-CL-BUD-AMT-M(WS-CL-IDX)
              END-IF
           ELSE
              ADD WS-POST-UNITS  TO WS-CL-ACT-UNITS-Y(WS-CL-IDX)
              ADD WS-POST-AMOUNT TO WS-CL-ACT-AMT-Y(WS-CL-IDX)
              IF WS-POST-PERIOD = WS-PERIOD
                 ADD WS-POST-UNITS  TO WS-CL-ACT-UNITS-M(WS-CL-IDX)
                 ADD WS-POST-AMOUNT TO WS-CL-ACT-AMT-M(WS-CL-IDX)
              END-IF
           END-IF.

       2650-FIND-AREA  SECTION.

      *    FINDS THE AREA IN WS-SK-AREA, ADDING IT IF NEW.
           MOVE 'N' TO WS-AREA-FOUND-FLAG.

           PERFORM 2660-MATCH-ONE-AREA
               VARYING WS-AREA-LOOP-CTR FROM 1 BY 1
               UNTIL WS-AREA-LOOP-CTR > WS-AREA-COUNT
                  OR AREA-FOUND.

           IF NOT AREA-FOUND
              IF WS-AREA-COUNT >= WS-MAX-AREAS
                 IF NOT AREA-TABLE-FULL
                    DISPLAY 'WARNING: AREA TABLE FULL - MAX '
                            WS-MAX-AREAS ' AREAS'
                    SET AREA-TABLE-FULL TO TRUE
                 END-IF
              ELSE
                 ADD 1 TO WS-AREA-COUNT
                 SET WS-AR-IDX TO WS-AREA-COUNT
                 MOVE WS-SK-AREA TO WS-AR-AREA(WS-AR-IDX)
                 MOVE ZEROS      TO WS-AR-BUD-CASH-M(WS-AR-IDX)
                                    WS-AR-ACT-CASH-M(WS-AR-IDX)
                                    WS-AR-BUD-CASH-Y(WS-AR-IDX)
                                    WS-AR-ACT-CASH-Y(WS-AR-IDX)
                 SET AREA-FOUND TO TRUE
              END-IF
           END-IF.

       2660-MATCH-ONE-AREA  SECTION.

           SET WS-AR-IDX TO WS-AREA-LOOP-CTR.
           IF WS-AR-AREA(WS-AR-IDX) = WS-SK-AREA
              SET AREA-FOUND TO TRUE
           END-IF.

       2700-WRITE-REPORT  SECTION.

           MOVE WS-PERIOD        TO WS-RH-PERIOD.
           MOVE WS-THRESHOLD-PCT TO WS-RH-THRESHOLD.
           MOVE WS-DATE          TO WS-RH-DATE.
           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-COLUMNS.

           MOVE ZEROS  TO WS-GT-AMOUNTS.
           MOVE SPACES TO WS-CURRENT-AREA.

           PERFORM 2710-WRITE-ONE-CELL
               VARYING WS-CELL-LOOP-CTR FROM 1 BY 1
               UNTIL WS-CELL-LOOP-CTR > WS-CELL-COUNT.

           IF WS-CURRENT-AREA NOT = SPACES
              PERFORM 2730-WRITE-AREA-TOTALS
           END-IF.

           PERFORM 2750-WRITE-GRAND-TOTALS.

           PERFORM 2800-WRITE-COMMENTARY-LIST.

       2710-WRITE-ONE-CELL  SECTION.

           SET WS-CL-IDX TO WS-CELL-LOOP-CTR.

           IF WS-CL-AREA(WS-CL-IDX) NOT = WS-CURRENT-AREA
              IF WS-CURRENT-AREA NOT = SPACES
                 PERFORM 2730-WRITE-AREA-TOTALS
              END-IF
              MOVE WS-CL-AREA(WS-CL-IDX) TO WS-CURRENT-AREA
              MOVE ZEROS TO WS-AT-AMOUNTS
              MOVE 'N'   TO WS-AREA-FLAG-SW
              MOVE SPACES TO TO01-BVA-RPT-RECORD
              WRITE TO01-BVA-RPT-RECORD
           END-IF.

           ADD WS-CL-BUD-UNITS-M(WS-CL-IDX) TO WS-AT-BUD-UNITS-M.
           ADD WS-CL-BUD-AMT-M(WS-CL-IDX)   TO WS-AT-BUD-AMT-M.
           ADD WS-CL-ACT-UNITS-M(WS-CL-IDX) TO WS-AT-ACT-UNITS-M.
           ADD WS-CL-ACT-AMT-M(WS-CL-IDX)   TO WS-AT-ACT-AMT-M.
           ADD WS-CL-BUD-UNITS-Y(WS-CL-IDX) TO WS-AT-BUD-UNITS-Y.
           ADD WS-CL-BUD-AMT-Y(WS-CL-IDX)   TO WS-AT-BUD-AMT-Y.
           ADD WS-CL-ACT-UNITS-Y(WS-CL-IDX) TO WS-AT-ACT-UNITS-Y.
           ADD WS-CL-ACT-AMT-Y(WS-CL-IDX)   TO WS-AT-ACT-AMT-Y.

           MOVE WS-CL-AREA(WS-CL-IDX)  TO WS-RD-AREA.
           MOVE SPACES                 TO WS-RD-CLASS.
           MOVE WS-CL-CLASS(WS-CL-IDX) TO WS-RD-CLASS(2:1).

           MOVE WS-CL-BUD-UNITS-M(WS-CL-IDX) TO WS-CV-BUD-UNITS.
           MOVE WS-CL-ACT-UNITS-M(WS-CL-IDX) TO WS-CV-ACT-UNITS.
           MOVE WS-CL-BUD-AMT-M(WS-CL-IDX)   TO WS-CV-BUD-AMT.
           MOVE WS-CL-ACT-AMT-M(WS-CL-IDX)   TO WS-CV-ACT-AMT.
           MOVE 'MTH'                        TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.

           MOVE WS-CL-BUD-UNITS-Y(WS-CL-IDX) TO WS-CV-BUD-UNITS.
           MOVE WS-CL-ACT-UNITS-Y(WS-CL-IDX) TO WS-CV-ACT-UNITS.
           MOVE WS-CL-BUD-AMT-Y(WS-CL-IDX)   TO WS-CV-BUD-AMT.
           MOVE WS-CL-ACT-AMT-Y(WS-CL-IDX)   TO WS-CV-ACT-AMT.
           MOVE 'YTD'                        TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.

       2720-WRITE-DETAIL-LINE  SECTION.

           PERFORM 2760-COMPUTE-VARIANCE.

           MOVE WS-CV-BUD-UNITS  TO WS-RD-BUD-UNITS.
           MOVE WS-CV-ACT-UNITS  TO WS-RD-ACT-UNITS.
           MOVE WS-CV-BUD-AMT    TO WS-RD-BUD-AMT.
           MOVE WS-CV-ACT-AMT    TO WS-RD-ACT-AMT.
           MOVE WS-CV-VARIANCE   TO WS-RD-VARIANCE.
           MOVE WS-CV-PCT        TO WS-RD-PCT.
           MOVE WS-CV-VOLUME     TO WS-RD-VOLUME.
           MOVE WS-CV-PRICE      TO WS-RD-PRICE.
           IF CV-OVER-THRESHOLD
              MOVE ' **'         TO WS-RD-FLAG
           ELSE
              MOVE SPACES        TO WS-RD-FLAG
           END-IF.

           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-DETAIL.

       2730-WRITE-AREA-TOTALS  SECTION.

      *    THE AREA'S REVENUE ACROSS ALL ITS CLASSES, THEN ITS
      *    CASH. THE AREA IS FLAGGED ON THESE TOTALS -- A SINGLE
      *    SMALL CLASS ADRIFT IS SHOWN BUT DOES NOT BY ITSELF
      *    CALL FOR A COMMENT.
           MOVE WS-CURRENT-AREA TO WS-RD-AREA.
           MOVE 'ALL'           TO WS-RD-CLASS.

           MOVE WS-AT-BUD-UNITS-M TO WS-CV-BUD-UNITS.
           MOVE WS-AT-ACT-UNITS-M TO WS-CV-ACT-UNITS.
           MOVE WS-AT-BUD-AMT-M   TO WS-CV-BUD-AMT.
           MOVE WS-AT-ACT-AMT-M   TO WS-CV-ACT-AMT.
           MOVE 'MTH'             TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.
           MOVE WS-CV-PCT         TO WS-HOLD-REV-PCT-M.
           IF CV-OVER-THRESHOLD
              SET AREA-FLAGGED TO TRUE
           END-IF.

           MOVE WS-AT-BUD-UNITS-Y TO WS-CV-BUD-UNITS.
           MOVE WS-AT-ACT-UNITS-Y TO WS-CV-ACT-UNITS.
           MOVE WS-AT-BUD-AMT-Y   TO WS-CV-BUD-AMT.
           MOVE WS-AT-ACT-AMT-Y   TO WS-CV-ACT-AMT.
           MOVE 'YTD'             TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.
           MOVE WS-CV-PCT         TO WS-HOLD-REV-PCT-Y.
           IF CV-OVER-THRESHOLD
              SET AREA-FLAGGED TO TRUE
           END-IF.

           ADD WS-AT-BUD-UNITS-M TO WS-GT-BUD-UNITS-M.
           ADD WS-AT-BUD-AMT-M   TO WS-GT-BUD-AMT-M.
           ADD WS-AT-ACT-UNITS-M TO WS-GT-ACT-UNITS-M.
           ADD WS-AT-ACT-AMT-M   TO WS-GT-ACT-AMT-M.
           ADD WS-AT-BUD-UNITS-Y TO WS-GT-BUD-UNITS-Y.
           ADD WS-AT-BUD-AMT-Y   TO WS-GT-BUD-AMT-Y.
           ADD WS-AT-ACT-UNITS-Y TO WS-GT-ACT-UNITS-Y.
           ADD WS-AT-ACT-AMT-Y   TO WS-GT-ACT-AMT-Y.

           MOVE WS-CURRENT-AREA TO WS-SK-AREA.
           PERFORM 2650-FIND-AREA.
           MOVE ZEROS TO WS-HOLD-CASH-PCT-M.
           IF AREA-FOUND
              PERFORM 2740-WRITE-AREA-CASH
           END-IF.

           IF AREA-FLAGGED
              IF WS-FLAG-COUNT < WS-MAX-FLAGS
                 ADD 1 TO WS-FLAG-COUNT
                 SET WS-FL-IDX TO WS-FLAG-COUNT
                 MOVE WS-CURRENT-AREA    TO WS-FL-AREA(WS-FL-IDX)
                 MOVE WS-HOLD-REV-PCT-M  TO WS-FL-REV-PCT-M(WS-FL-IDX)
                 MOVE WS-HOLD-REV-PCT-Y  TO WS-FL-REV-PCT-Y(WS-FL-IDX)
                 MOVE WS-HOLD-CASH-PCT-M
                     TO WS-FL-CASH-PCT-M(WS-FL-IDX)
              ELSE
                 DISPLAY 'WARNING: COMMENTARY LIST FULL - AREA '
                         WS-CURRENT-AREA ' NOT LISTED'
              END-IF
           END-IF.

       2740-WRITE-AREA-CASH  SECTION.

           MOVE ZEROS TO WS-CV-BUD-UNITS
                         WS-CV-ACT-UNITS.

           MOVE WS-CURRENT-AREA             TO WS-RC-AREA.
           MOVE 'COLLECTED MTH'             TO WS-RC-LABEL.
           MOVE WS-AR-BUD-CASH-M(WS-AR-IDX) TO WS-CV-BUD-AMT.
           MOVE WS-AR-ACT-CASH-M(WS-AR-IDX) TO WS-CV-ACT-AMT.
           PERFORM 2745-WRITE-CASH-LINE.
           MOVE WS-CV-PCT TO WS-HOLD-CASH-PCT-M.
           IF CV-OVER-THRESHOLD
              SET AREA-FLAGGED TO TRUE
           END-IF.

           MOVE 'COLLECTED YTD'             TO WS-RC-LABEL.
           MOVE WS-AR-BUD-CASH-Y(WS-AR-IDX) TO WS-CV-BUD-AMT.
           MOVE WS-AR-ACT-CASH-Y(WS-AR-IDX) TO WS-CV-ACT-AMT.
           PERFORM 2745-WRITE-CASH-LINE.
           IF CV-OVER-THRESHOLD
              SET AREA-FLAGGED TO TRUE
           END-IF.

           ADD WS-AR-BUD-CASH-M(WS-AR-IDX) TO WS-GT-BUD-CASH-M.
           ADD WS-AR-ACT-CASH-M(WS-AR-IDX) TO WS-GT-ACT-CASH-M.
           ADD WS-AR-BUD-CASH-Y(WS-AR-IDX) TO WS-GT-BUD-CASH-Y.
           ADD WS-AR-ACT-CASH-Y(WS-AR-IDX) TO WS-GT-ACT-CASH-Y.

       2745-WRITE-CASH-LINE  SECTION.

           PERFORM 2760-COMPUTE-VARIANCE.

           MOVE WS-CV-BUD-AMT    TO WS-RC-BUD-AMT.
           MOVE WS-CV-ACT-AMT    TO WS-RC-ACT-AMT.
           MOVE WS-CV-VARIANCE   TO WS-RC-VARIANCE.
           MOVE WS-CV-PCT        TO WS-RC-PCT.
           IF CV-OVER-THRESHOLD
              MOVE ' **'         TO WS-RC-FLAG
           ELSE
              MOVE SPACES        TO WS-RC-FLAG
           END-IF.

           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-CASH-LINE.

       2750-WRITE-GRAND-TOTALS  SECTION.

           MOVE SPACES TO TO01-BVA-RPT-RECORD.
           WRITE TO01-BVA-RPT-RECORD.

           MOVE 'TOTAL '          TO WS-RD-AREA.
           MOVE 'ALL'             TO WS-RD-CLASS.

           MOVE WS-GT-BUD-UNITS-M TO WS-CV-BUD-UNITS.
           MOVE WS-GT-ACT-UNITS-M TO WS-CV-ACT-UNITS.
           MOVE WS-GT-BUD-AMT-M   TO WS-CV-BUD-AMT.
           MOVE WS-GT-ACT-AMT-M   TO WS-CV-ACT-AMT.
           MOVE 'MTH'             TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.

           MOVE WS-GT-BUD-UNITS-Y TO WS-CV-BUD-UNITS.
           MOVE WS-GT-ACT-UNITS-Y TO WS-CV-ACT-UNITS.
           MOVE WS-GT-BUD-AMT-Y   TO WS-CV-BUD-AMT.
           MOVE WS-GT-ACT-AMT-Y   TO WS-CV-ACT-AMT.
           MOVE 'YTD'             TO WS-RD-BASIS.
           PERFORM 2720-WRITE-DETAIL-LINE.

           MOVE ZEROS TO WS-CV-BUD-UNITS
                         WS-CV-ACT-UNITS.
           MOVE 'TOTAL '          TO WS-RC-AREA.
           MOVE 'COLLECTED MTH'   TO WS-RC-LABEL.
           MOVE WS-GT-BUD-CASH-M  TO WS-CV-BUD-AMT.
           MOVE WS-GT-ACT-CASH-M  TO WS-CV-ACT-AMT.
           PERFORM 2745-WRITE-CASH-LINE.

           MOVE 'COLLECTED YTD'   TO WS-RC-LABEL.
           MOVE WS-GT-BUD-CASH-Y  TO WS-CV-BUD-AMT.
           MOVE WS-GT-ACT-CASH-Y  TO WS-CV-ACT-AMT.
           PERFORM 2745-WRITE-CASH-LINE.

       2760-COMPUTE-VARIANCE  SECTION.

      *    VOLUME EFFECT IS THE UNIT SHORTFALL OR GAIN AT THE
      *    BUDGET'S OWN AVERAGE RATE; PRICE/MIX IS WHAT REMAINS,
      *    SO THE TWO ALWAYS FOOT TO THE VARIANCE. WITH NO UNITS
      *    BUDGETED THERE IS NO BUDGET RATE AND THE WHOLE
      *    VARIANCE IS VOLUME. ACTIVITY WITH NO BUDGET AT ALL
      *    SHOWS AS 999.9 PERCENT AND IS ALWAYS FLAGGED.
           COMPUTE WS-CV-VARIANCE = WS-CV-ACT-AMT - WS-CV-BUD-AMT.

           IF WS-CV-BUD-AMT > ZEROS
              COMPUTE WS-CV-PCT ROUNDED =
                      WS-CV-VARIANCE * 100 / WS-CV-BUD-AMT
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-CV-PCT
              END-COMPUTE
           ELSE
              IF WS-CV-ACT-AMT NOT = ZEROS
                 MOVE 999.9 TO WS-CV-PCT
              ELSE
                 MOVE ZEROS TO WS-CV-PCT
              END-IF
           END-IF.
           IF WS-CV-PCT > 999.9
              MOVE 999.9 TO WS-CV-PCT
           END-IF.
           IF WS-CV-PCT < -999.9
              MOVE -999.9 TO WS-CV-PCT
           END-IF.

           IF WS-CV-BUD-UNITS > ZEROS
              COMPUTE WS-CV-VOLUME ROUNDED =
                      (WS-CV-ACT-UNITS - WS-CV-BUD-UNITS)
                      * WS-CV-BUD-AMT / WS-CV-BUD-UNITS
           ELSE
              MOVE WS-CV-VARIANCE TO WS-CV-VOLUME
           END-IF.
           COMPUTE WS-CV-PRICE = WS-CV-VARIANCE - WS-CV-VOLUME.

           IF WS-CV-PCT > WS-THRESHOLD-PCT
              OR WS-CV-PCT < ZEROS - WS-THRESHOLD-PCT
              SET CV-OVER-THRESHOLD TO TRUE
           ELSE
              MOVE 'N' TO WS-CV-OVER-FLAG
           END-IF.

       2800-WRITE-COMMENTARY-LIST  SECTION.

           MOVE SPACES TO TO01-BVA-RPT-RECORD.
           WRITE TO01-BVA-RPT-RECORD.
           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-COMMENT-HEADER.

           IF WS-FLAG-COUNT = ZEROS
              MOVE '  NONE - EVERY AREA WITHIN THRESHOLD'
                  TO TO01-BVA-RPT-RECORD
              WRITE TO01-BVA-RPT-RECORD
           ELSE
              PERFORM 2810-WRITE-ONE-COMMENT-LINE
                  VARYING WS-FLAG-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-FLAG-LOOP-CTR > WS-FLAG-COUNT
           END-IF.

       2810-WRITE-ONE-COMMENT-LINE  SECTION.

           SET WS-FL-IDX TO WS-FLAG-LOOP-CTR.
           MOVE WS-FL-AREA(WS-FL-IDX)       TO WS-CM-AREA.
           MOVE WS-FL-REV-PCT-M(WS-FL-IDX)  TO WS-CM-REV-PCT-M.
           MOVE WS-FL-REV-PCT-Y(WS-FL-IDX)  TO WS-CM-REV-PCT-Y.
           MOVE WS-FL-CASH-PCT-M(WS-FL-IDX) TO WS-CM-CASH-PCT-M.
           WRITE TO01-BVA-RPT-RECORD FROM WS-RPT-COMMENT-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' BUDGET ROWS READ         ',  WS-BUD-CTR
           DISPLAY ' DETERMINANT ROWS READ    ',  WS-DET-CTR
           DISPLAY '   IN THE BUDGET YEAR     ',  WS-DET-USED-CTR
           DISPLAY ' HISTORY ROWS READ        ',  WS-HIST-CTR
           DISPLAY '   IN THE BUDGET YEAR     ',  WS-HIST-USED-CTR
           DISPLAY ' HISTORY CUSTOMERS MISSING',  WS-NO-CUST-CTR
           DISPLAY ' GL ROWS IN THE YEAR      ',  WS-GL-USED-CTR
           DISPLAY ' AREA/CLASS CELLS         ',  WS-CELL-COUNT
           DISPLAY ' ROWS DROPPED (TABLE FULL)',  WS-DROPPED-CTR
           DISPLAY ' AREAS FLAGGED            ',  WS-FLAG-COUNT
           DISPLAY '----------------------------------------'

           CLOSE  MI01-BUDG-KSDS,
                  TI01-DETERMINANTS,
                  MI02-BILL-HIST-KSDS,
                  MI03-CUSTOMER-KSDS,
                  TI02-GL-EXTRACT,
                  TO01-BVA-RPT.

           STOP RUN.
