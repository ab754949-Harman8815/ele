       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GSRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    PERIOD CONTROL -- THE RETURN COVERS THE CALENDAR QUARTER
      *    OF THE LAST CLOSED BILLING PERIOD, SO IT IS RUN ONCE THE
      *    QUARTER'S THIRD MONTH HAS BEEN CLOSED.
           SELECT MI01-PERIOD-KSDS ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    STANDARDS MASTER GSTD001 MAINTAINS -- ONE '2' RECORD PER
      *    STANDARD ON FILE, UNDER THE REGULATOR'S OWN NUMBER,
      *    WHETHER OR NOT IT WAS MISSED IN THE QUARTER.
           SELECT MI02-GSTD-KSDS   ASSIGN TO GSTDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS GST-CODE
           FILE STATUS            IS WS-GST-STATUS.

      *    PAYMENT LOG GSP001 KEEPS -- ONE ROW PER MISSED STANDARD.
           SELECT MI03-GSPAY-KSDS  ASSIGN TO GSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS GSP-KEY
           FILE STATUS            IS WS-GSP-STATUS.

      *    THE RETURN ITSELF, IN THE REGULATOR'S FIXED FORMAT --
      *    A '1' HEADER, ONE '2' RECORD PER STANDARD AND A '9'
      *    CONTROL TRAILER.
           SELECT TO01-RETURN-FILE ASSIGN TO GSRETN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RTN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD MI01-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI01-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

      *    SAME STANDARDS LAYOUT GSTD001 MAINTAINS.
       FD MI02-GSTD-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI02-GSTD-RECORD.
          05 GST-CODE             PIC X(04).
          05 GST-DESCRIPTION      PIC X(30).
          05 GST-DAYS-ALLOWED     PIC 9(03).
          05 GST-PAY-AMOUNT       PIC 9(05)V99.
          05 GST-REG-REF          PIC X(06).
          05 GST-STATUS           PIC X(01).
             88 GST-STAT-ACTIVE              VALUE 'A'.
             88 GST-STAT-SUSPENDED           VALUE 'X'.
          05 GST-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

      *    SAME PAYMENT-LOG LAYOUT GSP001 WRITES.
       FD MI03-GSPAY-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MI03-GSPAY-RECORD.
          05 GSP-KEY.
             10 GSP-STD-CODE        PIC X(04).
             10 GSP-EVENT-REF       PIC X(20).
          05 GSP-CUST-ID            PIC X(12).
          05 GSP-AREA-CODE          PIC X(06).
          05 GSP-CLOCK-START        PIC 9(08).
          05 GSP-DUE-DATE           PIC 9(08).
          05 GSP-DONE-DATE          PIC 9(08).
          05 GSP-BREACH-DATE        PIC 9(08).
          05 GSP-AMOUNT             PIC 9(05)V99.
          05 GSP-STATUS             PIC X(01).
             88 GSP-STAT-AWAITING            VALUE 'W'.
             88 GSP-STAT-POSTED              VALUE 'P'.
          05 GSP-POSTED-DATE        PIC 9(08).
          05 FILLER                 PIC X(10).

       FD TO01-RETURN-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO01-RETURN-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-GST-STATUS         PIC X(02).
             88 GST-IO-STATUS      VALUE '00'.
             88 GST-EOF            VALUE '10'.
          05 WS-GSP-STATUS         PIC X(02).
             88 GSP-IO-STATUS      VALUE '00'.
             88 GSP-EOF            VALUE '10'.
          05 WS-RTN-STATUS         PIC X(02).
             88 RTN-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-QTR-YEAR           PIC 9(04) VALUE ZEROS.
          05 WS-QTR-MONTH          PIC 9(02) VALUE ZEROS.
          05 WS-QTR-NUMBER         PIC 9(01) VALUE ZEROS.
          05 WS-QTR-FROM-DATE      PIC 9(08) VALUE ZEROS.
          05 WS-QTR-TO-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-QTR-FIRST-MONTH    PIC 9(02) VALUE ZEROS.

      *    ONE ROW PER STANDARD ON THE MASTER, ACCUMULATED FROM THE
      *    PAYMENT LOG -- SAME TABLE-WITH-MAX-AND-WARNING APPROACH
      *    THE OTHER RETURNS USE.
       01 WS-STD-STORAGE.
          05 WS-STD-TABLE.
             10 WS-STD-ROW OCCURS 20 TIMES
                                INDEXED BY WS-STD-IDX.
                15 WS-S-CODE           PIC X(04).
                15 WS-S-REG-REF        PIC X(06).
                15 WS-S-DAYS-ALLOWED   PIC 9(03).
                15 WS-S-PAY-AMOUNT     PIC 9(05)V99.
                15 WS-S-STATUS         PIC X(01).
                15 WS-S-MISSED         PIC 9(06).
                15 WS-S-MET-LATE       PIC 9(06).
                15 WS-S-NOT-MET        PIC 9(06).
                15 WS-S-PAID-COUNT     PIC 9(06).
                15 WS-S-PAID-AMOUNT    PIC 9(09)V99.
                15 WS-S-AWAITING       PIC 9(06).
          05 WS-STD-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-STDS           PIC 9(04) VALUE 20.

       01 WS-LOOKUP-VARIABLES.
          05 WS-LOOP-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-FOUND-FLAG         PIC X(01) VALUE 'N'.
             88 STD-FOUND          VALUE 'Y'.
             88 STD-NOT-FOUND      VALUE 'N'.

       01 WS-RETURN-TOTALS.
          05 WS-TOT-PAID-COUNT     PIC 9(08) VALUE ZEROS.
          05 WS-TOT-PAID-AMOUNT    PIC 9(11)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-GSP-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-DETAIL-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-UNMATCHED-CTR      PIC 9(06) VALUE ZEROS.

      *    THE REGULATOR'S FIXED RECORD SHAPES. EVERY NUMERIC
      *    COLUMN IS UNEDITED AND ZERO-FILLED PER THE FILING SPEC;
      *    MONEY CARRIES TWO IMPLIED DECIMALS.
       01 WS-RETURN-HEADER.
          05 FILLER                PIC X(1)  VALUE '1'.
          05 WS-HDR-LICENSEE       PIC X(8)  VALUE 'ELECABC '.
          05 FILLER                PIC X(2)  VALUE 'GS'.
          05 WS-HDR-QTR-YEAR       PIC 9(04).
          05 FILLER                PIC X(1)  VALUE 'Q'.
          05 WS-HDR-QTR-NUMBER     PIC 9(01).
          05 WS-HDR-FROM-DATE      PIC 9(08).
          05 WS-HDR-TO-DATE        PIC 9(08).
          05 WS-HDR-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(59) VALUE SPACES.

       01 WS-RETURN-DETAIL.
          05 FILLER                PIC X(1)  VALUE '2'.
          05 WS-DTL-REG-REF        PIC X(6).
          05 WS-DTL-STD-CODE       PIC X(4).
          05 WS-DTL-DAYS-ALLOWED   PIC 9(03).
          05 WS-DTL-PAY-RATE       PIC 9(07).
          05 WS-DTL-MISSED         PIC 9(06).
          05 WS-DTL-MET-LATE       PIC 9(06).
          05 WS-DTL-NOT-MET        PIC 9(06).
          05 WS-DTL-PAID-COUNT     PIC 9(06).
          05 WS-DTL-PAID-AMOUNT    PIC 9(11).
          05 WS-DTL-AWAITING       PIC 9(06).
          05 WS-DTL-STATUS         PIC X(1).
          05 FILLER                PIC X(37) VALUE SPACES.

       01 WS-RETURN-TRAILER.
          05 FILLER                PIC X(1)  VALUE '9'.
          05 WS-TRL-DETAIL-COUNT   PIC 9(04).
          05 WS-TRL-PAID-COUNT     PIC 9(08).
          05 WS-TRL-PAID-AMOUNT    PIC 9(13).
          05 FILLER                PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GSRET EXECUTION BEGINS HERE ............'
           DISPLAY '  QUARTERLY GUARANTEED STANDARDS RETURN '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-READ-STANDARD UNTIL GST-EOF.

           PERFORM 2200-READ-PAYMENT-LOG UNTIL GSP-EOF.

           PERFORM 2500-WRITE-RETURN.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-PERIOD-KSDS.
           IF NOT PRD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PERIOD CONTROL KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-PRD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.
           MOVE 'CTRL' TO PRD-ID.
           READ MI01-PERIOD-KSDS
               INVALID KEY
                   DISPLAY 'PERIOD CONTROL RECORD NOT FOUND'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE MI01-PERIOD-KSDS.

           PERFORM 2110-SET-QUARTER.

           OPEN INPUT MI02-GSTD-KSDS.
           IF NOT GST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING STANDARDS MASTER KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GST-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI03-GSPAY-KSDS.
           IF NOT GSP-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING STANDARD PAYMENT KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GSP-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RETURN-FILE.
           IF NOT RTN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RETURN FILE               '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RTN-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

       2110-SET-QUARTER SECTION.

           MOVE PRD-LAST-CLOSED(1:4) TO WS-QTR-YEAR.
           MOVE PRD-LAST-CLOSED(5:2) TO WS-QTR-MONTH.

           COMPUTE WS-QTR-NUMBER = (WS-QTR-MONTH + 2) / 3.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER * 3) - 2.

           COMPUTE WS-QTR-FROM-DATE = WS-QTR-YEAR * 10000
                                    + WS-QTR-FIRST-MONTH * 100 + 1.
           COMPUTE WS-QTR-TO-DATE   = WS-QTR-YEAR * 10000
                                    + (WS-QTR-FIRST-MONTH + 2) * 100
                                    + 31.

           DISPLAY 'RETURN QUARTER: ' WS-QTR-YEAR 'Q' WS-QTR-NUMBER
                   ' ' WS-QTR-FROM-DATE ' - ' WS-QTR-TO-DATE.

      *    RUN BEFORE THE QUARTER'S LAST MONTH HAS CLOSED, THE FILE
      *    IS A QUARTER-TO-DATE FIGURE ONLY -- WRITTEN FOR REVIEW
      *    BUT FLAGGED SO IT IS NOT FILED.
           IF WS-QTR-MONTH NOT = WS-QTR-FIRST-MONTH + 2
              DISPLAY 'WARNING: QUARTER NOT YET CLOSED - LAST '
                      'CLOSED PERIOD ' PRD-LAST-CLOSED
              MOVE 4 TO RETURN-CODE
           END-IF.

       2150-READ-STANDARD SECTION.

           READ MI02-GSTD-KSDS NEXT RECORD
                AT END  SET GST-EOF TO TRUE
                NOT AT END
                   IF WS-STD-COUNT >= WS-MAX-STDS
                      DISPLAY 'WARNING: STANDARD TABLE FULL - MAX '
                              WS-MAX-STDS ' - STANDARD SKIPPED: '
                              GST-CODE
                      ADD 1 TO WS-UNMATCHED-CTR
                   ELSE
                      ADD 1 TO WS-STD-COUNT
                      SET WS-STD-IDX TO WS-STD-COUNT
                      MOVE GST-CODE        TO WS-S-CODE(WS-STD-IDX)
                      MOVE GST-REG-REF     TO WS-S-REG-REF(WS-STD-IDX)
                      MOVE GST-DAYS-ALLOWED
                                 TO WS-S-DAYS-ALLOWED(WS-STD-IDX)
                      MOVE GST-PAY-AMOUNT
                                 TO WS-S-PAY-AMOUNT(WS-STD-IDX)
                      MOVE GST-STATUS      TO WS-S-STATUS(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-MISSED(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-MET-LATE(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-NOT-MET(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-PAID-COUNT(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-PAID-AMOUNT(WS-STD-IDX)
                      MOVE ZEROS TO WS-S-AWAITING(WS-STD-IDX)
                   END-IF
           END-READ.

       2200-READ-PAYMENT-LOG SECTION.

           READ MI03-GSPAY-KSDS NEXT RECORD
                AT END  SET GSP-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-GSP-CTR
                   PERFORM 2300-COUNT-PAYMENT
           END-READ.

       2300-COUNT-PAYMENT SECTION.

           SET STD-NOT-FOUND TO TRUE.
           PERFORM 2310-SCAN-STD-TABLE
              VARYING WS-LOOP-CTR FROM 1 BY 1
              UNTIL WS-LOOP-CTR > WS-STD-COUNT
                 OR STD-FOUND.

           IF STD-NOT-FOUND
              DISPLAY 'WARNING: PAYMENT FOR STANDARD NOT ON '
                      'MASTER: ' GSP-KEY
              ADD 1 TO WS-UNMATCHED-CTR
              GO TO 2300-EXIT
           END-IF.

      *    A FAILURE COUNTS IN THE QUARTER IT WAS FOUND; A PAYMENT
      *    IN THE QUARTER IT WAS CREDITED -- A CONNECTION MISSED IN
      *    ONE QUARTER CAN BE PAID IN THE NEXT ONCE ITS ACCOUNT IS
      *    OPEN. AWAITING IS AS AT THE QUARTER'S END.
           IF GSP-BREACH-DATE >= WS-QTR-FROM-DATE
              AND GSP-BREACH-DATE <= WS-QTR-TO-DATE
              ADD 1 TO WS-S-MISSED(WS-STD-IDX)
              IF GSP-DONE-DATE = ZEROS
                 ADD 1 TO WS-S-NOT-MET(WS-STD-IDX)
              ELSE
                 ADD 1 TO WS-S-MET-LATE(WS-STD-IDX)
              END-IF
           END-IF.

           IF GSP-STAT-POSTED
              AND GSP-POSTED-DATE >= WS-QTR-FROM-DATE
              AND GSP-POSTED-DATE <= WS-QTR-TO-DATE
              ADD 1          TO WS-S-PAID-COUNT(WS-STD-IDX)
              ADD GSP-AMOUNT TO WS-S-PAID-AMOUNT(WS-STD-IDX)
           END-IF.

           IF GSP-BREACH-DATE <= WS-QTR-TO-DATE
              AND (GSP-STAT-AWAITING
                OR GSP-POSTED-DATE > WS-QTR-TO-DATE)
              ADD 1 TO WS-S-AWAITING(WS-STD-IDX)
           END-IF.

       2300-EXIT.
           EXIT.

       2310-SCAN-STD-TABLE SECTION.

           SET WS-STD-IDX TO WS-LOOP-CTR.
           IF GSP-STD-CODE = WS-S-CODE(WS-STD-IDX)
              SET STD-FOUND TO TRUE
           END-IF.

       2500-WRITE-RETURN SECTION.

           MOVE WS-QTR-YEAR       TO WS-HDR-QTR-YEAR.
           MOVE WS-QTR-NUMBER     TO WS-HDR-QTR-NUMBER.
           MOVE WS-QTR-FROM-DATE  TO WS-HDR-FROM-DATE.
           MOVE WS-QTR-TO-DATE    TO WS-HDR-TO-DATE.
           MOVE WS-DATE           TO WS-HDR-RUN-DATE.
           WRITE TO01-RETURN-RECORD FROM WS-RETURN-HEADER.

           PERFORM 2510-WRITE-STANDARD-DETAIL
              VARYING WS-LOOP-CTR FROM 1 BY 1
              UNTIL WS-LOOP-CTR > WS-STD-COUNT.

           MOVE WS-DETAIL-CTR      TO WS-TRL-DETAIL-COUNT.
           MOVE WS-TOT-PAID-COUNT  TO WS-TRL-PAID-COUNT.
           COMPUTE WS-TRL-PAID-AMOUNT = WS-TOT-PAID-AMOUNT * 100.
           WRITE TO01-RETURN-RECORD FROM WS-RETURN-TRAILER.

       2510-WRITE-STANDARD-DETAIL SECTION.

           SET WS-STD-IDX TO WS-LOOP-CTR.

           MOVE WS-S-REG-REF(WS-STD-IDX)   TO WS-DTL-REG-REF.
           MOVE WS-S-CODE(WS-STD-IDX)      TO WS-DTL-STD-CODE.
           MOVE WS-S-DAYS-ALLOWED(WS-STD-IDX)
                                           TO WS-DTL-DAYS-ALLOWED.
           COMPUTE WS-DTL-PAY-RATE =
                   WS-S-PAY-AMOUNT(WS-STD-IDX) * 100.
           MOVE WS-S-MISSED(WS-STD-IDX)    TO WS-DTL-MISSED.
           MOVE WS-S-MET-LATE(WS-STD-IDX)  TO WS-DTL-MET-LATE.
           MOVE WS-S-NOT-MET(WS-STD-IDX)   TO WS-DTL-NOT-MET.
           MOVE WS-S-PAID-COUNT(WS-STD-IDX)
                                           TO WS-DTL-PAID-COUNT.
           COMPUTE WS-DTL-PAID-AMOUNT =
                   WS-S-PAID-AMOUNT(WS-STD-IDX) * 100.
           MOVE WS-S-AWAITING(WS-STD-IDX)  TO WS-DTL-AWAITING.
           MOVE WS-S-STATUS(WS-STD-IDX)    TO WS-DTL-STATUS.

           WRITE TO01-RETURN-RECORD FROM WS-RETURN-DETAIL.
           ADD 1 TO WS-DETAIL-CTR.

           ADD WS-S-PAID-COUNT(WS-STD-IDX)  TO WS-TOT-PAID-COUNT.
           ADD WS-S-PAID-AMOUNT(WS-STD-IDX) TO WS-TOT-PAID-AMOUNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' PAYMENT LOG ROWS READ    ',  WS-GSP-CTR
           DISPLAY ' STANDARD DETAIL RECORDS  ',  WS-DETAIL-CTR
           DISPLAY ' PAYMENTS IN QUARTER      ',  WS-TOT-PAID-COUNT
           DISPLAY ' AMOUNT PAID IN QUARTER   ',  WS-TOT-PAID-AMOUNT
           DISPLAY ' ROWS SKIPPED (TABLE)     ',  WS-UNMATCHED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI02-GSTD-KSDS,
                  MI03-GSPAY-KSDS,
                  TO01-RETURN-FILE.

           STOP RUN.
