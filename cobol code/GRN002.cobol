       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRN002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    SYSTEM PERIOD CONTROL MAINTAINED BY PERD001 -- THE
      *    CERTIFICATES ARE RETIRED FOR THE PERIOD ABOUT TO BE
      *    CLOSED.
           SELECT MI09-PERIOD-KSDS    ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    CERTIFICATE BLOCKS BOUGHT SINCE THE LAST CLOSE, ONE CARD
      *    PER BLOCK AS THE REGISTRY ISSUED IT. DUMMY IN A MONTH
      *    WITH NO PURCHASES.
           SELECT TI01-REC-ACQUIRE    ASSIGN TO RECACQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ACQ-STATUS.

      *    RENEWABLE ENERGY CERTIFICATES HELD -- ONE ROW PER BLOCK
      *    OF CONSECUTIVE REGISTRY SERIALS, KEYED BY VINTAGE YEAR
      *    AND FIRST SERIAL SO THE OLDEST CERTIFICATES ARE USED UP
      *    FIRST.
           SELECT MO01-REC-INVENTORY-KSDS ASSIGN TO RECKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS REC-BLOCK-KEY
           FILE STATUS            IS WS-REC-STATUS.

      *    EVERY SERIAL RANGE RETIRED, BY PERIOD. SEQUENCE 000 OF A
      *    PERIOD IS ITS SUMMARY ROW AND CARRIES THE UNITS AND ANY
      *    CERTIFICATES STILL OWED INTO THE NEXT PERIOD.
           SELECT MO02-REC-RETIRE-KSDS ASSIGN TO RETKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RET-KEY
           FILE STATUS            IS WS-RET-STATUS.

      *    GREEN-ENERGY SALES LEDGER BILL003 WRITES, ONE ROW PER
      *    BILL THAT CARRIED THE PREMIUM.
           SELECT MO03-GREEN-SALES-KSDS ASSIGN TO GRNSALES
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS GSL-BILL-ID
           FILE STATUS            IS WS-GSL-STATUS.

      *    GREEN-TARIFF ENROLLMENT MASTER MAINTAINED BY GRN001 --
      *    THE CALENDAR-YEAR GREEN UNITS ARE KEPT ON IT HERE.
           SELECT MO04-GREEN-ENROL-KSDS ASSIGN TO GRENKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS GRN-CUST-ID
           FILE STATUS            IS WS-GRN-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-RETIRE-RPT     ASSIGN TO GRNRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    ANNUAL CERTIFICATES OF RENEWABLE SUPPLY -- WRITTEN ONLY
      *    WHEN THE DECEMBER PERIOD IS CLOSED.
           SELECT TO02-GREEN-CERT     ASSIGN TO GRNCERT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CERT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI09-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
             88 PRD-STAT-OPEN            VALUE 'O'.
             88 PRD-STAT-CLOSED          VALUE 'C'.
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

      *    ONE CERTIFICATE IS ONE MWH OF RENEWABLE GENERATION.
       FD TI01-REC-ACQUIRE
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-REC-ACQUIRE-RECORD.
          05 ACQ-REGISTRY         PIC X(10).
          05 ACQ-VINTAGE          PIC 9(04).
          05 ACQ-SERIAL-FROM      PIC 9(10).
          05 ACQ-SERIAL-TO        PIC 9(10).
          05 ACQ-SOURCE           PIC X(20).
          05 ACQ-DATE             PIC 9(08).
          05 FILLER               PIC X(18).

       FD MO01-REC-INVENTORY-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-REC-INVENTORY-RECORD.
          05 REC-BLOCK-KEY.
             10 REC-VINTAGE       PIC 9(04).
             10 REC-SERIAL-FROM   PIC 9(10).
          05 REC-REGISTRY         PIC X(10).
          05 REC-SERIAL-TO        PIC 9(10).
          05 REC-NEXT-SERIAL      PIC 9(10).
          05 REC-SOURCE           PIC X(20).
          05 REC-ACQ-DATE         PIC 9(08).
          05 REC-STATUS           PIC X(01).
             88 REC-STAT-ACTIVE              VALUE 'A'.
             88 REC-STAT-USED-UP             VALUE 'R'.
          05 REC-LAST-PERIOD      PIC 9(06).
          05 FILLER               PIC X(01).

       FD MO02-REC-RETIRE-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO02-REC-RETIRE-RECORD.
          05 RET-KEY.
             10 RET-PERIOD        PIC 9(06).
             10 RET-SEQ           PIC 9(03).
                88 RET-SUMMARY-ROW           VALUE ZERO.
          05 RET-REGISTRY         PIC X(10).
          05 RET-VINTAGE          PIC 9(04).
          05 RET-SERIAL-FROM      PIC 9(10).
          05 RET-SERIAL-TO        PIC 9(10).
          05 RET-CERT-COUNT       PIC 9(07).
          05 RET-GREEN-UNITS      PIC 9(09).
          05 RET-CARRY-UNITS      PIC 9(04).
          05 RET-SHORT-CERTS      PIC 9(07).
          05 RET-RUN-DATE         PIC 9(08).
          05 FILLER               PIC X(02).

      *    SAME GREEN-SALES LEDGER LAYOUT BILL003 WRITES.
       FD MO03-GREEN-SALES-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO03-GREEN-SALES-RECORD.
          05 GSL-BILL-ID          PIC X(12).
          05 GSL-CUST-ID          PIC X(12).
          05 GSL-BILL-DATE        PIC 9(08).
          05 GSL-BILL-PERIOD      PIC 9(06).
          05 GSL-TOTAL-UNITS      PIC 9(06).
          05 GSL-GREEN-PCT        PIC 9(03).
          05 GSL-GREEN-UNITS      PIC 9(06).
          05 GSL-GREEN-RATE       PIC 9(03)V99.
          05 GSL-PREMIUM          PIC 9(07)V99.
          05 GSL-RETIRE-PERIOD    PIC 9(06).
          05 FILLER               PIC X(07).

      *    SAME GREEN-TARIFF ENROLLMENT LAYOUT GRN001 MAINTAINS.
       FD MO04-GREEN-ENROL-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO04-GREEN-ENROL-RECORD.
          05 GRN-CUST-ID          PIC X(12).
          05 GRN-PCT              PIC 9(03).
          05 GRN-ENROL-DATE       PIC 9(08).
          05 GRN-STATUS           PIC X(01).
             88 GRN-STAT-ACTIVE              VALUE 'A'.
             88 GRN-STAT-CANCELLED           VALUE 'X'.
          05 GRN-END-DATE         PIC 9(08).
          05 GRN-CERT-YEAR        PIC 9(04).
          05 GRN-YEAR-UNITS       PIC 9(09).
          05 GRN-LAST-PERIOD      PIC 9(06).
          05 FILLER               PIC X(09).

      *    SAME CUSTOMER MASTER LAYOUT DISCLTR USES, CUT AFTER THE
      *    ZIP CODE -- ONLY THE NAME AND ADDRESS ARE PRINTED HERE.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 CUST-AREA-CODE   PIC X(6).
          05 CUST-SPACE       PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 FILLER           PIC X(58).

       FD TO01-RETIRE-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-RETIRE-RPT-RECORD  PIC X(133).

       FD TO02-GREEN-CERT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO02-GREEN-CERT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-ACQ-STATUS         PIC X(02).
             88 ACQ-IO-STATUS      VALUE '00'.
             88 ACQ-EOF            VALUE '10'.
          05 WS-REC-STATUS         PIC X(02).
             88 REC-IO-STATUS      VALUE '00'.
             88 REC-DUPLICATE      VALUE '22'.
          05 WS-RET-STATUS         PIC X(02).
             88 RET-IO-STATUS      VALUE '00'.
          05 WS-GSL-STATUS         PIC X(02).
             88 GSL-IO-STATUS      VALUE '00'.
          05 WS-GRN-STATUS         PIC X(02).
             88 GRN-IO-STATUS      VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-CERT-STATUS        PIC X(02).
             88 CERT-IO-STATUS     VALUE '00'.

       01 WS-SWITCHES.
          05 WS-RERUN-FLAG         PIC X(01) VALUE 'N'.
             88 PERIOD-ALREADY-RETIRED       VALUE 'Y'.
          05 WS-INVENTORY-FLAG     PIC X(01) VALUE 'N'.
             88 INVENTORY-EOF                VALUE 'Y'.
          05 WS-SALES-FLAG         PIC X(01) VALUE 'N'.
             88 SALES-EOF                    VALUE 'Y'.
          05 WS-ENROL-FLAG         PIC X(01) VALUE 'N'.
             88 ENROL-EOF                    VALUE 'Y'.
          05 WS-RANGE-FLAG         PIC X(01) VALUE 'N'.
             88 RANGE-EOF                    VALUE 'Y'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06).
          05 FILLER REDEFINES WS-PERIOD.
             10 WS-PERIOD-YYYY     PIC 9(04).
             10 WS-PERIOD-MM       PIC 9(02).
          05 WS-PRIOR-PERIOD       PIC 9(06).
          05 FILLER REDEFINES WS-PRIOR-PERIOD.
             10 WS-PRIOR-YYYY      PIC 9(04).
             10 WS-PRIOR-MM        PIC 9(02).

      *    A CERTIFICATE COVERS ONE MWH. UNITS SHORT OF A WHOLE
      *    CERTIFICATE, AND CERTIFICATES WE DID NOT HOLD ENOUGH OF,
      *    ARE OWED INTO NEXT PERIOD'S RETIREMENT.
       01 WS-UNITS-PER-CERT        PIC 9(04) VALUE 1000.

       01 WS-RETIRE-VARIABLES.
          05 WS-PERIOD-UNITS       PIC 9(09) VALUE ZEROS.
          05 WS-PRIOR-CARRY        PIC 9(04) VALUE ZEROS.
          05 WS-PRIOR-SHORT        PIC 9(07) VALUE ZEROS.
          05 WS-OWED-UNITS         PIC 9(11) VALUE ZEROS.
          05 WS-CERTS-DUE          PIC 9(09) VALUE ZEROS.
          05 WS-CARRY-UNITS        PIC 9(04) VALUE ZEROS.
          05 WS-CERTS-LEFT         PIC 9(09) VALUE ZEROS.
          05 WS-CERTS-RETIRED      PIC 9(09) VALUE ZEROS.
          05 WS-BLOCK-LEFT         PIC 9(10) VALUE ZEROS.
          05 WS-TAKE               PIC 9(10) VALUE ZEROS.
          05 WS-RET-SEQ            PIC 9(03) VALUE ZEROS.
          05 WS-CERTS-HELD         PIC 9(11) VALUE ZEROS.

      *    THE YEAR'S RETIRED SERIAL RANGES, QUOTED ON EVERY
      *    ANNUAL CERTIFICATE -- THE CERTIFICATES ARE RETIRED FOR
      *    THE GREEN TARIFF AS A WHOLE, NOT CUSTOMER BY CUSTOMER.
       01 WS-RANGE-MAX             PIC 9(03) VALUE 100.
       01 WS-RANGE-COUNT           PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-MORE            PIC 9(05) VALUE ZEROS.
       01 WS-RANGE-TABLE.
          05 WS-RANGE-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-RANGE-IDX.
             10 WS-RG-REGISTRY     PIC X(10).
             10 WS-RG-VINTAGE      PIC 9(04).
             10 WS-RG-SERIAL-FROM  PIC 9(10).
             10 WS-RG-SERIAL-TO    PIC 9(10).

       01 WS-CERT-VARIABLES.
          05 WS-C-FULL-NAME        PIC X(21).
          05 WS-C-YEAR-UNITS       PIC ZZZ,ZZZ,ZZ9.
          05 WS-C-MWH              PIC ZZZ,ZZ9.999.
          05 WS-C-MWH-WORK         PIC 9(06)V999.
          05 WS-C-PCT              PIC ZZ9.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'RENEWABLE ENERGY CERTIFICATE RETIREMENT'.
          05 FILLER               PIC X(8)  VALUE 'PERIOD'.
          05 WS-RH-PERIOD         PIC 9(06).
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-RPT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'ACTION'.
          05 FILLER               PIC X(12) VALUE 'REGISTRY'.
          05 FILLER               PIC X(9)  VALUE 'VINTAGE'.
          05 FILLER               PIC X(13) VALUE 'SERIAL FROM'.
          05 FILLER               PIC X(13) VALUE 'SERIAL TO'.
          05 FILLER               PIC X(12) VALUE 'CERTIFICATES'.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'SOURCE'.
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ACTION         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REGISTRY       PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VINTAGE        PIC 9(04).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-SERIAL-FROM    PIC 9(10).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-SERIAL-TO      PIC 9(10).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-CERTS          PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-SOURCE         PIC X(20).
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RT-LABEL          PIC X(40).
          05 WS-RT-COUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(77) VALUE SPACES.

       01 WS-RPT-MESSAGE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RM-TEXT           PIC X(100).
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(133) VALUE SPACES.

       01 WS-CERT-RANGE-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-CR-REGISTRY       PIC X(10).
          05 FILLER               PIC X(10) VALUE '  VINTAGE '.
          05 WS-CR-VINTAGE        PIC 9(04).
          05 FILLER               PIC X(10) VALUE '  SERIALS '.
          05 WS-CR-SERIAL-FROM    PIC 9(10).
          05 FILLER               PIC X(3)  VALUE ' - '.
          05 WS-CR-SERIAL-TO      PIC 9(10).
          05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-ACQ-READ-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ACQ-ADD-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ACQ-REJECT-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-SALES-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-NOT-ENROLLED-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-RANGE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-CERT-CTR           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GRN002 EXECUTION BEGINS HERE ...........'
           DISPLAY '  RENEWABLE CERTIFICATE RETIREMENT      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.
           PERFORM 2110-SET-PERIOD.
           PERFORM 2120-CHECK-PRIOR-RETIREMENT.

           MOVE WS-PERIOD TO WS-RH-PERIOD.
           MOVE WS-DATE   TO WS-RH-DATE.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-HEADER1.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-BLANK-LINE.

      *    A CLOSE RERUN MUST NOT RETIRE THE SAME MONTH TWICE; THE
      *    ACQUISITION CARDS WERE LOADED BY THE FIRST RUN.
           IF PERIOD-ALREADY-RETIRED
              DISPLAY 'CERTIFICATES ALREADY RETIRED FOR PERIOD '
                      WS-PERIOD ' - NOTHING DONE'
              MOVE 'CERTIFICATES ALREADY RETIRED FOR THIS PERIOD'
                TO WS-RM-TEXT
              WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
           ELSE
              WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-HEADER2
              WRITE TO01-RETIRE-RPT-RECORD FROM WS-BLANK-LINE
              PERFORM 2200-LOAD-ACQUISITION UNTIL ACQ-EOF
              PERFORM 2300-TOTAL-GREEN-SALES
              PERFORM 2400-RETIRE-CERTIFICATES
              PERFORM 2500-WRITE-PERIOD-SUMMARY
              PERFORM 2700-COUNT-CERTIFICATES-HELD
              PERFORM 2800-PRINT-TOTALS
              IF WS-PERIOD-MM = 12
                 PERFORM 2600-ANNUAL-CERTIFICATES
              END-IF
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-REC-ACQUIRE.
           IF NOT ACQ-IO-STATUS
              DISPLAY 'ERROR OPENING CERTIFICATE ACQUISITION FILE: '
                      WS-ACQ-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-REC-INVENTORY-KSDS.
           IF NOT REC-IO-STATUS
              DISPLAY 'ERROR OPENING CERTIFICATE INVENTORY KSDS: '
                      WS-REC-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-REC-RETIRE-KSDS.
           IF NOT RET-IO-STATUS
              DISPLAY 'ERROR OPENING CERTIFICATE RETIREMENT KSDS: '
                      WS-RET-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-GREEN-SALES-KSDS.
           IF NOT GSL-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN SALES LEDGER: '
                      WS-GSL-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO04-GREEN-ENROL-KSDS.
           IF NOT GRN-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN ENROLLMENT KSDS: '
                      WS-GRN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: ' WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RETIRE-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING RETIREMENT REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-GREEN-CERT.
           IF NOT CERT-IO-STATUS
              DISPLAY 'ERROR OPENING GREEN CERTIFICATE FILE: '
                      WS-CERT-STATUS
              STOP RUN
           END-IF.

       2110-SET-PERIOD  SECTION.

      *    THE PERIOD OF RECORD, NOT THE WALL CLOCK -- A CLOSE
      *    RERUN ON THE FIRST OF THE MONTH STILL RETIRES FOR THE
      *    PERIOD BEING CLOSED.
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

           MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-MM = 01
              MOVE 12 TO WS-PRIOR-MM
              SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

       2120-CHECK-PRIOR-RETIREMENT SECTION.

           MOVE WS-PERIOD TO RET-PERIOD.
           MOVE ZERO      TO RET-SEQ.
           READ MO02-REC-RETIRE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PERIOD-ALREADY-RETIRED TO TRUE
           END-READ.

      *    WHATEVER LAST PERIOD COULD NOT COVER IS OWED NOW.
           MOVE WS-PRIOR-PERIOD TO RET-PERIOD.
           MOVE ZERO            TO RET-SEQ.
           READ MO02-REC-RETIRE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RET-CARRY-UNITS TO WS-PRIOR-CARRY
                   MOVE RET-SHORT-CERTS TO WS-PRIOR-SHORT
           END-READ.

       2200-LOAD-ACQUISITION SECTION.

           READ TI01-REC-ACQUIRE
               AT END  SET ACQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACQ-READ-CTR
                   PERFORM 2210-ADD-CERTIFICATE-BLOCK
           END-READ.

       2210-ADD-CERTIFICATE-BLOCK SECTION.

           IF ACQ-VINTAGE NOT NUMERIC
              OR ACQ-SERIAL-FROM NOT NUMERIC
              OR ACQ-SERIAL-TO NOT NUMERIC
              OR ACQ-SERIAL-FROM > ACQ-SERIAL-TO
              OR ACQ-REGISTRY = SPACES
              DISPLAY 'CERTIFICATE BLOCK REJECTED - BAD SERIALS: '
                      ACQ-REGISTRY ' ' ACQ-VINTAGE
              ADD 1 TO WS-ACQ-REJECT-CTR
              MOVE 'REJECTED' TO WS-RD-ACTION
              PERFORM 2220-PRINT-ACQUISITION
           ELSE
              MOVE SPACES          TO MO01-REC-INVENTORY-RECORD
              MOVE ACQ-VINTAGE     TO REC-VINTAGE
              MOVE ACQ-SERIAL-FROM TO REC-SERIAL-FROM
              MOVE ACQ-REGISTRY    TO REC-REGISTRY
              MOVE ACQ-SERIAL-TO   TO REC-SERIAL-TO
              MOVE ACQ-SERIAL-FROM TO REC-NEXT-SERIAL
              MOVE ACQ-SOURCE      TO REC-SOURCE
              MOVE ACQ-DATE        TO REC-ACQ-DATE
              SET REC-STAT-ACTIVE  TO TRUE
              MOVE ZEROS           TO REC-LAST-PERIOD
              WRITE MO01-REC-INVENTORY-RECORD
                  INVALID KEY
                      DISPLAY 'CERTIFICATE BLOCK ALREADY HELD: '
                              ACQ-VINTAGE ' ' ACQ-SERIAL-FROM
                      ADD 1 TO WS-ACQ-REJECT-CTR
                      MOVE 'REJECTED' TO WS-RD-ACTION
                      PERFORM 2220-PRINT-ACQUISITION
                  NOT INVALID KEY
                      ADD 1 TO WS-ACQ-ADD-CTR
                      MOVE 'ACQUIRED' TO WS-RD-ACTION
                      PERFORM 2220-PRINT-ACQUISITION
              END-WRITE
           END-IF.

       2220-PRINT-ACQUISITION SECTION.

           MOVE ACQ-REGISTRY    TO WS-RD-REGISTRY.
           MOVE ACQ-SOURCE      TO WS-RD-SOURCE.
           IF ACQ-VINTAGE NUMERIC
              MOVE ACQ-VINTAGE  TO WS-RD-VINTAGE
           ELSE
              MOVE ZEROS        TO WS-RD-VINTAGE
           END-IF.
           IF ACQ-SERIAL-FROM NUMERIC AND ACQ-SERIAL-TO NUMERIC
              MOVE ACQ-SERIAL-FROM TO WS-RD-SERIAL-FROM
              MOVE ACQ-SERIAL-TO   TO WS-RD-SERIAL-TO
              IF ACQ-SERIAL-TO >= ACQ-SERIAL-FROM
                 COMPUTE WS-RD-CERTS =
                         ACQ-SERIAL-TO - ACQ-SERIAL-FROM + 1
              ELSE
                 MOVE ZEROS TO WS-RD-CERTS
              END-IF
           ELSE
              MOVE ZEROS TO WS-RD-SERIAL-FROM
              MOVE ZEROS TO WS-RD-SERIAL-TO
              MOVE ZEROS TO WS-RD-CERTS
           END-IF.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-DETAIL.

       2300-TOTAL-GREEN-SALES SECTION.

      *    EVERY GREEN SALE BILLED UP TO THE PERIOD BEING CLOSED AND
      *    NOT YET COVERED IS COVERED NOW -- A LATE BILL FROM AN
      *    EARLIER PERIOD IS PICKED UP BY THE NEXT CLOSE.
           MOVE LOW-VALUES TO GSL-BILL-ID.
           START MO03-GREEN-SALES-KSDS KEY >= GSL-BILL-ID
               INVALID KEY
                   SET SALES-EOF TO TRUE
           END-START.

           PERFORM 2310-READ-GREEN-SALE UNTIL SALES-EOF.

       2310-READ-GREEN-SALE SECTION.

           READ MO03-GREEN-SALES-KSDS NEXT
               AT END  SET SALES-EOF TO TRUE
               NOT AT END
                   IF GSL-RETIRE-PERIOD = ZEROS
                      AND GSL-BILL-PERIOD <= WS-PERIOD
                      PERFORM 2320-COVER-GREEN-SALE
                   END-IF
           END-READ.

       2320-COVER-GREEN-SALE SECTION.

           ADD 1               TO WS-SALES-CTR.
           ADD GSL-GREEN-UNITS TO WS-PERIOD-UNITS.
           MOVE WS-PERIOD      TO GSL-RETIRE-PERIOD.
           REWRITE MO03-GREEN-SALES-RECORD
               INVALID KEY
                   DISPLAY 'GREEN SALES REWRITE FAILED: '
                           GSL-BILL-ID ' ' WS-GSL-STATUS
           END-REWRITE.

      *    THE CUSTOMER'S CALENDAR-YEAR UNITS, FOR THE CERTIFICATE
      *    OF RENEWABLE SUPPLY PRINTED WHEN DECEMBER CLOSES.
           MOVE GSL-CUST-ID TO GRN-CUST-ID.
           READ MO04-GREEN-ENROL-KSDS
               INVALID KEY
                   DISPLAY 'GREEN SALE FOR CUSTOMER NOT ENROLLED: '
                           GSL-CUST-ID
                   ADD 1 TO WS-NOT-ENROLLED-CTR
               NOT INVALID KEY
                   IF GRN-CERT-YEAR NOT = WS-PERIOD-YYYY
                      MOVE WS-PERIOD-YYYY TO GRN-CERT-YEAR
                      MOVE ZEROS          TO GRN-YEAR-UNITS
                   END-IF
                   ADD GSL-GREEN-UNITS TO GRN-YEAR-UNITS
                   IF GSL-BILL-PERIOD > GRN-LAST-PERIOD
                      MOVE GSL-BILL-PERIOD TO GRN-LAST-PERIOD
                   END-IF
                   REWRITE MO04-GREEN-ENROL-RECORD
                       INVALID KEY
                           DISPLAY 'GREEN ENROLLMENT REWRITE FAILED: '
                                   GRN-CUST-ID ' ' WS-GRN-STATUS
                   END-REWRITE
           END-READ.

       2400-RETIRE-CERTIFICATES SECTION.

           COMPUTE WS-OWED-UNITS = WS-PERIOD-UNITS + WS-PRIOR-CARRY
                                 + WS-PRIOR-SHORT * WS-UNITS-PER-CERT.
           DIVIDE WS-OWED-UNITS BY WS-UNITS-PER-CERT
                  GIVING WS-CERTS-DUE
                  REMAINDER WS-CARRY-UNITS.
           MOVE WS-CERTS-DUE TO WS-CERTS-LEFT.

      *    OLDEST VINTAGE FIRST, LOWEST SERIAL FIRST WITHIN IT.
           IF WS-CERTS-LEFT > ZERO
              MOVE LOW-VALUES TO REC-BLOCK-KEY
              START MO01-REC-INVENTORY-KSDS KEY >= REC-BLOCK-KEY
                  INVALID KEY
                      SET INVENTORY-EOF TO TRUE
              END-START
              PERFORM 2410-READ-CERTIFICATE-BLOCK
                  UNTIL INVENTORY-EOF OR WS-CERTS-LEFT = ZERO
           END-IF.

           IF WS-CERTS-LEFT > ZERO
              DISPLAY 'NOT ENOUGH CERTIFICATES HELD - SHORT BY '
                      WS-CERTS-LEFT
              WRITE TO01-RETIRE-RPT-RECORD FROM WS-BLANK-LINE
              MOVE 'NOT ENOUGH CERTIFICATES HELD - SHORTFALL OWED'
                TO WS-RM-TEXT
              WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
           END-IF.

       2410-READ-CERTIFICATE-BLOCK SECTION.

           READ MO01-REC-INVENTORY-KSDS NEXT
               AT END  SET INVENTORY-EOF TO TRUE
               NOT AT END
                   IF REC-STAT-ACTIVE
                      PERFORM 2420-RETIRE-FROM-BLOCK
                   END-IF
           END-READ.

       2420-RETIRE-FROM-BLOCK SECTION.

           COMPUTE WS-BLOCK-LEFT = REC-SERIAL-TO - REC-NEXT-SERIAL + 1.
           IF WS-BLOCK-LEFT > WS-CERTS-LEFT
              MOVE WS-CERTS-LEFT TO WS-TAKE
           ELSE
              MOVE WS-BLOCK-LEFT TO WS-TAKE
           END-IF.

           ADD 1 TO WS-RET-SEQ.
           MOVE SPACES          TO MO02-REC-RETIRE-RECORD.
           MOVE WS-PERIOD       TO RET-PERIOD.
           MOVE WS-RET-SEQ      TO RET-SEQ.
           MOVE REC-REGISTRY    TO RET-REGISTRY.
           MOVE REC-VINTAGE     TO RET-VINTAGE.
           MOVE REC-NEXT-SERIAL TO RET-SERIAL-FROM.
           COMPUTE RET-SERIAL-TO = REC-NEXT-SERIAL + WS-TAKE - 1.
           MOVE WS-TAKE         TO RET-CERT-COUNT.
           MOVE ZEROS           TO RET-GREEN-UNITS.
           MOVE ZEROS           TO RET-CARRY-UNITS.
           MOVE ZEROS           TO RET-SHORT-CERTS.
           MOVE WS-DATE         TO RET-RUN-DATE.
           WRITE MO02-REC-RETIRE-RECORD
               INVALID KEY
                   DISPLAY 'RETIREMENT WRITE FAILED: '
                           RET-KEY ' ' WS-RET-STATUS
           END-WRITE.

           ADD WS-TAKE TO REC-NEXT-SERIAL.
           IF REC-NEXT-SERIAL > REC-SERIAL-TO
              SET REC-STAT-USED-UP TO TRUE
           END-IF.
           MOVE WS-PERIOD TO REC-LAST-PERIOD.
           REWRITE MO01-REC-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'CERTIFICATE INVENTORY REWRITE FAILED: '
                           REC-BLOCK-KEY ' ' WS-REC-STATUS
           END-REWRITE.

           SUBTRACT WS-TAKE FROM WS-CERTS-LEFT.
           ADD WS-TAKE TO WS-CERTS-RETIRED.
           ADD 1 TO WS-RANGE-CTR.

           MOVE 'RETIRED '      TO WS-RD-ACTION.
           MOVE RET-REGISTRY    TO WS-RD-REGISTRY.
           MOVE RET-VINTAGE     TO WS-RD-VINTAGE.
           MOVE RET-SERIAL-FROM TO WS-RD-SERIAL-FROM.
           MOVE RET-SERIAL-TO   TO WS-RD-SERIAL-TO.
           MOVE RET-CERT-COUNT  TO WS-RD-CERTS.
           MOVE REC-SOURCE      TO WS-RD-SOURCE.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-DETAIL.

       2500-WRITE-PERIOD-SUMMARY SECTION.

           MOVE SPACES           TO MO02-REC-RETIRE-RECORD.
           MOVE WS-PERIOD        TO RET-PERIOD.
           MOVE ZERO             TO RET-SEQ.
           MOVE ZEROS            TO RET-VINTAGE.
           MOVE ZEROS            TO RET-SERIAL-FROM.
           MOVE ZEROS            TO RET-SERIAL-TO.
           MOVE WS-CERTS-RETIRED TO RET-CERT-COUNT.
           MOVE WS-PERIOD-UNITS  TO RET-GREEN-UNITS.
           MOVE WS-CARRY-UNITS   TO RET-CARRY-UNITS.
           MOVE WS-CERTS-LEFT    TO RET-SHORT-CERTS.
           MOVE WS-DATE          TO RET-RUN-DATE.
           WRITE MO02-REC-RETIRE-RECORD
               INVALID KEY
                   DISPLAY 'RETIREMENT SUMMARY WRITE FAILED: '
                           RET-KEY ' ' WS-RET-STATUS
           END-WRITE.

       2600-ANNUAL-CERTIFICATES SECTION.

      *    DECEMBER CLOSES THE CERTIFICATE YEAR -- EVERY CUSTOMER
      *    WHO BOUGHT GREEN UNITS IN IT, STILL ENROLLED OR NOT, IS
      *    SENT A CERTIFICATE OF RENEWABLE SUPPLY, AND THE YEAR'S
      *    UNITS ARE CLEARED FOR THE NEXT ONE.
           PERFORM 2610-LOAD-YEAR-RANGES.

           MOVE LOW-VALUES TO GRN-CUST-ID.
           START MO04-GREEN-ENROL-KSDS KEY >= GRN-CUST-ID
               INVALID KEY
                   SET ENROL-EOF TO TRUE
           END-START.

           PERFORM 2620-READ-ENROLLMENT UNTIL ENROL-EOF.

           DISPLAY ' CERTIFICATES OF SUPPLY   ',  WS-CERT-CTR.

       2610-LOAD-YEAR-RANGES SECTION.

           COMPUTE RET-PERIOD = WS-PERIOD-YYYY * 100 + 1.
           MOVE ZERO TO RET-SEQ.
           START MO02-REC-RETIRE-KSDS KEY >= RET-KEY
               INVALID KEY
                   SET RANGE-EOF TO TRUE
           END-START.

           PERFORM 2615-READ-YEAR-RANGE UNTIL RANGE-EOF.

       2615-READ-YEAR-RANGE SECTION.

           READ MO02-REC-RETIRE-KSDS NEXT
               AT END  SET RANGE-EOF TO TRUE
               NOT AT END
                   IF RET-PERIOD > WS-PERIOD
                      SET RANGE-EOF TO TRUE
                   ELSE
                   IF NOT RET-SUMMARY-ROW
                      IF WS-RANGE-COUNT < WS-RANGE-MAX
                         ADD 1 TO WS-RANGE-COUNT
                         SET WS-RANGE-IDX TO WS-RANGE-COUNT
                         MOVE RET-REGISTRY
                           TO WS-RG-REGISTRY(WS-RANGE-IDX)
                         MOVE RET-VINTAGE
                           TO WS-RG-VINTAGE(WS-RANGE-IDX)
                         MOVE RET-SERIAL-FROM
                           TO WS-RG-SERIAL-FROM(WS-RANGE-IDX)
                         MOVE RET-SERIAL-TO
                           TO WS-RG-SERIAL-TO(WS-RANGE-IDX)
                      ELSE
                         ADD 1 TO WS-RANGE-MORE
                      END-IF
                   END-IF
                   END-IF
           END-READ.

       2620-READ-ENROLLMENT SECTION.

           READ MO04-GREEN-ENROL-KSDS NEXT
               AT END  SET ENROL-EOF TO TRUE
               NOT AT END
                   IF GRN-CERT-YEAR = WS-PERIOD-YYYY
                      IF GRN-YEAR-UNITS > ZEROS
                         PERFORM 2630-PRINT-CERTIFICATE
                      END-IF
                      ADD 1 TO GRN-CERT-YEAR
                      MOVE ZEROS TO GRN-YEAR-UNITS
                      REWRITE MO04-GREEN-ENROL-RECORD
                          INVALID KEY
                              DISPLAY 'GREEN ENROLLMENT REWRITE '
                                      'FAILED: ' GRN-CUST-ID ' '
                                      WS-GRN-STATUS
                      END-REWRITE
                   END-IF
           END-READ.

       2630-PRINT-CERTIFICATE SECTION.

           MOVE GRN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER FOR GREEN CERTIFICATE: '
                           GRN-CUST-ID
                   MOVE SPACES TO MI01-CUSTOMER-RECORD
           END-READ.

           ADD 1 TO WS-CERT-CTR.
           MOVE SPACES TO WS-C-FULL-NAME.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' CUST-LAST-NAME DELIMITED BY SPACE
                  INTO WS-C-FULL-NAME
           END-STRING.
           MOVE GRN-YEAR-UNITS TO WS-C-YEAR-UNITS.
           COMPUTE WS-C-MWH-WORK = GRN-YEAR-UNITS / WS-UNITS-PER-CERT.
           MOVE WS-C-MWH-WORK  TO WS-C-MWH.
           MOVE GRN-PCT        TO WS-C-PCT.

           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE 'ABC ELECTRICITY COMPANY' TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           STRING 'CERTIFICATE OF RENEWABLE SUPPLY - CALENDAR YEAR '
                  WS-PERIOD-YYYY
                  DELIMITED BY SIZE
                  INTO TO02-GREEN-CERT-RECORD
           END-STRING.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.

           MOVE WS-C-FULL-NAME TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE CUST-ADDRESS   TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           STRING CUST-CITY ' ' CUST-ZIP-CODE
                  DELIMITED BY SIZE
                  INTO TO02-GREEN-CERT-RECORD
           END-STRING.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           STRING 'ACCOUNT: ' GRN-CUST-ID
                  DELIMITED BY SIZE
                  INTO TO02-GREEN-CERT-RECORD
           END-STRING.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.

           STRING 'THIS CERTIFIES THAT ' WS-C-YEAR-UNITS
                  ' KWH (' WS-C-MWH ' MWH) OF THE'
                  DELIMITED BY SIZE
                  INTO TO02-GREEN-CERT-RECORD
           END-STRING.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           STRING 'ELECTRICITY SUPPLIED TO THIS ACCOUNT UNDER OUR '
                  WS-C-PCT '% GREEN TARIFF'
                  DELIMITED BY SIZE
                  INTO TO02-GREEN-CERT-RECORD
           END-STRING.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE 'WAS MATCHED BY RENEWABLE ENERGY CERTIFICATES RETIRED'
             TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE 'ON ITS BEHALF FROM THE FOLLOWING REGISTRY SERIALS:'
             TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.

           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
              MOVE WS-RG-REGISTRY(WS-RANGE-IDX)    TO WS-CR-REGISTRY
              MOVE WS-RG-VINTAGE(WS-RANGE-IDX)     TO WS-CR-VINTAGE
              MOVE WS-RG-SERIAL-FROM(WS-RANGE-IDX)
                TO WS-CR-SERIAL-FROM
              MOVE WS-RG-SERIAL-TO(WS-RANGE-IDX)   TO WS-CR-SERIAL-TO
              WRITE TO02-GREEN-CERT-RECORD FROM WS-CERT-RANGE-LINE
           END-PERFORM.

           IF WS-RANGE-MORE > ZERO
              MOVE '    AND FURTHER RANGES ON OUR RETIREMENT REGISTER'
                TO TO02-GREEN-CERT-RECORD
              WRITE TO02-GREEN-CERT-RECORD
           END-IF.

           MOVE SPACES TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.
           MOVE ALL '-' TO TO02-GREEN-CERT-RECORD.
           WRITE TO02-GREEN-CERT-RECORD.

       2700-COUNT-CERTIFICATES-HELD SECTION.

      *    WHAT IS LEFT TO RETIRE NEXT MONTH, FOR THE BUYING DESK.
           MOVE 'N' TO WS-INVENTORY-FLAG.
           MOVE LOW-VALUES TO REC-BLOCK-KEY.
           START MO01-REC-INVENTORY-KSDS KEY >= REC-BLOCK-KEY
               INVALID KEY
                   SET INVENTORY-EOF TO TRUE
           END-START.

           PERFORM 2710-ADD-BLOCK-BALANCE UNTIL INVENTORY-EOF.

       2710-ADD-BLOCK-BALANCE SECTION.

           READ MO01-REC-INVENTORY-KSDS NEXT
               AT END  SET INVENTORY-EOF TO TRUE
               NOT AT END
                   IF REC-STAT-ACTIVE
                      COMPUTE WS-CERTS-HELD = WS-CERTS-HELD
                            + REC-SERIAL-TO - REC-NEXT-SERIAL + 1
                   END-IF
           END-READ.

       2800-PRINT-TOTALS SECTION.

           WRITE TO01-RETIRE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 'GREEN SALES COVERED' TO WS-RT-LABEL.
           MOVE WS-SALES-CTR TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'GREEN UNITS SOLD THIS PERIOD' TO WS-RT-LABEL.
           MOVE WS-PERIOD-UNITS TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'UNITS CARRIED IN FROM LAST PERIOD' TO WS-RT-LABEL.
           MOVE WS-PRIOR-CARRY TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATES OWED FROM LAST PERIOD' TO WS-RT-LABEL.
           MOVE WS-PRIOR-SHORT TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATES DUE' TO WS-RT-LABEL.
           MOVE WS-CERTS-DUE TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATES RETIRED' TO WS-RT-LABEL.
           MOVE WS-CERTS-RETIRED TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATES SHORT - OWED NEXT PERIOD' TO WS-RT-LABEL.
           MOVE WS-CERTS-LEFT TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'UNITS CARRIED TO NEXT PERIOD' TO WS-RT-LABEL.
           MOVE WS-CARRY-UNITS TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATES STILL HELD' TO WS-RT-LABEL.
           MOVE WS-CERTS-HELD TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATE BLOCKS ACQUIRED' TO WS-RT-LABEL.
           MOVE WS-ACQ-ADD-CTR TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'CERTIFICATE BLOCKS REJECTED' TO WS-RT-LABEL.
           MOVE WS-ACQ-REJECT-CTR TO WS-RT-COUNT.
           WRITE TO01-RETIRE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ACQUISITION CARDS READ   ',  WS-ACQ-READ-CTR
           DISPLAY ' BLOCKS ACQUIRED          ',  WS-ACQ-ADD-CTR
           DISPLAY ' BLOCKS REJECTED          ',  WS-ACQ-REJECT-CTR
           DISPLAY ' GREEN SALES COVERED      ',  WS-SALES-CTR
           DISPLAY ' GREEN UNITS SOLD         ',  WS-PERIOD-UNITS
           DISPLAY ' CERTIFICATES RETIRED     ',  WS-CERTS-RETIRED
           DISPLAY ' SERIAL RANGES RETIRED    ',  WS-RANGE-CTR
           DISPLAY ' CERTIFICATES SHORT       ',  WS-CERTS-LEFT
           DISPLAY ' SALES NOT ENROLLED       ',  WS-NOT-ENROLLED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-REC-ACQUIRE,
                  MO01-REC-INVENTORY-KSDS,
                  MO02-REC-RETIRE-KSDS,
                  MO03-GREEN-SALES-KSDS,
                  MO04-GREEN-ENROL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-RETIRE-RPT,
                  TO02-GREEN-CERT.

           STOP RUN.
