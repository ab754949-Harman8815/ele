           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RATE-STATUS.

      *    GROUP-METERING MASTER -- A BULK OR SUB METER'S BILL IS A
      *    SHARE OF AN APPORTIONED SOCIETY BILL, NOT A SLAB PRICE,
      *    SO IT IS LEFT OUT OF THE REPRICING.
           SELECT MI05-GROUP-KSDS     ASSIGN TO GRPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GRP-MTR-ID
           FILE STATUS            IS WS-GRP-STATUS.

           SELECT TO01-DIFF-RPT       ASSIGN TO SHADRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 RATE-TARIFF-CLASS PIC X(01).
          05 RATE-TOU-BAND    PIC X(01).

      *    SAME GROUP-METERING LAYOUT GRP001 MAINTAINS.
       FD MI05-GROUP-KSDS
           RECORD CONTAINS         64  CHARACTERS.

       01 MI05-GROUP-RECORD.
          05 GRP-MTR-ID           PIC X(14).
          05 GRP-BULK-MTR-ID      PIC X(14).
          05 GRP-ROLE             PIC X(01).
             88 GRP-ROLE-BULK                 VALUE 'B'.
             88 GRP-ROLE-SUB                  VALUE 'S'.
          05 GRP-COMMON-BASIS     PIC X(01).
             88 GRP-BASIS-EQUAL               VALUE 'E'.
             88 GRP-BASIS-METERED             VALUE 'M'.
             88 GRP-BASIS-FIXED               VALUE 'F'.
          05 GRP-COMMON-PCT       PIC 9(03)V99.
          05 GRP-STATUS           PIC X(01).
             88 GRP-STAT-ACTIVE               VALUE 'A'.
             88 GRP-STAT-REMOVED              VALUE 'X'.
          05 GRP-ADDED-DATE       PIC 9(08).
          05 GRP-REMOVED-DATE     PIC 9(08).
          05 GRP-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(04).

       FD TO01-DIFF-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.
             88 RATE-EOF           VALUE '10'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-GRP-STATUS         PIC X(02).
             88 GRP-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-REPRICED-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-DIFF-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-SKIP-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-GROUP-SKIP-CTR     PIC 9(06) VALUE ZEROS.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(25) VALUE SPACES.
              STOP RUN
           END-IF.

           OPEN INPUT MI05-GROUP-KSDS.
           IF NOT GRP-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP METERING KSDS: '
                      WS-GRP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DIFF-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING DIFFERENCE REPORT: '

      *    DEBT-ONLY AND UNMETERED BILLS PRICE OUTSIDE THE SLAB
      *    ENGINE UNDER AUDIT -- ONLY CONSUMPTION BILLS REPRICE.
      *    GROUP-METERED BILLS ARE APPORTIONED SHARES OF A BULK
      *    BILL AND DO NOT REPRICE EITHER.
           IF BILL-UNITS = ZEROS
              ADD 1 TO WS-SKIP-CTR
           ELSE
              MOVE BILL-MTR-ID TO GRP-MTR-ID
              READ MI05-GROUP-KSDS
                  INVALID KEY
                      MOVE SPACE TO GRP-STATUS
              END-READ
              IF GRP-IO-STATUS AND GRP-STAT-ACTIVE
                 ADD 1 TO WS-GROUP-SKIP-CTR
              ELSE
                 MOVE BILL-CUST-ID TO CUST-KEY
                 READ MI01-CUSTOMER-KSDS
                     INVALID KEY
                         ADD 1 TO WS-SKIP-CTR
                     NOT INVALID KEY
                         PERFORM 2400-SHADOW-PRICE
                         PERFORM 2600-COMPARE
                 END-READ
              END-IF
           END-IF.

       2400-SHADOW-PRICE  SECTION.
           DISPLAY ' BILLS REPRICED           ',  WS-REPRICED-CTR
           DISPLAY ' PRICING DIFFERENCES      ',  WS-DIFF-CTR
           DISPLAY ' SKIPPED (NO CONSUMPTION) ',  WS-SKIP-CTR
           DISPLAY ' SKIPPED (GROUP METERED)  ',  WS-GROUP-SKIP-CTR
           DISPLAY '----------------------------------------'

           IF WS-DIFF-CTR > ZEROS
           CLOSE  MI01-BILL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI01-RATE-MASTER,
                  MI05-GROUP-KSDS,
                  TO01-DIFF-RPT.

           STOP RUN.
