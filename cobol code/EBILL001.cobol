           RECORD KEY             IS CORR-KEY
           FILE STATUS            IS WS-CORR-STATUS.

      *    BALANCE BROUGHT FORWARD -- ONLY TO TELL MSGRTN WHETHER
      *    THE CUSTOMER IS IN ARREARS, SO THE E-BILL CARRIES THE
      *    SAME MESSAGES AS THE PRINTED STATEMENT.
           SELECT MI03-BAL-FWD-KSDS ASSIGN TO BALFWD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TO01-EBILL-EXTRACT
           RECORDING MODE          IS F
           RECORD CONTAINS         330 CHARACTERS.

       01 TO01-EBILL-EXTRACT-RECORD PIC X(330).

       FD TO02-EBILL-EXCP
           RECORDING MODE          IS F
          05 CORR-REF             PIC X(14).
          05 FILLER               PIC X(07).

       FD MI03-BAL-FWD-KSDS
           RECORD CONTAINS         20  CHARACTERS.

       01 MI03-BAL-FWD-RECORD.
          05 BAL-CUST-ID      PIC X(12).
          05 BAL-AMOUNT       PIC S9(06)V99.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 CORR-DUP-KEY       VALUE '22'.
          05 WS-CORR-DONE-FLAG     PIC X(01) VALUE 'N'.
             88 CORR-ROW-DONE      VALUE 'Y'.
          05 WS-BAL-STATUS         PIC X(02).
             88 BAL-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    DUE DATE = RUN DATE + 15 DAYS, THE SAME WINDOW THE
      *    DISCONNECT LETTERS QUOTE, ROLLED THROUGH THE INTRINSIC
      *    DATE FUNCTIONS SO MONTH ENDS COME OUT RIGHT. EACH BILL
      *    THEN MOVES IT TO THE CUSTOMER'S ELECTED DUE DAY, IF THEY
      *    HAVE ONE (DUEDRTN), AND FORWARD TO THE NEXT WORKING DAY
      *    OFF THE CALENDAR MASTER.
       01 WS-DUE-DATE-VARIABLES.
          05 WS-DUE-DAYS           PIC 9(02) VALUE 15.
          05 WS-DATE-INTEGER       PIC 9(08) VALUE ZEROS.
          05 WS-DUE-INTEGER        PIC 9(08) VALUE ZEROS.
          05 WS-STD-DUE-DATE       PIC 9(08) VALUE ZEROS.
          05 WS-ELECT-DUE-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-DUE-DATE           PIC 9(08) VALUE ZEROS.
          05 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(08).
          05 WS-ROLLED-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.
          05 WS-DUEDRTN-STATUS     PIC X(02) VALUE SPACES.

       01 WS-EXTRACT-WORK.
          05 WS-EXT-LINE           PIC X(330) VALUE SPACES.
          05 WS-EXT-AMOUNT         PIC 9(8).99.
          05 WS-EXT-UNITS          PIC 9(6).
          05 WS-EXT-CONTACT        PIC X(25) VALUE SPACES.
          05 WS-AT-SIGN-CTR        PIC 9(02) VALUE ZEROS.
          05 WS-EXT-LEN            PIC 9(03) COMP VALUE ZEROS.

      *    TARGETED BILL MESSAGES FROM MSGRTN -- THE SAME CHOICE
      *    BILLPRNT PRINTS IN THE STATEMENT MESSAGE PANEL.
       01 WS-MSG-REQUEST.
          05 WS-MSR-FUNCTION       PIC X(01).
          05 WS-MSR-RUN-DATE       PIC 9(08).
          05 WS-MSR-CUST-ID        PIC X(12).
          05 WS-MSR-AREA-CODE      PIC X(06).
          05 WS-MSR-TARIFF-CLASS   PIC X(01).
          05 WS-MSR-BILLING-FREQ   PIC X(01).
          05 WS-MSR-DELIVERY-PREF  PIC X(01).
          05 WS-MSR-ARREARS        PIC X(01).
          05 WS-MSR-SCORE-GRADE    PIC X(01).
          05 WS-MSR-SELECTED       PIC 9(01).
          05 WS-MSR-SELECTION OCCURS 3 TIMES.
             10 WS-MSR-ID             PIC X(08).
             10 WS-MSR-PRIORITY       PIC 9(02).
             10 WS-MSR-TEXT           PIC X(72).
          05 WS-MSR-LIST-NO        PIC 9(04).
          05 WS-MSR-LIST-COUNT     PIC 9(07).
          05 WS-MSR-STATUS         PIC X(02).
       77 WS-MSG-SUB               PIC 9(01) VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-BILL-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-EXTRACT-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-PRINT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-EXCP-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-WITH-MSG-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ELECTED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-EXT-AMT-TOTAL      PIC 9(12)V99 VALUE ZEROS.

      *    CONTROL TRAILER -- RECORD COUNT AND AMOUNT TOTAL, IN THE
          05 WS-TRL-COUNT          PIC 9(06).
          05 FILLER                PIC X(1)  VALUE ';'.
          05 WS-TRL-AMOUNT         PIC 9(12).99.
          05 FILLER                PIC X(300) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.
           COMPUTE WS-DUE-INTEGER =
                   WS-DATE-INTEGER + WS-DUE-DAYS

           COMPUTE WS-STD-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).

       2000-PROCESS     SECTION.

              STOP RUN
           END-IF.

           OPEN INPUT MI03-BAL-FWD-KSDS.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BALANCE FORWARD KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

       2200-READ-BILL-KSDS SECTION.

           READ MI01-BILL-KSDS NEXT RECORD
           MOVE BILL-AMOUNT TO WS-EXT-AMOUNT.
           MOVE BILL-UNITS  TO WS-EXT-UNITS.

           PERFORM 2510-SET-DUE-DATE.

           PERFORM 2550-SELECT-MESSAGES.

           MOVE SPACES TO WS-EXT-LINE.
           STRING BILL-CUST-ID         ';'
                  BILL-ID              ';'
                  INTO WS-EXT-LINE
           END-STRING.

      *    THREE MESSAGE SLOTS FOLLOW THE CONTACT COLUMN, EACH AN
      *    ID AND ITS TEXT IN FIXED WIDTH; AN UNUSED SLOT IS LEFT
      *    BLANK SO EVERY RECORD HAS THE SAME NUMBER OF COLUMNS.
           MOVE 82 TO WS-EXT-LEN.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                     UNTIL WS-MSG-SUB > 3
              STRING ';' WS-MSR-ID(WS-MSG-SUB)
                     ';' WS-MSR-TEXT(WS-MSG-SUB)
                     DELIMITED BY SIZE
                     INTO WS-EXT-LINE
                     WITH POINTER WS-EXT-LEN
              END-STRING
           END-PERFORM.

           MOVE WS-EXT-LINE TO TO01-EBILL-EXTRACT-RECORD.
           WRITE TO01-EBILL-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-CTR.

           PERFORM 2600-LOG-CORRESPONDENCE.

       2510-SET-DUE-DATE SECTION.

      *    A CALENDAR THAT CANNOT BE READ LEAVES THE DATE UNROLLED
      *    -- CALRTN SAYS SO ONCE ON ITS FIRST CALL.
           CALL 'DUEDRTN' USING BILL-CUST-ID, WS-STD-DUE-DATE,
                                WS-ELECT-DUE-DATE, WS-DUEDRTN-STATUS.
           IF WS-DUEDRTN-STATUS = '00'
              ADD 1 TO WS-ELECTED-CTR
           END-IF.

           CALL 'CALRTN' USING WS-ELECT-DUE-DATE, WS-ROLLED-DATE,
                               WS-CALRTN-STATUS.
           IF WS-CALRTN-STATUS = '00'
              MOVE WS-ROLLED-DATE    TO WS-DUE-DATE
           ELSE
              MOVE WS-ELECT-DUE-DATE TO WS-DUE-DATE
           END-IF.

       2550-SELECT-MESSAGES SECTION.

      *    SAME ARREARS TEST BILLPRNT APPLIES -- ANY BALANCE
      *    BROUGHT FORWARD COUNTS.
           MOVE 'S'                TO WS-MSR-FUNCTION.
           MOVE WS-DATE            TO WS-MSR-RUN-DATE.
           MOVE BILL-CUST-ID       TO WS-MSR-CUST-ID.
           MOVE CUST-AREA-CODE     TO WS-MSR-AREA-CODE.
           MOVE CUST-TARIFF-CLASS  TO WS-MSR-TARIFF-CLASS.
           MOVE CUST-BILLING-FREQ  TO WS-MSR-BILLING-FREQ.
           MOVE CUST-DELIVERY-PREF TO WS-MSR-DELIVERY-PREF.
           MOVE 'C'                TO WS-MSR-ARREARS.

           MOVE BILL-CUST-ID TO BAL-CUST-ID.
           READ MI03-BAL-FWD-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-AMOUNT > ZEROS
                      MOVE 'A' TO WS-MSR-ARREARS
                   END-IF
           END-READ.

           CALL 'MSGRTN' USING WS-MSG-REQUEST.

           IF WS-MSR-SELECTED > ZERO
              ADD 1 TO WS-WITH-MSG-CTR
           END-IF.

       2600-LOG-CORRESPONDENCE SECTION.


      *    ONE TIMELINE ROW PER EXTRACTED BILL; A DUPLICATE KEY
      *    ONLY MEANS ANOTHER DOCUMENT ALREADY WENT OUT TODAY,
      *    SO THE SEQUENCE WALKS FORWARD TO A FREE SLOT.
           DISPLAY ' E-BILL RECORDS EXTRACTED ',  WS-EXTRACT-CTR
           DISPLAY ' PRINT-ONLY / FALLBACK    ',  WS-PRINT-CTR
           DISPLAY ' CONTACT EXCEPTIONS       ',  WS-EXCP-CTR
           DISPLAY ' WITH BILL MESSAGES       ',  WS-WITH-MSG-CTR
           DISPLAY ' DUE ON AN ELECTED DAY    ',  WS-ELECTED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-BILL-KSDS,
                  MI02-CUSTOMER-KSDS,
                  TO01-EBILL-EXTRACT,
                  TO02-EBILL-EXCP,
                  MO01-CORR-KSDS,
                  MI03-BAL-FWD-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'BILLING MASTER KSDS  IS CLOSED          '
           DISPLAY 'CUSTOMER MASTER KSDS IS CLOSED          '
