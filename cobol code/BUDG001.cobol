       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDG001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-BUDG-TRAN      ASSIGN TO BUDGTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    REVENUE BUDGET MASTER -- ONE ROW PER MONTH, AREA AND
      *    TARIFF CLASS CARRYING THE UNITS, REVENUE AND CASH
      *    MANAGEMENT EXPECTS. BVA001 HOLDS THE MONTH-END ACTUALS
      *    UP AGAINST IT.
           SELECT MO01-BUDG-KSDS      ASSIGN TO BUDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BUD-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-BUDG-ERR       ASSIGN TO BUDGERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    SAME MAINTENANCE-AUDIT CLUSTER THE CUST002/CUST005/
      *    CUST006/DEP001 FAMILY WRITES.
           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    'A' ADDS A MONTH'S BUDGET, 'C' REPLACES ITS FIGURES,
      *    'X' REMOVES IT. MANAGEMENT SETS THE BUDGET FOR THE YEAR,
      *    SO A PERIOD WHOSE MONTH IS 00 CARRIES ANNUAL FIGURES
      *    AND STANDS FOR ALL TWELVE MONTHS: EACH GETS A TWELFTH,
      *    DECEMBER TAKING THE ODD UNITS AND PENCE. A MONTH THAT
      *    DIFFERS IS THEN KEYED OVER THE TOP WITH A 'C'.
       FD TI01-BUDG-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-BUDG-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-REMOVE              VALUE 'X'.
          05 IN-BUD-PERIOD       PIC 9(06).
          05 IN-BUD-PERIOD-X REDEFINES IN-BUD-PERIOD.
             10 IN-BUD-YYYY      PIC 9(04).
             10 IN-BUD-MM        PIC 9(02).
                88 IN-BUD-ANNUAL             VALUE 00.
          05 IN-AREA-CODE        PIC X(06).
          05 IN-TARIFF-CLASS     PIC X(01).
          05 IN-UNITS            PIC 9(10).
          05 IN-REVENUE          PIC 9(11)V99.
          05 IN-COLLECTIONS      PIC 9(11)V99.
          05 FILLER              PIC X(30).

       FD MO01-BUDG-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-BUDG-RECORD.
          05 BUD-KEY.
             10 BUD-PERIOD        PIC 9(06).
             10 BUD-AREA-CODE     PIC X(06).
             10 BUD-TARIFF-CLASS  PIC X(01).
                88 BUD-CLASS-VALID           VALUE 'D' 'C' 'I'
                                                   'T'.
          05 BUD-UNITS            PIC 9(10).
          05 BUD-REVENUE          PIC 9(11)V99.
          05 BUD-COLLECTIONS      PIC 9(11)V99.
          05 BUD-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(23).

       FD TO01-BUDG-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO01-BUDG-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-BUDGET         VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-KEY            VALUE '4'.
             88 ERR-REAS-BAD-FIGURES        VALUE '5'.

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.

       01 MO09-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-VARIABLES.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    THE ONE MONTH BEING APPLIED -- THE CARD'S OWN FIGURES,
      *    OR ONE TWELFTH OF THEM WHEN THE CARD IS ANNUAL.
       01 WS-MONTH-VARIABLES.
          05 WS-MONTH-PERIOD       PIC 9(06) VALUE ZEROS.
          05 WS-MONTH-UNITS        PIC 9(10) VALUE ZEROS.
          05 WS-MONTH-REVENUE      PIC 9(11)V99 VALUE ZEROS.
          05 WS-MONTH-COLLECTIONS  PIC 9(11)V99 VALUE ZEROS.
          05 WS-SPREAD-MM          PIC 9(02) VALUE ZEROS.
          05 WS-TWELFTH-UNITS      PIC 9(10) VALUE ZEROS.
          05 WS-TWELFTH-REVENUE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TWELFTH-COLL       PIC 9(11)V99 VALUE ZEROS.

       01 WS-SWITCHES.
          05 WS-CARD-SW            PIC X(01).
             88 CARD-VALID                   VALUE 'Y'.
             88 CARD-INVALID                 VALUE 'N'.
          05 WS-MONTH-SW           PIC X(01).
             88 MONTH-APPLIED                VALUE 'Y'.
             88 MONTH-REJECTED               VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REMOVE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BUDG001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  REVENUE BUDGET MASTER MAINTENANCE     '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-BUDG-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-BUDG-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING BUDGET TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-BUDG-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING BUDGET KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-BUDG-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING BUDGET ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-BUDG-TRAN  SECTION.

           READ TI01-BUDG-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           IF NOT IN-TRANS-ADD
              AND NOT IN-TRANS-CHANGE
              AND NOT IN-TRANS-REMOVE
              DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           PERFORM 2800-CHECK-CARD.
           IF CARD-INVALID
              GO TO 2300-EXIT
           END-IF.

           IF IN-BUD-ANNUAL
              PERFORM 2350-SPREAD-ANNUAL
           ELSE
              MOVE IN-BUD-PERIOD   TO WS-MONTH-PERIOD
              MOVE IN-UNITS        TO WS-MONTH-UNITS
              MOVE IN-REVENUE      TO WS-MONTH-REVENUE
              MOVE IN-COLLECTIONS  TO WS-MONTH-COLLECTIONS
              PERFORM 2400-APPLY-MONTH
           END-IF.

       2300-EXIT.
           EXIT.

       2350-SPREAD-ANNUAL SECTION.

           DIVIDE IN-UNITS       BY 12 GIVING WS-TWELFTH-UNITS.
           DIVIDE IN-REVENUE     BY 12 GIVING WS-TWELFTH-REVENUE.
           DIVIDE IN-COLLECTIONS BY 12 GIVING WS-TWELFTH-COLL.

           PERFORM 2360-SPREAD-ONE-MONTH
               VARYING WS-SPREAD-MM FROM 1 BY 1
               UNTIL WS-SPREAD-MM > 12.

       2360-SPREAD-ONE-MONTH SECTION.

           MOVE IN-BUD-YYYY  TO WS-MONTH-PERIOD(1:4).
           MOVE WS-SPREAD-MM TO WS-MONTH-PERIOD(5:2).

           IF WS-SPREAD-MM = 12
              COMPUTE WS-MONTH-UNITS =
                      IN-UNITS - (WS-TWELFTH-UNITS * 11)
              COMPUTE WS-MONTH-REVENUE =
                      IN-REVENUE - (WS-TWELFTH-REVENUE * 11)
              COMPUTE WS-MONTH-COLLECTIONS =
                      IN-COLLECTIONS - (WS-TWELFTH-COLL * 11)
           ELSE
              MOVE WS-TWELFTH-UNITS   TO WS-MONTH-UNITS
              MOVE WS-TWELFTH-REVENUE TO WS-MONTH-REVENUE
              MOVE WS-TWELFTH-COLL    TO WS-MONTH-COLLECTIONS
           END-IF.

           PERFORM 2400-APPLY-MONTH.

       2400-APPLY-MONTH SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2410-ADD-BUDGET
               WHEN IN-TRANS-CHANGE
                  PERFORM 2420-CHANGE-BUDGET
               WHEN IN-TRANS-REMOVE
                  PERFORM 2430-REMOVE-BUDGET
           END-EVALUATE.

       2410-ADD-BUDGET SECTION.

           MOVE SPACES               TO MO01-BUDG-RECORD.
           MOVE WS-MONTH-PERIOD      TO BUD-PERIOD.
           MOVE IN-AREA-CODE         TO BUD-AREA-CODE.
           MOVE IN-TARIFF-CLASS      TO BUD-TARIFF-CLASS.
           MOVE WS-MONTH-UNITS       TO BUD-UNITS.
           MOVE WS-MONTH-REVENUE     TO BUD-REVENUE.
           MOVE WS-MONTH-COLLECTIONS TO BUD-COLLECTIONS.
           MOVE WS-DATE              TO BUD-CHANGED-DATE.

           MOVE SPACES               TO WS-AUDIT-BEFORE.

           WRITE MO01-BUDG-RECORD
               INVALID KEY
                   DISPLAY 'BUDGET ALREADY ON FILE: ' BUD-KEY
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-BUDGET TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-WRITE.

       2420-CHANGE-BUDGET SECTION.

           MOVE WS-MONTH-PERIOD TO BUD-PERIOD.
           MOVE IN-AREA-CODE    TO BUD-AREA-CODE.
           MOVE IN-TARIFF-CLASS TO BUD-TARIFF-CLASS.

           READ MO01-BUDG-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2420-EXIT
           END-READ.

           MOVE MO01-BUDG-RECORD     TO WS-AUDIT-BEFORE.
           MOVE WS-MONTH-UNITS       TO BUD-UNITS.
           MOVE WS-MONTH-REVENUE     TO BUD-REVENUE.
           MOVE WS-MONTH-COLLECTIONS TO BUD-COLLECTIONS.
           MOVE WS-DATE              TO BUD-CHANGED-DATE.

           REWRITE MO01-BUDG-RECORD
               INVALID KEY
                   DISPLAY 'BUDGET REWRITE FAILED: ' BUD-KEY
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2420-EXIT.
           EXIT.

       2430-REMOVE-BUDGET SECTION.

           MOVE WS-MONTH-PERIOD TO BUD-PERIOD.
           MOVE IN-AREA-CODE    TO BUD-AREA-CODE.
           MOVE IN-TARIFF-CLASS TO BUD-TARIFF-CLASS.

           READ MO01-BUDG-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2430-EXIT
           END-READ.

      *    THE AUDIT ROW KEEPS THE FIGURES REMOVED; THE AFTER
      *    IMAGE IS LEFT BLANK.
           MOVE MO01-BUDG-RECORD TO WS-AUDIT-BEFORE.

           DELETE MO01-BUDG-KSDS
               INVALID KEY
                   DISPLAY 'BUDGET DELETE FAILED: ' BUD-KEY
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVE-CTR
                   MOVE SPACES TO MO01-BUDG-RECORD
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-DELETE.

       2430-EXIT.
           EXIT.

       2800-CHECK-CARD SECTION.

           SET CARD-VALID TO TRUE.
           MOVE IN-TARIFF-CLASS TO BUD-TARIFF-CLASS.

           IF IN-BUD-PERIOD IS NOT NUMERIC
              OR IN-BUD-YYYY < 2000
              OR IN-BUD-MM > 12
              OR IN-AREA-CODE = SPACES
              OR NOT BUD-CLASS-VALID
              DISPLAY 'BUDGET KEY INVALID: ' IN-BUD-PERIOD
                      ' ' IN-AREA-CODE ' ' IN-TARIFF-CLASS
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-KEY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET CARD-INVALID TO TRUE
              GO TO 2800-EXIT
           END-IF.

      *    A REMOVAL NEEDS ONLY THE KEY; AN ADD OR CHANGE MUST
      *    CARRY ALL THREE FIGURES, ZERO BEING A LEGITIMATE BUDGET
      *    FOR A CLASS WITH NO CUSTOMERS IN AN AREA.
           IF NOT IN-TRANS-REMOVE
              IF IN-UNITS IS NOT NUMERIC
                 OR IN-REVENUE IS NOT NUMERIC
                 OR IN-COLLECTIONS IS NOT NUMERIC
                 DISPLAY 'BUDGET FIGURES INVALID: ' IN-BUD-PERIOD
                         ' ' IN-AREA-CODE ' ' IN-TARIFF-CLASS
                 ADD 1 TO WS-ERROR-CTR
                 SET ERR-REAS-BAD-FIGURES TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET CARD-INVALID TO TRUE
              END-IF
           END-IF.

       2800-EXIT.
           EXIT.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-BUDG-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-BUDG-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO BUDGET ON FILE FOR: ' BUD-KEY.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'BUDG001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE WS-MONTH-PERIOD    TO AUDT-RECORD-KEY(1:6).
           MOVE IN-AREA-CODE       TO AUDT-RECORD-KEY(7:6).
           MOVE IN-TARIFF-CLASS    TO AUDT-RECORD-KEY(13:1).
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-BUDG-RECORD   TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' MONTHS ADDED             ',  WS-ADD-CTR
           DISPLAY ' MONTHS CHANGED           ',  WS-CHANGE-CTR
           DISPLAY ' MONTHS REMOVED           ',  WS-REMOVE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BUDG-TRAN,
                  MO01-BUDG-KSDS,
                  TO01-BUDG-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
