       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DREV001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-DR-EVENT-TRAN  ASSIGN TO DREVTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    DEMAND-RESPONSE EVENT CALENDAR -- ONE ROW PER GRID
      *    EMERGENCY EVENT THE LOAD-DISPATCH OFFICE CALLS: THE DATE,
      *    THE HOURS CUSTOMERS WERE ASKED TO CUT LOAD AND WHICH
      *    PROGRAM WAS CALLED (SPACES = EVERY PROGRAM). DRSET001
      *    MARKS THE EVENT SETTLED ONCE IT HAS PAID IT OUT.
           SELECT MO01-DR-EVENT-KSDS  ASSIGN TO DREVKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DRV-EVENT-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-DR-EVENT-ERR   ASSIGN TO DREVERR
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

      *    'A' SCHEDULES AN EVENT, 'C' MOVES ITS DATE OR HOURS,
      *    'X' CANCELS IT. HOURS ARE 00-24 CLOCK HOURS, START
      *    INCLUSIVE AND END EXCLUSIVE (14 TO 18 IS FOUR HOURS).
       FD TI01-DR-EVENT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-DR-EVENT-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-CANCEL              VALUE 'X'.
          05 IN-EVENT-ID         PIC X(10).
          05 IN-EVENT-DATE       PIC 9(08).
          05 IN-START-HOUR       PIC 9(02).
          05 IN-END-HOUR         PIC 9(02).
          05 IN-PROGRAM-CODE     PIC X(04).
          05 FILLER              PIC X(13).

       FD MO01-DR-EVENT-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO01-DR-EVENT-RECORD.
          05 DRV-EVENT-ID         PIC X(10).
          05 DRV-EVENT-DATE       PIC 9(08).
          05 DRV-START-HOUR       PIC 9(02).
          05 DRV-END-HOUR         PIC 9(02).
          05 DRV-PROGRAM-CODE     PIC X(04).
          05 DRV-STATUS           PIC X(01).
             88 DRV-STAT-SCHEDULED           VALUE 'S'.
             88 DRV-STAT-CANCELLED           VALUE 'C'.
             88 DRV-STAT-SETTLED             VALUE 'T'.
          05 DRV-SETTLED-DATE     PIC 9(08).
          05 FILLER               PIC X(15).

       FD TO01-DR-EVENT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         41  CHARACTERS.

       01 TO01-DR-EVENT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(40).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-EVENT          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-HOURS          VALUE '4'.
             88 ERR-REAS-ALREADY-SETTLED    VALUE '5'.

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

       01 WS-SWITCHES.
          05 WS-HOURS-SW           PIC X(01).
             88 HOURS-VALID                  VALUE 'Y'.
             88 HOURS-INVALID                VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DREV001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  DEMAND-RESPONSE EVENT CALENDAR        '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-EVENT-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DR-EVENT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING DR EVENT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-DR-EVENT-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING DR EVENT KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DR-EVENT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING DR EVENT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-EVENT-TRAN  SECTION.

           READ TI01-DR-EVENT-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-SCHEDULE-EVENT
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-EVENT
               WHEN IN-TRANS-CANCEL
                  PERFORM 2330-CANCEL-EVENT
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-SCHEDULE-EVENT SECTION.

           PERFORM 2800-CHECK-EVENT-HOURS.
           IF HOURS-INVALID
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO MO01-DR-EVENT-RECORD.
           MOVE IN-EVENT-ID        TO DRV-EVENT-ID.
           MOVE IN-EVENT-DATE      TO DRV-EVENT-DATE.
           MOVE IN-START-HOUR      TO DRV-START-HOUR.
           MOVE IN-END-HOUR        TO DRV-END-HOUR.
           MOVE IN-PROGRAM-CODE    TO DRV-PROGRAM-CODE.
           SET DRV-STAT-SCHEDULED  TO TRUE.
           MOVE ZEROS              TO DRV-SETTLED-DATE.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-DR-EVENT-RECORD
               INVALID KEY
                   DISPLAY 'EVENT ALREADY ON CALENDAR: ' IN-EVENT-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-EVENT TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'EVENT SCHEDULED: ' DRV-EVENT-ID
                           ' DATE ' DRV-EVENT-DATE
                           ' HOURS ' DRV-START-HOUR '-' DRV-END-HOUR
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-EVENT SECTION.

           MOVE IN-EVENT-ID TO DRV-EVENT-ID.

           READ MO01-DR-EVENT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

      *    A SETTLED EVENT HAS ALREADY BEEN PAID; MOVING IT NOW
      *    WOULD LEAVE THE CREDITS OUT OF STEP WITH THE CALENDAR.
           IF DRV-STAT-SETTLED
              PERFORM 2920-REJECT-SETTLED
              GO TO 2320-EXIT
           END-IF.

           MOVE MO01-DR-EVENT-RECORD TO WS-AUDIT-BEFORE.

           IF IN-EVENT-DATE IS NUMERIC
              AND IN-EVENT-DATE > ZEROS
              MOVE IN-EVENT-DATE TO DRV-EVENT-DATE
           END-IF.
           IF IN-START-HOUR IS NUMERIC
              AND IN-END-HOUR IS NUMERIC
              AND IN-END-HOUR > ZEROS
              PERFORM 2800-CHECK-EVENT-HOURS
              IF HOURS-INVALID
                 GO TO 2320-EXIT
              END-IF
              MOVE IN-START-HOUR TO DRV-START-HOUR
              MOVE IN-END-HOUR   TO DRV-END-HOUR
           END-IF.
           IF IN-PROGRAM-CODE NOT = SPACES
              MOVE IN-PROGRAM-CODE TO DRV-PROGRAM-CODE
           END-IF.

      *    CHANGING A CANCELLED EVENT PUTS IT BACK ON THE CALENDAR.
           SET DRV-STAT-SCHEDULED TO TRUE.

           REWRITE MO01-DR-EVENT-RECORD
               INVALID KEY
                   DISPLAY 'DR EVENT REWRITE FAILED: ' DRV-EVENT-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-CANCEL-EVENT SECTION.

           MOVE IN-EVENT-ID TO DRV-EVENT-ID.

           READ MO01-DR-EVENT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

           IF DRV-STAT-SETTLED
              PERFORM 2920-REJECT-SETTLED
              GO TO 2330-EXIT
           END-IF.

           MOVE MO01-DR-EVENT-RECORD TO WS-AUDIT-BEFORE.
           SET DRV-STAT-CANCELLED TO TRUE.

           REWRITE MO01-DR-EVENT-RECORD
               INVALID KEY
                   DISPLAY 'DR EVENT REWRITE FAILED: ' DRV-EVENT-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2800-CHECK-EVENT-HOURS SECTION.

           SET HOURS-VALID TO TRUE.

           IF IN-EVENT-DATE IS NOT NUMERIC
              OR IN-EVENT-DATE = ZEROS
              OR IN-START-HOUR IS NOT NUMERIC
              OR IN-END-HOUR IS NOT NUMERIC
              OR IN-START-HOUR > 23
              OR IN-END-HOUR > 24
              OR IN-END-HOUR NOT > IN-START-HOUR
              DISPLAY 'EVENT DATE OR HOURS INVALID: ' IN-EVENT-ID
                      ' ' IN-EVENT-DATE
                      ' ' IN-START-HOUR '-' IN-END-HOUR
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-HOURS TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET HOURS-INVALID TO TRUE
           END-IF.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-DR-EVENT-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-DR-EVENT-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO DR EVENT ON FILE FOR: ' IN-EVENT-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2920-REJECT-SETTLED SECTION.

           DISPLAY 'DR EVENT ALREADY SETTLED: ' IN-EVENT-ID
                   ' ON ' DRV-SETTLED-DATE.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-ALREADY-SETTLED TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'DREV001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE DRV-EVENT-ID       TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-DR-EVENT-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' EVENTS SCHEDULED         ',  WS-ADD-CTR
           DISPLAY ' EVENTS CHANGED           ',  WS-CHANGE-CTR
           DISPLAY ' EVENTS CANCELLED         ',  WS-CANCEL-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DR-EVENT-TRAN,
                  MO01-DR-EVENT-KSDS,
                  TO01-DR-EVENT-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
