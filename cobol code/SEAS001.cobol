       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEAS001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DECIDES WHICH SUSPENSIONS START AND WHICH END. A MISSING
      *    FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-SEAS-TRAN      ASSIGN TO SEASTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    SEASONAL SUSPENSION MASTER -- ONE ROW PER METER ON A
      *    SUSPENDED ACCOUNT, KEYED ACCOUNT THEN METER SO EVERY ROW
      *    OF AN ACCOUNT CAN BE WALKED TOGETHER. DYNAMIC SO THE
      *    NIGHTLY SWEEP CAN PASS THE WHOLE FILE.
           SELECT MO01-SEAS-KSDS      ASSIGN TO SEASKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS SSN-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

      *    CUSTOMER MASTER -- THE ACCOUNT GOES TO THE SUSPENDED
      *    LIFECYCLE STATE WHILE THE SUPPLY IS OFF, SO BILL003
      *    CHARGES ONLY THE REDUCED STANDING CHARGE.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    METER MASTER, ENTERED ON THE CUSTOMER-ID ALTERNATE INDEX
      *    TO BOOK EVERY METER ON THE ACCOUNT, AND ON THE METER ID
      *    FOR THE SUSPENSION READ AND THE NIGHTLY ADVANCE CHECK.
           SELECT MI02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    DISCONNECTION AND RECONNECTION ORDERS IN WO001'S OWN
      *    WOTRAN LAYOUT -- ELECWORK CONCATENATES THIS FILE BEHIND
      *    THE DISPATCHERS' INPUT.
           SELECT TO01-SEAS-WO        ASSIGN TO SEASWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WO-STATUS.

           SELECT TO02-SEAS-ERR       ASSIGN TO SEASERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY REQUEST BOOKED, AMENDED OR CANCELLED, EVERY
      *    SUSPENSION STARTED OR ENDED TONIGHT, AND EVERY SUSPENDED
      *    METER THAT HAS MOVED SINCE ITS SUSPENSION READ.
           SELECT TO03-SEAS-LIST      ASSIGN TO SEASLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI09-RUN-PARMS
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI09-RUN-PARM-RECORD.
          05 RP-RUN-DATE          PIC 9(08).
          05 RP-PERIOD            PIC 9(06).
          05 RP-DAILY-FLAG        PIC X(01).
          05 RP-WEEKLY-FLAG       PIC X(01).
          05 RP-MONTHEND-FLAG     PIC X(01).
          05 FILLER               PIC X(03).

      *    'S' BOOKS A SUSPENSION FROM THE START DATE TO THE
      *    PLANNED END DATE. 'E' MOVES THE PLANNED END (AN EARLY
      *    RETURN OR A LONGER SEASON). 'X' CANCELS A SUSPENSION
      *    THAT HAS NOT YET STARTED. 'R' IS THE CREW'S SUSPENSION
      *    READ FOR ONE METER, TAKEN WHEN THE SUPPLY WAS CUT.
       FD TI01-SEAS-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TI01-SEAS-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-SUSPEND             VALUE 'S'.
             88 IN-TRANS-AMEND-END           VALUE 'E'.
             88 IN-TRANS-CANCEL              VALUE 'X'.
             88 IN-TRANS-SUSPEND-READ        VALUE 'R'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-START-DATE       PIC 9(08).
          05 IN-END-DATE         PIC 9(08).
          05 IN-METER-ID         PIC X(14).
          05 IN-READING          PIC 9(06).
          05 FILLER              PIC X(01).

       FD MO01-SEAS-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-SEAS-RECORD.
          05 SSN-KEY.
             10 SSN-CUST-ID      PIC X(12).
             10 SSN-MTR-ID       PIC X(14).
          05 SSN-REQUEST-DATE    PIC 9(08).
          05 SSN-START-DATE      PIC 9(08).
          05 SSN-END-DATE        PIC 9(08).
          05 SSN-STATUS          PIC X(01).
             88 SSN-STAT-PENDING            VALUE 'P'.
             88 SSN-STAT-SUSPENDED          VALUE 'S'.
             88 SSN-STAT-RECONNECTED        VALUE 'R'.
             88 SSN-STAT-CANCELLED          VALUE 'X'.
             88 SSN-STAT-OPEN               VALUES 'P' 'S'.
      *    THE READING THE METER STOOD AT WHEN THE SUPPLY WENT
      *    OFF -- FROM THE METER MASTER WHEN THE SUSPENSION STARTS,
      *    REPLACED BY THE CREW'S OWN READ WHEN IT COMES BACK.
          05 SSN-SUSPEND-READ    PIC 9(06).
          05 SSN-READ-TYPE       PIC X(01).
             88 SSN-READ-FROM-MASTER        VALUE 'M'.
             88 SSN-READ-FROM-CREW          VALUE 'C'.
          05 SSN-SUSPENDED-DATE  PIC 9(08).
          05 SSN-RECONNECT-DATE  PIC 9(08).
          05 FILLER              PIC X(06).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT TO THE
      *    TARIFF CLASS, THE ACCOUNT STATUS AND THE PREPAID FLAG.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY          PIC X(12).
          05 FILLER            PIC X(94).
          05 CUST-TARIFF-CLASS PIC X(01).
             88 TARIFF-TEMPORARY     VALUE 'T'.
          05 FILLER            PIC X(02).
          05 CUST-ACCT-STATUS  PIC X(01).
             88 ACCT-ACTIVE          VALUE 'A' SPACE.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(08).
          05 FILLER            PIC X(29).
          05 CUST-PREPAID-FLAG PIC X(01).
             88 CUST-PREPAID         VALUE 'Y'.
          05 FILLER            PIC X(02).

      *    SAME METER MASTER LAYOUT CUST004 READS.
       FD MI02-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME 94-BYTE TRANSACTION SHAPE WO001 READS; THE NOTES
      *    CARRY THE METER.
       FD TO01-SEAS-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO01-SEAS-WO-RECORD.
          05 SW-TRANS-TYPE       PIC X(01).
          05 SW-WO-ID            PIC X(10).
          05 SW-SOURCE-TYPE      PIC X(01).
          05 SW-SOURCE-REF       PIC X(10).
          05 SW-CUST-ID          PIC X(12).
          05 SW-CREW-ID          PIC X(08).
          05 SW-PROMISED-DATE    PIC 9(08).
          05 SW-COMPLETE-DATE    PIC 9(08).
          05 SW-NOTES.
             10 SW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(06).
          05 SW-JOB-TYPE         PIC X(04).
          05 SW-LABOR-HOURS      PIC 9(03)V9.
          05 SW-MATERIAL-AMT     PIC 9(06)V99.

       FD TO02-SEAS-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         51  CHARACTERS.

       01 TO02-SEAS-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(50).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-NOT-IN-SUPPLY      VALUE '3'.
             88 ERR-REAS-NOT-ELIGIBLE       VALUE '4'.
             88 ERR-REAS-BAD-DATES          VALUE '5'.
             88 ERR-REAS-ALREADY-OPEN       VALUE '6'.
             88 ERR-REAS-NO-METER           VALUE '7'.
             88 ERR-REAS-ALREADY-STARTED    VALUE '8'.
             88 ERR-REAS-BAD-READING        VALUE '9'.

       FD TO03-SEAS-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.

       01 TO03-SEAS-LIST-RECORD   PIC X(120).

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

      *    THE SAME AUDIT SECTION SERVES BOTH MASTERS THIS PROGRAM
      *    CHANGES -- THE CALLER LOADS THE KEY AND BOTH IMAGES.
       01 WS-AUDIT-VARIABLES.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-AUDIT-KEY          PIC X(20) VALUE SPACES.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-AFTER        PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    A SEASON IS AT LEAST A MONTH -- SHORTER ABSENCES DO NOT
      *    JUSTIFY TWO CREW VISITS -- AND AT MOST NINE MONTHS, AFTER
      *    WHICH THE PREMISE IS FOR CLOSURE, NOT SUSPENSION. AN
      *    EARLY RETURN MAY CUT A SEASON BELOW THE MINIMUM.
       01 WS-SEASON-LIMITS.
          05 WS-SSN-MIN-DAYS       PIC 9(03) VALUE 030.
          05 WS-SSN-MAX-DAYS       PIC 9(03) VALUE 270.
          05 WS-SSN-DAYS           PIC S9(09) COMP.

      *    ROLL-UP OF ONE ACCOUNT'S ROWS ON THE SUSPENSION MASTER,
      *    TAKEN BEFORE ANY TRANSACTION CHANGES THEM.
       01 WS-ACCOUNT-ROW-VARIABLES.
          05 WS-ROW-ACTION         PIC X(01) VALUE SPACE.
             88 ROW-ACTION-COUNT              VALUE 'C'.
             88 ROW-ACTION-AMEND              VALUE 'E'.
             88 ROW-ACTION-CANCEL             VALUE 'X'.
          05 WS-ROW-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 ACCOUNT-ROWS-DONE             VALUE 'Y'.
          05 WS-PENDING-ROWS       PIC 9(03) VALUE ZEROS.
          05 WS-SUSPENDED-ROWS     PIC 9(03) VALUE ZEROS.
          05 WS-OPEN-START-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-SWEEP-VARIABLES.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 SSN-SCAN-EOF       VALUE 'Y'.
          05 WS-MTR-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 MTR-SCAN-EOF       VALUE 'Y'.
          05 WS-METER-CTR          PIC 9(03) VALUE ZEROS.
          05 WS-ADVANCE-UNITS      PIC 9(06) VALUE ZEROS.
          05 WS-ROW-BEFORE         PIC X(80) VALUE SPACES.

      *    ORDER IDS -- 'S' + RUN DATE YYMMDD + A SEQUENCE WITHIN
      *    THE RUN, THE SAME SHAPE TCN001 AND AMIC001 USE FOR THE
      *    ORDERS THEY RAISE. THE SOURCE AND REFERENCE ARE LOADED
      *    BY THE CALLER: 'D' SEASONSUSP TO CUT, 'R' SEASONEND TO
      *    RESTORE.
       01 WS-WO-ID-VARIABLES.
          05 WS-NEW-WO-ID          PIC X(10) VALUE SPACES.
          05 WS-WO-SEQ             PIC 9(03) VALUE ZEROS.
          05 WS-SEQ-MAX            PIC 9(03) VALUE 999.
          05 WS-WO-SOURCE-TYPE     PIC X(01) VALUE SPACE.
          05 WS-WO-SOURCE-REF      PIC X(10) VALUE SPACES.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'SEASONAL SUSPENSIONS / RECONNECTIONS / METER'.
          05 FILLER               PIC X(10) VALUE ' ADVANCES '.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-METER-ID       PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-START          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-END            PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-SUSPEND-READ   PIC ZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CURR-READ      PIC ZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-ADVANCE        PIC ZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REMARK         PIC X(30).
          05 FILLER               PIC X(04) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-BOOKED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-AMEND-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-CREW-READ-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-SUSPEND-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-RECONNECT-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-ADVANCE-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-WO-CTR             PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SEAS001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  SEASONAL SUPPLY SUSPENSION            '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

       1050-READ-RUN-PARMS SECTION.

           OPEN INPUT TI09-RUN-PARMS.
           IF RP-NOT-FOUND
              DISPLAY 'NO RUN-PARAMETER FILE - WALL CLOCK DATE'
           ELSE
              IF NOT RP-IO-STATUS
                 DISPLAY 'ERROR OPENING RUN PARAMETERS: '
                         WS-RP-STATUS
                 STOP RUN
              END-IF
              READ TI09-RUN-PARMS
                  AT END
                      DISPLAY 'RUN-PARAMETER FILE EMPTY - '
                              'WALL CLOCK DATE'
                  NOT AT END
                      MOVE RP-RUN-DATE TO WS-DATE
                      DISPLAY 'PROCESSING DATE FROM CYCCTL: '
                              WS-DATE
              END-READ
              CLOSE TI09-RUN-PARMS
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-LH-DATE.
           WRITE TO03-SEAS-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-SEAS-TRAN UNTIL TRAN-EOF.

      *    REQUESTS AND AMENDMENTS POST FIRST, SO A SUSPENSION
      *    BOOKED TO START TODAY, OR A RETURN BROUGHT FORWARD TO
      *    TODAY, IS ACTED ON TONIGHT.
           PERFORM 3000-SEASON-SWEEP.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SEAS-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING SEASONAL SUSPENSION TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-SEAS-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING SEASONAL SUSPENSION KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SEAS-WO.
           IF NOT WO-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSION ORDER FILE: '
                      WS-WO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-SEAS-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING SEASONAL SUSPENSION ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-SEAS-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING SEASONAL SUSPENSION LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-SEAS-TRAN  SECTION.

           READ TI01-SEAS-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-SUSPEND
                  PERFORM 2310-REQUEST-SUSPENSION
               WHEN IN-TRANS-AMEND-END
                  PERFORM 2330-AMEND-END-DATE
               WHEN IN-TRANS-CANCEL
                  PERFORM 2340-CANCEL-REQUEST
               WHEN IN-TRANS-SUSPEND-READ
                  PERFORM 2350-POST-SUSPEND-READ
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-REQUEST-SUSPENSION SECTION.

           PERFORM 2400-VALIDATE-REQUEST.
           IF TRAN-INVALID
              GO TO 2310-EXIT
           END-IF.

      *    ONE PENDING ROW PER METER ON THE ACCOUNT. NOTHING IS
      *    CUT UNTIL THE START DATE ARRIVES.
           MOVE ZEROS TO WS-METER-CTR.
           MOVE 'N'   TO WS-MTR-EOF-FLAG.
           MOVE IN-CUST-ID TO MTR-CUST-ID.
           START MI02-METER-KSDS KEY IS EQUAL TO MTR-CUST-ID
               INVALID KEY
                   SET MTR-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2320-BOOK-ONE-METER
               UNTIL MTR-SCAN-EOF.

           IF WS-METER-CTR = ZEROS
              DISPLAY 'NO METER FOR SUSPENSION REQUEST: '
                      IN-CUST-ID
              SET ERR-REAS-NO-METER TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2310-EXIT.
           EXIT.

       2320-BOOK-ONE-METER SECTION.

           READ MI02-METER-KSDS NEXT
               AT END  SET MTR-SCAN-EOF TO TRUE
               NOT AT END
                   IF MTR-CUST-ID NOT = IN-CUST-ID
                      SET MTR-SCAN-EOF TO TRUE
                   ELSE
                      ADD 1 TO WS-METER-CTR
                      PERFORM 2325-WRITE-PENDING-ROW
                   END-IF
           END-READ.

       2325-WRITE-PENDING-ROW SECTION.

      *    A METER SUSPENDED IN AN EARLIER SEASON STILL HAS ITS
      *    CLOSED-OUT ROW -- THIS SEASON'S REQUEST TAKES IT OVER,
      *    AND THE AUDIT TRAIL KEEPS THE OLD ONE.
           MOVE IN-CUST-ID TO SSN-CUST-ID.
           MOVE MTR-ID     TO SSN-MTR-ID.

           READ MO01-SEAS-KSDS KEY IS SSN-KEY
               INVALID KEY
                   MOVE SPACES TO WS-ROW-BEFORE
                   PERFORM 2327-FILL-PENDING-ROW
                   WRITE MO01-SEAS-RECORD
                       INVALID KEY
                           DISPLAY 'SUSPENSION WRITE FAILED: '
                                   SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                           GO TO 2325-EXIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE MO01-SEAS-RECORD TO WS-ROW-BEFORE
                   PERFORM 2327-FILL-PENDING-ROW
                   REWRITE MO01-SEAS-RECORD
                       INVALID KEY
                           DISPLAY 'SUSPENSION REWRITE FAILED: '
                                   SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                           GO TO 2325-EXIT
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-BOOKED-CTR.
           PERFORM 2955-AUDIT-SEAS-ROW.
           MOVE 'BOOKED  '              TO WS-LL-TAG.
           MOVE 'SUSPENSION REQUEST BOOKED'
                                        TO WS-LL-REMARK.
           PERFORM 2960-WRITE-LIST-LINE.

       2325-EXIT.
           EXIT.

       2327-FILL-PENDING-ROW SECTION.

           MOVE SPACES            TO MO01-SEAS-RECORD.
           MOVE IN-CUST-ID        TO SSN-CUST-ID.
           MOVE MTR-ID            TO SSN-MTR-ID.
           MOVE WS-DATE           TO SSN-REQUEST-DATE.
           MOVE IN-START-DATE     TO SSN-START-DATE.
           MOVE IN-END-DATE       TO SSN-END-DATE.
           SET SSN-STAT-PENDING   TO TRUE.
           MOVE ZEROS             TO SSN-SUSPEND-READ.
           MOVE ZEROS             TO SSN-SUSPENDED-DATE.
           MOVE ZEROS             TO SSN-RECONNECT-DATE.

       2330-AMEND-END-DATE SECTION.

      *    THE NEW PLANNED END MUST STILL FALL AFTER THE START AND
      *    INSIDE THE LONGEST SEASON ALLOWED. AN END OF TODAY
      *    RECONNECTS TONIGHT.
           SET ROW-ACTION-COUNT TO TRUE.
           PERFORM 2410-WALK-ACCOUNT-ROWS.

           IF WS-PENDING-ROWS + WS-SUSPENDED-ROWS = ZEROS
              DISPLAY 'NO OPEN SUSPENSION TO AMEND FOR: '
                      IN-CUST-ID
              SET ERR-REAS-NOT-FOUND TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           IF IN-END-DATE NOT NUMERIC
              OR IN-END-DATE < WS-DATE
              OR IN-END-DATE NOT > WS-OPEN-START-DATE
              DISPLAY 'AMENDED END DATE INVALID: ' IN-CUST-ID
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           COMPUTE WS-SSN-DAYS =
                   FUNCTION INTEGER-OF-DATE(IN-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-OPEN-START-DATE).
           IF WS-SSN-DAYS < 1
              OR WS-SSN-DAYS > WS-SSN-MAX-DAYS
              DISPLAY 'AMENDED SEASON LENGTH INVALID: ' IN-CUST-ID
                      ' DAYS: ' WS-SSN-DAYS
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           SET ROW-ACTION-AMEND TO TRUE.
           PERFORM 2410-WALK-ACCOUNT-ROWS.

       2330-EXIT.
           EXIT.

       2340-CANCEL-REQUEST SECTION.

      *    ONCE THE SUPPLY HAS BEEN CUT THE SUSPENSION CAN ONLY BE
      *    ENDED EARLY ('E'), WHICH RAISES THE RECONNECTION.
           SET ROW-ACTION-COUNT TO TRUE.
           PERFORM 2410-WALK-ACCOUNT-ROWS.

           IF WS-SUSPENDED-ROWS > ZEROS
              DISPLAY 'SUSPENSION ALREADY IN EFFECT - NOT CANCELLED: '
                      IN-CUST-ID
              SET ERR-REAS-ALREADY-STARTED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           IF WS-PENDING-ROWS = ZEROS
              DISPLAY 'NO PENDING SUSPENSION TO CANCEL FOR: '
                      IN-CUST-ID
              SET ERR-REAS-NOT-FOUND TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           SET ROW-ACTION-CANCEL TO TRUE.
           PERFORM 2410-WALK-ACCOUNT-ROWS.

       2340-EXIT.
           EXIT.

       2350-POST-SUSPEND-READ SECTION.

      *    THE CREW'S READ AT THE CUT IS THE TRUE STARTING POINT
      *    FOR THE ADVANCE CHECK -- THE METER MASTER'S LAST READ
      *    MAY BE WEEKS OLD WHEN THE SUSPENSION STARTS.
           MOVE IN-CUST-ID  TO SSN-CUST-ID.
           MOVE IN-METER-ID TO SSN-MTR-ID.

           READ MO01-SEAS-KSDS KEY IS SSN-KEY
               INVALID KEY
                   DISPLAY 'NO SUSPENSION FOR METER: ' IN-METER-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2350-EXIT
           END-READ.

           IF NOT SSN-STAT-SUSPENDED
              DISPLAY 'SUSPENSION NOT IN EFFECT FOR METER: '
                      IN-METER-ID
              SET ERR-REAS-NOT-IN-SUPPLY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2350-EXIT
           END-IF.

           IF IN-READING NOT NUMERIC
              DISPLAY 'SUSPENSION READ INVALID FOR METER: '
                      IN-METER-ID
              SET ERR-REAS-BAD-READING TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2350-EXIT
           END-IF.

           MOVE MO01-SEAS-RECORD   TO WS-ROW-BEFORE.
           MOVE IN-READING         TO SSN-SUSPEND-READ.
           SET SSN-READ-FROM-CREW  TO TRUE.

           REWRITE MO01-SEAS-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSION REWRITE FAILED: '
                           SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CREW-READ-CTR
                   PERFORM 2955-AUDIT-SEAS-ROW
                   MOVE 'CREWREAD'          TO WS-LL-TAG
                   MOVE 'SUSPENSION READ FROM CREW'
                                            TO WS-LL-REMARK
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       2350-EXIT.
           EXIT.

       2400-VALIDATE-REQUEST SECTION.

      *    ONLY AN ORDINARY CREDIT-METERED ACCOUNT IN SUPPLY CAN BE
      *    SUSPENDED. A PREPAID METER IS SIMPLY NOT TOPPED UP, AND
      *    A TEMPORARY CONNECTION RUNS ONLY TO ITS EXPIRY.
           SET TRAN-VALID TO TRUE.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND: ' IN-CUST-ID
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
                   GO TO 2400-EXIT
           END-READ.

           IF NOT ACCT-ACTIVE
              DISPLAY 'ACCOUNT NOT IN SUPPLY - STATUS '
                      CUST-ACCT-STATUS ': ' IN-CUST-ID
              SET ERR-REAS-NOT-IN-SUPPLY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           IF CUST-PREPAID OR TARIFF-TEMPORARY
              DISPLAY 'ACCOUNT NOT ELIGIBLE FOR SUSPENSION: '
                      IN-CUST-ID
              SET ERR-REAS-NOT-ELIGIBLE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           IF IN-START-DATE NOT NUMERIC
              OR IN-END-DATE NOT NUMERIC
              OR IN-START-DATE < WS-DATE
              OR IN-END-DATE NOT > IN-START-DATE
              DISPLAY 'SUSPENSION DATES INVALID: ' IN-CUST-ID
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-SSN-DAYS =
                   FUNCTION INTEGER-OF-DATE(IN-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(IN-START-DATE).
           IF WS-SSN-DAYS < WS-SSN-MIN-DAYS
              OR WS-SSN-DAYS > WS-SSN-MAX-DAYS
              DISPLAY 'SEASON LENGTH OUTSIDE LIMITS: ' IN-CUST-ID
                      ' DAYS: ' WS-SSN-DAYS
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           SET ROW-ACTION-COUNT TO TRUE.
           PERFORM 2410-WALK-ACCOUNT-ROWS.
           IF WS-PENDING-ROWS + WS-SUSPENDED-ROWS > ZEROS
              DISPLAY 'SUSPENSION ALREADY BOOKED FOR: ' IN-CUST-ID
              SET ERR-REAS-ALREADY-OPEN TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

       2400-EXIT.
           EXIT.

       2410-WALK-ACCOUNT-ROWS SECTION.

      *    EVERY ROW OF THE TRANSACTION'S ACCOUNT, IN METER ORDER.
      *    THE COUNT PASS ONLY TALLIES THE OPEN ROWS; THE AMEND AND
      *    CANCEL PASSES CHANGE THEM.
           MOVE ZEROS TO WS-PENDING-ROWS.
           MOVE ZEROS TO WS-SUSPENDED-ROWS.
           MOVE ZEROS TO WS-OPEN-START-DATE.
           MOVE 'N'   TO WS-ROW-EOF-FLAG.

           MOVE IN-CUST-ID TO SSN-CUST-ID.
           MOVE LOW-VALUES TO SSN-MTR-ID.
           START MO01-SEAS-KSDS KEY IS NOT LESS THAN SSN-KEY
               INVALID KEY
                   SET ACCOUNT-ROWS-DONE TO TRUE
           END-START.

           PERFORM 2420-NEXT-ACCOUNT-ROW
               UNTIL ACCOUNT-ROWS-DONE.

       2420-NEXT-ACCOUNT-ROW SECTION.

           READ MO01-SEAS-KSDS NEXT
               AT END  SET ACCOUNT-ROWS-DONE TO TRUE
               NOT AT END
                   IF SSN-CUST-ID NOT = IN-CUST-ID
                      SET ACCOUNT-ROWS-DONE TO TRUE
                   ELSE
                      PERFORM 2430-ACT-ON-ACCOUNT-ROW
                   END-IF
           END-READ.

       2430-ACT-ON-ACCOUNT-ROW SECTION.

           IF NOT SSN-STAT-OPEN
              GO TO 2430-EXIT
           END-IF.

           IF SSN-STAT-PENDING
              ADD 1 TO WS-PENDING-ROWS
           ELSE
              ADD 1 TO WS-SUSPENDED-ROWS
           END-IF.
           MOVE SSN-START-DATE TO WS-OPEN-START-DATE.

           MOVE MO01-SEAS-RECORD TO WS-ROW-BEFORE.

           EVALUATE TRUE
               WHEN ROW-ACTION-AMEND
                  MOVE IN-END-DATE TO SSN-END-DATE
                  PERFORM 2440-REWRITE-ACCOUNT-ROW
                  IF KSDS-IO-STATUS
                     ADD 1 TO WS-AMEND-CTR
                     MOVE 'AMENDED '        TO WS-LL-TAG
                     MOVE 'PLANNED END DATE MOVED'
                                            TO WS-LL-REMARK
                     PERFORM 2960-WRITE-LIST-LINE
                  END-IF
               WHEN ROW-ACTION-CANCEL
                  SET SSN-STAT-CANCELLED TO TRUE
                  PERFORM 2440-REWRITE-ACCOUNT-ROW
                  IF KSDS-IO-STATUS
                     ADD 1 TO WS-CANCEL-CTR
                     MOVE 'CANCEL  '        TO WS-LL-TAG
                     MOVE 'REQUEST CANCELLED BEFORE START'
                                            TO WS-LL-REMARK
                     PERFORM 2960-WRITE-LIST-LINE
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       2430-EXIT.
           EXIT.

       2440-REWRITE-ACCOUNT-ROW SECTION.

           REWRITE MO01-SEAS-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSION REWRITE FAILED: '
                           SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2955-AUDIT-SEAS-ROW
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-SEAS-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO02-SEAS-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'SEAS001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE WS-AUDIT-KEY       TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER     TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2955-AUDIT-SEAS-ROW SECTION.

           MOVE SPACES             TO WS-AUDIT-KEY.
           MOVE SSN-CUST-ID        TO WS-AUDIT-KEY.
           MOVE SPACES             TO WS-AUDIT-BEFORE.
           MOVE WS-ROW-BEFORE      TO WS-AUDIT-BEFORE.
           MOVE SPACES             TO WS-AUDIT-AFTER.
           MOVE MO01-SEAS-RECORD   TO WS-AUDIT-AFTER.
           PERFORM 2950-WRITE-AUDIT-RECORD.

       2960-WRITE-LIST-LINE SECTION.

           MOVE SSN-CUST-ID        TO WS-LL-CUST-ID.
           MOVE SSN-MTR-ID         TO WS-LL-METER-ID.
           MOVE SSN-START-DATE     TO WS-LL-START.
           MOVE SSN-END-DATE       TO WS-LL-END.
           MOVE SSN-SUSPEND-READ   TO WS-LL-SUSPEND-READ.
           IF WS-LL-TAG = 'ADVANCED'
              MOVE MTR-CURR-READ    TO WS-LL-CURR-READ
              MOVE WS-ADVANCE-UNITS TO WS-LL-ADVANCE
           ELSE
              MOVE ZEROS            TO WS-LL-CURR-READ
              MOVE ZEROS            TO WS-LL-ADVANCE
           END-IF.
           WRITE TO03-SEAS-LIST-RECORD FROM WS-LIST-LINE.

       3000-SEASON-SWEEP SECTION.

      *    FULL MASTER PASS AFTER TONIGHT'S TRANSACTIONS. A PENDING
      *    ROW WHOSE START HAS ARRIVED IS CUT; A SUSPENDED ROW
      *    WHOSE PLANNED END HAS ARRIVED IS RESTORED; EVERY OTHER
      *    SUSPENDED ROW HAS ITS METER CHECKED FOR MOVEMENT.
           MOVE LOW-VALUES TO SSN-KEY.
           START MO01-SEAS-KSDS KEY IS NOT LESS THAN SSN-KEY
               INVALID KEY
                   SET SSN-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-ROW
               UNTIL SSN-SCAN-EOF.

       3100-SCAN-ONE-ROW SECTION.

           READ MO01-SEAS-KSDS NEXT
               AT END  SET SSN-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SSN-STAT-PENDING
                            AND SSN-START-DATE NOT > WS-DATE
                          PERFORM 3200-START-SUSPENSION
                       WHEN SSN-STAT-SUSPENDED
                            AND SSN-END-DATE NOT > WS-DATE
                          PERFORM 3500-CHECK-METER-ADVANCE
                          PERFORM 3300-END-SUSPENSION
                       WHEN SSN-STAT-SUSPENDED
                          PERFORM 3500-CHECK-METER-ADVANCE
                       WHEN OTHER
                          CONTINUE
                   END-EVALUATE
           END-READ.

       3200-START-SUSPENSION SECTION.

           MOVE MO01-SEAS-RECORD TO WS-ROW-BEFORE.

      *    AN ACCOUNT THAT HAS LEFT SUPPLY SINCE THE REQUEST WAS
      *    BOOKED -- CLOSED, CUT FOR DEBT OR GONE VACANT -- HAS
      *    NOTHING LEFT TO SUSPEND. THE ROW IS CANCELLED.
           MOVE SSN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'   TO WS-LL-REMARK
                   PERFORM 3250-CANCEL-AT-START
                   GO TO 3200-EXIT
           END-READ.

           IF NOT ACCT-ACTIVE AND NOT ACCT-SUSPENDED
              MOVE SPACES TO WS-LL-REMARK
              STRING 'ACCOUNT STATUS ' CUST-ACCT-STATUS
                     ' - LEFT SUPPLY'
                     DELIMITED BY SIZE
                     INTO WS-LL-REMARK
              END-STRING
              PERFORM 3250-CANCEL-AT-START
              GO TO 3200-EXIT
           END-IF.

           MOVE SSN-MTR-ID TO MTR-ID.
           READ MI02-METER-KSDS KEY IS MTR-ID
               INVALID KEY
                   DISPLAY 'METER NOT ON FILE FOR SUSPENSION: '
                           SSN-MTR-ID
                   ADD 1 TO WS-ERROR-CTR
                   MOVE 'METER NOT ON FILE'     TO WS-LL-REMARK
                   PERFORM 3250-CANCEL-AT-START
                   GO TO 3200-EXIT
           END-READ.

      *    THE SUSPENSION READ IS THE METER MASTER'S LATEST READING
      *    UNTIL THE CREW'S OWN READ ARRIVES ON AN 'R' CARD.
           MOVE 'D'               TO WS-WO-SOURCE-TYPE.
           MOVE 'SEASONSUSP'      TO WS-WO-SOURCE-REF.
           PERFORM 3400-RAISE-WORK-ORDER.

           SET SSN-STAT-SUSPENDED   TO TRUE.
           MOVE MTR-CURR-READ       TO SSN-SUSPEND-READ.
           SET SSN-READ-FROM-MASTER TO TRUE.
           MOVE WS-DATE             TO SSN-SUSPENDED-DATE.

           REWRITE MO01-SEAS-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSION REWRITE FAILED: '
                           SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 3200-EXIT
           END-REWRITE.

           ADD 1 TO WS-SUSPEND-CTR.
           PERFORM 2955-AUDIT-SEAS-ROW.
           MOVE 'SUSPEND '                TO WS-LL-TAG.
           MOVE 'DISCONNECTION ORDER RAISED'
                                          TO WS-LL-REMARK.
           PERFORM 2960-WRITE-LIST-LINE.

      *    THE FIRST METER OF THE ACCOUNT TO GO OFF MOVES THE
      *    ACCOUNT ITSELF; ITS OTHER METERS FIND IT ALREADY MOVED.
           IF ACCT-ACTIVE
              MOVE MI01-CUSTOMER-RECORD TO WS-AUDIT-BEFORE
              SET ACCT-SUSPENDED TO TRUE
              MOVE SSN-START-DATE TO CUST-STATUS-EFF-DATE
              PERFORM 3600-REWRITE-CUSTOMER
           END-IF.

       3200-EXIT.
           EXIT.

       3250-CANCEL-AT-START SECTION.

           SET SSN-STAT-CANCELLED TO TRUE.

           REWRITE MO01-SEAS-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSION REWRITE FAILED: '
                           SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-CTR
                   PERFORM 2955-AUDIT-SEAS-ROW
                   MOVE 'CANCEL  '         TO WS-LL-TAG
                   PERFORM 2960-WRITE-LIST-LINE
           END-REWRITE.

       3300-END-SUSPENSION SECTION.

           MOVE MO01-SEAS-RECORD TO WS-ROW-BEFORE.

      *    THE SEASON IS OVER. AN ACCOUNT CLOSED OR CUT FOR DEBT IN
      *    THE MEANTIME GETS NO RECONNECTION -- THE ROW IS SIMPLY
      *    CLOSED OUT AND REPORTED.
           MOVE 'RECONNECTION ORDER RAISED' TO WS-LL-REMARK.

           MOVE SSN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'   TO WS-LL-REMARK
           END-READ.

           IF CUST-IO-STATUS
              IF ACCT-CLOSED OR ACCT-DISCONNECTED
                 MOVE SPACES TO WS-LL-REMARK
                 STRING 'STATUS ' CUST-ACCT-STATUS
                        ' - NOT RECONNECTED'
                        DELIMITED BY SIZE
                        INTO WS-LL-REMARK
                 END-STRING
              ELSE
                 MOVE 'R'               TO WS-WO-SOURCE-TYPE
                 MOVE 'SEASONEND'       TO WS-WO-SOURCE-REF
                 PERFORM 3400-RAISE-WORK-ORDER
              END-IF
           END-IF.

           SET SSN-STAT-RECONNECTED TO TRUE.
           MOVE WS-DATE             TO SSN-RECONNECT-DATE.

           REWRITE MO01-SEAS-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSION REWRITE FAILED: '
                           SSN-KEY ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 3300-EXIT
           END-REWRITE.

           ADD 1 TO WS-RECONNECT-CTR.
           PERFORM 2955-AUDIT-SEAS-ROW.
           MOVE 'RECONN  '                TO WS-LL-TAG.
           PERFORM 2960-WRITE-LIST-LINE.

      *    BACK ON ORDINARY BILLING FROM THE PLANNED END DATE.
           IF CUST-IO-STATUS AND ACCT-SUSPENDED
              MOVE MI01-CUSTOMER-RECORD TO WS-AUDIT-BEFORE
              SET ACCT-ACTIVE TO TRUE
              MOVE SSN-END-DATE TO CUST-STATUS-EFF-DATE
              PERFORM 3600-REWRITE-CUSTOMER
           END-IF.

       3300-EXIT.
           EXIT.

       3400-RAISE-WORK-ORDER SECTION.

      *    A NEW, UNASSIGNED ORDER FOR THE METER, PROMISED FOR
      *    TONIGHT'S RUN DATE.
           IF WS-WO-SEQ >= WS-SEQ-MAX
              DISPLAY 'SUSPENSION ORDER SEQUENCE EXHAUSTED - '
                      'METER ' SSN-MTR-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 3400-EXIT
           END-IF.

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WS-NEW-WO-ID.
           STRING 'S' WS-DATE(3:6) WS-WO-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-WO-ID
           END-STRING.

           MOVE SPACES            TO TO01-SEAS-WO-RECORD.
           MOVE 'N'               TO SW-TRANS-TYPE.
           MOVE WS-NEW-WO-ID      TO SW-WO-ID.
           MOVE WS-WO-SOURCE-TYPE TO SW-SOURCE-TYPE.
           MOVE WS-WO-SOURCE-REF  TO SW-SOURCE-REF.
           MOVE SSN-CUST-ID       TO SW-CUST-ID.
           MOVE WS-DATE           TO SW-PROMISED-DATE.
           MOVE ZEROS             TO SW-COMPLETE-DATE.
           MOVE SSN-MTR-ID        TO SW-NOTE-METER-ID.
           MOVE ZEROS             TO SW-LABOR-HOURS.
           MOVE ZEROS             TO SW-MATERIAL-AMT.
           WRITE TO01-SEAS-WO-RECORD.

           ADD 1 TO WS-WO-CTR.

       3400-EXIT.
           EXIT.

       3500-CHECK-METER-ADVANCE SECTION.

      *    A SUSPENDED METER SHOULD STAND STILL. ANY READING ON THE
      *    METER MASTER THAT DIFFERS FROM THE SUSPENSION READ MEANS
      *    SUPPLY IS BEING TAKEN -- A CUT NEVER MADE, A SELF-
      *    RECONNECTION OR A BYPASS -- AND IS REPORTED EVERY NIGHT
      *    UNTIL THE SEASON ENDS.
           MOVE SSN-MTR-ID TO MTR-ID.
           READ MI02-METER-KSDS KEY IS MTR-ID
               INVALID KEY
                   DISPLAY 'METER NOT ON FILE FOR SUSPENSION: '
                           SSN-MTR-ID
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 3500-EXIT
           END-READ.

           IF MTR-CURR-READ = SSN-SUSPEND-READ
              GO TO 3500-EXIT
           END-IF.

           IF MTR-CURR-READ > SSN-SUSPEND-READ
              COMPUTE WS-ADVANCE-UNITS =
                      MTR-CURR-READ - SSN-SUSPEND-READ
              IF SSN-READ-FROM-CREW
                 MOVE 'METER ADVANCED SINCE CREW READ'
                                          TO WS-LL-REMARK
              ELSE
                 MOVE 'METER ADVANCED - NO CREW READ'
                                          TO WS-LL-REMARK
              END-IF
           ELSE
              MOVE ZEROS TO WS-ADVANCE-UNITS
              MOVE 'READING BELOW SUSPENSION READ'
                                          TO WS-LL-REMARK
           END-IF.

           ADD 1 TO WS-ADVANCE-CTR.
           MOVE 'ADVANCED'                TO WS-LL-TAG.
           PERFORM 2960-WRITE-LIST-LINE.

       3500-EXIT.
           EXIT.

       3600-REWRITE-CUSTOMER SECTION.

           REWRITE MI01-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER REWRITE FAILED FOR: '
                           CUST-KEY ' STATUS: ' WS-CUST-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   MOVE SPACES               TO WS-AUDIT-KEY
                   MOVE CUST-KEY             TO WS-AUDIT-KEY
                   MOVE MI01-CUSTOMER-RECORD TO WS-AUDIT-AFTER
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'ACCOUNT STATUS NOW ' CUST-ACCT-STATUS
                           ': ' CUST-KEY
           END-REWRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' METERS BOOKED            ',  WS-BOOKED-CTR
           DISPLAY ' METERS AMENDED           ',  WS-AMEND-CTR
           DISPLAY ' METERS CANCELLED         ',  WS-CANCEL-CTR
           DISPLAY ' CREW SUSPENSION READS    ',  WS-CREW-READ-CTR
           DISPLAY ' METERS SUSPENDED         ',  WS-SUSPEND-CTR
           DISPLAY ' METERS RECONNECTED       ',  WS-RECONNECT-CTR
           DISPLAY ' SUSPENDED METERS MOVED   ',  WS-ADVANCE-CTR
           DISPLAY ' WORK ORDERS RAISED       ',  WS-WO-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-SEAS-TRAN,
                  MO01-SEAS-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI02-METER-KSDS,
                  TO01-SEAS-WO,
                  TO02-SEAS-ERR,
                  TO03-SEAS-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
