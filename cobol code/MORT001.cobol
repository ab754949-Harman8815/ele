       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MORT001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-MORAT-TRAN     ASSIGN TO MORTTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    DISCONNECTION MORATORIUM CALENDAR -- ONE ROW PER BLANKET
      *    BAN THE REGULATOR IMPOSES (HEAT WAVE, EXTREME COLD,
      *    FESTIVAL, ELECTION, FLOOD-DECLARED DISTRICT): THE AREA
      *    CODE IT COVERS (SPACES = EVERY AREA), THE FIRST AND LAST
      *    DAY IT RUNS AND WHY. DISCONEX, DUNN001 AND AMIC001 ALL
      *    REFUSE TO DISCONNECT INSIDE AN ACTIVE MORATORIUM.
           SELECT MO01-MORAT-KSDS     ASSIGN TO MORKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MOR-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-MORAT-ERR      ASSIGN TO MORTERR
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

      *    'A' DECLARES A MORATORIUM, 'C' MOVES ITS DATES, AREA OR
      *    REASON (A ZERO DATE OR BLANK REASON KEEPS WHAT IS ON
      *    FILE; THE AREA IS ALWAYS TAKEN AS KEYED), 'X' LIFTS IT.
      *    BOTH DATES ARE INCLUSIVE.
       FD TI01-MORAT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-MORAT-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-LIFT                VALUE 'X'.
          05 IN-MOR-ID           PIC X(10).
          05 IN-AREA-CODE        PIC X(06).
          05 IN-FROM-DATE        PIC 9(08).
          05 IN-TO-DATE          PIC 9(08).
          05 IN-REASON-CODE      PIC X(02).
          05 IN-REASON-TEXT      PIC X(30).
          05 FILLER              PIC X(15).

       FD MO01-MORAT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-MORAT-RECORD.
          05 MOR-ID               PIC X(10).
          05 MOR-AREA-CODE        PIC X(06).
             88 MOR-ALL-AREAS                VALUE SPACES.
          05 MOR-FROM-DATE        PIC 9(08).
          05 MOR-TO-DATE          PIC 9(08).
          05 MOR-REASON-CODE      PIC X(02).
             88 MOR-REAS-VALID               VALUE 'HW' 'CO' 'FE'
                                                   'EL' 'FL' 'OT'.
          05 MOR-REASON-TEXT      PIC X(30).
          05 MOR-STATUS           PIC X(01).
             88 MOR-STAT-ACTIVE              VALUE 'A'.
             88 MOR-STAT-LIFTED              VALUE 'X'.
          05 MOR-ENTERED-DATE     PIC 9(08).
          05 FILLER               PIC X(07).

       FD TO01-MORAT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO01-MORAT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-MORAT          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-DATES          VALUE '4'.
             88 ERR-REAS-BAD-REASON         VALUE '5'.
             88 ERR-REAS-ALREADY-ENDED      VALUE '6'.

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
          05 WS-CHECK-DATE         PIC 9(08).

       01 WS-SWITCHES.
          05 WS-DATES-SW           PIC X(01).
             88 DATES-VALID                  VALUE 'Y'.
             88 DATES-INVALID                VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-LIFT-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MORT001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  DISCONNECTION MORATORIUM CALENDAR     '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-MORAT-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-MORAT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-MORAT-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MORAT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-MORAT-TRAN  SECTION.

           READ TI01-MORAT-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-DECLARE-MORATORIUM
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-MORATORIUM
               WHEN IN-TRANS-LIFT
                  PERFORM 2330-LIFT-MORATORIUM
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-DECLARE-MORATORIUM SECTION.

           MOVE SPACES             TO MO01-MORAT-RECORD.
           MOVE IN-MOR-ID          TO MOR-ID.
           MOVE IN-AREA-CODE       TO MOR-AREA-CODE.
           MOVE IN-FROM-DATE       TO MOR-FROM-DATE.
           MOVE IN-TO-DATE         TO MOR-TO-DATE.
           MOVE IN-REASON-CODE     TO MOR-REASON-CODE.
           MOVE IN-REASON-TEXT     TO MOR-REASON-TEXT.
           SET MOR-STAT-ACTIVE     TO TRUE.
           MOVE WS-DATE            TO MOR-ENTERED-DATE.

           PERFORM 2800-CHECK-MORATORIUM.
           IF DATES-INVALID
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-MORAT-RECORD
               INVALID KEY
                   DISPLAY 'MORATORIUM ALREADY ON FILE: ' IN-MOR-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-MORAT TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'MORATORIUM DECLARED: ' MOR-ID
                           ' AREA ' MOR-AREA-CODE
                           ' ' MOR-FROM-DATE '-' MOR-TO-DATE
                           ' ' MOR-REASON-CODE
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-MORATORIUM SECTION.

           MOVE IN-MOR-ID TO MOR-ID.

           READ MO01-MORAT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

      *    A MORATORIUM THAT HAS RUN ITS COURSE IS THE RECORD OF
      *    WHAT WAS DEFERRED UNDER IT -- IT IS NOT REWRITTEN.
           IF MOR-TO-DATE < WS-DATE
              PERFORM 2920-REJECT-ENDED
              GO TO 2320-EXIT
           END-IF.

           MOVE MO01-MORAT-RECORD TO WS-AUDIT-BEFORE.

           MOVE IN-AREA-CODE TO MOR-AREA-CODE.
           IF IN-FROM-DATE IS NUMERIC
              AND IN-FROM-DATE > ZEROS
              MOVE IN-FROM-DATE TO MOR-FROM-DATE
           END-IF.
           IF IN-TO-DATE IS NUMERIC
              AND IN-TO-DATE > ZEROS
              MOVE IN-TO-DATE TO MOR-TO-DATE
           END-IF.
           IF IN-REASON-CODE NOT = SPACES
              MOVE IN-REASON-CODE TO MOR-REASON-CODE
           END-IF.
           IF IN-REASON-TEXT NOT = SPACES
              MOVE IN-REASON-TEXT TO MOR-REASON-TEXT
           END-IF.

           PERFORM 2800-CHECK-MORATORIUM.
           IF DATES-INVALID
              GO TO 2320-EXIT
           END-IF.

      *    CHANGING A LIFTED MORATORIUM PUTS IT BACK IN FORCE.
           SET MOR-STAT-ACTIVE TO TRUE.

           REWRITE MO01-MORAT-RECORD
               INVALID KEY
                   DISPLAY 'MORATORIUM REWRITE FAILED: ' MOR-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-LIFT-MORATORIUM SECTION.

           MOVE IN-MOR-ID TO MOR-ID.

           READ MO01-MORAT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

           IF MOR-TO-DATE < WS-DATE
              PERFORM 2920-REJECT-ENDED
              GO TO 2330-EXIT
           END-IF.

      *    LIFTING TAKES EFFECT FROM THE NEXT NIGHTLY RUN -- THE
      *    ACCOUNTS IT WAS HOLDING GO BACK ON THE LADDER THEN.
           MOVE MO01-MORAT-RECORD TO WS-AUDIT-BEFORE.
           SET MOR-STAT-LIFTED TO TRUE.

           REWRITE MO01-MORAT-RECORD
               INVALID KEY
                   DISPLAY 'MORATORIUM REWRITE FAILED: ' MOR-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-LIFT-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2800-CHECK-MORATORIUM SECTION.

           SET DATES-VALID TO TRUE.

           IF MOR-FROM-DATE IS NOT NUMERIC
              OR MOR-TO-DATE IS NOT NUMERIC
              OR MOR-FROM-DATE = ZEROS
              OR MOR-TO-DATE < MOR-FROM-DATE
              OR MOR-TO-DATE < WS-DATE
              DISPLAY 'MORATORIUM DATES INVALID: ' IN-MOR-ID
                      ' ' MOR-FROM-DATE '-' MOR-TO-DATE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET DATES-INVALID TO TRUE
              GO TO 2800-EXIT
           END-IF.

           MOVE MOR-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 2810-CHECK-CALENDAR-DATE.
           IF DATES-VALID
              MOVE MOR-TO-DATE TO WS-CHECK-DATE
              PERFORM 2810-CHECK-CALENDAR-DATE
           END-IF.
           IF DATES-INVALID
              GO TO 2800-EXIT
           END-IF.

           IF NOT MOR-REAS-VALID
              DISPLAY 'MORATORIUM REASON INVALID: ' IN-MOR-ID
                      ' ' MOR-REASON-CODE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-REASON TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET DATES-INVALID TO TRUE
           END-IF.

       2800-EXIT.
           EXIT.

       2810-CHECK-CALENDAR-DATE SECTION.

           IF WS-CHECK-DATE(5:2) < '01'
              OR WS-CHECK-DATE(5:2) > '12'
              OR WS-CHECK-DATE(7:2) < '01'
              OR WS-CHECK-DATE(7:2) > '31'
              DISPLAY 'MORATORIUM DATE NOT A CALENDAR DATE: '
                      IN-MOR-ID ' ' WS-CHECK-DATE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-DATES TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET DATES-INVALID TO TRUE
           END-IF.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-MORAT-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-MORAT-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO MORATORIUM ON FILE FOR: ' IN-MOR-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2920-REJECT-ENDED SECTION.

           DISPLAY 'MORATORIUM ALREADY ENDED: ' IN-MOR-ID
                   ' ON ' MOR-TO-DATE.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-ALREADY-ENDED TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'MORT001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE MOR-ID             TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-MORAT-RECORD  TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' MORATORIA DECLARED       ',  WS-ADD-CTR
           DISPLAY ' MORATORIA CHANGED        ',  WS-CHANGE-CTR
           DISPLAY ' MORATORIA LIFTED         ',  WS-LIFT-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-MORAT-TRAN,
                  MO01-MORAT-KSDS,
                  TO01-MORAT-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
