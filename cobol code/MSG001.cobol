       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSG001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-MSG-TRAN       ASSIGN TO MSGTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    BILL-MESSAGE MASTER -- ONE ROW PER MESSAGE, CARRYING ITS
      *    EFFECTIVE WINDOW, PRIORITY AND TARGETING. MSGRTN SERVES
      *    IT TO BILLPRNT FOR THE STATEMENT MESSAGE PANEL AND TO
      *    EBILL001 FOR THE E-BILL SUMMARY RECORD.
           SELECT MO01-MSG-KSDS       ASSIGN TO MSGKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MSG-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-MSG-ERR        ASSIGN TO MSGERR
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

      *    'A' ADDS A MESSAGE, 'C' REPLACES EVERYTHING BUT ITS ID,
      *    'X' WITHDRAWS IT FROM TONIGHT'S STATEMENTS ON. A BLANK
      *    TARGET MATCHES EVERY CUSTOMER; A FILLED ONE NARROWS THE
      *    MESSAGE TO CUSTOMERS CARRYING THAT VALUE, AND EVERY
      *    FILLED TARGET HAS TO MATCH.
       FD TI01-MSG-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.

       01 TI01-MSG-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-SUSPEND             VALUE 'X'.
          05 IN-MSG-ID           PIC X(08).
          05 IN-PRIORITY         PIC 9(02).
          05 IN-EFF-FROM         PIC 9(08).
          05 IN-EFF-TO           PIC 9(08).
          05 IN-TGT-AREA-CODE    PIC X(06).
          05 IN-TGT-TARIFF-CLASS PIC X(01).
             88 IN-TARIFF-VALID    VALUES 'D' 'C' 'I' SPACE.
          05 IN-TGT-BILLING-FREQ PIC X(01).
          05 IN-TGT-DELIVERY-PREF PIC X(01).
             88 IN-DELIV-VALID     VALUES 'P' 'S' 'E' 'B' SPACE.
          05 IN-TGT-SCORE-GRADE  PIC X(01).
             88 IN-GRADE-VALID     VALUES 'A' THRU 'E' SPACE.
          05 IN-TGT-ARREARS      PIC X(01).
             88 IN-ARREARS-VALID   VALUES 'A' 'C' SPACE.
          05 IN-TEXT             PIC X(72).
          05 FILLER              PIC X(10).

       FD MO01-MSG-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MO01-MSG-RECORD.
          05 MSG-ID               PIC X(08).
      *       01 IS THE MOST IMPORTANT; A STATEMENT CARRIES THE
      *       HIGHEST-PRIORITY MESSAGES THAT MATCH ITS CUSTOMER.
          05 MSG-PRIORITY         PIC 9(02).
          05 MSG-EFF-FROM         PIC 9(08).
      *       ZEROS - NO END DATE; THE MESSAGE RUNS UNTIL WITHDRAWN.
          05 MSG-EFF-TO           PIC 9(08).
          05 MSG-TARGETS.
             10 MSG-TGT-AREA-CODE    PIC X(06).
             10 MSG-TGT-TARIFF-CLASS PIC X(01).
             10 MSG-TGT-BILLING-FREQ PIC X(01).
             10 MSG-TGT-DELIVERY-PREF PIC X(01).
      *          SCORE001 PAYMENT-BEHAVIOUR GRADE, 'A' THRU 'E'.
             10 MSG-TGT-SCORE-GRADE  PIC X(01).
      *          'A' - ONLY CUSTOMERS CARRYING A BALANCE FORWARD
      *          'C' - ONLY CUSTOMERS WITH NOTHING OVERDUE
             10 MSG-TGT-ARREARS      PIC X(01).
          05 MSG-TEXT             PIC X(72).
          05 MSG-STATUS           PIC X(01).
             88 MSG-STAT-ACTIVE              VALUE 'A'.
             88 MSG-STAT-SUSPENDED           VALUE 'X'.
          05 MSG-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(02).

       FD TO01-MSG-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         121 CHARACTERS.

       01 TO01-MSG-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(120).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-MESSAGE        VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-KEY            VALUE '4'.
             88 ERR-REAS-NO-TEXT            VALUE '5'.
             88 ERR-REAS-BAD-PRIORITY       VALUE '6'.
             88 ERR-REAS-BAD-DATES          VALUE '7'.
             88 ERR-REAS-BAD-TARGET         VALUE '8'.

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

       77 WS-TRAN-VALID-SW         PIC X(01) VALUE 'Y'.
          88 TRAN-IS-VALID         VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-SUSPEND-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MSG001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  TARGETED BILL-MESSAGE MAINTENANCE     '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-MSG-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-MSG-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING MESSAGE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-MSG-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING BILL MESSAGE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MSG-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING MESSAGE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-MSG-TRAN  SECTION.

           READ TI01-MSG-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           IF IN-MSG-ID = SPACES
              DISPLAY 'MESSAGE ID MISSING ON TRANSACTION'
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-KEY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-MESSAGE
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-MESSAGE
               WHEN IN-TRANS-SUSPEND
                  PERFORM 2330-SUSPEND-MESSAGE
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2300-EXIT.
           EXIT.

       2310-ADD-MESSAGE SECTION.

           PERFORM 2400-VALIDATE-MESSAGE.
           IF NOT TRAN-IS-VALID
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO MO01-MSG-RECORD.
           MOVE IN-MSG-ID          TO MSG-ID.
           PERFORM 2450-MOVE-MESSAGE-FIELDS.

           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-MSG-RECORD
               INVALID KEY
                   DISPLAY 'MESSAGE ALREADY ON FILE: ' IN-MSG-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-MESSAGE TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'MESSAGE ADDED: ' MSG-ID
                           ' PRIORITY ' MSG-PRIORITY
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-MESSAGE SECTION.

           MOVE IN-MSG-ID TO MSG-ID.

           READ MO01-MSG-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

           PERFORM 2400-VALIDATE-MESSAGE.
           IF NOT TRAN-IS-VALID
              GO TO 2320-EXIT
           END-IF.

           MOVE MO01-MSG-RECORD TO WS-AUDIT-BEFORE.

      *    CHANGING A WITHDRAWN MESSAGE PUTS IT BACK IN FORCE.
           PERFORM 2450-MOVE-MESSAGE-FIELDS.

           REWRITE MO01-MSG-RECORD
               INVALID KEY
                   DISPLAY 'MESSAGE REWRITE FAILED: ' MSG-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-SUSPEND-MESSAGE SECTION.

           MOVE IN-MSG-ID TO MSG-ID.

           READ MO01-MSG-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

           MOVE MO01-MSG-RECORD TO WS-AUDIT-BEFORE.
           SET MSG-STAT-SUSPENDED TO TRUE.
           MOVE WS-DATE TO MSG-CHANGED-DATE.

           REWRITE MO01-MSG-RECORD
               INVALID KEY
                   DISPLAY 'MESSAGE REWRITE FAILED: ' MSG-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPEND-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2400-VALIDATE-MESSAGE SECTION.

           MOVE 'Y' TO WS-TRAN-VALID-SW.

      *    A BLANK MESSAGE WOULD PRINT AN EMPTY PANEL LINE AND
      *    CROWD A REAL MESSAGE OFF THE STATEMENT.
           IF IN-TEXT = SPACES
              DISPLAY 'MESSAGE TEXT MISSING: ' IN-MSG-ID
              SET ERR-REAS-NO-TEXT TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-PRIORITY NOT NUMERIC
              OR IN-PRIORITY = ZEROS
              DISPLAY 'MESSAGE PRIORITY INVALID: ' IN-MSG-ID
              SET ERR-REAS-BAD-PRIORITY TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-EFF-FROM NOT NUMERIC
              OR IN-EFF-FROM = ZEROS
              OR IN-EFF-TO NOT NUMERIC
              DISPLAY 'MESSAGE EFFECTIVE DATES INVALID: ' IN-MSG-ID
              SET ERR-REAS-BAD-DATES TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-EFF-TO NOT = ZEROS
              AND IN-EFF-TO < IN-EFF-FROM
              DISPLAY 'MESSAGE ENDS BEFORE IT STARTS: ' IN-MSG-ID
              SET ERR-REAS-BAD-DATES TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF NOT IN-TARIFF-VALID
              OR NOT IN-DELIV-VALID
              OR NOT IN-GRADE-VALID
              OR NOT IN-ARREARS-VALID
              DISPLAY 'MESSAGE TARGETING INVALID: ' IN-MSG-ID
              SET ERR-REAS-BAD-TARGET TO TRUE
              GO TO 2400-REJECT
           END-IF.

           GO TO 2400-EXIT.

       2400-REJECT.
           MOVE 'N' TO WS-TRAN-VALID-SW.
           ADD 1 TO WS-ERROR-CTR.
           PERFORM 2900-WRITE-ERR-RECORD.

       2400-EXIT.
           EXIT.

       2450-MOVE-MESSAGE-FIELDS SECTION.

           MOVE IN-PRIORITY          TO MSG-PRIORITY.
           MOVE IN-EFF-FROM          TO MSG-EFF-FROM.
           MOVE IN-EFF-TO            TO MSG-EFF-TO.
           MOVE IN-TGT-AREA-CODE     TO MSG-TGT-AREA-CODE.
           MOVE IN-TGT-TARIFF-CLASS  TO MSG-TGT-TARIFF-CLASS.
           MOVE IN-TGT-BILLING-FREQ  TO MSG-TGT-BILLING-FREQ.
           MOVE IN-TGT-DELIVERY-PREF TO MSG-TGT-DELIVERY-PREF.
           MOVE IN-TGT-SCORE-GRADE   TO MSG-TGT-SCORE-GRADE.
           MOVE IN-TGT-ARREARS       TO MSG-TGT-ARREARS.
           MOVE IN-TEXT              TO MSG-TEXT.
           SET MSG-STAT-ACTIVE       TO TRUE.
           MOVE WS-DATE              TO MSG-CHANGED-DATE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-MSG-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-MSG-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO MESSAGE ON FILE FOR: ' IN-MSG-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'MSG001  '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE MSG-ID             TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-MSG-RECORD    TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' MESSAGES ADDED           ',  WS-ADD-CTR
           DISPLAY ' MESSAGES CHANGED         ',  WS-CHANGE-CTR
           DISPLAY ' MESSAGES WITHDRAWN       ',  WS-SUSPEND-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-MSG-TRAN,
                  MO01-MSG-KSDS,
                  TO01-MSG-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
