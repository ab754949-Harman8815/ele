       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TMPL001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-TMPL-TRAN      ASSIGN TO TMPLTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    CUSTOMER-LANGUAGE TEXT TEMPLATE MASTER -- ONE ROW PER
      *    LANGUAGE AND TEXT ID, HOLDING EVERY FIXED CAPTION AND
      *    PARAGRAPH LINE THE STATEMENTS, LETTERS AND NOTIFICATIONS
      *    PRINT. TXTRTN SERVES IT TO BILLPRNT, DISCLTR, DUNN001
      *    AND NOTIFHUB; A TEXT WITH NO ROW IN THE CUSTOMER'S
      *    LANGUAGE PRINTS IN ENGLISH.
           SELECT MO01-TMPL-KSDS      ASSIGN TO TMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS TPL-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-TMPL-ERR       ASSIGN TO TMPLERR
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

      *    'A' ADDS A TEMPLATE, 'C' REPLACES ITS TEXT, 'X' SUSPENDS
      *    IT (THE CUSTOMER THEN GETS THE ENGLISH TEXT). '&1', '&2'
      *    AND '&3' IN THE TEXT MARK WHERE THE PRINTING PROGRAM
      *    DROPS IN ITS VALUES -- AMOUNT, DATE, REFERENCE -- SO A
      *    LANGUAGE CAN PUT THEM WHERE ITS OWN WORD ORDER NEEDS.
       FD TI01-TMPL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         90  CHARACTERS.

       01 TI01-TMPL-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-SUSPEND             VALUE 'X'.
          05 IN-LANGUAGE-CODE    PIC X(01).
          05 IN-TEXT-ID          PIC X(08).
          05 IN-TEXT             PIC X(72).
          05 FILLER              PIC X(08).

       FD MO01-TMPL-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-TMPL-RECORD.
          05 TPL-KEY.
      *       'E' ENGLISH; ANY OTHER LETTER IS A LANGUAGE THE SHOP
      *       HAS TEMPLATES FOR, AS CARRIED ON THE CUSTOMER MASTER.
             10 TPL-LANGUAGE-CODE   PIC X(01).
                88 TPL-LANGUAGE-VALID        VALUE 'A' THRU 'Z'.
      *       PRINTING PROGRAM'S PREFIX AND LINE NUMBER -- 'BILL',
      *       'DISC', 'DUNN', OR BILLPAYDB2'S PAYMENT NOTICE TYPE
      *       ('PACK', 'PDDF', 'PCHQ', 'PREV') -- OR 'NTFY' AND THE
      *       NOTIFICATION DOCUMENT TYPE FOR NOTIFHUB.
             10 TPL-TEXT-ID         PIC X(08).
          05 TPL-TEXT             PIC X(72).
          05 TPL-STATUS           PIC X(01).
             88 TPL-STAT-ACTIVE              VALUE 'A'.
             88 TPL-STAT-SUSPENDED           VALUE 'X'.
          05 TPL-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(10).

       FD TO01-TMPL-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         91  CHARACTERS.

       01 TO01-TMPL-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(90).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-TEMPLATE       VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-KEY            VALUE '4'.
             88 ERR-REAS-NO-TEXT            VALUE '5'.

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
           DISPLAY 'TMPL001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  CUSTOMER-LANGUAGE TEXT TEMPLATES      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-TMPL-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-TMPL-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING TEMPLATE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-TMPL-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING TEMPLATE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-TMPL-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING TEMPLATE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-TMPL-TRAN  SECTION.

           READ TI01-TMPL-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-TEMPLATE
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-TEMPLATE
               WHEN IN-TRANS-SUSPEND
                  PERFORM 2330-SUSPEND-TEMPLATE
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-TEMPLATE SECTION.

           MOVE SPACES             TO MO01-TMPL-RECORD.
           MOVE IN-LANGUAGE-CODE   TO TPL-LANGUAGE-CODE.
           MOVE IN-TEXT-ID         TO TPL-TEXT-ID.

           IF NOT TPL-LANGUAGE-VALID
              OR TPL-TEXT-ID = SPACES
              DISPLAY 'TEMPLATE KEY INVALID: ' IN-LANGUAGE-CODE
                      ' ' IN-TEXT-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-KEY TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

      *    A BLANK TEMPLATE WOULD PRINT A BLANK LINE WHERE THE
      *    CAPTION BELONGS -- SUSPEND THE ROW INSTEAD AND LET THE
      *    ENGLISH TEXT STAND.
           IF IN-TEXT = SPACES
              DISPLAY 'TEMPLATE TEXT MISSING: ' IN-LANGUAGE-CODE
                      ' ' IN-TEXT-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NO-TEXT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           MOVE IN-TEXT            TO TPL-TEXT.
           SET TPL-STAT-ACTIVE     TO TRUE.
           MOVE WS-DATE            TO TPL-CHANGED-DATE.

           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-TMPL-RECORD
               INVALID KEY
                   DISPLAY 'TEMPLATE ALREADY ON FILE: '
                           IN-LANGUAGE-CODE ' ' IN-TEXT-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-TEMPLATE TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'TEMPLATE ADDED: ' TPL-LANGUAGE-CODE
                           ' ' TPL-TEXT-ID
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-TEMPLATE SECTION.

           MOVE IN-LANGUAGE-CODE TO TPL-LANGUAGE-CODE.
           MOVE IN-TEXT-ID       TO TPL-TEXT-ID.

           READ MO01-TMPL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2320-EXIT
           END-READ.

           IF IN-TEXT = SPACES
              DISPLAY 'TEMPLATE TEXT MISSING: ' IN-LANGUAGE-CODE
                      ' ' IN-TEXT-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NO-TEXT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           MOVE MO01-TMPL-RECORD TO WS-AUDIT-BEFORE.

      *    CHANGING A SUSPENDED TEMPLATE PUTS IT BACK IN FORCE.
           MOVE IN-TEXT TO TPL-TEXT.
           SET TPL-STAT-ACTIVE TO TRUE.
           MOVE WS-DATE TO TPL-CHANGED-DATE.

           REWRITE MO01-TMPL-RECORD
               INVALID KEY
                   DISPLAY 'TEMPLATE REWRITE FAILED: ' TPL-KEY
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-SUSPEND-TEMPLATE SECTION.

           MOVE IN-LANGUAGE-CODE TO TPL-LANGUAGE-CODE.
           MOVE IN-TEXT-ID       TO TPL-TEXT-ID.

           READ MO01-TMPL-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
                   GO TO 2330-EXIT
           END-READ.

           MOVE MO01-TMPL-RECORD TO WS-AUDIT-BEFORE.
           SET TPL-STAT-SUSPENDED TO TRUE.
           MOVE WS-DATE TO TPL-CHANGED-DATE.

           REWRITE MO01-TMPL-RECORD
               INVALID KEY
                   DISPLAY 'TEMPLATE REWRITE FAILED: ' TPL-KEY
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPEND-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-TMPL-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-TMPL-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO TEMPLATE ON FILE FOR: ' IN-LANGUAGE-CODE
                   ' ' IN-TEXT-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'TMPL001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE TPL-KEY            TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-TMPL-RECORD   TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' TEMPLATES ADDED          ',  WS-ADD-CTR
           DISPLAY ' TEMPLATES CHANGED        ',  WS-CHANGE-CTR
           DISPLAY ' TEMPLATES SUSPENDED      ',  WS-SUSPEND-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-TMPL-TRAN,
                  MO01-TMPL-KSDS,
                  TO01-TMPL-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
