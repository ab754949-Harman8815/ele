       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBT001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ENERGY-EFFICIENCY REBATE APPLICATIONS -- LED RETROFITS,
      *    EFFICIENT PUMPS, SOLAR WATER HEATERS AND WHATEVER ELSE
      *    THE GOVERNMENT SCHEME ADDS TO THE MEASURE BOOK. EACH
      *    APPLICATION IS TAKEN ON, INSPECTED, AND APPROVED BY A
      *    SUPERVISOR PROVED AGAINST THE AUTHORITY MASTER BEFORE
      *    REBTPOST WILL CREDIT IT.
           SELECT TI01-REBATE-TRAN    ASSIGN TO REBTTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

           SELECT MO01-REBATE-KSDS    ASSIGN TO REBTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS REB-APPL-ID
           FILE STATUS            IS WS-KSDS-STATUS.

      *    MEASURE BOOK -- THE SCHEME'S REBATE PERCENTAGE OF THE
      *    INVOICE AND THE MOST IT PAYS ON ONE APPLICATION, PER
      *    MEASURE. A FLAT FILE LOADED UP FRONT LIKE THE PRICE BOOK.
           SELECT TI02-MEASURE-BOOK   ASSIGN TO REBTMEAS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-MB-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- THE APPROVING SUPERVISOR MUST BE ON IT,
      *    ACTIVE, AND CARRY AUTHORITY FOR THE REBATE AMOUNT.
           SELECT MI02-AUTH-KSDS      ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

           SELECT TO01-REBATE-ERR     ASSIGN TO REBTERR
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

      *    'A' TAKES ON AN APPLICATION, 'I' RECORDS THE INSPECTION
      *    (RESULT 'P' PASS OR 'F' FAIL, ACTION ID = INSPECTOR),
      *    'P' APPROVES AND 'R' REJECTS (ACTION ID = SUPERVISOR),
      *    'X' WITHDRAWS AN APPLICATION NOT YET APPROVED.
       FD TI01-REBATE-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-REBATE-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-APPLY               VALUE 'A'.
             88 IN-TRANS-INSPECT             VALUE 'I'.
             88 IN-TRANS-APPROVE             VALUE 'P'.
             88 IN-TRANS-REJECT              VALUE 'R'.
             88 IN-TRANS-WITHDRAW            VALUE 'X'.
          05 IN-APPL-ID          PIC X(10).
          05 IN-CUST-ID          PIC X(12).
          05 IN-MEASURE-CODE     PIC X(04).
          05 IN-INVOICE-AMT      PIC 9(07)V99.
          05 IN-INSTALL-DATE     PIC 9(08).
          05 IN-INSP-RESULT      PIC X(01).
             88 IN-INSP-PASSED               VALUE 'P'.
             88 IN-INSP-FAILED               VALUE 'F'.
          05 IN-ACTION-ID        PIC X(08).
          05 IN-TRANS-DATE       PIC 9(08).
          05 FILLER              PIC X(19).

      *    THE REBATE IS PRICED FROM THE MEASURE BOOK WHEN THE
      *    APPLICATION IS TAKEN ON; THE CREDIT IS WHAT REBTPOST
      *    ACTUALLY PAID AFTER THE ANNUAL CAP.
       FD MO01-REBATE-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MO01-REBATE-RECORD.
          05 REB-APPL-ID          PIC X(10).
          05 REB-CUST-ID          PIC X(12).
          05 REB-MEASURE-CODE     PIC X(04).
          05 REB-INVOICE-AMT      PIC 9(07)V99.
          05 REB-INSTALL-DATE     PIC 9(08).
          05 REB-APPL-DATE        PIC 9(08).
          05 REB-REBATE-AMT       PIC 9(06)V99.
          05 REB-INSP-RESULT      PIC X(01).
             88 REB-INSP-PENDING             VALUE SPACE.
             88 REB-INSP-PASSED              VALUE 'P'.
             88 REB-INSP-FAILED              VALUE 'F'.
          05 REB-INSP-DATE        PIC 9(08).
          05 REB-INSPECTOR-ID     PIC X(08).
          05 REB-APPROVER-ID      PIC X(08).
          05 REB-APPROVAL-DATE    PIC 9(08).
          05 REB-STATUS           PIC X(01).
             88 REB-STAT-NEW                 VALUE 'N'.
             88 REB-STAT-INSPECTED           VALUE 'I'.
             88 REB-STAT-FAILED              VALUE 'F'.
             88 REB-STAT-APPROVED            VALUE 'A'.
             88 REB-STAT-REJECTED            VALUE 'R'.
             88 REB-STAT-WITHDRAWN           VALUE 'W'.
             88 REB-STAT-CREDITED            VALUE 'C'.
             88 REB-STAT-CAPPED              VALUE 'K'.
          05 REB-CREDIT-AMT       PIC 9(06)V99.
          05 REB-POSTED-DATE      PIC 9(08).
          05 FILLER               PIC X(11).

       FD TI02-MEASURE-BOOK
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI02-MEASURE-BOOK-RECORD.
          05 IN-MB-MEASURE-CODE  PIC X(04).
          05 IN-MB-DESC          PIC X(20).
          05 IN-MB-REBATE-PCT    PIC 9(03).
          05 IN-MB-MAX-REBATE    PIC 9(05)V99.
          05 FILLER              PIC X(06).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME  PIC X(10).
          05 CUST-AREA-CODE  PIC X(6).
          05 CUST-SPACE      PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI02-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MI02-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

       FD TO01-REBATE-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO01-REBATE-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-APPL           VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-DATA           VALUE '4'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '5'.
             88 ERR-REAS-UNKNOWN-MEASURE    VALUE '6'.
             88 ERR-REAS-WRONG-STATUS       VALUE '7'.
             88 ERR-REAS-NOT-AUTHORISED     VALUE '8'.

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
          05 WS-MB-STATUS          PIC X(02).
             88 MB-IO-STATUS       VALUE '00'.
             88 MB-EOF             VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    THE MEASURE BOOK IN MEMORY -- SMALL AND STABLE, SO A
      *    LINEAR SEARCH IS ENOUGH.
       01 WS-MEASURE-BOOK-STORAGE.
          05 WS-MB-ROW OCCURS 50 TIMES
                              INDEXED BY WS-MB-IDX.
             10 WS-MB-MEASURE-CODE PIC X(04).
             10 WS-MB-DESC         PIC X(20).
             10 WS-MB-REBATE-PCT   PIC 9(03).
             10 WS-MB-MAX-REBATE   PIC 9(05)V99.
          05 WS-MB-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-MAX-MB-ROWS        PIC 9(03) VALUE 50.
          05 WS-MB-LOOP-CTR        PIC 9(03) VALUE ZEROS.
          05 WS-MB-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 MB-ROW-FOUND       VALUE 'Y'.
          05 WS-MB-PCT-PICKED      PIC 9(03) VALUE ZEROS.
          05 WS-MB-MAX-PICKED      PIC 9(05)V99 VALUE ZEROS.

       01 WS-WORK-VARIABLES.
          05 WS-REBATE-AMT         PIC 9(06)V99 VALUE ZEROS.
          05 WS-APPROVER-FLAG      PIC X(01) VALUE 'N'.
             88 APPROVER-VALID     VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-APPLY-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-INSPECT-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-APPROVE-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-WITHDRAW-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'REBT001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  EFFICIENCY REBATE APPLICATIONS        '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 1100-LOAD-MEASURE-BOOK.

           PERFORM 2200-READ-REBATE-TRAN UNTIL TRAN-EOF.

       1100-LOAD-MEASURE-BOOK  SECTION.

           PERFORM 1110-READ-MEASURE-BOOK UNTIL MB-EOF.

           DISPLAY 'MEASURE BOOK ENTRIES LOADED: ' WS-MB-COUNT.

           IF WS-MB-COUNT = ZEROS
              DISPLAY 'MEASURE BOOK IS EMPTY - NO APPLICATION '
                      'CAN BE TAKEN ON'
           END-IF.

       1110-READ-MEASURE-BOOK  SECTION.

           READ TI02-MEASURE-BOOK
               AT END  SET MB-EOF TO TRUE
               NOT AT END
                   IF IN-MB-REBATE-PCT IS NOT NUMERIC
                      OR IN-MB-MAX-REBATE IS NOT NUMERIC
                      OR IN-MB-REBATE-PCT > 100
                      DISPLAY 'MEASURE BOOK ENTRY IGNORED: '
                              TI02-MEASURE-BOOK-RECORD
                   ELSE
                      IF WS-MB-COUNT < WS-MAX-MB-ROWS
                         ADD 1 TO WS-MB-COUNT
                         SET WS-MB-IDX TO WS-MB-COUNT
                         MOVE IN-MB-MEASURE-CODE
                           TO WS-MB-MEASURE-CODE(WS-MB-IDX)
                         MOVE IN-MB-DESC
                           TO WS-MB-DESC(WS-MB-IDX)
                         MOVE IN-MB-REBATE-PCT
                           TO WS-MB-REBATE-PCT(WS-MB-IDX)
                         MOVE IN-MB-MAX-REBATE
                           TO WS-MB-MAX-REBATE(WS-MB-IDX)
                      ELSE
                         DISPLAY 'MEASURE BOOK TABLE FULL - ENTRY '
                                 'SKIPPED: ' IN-MB-MEASURE-CODE
                      END-IF
                   END-IF
           END-READ.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-REBATE-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-REBATE-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI02-MEASURE-BOOK.
           IF NOT MB-IO-STATUS
              DISPLAY 'ERROR OPENING MEASURE BOOK: ' WS-MB-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-AUTH-KSDS.
           IF NOT AUTH-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORITY KSDS: '
                      WS-AUTH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-REBATE-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-REBATE-TRAN  SECTION.

           READ TI01-REBATE-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-APPLY
                  PERFORM 2310-TAKE-ON-APPLICATION
               WHEN IN-TRANS-INSPECT
                  PERFORM 2320-RECORD-INSPECTION
               WHEN IN-TRANS-APPROVE
                  PERFORM 2330-APPROVE-APPLICATION
               WHEN IN-TRANS-REJECT
                  PERFORM 2340-REJECT-APPLICATION
               WHEN IN-TRANS-WITHDRAW
                  PERFORM 2350-WITHDRAW-APPLICATION
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-TAKE-ON-APPLICATION SECTION.

           IF IN-INVOICE-AMT IS NOT NUMERIC
              OR IN-INVOICE-AMT = ZEROS
              OR IN-INSTALL-DATE IS NOT NUMERIC
              OR IN-INSTALL-DATE = ZEROS
              OR IN-INSTALL-DATE > WS-DATE
              DISPLAY 'APPLICATION INVOICE OR INSTALL DATE BAD: '
                      IN-APPL-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-DATA TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ON FILE FOR APPLICATION: '
                           IN-APPL-ID ' ' IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NO-CUSTOMER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2310-EXIT
           END-READ.

           PERFORM 2810-LOOKUP-MEASURE.
           IF NOT MB-ROW-FOUND
              DISPLAY 'MEASURE NOT IN MEASURE BOOK: ' IN-APPL-ID
                      ' ' IN-MEASURE-CODE
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-UNKNOWN-MEASURE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           COMPUTE WS-REBATE-AMT ROUNDED =
                   IN-INVOICE-AMT * WS-MB-PCT-PICKED / 100.
           IF WS-REBATE-AMT > WS-MB-MAX-PICKED
              MOVE WS-MB-MAX-PICKED TO WS-REBATE-AMT
           END-IF.

           MOVE SPACES             TO MO01-REBATE-RECORD.
           MOVE IN-APPL-ID         TO REB-APPL-ID.
           MOVE IN-CUST-ID         TO REB-CUST-ID.
           MOVE IN-MEASURE-CODE    TO REB-MEASURE-CODE.
           MOVE IN-INVOICE-AMT     TO REB-INVOICE-AMT.
           MOVE IN-INSTALL-DATE    TO REB-INSTALL-DATE.
           MOVE IN-TRANS-DATE      TO REB-APPL-DATE.
           MOVE WS-REBATE-AMT      TO REB-REBATE-AMT.
           MOVE ZEROS              TO REB-INSP-DATE
                                      REB-APPROVAL-DATE
                                      REB-CREDIT-AMT
                                      REB-POSTED-DATE.
           SET REB-STAT-NEW        TO TRUE.
           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-REBATE-RECORD
               INVALID KEY
                   DISPLAY 'APPLICATION ALREADY ON FILE: ' IN-APPL-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-APPL TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-APPLY-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'APPLICATION TAKEN ON: ' REB-APPL-ID
                           ' ' REB-MEASURE-CODE
                           ' REBATE ' REB-REBATE-AMT
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-RECORD-INSPECTION SECTION.

           IF NOT IN-INSP-PASSED AND NOT IN-INSP-FAILED
              DISPLAY 'INSPECTION RESULT MUST BE P OR F: '
                      IN-APPL-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-DATA TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           PERFORM 2800-READ-APPLICATION.
           IF NOT KSDS-IO-STATUS
              GO TO 2320-EXIT
           END-IF.

      *    A FAILED SITE CAN BE PUT RIGHT AND INSPECTED AGAIN.
           IF NOT REB-STAT-NEW
              AND NOT REB-STAT-INSPECTED
              AND NOT REB-STAT-FAILED
              PERFORM 2920-REJECT-WRONG-STATUS
              GO TO 2320-EXIT
           END-IF.

           MOVE IN-INSP-RESULT  TO REB-INSP-RESULT.
           MOVE IN-TRANS-DATE   TO REB-INSP-DATE.
           MOVE IN-ACTION-ID    TO REB-INSPECTOR-ID.
           IF IN-INSP-PASSED
              SET REB-STAT-INSPECTED TO TRUE
           ELSE
              SET REB-STAT-FAILED TO TRUE
           END-IF.

           PERFORM 2850-REWRITE-APPLICATION.
           IF KSDS-IO-STATUS
              ADD 1 TO WS-INSPECT-CTR
           END-IF.

       2320-EXIT.
           EXIT.

       2330-APPROVE-APPLICATION SECTION.

           PERFORM 2800-READ-APPLICATION.
           IF NOT KSDS-IO-STATUS
              GO TO 2330-EXIT
           END-IF.

      *    NOTHING IS APPROVED THAT HAS NOT PASSED INSPECTION.
           IF NOT REB-STAT-INSPECTED
              PERFORM 2920-REJECT-WRONG-STATUS
              GO TO 2330-EXIT
           END-IF.

           PERFORM 2820-CHECK-APPROVER.
           IF NOT APPROVER-VALID
              GO TO 2330-EXIT
           END-IF.

           IF AUTH-LIMIT < REB-REBATE-AMT
              DISPLAY 'SUPERVISOR ' IN-ACTION-ID
                      ' NOT AUTHORISED FOR ' REB-REBATE-AMT
                      ': ' IN-APPL-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NOT-AUTHORISED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           MOVE IN-ACTION-ID    TO REB-APPROVER-ID.
           MOVE IN-TRANS-DATE   TO REB-APPROVAL-DATE.
           SET REB-STAT-APPROVED TO TRUE.

           PERFORM 2850-REWRITE-APPLICATION.
           IF KSDS-IO-STATUS
              ADD 1 TO WS-APPROVE-CTR
           END-IF.

       2330-EXIT.
           EXIT.

       2340-REJECT-APPLICATION SECTION.

           PERFORM 2800-READ-APPLICATION.
           IF NOT KSDS-IO-STATUS
              GO TO 2340-EXIT
           END-IF.

           IF NOT REB-STAT-NEW
              AND NOT REB-STAT-INSPECTED
              AND NOT REB-STAT-FAILED
              PERFORM 2920-REJECT-WRONG-STATUS
              GO TO 2340-EXIT
           END-IF.

           PERFORM 2820-CHECK-APPROVER.
           IF NOT APPROVER-VALID
              GO TO 2340-EXIT
           END-IF.

           MOVE IN-ACTION-ID    TO REB-APPROVER-ID.
           MOVE IN-TRANS-DATE   TO REB-APPROVAL-DATE.
           SET REB-STAT-REJECTED TO TRUE.

           PERFORM 2850-REWRITE-APPLICATION.
           IF KSDS-IO-STATUS
              ADD 1 TO WS-REJECT-CTR
           END-IF.

       2340-EXIT.
           EXIT.

       2350-WITHDRAW-APPLICATION SECTION.

           PERFORM 2800-READ-APPLICATION.
           IF NOT KSDS-IO-STATUS
              GO TO 2350-EXIT
           END-IF.

      *    ONCE APPROVED THE REBATE IS THE POSTING RUN'S TO PAY.
           IF NOT REB-STAT-NEW
              AND NOT REB-STAT-INSPECTED
              AND NOT REB-STAT-FAILED
              PERFORM 2920-REJECT-WRONG-STATUS
              GO TO 2350-EXIT
           END-IF.

           SET REB-STAT-WITHDRAWN TO TRUE.

           PERFORM 2850-REWRITE-APPLICATION.
           IF KSDS-IO-STATUS
              ADD 1 TO WS-WITHDRAW-CTR
           END-IF.

       2350-EXIT.
           EXIT.

       2800-READ-APPLICATION SECTION.

           MOVE IN-APPL-ID TO REB-APPL-ID.

           READ MO01-REBATE-KSDS
               INVALID KEY
                   DISPLAY 'NO REBATE APPLICATION ON FILE FOR: '
                           IN-APPL-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE MO01-REBATE-RECORD TO WS-AUDIT-BEFORE
           END-READ.

       2810-LOOKUP-MEASURE SECTION.

           MOVE 'N' TO WS-MB-FOUND-FLAG.

           PERFORM VARYING WS-MB-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-MB-LOOP-CTR > WS-MB-COUNT
                        OR MB-ROW-FOUND
              SET WS-MB-IDX TO WS-MB-LOOP-CTR
              IF WS-MB-MEASURE-CODE(WS-MB-IDX) = IN-MEASURE-CODE
                 SET MB-ROW-FOUND TO TRUE
                 MOVE WS-MB-REBATE-PCT(WS-MB-IDX)
                   TO WS-MB-PCT-PICKED
                 MOVE WS-MB-MAX-REBATE(WS-MB-IDX)
                   TO WS-MB-MAX-PICKED
              END-IF
           END-PERFORM.

       2820-CHECK-APPROVER SECTION.

      *    THE SUPERVISOR MUST EXIST AND BE ACTIVE; THE AMOUNT
      *    LIMIT IS PROVED ON APPROVAL ONLY.
           MOVE 'N' TO WS-APPROVER-FLAG.

           IF IN-ACTION-ID = SPACES
              DISPLAY 'DECISION WITHOUT SUPERVISOR ID: ' IN-APPL-ID
           ELSE
              MOVE IN-ACTION-ID TO AUTH-ID
              READ MI02-AUTH-KSDS
                  INVALID KEY
                      DISPLAY 'SUPERVISOR NOT ON AUTHORITY MASTER: '
                              IN-ACTION-ID ': ' IN-APPL-ID
                  NOT INVALID KEY
                      IF AUTH-STAT-ACTIVE
                         SET APPROVER-VALID TO TRUE
                      ELSE
                         DISPLAY 'DECISION BY INACTIVE SUPERVISOR '
                                 IN-ACTION-ID ': ' IN-APPL-ID
                      END-IF
              END-READ
           END-IF.

           IF NOT APPROVER-VALID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-NOT-AUTHORISED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2850-REWRITE-APPLICATION SECTION.

           REWRITE MO01-REBATE-RECORD
               INVALID KEY
                   DISPLAY 'REBATE REWRITE FAILED: ' REB-APPL-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-REBATE-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-REBATE-ERR-RECORD.

       2920-REJECT-WRONG-STATUS SECTION.

           DISPLAY 'APPLICATION ' IN-APPL-ID ' IS AT STATUS '
                   REB-STATUS ' - ' IN-TRANS-TYPE ' NOT ALLOWED'.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-WRONG-STATUS TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'REBT001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE REB-APPL-ID        TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-REBATE-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' APPLICATIONS TAKEN ON    ',  WS-APPLY-CTR
           DISPLAY ' INSPECTIONS RECORDED     ',  WS-INSPECT-CTR
           DISPLAY ' APPLICATIONS APPROVED    ',  WS-APPROVE-CTR
           DISPLAY ' APPLICATIONS REJECTED    ',  WS-REJECT-CTR
           DISPLAY ' APPLICATIONS WITHDRAWN   ',  WS-WITHDRAW-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-REBATE-TRAN,
                  MO01-REBATE-KSDS,
                  TI02-MEASURE-BOOK,
                  MI01-CUSTOMER-KSDS,
                  MI02-AUTH-KSDS,
                  TO01-REBATE-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
