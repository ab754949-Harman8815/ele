       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APEL001.

      *    OMBUDSMAN AND CONSUMER-FORUM APPEAL CASES. A CUSTOMER
      *    WHO IS NOT SATISFIED WITH HOW CMPL001 CLOSED A COMPLAINT
      *    CAN TAKE IT TO THE CONSUMER GRIEVANCE REDRESSAL FORUM,
      *    AND FROM THE FORUM'S ORDER TO THE ELECTRICITY OMBUDSMAN.
      *    EACH CASE IS KEPT HERE AGAINST THE ORIGINAL COMPLAINT,
      *    THE ACCOUNT AND THE BILL IN DISPUTE, FROM FILING THROUGH
      *    HEARINGS AND INTERIM ORDERS TO THE FINAL ORDER AND OUR
      *    COMPLIANCE WITH IT.
      *
      *    WHILE A CASE IS OPEN THE CUSTOMER IS IN DISPUTE, JUST
      *    AS WITH AN OPEN BILLING COMPLAINT: BILLPAYDB2 ACCRUES
      *    NO LATE PENALTY AND DISCONEX EVALUATES NO DISCONNECTION
      *    UNTIL THE FINAL ORDER IS RECORDED. COMPENSATION AWARDED
      *    IS CREDITED THROUGH THE PENDING-ADJUSTMENT MASTER TO THE
      *    NEXT BILL.
      *
      *    AFTER THE DAY'S CARDS THE WHOLE MASTER IS SWEPT FOR
      *    HEARINGS COMING UP AND ORDERS NEARING OR PAST THEIR
      *    COMPLIANCE DEADLINE -- PARM COLUMNS 1-3 ARE THE DAYS
      *    AHEAD TO LOOK, 14 UNLESS THE RUN SAYS OTHERWISE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-APPEAL-TRAN    ASSIGN TO APELTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    APPEAL CASE MASTER -- KEYED BY FORUM AND THE FORUM'S OWN
      *    CASE NUMBER, THE REFERENCE EVERY ORDER AND NOTICE QUOTES.
           SELECT MO01-APPEAL-KSDS    ASSIGN TO APLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS APL-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

      *    COMPLAINT MASTER MAINTAINED BY CMPL001 -- AN APPEAL MUST
      *    GROW OUT OF A COMPLAINT WE HAVE ON FILE, AND TAKES ITS
      *    ACCOUNT FROM IT.
           SELECT MI01-COMPLAINT-KSDS ASSIGN TO CMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

      *    PENDING BILL ADJUSTMENTS -- COMPENSATION IS POSTED AS A
      *    CREDIT SO IT LANDS ON THE CUSTOMER'S NEXT BILL.
           SELECT MO02-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

           SELECT TO01-APPEAL-ERR     ASSIGN TO APELERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

           SELECT TO02-APPEAL-RPT     ASSIGN TO APELRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    SAME MAINTENANCE-AUDIT CLUSTER THE CUST002/CUST005/
      *    CUST006/DEP001 FAMILY WRITES.
           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE CARD PER STEP IN THE CASE, KEYED BY THE LEGAL DESK:
      *      'O' OPENS A CASE -- COMPLAINT, BILL IN DISPUTE, DATE
      *          FILED AND ANY FIRST HEARING ALREADY LISTED.
      *      'H' A HEARING -- TRANS DATE, IF ANY, IS THE HEARING
      *          JUST HELD; NEXT HEARING IS THE DATE NOW LISTED
      *          (ZERO WHEN NONE IS).
      *      'I' AN INTERIM ORDER MADE ON TRANS DATE, WITH ITS
      *          GIST AND ANY NEXT HEARING.
      *      'F' THE FINAL ORDER -- OUTCOME, COMPENSATION AND THE
      *          DATE BY WHICH WE MUST COMPLY (ZERO TAKES THE
      *          STANDARD 30 DAYS FROM THE ORDER).
      *      'K' OUR COMPLIANCE WITH THE FINAL ORDER, ON TRANS DATE.
      *      'W' THE CUSTOMER WITHDRAWS THE CASE.
       FD TI01-APPEAL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.

       01 TI01-APPEAL-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-OPEN                VALUE 'O'.
             88 IN-TRANS-HEARING             VALUE 'H'.
             88 IN-TRANS-INTERIM             VALUE 'I'.
             88 IN-TRANS-FINAL               VALUE 'F'.
             88 IN-TRANS-COMPLIED            VALUE 'K'.
             88 IN-TRANS-WITHDRAWN           VALUE 'W'.
          05 IN-FORUM            PIC X(04).
          05 IN-CASE-NO          PIC X(16).
          05 IN-TRANS-DATE       PIC 9(08).
          05 IN-COMPLAINT-ID     PIC X(10).
          05 IN-BILL-ID          PIC X(12).
          05 IN-NEXT-HEARING     PIC 9(08).
          05 IN-OUTCOME          PIC X(01).
          05 IN-COMP-AMOUNT      PIC 9(06)V99.
          05 IN-COMPLY-BY        PIC 9(08).
          05 IN-ORDER-TEXT       PIC X(30).
          05 FILLER              PIC X(14).

      *    THE FIRST 150 BYTES CARRY EVERY DATE, STATUS AND AMOUNT,
      *    SO THE MAINTENANCE AUDIT IMAGE MISSES ONLY THE TAIL OF
      *    THE ORDER TEXT.
       FD MO01-APPEAL-KSDS
           RECORD CONTAINS         220 CHARACTERS.

       01 MO01-APPEAL-RECORD.
          05 APL-KEY.
             10 APL-FORUM            PIC X(04).
                88 APL-FORUM-VALID           VALUE 'CGRF' 'OMBD'.
             10 APL-CASE-NO          PIC X(16).
          05 APL-COMPLAINT-ID        PIC X(10).
          05 APL-CUST-ID             PIC X(12).
          05 APL-BILL-ID             PIC X(12).
          05 APL-FILED-DATE          PIC 9(08).
          05 APL-STATUS              PIC X(01).
             88 APL-STAT-OPEN                VALUE 'O'.
             88 APL-STAT-FINAL               VALUE 'F'.
             88 APL-STAT-CLOSED              VALUE 'C'.
             88 APL-STAT-WITHDRAWN           VALUE 'W'.
          05 APL-STATUS-DATE         PIC 9(08).
          05 APL-NEXT-HEARING        PIC 9(08).
          05 APL-LAST-HEARING        PIC 9(08).
          05 APL-HEARING-CNT         PIC 9(02).
          05 APL-INTERIM-DATE        PIC 9(08).
          05 APL-INTERIM-CNT         PIC 9(02).
          05 APL-FINAL-DATE          PIC 9(08).
          05 APL-OUTCOME             PIC X(01).
             88 APL-OUTCOME-ALLOWED          VALUE 'A'.
             88 APL-OUTCOME-PARTLY           VALUE 'P'.
             88 APL-OUTCOME-DISMISSED        VALUE 'D'.
             88 APL-OUTCOME-VALID            VALUE 'A' 'P' 'D'.
          05 APL-COMP-AMOUNT         PIC 9(06)V99.
          05 APL-COMP-POSTED-DATE    PIC 9(08).
          05 APL-COMPLY-BY           PIC 9(08).
          05 APL-COMPLIED-DATE       PIC 9(08).
          05 APL-INTERIM-TEXT        PIC X(30).
          05 APL-FINAL-TEXT          PIC X(30).
          05 FILLER                  PIC X(20).

       FD MI01-COMPLAINT-KSDS
           RECORD CONTAINS         54  CHARACTERS.

       01 MI01-COMPLAINT-RECORD.
          05 CMPL-ID             PIC X(10).
          05 CMPL-CUST-ID        PIC X(12).
          05 CMPL-CATEGORY       PIC X(15).
          05 CMPL-DATE-OPENED    PIC 9(08).
          05 CMPL-STATUS         PIC X(01).
             88 CMPL-STAT-OPEN               VALUE 'O'.
             88 CMPL-STAT-CLOSED             VALUE 'C'.
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME PENDING-ADJUSTMENT LAYOUT BILL003 READS FROM
      *    ADJKSDS -- A NEGATIVE AMOUNT IS A CREDIT.
       FD MO02-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO02-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

       FD TO01-APPEAL-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         121 CHARACTERS.

       01 TO01-APPEAL-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(120).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-CASE           VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-NO-COMPLAINT       VALUE '4'.
             88 ERR-REAS-WRONG-STAGE        VALUE '5'.
             88 ERR-REAS-BAD-DATA           VALUE '6'.

       FD TO02-APPEAL-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-APPEAL-RPT-RECORD  PIC X(133).

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
             88 KSDS-EOF           VALUE '10'.
          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INT           PIC 9(08) VALUE ZEROS.
          05 WS-HORIZON-DATE       PIC 9(08) VALUE ZEROS.
          05 WS-EVENT-DATE         PIC 9(08) VALUE ZEROS.
          05 WS-DAYS-TO-GO         PIC S9(05) VALUE ZEROS.

      *    PARM COLUMNS 1-3 ARE THE DAYS AHEAD THE SWEEP LOOKS.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-DAYS       PIC X(03) VALUE SPACES.
             10 FILLER             PIC X(77) VALUE SPACES.
          05 WS-LOOKAHEAD-DAYS     PIC 9(03) VALUE 14.

      *    DAYS ALLOWED TO COMPLY WHEN THE ORDER NAMES NO DATE --
      *    THE REGULATIONS' STANDARD PERIOD.
       01 WS-DEFAULT-COMPLY-DAYS   PIC 9(03) VALUE 30.

      *    ADJUSTMENT REASON CODE ON THE COMPENSATION CREDIT.
       01 WS-REASON-APPEAL         PIC X(02) VALUE 'OM'.

       01 WS-SWITCHES.
          05 WS-CARD-SW            PIC X(01).
             88 CARD-VALID                   VALUE 'Y'.
             88 CARD-INVALID                 VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-OPENED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-HEARING-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-INTERIM-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-FINAL-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-COMPLIED-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-WITHDRAWN-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-COMP-POSTED-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-COMP-POSTED-AMT    PIC 9(09)V99 VALUE ZEROS.
          05 WS-CASES-OPEN-CTR     PIC 9(05) VALUE ZEROS.
          05 WS-CASES-FINAL-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-HEARING-LIST-CTR   PIC 9(05) VALUE ZEROS.
          05 WS-COMPLY-LIST-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-OVERDUE-CTR        PIC 9(05) VALUE ZEROS.

       01 WS-RPT-HEADER.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'APPEAL CASES - HEARINGS AND COMPLIANCE DUE'.
          05 FILLER               PIC X(14) VALUE 'WITHIN DAYS:'.
          05 WS-RH-DAYS           PIC ZZ9.
          05 FILLER               PIC X(36) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(07) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER               PIC X(26) VALUE
             '  FORUM CASE NUMBER'.
          05 FILLER               PIC X(11) VALUE 'COMPLAINT'.
          05 FILLER               PIC X(13) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(13) VALUE 'BILL'.
          05 FILLER               PIC X(12) VALUE 'EVENT'.
          05 FILLER               PIC X(09) VALUE 'DATE'.
          05 FILLER               PIC X(06) VALUE ' DAYS'.
          05 FILLER               PIC X(12) VALUE ' COMPENSATN'.
          05 FILLER               PIC X(31) VALUE ' NOTE'.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-FORUM          PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-CASE-NO        PIC X(16).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RD-COMPLAINT-ID   PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-BILL-ID        PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-EVENT          PIC X(11).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-EVENT-DATE     PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-DAYS           PIC -ZZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RD-COMP-AMOUNT    PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RD-NOTE           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACES.

       01 WS-RPT-SECTION-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RS-TITLE          PIC X(60).
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RT-LABEL          PIC X(40).
          05 WS-RT-COUNT          PIC ZZ,ZZ9.
          05 FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'APEL001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  OMBUDSMAN / FORUM APPEAL CASES        '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-DAYS IS NUMERIC
              MOVE WS-PARM-DAYS TO WS-LOOKAHEAD-DAYS
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).
           COMPUTE WS-HORIZON-DATE =
                   FUNCTION DATE-OF-INTEGER(
                            WS-DATE-INT + WS-LOOKAHEAD-DAYS).
           DISPLAY 'LOOKING AHEAD TO: ' WS-HORIZON-DATE.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-APPEAL-TRAN UNTIL TRAN-EOF.

           PERFORM 2700-WRITE-DUE-REPORT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-APPEAL-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-APPEAL-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL CASE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-COMPLAINT-KSDS.
           IF NOT CMPL-IO-STATUS
              DISPLAY 'ERROR OPENING COMPLAINT KSDS: '
                      WS-CMPL-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-APPEAL-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-APPEAL-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-APPEAL-TRAN  SECTION.

           READ TI01-APPEAL-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           IF NOT IN-TRANS-OPEN
              AND NOT IN-TRANS-HEARING
              AND NOT IN-TRANS-INTERIM
              AND NOT IN-TRANS-FINAL
              AND NOT IN-TRANS-COMPLIED
              AND NOT IN-TRANS-WITHDRAWN
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

           IF IN-TRANS-OPEN
              PERFORM 2310-OPEN-CASE
              GO TO 2300-EXIT
           END-IF.

      *    EVERY OTHER CARD WORKS ON A CASE ALREADY ON FILE.
           MOVE IN-FORUM   TO APL-FORUM.
           MOVE IN-CASE-NO TO APL-CASE-NO.
           READ MO01-APPEAL-KSDS
               INVALID KEY
                   DISPLAY 'NO APPEAL CASE ON FILE: ' IN-FORUM
                           ' ' IN-CASE-NO
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2300-EXIT
           END-READ.
           MOVE MO01-APPEAL-RECORD TO WS-AUDIT-BEFORE.

      *    HEARINGS, INTERIM ORDERS, THE FINAL ORDER AND WITHDRAWAL
      *    ALL NEED A CASE STILL BEFORE THE FORUM; COMPLIANCE NEEDS
      *    A FINAL ORDER TO COMPLY WITH.
           IF (IN-TRANS-COMPLIED AND NOT APL-STAT-FINAL)
              OR (NOT IN-TRANS-COMPLIED AND NOT APL-STAT-OPEN)
              DISPLAY 'CASE NOT AT THAT STAGE: ' IN-FORUM
                      ' ' IN-CASE-NO ' STATUS ' APL-STATUS
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-WRONG-STAGE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IN-TRANS-HEARING
                  PERFORM 2320-RECORD-HEARING
               WHEN IN-TRANS-INTERIM
                  PERFORM 2330-RECORD-INTERIM-ORDER
               WHEN IN-TRANS-FINAL
                  PERFORM 2340-RECORD-FINAL-ORDER
               WHEN IN-TRANS-COMPLIED
                  PERFORM 2350-RECORD-COMPLIANCE
               WHEN IN-TRANS-WITHDRAWN
                  PERFORM 2360-RECORD-WITHDRAWAL
           END-EVALUATE.

           PERFORM 2400-REWRITE-CASE.

       2300-EXIT.
           EXIT.

       2310-OPEN-CASE SECTION.

           MOVE IN-COMPLAINT-ID TO CMPL-ID.
           READ MI01-COMPLAINT-KSDS
               INVALID KEY
                   DISPLAY 'NO SUCH COMPLAINT FOR APPEAL: '
                           IN-COMPLAINT-ID
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-NO-COMPLAINT TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2310-EXIT
           END-READ.

           MOVE SPACES             TO MO01-APPEAL-RECORD.
           MOVE IN-FORUM           TO APL-FORUM.
           MOVE IN-CASE-NO         TO APL-CASE-NO.
           MOVE IN-COMPLAINT-ID    TO APL-COMPLAINT-ID.
           MOVE CMPL-CUST-ID       TO APL-CUST-ID.
           MOVE IN-BILL-ID         TO APL-BILL-ID.
           MOVE IN-TRANS-DATE      TO APL-FILED-DATE.
           SET APL-STAT-OPEN       TO TRUE.
           MOVE WS-DATE            TO APL-STATUS-DATE.
           MOVE IN-NEXT-HEARING    TO APL-NEXT-HEARING.
           MOVE ZEROS              TO APL-LAST-HEARING
                                      APL-HEARING-CNT
                                      APL-INTERIM-DATE
                                      APL-INTERIM-CNT
                                      APL-FINAL-DATE
                                      APL-COMP-AMOUNT
                                      APL-COMP-POSTED-DATE
                                      APL-COMPLY-BY
                                      APL-COMPLIED-DATE.

           MOVE SPACES             TO WS-AUDIT-BEFORE.

           WRITE MO01-APPEAL-RECORD
               INVALID KEY
                   DISPLAY 'APPEAL CASE ALREADY ON FILE: ' IN-FORUM
                           ' ' IN-CASE-NO
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-CASE TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-CTR
                   DISPLAY 'APPEAL CASE OPENED: ' APL-KEY
                           ' CUSTOMER ' APL-CUST-ID
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-RECORD-HEARING SECTION.

           IF IN-TRANS-DATE > ZEROS
              MOVE IN-TRANS-DATE TO APL-LAST-HEARING
              ADD 1              TO APL-HEARING-CNT
           END-IF.
           MOVE IN-NEXT-HEARING  TO APL-NEXT-HEARING.
           ADD 1 TO WS-HEARING-CTR.

       2330-RECORD-INTERIM-ORDER SECTION.

           MOVE IN-TRANS-DATE    TO APL-INTERIM-DATE.
           ADD 1                 TO APL-INTERIM-CNT.
           MOVE IN-ORDER-TEXT    TO APL-INTERIM-TEXT.
           IF IN-NEXT-HEARING > ZEROS
              MOVE IN-NEXT-HEARING TO APL-NEXT-HEARING
           END-IF.
           ADD 1 TO WS-INTERIM-CTR.

       2340-RECORD-FINAL-ORDER SECTION.

      *    THE FINAL ORDER ENDS THE HOLD ON PENALTIES AND
      *    DISCONNECTION. A DISMISSAL LEAVES NOTHING TO COMPLY
      *    WITH AND CLOSES THE CASE OUTRIGHT.
           MOVE IN-TRANS-DATE    TO APL-FINAL-DATE.
           MOVE IN-OUTCOME       TO APL-OUTCOME.
           MOVE IN-COMP-AMOUNT   TO APL-COMP-AMOUNT.
           MOVE IN-ORDER-TEXT    TO APL-FINAL-TEXT.
           MOVE ZEROS            TO APL-NEXT-HEARING.
           MOVE WS-DATE          TO APL-STATUS-DATE.
           ADD 1 TO WS-FINAL-CTR.

           IF APL-OUTCOME-DISMISSED
              SET APL-STAT-CLOSED   TO TRUE
              MOVE ZEROS            TO APL-COMPLY-BY
              MOVE IN-TRANS-DATE    TO APL-COMPLIED-DATE
              GO TO 2340-EXIT
           END-IF.

           SET APL-STAT-FINAL TO TRUE.
           IF IN-COMPLY-BY > ZEROS
              MOVE IN-COMPLY-BY TO APL-COMPLY-BY
           ELSE
              COMPUTE APL-COMPLY-BY =
                      FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(IN-TRANS-DATE)
                      + WS-DEFAULT-COMPLY-DAYS)
           END-IF.

           IF APL-COMP-AMOUNT > ZEROS
              PERFORM 2345-POST-COMPENSATION
           END-IF.

       2340-EXIT.
           EXIT.

       2345-POST-COMPENSATION SECTION.

      *    ONE PENDING-ADJUSTMENT ROW PER CUSTOMER -- IF ONE IS
      *    ALREADY WAITING, THE CREDIT IS NETTED INTO IT. A FAILED
      *    POST LEAVES THE POSTED DATE EMPTY SO THE SWEEP TRIES
      *    AGAIN AND THE REPORT SHOWS THE AWARD STILL OWED.
           MOVE APL-CUST-ID TO ADJ-CUST-ID.

           READ MO02-ADJ-KSDS
               INVALID KEY
                   MOVE APL-CUST-ID         TO ADJ-CUST-ID
                   COMPUTE ADJ-AMOUNT = ZERO - APL-COMP-AMOUNT
                   MOVE WS-REASON-APPEAL    TO ADJ-REASON-CODE
                   MOVE WS-DATE             TO ADJ-DATE
                   WRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJUSTMENT WRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT APL-COMP-AMOUNT FROM ADJ-AMOUNT
                   MOVE WS-DATE         TO ADJ-DATE
                   REWRITE MO02-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJUSTMENT REWRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

           IF ADJ-IO-STATUS
              MOVE WS-DATE TO APL-COMP-POSTED-DATE
              ADD 1               TO WS-COMP-POSTED-CTR
              ADD APL-COMP-AMOUNT TO WS-COMP-POSTED-AMT
              DISPLAY 'COMPENSATION CREDITED: ' APL-CUST-ID
                      ' ' APL-COMP-AMOUNT
           END-IF.

       2350-RECORD-COMPLIANCE SECTION.

           SET APL-STAT-CLOSED   TO TRUE.
           MOVE IN-TRANS-DATE    TO APL-COMPLIED-DATE.
           MOVE WS-DATE          TO APL-STATUS-DATE.
           ADD 1 TO WS-COMPLIED-CTR.
           IF APL-COMPLIED-DATE > APL-COMPLY-BY
              DISPLAY 'COMPLIED LATE: ' APL-KEY
                      ' DUE ' APL-COMPLY-BY
                      ' DONE ' APL-COMPLIED-DATE
           END-IF.

       2360-RECORD-WITHDRAWAL SECTION.

           SET APL-STAT-WITHDRAWN TO TRUE.
           MOVE WS-DATE           TO APL-STATUS-DATE.
           MOVE ZEROS             TO APL-NEXT-HEARING.
           ADD 1 TO WS-WITHDRAWN-CTR.

       2400-REWRITE-CASE SECTION.

           REWRITE MO01-APPEAL-RECORD
               INVALID KEY
                   DISPLAY 'APPEAL REWRITE FAILED: ' APL-KEY
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2700-WRITE-DUE-REPORT SECTION.

           MOVE WS-LOOKAHEAD-DAYS TO WS-RH-DAYS.
           MOVE WS-DATE           TO WS-RH-DATE.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-COLUMNS.

           MOVE LOW-VALUES TO APL-KEY.
           START MO01-APPEAL-KSDS
               KEY IS NOT LESS THAN APL-KEY
               INVALID KEY
                   SET KSDS-EOF TO TRUE
           END-START.

           PERFORM 2710-SWEEP-ONE-CASE UNTIL KSDS-EOF.

           MOVE SPACES TO TO02-APPEAL-RPT-RECORD.
           WRITE TO02-APPEAL-RPT-RECORD.
           MOVE 'CASES BEFORE A FORUM (CUSTOMER HELD)'
                                     TO WS-RT-LABEL.
           MOVE WS-CASES-OPEN-CTR    TO WS-RT-COUNT.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'FINAL ORDERS AWAITING COMPLIANCE'
                                     TO WS-RT-LABEL.
           MOVE WS-CASES-FINAL-CTR   TO WS-RT-COUNT.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'HEARINGS LISTED ABOVE'
                                     TO WS-RT-LABEL.
           MOVE WS-HEARING-LIST-CTR  TO WS-RT-COUNT.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'COMPLIANCE DEADLINES LISTED ABOVE'
                                     TO WS-RT-LABEL.
           MOVE WS-COMPLY-LIST-CTR   TO WS-RT-COUNT.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE '  OF WHICH PAST THE DEADLINE'
                                     TO WS-RT-LABEL.
           MOVE WS-OVERDUE-CTR       TO WS-RT-COUNT.
           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       2710-SWEEP-ONE-CASE SECTION.

           READ MO01-APPEAL-KSDS NEXT
               AT END  SET KSDS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN APL-STAT-OPEN
                          ADD 1 TO WS-CASES-OPEN-CTR
                          PERFORM 2720-CHECK-HEARING
                       WHEN APL-STAT-FINAL
                          ADD 1 TO WS-CASES-FINAL-CTR
                          PERFORM 2730-CHECK-COMPLIANCE
                   END-EVALUATE
           END-READ.

       2720-CHECK-HEARING SECTION.

      *    A LISTED HEARING ALREADY BEHIND US WITH NO 'H' CARD
      *    KEYED SINCE IS SHOWN TOO -- THE DESK HAS AN OUTCOME TO
      *    RECORD.
           IF APL-NEXT-HEARING = ZEROS
              OR APL-NEXT-HEARING > WS-HORIZON-DATE
              GO TO 2720-EXIT
           END-IF.

           MOVE APL-NEXT-HEARING TO WS-EVENT-DATE.
           MOVE 'HEARING'        TO WS-RD-EVENT.
           MOVE ZEROS            TO WS-RD-COMP-AMOUNT.
           IF APL-NEXT-HEARING < WS-DATE
              MOVE 'HEARING PASSED - KEY OUTCOME' TO WS-RD-NOTE
           ELSE
              IF APL-INTERIM-CNT > ZEROS
                 MOVE APL-INTERIM-TEXT TO WS-RD-NOTE
              ELSE
                 MOVE SPACES           TO WS-RD-NOTE
              END-IF
           END-IF.
           ADD 1 TO WS-HEARING-LIST-CTR.
           PERFORM 2790-WRITE-DETAIL-LINE.

       2720-EXIT.
           EXIT.

       2730-CHECK-COMPLIANCE SECTION.

      *    AN AWARD WHOSE CREDIT FAILED TO POST IS TRIED AGAIN
      *    EACH NIGHT UNTIL IT GOES THROUGH.
           IF APL-COMP-AMOUNT > ZEROS
              AND APL-COMP-POSTED-DATE = ZEROS
              MOVE MO01-APPEAL-RECORD TO WS-AUDIT-BEFORE
              PERFORM 2345-POST-COMPENSATION
              IF APL-COMP-POSTED-DATE > ZEROS
                 PERFORM 2400-REWRITE-CASE
              END-IF
           END-IF.

           IF APL-COMPLY-BY > WS-HORIZON-DATE
              AND (APL-COMP-AMOUNT = ZEROS
                   OR APL-COMP-POSTED-DATE > ZEROS)
              GO TO 2730-EXIT
           END-IF.

           MOVE APL-COMPLY-BY    TO WS-EVENT-DATE.
           MOVE 'COMPLY BY'      TO WS-RD-EVENT.
           MOVE APL-COMP-AMOUNT  TO WS-RD-COMP-AMOUNT.
           EVALUATE TRUE
               WHEN APL-COMP-AMOUNT > ZEROS
                AND APL-COMP-POSTED-DATE = ZEROS
                  MOVE 'COMPENSATION NOT YET CREDITED' TO WS-RD-NOTE
               WHEN APL-COMPLY-BY < WS-DATE
                  MOVE 'PAST DEADLINE'                 TO WS-RD-NOTE
               WHEN OTHER
                  MOVE APL-FINAL-TEXT                  TO WS-RD-NOTE
           END-EVALUATE.
           IF APL-COMPLY-BY < WS-DATE
              ADD 1 TO WS-OVERDUE-CTR
           END-IF.
           ADD 1 TO WS-COMPLY-LIST-CTR.
           PERFORM 2790-WRITE-DETAIL-LINE.

       2730-EXIT.
           EXIT.

       2790-WRITE-DETAIL-LINE SECTION.

           COMPUTE WS-DAYS-TO-GO =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                   - WS-DATE-INT.

           MOVE APL-FORUM         TO WS-RD-FORUM.
           MOVE APL-CASE-NO       TO WS-RD-CASE-NO.
           MOVE APL-COMPLAINT-ID  TO WS-RD-COMPLAINT-ID.
           MOVE APL-CUST-ID       TO WS-RD-CUST-ID.
           MOVE APL-BILL-ID       TO WS-RD-BILL-ID.
           MOVE WS-EVENT-DATE     TO WS-RD-EVENT-DATE.
           MOVE WS-DAYS-TO-GO     TO WS-RD-DAYS.

           WRITE TO02-APPEAL-RPT-RECORD FROM WS-RPT-DETAIL.

       2800-CHECK-CARD SECTION.

           SET CARD-VALID TO TRUE.
           MOVE IN-FORUM TO APL-FORUM.

           IF NOT APL-FORUM-VALID
              OR IN-CASE-NO = SPACES
              DISPLAY 'FORUM OR CASE NUMBER INVALID: ' IN-FORUM
                      ' ' IN-CASE-NO
              GO TO 2800-REJECT
           END-IF.

      *    EVERY STEP BUT A PLAIN RE-LISTING IS DATED, AND NOTHING
      *    IS DATED AFTER TODAY.
           IF IN-TRANS-DATE IS NOT NUMERIC
              OR IN-TRANS-DATE > WS-DATE
              OR (IN-TRANS-DATE = ZEROS AND NOT IN-TRANS-HEARING)
              DISPLAY 'TRANSACTION DATE INVALID: ' IN-FORUM
                      ' ' IN-CASE-NO ' ' IN-TRANS-DATE
              GO TO 2800-REJECT
           END-IF.

           IF IN-NEXT-HEARING IS NOT NUMERIC
              OR (IN-NEXT-HEARING > ZEROS
                  AND IN-NEXT-HEARING < IN-TRANS-DATE)
              DISPLAY 'NEXT HEARING DATE INVALID: ' IN-FORUM
                      ' ' IN-CASE-NO ' ' IN-NEXT-HEARING
              GO TO 2800-REJECT
           END-IF.

           IF IN-TRANS-OPEN
              AND IN-COMPLAINT-ID = SPACES
              DISPLAY 'NO COMPLAINT ON APPEAL CARD: ' IN-FORUM
                      ' ' IN-CASE-NO
              GO TO 2800-REJECT
           END-IF.

      *    A FINAL ORDER NEEDS AN OUTCOME; COMPENSATION ONLY GOES
      *    WITH AN APPEAL ALLOWED IN WHOLE OR PART, AND A COMPLY-BY
      *    DATE CANNOT COME BEFORE THE ORDER.
           IF IN-TRANS-FINAL
              MOVE IN-OUTCOME TO APL-OUTCOME
              IF NOT APL-OUTCOME-VALID
                 OR IN-COMP-AMOUNT IS NOT NUMERIC
                 OR IN-COMPLY-BY IS NOT NUMERIC
                 OR (APL-OUTCOME-DISMISSED
                     AND IN-COMP-AMOUNT > ZEROS)
                 OR (IN-COMPLY-BY > ZEROS
                     AND IN-COMPLY-BY < IN-TRANS-DATE)
                 DISPLAY 'FINAL ORDER DETAILS INVALID: ' IN-FORUM
                         ' ' IN-CASE-NO
                 GO TO 2800-REJECT
              END-IF
           END-IF.

           GO TO 2800-EXIT.

       2800-REJECT.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-BAD-DATA TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.
           SET CARD-INVALID TO TRUE.

       2800-EXIT.
           EXIT.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-APPEAL-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-APPEAL-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'APEL001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE APL-KEY            TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE MO01-APPEAL-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CASES OPENED             ',  WS-OPENED-CTR
           DISPLAY ' HEARINGS RECORDED        ',  WS-HEARING-CTR
           DISPLAY ' INTERIM ORDERS           ',  WS-INTERIM-CTR
           DISPLAY ' FINAL ORDERS             ',  WS-FINAL-CTR
           DISPLAY ' COMPENSATION CREDITED    ',  WS-COMP-POSTED-CTR
           DISPLAY '   AMOUNT                 ',  WS-COMP-POSTED-AMT
           DISPLAY ' COMPLIANCE RECORDED      ',  WS-COMPLIED-CTR
           DISPLAY ' CASES WITHDRAWN          ',  WS-WITHDRAWN-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY ' CASES HOLDING A CUSTOMER ',  WS-CASES-OPEN-CTR
           DISPLAY ' COMPLIANCE PAST DEADLINE ',  WS-OVERDUE-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-APPEAL-TRAN,
                  MO01-APPEAL-KSDS,
                  MI01-COMPLAINT-KSDS,
                  MO02-ADJ-KSDS,
                  TO01-APPEAL-ERR,
                  TO02-APPEAL-RPT,
                  MO09-AUDIT-KSDS.

           STOP RUN.
