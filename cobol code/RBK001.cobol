       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RBK001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DATES THE ISSUES AND RETURNS KEYED WITHOUT ONE, AND
      *    DECIDES WHICH RETURNED BOOKS ARE DUE FOR ACCOUNTING. A
      *    MISSING FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-RBK-TRAN       ASSIGN TO RBKTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    RECEIPT-BOOK MASTER -- ONE ROW PER PRE-PRINTED BOOK OF
      *    DOORSTEP / CAMP RECEIPTS, WITH ITS SERIAL RANGE AND THE
      *    COLLECTOR IT WAS ISSUED TO. PAYINTAK ENTERS IT ON THE
      *    COLLECTOR ALTERNATE INDEX. DYNAMIC SO THE OVERLAP CHECK
      *    AND THE NIGHTLY ACCOUNTING PASS CAN WALK IT.
           SELECT MO01-RBK-KSDS       ASSIGN TO RBKKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RBK-BOOK-NO
           ALTERNATE RECORD KEY   IS RBK-COLLECTOR-ID
                                     WITH DUPLICATES
           FILE STATUS            IS WS-KSDS-STATUS.

      *    RECEIPT-LEAF MASTER -- ONE ROW PER SERIAL THAT HAS BEEN
      *    ACCOUNTED FOR: USED BY A PAYMENT PAYINTAK ACCEPTED, OR
      *    CANCELLED HERE. A SERIAL WITH NO ROW IS STILL UNUSED.
      *    KEYED BOOK THEN SERIAL SO A BOOK'S LEAVES READ IN ORDER.
           SELECT MO02-RSR-KSDS       ASSIGN TO RSRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RSR-KEY
           FILE STATUS            IS WS-RSR-STATUS.

           SELECT TO01-RBK-ERR        ASSIGN TO RBKERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY BOOK ISSUED OR RETURNED AND EVERY LEAF CANCELLED
      *    TONIGHT, THEN THE MISSING-RECEIPTS LIST -- THE UNUSED
      *    OR UNACCOUNTED SERIALS IN EVERY RETURNED BOOK.
           SELECT TO02-RBK-LIST       ASSIGN TO RBKLIST
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

      *    'I' ISSUES A BOOK -- SERIAL RANGE, COLLECTOR AND ISSUE
      *    DATE. 'R' RECORDS THE BOOK'S RETURN TO THE CASH OFFICE.
      *    'C' CANCELS SPOILT OR LOST LEAVES, FIRST SERIAL TO LAST
      *    (A ZERO LAST SERIAL CANCELS THE ONE LEAF). A ZERO DATE
      *    TAKES TONIGHT'S PROCESSING DATE.
       FD TI01-RBK-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TI01-RBK-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ISSUE               VALUE 'I'.
             88 IN-TRANS-RETURN              VALUE 'R'.
             88 IN-TRANS-CANCEL-LEAF         VALUE 'C'.
          05 IN-BOOK-NO          PIC X(06).
          05 IN-FIRST-SERIAL     PIC 9(06).
          05 IN-LAST-SERIAL      PIC 9(06).
          05 IN-COLLECTOR-ID     PIC X(08).
          05 IN-TRAN-DATE        PIC 9(08).
          05 IN-CANCEL-REASON    PIC X(10).
          05 FILLER              PIC X(05).

       FD MO01-RBK-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO01-RBK-RECORD.
          05 RBK-BOOK-NO         PIC X(06).
      *    THE COLLECTOR ID IS THE ONE KEYED AS THE TELLER ON THE
      *    COUNTER INTAKE RECORD FOR THE COLLECTOR'S RECEIPTS.
          05 RBK-COLLECTOR-ID    PIC X(08).
          05 RBK-FIRST-SERIAL    PIC 9(06).
          05 RBK-LAST-SERIAL     PIC 9(06).
          05 RBK-ISSUE-DATE      PIC 9(08).
          05 RBK-RETURN-DATE     PIC 9(08).
          05 RBK-STATUS          PIC X(01).
             88 RBK-STAT-ISSUED             VALUE 'I'.
             88 RBK-STAT-RETURNED           VALUE 'R'.
             88 RBK-STAT-ACCOUNTED          VALUE 'A'.
          05 RBK-ACCOUNTED-DATE  PIC 9(08).
          05 FILLER              PIC X(09).

       FD MO02-RSR-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO02-RSR-RECORD.
          05 RSR-KEY.
             10 RSR-BOOK-NO      PIC X(06).
             10 RSR-SERIAL       PIC 9(06).
          05 RSR-STATUS          PIC X(01).
             88 RSR-STAT-USED               VALUE 'U'.
             88 RSR-STAT-CANCELLED          VALUE 'C'.
          05 RSR-DATE            PIC 9(08).
          05 RSR-COLLECTOR-ID    PIC X(08).
          05 RSR-PAYMENT-ID      PIC X(08).
          05 RSR-BILL-ID         PIC X(14).
          05 RSR-AMOUNT          PIC 9(07)V99.
          05 RSR-CANCEL-REASON   PIC X(10).
          05 FILLER              PIC X(10).

       FD TO01-RBK-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         51  CHARACTERS.

       01 TO01-RBK-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(50).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-DUPLICATE-BOOK     VALUE '3'.
             88 ERR-REAS-BAD-ISSUE-DETAIL   VALUE '4'.
             88 ERR-REAS-RANGE-OVERLAP      VALUE '5'.
             88 ERR-REAS-BAD-DATE           VALUE '6'.
             88 ERR-REAS-BOOK-NOT-OUT       VALUE '7'.
             88 ERR-REAS-OUTSIDE-BOOK       VALUE '8'.
             88 ERR-REAS-LEAF-USED          VALUE '9'.

       FD TO02-RBK-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.

       01 TO02-RBK-LIST-RECORD    PIC X(120).

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
          05 WS-RSR-STATUS         PIC X(02).
             88 RSR-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TRAN-DATE          PIC 9(08).

      *    NO PRINTED BOOK RUNS PAST FIVE HUNDRED LEAVES -- A WIDER
      *    RANGE IS A KEYING SLIP, AND ONE THAT WOULD CLAIM SERIALS
      *    FROM THE NEXT BOOKS IN THE STORE.
       01 WS-BOOK-LIMITS.
          05 WS-MAX-BOOK-LEAVES    PIC 9(03) VALUE 500.
          05 WS-LEAF-COUNT         PIC 9(06) VALUE ZEROS.

       01 WS-LEAF-VARIABLES.
          05 WS-LEAF-SERIAL        PIC 9(07) VALUE ZEROS.
          05 WS-CANCEL-FIRST       PIC 9(06) VALUE ZEROS.
          05 WS-CANCEL-LAST        PIC 9(06) VALUE ZEROS.
          05 WS-LEAVES-USED        PIC 9(06) VALUE ZEROS.
          05 WS-LEAF-ACTION        PIC X(01) VALUE SPACE.
             88 LEAF-ACTION-CHECK             VALUE 'K'.
             88 LEAF-ACTION-CANCEL            VALUE 'C'.

      *    ONE RETURNED BOOK'S ACCOUNTING -- EVERY SERIAL IN ITS
      *    RANGE IS USED, CANCELLED OR MISSING.
       01 WS-ACCOUNTING-VARIABLES.
          05 WS-BOOK-SCAN-FLAG     PIC X(01) VALUE 'N'.
             88 BOOK-SCAN-EOF                 VALUE 'Y'.
          05 WS-LEAF-SCAN-FLAG     PIC X(01) VALUE 'N'.
             88 LEAF-SCAN-DONE                VALUE 'Y'.
          05 WS-OVERLAP-FLAG       PIC X(01) VALUE 'N'.
             88 RANGE-OVERLAPS                VALUE 'Y'.
          05 WS-EXPECT-SERIAL      PIC 9(07) VALUE ZEROS.
          05 WS-GAP-FIRST          PIC 9(06) VALUE ZEROS.
          05 WS-GAP-LAST           PIC 9(06) VALUE ZEROS.
          05 WS-BOOK-USED          PIC 9(05) VALUE ZEROS.
          05 WS-BOOK-CANCELLED     PIC 9(05) VALUE ZEROS.
          05 WS-BOOK-MISSING       PIC 9(05) VALUE ZEROS.
          05 WS-BOOK-BEFORE        PIC X(60) VALUE SPACES.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'RECEIPT-BOOK CONTROL / MISSING RECEIPTS LIST'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-BOOK-NO        PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-COLLECTOR      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-FIRST          PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-LAST           PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-ISSUE-DATE     PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-RETURN-DATE    PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-LEAVES         PIC ZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REMARK         PIC X(40).
          05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-ISSUE-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-RETURN-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-BOOKS-CHECKED-CTR  PIC 9(05) VALUE ZEROS.
          05 WS-BOOKS-CLEARED-CTR  PIC 9(05) VALUE ZEROS.
          05 WS-MISSING-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RBK001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  RECEIPT-BOOK CONTROL                  '
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
           WRITE TO02-RBK-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-RBK-TRAN UNTIL TRAN-EOF.

      *    ONLY BOOKS RETURNED BEFORE TONIGHT ARE ACCOUNTED -- THE
      *    LAST RECEIPTS OF A BOOK HANDED IN TODAY ARE STILL ON
      *    TONIGHT'S COUNTER FILE, WHICH PAYINTAK POSTS AFTER THIS
      *    STEP.
           PERFORM 3000-ACCOUNT-RETURNED-BOOKS.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-RBK-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-BOOK TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-RBK-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-BOOK KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-RSR-KSDS.
           IF NOT RSR-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-LEAF KSDS: '
                      WS-RSR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RBK-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-BOOK ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-RBK-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-BOOK LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-RBK-TRAN  SECTION.

           READ TI01-RBK-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           IF IN-TRAN-DATE NOT NUMERIC OR IN-TRAN-DATE = ZEROS
              MOVE WS-DATE      TO WS-TRAN-DATE
           ELSE
              MOVE IN-TRAN-DATE TO WS-TRAN-DATE
           END-IF.

           EVALUATE TRUE
               WHEN IN-TRANS-ISSUE
                  PERFORM 2310-ISSUE-BOOK
               WHEN IN-TRANS-RETURN
                  PERFORM 2330-RETURN-BOOK
               WHEN IN-TRANS-CANCEL-LEAF
                  PERFORM 2340-CANCEL-LEAVES
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ISSUE-BOOK SECTION.

           PERFORM 2400-VALIDATE-ISSUE.
           IF TRAN-INVALID
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES            TO MO01-RBK-RECORD.
           MOVE IN-BOOK-NO        TO RBK-BOOK-NO.
           MOVE IN-COLLECTOR-ID   TO RBK-COLLECTOR-ID.
           MOVE IN-FIRST-SERIAL   TO RBK-FIRST-SERIAL.
           MOVE IN-LAST-SERIAL    TO RBK-LAST-SERIAL.
           MOVE WS-TRAN-DATE      TO RBK-ISSUE-DATE.
           MOVE ZEROS             TO RBK-RETURN-DATE.
           SET RBK-STAT-ISSUED    TO TRUE.
           MOVE ZEROS             TO RBK-ACCOUNTED-DATE.

           WRITE MO01-RBK-RECORD
               INVALID KEY
                   DISPLAY 'RECEIPT-BOOK WRITE FAILED: '
                           RBK-BOOK-NO ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2310-EXIT
           END-WRITE.

           ADD 1 TO WS-ISSUE-CTR.
           MOVE SPACES TO WS-BOOK-BEFORE.
           PERFORM 2955-AUDIT-BOOK-ROW.
           MOVE 'ISSUED  '            TO WS-LL-TAG.
           COMPUTE WS-LEAF-COUNT =
                   RBK-LAST-SERIAL - RBK-FIRST-SERIAL + 1.
           MOVE WS-LEAF-COUNT         TO WS-LL-LEAVES.
           MOVE 'BOOK ISSUED TO COLLECTOR' TO WS-LL-REMARK.
           PERFORM 2960-WRITE-BOOK-LINE.

       2310-EXIT.
           EXIT.

       2330-RETURN-BOOK SECTION.

           MOVE IN-BOOK-NO TO RBK-BOOK-NO.
           READ MO01-RBK-KSDS KEY IS RBK-BOOK-NO
               INVALID KEY
                   DISPLAY 'RECEIPT BOOK NOT FOUND: ' IN-BOOK-NO
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2330-EXIT
           END-READ.

           IF NOT RBK-STAT-ISSUED
              DISPLAY 'RECEIPT BOOK NOT OUT WITH A COLLECTOR: '
                      IN-BOOK-NO
              SET ERR-REAS-BOOK-NOT-OUT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           IF WS-TRAN-DATE < RBK-ISSUE-DATE
              OR WS-TRAN-DATE > WS-DATE
              DISPLAY 'RETURN DATE INVALID FOR BOOK: ' IN-BOOK-NO
              SET ERR-REAS-BAD-DATE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           MOVE MO01-RBK-RECORD   TO WS-BOOK-BEFORE.
           MOVE WS-TRAN-DATE      TO RBK-RETURN-DATE.
           SET RBK-STAT-RETURNED  TO TRUE.

           REWRITE MO01-RBK-RECORD
               INVALID KEY
                   DISPLAY 'RECEIPT-BOOK REWRITE FAILED: '
                           RBK-BOOK-NO ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-CTR
                   PERFORM 2955-AUDIT-BOOK-ROW
                   MOVE 'RETURNED'     TO WS-LL-TAG
                   MOVE ZEROS          TO WS-LL-LEAVES
                   MOVE 'BOOK RETURNED - ACCOUNTED FROM TOMORROW'
                                       TO WS-LL-REMARK
                   PERFORM 2960-WRITE-BOOK-LINE
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2340-CANCEL-LEAVES SECTION.

      *    A SPOILT LEAF, OR THE REST OF A LOST BOOK, IS CANCELLED
      *    SO IT NO LONGER SHOWS AS MISSING -- AND SO A RECEIPT
      *    LATER KEYED AGAINST IT IS REFUSED AT INTAKE. A LEAF
      *    ALREADY USED FOR A PAYMENT CANNOT BE CANCELLED; ONE
      *    USED LEAF IN THE RANGE REJECTS THE WHOLE TRANSACTION.
           MOVE IN-BOOK-NO TO RBK-BOOK-NO.
           READ MO01-RBK-KSDS KEY IS RBK-BOOK-NO
               INVALID KEY
                   DISPLAY 'RECEIPT BOOK NOT FOUND: ' IN-BOOK-NO
                   SET ERR-REAS-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2340-EXIT
           END-READ.

           IF RBK-STAT-ACCOUNTED
              DISPLAY 'RECEIPT BOOK ALREADY ACCOUNTED FOR: '
                      IN-BOOK-NO
              SET ERR-REAS-BOOK-NOT-OUT TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           MOVE IN-FIRST-SERIAL TO WS-CANCEL-FIRST.
           IF IN-LAST-SERIAL NUMERIC AND IN-LAST-SERIAL > ZEROS
              MOVE IN-LAST-SERIAL  TO WS-CANCEL-LAST
           ELSE
              MOVE IN-FIRST-SERIAL TO WS-CANCEL-LAST
           END-IF.

           IF IN-FIRST-SERIAL NOT NUMERIC
              OR WS-CANCEL-FIRST < RBK-FIRST-SERIAL
              OR WS-CANCEL-LAST  > RBK-LAST-SERIAL
              OR WS-CANCEL-FIRST > WS-CANCEL-LAST
              DISPLAY 'CANCELLED SERIALS OUTSIDE BOOK: ' IN-BOOK-NO
              SET ERR-REAS-OUTSIDE-BOOK TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           MOVE ZEROS TO WS-LEAVES-USED.
           SET LEAF-ACTION-CHECK TO TRUE.
           PERFORM 2350-ONE-LEAF
               VARYING WS-LEAF-SERIAL FROM WS-CANCEL-FIRST BY 1
               UNTIL WS-LEAF-SERIAL > WS-CANCEL-LAST.

           IF WS-LEAVES-USED > ZEROS
              DISPLAY 'RANGE HOLDS ' WS-LEAVES-USED
                      ' USED LEAVES - NOT CANCELLED: ' IN-BOOK-NO
              SET ERR-REAS-LEAF-USED TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           SET LEAF-ACTION-CANCEL TO TRUE.
           PERFORM 2350-ONE-LEAF
               VARYING WS-LEAF-SERIAL FROM WS-CANCEL-FIRST BY 1
               UNTIL WS-LEAF-SERIAL > WS-CANCEL-LAST.

           MOVE 'CANCELLD'            TO WS-LL-TAG.
           COMPUTE WS-LEAF-COUNT =
                   WS-CANCEL-LAST - WS-CANCEL-FIRST + 1.
           MOVE WS-LEAF-COUNT         TO WS-LL-LEAVES.
           MOVE SPACES                TO WS-LL-REMARK.
           STRING 'LEAVES CANCELLED - ' IN-CANCEL-REASON
                  DELIMITED BY SIZE
                  INTO WS-LL-REMARK
           END-STRING.
           PERFORM 2965-LOAD-BOOK-FIELDS.
           MOVE WS-CANCEL-FIRST       TO WS-LL-FIRST.
           MOVE WS-CANCEL-LAST        TO WS-LL-LAST.
           WRITE TO02-RBK-LIST-RECORD FROM WS-LIST-LINE.

       2340-EXIT.
           EXIT.

      *    THE CHECK PASS COUNTS LEAVES ALREADY USED; THE CANCEL
      *    PASS WRITES A CANCELLED ROW FOR EVERY LEAF WITHOUT ONE.
      *    A LEAF ALREADY CANCELLED IS LEFT AS IT STANDS.
       2350-ONE-LEAF SECTION.

           MOVE RBK-BOOK-NO    TO RSR-BOOK-NO.
           MOVE WS-LEAF-SERIAL TO RSR-SERIAL.

           READ MO02-RSR-KSDS KEY IS RSR-KEY
               INVALID KEY
                   IF LEAF-ACTION-CANCEL
                      PERFORM 2355-WRITE-CANCELLED-LEAF
                   END-IF
               NOT INVALID KEY
                   IF RSR-STAT-USED
                      ADD 1 TO WS-LEAVES-USED
                   END-IF
           END-READ.

       2355-WRITE-CANCELLED-LEAF SECTION.

           MOVE SPACES            TO MO02-RSR-RECORD.
           MOVE RBK-BOOK-NO       TO RSR-BOOK-NO.
           MOVE WS-LEAF-SERIAL    TO RSR-SERIAL.
           SET RSR-STAT-CANCELLED TO TRUE.
           MOVE WS-TRAN-DATE      TO RSR-DATE.
           MOVE RBK-COLLECTOR-ID  TO RSR-COLLECTOR-ID.
           MOVE ZEROS             TO RSR-AMOUNT.
           MOVE IN-CANCEL-REASON  TO RSR-CANCEL-REASON.

           WRITE MO02-RSR-RECORD
               INVALID KEY
                   DISPLAY 'RECEIPT-LEAF WRITE FAILED: '
                           RSR-KEY ' STATUS: ' WS-RSR-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-CTR
                   MOVE SPACES          TO WS-AUDIT-KEY
                   MOVE RSR-KEY         TO WS-AUDIT-KEY
                   MOVE SPACES          TO WS-AUDIT-BEFORE
                   MOVE SPACES          TO WS-AUDIT-AFTER
                   MOVE MO02-RSR-RECORD TO WS-AUDIT-AFTER
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-WRITE.

       2400-VALIDATE-ISSUE SECTION.

           SET TRAN-VALID TO TRUE.

           IF IN-BOOK-NO = SPACES
              OR IN-COLLECTOR-ID = SPACES
              OR IN-FIRST-SERIAL NOT NUMERIC
              OR IN-LAST-SERIAL NOT NUMERIC
              OR IN-FIRST-SERIAL = ZEROS
              OR IN-FIRST-SERIAL > IN-LAST-SERIAL
              DISPLAY 'BOOK ISSUE DETAIL INVALID: ' IN-BOOK-NO
              SET ERR-REAS-BAD-ISSUE-DETAIL TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-LEAF-COUNT =
                   IN-LAST-SERIAL - IN-FIRST-SERIAL + 1.
           IF WS-LEAF-COUNT > WS-MAX-BOOK-LEAVES
              DISPLAY 'BOOK RANGE TOO WIDE: ' IN-BOOK-NO
                      ' LEAVES: ' WS-LEAF-COUNT
              SET ERR-REAS-BAD-ISSUE-DETAIL TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           IF WS-TRAN-DATE > WS-DATE
              DISPLAY 'ISSUE DATE IN THE FUTURE: ' IN-BOOK-NO
              SET ERR-REAS-BAD-DATE TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
              GO TO 2400-EXIT
           END-IF.

           MOVE IN-BOOK-NO TO RBK-BOOK-NO.
           READ MO01-RBK-KSDS KEY IS RBK-BOOK-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'RECEIPT BOOK ALREADY ON FILE: '
                           IN-BOOK-NO
                   SET ERR-REAS-DUPLICATE-BOOK TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
                   GO TO 2400-EXIT
           END-READ.

      *    A SERIAL BELONGS TO ONE BOOK ONLY, OR A RECEIPT COULD
      *    NOT BE TRACED TO THE COLLECTOR WHO WROTE IT.
           MOVE 'N' TO WS-OVERLAP-FLAG.
           MOVE 'N' TO WS-BOOK-SCAN-FLAG.
           MOVE LOW-VALUES TO RBK-BOOK-NO.
           START MO01-RBK-KSDS KEY IS NOT LESS THAN RBK-BOOK-NO
               INVALID KEY
                   SET BOOK-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2410-CHECK-ONE-RANGE
               UNTIL BOOK-SCAN-EOF.

           IF RANGE-OVERLAPS
              SET ERR-REAS-RANGE-OVERLAP TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

       2400-EXIT.
           EXIT.

       2410-CHECK-ONE-RANGE SECTION.

           READ MO01-RBK-KSDS NEXT
               AT END  SET BOOK-SCAN-EOF TO TRUE
               NOT AT END
                   IF IN-FIRST-SERIAL NOT > RBK-LAST-SERIAL
                      AND IN-LAST-SERIAL NOT < RBK-FIRST-SERIAL
                      DISPLAY 'SERIALS OVERLAP BOOK ' RBK-BOOK-NO
                              ': ' IN-BOOK-NO
                      SET RANGE-OVERLAPS TO TRUE
                      SET BOOK-SCAN-EOF  TO TRUE
                   END-IF
           END-READ.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-RBK-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-RBK-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'RBK001  ' TO AUDT-PROGRAM-ID.
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

       2955-AUDIT-BOOK-ROW SECTION.

           MOVE SPACES             TO WS-AUDIT-KEY.
           MOVE RBK-BOOK-NO        TO WS-AUDIT-KEY.
           MOVE SPACES             TO WS-AUDIT-BEFORE.
           MOVE WS-BOOK-BEFORE     TO WS-AUDIT-BEFORE.
           MOVE SPACES             TO WS-AUDIT-AFTER.
           MOVE MO01-RBK-RECORD    TO WS-AUDIT-AFTER.
           PERFORM 2950-WRITE-AUDIT-RECORD.

       2960-WRITE-BOOK-LINE SECTION.

           PERFORM 2965-LOAD-BOOK-FIELDS.

           WRITE TO02-RBK-LIST-RECORD FROM WS-LIST-LINE.

      *    THE BOOK'S OWN DETAIL; A CANCELLED OR MISSING LINE THEN
      *    OVERLAYS THE SERIALS WITH THE RANGE IT IS ABOUT.
       2965-LOAD-BOOK-FIELDS SECTION.

           MOVE RBK-BOOK-NO        TO WS-LL-BOOK-NO.
           MOVE RBK-COLLECTOR-ID   TO WS-LL-COLLECTOR.
           MOVE RBK-FIRST-SERIAL   TO WS-LL-FIRST.
           MOVE RBK-LAST-SERIAL    TO WS-LL-LAST.
           MOVE RBK-ISSUE-DATE     TO WS-LL-ISSUE-DATE.
           MOVE RBK-RETURN-DATE    TO WS-LL-RETURN-DATE.

       3000-ACCOUNT-RETURNED-BOOKS SECTION.

      *    FULL MASTER PASS. EVERY RETURNED BOOK HAS ITS RANGE
      *    WALKED AGAINST THE LEAF MASTER; EACH RUN OF SERIALS WITH
      *    NO RECEIPT AND NO CANCELLATION IS LISTED AS MISSING. A
      *    BOOK WITH NOTHING MISSING IS CLOSED OFF AS ACCOUNTED AND
      *    DROPS OFF THE LIST; ONE STILL SHORT COMES BACK EVERY
      *    NIGHT UNTIL ITS LEAVES ARE RECEIPTED OR CANCELLED.
           MOVE 'N' TO WS-BOOK-SCAN-FLAG.
           MOVE LOW-VALUES TO RBK-BOOK-NO.
           START MO01-RBK-KSDS KEY IS NOT LESS THAN RBK-BOOK-NO
               INVALID KEY
                   SET BOOK-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-BOOK
               UNTIL BOOK-SCAN-EOF.

       3100-SCAN-ONE-BOOK SECTION.

           READ MO01-RBK-KSDS NEXT
               AT END  SET BOOK-SCAN-EOF TO TRUE
               NOT AT END
                   IF RBK-STAT-RETURNED
                      AND RBK-RETURN-DATE < WS-DATE
                      PERFORM 3200-ACCOUNT-ONE-BOOK
                   END-IF
           END-READ.

       3200-ACCOUNT-ONE-BOOK SECTION.

           ADD 1 TO WS-BOOKS-CHECKED-CTR.
           MOVE ZEROS TO WS-BOOK-USED.
           MOVE ZEROS TO WS-BOOK-CANCELLED.
           MOVE ZEROS TO WS-BOOK-MISSING.
           MOVE RBK-FIRST-SERIAL TO WS-EXPECT-SERIAL.

           MOVE 'N' TO WS-LEAF-SCAN-FLAG.
           MOVE RBK-BOOK-NO      TO RSR-BOOK-NO.
           MOVE RBK-FIRST-SERIAL TO RSR-SERIAL.
           START MO02-RSR-KSDS KEY IS NOT LESS THAN RSR-KEY
               INVALID KEY
                   SET LEAF-SCAN-DONE TO TRUE
           END-START.

           PERFORM 3300-READ-BOOK-LEAF
               UNTIL LEAF-SCAN-DONE.

      *    WHATEVER IS LEFT AFTER THE LAST ACCOUNTED LEAF.
           IF WS-EXPECT-SERIAL NOT > RBK-LAST-SERIAL
              MOVE WS-EXPECT-SERIAL TO WS-GAP-FIRST
              MOVE RBK-LAST-SERIAL  TO WS-GAP-LAST
              PERFORM 3400-LIST-MISSING-RANGE
           END-IF.

           IF WS-BOOK-MISSING = ZEROS
              PERFORM 3500-CLOSE-BOOK
           ELSE
              MOVE 'SHORT   '         TO WS-LL-TAG
              MOVE WS-BOOK-MISSING    TO WS-LL-LEAVES
              MOVE SPACES             TO WS-LL-REMARK
              STRING 'USED ' WS-BOOK-USED
                     ' CANCELLED ' WS-BOOK-CANCELLED
                     ' MISSING'
                     DELIMITED BY SIZE
                     INTO WS-LL-REMARK
              END-STRING
              PERFORM 2960-WRITE-BOOK-LINE
           END-IF.

       3300-READ-BOOK-LEAF SECTION.

           READ MO02-RSR-KSDS NEXT
               AT END  SET LEAF-SCAN-DONE TO TRUE
               NOT AT END
                   IF RSR-BOOK-NO NOT = RBK-BOOK-NO
                      OR RSR-SERIAL > RBK-LAST-SERIAL
                      SET LEAF-SCAN-DONE TO TRUE
                   ELSE
                      IF RSR-SERIAL > WS-EXPECT-SERIAL
                         MOVE WS-EXPECT-SERIAL TO WS-GAP-FIRST
                         COMPUTE WS-GAP-LAST = RSR-SERIAL - 1
                         PERFORM 3400-LIST-MISSING-RANGE
                      END-IF
                      IF RSR-STAT-CANCELLED
                         ADD 1 TO WS-BOOK-CANCELLED
                      ELSE
                         ADD 1 TO WS-BOOK-USED
                      END-IF
                      COMPUTE WS-EXPECT-SERIAL = RSR-SERIAL + 1
                   END-IF
           END-READ.

      *    ONE LINE PER UNBROKEN RUN OF MISSING SERIALS, SO A BOOK
      *    LEFT HALF UNUSED TAKES ONE LINE, NOT FIFTY.
       3400-LIST-MISSING-RANGE SECTION.

           COMPUTE WS-LEAF-COUNT = WS-GAP-LAST - WS-GAP-FIRST + 1.
           ADD WS-LEAF-COUNT TO WS-BOOK-MISSING.
           ADD WS-LEAF-COUNT TO WS-MISSING-CTR.

           PERFORM 2965-LOAD-BOOK-FIELDS.
           MOVE 'MISSING '            TO WS-LL-TAG.
           MOVE WS-GAP-FIRST          TO WS-LL-FIRST.
           MOVE WS-GAP-LAST           TO WS-LL-LAST.
           MOVE WS-LEAF-COUNT         TO WS-LL-LEAVES.
           MOVE 'UNUSED OR UNACCOUNTED RECEIPTS'
                                      TO WS-LL-REMARK.
           WRITE TO02-RBK-LIST-RECORD FROM WS-LIST-LINE.

       3500-CLOSE-BOOK SECTION.

           MOVE MO01-RBK-RECORD   TO WS-BOOK-BEFORE.
           SET RBK-STAT-ACCOUNTED TO TRUE.
           MOVE WS-DATE           TO RBK-ACCOUNTED-DATE.

           REWRITE MO01-RBK-RECORD
               INVALID KEY
                   DISPLAY 'RECEIPT-BOOK REWRITE FAILED: '
                           RBK-BOOK-NO ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-BOOKS-CLEARED-CTR
                   PERFORM 2955-AUDIT-BOOK-ROW
                   MOVE 'CLEARED '       TO WS-LL-TAG
                   MOVE ZEROS            TO WS-LL-LEAVES
                   MOVE SPACES           TO WS-LL-REMARK
                   STRING 'USED ' WS-BOOK-USED
                          ' CANCELLED ' WS-BOOK-CANCELLED
                          ' - CLOSED'
                          DELIMITED BY SIZE
                          INTO WS-LL-REMARK
                   END-STRING
                   PERFORM 2960-WRITE-BOOK-LINE
           END-REWRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' BOOKS ISSUED             ',  WS-ISSUE-CTR
           DISPLAY ' BOOKS RETURNED           ',  WS-RETURN-CTR
           DISPLAY ' LEAVES CANCELLED         ',  WS-CANCEL-CTR
           DISPLAY ' RETURNED BOOKS CHECKED   ',  WS-BOOKS-CHECKED-CTR
           DISPLAY ' BOOKS CLOSED OFF         ',  WS-BOOKS-CLEARED-CTR
           DISPLAY ' RECEIPTS MISSING         ',  WS-MISSING-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-RBK-TRAN,
                  MO01-RBK-KSDS,
                  MO02-RSR-KSDS,
                  TO01-RBK-ERR,
                  TO02-RBK-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
