           RECORD KEY             IS CTR-ID
           FILE STATUS            IS WS-CTR-STATUS.

      *    RECEIPT-BOOK AND RECEIPT-LEAF MASTERS RBK001 MAINTAINS --
      *    A COUNTER RECEIPT KEYED UNDER A DOORSTEP / CAMP COLLECTOR
      *    MUST COME FROM A BOOK ISSUED TO THAT COLLECTOR, AND EACH
      *    LEAF MAY BE USED ONCE. THE BOOK MASTER IS ENTERED ON THE
      *    COLLECTOR ALTERNATE INDEX.
           SELECT MI02-RBK-KSDS       ASSIGN TO RBKKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RBK-BOOK-NO
           ALTERNATE RECORD KEY   IS RBK-COLLECTOR-ID
                                     WITH DUPLICATES
           FILE STATUS            IS WS-RBK-STATUS.

           SELECT MO01-RSR-KSDS       ASSIGN TO RSRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS RSR-KEY
           FILE STATUS            IS WS-RSR-STATUS.

       DATA DIVISION.

       FILE SECTION.
             88 ERR-REAS-BAD-AMOUNT        VALUE '1'.
             88 ERR-REAS-NO-REFERENCE      VALUE '2'.
             88 ERR-REAS-CHEQUES-BLOCKED   VALUE '3'.
             88 ERR-REAS-RCPT-NOT-ISSUED   VALUE '4'.
             88 ERR-REAS-RCPT-USED         VALUE '5'.
             88 ERR-REAS-RCPT-CANCELLED    VALUE '6'.

       FD MI01-BILL-KSDS
           RECORD CONTAINS         230 CHARACTERS.
          05 CTR-ID              PIC X(04).
          05 CTR-NEXT-VALUE      PIC 9(09).

      *    SAME RECEIPT-BOOK AND RECEIPT-LEAF LAYOUTS RBK001 USES.
       FD MI02-RBK-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MI02-RBK-RECORD.
          05 RBK-BOOK-NO         PIC X(06).
          05 RBK-COLLECTOR-ID    PIC X(08).
          05 RBK-FIRST-SERIAL    PIC 9(06).
          05 RBK-LAST-SERIAL     PIC 9(06).
          05 FILLER              PIC X(34).

       FD MO01-RSR-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-RSR-RECORD.
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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 BILL-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-RBK-STATUS         PIC X(02).
             88 RBK-IO-STATUS      VALUE '00'.
          05 WS-RSR-STATUS         PIC X(02).
             88 RSR-IO-STATUS      VALUE '00'.
          05 WS-CHQ-BLOCK-FLAG     PIC X(01) VALUE 'N'.
             88 CHEQUE-REFUSED     VALUE 'Y'.
             88 CTR-ROW-NOTFND     VALUE '23'.
       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    RECEIPT-BOOK CHECK FOR ONE COUNTER RECORD. A TELLER WITH
      *    NO BOOK ON FILE IS A CASH-OFFICE DRAWER, WHOSE MACHINE
      *    RECEIPTS ARE NOT UNDER BOOK CONTROL.
       01 WS-RECEIPT-VARIABLES.
          05 WS-RCPT-CONTROL-FLAG  PIC X(01) VALUE 'N'.
             88 RCPT-UNDER-CONTROL VALUE 'Y'.
          05 WS-RCPT-SCAN-FLAG     PIC X(01) VALUE 'N'.
             88 RCPT-SCAN-DONE     VALUE 'Y'.
          05 WS-RCPT-REASON        PIC X(01) VALUE SPACE.
             88 RCPT-ACCEPTED      VALUE SPACE.
          05 WS-RCPT-BOOK-NO       PIC X(06) VALUE SPACES.

      *    CHANNEL CODE RIDES IN THE FIRST BYTE OF THE PAYMENT ID
      *    -- 'L' LOCKBOX, 'O' ONLINE AGGREGATOR, 'C' COUNTER --
      *    FOLLOWED BY THE SHARED SEQUENCE, SO EVERY POSTED
          05 WS-AGG-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-CNT-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-RCPT-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-RCPT-REJECT-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-LBX-AMT            PIC 9(11)V99 VALUE ZEROS.
          05 WS-AGG-AMT            PIC 9(11)V99 VALUE ZEROS.
          05 WS-CNT-AMT            PIC 9(11)V99 VALUE ZEROS.
              STOP RUN
           END-IF.

           OPEN INPUT MI02-RBK-KSDS.
           IF NOT RBK-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-BOOK KSDS: '
                      WS-RBK-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-RSR-KSDS.
           IF NOT RSR-IO-STATUS
              DISPLAY 'ERROR OPENING RECEIPT-LEAF KSDS: '
                      WS-RSR-STATUS
              STOP RUN
           END-IF.

       2150-START-BATCH  SECTION.

           PERFORM 2170-GET-NEXT-BATCH-NO.
                 WRITE TO01-INTAKE-ERR-RECORD
                 ADD 1 TO WS-ERROR-CTR
              ELSE
                 PERFORM 2460-CHECK-RECEIPT-BOOK
                 IF NOT RCPT-ACCEPTED
                    MOVE 'C' TO ERR-CHANNEL
                    MOVE TI03-COUNTER-RECORD TO ERR-IMAGE
                    MOVE WS-RCPT-REASON TO ERR-REASON
                    WRITE TO01-INTAKE-ERR-RECORD
                    ADD 1 TO WS-ERROR-CTR
                    ADD 1 TO WS-RCPT-REJECT-CTR
                 ELSE
                 PERFORM 2180-GET-NEXT-PAY-SEQ
                 MOVE SPACES       TO TO01-PAY-RECORD
                 MOVE SPACES       TO PAY-PAYMENT-ID
                 ADD PAY-AMOUNT TO WS-ACCUM-AMOUNT
                 ADD 1 TO WS-CNT-CTR
                 ADD PAY-AMOUNT TO WS-CNT-AMT
                 IF RCPT-UNDER-CONTROL
                    PERFORM 2480-MARK-RECEIPT-USED
                 END-IF
                 END-IF
              END-IF
           END-IF.

      *    A DOORSTEP OR CAMP RECEIPT IS ONLY AS GOOD AS THE BOOK
      *    IT CAME FROM. WHEN THE TELLER ON THE RECORD HOLDS BOOKS,
      *    THE RECEIPT NUMBER MUST FALL IN ONE OF THAT COLLECTOR'S
      *    OWN BOOKS, AND THE LEAF MUST NOT ALREADY HAVE BEEN USED
      *    OR CANCELLED. A RECORD WITH NO RECEIPT NUMBER, OR FROM A
      *    TELLER WITH NO BOOKS, IS NOT UNDER BOOK CONTROL.
       2460-CHECK-RECEIPT-BOOK  SECTION.

           MOVE 'N'    TO WS-RCPT-CONTROL-FLAG.
           MOVE SPACE  TO WS-RCPT-REASON.
           MOVE SPACES TO WS-RCPT-BOOK-NO.

           IF CTR-RECEIPT-NO NOT NUMERIC OR CTR-RECEIPT-NO = ZEROS
              GO TO 2460-EXIT
           END-IF.

           MOVE 'N' TO WS-RCPT-SCAN-FLAG.
           MOVE CTR-TELLER-ID TO RBK-COLLECTOR-ID.
           START MI02-RBK-KSDS KEY IS EQUAL TO RBK-COLLECTOR-ID
               INVALID KEY
                   GO TO 2460-EXIT
           END-START.

           SET RCPT-UNDER-CONTROL TO TRUE.
           PERFORM 2465-SCAN-COLLECTOR-BOOK
               UNTIL RCPT-SCAN-DONE.

           IF WS-RCPT-BOOK-NO = SPACES
              SET ERR-REAS-RCPT-NOT-ISSUED TO TRUE
              MOVE ERR-REASON TO WS-RCPT-REASON
              DISPLAY 'RECEIPT ' CTR-RECEIPT-NO
                      ' NOT ISSUED TO COLLECTOR ' CTR-TELLER-ID
              GO TO 2460-EXIT
           END-IF.

           MOVE WS-RCPT-BOOK-NO TO RSR-BOOK-NO.
           MOVE CTR-RECEIPT-NO  TO RSR-SERIAL.
           READ MO01-RSR-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSR-STAT-CANCELLED
                      SET ERR-REAS-RCPT-CANCELLED TO TRUE
                      DISPLAY 'RECEIPT ' CTR-RECEIPT-NO
                              ' CANCELLED - BOOK ' WS-RCPT-BOOK-NO
                   ELSE
                      SET ERR-REAS-RCPT-USED TO TRUE
                      DISPLAY 'RECEIPT ' CTR-RECEIPT-NO
                              ' ALREADY USED - BOOK ' WS-RCPT-BOOK-NO
                   END-IF
                   MOVE ERR-REASON TO WS-RCPT-REASON
           END-READ.

       2460-EXIT.
           EXIT.

       2465-SCAN-COLLECTOR-BOOK  SECTION.

           READ MI02-RBK-KSDS NEXT
               AT END  SET RCPT-SCAN-DONE TO TRUE
               NOT AT END
                   IF RBK-COLLECTOR-ID NOT = CTR-TELLER-ID
                      SET RCPT-SCAN-DONE TO TRUE
                   ELSE
                      IF CTR-RECEIPT-NO NOT < RBK-FIRST-SERIAL
                         AND CTR-RECEIPT-NO NOT > RBK-LAST-SERIAL
                         MOVE RBK-BOOK-NO TO WS-RCPT-BOOK-NO
                         SET RCPT-SCAN-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

      *    THE LEAF IS SPENT THE MOMENT ITS PAYMENT IS NORMALIZED,
      *    SO A SECOND RECORD FOR THE SAME RECEIPT -- TONIGHT OR
      *    ANY LATER NIGHT -- IS REFUSED.
       2480-MARK-RECEIPT-USED  SECTION.

           MOVE SPACES          TO MO01-RSR-RECORD.
           MOVE WS-RCPT-BOOK-NO TO RSR-BOOK-NO.
           MOVE CTR-RECEIPT-NO  TO RSR-SERIAL.
           SET RSR-STAT-USED    TO TRUE.
           MOVE CTR-PAY-DATE    TO RSR-DATE.
           MOVE CTR-TELLER-ID   TO RSR-COLLECTOR-ID.
           MOVE PAY-PAYMENT-ID  TO RSR-PAYMENT-ID.
           MOVE CTR-BILL-ID     TO RSR-BILL-ID.
           MOVE CTR-AMOUNT      TO RSR-AMOUNT.

           WRITE MO01-RSR-RECORD
               INVALID KEY
                   DISPLAY 'RECEIPT-LEAF WRITE FAILED: '
                           RSR-KEY ' STATUS: ' WS-RSR-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RCPT-CTR
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' AGGREGATOR AMOUNT        ',  WS-AGG-AMT
           DISPLAY ' COUNTER PAYMENTS         ',  WS-CNT-CTR
           DISPLAY ' COUNTER AMOUNT           ',  WS-CNT-AMT
           DISPLAY ' BOOK RECEIPTS ACCEPTED   ',  WS-RCPT-CTR
           DISPLAY ' BOOK RECEIPTS REFUSED    ',  WS-RCPT-REJECT-CTR
           DISPLAY ' RECORDS REJECTED         ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE MI01-BILL-KSDS, MI01-CUSTOMER-KSDS.
           CLOSE MI02-RBK-KSDS, MO01-RSR-KSDS.
           CLOSE  TI01-LOCKBOX-FILE,
                  TI02-AGGREGATOR-FILE,
                  TI03-COUNTER-FILE,
