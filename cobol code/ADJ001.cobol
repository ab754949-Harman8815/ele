           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY POSTED
      *    ADJUSTMENT LANDS HERE WITH ITS KEYER AND APPROVER; THE
      *    NETTED PENDING ROW ON ADJKSDS CARRIES NEITHER.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    ONE TRANSACTION PER KEYED ADJUSTMENT -- 'D' PUTS A
      *    SUNDRY DEBIT (DAMAGED SEAL, RETURNED CHEQUE) ON THE
      *    CUSTOMER'S NEXT BILL, 'C' A CREDIT WE OWE BACK FOR A
      *    BILLING ERROR. THE CLERK WHO KEYED IT AND THE
      *    SUPERVISOR WHO SIGNED IT OFF RIDE ON EVERY CARD.
       FD TI01-ADJ-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         47  CHARACTERS.

       01 TI01-ADJ-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
          05 IN-AMOUNT           PIC 9(06)V99.
          05 IN-REASON-CODE      PIC X(02).
          05 IN-TRANS-DATE       PIC 9(08).
          05 IN-KEYED-BY         PIC X(08).
          05 IN-APPROVED-BY      PIC X(08).

       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.
             88 ERR-REAS-NO-REASON-CODE     VALUE '4'.
             88 ERR-REAS-ACCT-CLOSED        VALUE '5'.

      *    SAME APPROVAL-LOG LAYOUT SOD001 SWEEPS.
       FD MO10-APPROVAL-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO10-APPROVAL-LOG-RECORD.
          05 APRL-KEY.
             10 APRL-DATE           PIC 9(08).
             10 APRL-PROGRAM-ID     PIC X(08).
             10 APRL-TIME           PIC 9(06).
             10 APRL-SEQ-NO         PIC 9(04).
          05 APRL-SOURCE            PIC X(02).
          05 APRL-ACTION            PIC X(01).
          05 APRL-CUST-ID           PIC X(12).
          05 APRL-REFERENCE         PIC X(14).
          05 APRL-AMOUNT            PIC 9(09)V99.
          05 APRL-KEYED-BY          PIC X(08).
          05 APRL-APPROVED-BY       PIC X(08).
          05 APRL-REPORTED-FLAG     PIC X(01).
          05 FILLER                 PIC X(17).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 ADJ-ROW-NOTFND     VALUE '23'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-APPROVAL-LOG-VARIABLES.
          05 WS-APRL-TIME          PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

       01 WS-ERR-REASON            PIC X(01).

       01 WS-SIGNED-AMOUNT         PIC S9(06)V99 VALUE 0.
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS
           IF NOT APRL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-APRL-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.
           ACCEPT WS-APRL-TIME FROM TIME.

           DISPLAY '----------------------------------------'
           DISPLAY 'ADJUSTMENT TRAN FILE OPENED .............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED ..........'
           DISPLAY 'ADJUSTMENT KSDS IS OPENED (I-O) .........'
           DISPLAY 'ADJUSTMENT ERROR FILE IS OPENED .........'
           DISPLAY 'APPROVAL LOG KSDS IS OPENED (I-O) .......'
           DISPLAY '----------------------------------------'
           .

                       NOT INVALID KEY
                           DISPLAY 'ADJUSTMENT POSTED FOR: '
                                   ADJ-CUST-ID ' ' ADJ-AMOUNT
                           PERFORM 2450-WRITE-APPROVAL-LOG
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-SIGNED-AMOUNT TO ADJ-AMOUNT
                                      ADJ-CUST-ID
                                      ' STATUS: ' WS-ADJ-STATUS
                              ADD 1 TO WS-ERROR-CTR
                          NOT INVALID KEY
                              PERFORM 2450-WRITE-APPROVAL-LOG
                      END-DELETE
                      ADD 1 TO WS-NETTED-OFF-CTR
                      DISPLAY 'ADJUSTMENT NETTED TO ZERO FOR: '
                          NOT INVALID KEY
                              DISPLAY 'ADJUSTMENT UPDATED FOR: '
                                      ADJ-CUST-ID ' ' ADJ-AMOUNT
                              PERFORM 2450-WRITE-APPROVAL-LOG
                      END-REWRITE
                   END-IF
           END-READ.

       2450-WRITE-APPROVAL-LOG SECTION.

           ADD 1 TO WS-APRL-SEQ.
           MOVE SPACES            TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE           TO APRL-DATE.
           MOVE 'ADJ001  '        TO APRL-PROGRAM-ID.
           MOVE WS-APRL-TIME(1:6) TO APRL-TIME.
           MOVE WS-APRL-SEQ       TO APRL-SEQ-NO.
           MOVE 'AD'              TO APRL-SOURCE.
           MOVE IN-TRANS-TYPE     TO APRL-ACTION.
           MOVE IN-CUST-ID        TO APRL-CUST-ID.
           MOVE IN-REASON-CODE    TO APRL-REFERENCE.
           MOVE IN-AMOUNT         TO APRL-AMOUNT.
           MOVE IN-KEYED-BY       TO APRL-KEYED-BY.
           MOVE IN-APPROVED-BY    TO APRL-APPROVED-BY.
           MOVE 'N'               TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS ' CUST ' IN-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE IN-TRANS-TYPE    TO ERR-TRANS-TYPE.
           CLOSE  TI01-ADJ-TRAN,
                  MI01-CUSTOMER-KSDS,
                  MO01-ADJ-KSDS,
                  TO01-ADJ-ERR,
                  MO10-APPROVAL-LOG-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'ADJUSTMENT TRAN FILE   IS CLOSED        '
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED        '
           DISPLAY 'ADJUSTMENT KSDS        IS CLOSED        '
           DISPLAY 'ADJUSTMENT ERROR FILE  IS CLOSED        '
           DISPLAY 'APPROVAL LOG KSDS      IS CLOSED        '
           DISPLAY '----------------------------------------'

           STOP RUN.
