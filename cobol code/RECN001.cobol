           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

      *    TONIGHT'S RECORDED RECONNECTION ORDERS, IN THE 100-BYTE
      *    ORDER LAYOUT DUNN001 WRITES FOR ITS DISCONNECTION
      *    ORDERS -- AMIC001 SENDS THE SMART-METER ONES TO THE AMI
      *    HEAD-END AND LISTS THE REST FOR THE FIELD CREWS.
           SELECT TO02-RECON-ORDERS   ASSIGN TO RECNORD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ORD-STATUS.

           SELECT TO01-RECON-ERR      ASSIGN TO RECNERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 FILLER           PIC X(6).

       FD MO01-RECON-KSDS
           RECORD CONTAINS         44  CHARACTERS.

       01 MO01-RECON-RECORD.
          05 RECN-KEY.
          05 RECN-FEE-AMOUNT        PIC 9(05)V99.
          05 RECN-STATUS            PIC X(01).
             88 RECN-STAT-RESTORED           VALUE 'R'.
      *    NIGHT THE SETTLED ORDER WAS RECORDED -- THE START OF THE
      *    GUARANTEED RESTORATION CLOCK GSP001 MEASURES.
          05 RECN-ORDER-DATE        PIC 9(08).

      *    SAME PENDING-ADJUSTMENT LAYOUT BILL003 READS FROM
      *    ADJKSDS -- A POSITIVE AMOUNT IS A DEBIT ON THE NEXT
             88 ERR-REAS-CUST-NOT-FOUND     VALUE '1'.
             88 ERR-REAS-DUP-ORDER          VALUE '2'.

      *    BILL-ID CARRIES THE REQUESTED RESTORE DATE, AMOUNT-DUE
      *    THE FEE AND DUE-CYCLES ZERO.
       FD TO02-RECON-ORDERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-RECON-ORDER-RECORD.
          05 ORD-CUST-ID        PIC X(14).
          05 ORD-BILL-ID        PIC X(14).
          05 ORD-FIRST-NAME     PIC X(10).
          05 ORD-LAST-NAME      PIC X(10).
          05 ORD-ADDRESS        PIC X(29).
          05 ORD-AREA-CODE      PIC X(6).
          05 ORD-AMOUNT-DUE     PIC 9(8)V99.
          05 ORD-DUE-CYCLES     PIC 9(02).
          05 FILLER             PIC X(05).

      *    STANDARD NOTIFICATION REQUEST FOR THE CENTRAL HUB --
      *    SAME 98-BYTE SHAPE EVERY PRODUCER WRITES.
       FD TO09-NOTIF-REQ
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
             88 PROT-ROW-NOTFND    VALUE '23'.
          05 WS-ORD-STATUS         PIC X(02).
             88 ORD-IO-STATUS      VALUE '00'.

       01 WS-PROTECT-FLAG          PIC X(01) VALUE 'N'.
          88 PROTECTED-CUSTOMER    VALUE 'Y'.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-RECON-ORDERS
           IF NOT ORD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RECONNECTION ORDER EXTRACT '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ORD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RECON-ERR
           IF NOT ERR-IO-STATUS
              DISPLAY '----------------------------------------'
           MOVE IN-CREW-ID       TO RECN-CREW-ID.
           MOVE WS-RECONNECT-FEE TO RECN-FEE-AMOUNT.
           SET RECN-STAT-RESTORED TO TRUE.
           MOVE WS-DATE          TO RECN-ORDER-DATE.

           WRITE MO01-RECON-RECORD
               INVALID KEY
                   ADD 1 TO WS-ORDER-CTR
                   DISPLAY 'RECONNECTION ORDER RECORDED: ' RECN-KEY
                   PERFORM 2500-POST-RECONNECT-FEE
                   PERFORM 2660-WRITE-ORDER-EXTRACT
                   PERFORM 2600-RESTORE-ACCOUNT-STATUS
                   PERFORM 2650-WRITE-NOTIF-REQUEST
           END-WRITE.

       2660-WRITE-ORDER-EXTRACT SECTION.

           MOVE SPACES           TO TO02-RECON-ORDER-RECORD.
           MOVE IN-CUST-ID       TO ORD-CUST-ID.
           MOVE IN-RESTORE-DATE  TO ORD-BILL-ID.
           MOVE CUST-FIRST-NAME  TO ORD-FIRST-NAME.
           MOVE CUST-LAST-NAME   TO ORD-LAST-NAME.
           MOVE CUST-ADDRESS     TO ORD-ADDRESS.
           MOVE CUST-AREA-CODE   TO ORD-AREA-CODE.
           MOVE WS-RECONNECT-FEE TO ORD-AMOUNT-DUE.
           MOVE ZEROS            TO ORD-DUE-CYCLES.
           WRITE TO02-RECON-ORDER-RECORD.

       2650-WRITE-NOTIF-REQUEST SECTION.

           MOVE SPACES          TO TO09-NOTIF-REQ-RECORD.
                  MO01-ADJ-KSDS,
                  MO09-AUDIT-KSDS,
                  MI03-PROTECT-KSDS,
                  TO02-RECON-ORDERS,
                  TO01-RECON-ERR.
           DISPLAY '----------------------------------------'
           DISPLAY 'RECONNECTION TRAN FILE IS CLOSED        '
