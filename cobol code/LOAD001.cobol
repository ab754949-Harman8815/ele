           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WL-STATUS.

      *    EVERY FLAGGED ACCOUNT IS INVITED, THROUGH THE CENTRAL
      *    HUB, TO REGULARISE ITS LOAD WITH A LOAD-CHANGE
      *    APPLICATION TO LCA001.
           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

       FD MI01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

      *    SAME DEMAND-REGISTER LAYOUT MTR005 MAINTAINS.
       FD MI02-DEMAND-KSDS

       01 TO01-UPGRADE-WL-RECORD  PIC X(80).

       FD TO09-NOTIF-REQ
           RECORDING MODE          IS F
           RECORD CONTAINS         98  CHARACTERS.

       01 TO09-NOTIF-REQ-RECORD.
          05 NRQ-CUST-ID         PIC X(12).
          05 NRQ-DOC-TYPE        PIC X(04).
          05 NRQ-REF             PIC X(14).
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-WL-STATUS          PIC X(02).
             88 WL-IO-STATUS       VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-EXCESS-KW          PIC 9(04)V99 VALUE 0.
          05 WS-SURCHG-PER-KW      PIC 9(04)V99 VALUE 100.00.
          05 WS-SURCHG-AMT         PIC S9(06)V99 VALUE 0.
          05 WS-KW-DISPLAY         PIC ZZZ9.99.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

       2200-READ-SANCLOAD-KSDS  SECTION.

           READ MI01-SANCLOAD-KSDS
                   ADD 1 TO WS-SKIP-CTR
               NOT INVALID KEY
                   IF ACCT-CLOSED OR ACCT-DISCONNECTED
                      OR ACCT-SUSPENDED
                      ADD 1 TO WS-SKIP-CTR
                   ELSE
                      PERFORM 2400-COMPUTE-APPARENT-LOAD
                   ': APPARENT ' WS-APPARENT-KW
                   ' KW AGAINST ' SL-SANCTIONED-KW ' SANCTIONED'.

           MOVE WS-APPARENT-KW   TO WS-KW-DISPLAY.
           MOVE SPACES           TO TO09-NOTIF-REQ-RECORD.
           MOVE SL-CUST-ID       TO NRQ-CUST-ID.
           MOVE 'LCAI'           TO NRQ-DOC-TYPE.
           MOVE SL-CUST-ID       TO NRQ-REF.
           STRING 'LOAD ' WS-KW-DISPLAY
                  ' KW OVER SANCTION - PLEASE APPLY FOR INCREASE'
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE          TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

       2700-POST-LOAD-SURCHARGE SECTION.

      *    MERGED INTO THE CUSTOMER'S ONE PENDING-ADJUSTMENT ROW,
                  MI01-CONS-HIST-KSDS,
                  MI02-DEMAND-KSDS,
                  MO01-ADJ-KSDS,
                  TO01-UPGRADE-WORKLIST,
                  TO09-NOTIF-REQ.

           STOP RUN.
