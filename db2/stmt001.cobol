           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    INQUIRY ACCESS LOG -- WHO PULLED WHICH ACCOUNT'S
      *    STATEMENT, THE SAME CLUSTER THE ONLINE INQUIRY WRITES.
      *    NO LOG ROW, NO STATEMENT.
           SELECT MO01-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

      *    PRINT-IMAGE STATEMENT FOR THE CUSTOMER'S HAND...
           SELECT TO01-STATEMENT-RPT  ASSIGN TO STMTRPT
           ORGANIZATION           IS SEQUENTIAL
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 WRITES.
       FD MO01-ACCESS-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-ACCESS-LOG-RECORD.
          05 ACCL-KEY.
             10 ACCL-DATE         PIC 9(08).
             10 ACCL-TIME         PIC 9(08).
             10 ACCL-TERMINAL     PIC X(08).
             10 ACCL-SEQ          PIC 9(02).
          05 ACCL-OPERATOR-ID     PIC X(08).
          05 ACCL-PROGRAM-ID      PIC X(08).
          05 ACCL-CUST-ID         PIC X(12).
          05 ACCL-SCREEN          PIC X(08).
          05 ACCL-SEARCH-ARG      PIC X(16).
          05 FILLER               PIC X(22).

       FD TO01-STATEMENT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-EXT-STATUS         PIC X(02).
             88 EXT-IO-STATUS      VALUE '00'.
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
             88 ACCL-DUP-KEY       VALUE '22'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    PARM IS THE CUSTOMER ID, A COMMA, AND THE REQUESTING
      *    OPERATOR'S ID -- 'CUSTOMERIDXX,OPERATOR'.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-CUST-ID    PIC X(12) VALUE SPACES.
             10 FILLER             PIC X(01) VALUE SPACES.
             10 WS-PARM-OPERATOR   PIC X(08) VALUE SPACES.
          05 WS-CUST-ID-PADDED     PIC X(14) VALUE SPACES.

       01 WS-ACCESS-LOG-VARIABLES.
          05 WS-LOG-TIME           PIC 9(08) VALUE ZEROS.
          05 WS-LOG-WRITE-FLAG     PIC X(01) VALUE 'P'.
             88 LOG-WRITE-PENDING  VALUE 'P'.
             88 LOG-WRITE-DONE     VALUE 'Y'.
             88 LOG-WRITE-FAILED   VALUE 'F'.

      *    THE ACCOUNT'S EVENT LEDGER, COLLECTED FROM EVERY SOURCE
      *    AND THEN SORTED BY DATE FOR THE RUNNING BALANCE.
       01 WS-EVENT-STORAGE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-CUST-ID = SPACES
              DISPLAY 'A CUSTOMER ID PARAMETER IS REQUIRED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-OPERATOR = SPACES
              DISPLAY 'REQUESTING OPERATOR ID REQUIRED ON PARM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-CUST-ID TO WS-CUST-ID-PADDED.
           MOVE WS-CUST-ID-PADDED TO HV-STMT-CUST-ID.

              STOP RUN
           END-IF.

           OPEN I-O MO01-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-STATEMENT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING STATEMENT REPORT: '

       2000-PROCESS     SECTION.

           PERFORM 2150-WRITE-ACCESS-LOG.

           PERFORM 2200-COLLECT-BILLS.
           PERFORM 2300-COLLECT-PAYMENT-EVENTS.
           PERFORM 2400-COLLECT-DEPOSIT.

           PERFORM 2700-WRITE-STATEMENT.

       2150-WRITE-ACCESS-LOG  SECTION.

      *    THE STATEMENT REQUEST IS LOGGED AGAINST THE REQUESTING
      *    OPERATOR BEFORE ANY OF THE ACCOUNT IS ASSEMBLED.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES           TO MO01-ACCESS-LOG-RECORD.
           MOVE WS-DATE          TO ACCL-DATE.
           MOVE WS-LOG-TIME      TO ACCL-TIME.
           MOVE 'BATCH   '       TO ACCL-TERMINAL.
           MOVE ZEROS            TO ACCL-SEQ.
           MOVE WS-PARM-OPERATOR TO ACCL-OPERATOR-ID.
           MOVE 'STMT001 '       TO ACCL-PROGRAM-ID.
           MOVE WS-PARM-CUST-ID  TO ACCL-CUST-ID.
           MOVE 'STATEMNT'       TO ACCL-SCREEN.
           MOVE WS-PARM-CUST-ID  TO ACCL-SEARCH-ARG.

           PERFORM 2160-WRITE-ONE-LOG-ROW UNTIL NOT LOG-WRITE-PENDING.

           IF LOG-WRITE-FAILED
              DISPLAY 'INQUIRY ACCESS LOG WRITE FAILED - STATUS: '
                      WS-ACCL-STATUS
              DISPLAY 'STATEMENT NOT PRODUCED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2160-WRITE-ONE-LOG-ROW  SECTION.

           WRITE MO01-ACCESS-LOG-RECORD
               INVALID KEY
                   IF ACCL-DUP-KEY
                      AND ACCL-SEQ < 99
                      ADD 1 TO ACCL-SEQ
                   ELSE
                      SET LOG-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LOG-WRITE-DONE TO TRUE
           END-WRITE.

       2200-COLLECT-BILLS  SECTION.

           MOVE SPACES          TO BH-KEY.
           CLOSE  MI01-BILL-HIST-KSDS,
                  MI02-DEPOSIT-KSDS,
                  MI03-ADJ-KSDS,
                  MO01-ACCESS-LOG-KSDS,
                  TO01-STATEMENT-RPT,
                  TO02-STATEMENT-EXT.

