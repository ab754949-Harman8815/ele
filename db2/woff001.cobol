           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY BILL
      *    WRITTEN OFF LANDS HERE WITH THE OFFICER WHO SUBMITTED
      *    THE RUN AND THE ONE WHO APPROVED IT.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 TO02-WOFF-RPT-RECORD PIC X(133).

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
             88 JRN-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
      *    COMMAND LINE (COLUMNS 1-3, DAYS).
       01 WS-WRITEOFF-AGE-DAYS     PIC 9(03) VALUE 360.

      *    'DDD,SUBMITTR,APPROVER' -- THE OFFICER WHO SUBMITS THE
      *    RUN AND THE ONE WHO APPROVED IT ARE BOTH REQUIRED.
       01 WS-PARM-LINE.
          05 WS-PARM-AGE-DAYS      PIC X(03) VALUE SPACES.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WS-PARM-KEYED-BY      PIC X(08) VALUE SPACES.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WS-PARM-APPROVED-BY   PIC X(08) VALUE SPACES.
          05 FILLER                PIC X(09) VALUE SPACES.

       01 WS-APPROVAL-LOG-VARIABLES.
          05 WS-APRL-TIME          PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

       01 WS-BREAK-VARIABLES.
          05 WS-PREV-BILL-ID       PIC X(14) VALUE SPACES.
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-AGE-DAYS IS NUMERIC
              AND WS-PARM-AGE-DAYS NOT = '000'
              MOVE WS-PARM-AGE-DAYS TO WS-WRITEOFF-AGE-DAYS
           END-IF.
           DISPLAY 'WRITE-OFF AGE THRESHOLD (DAYS): '
                   WS-WRITEOFF-AGE-DAYS.

           IF WS-PARM-KEYED-BY = SPACES
              OR WS-PARM-APPROVED-BY = SPACES
              DISPLAY 'WRITE-OFF RUN NEEDS SUBMITTER AND APPROVER '
                      'IDS ON THE PARM - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'SUBMITTED BY ' WS-PARM-KEYED-BY
                   ' APPROVED BY ' WS-PARM-APPROVED-BY.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-DB2-CONNECT.
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS.
           IF NOT APRL-IO-STATUS
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS: '
                      WS-APRL-STATUS
              STOP RUN
           END-IF.
           ACCEPT WS-APRL-TIME FROM TIME.

       2150-DB2-CONNECT SECTION.

           EXEC SQL
              WRITE TO02-WOFF-RPT-RECORD FROM WS-RPT-DETAIL
              DISPLAY 'BILL WRITTEN OFF: ' HV-WOFF-BILL-ID
                      ' AMOUNT ' HV-WOFF-BALANCE
              PERFORM 2650-WRITE-APPROVAL-LOG
           END-IF.

       2650-WRITE-APPROVAL-LOG  SECTION.

           ADD 1 TO WS-APRL-SEQ.
           MOVE SPACES                TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE               TO APRL-DATE.
           MOVE 'WOFF001 '            TO APRL-PROGRAM-ID.
           MOVE WS-APRL-TIME(1:6)     TO APRL-TIME.
           MOVE WS-APRL-SEQ           TO APRL-SEQ-NO.
           MOVE 'WO'                  TO APRL-SOURCE.
           MOVE 'W'                   TO APRL-ACTION.
           MOVE HV-WOFF-CUST-ID(1:12) TO APRL-CUST-ID.
           MOVE HV-WOFF-BILL-ID       TO APRL-REFERENCE.
           MOVE HV-WOFF-BALANCE       TO APRL-AMOUNT.
           MOVE WS-PARM-KEYED-BY      TO APRL-KEYED-BY.
           MOVE WS-PARM-APPROVED-BY   TO APRL-APPROVED-BY.
           MOVE 'N'                   TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS ' BILL ' HV-WOFF-BILL-ID
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2700-WRITE-JOURNAL  SECTION.

           IF WS-TOTAL-WRITTEN-OFF > ZEROS
                  MO01-WOFF-KSDS,
                  MI01-COA-MASTER,
                  TO01-JOURNAL,
                  TO02-WOFF-RPT,
                  MO10-APPROVAL-LOG-KSDS.

           STOP RUN.
