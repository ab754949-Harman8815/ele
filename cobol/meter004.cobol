           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY OVERRIDE
      *    A SUPERVISOR CODE CARRIED THROUGH LANDS HERE WITH THE
      *    KEYING CLERK BESIDE IT.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE CARD PER CONFIRMED READING CORRECTION -- THE FULL
      *    REPLACEMENT PREV/CURR PAIR FOR THE METER, AND THE ID OF
      *    THE CLERK WHO KEYED IT.
       FD TI01-READ-CORR-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         46  CHARACTERS.

       01 TI01-READ-CORR-RECORD.
          05 IN-METER-ID      PIC X(14).
          05 IN-NEW-CURR-READ PIC 9(06).
          05 FILLER           PIC X(04).
          05 IN-SUPV-AUTH-CODE PIC X(08).
          05 IN-KEYED-BY       PIC X(08).

       FD TI02-TOL-PARM-FILE
           RECORDING MODE          IS F
          05 PARM-PCT         PIC 9(03).

       FD MI02-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI02-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 FILLER                 PIC X(10).

       FD MO01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.
          05 EXCP-DISPOSITION  PIC X(01).
             88 EXCP-APPROVED             VALUE 'A'.
             88 EXCP-REJECTED             VALUE 'R'.
          05 EXCP-KEYED-BY     PIC X(08).
          05 FILLER            PIC X(01).

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

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
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-EXCP-STATUS        PIC X(02).
             88 EXCP-IO-STATUS     VALUE '00'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.

       01 WS-AUTH-VARIABLES.
          05 WS-AUTH-STATUS        PIC X(02).
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
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

           OPEN INPUT MI02-CONS-HIST-KSDS
           IF NOT CH-IO-STATUS
              DISPLAY '----------------------------------------'
                          NOT INVALID KEY
                              ADD 1 TO WS-CORRECTED-CTR
                              PERFORM 2950-WRITE-AUDIT-RECORD
                              IF TOL-OVER-APPROVED
                                 PERFORM 2960-WRITE-APPROVAL-LOG
                              END-IF
                              DISPLAY 'READINGS CORRECTED: ' MTR-ID
                      END-REWRITE
                   END-IF
           MOVE WS-MOVEMENT       TO EXCP-MOVEMENT.
           MOVE WS-TOL-BAND       TO EXCP-BAND.
           MOVE IN-SUPV-AUTH-CODE TO EXCP-AUTH-CODE.
           MOVE IN-KEYED-BY       TO EXCP-KEYED-BY.
           IF TOL-OVER-APPROVED
              MOVE 'A' TO EXCP-DISPOSITION
           ELSE
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-APPROVAL-LOG SECTION.

      *    AN OVERRIDE MOVES UNITS, NOT MONEY -- THE AMOUNT STAYS
      *    ZERO AND ONLY THE KEYER / APPROVER PAIR IS SWEPT.
           ADD 1 TO WS-APRL-SEQ.

           MOVE SPACES             TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE            TO APRL-DATE.
           MOVE 'MTR004  '         TO APRL-PROGRAM-ID.
           MOVE WS-AUDIT-TIME(1:6) TO APRL-TIME.
           MOVE WS-APRL-SEQ        TO APRL-SEQ-NO.
           MOVE 'TO'               TO APRL-SOURCE.
           MOVE 'A'                TO APRL-ACTION.
           MOVE MTR-CUST-ID        TO APRL-CUST-ID.
           MOVE MTR-ID             TO APRL-REFERENCE.
           MOVE ZEROS              TO APRL-AMOUNT.
           MOVE IN-KEYED-BY        TO APRL-KEYED-BY.
           MOVE IN-SUPV-AUTH-CODE  TO APRL-APPROVED-BY.
           MOVE 'N'                TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
                  MO09-AUDIT-KSDS,
                  MI02-CONS-HIST-KSDS,
                  MI08-AUTH-KSDS,
                  TO02-TOL-EXCP-FILE,
                  MO10-APPROVAL-LOG-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'READING CORRECTION FILE IS CLOSED       '
           DISPLAY 'METER MASTER KSDS       IS CLOSED       '
