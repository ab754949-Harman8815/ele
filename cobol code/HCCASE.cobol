           RECORD KEY             IS CASE-KEY
           FILE STATUS            IS WS-CASE-STATUS.

      *    OPEN-CASE AGING WORKLIST.
           SELECT TO01-CASE-WORKLIST  ASSIGN TO CASEWL
           ORGANIZATION           IS SEQUENTIAL
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

      *    APPROVAL LOG SWEPT NIGHTLY BY SOD001 -- EVERY
      *    DISPOSITION LANDS HERE WITH THE OFFICER WHO KEYED IT
      *    AND THE OFFICER WHO SIGNED IT OFF.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER CASE ACTION -- 'O' OPENS A CASE
      *    FROM AN EXCEPTION, 'F' RECORDS SITE-VISIT FINDINGS,
      *    'D' DISPOSES: 'T' CONFIRMED TAMPER, 'M' METER FAULT,
      *    'G' GENUINE USAGE. A TAMPER CASE IS ASSESSED BY THFT001
      *    ON THE STATUTORY FORMULA ONCE IT IS CLOSED.
       FD TI01-CASE-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         77  CHARACTERS.
             88 IN-DISP-GENUINE              VALUE 'G'.
             88 IN-DISP-VALID                VALUES 'T' 'M' 'G'.
          05 IN-VISIT-DATE       PIC 9(08).
      *    THE CASE OFFICER WHO KEYED THE TRANSACTION. NO
      *    ASSESSMENT AMOUNT IS KEYED -- A TAMPER ASSESSMENT IS
      *    WORKED OUT BY THFT001, NOT KEYED WITH THE DISPOSITION.
          05 IN-KEYED-BY         PIC X(08).
          05 FILLER              PIC X(01).
          05 IN-FINDINGS         PIC X(30).
      *    THE OFFICER ACCOUNTABLE FOR A 'D' DISPOSITION --
      *    PROVED AGAINST THE AUTHORITY MASTER.
          05 CASE-ASSESS-AMT        PIC 9(07)V99.
          05 CASE-DISPOSED-BY       PIC X(08).

       FD TO01-CASE-WORKLIST
           RECORDING MODE          IS F
           RECORD CONTAINS         80 CHARACTERS.
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
             88 CASE-IO-STATUS     VALUE '00'.
          05 WS-CASE-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CASE-SCAN-EOF      VALUE 'Y'.
          05 WS-WL-STATUS          PIC X(02).
             88 WL-IO-STATUS       VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
          05 WS-DISPOSER-FLAG      PIC X(01) VALUE 'N'.
             88 DISPOSER-VALID     VALUE 'Y'.

       01 WS-APPROVAL-LOG-VARIABLES.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.
          05 WS-APRL-TIME          PIC 9(08) VALUE ZEROS.
          05 WS-APRL-SEQ           PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RUN-DATE-INTEGER   PIC S9(09) COMP.
          05 WS-OPENED-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-FINDINGS-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-DISPOSED-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-OPEN-LISTED-CTR    PIC 9(04) VALUE ZEROS.

       01 WS-WORKLIST-HEADER.
          05 FILLER               PIC X(06) VALUE SPACES.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CASE-WORKLIST.
           IF NOT WL-IO-STATUS
              DISPLAY 'ERROR OPENING CASE WORKLIST: '
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS.
           IF NOT APRL-IO-STATUS
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS: '
                      WS-APRL-STATUS
              STOP RUN
           END-IF.
           ACCEPT WS-APRL-TIME FROM TIME.

       2200-READ-CASE-TRAN  SECTION.

           READ TI01-CASE-TRAN

       2335-CHECK-DISPOSER  SECTION.

      *    THE DISPOSING OFFICER MUST EXIST AND BE ACTIVE. THE
      *    MONETARY LIMIT IS PROVED WHEN THFT001 ISSUES THE FINAL
      *    ASSESSMENT ORDER.
           MOVE 'N' TO WS-DISPOSER-FLAG.

           IF IN-DISPOSER-ID = SPACES
                              DISPLAY 'DISPOSITION BY INACTIVE '
                                      'OFFICER ' IN-DISPOSER-ID
                                      ': ' IN-CUST-ID
                          WHEN OTHER
                              SET DISPOSER-VALID TO TRUE
                      END-EVALUATE
           MOVE IN-DISPOSER-ID TO CASE-DISPOSED-BY.
           MOVE IN-DISPOSITION TO CASE-DISPOSITION.
           SET CASE-STAT-CLOSED TO TRUE.

           REWRITE MO01-CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DISPOSED-CTR
                   DISPLAY 'CASE DISPOSED ' IN-DISPOSITION ': '
                           CASE-KEY
                   PERFORM 2350-WRITE-APPROVAL-LOG
           END-REWRITE.

       2350-WRITE-APPROVAL-LOG  SECTION.

           ADD 1 TO WS-APRL-SEQ.
           MOVE SPACES            TO MO10-APPROVAL-LOG-RECORD.
           MOVE WS-DATE           TO APRL-DATE.
           MOVE 'HCCASE  '        TO APRL-PROGRAM-ID.
           MOVE WS-APRL-TIME(1:6) TO APRL-TIME.
           MOVE WS-APRL-SEQ       TO APRL-SEQ-NO.
           MOVE 'HC'              TO APRL-SOURCE.
           MOVE IN-DISPOSITION    TO APRL-ACTION.
           MOVE CASE-CUST-ID      TO APRL-CUST-ID.
           MOVE CASE-EXC-DATE     TO APRL-REFERENCE.
           MOVE CASE-ASSESS-AMT   TO APRL-AMOUNT.
           MOVE IN-KEYED-BY       TO APRL-KEYED-BY.
           MOVE IN-DISPOSER-ID    TO APRL-APPROVED-BY.
           MOVE 'N'               TO APRL-REPORTED-FLAG.

           WRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG WRITE FAILED - STATUS: '
                           WS-APRL-STATUS ' CASE ' CASE-KEY
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

       2700-WRITE-AGING-WORKLIST  SECTION.

           DISPLAY ' CASES OPENED             ',  WS-OPENED-CTR
           DISPLAY ' FINDINGS RECORDED        ',  WS-FINDINGS-CTR
           DISPLAY ' CASES DISPOSED           ',  WS-DISPOSED-CTR
           DISPLAY ' OPEN CASES ON WORKLIST   ',  WS-OPEN-LISTED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'
           CLOSE  TI01-CASE-TRAN,
                  MI01-HIGH-CONS-KSDS,
                  MO01-CASE-KSDS,
                  TO01-CASE-WORKLIST,
                  TO02-CASE-ERR,
                  MO10-APPROVAL-LOG-KSDS.

           STOP RUN.
