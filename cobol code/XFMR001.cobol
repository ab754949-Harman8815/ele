       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XFMR001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-XFMR-TRAN      ASSIGN TO XFMRTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    DISTRIBUTION-TRANSFORMER RATING MASTER -- ONE ROW PER
      *    TRANSFORMER, KEYED BY THE SAME 10-BYTE TRANSFORMER ID
      *    CONN001 HANGS EACH METER OFF, WITH THE NAMEPLATE KVA,
      *    THE FEEDER IT SITS ON AND WHEN IT WENT IN. XFMRLOAD
      *    MEASURES EACH UNIT'S LOADING AGAINST THE RATING.
           SELECT MO01-XFMR-KSDS      ASSIGN TO XFMRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS XFMR-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-XFMR-ERR       ASSIGN TO XFMRERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    SAME MAINTENANCE-AUDIT CLUSTER THE CUST002/CUST005/
      *    CUST006/DEP001 FAMILY WRITES.
           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER PLANNING ACTION -- 'A' ADDS A
      *    TRANSFORMER WITH ITS RATING, 'C' RE-RATES IT OR MOVES
      *    IT TO ANOTHER FEEDER (BLANK / ZERO FIELDS ARE LEFT
      *    ALONE), 'X' RETIRES IT.
       FD TI01-XFMR-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-XFMR-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-RETIRE              VALUE 'X'.
          05 IN-XFMR-ID          PIC X(10).
          05 IN-RATING-KVA       PIC 9(05).
          05 IN-FEEDER-ID        PIC X(08).
          05 IN-INSTALL-DATE     PIC 9(08).
          05 IN-TRANS-DATE       PIC 9(08).

       FD MO01-XFMR-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MO01-XFMR-RECORD.
          05 XFMR-ID              PIC X(10).
          05 XFMR-RATING-KVA      PIC 9(05).
          05 XFMR-FEEDER-ID       PIC X(08).
          05 XFMR-INSTALL-DATE    PIC 9(08).
          05 XFMR-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(01).

       FD TO01-XFMR-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         41  CHARACTERS.

       01 TO01-XFMR-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(40).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-XFMR           VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-BAD-RATING         VALUE '4'.

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
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-RETIRE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'XFMR001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  TRANSFORMER RATING MAINTENANCE        '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-XFMR-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-XFMR-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-XFMR-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-XFMR-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING TRANSFORMER ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-XFMR-TRAN  SECTION.

           READ TI01-XFMR-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-TRANSFORMER
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-TRANSFORMER
               WHEN IN-TRANS-RETIRE
                  PERFORM 2330-RETIRE-TRANSFORMER
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-TRANSFORMER SECTION.

           IF IN-RATING-KVA IS NOT NUMERIC
              OR IN-RATING-KVA = ZEROS
              OR IN-FEEDER-ID = SPACES
              DISPLAY 'TRANSFORMER WITHOUT RATING OR FEEDER: '
                      IN-XFMR-ID
              ADD 1 TO WS-ERROR-CTR
              SET ERR-REAS-BAD-RATING TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           ELSE
              MOVE SPACES           TO MO01-XFMR-RECORD
              MOVE IN-XFMR-ID       TO XFMR-ID
              MOVE IN-RATING-KVA    TO XFMR-RATING-KVA
              MOVE IN-FEEDER-ID     TO XFMR-FEEDER-ID
              MOVE IN-INSTALL-DATE  TO XFMR-INSTALL-DATE
              MOVE IN-TRANS-DATE    TO XFMR-EFF-DATE
              MOVE SPACES           TO WS-AUDIT-BEFORE
              WRITE MO01-XFMR-RECORD
                  INVALID KEY
                      DISPLAY 'TRANSFORMER ALREADY ON FILE: '
                              IN-XFMR-ID
                      ADD 1 TO WS-ERROR-CTR
                      SET ERR-REAS-DUP-XFMR TO TRUE
                      PERFORM 2900-WRITE-ERR-RECORD
                  NOT INVALID KEY
                      ADD 1 TO WS-ADD-CTR
                      PERFORM 2950-WRITE-AUDIT-RECORD
                      DISPLAY 'TRANSFORMER ADDED: ' XFMR-ID
                              ' KVA ' XFMR-RATING-KVA
              END-WRITE
           END-IF.

       2320-CHANGE-TRANSFORMER SECTION.

           MOVE IN-XFMR-ID TO XFMR-ID.

           READ MO01-XFMR-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-XFMR-RECORD TO WS-AUDIT-BEFORE
                   IF IN-RATING-KVA IS NUMERIC
                      AND IN-RATING-KVA > ZEROS
                      MOVE IN-RATING-KVA TO XFMR-RATING-KVA
                   END-IF
                   IF IN-FEEDER-ID NOT = SPACES
                      MOVE IN-FEEDER-ID TO XFMR-FEEDER-ID
                   END-IF
                   IF IN-INSTALL-DATE IS NUMERIC
                      AND IN-INSTALL-DATE > ZEROS
                      MOVE IN-INSTALL-DATE TO XFMR-INSTALL-DATE
                   END-IF
                   MOVE IN-TRANS-DATE TO XFMR-EFF-DATE
                   REWRITE MO01-XFMR-RECORD
                       INVALID KEY
                           DISPLAY 'TRANSFORMER REWRITE FAILED: '
                                   XFMR-ID
                                   ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CTR
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2330-RETIRE-TRANSFORMER SECTION.

           MOVE IN-XFMR-ID TO XFMR-ID.

           READ MO01-XFMR-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-XFMR-RECORD TO WS-AUDIT-BEFORE
                   DELETE MO01-XFMR-KSDS
                       INVALID KEY
                           DISPLAY 'TRANSFORMER DELETE FAILED: '
                                   XFMR-ID
                                   ' STATUS: ' WS-KSDS-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-RETIRE-CTR
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-XFMR-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-XFMR-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO TRANSFORMER ON FILE FOR: ' IN-XFMR-ID.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'XFMR001 '         TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE XFMR-ID            TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-XFMR-RECORD   TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' TRANSFORMERS ADDED       ',  WS-ADD-CTR
           DISPLAY ' TRANSFORMERS CHANGED     ',  WS-CHANGE-CTR
           DISPLAY ' TRANSFORMERS RETIRED     ',  WS-RETIRE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-XFMR-TRAN,
                  MO01-XFMR-KSDS,
                  TO01-XFMR-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
