           RECORD KEY             IS BH-KEY
           FILE STATUS            IS WS-BH-STATUS.

      *    THE INQUIRY ACCESS LOG -- DATE-LED KEY, SO THE SWEEP
      *    STOPS AT THE FIRST ROW YOUNGER THAN THE CUTOFF.
           SELECT MI01-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

           SELECT TO01-ARC-CONSHIST   ASSIGN TO ARCCONS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-AB-STATUS.

           SELECT TO05-ARC-ACCESS-LOG ASSIGN TO ARCACCL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-AL-STATUS.

      *    THE DESTRUCTION CERTIFICATE -- COUNTS, KEY RANGES AND
      *    HASH TOTALS PER FAMILY, THE RECORD THE AUDITORS KEEP.
           SELECT TO04-DESTRUCT-CERT  ASSIGN TO DESTCERT
          05 HLD-PLACED-DATE      PIC 9(08).

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

       FD MI01-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.
             10 BH-BILL-ID        PIC X(12).
          05 BH-BILL-IMAGE        PIC X(230).

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 WRITES.
       FD MI01-ACCESS-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MI01-ACCESS-LOG-RECORD.
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

       FD TO01-ARC-CONSHIST
           RECORDING MODE          IS F
           RECORD CONTAINS         34  CHARACTERS.

       01 TO01-ARC-CONS-RECORD    PIC X(34).

       FD TO02-ARC-AUDIT
           RECORDING MODE          IS F

       01 TO04-DESTRUCT-CERT-RECORD PIC X(133).

       FD TO05-ARC-ACCESS-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         100  CHARACTERS.

       01 TO05-ARC-ACCESS-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 AB-IO-STATUS       VALUE '00'.
          05 WS-DC-STATUS          PIC X(02).
             88 DC-IO-STATUS       VALUE '00'.
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
          05 WS-ACCL-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 ACCL-SCAN-EOF      VALUE 'Y'.
          05 WS-AL-STATUS          PIC X(02).
             88 AL-IO-STATUS       VALUE '00'.
          05 WS-HTR-FILE-FLAG      PIC X(01) VALUE 'N'.
             88 HTR-FILE-PRESENT   VALUE 'Y'.

          05 WS-CONS-KEEP-YEARS    PIC 9(02) VALUE ZEROS.
          05 WS-AUDT-KEEP-YEARS    PIC 9(02) VALUE ZEROS.
          05 WS-BILH-KEEP-YEARS    PIC 9(02) VALUE ZEROS.
          05 WS-ACCL-KEEP-YEARS    PIC 9(02) VALUE ZEROS.
          05 WS-CUTOFF-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-CUTOFF-PERIOD      PIC 9(06) VALUE ZEROS.
          05 WS-CUTOFF-YYYY        PIC 9(04) VALUE ZEROS.
              PERFORM 2500-PURGE-BILLHIST
           END-IF.

           IF WS-ACCL-KEEP-YEARS > ZEROS
              PERFORM 2600-PURGE-ACCESS-LOG
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-RETAIN-POLICY.
              STOP RUN
           END-IF.

           OPEN I-O MI01-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ARC-CONSHIST.
           OPEN OUTPUT TO02-ARC-AUDIT.
           OPEN OUTPUT TO03-ARC-BILLHIST.
           OPEN OUTPUT TO04-DESTRUCT-CERT.
           OPEN OUTPUT TO05-ARC-ACCESS-LOG.
           IF NOT AC-IO-STATUS OR NOT AA-IO-STATUS
              OR NOT AB-IO-STATUS OR NOT DC-IO-STATUS
              OR NOT AL-IO-STATUS
              DISPLAY 'ERROR OPENING ARCHIVE/CERT FILES'
              STOP RUN
           END-IF.
                       WHEN 'BILLHIST'
                           MOVE POL-KEEP-YEARS
                               TO WS-BILH-KEEP-YEARS
                       WHEN 'ACCESSLG'
                           MOVE POL-KEEP-YEARS
                               TO WS-ACCL-KEEP-YEARS
                       WHEN OTHER
                           DISPLAY 'UNKNOWN POLICY FAMILY '
                                   'IGNORED: ' POL-FAMILY
                   END-IF
           END-READ.

       2600-PURGE-ACCESS-LOG  SECTION.

           PERFORM 2280-SET-CUTOFFS.
           SUBTRACT WS-ACCL-KEEP-YEARS FROM WS-CUTOFF-YYYY.
           MOVE WS-CUTOFF-YYYY TO WS-CUTOFF-DATE(1:4).

           MOVE ZEROS  TO WS-CT-COUNT.
           MOVE ZEROS  TO WS-CT-HASH.
           MOVE SPACES TO WS-CT-FIRST-KEY.
           MOVE SPACES TO WS-CT-LAST-KEY.
           MOVE ZEROS  TO WS-HOLD-SKIP-CTR.

           MOVE 'N' TO WS-ACCL-EOF-FLAG.
           MOVE LOW-VALUES TO ACCL-KEY.
           START MI01-ACCESS-LOG-KSDS KEY IS NOT LESS THAN ACCL-KEY
               INVALID KEY
                   SET ACCL-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2650-PURGE-ONE-ACCL-ROW UNTIL ACCL-SCAN-EOF.

           MOVE 'ACCESSLG' TO WS-CL-FAMILY.
           PERFORM 2800-WRITE-CERT-LINE.

       2650-PURGE-ONE-ACCL-ROW  SECTION.

           READ MI01-ACCESS-LOG-KSDS NEXT
               AT END  SET ACCL-SCAN-EOF TO TRUE
               NOT AT END
                   IF ACCL-DATE > WS-CUTOFF-DATE
                      SET ACCL-SCAN-EOF TO TRUE
                   ELSE
                      MOVE ACCL-CUST-ID TO HLD-CUST-ID
                      PERFORM 2700-CHECK-LEGAL-HOLD
                      IF HLD-ROW-NOTFND
                         WRITE TO05-ARC-ACCESS-LOG-RECORD
                             FROM MI01-ACCESS-LOG-RECORD
                         DELETE MI01-ACCESS-LOG-KSDS
                             INVALID KEY
                                 DISPLAY 'ACCESS LOG DELETE '
                                         'FAILED: ' ACCL-KEY
                                 ADD 1 TO WS-ERROR-CTR
                             NOT INVALID KEY
                                 ADD 1 TO WS-CT-COUNT
                                 ADD ACCL-DATE
                                     TO WS-CT-HASH
                                 IF WS-CT-FIRST-KEY = SPACES
                                    MOVE ACCL-KEY
                                        TO WS-CT-FIRST-KEY
                                 END-IF
                                 MOVE ACCL-KEY
                                     TO WS-CT-LAST-KEY
                         END-DELETE
                      ELSE
                         ADD 1 TO WS-HOLD-SKIP-CTR
                      END-IF
                   END-IF
           END-READ.

       2700-CHECK-LEGAL-HOLD  SECTION.

      *    A READ HIT MEANS THE ACCOUNT IS UNDER HOLD -- THE
                  MI01-CONS-HIST-KSDS,
                  MI01-AUDIT-KSDS,
                  MI01-BILL-HIST-KSDS,
                  MI01-ACCESS-LOG-KSDS,
                  TO01-ARC-CONSHIST,
                  TO02-ARC-AUDIT,
                  TO03-ARC-BILLHIST,
                  TO04-DESTRUCT-CERT,
                  TO05-ARC-ACCESS-LOG.

           IF HTR-FILE-PRESENT
              CLOSE TI02-HOLD-TRAN
