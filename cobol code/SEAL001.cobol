       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEAL001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    METER SEAL INSPECTION. EVERY SEAL FIELD STAFF OR A METER
      *    READER LOOKS AT IS CHECKED AGAINST THE SEAL NUMBER THE
      *    ASSET MASTER HOLDS FOR THE METER. A CLEAN INSPECTION
      *    MOVES THE LAST-VERIFIED DATE ON; A SEAL FOUND MISSING,
      *    BROKEN OR CARRYING A DIFFERENT NUMBER OPENS AN
      *    INVESTIGATION CASE FOR THE CUSTOMER THE METER SERVES.
      *    INSTALLED METERS NOT VERIFIED WITHIN THE POLICY INTERVAL
      *    ARE LISTED FOR THE INSPECTION ROUNDS.

      *    ONE TRANSACTION PER SEAL INSPECTED.
           SELECT TI01-SEAL-TRAN      ASSIGN TO SEALTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    METER ASSET MASTER MAINTAINED BY MTRA001 -- THE SEAL OF
      *    RECORD AND ITS LAST-VERIFIED DATE.
           SELECT MO01-ASSET-KSDS     ASSIGN TO ASSETKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ASSET-METER-ID
           FILE STATUS            IS WS-ASSET-STATUS.

      *    METER MASTER -- THE CUSTOMER A SEAL CASE OPENS AGAINST.
           SELECT MI01-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    INVESTIGATION CASE MASTER MAINTAINED BY HCCASE. A SEAL
      *    CASE IS KEYED BY CUSTOMER AND INSPECTION DATE AND IS
      *    WORKED THROUGH HCCASE LIKE ANY OTHER.
           SELECT MO02-CASE-KSDS      ASSIGN TO CASEKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CASE-KEY
           FILE STATUS            IS WS-CASE-STATUS.

      *    POLICY INTERVAL BETWEEN SEAL VERIFICATIONS, IN DAYS. A
      *    MISSING DECK FALLS BACK TO THE COMPILED DEFAULT.
           SELECT TI02-SEAL-PARM      ASSIGN TO SEALPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    INSPECTION EXCEPTIONS AND THE OVERDUE-VERIFICATION LIST.
           SELECT TO01-SEAL-RPT       ASSIGN TO SEALRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT TO02-SEAL-ERR       ASSIGN TO SEALERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SEAL CONDITION 'I' INTACT, 'B' BROKEN, 'M' MISSING. THE
      *    SEAL NUMBER IS WHATEVER IS ACTUALLY ON THE METER; SOURCE
      *    'F' FIELD STAFF, 'R' METER READER ON THE ROUND.
       FD TI01-SEAL-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TI01-SEAL-TRAN-RECORD.
          05 IN-METER-ID         PIC X(14).
          05 IN-SEAL-FOUND       PIC X(10).
          05 IN-SEAL-COND        PIC X(01).
             88 IN-SEAL-INTACT               VALUE 'I'.
             88 IN-SEAL-BROKEN               VALUE 'B'.
             88 IN-SEAL-MISSING              VALUE 'M'.
             88 IN-SEAL-COND-VALID           VALUES 'I' 'B' 'M'.
          05 IN-INSPECT-DATE     PIC 9(08).
          05 IN-SOURCE           PIC X(01).
             88 IN-SOURCE-VALID              VALUES 'F' 'R'.
          05 IN-INSPECTOR-ID     PIC X(08).
          05 FILLER              PIC X(08).

      *    SAME ASSET LAYOUT MTRA001 MAINTAINS.
       FD MO01-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MO01-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-MAKE          PIC X(10).
          05 ASSET-MODEL         PIC X(10).
          05 ASSET-SEAL-NO       PIC X(10).
          05 ASSET-INSTALL-DATE  PIC 9(08).
          05 ASSET-STATUS        PIC X(01).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME CASE LAYOUT HCCASE MAINTAINS.
       FD MO02-CASE-KSDS
           RECORD CONTAINS         85  CHARACTERS.

       01 MO02-CASE-RECORD.
          05 CASE-KEY.
             10 CASE-CUST-ID        PIC X(12).
             10 CASE-EXC-DATE       PIC 9(08).
          05 CASE-DATE-OPENED       PIC 9(08).
          05 CASE-STATUS            PIC X(01).
             88 CASE-STAT-OPEN               VALUE 'O'.
          05 CASE-DISPOSITION       PIC X(01).
          05 CASE-VISIT-DATE        PIC 9(08).
          05 CASE-FINDINGS          PIC X(30).
          05 CASE-ASSESS-AMT        PIC 9(07)V99.
          05 CASE-DISPOSED-BY       PIC X(08).

       FD TI02-SEAL-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI02-SEAL-PARM-RECORD.
          05 PRM-INTERVAL-DAYS    PIC 9(04).
          05 FILLER               PIC X(76).

       FD TO01-SEAL-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO01-SEAL-RPT-RECORD PIC X(80).

       FD TO02-SEAL-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         51  CHARACTERS.

       01 TO02-SEAL-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(50).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-CODE           VALUE '1'.
             88 ERR-REAS-BAD-DATE           VALUE '2'.
             88 ERR-REAS-NO-ASSET           VALUE '3'.
             88 ERR-REAS-NOT-INSTALLED      VALUE '4'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '5'.
             88 ERR-REAS-CASE-EXISTS        VALUE '6'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-ASSET-STATUS       PIC X(02).
             88 ASSET-IO-STATUS    VALUE '00'.
          05 WS-ASSET-EOF-FLAG     PIC X(01) VALUE 'N'.
             88 ASSET-SCAN-EOF     VALUE 'Y'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CASE-STATUS        PIC X(02).
             88 CASE-IO-STATUS     VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-EOF           VALUE '10'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-VERIFIED-INTEGER   PIC S9(09) COMP.
          05 WS-DAYS-SINCE         PIC S9(07) COMP.

      *    POLICY INTERVAL -- OVERRIDDEN BY THE SEALPARM CARD.
       01 WS-INTERVAL-DAYS         PIC 9(04) VALUE 365.

       01 WS-ERR-REASON            PIC X(01).

       01 WS-FINDING               PIC X(13).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-VERIFIED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-EXCEPTION-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-CASE-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-OVERDUE-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-EXCEPTION-HEADER.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'METER SEAL INSPECTION EXCEPTIONS'.
          05 FILLER               PIC X(06) VALUE 'DATE'.
          05 WS-EH-DATE           PIC 9(08).
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-EXCEPTION-COLUMNS.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(12) VALUE 'SEAL ON FILE'.
          05 FILLER               PIC X(12) VALUE 'SEAL FOUND'.
          05 FILLER               PIC X(15) VALUE 'FINDING'.
          05 FILLER               PIC X(09) VALUE 'INSPECTED'.

       01 WS-EXCEPTION-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-METER-ID       PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-SEAL-ON-FILE   PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-SEAL-FOUND     PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-FINDING        PIC X(13).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-ED-INSPECT-DATE   PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACES.

       01 WS-OVERDUE-HEADER.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'INSTALLED METERS - SEAL NOT VERIFIED IN'.
          05 WS-OH-DAYS           PIC ZZZ9.
          05 FILLER               PIC X(05) VALUE ' DAYS'.
          05 FILLER               PIC X(25) VALUE SPACES.

       01 WS-OVERDUE-COLUMNS.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(12) VALUE 'SEAL NO'.
          05 FILLER               PIC X(12) VALUE 'INSTALLED'.
          05 FILLER               PIC X(14) VALUE 'LAST VERIFIED'.
          05 FILLER               PIC X(24) VALUE 'DAYS SINCE'.

       01 WS-OVERDUE-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-OD-METER-ID       PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-OD-SEAL-NO        PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-OD-INSTALL-DATE   PIC 9(08).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-OD-VERIFIED       PIC X(08).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 WS-OD-DAYS-SINCE     PIC X(07).
          05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-EDIT-FIELDS.
          05 WS-EDIT-DAYS         PIC ZZZZZZ9.

       01 WS-OVERDUE-SUMMARY.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'METERS OVERDUE FOR VERIFYING '.
          05 WS-OS-COUNT          PIC ZZZZZ9.
          05 FILLER               PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SEAL001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  METER SEAL INSPECTION RECONCILIATION  '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 1200-LOAD-SEAL-PARM.

       1200-LOAD-SEAL-PARM  SECTION.

           OPEN INPUT TI02-SEAL-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO SEAL PARAMETER CARD - USING DEFAULT'
           ELSE
              IF PARM-IO-STATUS
                 PERFORM 1210-READ-ONE-PARM UNTIL PARM-EOF
                 CLOSE TI02-SEAL-PARM
              ELSE
                 DISPLAY 'ERROR OPENING SEAL PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY 'SEAL VERIFICATION INTERVAL DAYS '
                   WS-INTERVAL-DAYS.

       1210-READ-ONE-PARM  SECTION.

           READ TI02-SEAL-PARM
               AT END  SET PARM-EOF TO TRUE
               NOT AT END
                   IF PRM-INTERVAL-DAYS IS NUMERIC
                      AND PRM-INTERVAL-DAYS > ZEROS
                      MOVE PRM-INTERVAL-DAYS TO WS-INTERVAL-DAYS
                   ELSE
                      DISPLAY 'BAD SEAL PARM IGNORED: '
                              TI02-SEAL-PARM-RECORD
                   END-IF
           END-READ.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-EH-DATE.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-EXCEPTION-HEADER.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-EXCEPTION-COLUMNS.

           PERFORM 2200-READ-SEAL-TRAN UNTIL TRAN-EOF.

           PERFORM 2700-WRITE-OVERDUE-REPORT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SEAL-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING SEAL TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-ASSET-KSDS.
           IF NOT ASSET-IO-STATUS
              DISPLAY 'ERROR OPENING METER ASSET KSDS: '
                      WS-ASSET-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: ' WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-CASE-KSDS.
           IF NOT CASE-IO-STATUS
              DISPLAY 'ERROR OPENING CASE KSDS: ' WS-CASE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SEAL-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SEAL REPORT: ' WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-SEAL-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING SEAL ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2200-READ-SEAL-TRAN  SECTION.

           READ TI01-SEAL-TRAN
               AT END  SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 2300-PROCESS-INSPECTION
           END-READ.

       2300-PROCESS-INSPECTION  SECTION.

           IF NOT IN-SEAL-COND-VALID
              OR NOT IN-SOURCE-VALID
              DISPLAY 'INVALID SEAL CONDITION OR SOURCE: '
                      IN-METER-ID
              MOVE '1' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           IF IN-INSPECT-DATE NOT NUMERIC
              OR IN-INSPECT-DATE > WS-DATE
              DISPLAY 'INVALID INSPECTION DATE: ' IN-METER-ID
                      ' ' IN-INSPECT-DATE
              MOVE '2' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           MOVE IN-METER-ID TO ASSET-METER-ID.
           READ MO01-ASSET-KSDS
               INVALID KEY
                   DISPLAY 'METER NOT ON ASSET MASTER: '
                           IN-METER-ID
                   MOVE '3' TO WS-ERR-REASON
                   PERFORM 2900-WRITE-ERR-RECORD
                   GO TO 2300-EXIT
           END-READ.

           IF NOT ASSET-STAT-INSTALLED
              DISPLAY 'METER NOT INSTALLED: ' IN-METER-ID
                      ' STATUS ' ASSET-STATUS
              MOVE '4' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           IF IN-INSPECT-DATE < ASSET-INSTALL-DATE
              DISPLAY 'INSPECTION BEFORE INSTALL DATE: '
                      IN-METER-ID ' ' IN-INSPECT-DATE
              MOVE '2' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IN-SEAL-MISSING
                  MOVE 'SEAL MISSING' TO WS-FINDING
               WHEN IN-SEAL-BROKEN
                  MOVE 'SEAL BROKEN'  TO WS-FINDING
               WHEN IN-SEAL-FOUND NOT = ASSET-SEAL-NO
                  MOVE 'SEAL MISMATCH' TO WS-FINDING
               WHEN OTHER
                  MOVE SPACES TO WS-FINDING
           END-EVALUATE.

           IF WS-FINDING = SPACES
              PERFORM 2310-RECORD-VERIFIED
           ELSE
              PERFORM 2320-RECORD-EXCEPTION
           END-IF.

       2300-EXIT.
           EXIT.

       2310-RECORD-VERIFIED  SECTION.

      *    A LATE-KEYED OLDER INSPECTION NEVER WINDS THE DATE BACK.
           IF IN-INSPECT-DATE > ASSET-SEAL-VERIFIED-DATE
              MOVE IN-INSPECT-DATE TO ASSET-SEAL-VERIFIED-DATE
              REWRITE MO01-ASSET-RECORD
                  INVALID KEY
                      DISPLAY 'ASSET REWRITE FAILED: '
                              ASSET-METER-ID
                              ' STATUS: ' WS-ASSET-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-VERIFIED-CTR
              END-REWRITE
           ELSE
              ADD 1 TO WS-VERIFIED-CTR
           END-IF.

       2320-RECORD-EXCEPTION  SECTION.

           ADD 1 TO WS-EXCEPTION-CTR.

           MOVE IN-METER-ID      TO WS-ED-METER-ID.
           MOVE ASSET-SEAL-NO    TO WS-ED-SEAL-ON-FILE.
           MOVE IN-SEAL-FOUND    TO WS-ED-SEAL-FOUND.
           MOVE WS-FINDING       TO WS-ED-FINDING.
           MOVE IN-INSPECT-DATE  TO WS-ED-INSPECT-DATE.

           MOVE IN-METER-ID TO MTR-ID.
           READ MI01-METER-KSDS
               INVALID KEY
                   DISPLAY 'NO CUSTOMER FOR SEAL EXCEPTION: '
                           IN-METER-ID
                   MOVE SPACES TO WS-ED-CUST-ID
                   WRITE TO01-SEAL-RPT-RECORD
                       FROM WS-EXCEPTION-DETAIL
                   MOVE '5' TO WS-ERR-REASON
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   MOVE MTR-CUST-ID TO WS-ED-CUST-ID
                   WRITE TO01-SEAL-RPT-RECORD
                       FROM WS-EXCEPTION-DETAIL
                   PERFORM 2330-OPEN-SEAL-CASE
           END-READ.

       2330-OPEN-SEAL-CASE  SECTION.

           MOVE MTR-CUST-ID     TO CASE-CUST-ID.
           MOVE IN-INSPECT-DATE TO CASE-EXC-DATE.
           MOVE WS-DATE         TO CASE-DATE-OPENED.
           SET CASE-STAT-OPEN   TO TRUE.
           MOVE SPACE           TO CASE-DISPOSITION.
           MOVE ZEROS           TO CASE-VISIT-DATE.
           MOVE SPACES          TO CASE-FINDINGS.
           STRING WS-FINDING    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  IN-SEAL-FOUND DELIMITED BY SIZE
                  INTO CASE-FINDINGS
           END-STRING.
           MOVE ZEROS           TO CASE-ASSESS-AMT.
           MOVE SPACES          TO CASE-DISPOSED-BY.

           WRITE MO02-CASE-RECORD
               INVALID KEY
                   DISPLAY 'CASE ALREADY OPEN: ' CASE-KEY
                   MOVE '6' TO WS-ERR-REASON
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CASE-CTR
                   DISPLAY 'SEAL CASE OPENED: ' CASE-KEY
                           ' ' WS-FINDING
           END-WRITE.

       2700-WRITE-OVERDUE-REPORT  SECTION.

           MOVE WS-INTERVAL-DAYS TO WS-OH-DAYS.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-OVERDUE-HEADER.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-OVERDUE-COLUMNS.

           MOVE LOW-VALUES TO ASSET-METER-ID.
           START MO01-ASSET-KSDS KEY IS GREATER THAN ASSET-METER-ID
               INVALID KEY
                   SET ASSET-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2750-SCAN-ONE-ASSET UNTIL ASSET-SCAN-EOF.

           MOVE WS-OVERDUE-CTR TO WS-OS-COUNT.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-OVERDUE-SUMMARY.

       2750-SCAN-ONE-ASSET  SECTION.

           READ MO01-ASSET-KSDS NEXT
               AT END  SET ASSET-SCAN-EOF TO TRUE
               NOT AT END
                   IF ASSET-STAT-INSTALLED
                      PERFORM 2760-CHECK-OVERDUE
                   END-IF
           END-READ.

       2760-CHECK-OVERDUE  SECTION.

           IF ASSET-SEAL-VERIFIED-DATE NOT NUMERIC
              OR ASSET-SEAL-VERIFIED-DATE = ZEROS
              MOVE 'NEVER'   TO WS-OD-VERIFIED
              MOVE SPACES    TO WS-OD-DAYS-SINCE
           ELSE
              COMPUTE WS-VERIFIED-INTEGER =
                      FUNCTION INTEGER-OF-DATE
                               (ASSET-SEAL-VERIFIED-DATE)
              COMPUTE WS-DAYS-SINCE =
                      WS-DATE-INTEGER - WS-VERIFIED-INTEGER
              IF WS-DAYS-SINCE NOT > WS-INTERVAL-DAYS
                 GO TO 2760-EXIT
              END-IF
              MOVE ASSET-SEAL-VERIFIED-DATE TO WS-OD-VERIFIED
              MOVE WS-DAYS-SINCE  TO WS-EDIT-DAYS
              MOVE WS-EDIT-DAYS   TO WS-OD-DAYS-SINCE
           END-IF.

           MOVE ASSET-METER-ID     TO WS-OD-METER-ID.
           MOVE ASSET-SEAL-NO      TO WS-OD-SEAL-NO.
           MOVE ASSET-INSTALL-DATE TO WS-OD-INSTALL-DATE.
           WRITE TO01-SEAL-RPT-RECORD FROM WS-OVERDUE-DETAIL.
           ADD 1 TO WS-OVERDUE-CTR.

       2760-EXIT.
           EXIT.

       2900-WRITE-ERR-RECORD  SECTION.

           MOVE TI01-SEAL-TRAN-RECORD TO ERR-TRAN-IMAGE.
           MOVE WS-ERR-REASON         TO ERR-REASON.

           WRITE TO02-SEAL-ERR-RECORD.
           ADD 1 TO WS-ERROR-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' INSPECTIONS PROCESSED    ',  WS-READ-CTR
           DISPLAY ' SEALS VERIFIED CLEAN     ',  WS-VERIFIED-CTR
           DISPLAY ' SEAL EXCEPTIONS          ',  WS-EXCEPTION-CTR
           DISPLAY ' CASES OPENED             ',  WS-CASE-CTR
           DISPLAY ' METERS OVERDUE           ',  WS-OVERDUE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-SEAL-TRAN,
                  MO01-ASSET-KSDS,
                  MI01-METER-KSDS,
                  MO02-CASE-KSDS,
                  TO01-SEAL-RPT,
                  TO02-SEAL-ERR.

           STOP RUN.
