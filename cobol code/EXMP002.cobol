       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXMP002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    TAX-EXEMPTION CERTIFICATE MASTER MAINTAINED BY EXMP001 --
      *    READ END TO END ONCE A MONTH SO THE REVENUE DESK CAN
      *    CHASE RENEWALS BEFORE BILL003 STARTS CHARGING FULL DUTY.
           SELECT MI01-EXEMPT-KSDS    ASSIGN TO EXMPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS EXM-CUST-ID
           FILE STATUS            IS WS-EXM-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-EXPIRY-RPT     ASSIGN TO EXMPRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME EXEMPTION-CERTIFICATE LAYOUT EXMP001 MAINTAINS.
       FD MI01-EXEMPT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-EXEMPT-RECORD.
          05 EXM-CUST-ID          PIC X(12).
          05 EXM-CERT-NO          PIC X(15).
          05 EXM-EXEMPT-PCT       PIC 9(03)V99.
          05 EXM-AUTHORITY        PIC X(20).
          05 EXM-VALID-FROM       PIC 9(08).
          05 EXM-VALID-TO         PIC 9(08).
          05 EXM-STATUS           PIC X(01).
             88 EXM-STAT-ACTIVE              VALUE 'A'.
             88 EXM-STAT-REVOKED             VALUE 'X'.
          05 EXM-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(03).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE,
      *    CUT AFTER THE NAME -- ONLY THE NAME IS PRINTED HERE.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 FILLER           PIC X(118).

       FD TO01-EXPIRY-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-EXPIRY-RPT-RECORD  PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-EXM-STATUS         PIC X(02).
             88 EXM-IO-STATUS      VALUE '00'.
             88 EXM-EOF            VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
             88 CUST-ROW-NOTFND    VALUE '23'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    CERTIFICATES RUNNING OUT WITHIN THIS MANY DAYS ARE
      *    LISTED AS DUE; ONES THAT RAN OUT SINCE LAST MONTH'S
      *    REPORT ARE LISTED AS LAPSED SO NONE IS MISSED BETWEEN
      *    RUNS.
       01 WS-EXPIRY-WINDOW-DAYS    PIC 9(03) VALUE 60.
       01 WS-LAPSED-LOOKBACK-DAYS  PIC 9(03) VALUE 31.

       01 WS-WINDOW-VARIABLES.
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-WINDOW-INTEGER     PIC S9(09) COMP.
          05 WS-LOOKBACK-INTEGER   PIC S9(09) COMP.
          05 WS-EXPIRY-INTEGER     PIC S9(09) COMP.
          05 WS-WINDOW-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-LOOKBACK-DATE      PIC 9(08) VALUE ZEROS.
          05 WS-DAYS-LEFT          PIC S9(05) VALUE ZEROS.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'TAX-EXEMPTION CERTIFICATES DUE FOR RENEWAL'.
          05 FILLER               PIC X(12) VALUE 'WINDOW TO'.
          05 WS-RH-WINDOW         PIC 9(08).
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-RPT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'STATUS'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(23) VALUE 'NAME'.
          05 FILLER               PIC X(17) VALUE 'CERTIFICATE'.
          05 FILLER               PIC X(9)  VALUE 'EXEMPT %'.
          05 FILLER               PIC X(22) VALUE
             'ISSUING AUTHORITY'.
          05 FILLER               PIC X(10) VALUE 'VALID FROM'.
          05 FILLER               PIC X(10) VALUE 'VALID TO'.
          05 FILLER               PIC X(17) VALUE '  DAYS LEFT'.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TAG            PIC X(08).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-NAME           PIC X(21).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CERT-NO        PIC X(15).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PCT            PIC ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-AUTHORITY      PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VALID-FROM     PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VALID-TO       PIC 9(08).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-DAYS-LEFT      PIC ----9.
          05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RT-LABEL          PIC X(40).
          05 WS-RT-COUNT          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(84) VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(133) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-DUE-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-LAPSED-CTR         PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'EXMP002 EXECUTION BEGINS HERE ..........'
           DISPLAY '  TAX-EXEMPTION EXPIRY REPORT           '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).
           COMPUTE WS-WINDOW-INTEGER =
                   WS-DATE-INTEGER + WS-EXPIRY-WINDOW-DAYS.
           COMPUTE WS-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER).
           COMPUTE WS-LOOKBACK-INTEGER =
                   WS-DATE-INTEGER - WS-LAPSED-LOOKBACK-DAYS.
           COMPUTE WS-LOOKBACK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INTEGER).

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-WINDOW-DATE TO WS-RH-WINDOW.
           MOVE WS-DATE        TO WS-RH-DATE.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-HEADER1.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-BLANK-LINE.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-HEADER2.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-BLANK-LINE.

           PERFORM 2200-READ-EXEMPT-KSDS UNTIL EXM-EOF.

           PERFORM 2800-PRINT-TOTALS.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-EXEMPT-KSDS.
           IF NOT EXM-IO-STATUS
              DISPLAY 'ERROR OPENING TAX EXEMPTION KSDS: '
                      WS-EXM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: ' WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-EXPIRY-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING EXPIRY REPORT: ' WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-READ-EXEMPT-KSDS  SECTION.

           READ MI01-EXEMPT-KSDS
                AT END  SET EXM-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-JUDGE-CERTIFICATE
           END-READ.

      *    ONLY ACTIVE CERTIFICATES MATTER -- A REVOKED ONE IS NOT
      *    EXPECTED BACK. EVERYTHING ELSE IS EITHER SAFELY IN FORCE
      *    BEYOND THE WINDOW OR LONG LAPSED AND ALREADY REPORTED.
       2300-JUDGE-CERTIFICATE SECTION.

           IF EXM-STAT-ACTIVE
              IF EXM-VALID-TO >= WS-DATE
                 AND EXM-VALID-TO <= WS-WINDOW-DATE
                 MOVE 'DUE     ' TO WS-RD-TAG
                 ADD 1 TO WS-DUE-CTR
                 PERFORM 2400-PRINT-CERTIFICATE
              ELSE
                 IF EXM-VALID-TO < WS-DATE
                    AND EXM-VALID-TO >= WS-LOOKBACK-DATE
                    MOVE 'LAPSED  ' TO WS-RD-TAG
                    ADD 1 TO WS-LAPSED-CTR
                    PERFORM 2400-PRINT-CERTIFICATE
                 END-IF
              END-IF
           END-IF.

       2400-PRINT-CERTIFICATE SECTION.

           MOVE EXM-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER **' TO WS-RD-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WS-RD-NAME
                   STRING CUST-FIRST-NAME DELIMITED BY SPACE
                          ' ' CUST-LAST-NAME DELIMITED BY SPACE
                          INTO WS-RD-NAME
                   END-STRING
           END-READ.

           COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EXM-VALID-TO).
           COMPUTE WS-DAYS-LEFT =
                   WS-EXPIRY-INTEGER - WS-DATE-INTEGER.

           MOVE EXM-CUST-ID    TO WS-RD-CUST-ID.
           MOVE EXM-CERT-NO    TO WS-RD-CERT-NO.
           MOVE EXM-EXEMPT-PCT TO WS-RD-PCT.
           MOVE EXM-AUTHORITY  TO WS-RD-AUTHORITY.
           MOVE EXM-VALID-FROM TO WS-RD-VALID-FROM.
           MOVE EXM-VALID-TO   TO WS-RD-VALID-TO.
           MOVE WS-DAYS-LEFT   TO WS-RD-DAYS-LEFT.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-DETAIL.

       2800-PRINT-TOTALS SECTION.

           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 'CERTIFICATES READ' TO WS-RT-LABEL.
           MOVE WS-READ-CTR TO WS-RT-COUNT.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'DUE WITHIN WINDOW' TO WS-RT-LABEL.
           MOVE WS-DUE-CTR TO WS-RT-COUNT.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           MOVE 'LAPSED SINCE LAST REPORT' TO WS-RT-LABEL.
           MOVE WS-LAPSED-CTR TO WS-RT-COUNT.
           WRITE TO01-EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' CERTIFICATES READ        ',  WS-READ-CTR
           DISPLAY ' DUE WITHIN WINDOW        ',  WS-DUE-CTR
           DISPLAY ' LAPSED SINCE LAST REPORT ',  WS-LAPSED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-EXEMPT-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-EXPIRY-RPT.

           STOP RUN.
