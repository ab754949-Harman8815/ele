       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBTSAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    BEFORE/AFTER CONSUMPTION FOR EVERY EFFICIENCY MEASURE
      *    THE REBATE SCHEME HAS PAID FOR -- THE AVERAGE BILLED
      *    UNITS OVER THE PERIODS BEFORE THE INSTALL MONTH AGAINST
      *    THE PERIODS SINCE, SO THE SCHEME CAN SEE WHETHER EACH
      *    MEASURE ACTUALLY SAVED ENERGY.
           SELECT MI01-REBATE-KSDS    ASSIGN TO REBTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS REB-APPL-ID
           FILE STATUS            IS WS-REB-STATUS.

           SELECT MI02-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    COMPARISON WINDOW AND THE FEWEST PERIODS SINCE INSTALL
      *    WORTH JUDGING. A MISSING DECK FALLS BACK TO DEFAULTS.
           SELECT TI01-SAVINGS-PARM   ASSIGN TO REBSPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TO01-SAVINGS-RPT    ASSIGN TO REBSRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME REBATE APPLICATION LAYOUT REBT001 MAINTAINS.
       FD MI01-REBATE-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI01-REBATE-RECORD.
          05 REB-APPL-ID          PIC X(10).
          05 REB-CUST-ID          PIC X(12).
          05 REB-MEASURE-CODE     PIC X(04).
          05 REB-INVOICE-AMT      PIC 9(07)V99.
          05 REB-INSTALL-DATE     PIC 9(08).
          05 REB-INSTALL-DATE-X REDEFINES REB-INSTALL-DATE.
             10 REB-INSTALL-YEAR  PIC 9(04).
             10 REB-INSTALL-MONTH PIC 9(02).
             10 FILLER            PIC 9(02).
          05 REB-APPL-DATE        PIC 9(08).
          05 REB-REBATE-AMT       PIC 9(06)V99.
          05 REB-INSP-RESULT      PIC X(01).
          05 REB-INSP-DATE        PIC 9(08).
          05 REB-INSPECTOR-ID     PIC X(08).
          05 REB-APPROVER-ID      PIC X(08).
          05 REB-APPROVAL-DATE    PIC 9(08).
          05 REB-STATUS           PIC X(01).
             88 REB-STAT-CREDITED            VALUE 'C'.
             88 REB-STAT-CAPPED              VALUE 'K'.
          05 REB-CREDIT-AMT       PIC 9(06)V99.
          05 REB-POSTED-DATE      PIC 9(08).
          05 FILLER               PIC X(11).

       FD MI02-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI02-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
             10 CH-BILL-PERIOD-X REDEFINES CH-BILL-PERIOD.
                15 CH-BILL-YEAR     PIC 9(04).
                15 CH-BILL-MONTH    PIC 9(02).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

       FD TI01-SAVINGS-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-SAVINGS-PARM-RECORD.
          05 PRM-WINDOW-PERIODS    PIC 9(02).
          05 PRM-MIN-AFTER-PERIODS PIC 9(02).
          05 FILLER                PIC X(76).

       FD TI09-RUN-PARMS
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI09-RUN-PARM-RECORD.
          05 RP-RUN-DATE          PIC 9(08).
          05 RP-PERIOD            PIC 9(06).
          05 RP-DAILY-FLAG        PIC X(01).
          05 RP-WEEKLY-FLAG       PIC X(01).
          05 RP-MONTHEND-FLAG     PIC X(01).
          05 FILLER               PIC X(03).

       FD TO01-SAVINGS-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-SAVINGS-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-REB-STATUS         PIC X(02).
             88 REB-IO-STATUS      VALUE '00'.
          05 WS-REB-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 REB-SCAN-EOF       VALUE 'Y'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-CH-EOF-FLAG        PIC X(01) VALUE 'N'.
             88 CH-SCAN-DONE       VALUE 'Y'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    PERIODS EITHER SIDE OF THE INSTALL MONTH TO AVERAGE,
      *    AND THE FEWEST PERIODS SINCE INSTALL BEFORE A MEASURE
      *    IS JUDGED. OVERRIDDEN BY REBSPARM.
       01 WS-SAVINGS-PARMS.
          05 WS-WINDOW-PERIODS     PIC 9(02) VALUE 6.
          05 WS-MIN-AFTER-PERIODS  PIC 9(02) VALUE 3.

      *    BILL PERIODS ARE COMPARED AS A RUNNING MONTH NUMBER --
      *    YEAR * 12 + MONTH - 1 -- SO WINDOWS CROSS YEAR ENDS.
       01 WS-PERIOD-WORK.
          05 WS-INSTALL-MONTH-NO   PIC 9(06) VALUE ZEROS.
          05 WS-FIRST-MONTH-NO     PIC 9(06) VALUE ZEROS.
          05 WS-LAST-MONTH-NO      PIC 9(06) VALUE ZEROS.
          05 WS-HIST-MONTH-NO      PIC 9(06) VALUE ZEROS.
          05 WS-START-YEAR         PIC 9(04) VALUE ZEROS.
          05 WS-START-MONTH        PIC 9(02) VALUE ZEROS.

       01 WS-SAVINGS-WORK.
          05 WS-BEFORE-CNT         PIC 9(02) VALUE ZEROS.
          05 WS-BEFORE-UNITS       PIC 9(09) VALUE ZEROS.
          05 WS-BEFORE-AVG         PIC 9(07) VALUE ZEROS.
          05 WS-AFTER-CNT          PIC 9(02) VALUE ZEROS.
          05 WS-AFTER-UNITS        PIC 9(09) VALUE ZEROS.
          05 WS-AFTER-AVG          PIC 9(07) VALUE ZEROS.
          05 WS-CHANGE-PCT         PIC S9(05)V9 VALUE ZEROS.
          05 WS-VERDICT            PIC X(12) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-SCANNED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-MEASURE-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-SAVED-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-NO-SAVING-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-TOO-EARLY-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-NO-HISTORY-CTR     PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'EFFICIENCY REBATE BEFORE/AFTER CONSUMPTION'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'APPLICATION'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(9)  VALUE 'MEASURE'.
          05 FILLER               PIC X(11) VALUE 'INSTALLED'.
          05 FILLER               PIC X(13) VALUE 'BEFORE N/AVG'.
          05 FILLER               PIC X(13) VALUE 'AFTER N/AVG'.
          05 FILLER               PIC X(9)  VALUE 'CHANGE %'.
          05 FILLER               PIC X(12) VALUE 'VERDICT'.
          05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-APPL-ID        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MEASURE        PIC X(04).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-INSTALL-DATE   PIC 9(08).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-BEFORE-CNT     PIC Z9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-BEFORE-AVG     PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-AFTER-CNT      PIC Z9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-AFTER-AVG      PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-CHANGE-PCT     PIC -ZZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VERDICT        PIC X(12).
          05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'MEASURES REVIEWED '.
          05 WS-RT-MEASURES       PIC ZZZZZ9.
          05 FILLER               PIC X(9)  VALUE '  SAVED '.
          05 WS-RT-SAVED          PIC ZZZZZ9.
          05 FILLER               PIC X(13) VALUE '  NO SAVING '.
          05 WS-RT-NO-SAVING      PIC ZZZZZ9.
          05 FILLER               PIC X(13) VALUE '  TOO EARLY '.
          05 WS-RT-TOO-EARLY      PIC ZZZZZ9.
          05 FILLER               PIC X(14) VALUE '  NO HISTORY '.
          05 WS-RT-NO-HISTORY     PIC ZZZZZ9.
          05 FILLER               PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'REBTSAVE EXECUTION BEGINS HERE .........'
           DISPLAY '  REBATE BEFORE/AFTER CONSUMPTION       '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           PERFORM 1100-LOAD-SAVINGS-PARMS.

       1050-READ-RUN-PARMS SECTION.

           OPEN INPUT TI09-RUN-PARMS.
           IF RP-NOT-FOUND
              DISPLAY 'NO RUN-PARAMETER FILE - WALL CLOCK DATE'
           ELSE
              IF NOT RP-IO-STATUS
                 DISPLAY 'ERROR OPENING RUN PARAMETERS: '
                         WS-RP-STATUS
                 STOP RUN
              END-IF
              READ TI09-RUN-PARMS
                  AT END
                      DISPLAY 'RUN-PARAMETER FILE EMPTY - '
                              'WALL CLOCK DATE'
                  NOT AT END
                      MOVE RP-RUN-DATE TO WS-DATE
                      DISPLAY 'PROCESSING DATE FROM CYCCTL: '
                              WS-DATE
              END-READ
              CLOSE TI09-RUN-PARMS
           END-IF.

       1100-LOAD-SAVINGS-PARMS  SECTION.

           OPEN INPUT TI01-SAVINGS-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO SAVINGS PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING SAVINGS PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI01-SAVINGS-PARM
                  AT END
                      DISPLAY 'SAVINGS PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      IF PRM-WINDOW-PERIODS IS NUMERIC
                         AND PRM-MIN-AFTER-PERIODS IS NUMERIC
                         AND PRM-WINDOW-PERIODS > ZEROS
                         AND PRM-MIN-AFTER-PERIODS > ZEROS
                         AND PRM-MIN-AFTER-PERIODS
                             NOT > PRM-WINDOW-PERIODS
                         MOVE PRM-WINDOW-PERIODS
                                         TO WS-WINDOW-PERIODS
                         MOVE PRM-MIN-AFTER-PERIODS
                                         TO WS-MIN-AFTER-PERIODS
                      ELSE
                         DISPLAY 'BAD SAVINGS PARM IGNORED: '
                                 TI01-SAVINGS-PARM-RECORD
                      END-IF
              END-READ
              CLOSE TI01-SAVINGS-PARM
           END-IF.

           DISPLAY 'COMPARISON WINDOW PERIODS     ' WS-WINDOW-PERIODS.
           DISPLAY 'MINIMUM PERIODS SINCE INSTALL '
                   WS-MIN-AFTER-PERIODS.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO01-SAVINGS-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-SAVINGS-RECORD FROM WS-REPORT-HEADER2.

           MOVE LOW-VALUES TO REB-APPL-ID.
           START MI01-REBATE-KSDS KEY IS NOT LESS THAN REB-APPL-ID
               INVALID KEY
                   SET REB-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2200-SCAN-ONE-APPLICATION UNTIL REB-SCAN-EOF.

           MOVE WS-MEASURE-CTR    TO WS-RT-MEASURES.
           MOVE WS-SAVED-CTR      TO WS-RT-SAVED.
           MOVE WS-NO-SAVING-CTR  TO WS-RT-NO-SAVING.
           MOVE WS-TOO-EARLY-CTR  TO WS-RT-TOO-EARLY.
           MOVE WS-NO-HISTORY-CTR TO WS-RT-NO-HISTORY.
           MOVE SPACES TO TO01-SAVINGS-RECORD.
           WRITE TO01-SAVINGS-RECORD.
           WRITE TO01-SAVINGS-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-REBATE-KSDS.
           IF NOT REB-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE KSDS: ' WS-REB-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SAVINGS-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SAVINGS REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-SCAN-ONE-APPLICATION  SECTION.

      *    ONLY MEASURES THE SCHEME PAID FOR ARE REVIEWED -- A
      *    CAPPED-OUT APPLICATION WAS STILL INSTALLED AND PASSED
      *    INSPECTION, SO IT COUNTS TOO.
           READ MI01-REBATE-KSDS NEXT RECORD
               AT END  SET REB-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-CTR
                   IF REB-STAT-CREDITED OR REB-STAT-CAPPED
                      PERFORM 2300-REVIEW-ONE-MEASURE
                   END-IF
           END-READ.

       2300-REVIEW-ONE-MEASURE  SECTION.

           ADD 1 TO WS-MEASURE-CTR.

           MOVE ZEROS TO WS-BEFORE-CNT WS-BEFORE-UNITS WS-BEFORE-AVG
                         WS-AFTER-CNT  WS-AFTER-UNITS  WS-AFTER-AVG
                         WS-CHANGE-PCT.

      *    THE INSTALL MONTH ITSELF IS PART BEFORE AND PART AFTER,
      *    SO IT IS LEFT OUT OF BOTH SIDES.
           COMPUTE WS-INSTALL-MONTH-NO =
                   REB-INSTALL-YEAR * 12 + REB-INSTALL-MONTH - 1.
           COMPUTE WS-FIRST-MONTH-NO =
                   WS-INSTALL-MONTH-NO - WS-WINDOW-PERIODS.
           COMPUTE WS-LAST-MONTH-NO =
                   WS-INSTALL-MONTH-NO + WS-WINDOW-PERIODS.

           DIVIDE WS-FIRST-MONTH-NO BY 12
               GIVING WS-START-YEAR REMAINDER WS-START-MONTH.
           ADD 1 TO WS-START-MONTH.

           MOVE REB-CUST-ID TO CH-CUST-ID.
           MOVE WS-START-YEAR  TO CH-BILL-YEAR.
           MOVE WS-START-MONTH TO CH-BILL-MONTH.
           MOVE 'N' TO WS-CH-EOF-FLAG.

           START MI02-CONS-HIST-KSDS KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET CH-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2400-READ-ONE-PERIOD UNTIL CH-SCAN-DONE.

           IF WS-BEFORE-CNT > ZEROS
              COMPUTE WS-BEFORE-AVG ROUNDED =
                      WS-BEFORE-UNITS / WS-BEFORE-CNT
           END-IF.
           IF WS-AFTER-CNT > ZEROS
              COMPUTE WS-AFTER-AVG ROUNDED =
                      WS-AFTER-UNITS / WS-AFTER-CNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-BEFORE-CNT = ZEROS
                    MOVE 'NO HISTORY' TO WS-VERDICT
                    ADD 1 TO WS-NO-HISTORY-CTR
               WHEN WS-AFTER-CNT < WS-MIN-AFTER-PERIODS
                    MOVE 'TOO EARLY' TO WS-VERDICT
                    ADD 1 TO WS-TOO-EARLY-CTR
               WHEN WS-AFTER-AVG < WS-BEFORE-AVG
                    MOVE 'SAVED' TO WS-VERDICT
                    ADD 1 TO WS-SAVED-CTR
               WHEN OTHER
                    MOVE 'NO SAVING' TO WS-VERDICT
                    ADD 1 TO WS-NO-SAVING-CTR
           END-EVALUATE.

           IF WS-BEFORE-AVG > ZEROS
              AND WS-AFTER-CNT > ZEROS
              COMPUTE WS-CHANGE-PCT ROUNDED =
                      (WS-AFTER-AVG - WS-BEFORE-AVG) * 100
                      / WS-BEFORE-AVG
                  ON SIZE ERROR
                      MOVE 9999.9 TO WS-CHANGE-PCT
              END-COMPUTE
           END-IF.

           MOVE REB-APPL-ID       TO WS-RD-APPL-ID.
           MOVE REB-CUST-ID       TO WS-RD-CUST-ID.
           MOVE REB-MEASURE-CODE  TO WS-RD-MEASURE.
           MOVE REB-INSTALL-DATE  TO WS-RD-INSTALL-DATE.
           MOVE WS-BEFORE-CNT     TO WS-RD-BEFORE-CNT.
           MOVE WS-BEFORE-AVG     TO WS-RD-BEFORE-AVG.
           MOVE WS-AFTER-CNT      TO WS-RD-AFTER-CNT.
           MOVE WS-AFTER-AVG      TO WS-RD-AFTER-AVG.
           MOVE WS-CHANGE-PCT     TO WS-RD-CHANGE-PCT.
           MOVE WS-VERDICT        TO WS-RD-VERDICT.
           WRITE TO01-SAVINGS-RECORD FROM WS-REPORT-DETAIL.

       2400-READ-ONE-PERIOD  SECTION.

           READ MI02-CONS-HIST-KSDS NEXT RECORD
               AT END
                   SET CH-SCAN-DONE TO TRUE
               NOT AT END
                   IF CH-CUST-ID NOT = REB-CUST-ID
                      SET CH-SCAN-DONE TO TRUE
                   ELSE
                      COMPUTE WS-HIST-MONTH-NO =
                              CH-BILL-YEAR * 12 + CH-BILL-MONTH - 1
                      EVALUATE TRUE
                          WHEN WS-HIST-MONTH-NO > WS-LAST-MONTH-NO
                               SET CH-SCAN-DONE TO TRUE
                          WHEN WS-HIST-MONTH-NO < WS-INSTALL-MONTH-NO
                               ADD 1 TO WS-BEFORE-CNT
                               ADD CH-UNITS-CONSUMED
                                             TO WS-BEFORE-UNITS
                          WHEN WS-HIST-MONTH-NO > WS-INSTALL-MONTH-NO
                               ADD 1 TO WS-AFTER-CNT
                               ADD CH-UNITS-CONSUMED
                                             TO WS-AFTER-UNITS
                          WHEN OTHER
                               CONTINUE
                      END-EVALUATE
                   END-IF
           END-READ.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' APPLICATIONS SCANNED     ',  WS-SCANNED-CTR
           DISPLAY ' MEASURES REVIEWED        ',  WS-MEASURE-CTR
           DISPLAY ' SAVED ENERGY             ',  WS-SAVED-CTR
           DISPLAY ' NO SAVING                ',  WS-NO-SAVING-CTR
           DISPLAY ' TOO EARLY TO JUDGE       ',  WS-TOO-EARLY-CTR
           DISPLAY ' NO PRIOR HISTORY         ',  WS-NO-HISTORY-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-REBATE-KSDS,
                  MI02-CONS-HIST-KSDS,
                  TO01-SAVINGS-RPT.

           STOP RUN.
