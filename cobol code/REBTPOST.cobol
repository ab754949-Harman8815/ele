       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBTPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    EFFICIENCY REBATE POSTING. EVERY APPROVED APPLICATION ON
      *    THE REBT001 MASTER IS CREDITED TO THE CUSTOMER'S NEXT
      *    BILL THROUGH THE ADJUSTMENT FEED, NO MORE THAN THE
      *    SCHEME'S ANNUAL CAP PER CUSTOMER, AND WHAT WAS PAID GOES
      *    ON THE FUNDING CLAIM TO THE SCHEME ADMINISTRATOR.
           SELECT MO01-REBATE-KSDS    ASSIGN TO REBTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS REB-APPL-ID
           FILE STATUS            IS WS-REB-STATUS.

      *    REBATE CREDITED PER CUSTOMER PER CALENDAR YEAR -- THE
      *    RUNNING TOTAL THE CAP IS MEASURED AGAINST.
           SELECT MO02-REBATE-YEAR-KSDS ASSIGN TO REBYKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS RBY-KEY
           FILE STATUS            IS WS-RBY-STATUS.

      *    SAME ADJUSTMENT FEED THE BILLING RUN APPLIES.
           SELECT MO03-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

      *    ANNUAL CAP PER CUSTOMER. A MISSING DECK FALLS BACK TO
      *    THE COMPILED DEFAULT.
           SELECT TI01-REBATE-PARM    ASSIGN TO REBTPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    FUNDING CLAIM FOR THE SCHEME ADMINISTRATOR -- ONE
      *    DETAIL PER REBATE PAID, THEN A CONTROL TRAILER.
           SELECT TO01-FUNDING-CLAIM  ASSIGN TO REBTCLM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CLM-STATUS.

           SELECT TO02-POSTING-RPT    ASSIGN TO REBTRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME REBATE APPLICATION LAYOUT REBT001 MAINTAINS.
       FD MO01-REBATE-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MO01-REBATE-RECORD.
          05 REB-APPL-ID          PIC X(10).
          05 REB-CUST-ID          PIC X(12).
          05 REB-MEASURE-CODE     PIC X(04).
          05 REB-INVOICE-AMT      PIC 9(07)V99.
          05 REB-INSTALL-DATE     PIC 9(08).
          05 REB-APPL-DATE        PIC 9(08).
          05 REB-REBATE-AMT       PIC 9(06)V99.
          05 REB-INSP-RESULT      PIC X(01).
          05 REB-INSP-DATE        PIC 9(08).
          05 REB-INSPECTOR-ID     PIC X(08).
          05 REB-APPROVER-ID      PIC X(08).
          05 REB-APPROVAL-DATE    PIC 9(08).
          05 REB-STATUS           PIC X(01).
             88 REB-STAT-APPROVED            VALUE 'A'.
             88 REB-STAT-CREDITED            VALUE 'C'.
             88 REB-STAT-CAPPED              VALUE 'K'.
          05 REB-CREDIT-AMT       PIC 9(06)V99.
          05 REB-POSTED-DATE      PIC 9(08).
          05 FILLER               PIC X(11).

       FD MO02-REBATE-YEAR-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 MO02-REBATE-YEAR-RECORD.
          05 RBY-KEY.
             10 RBY-CUST-ID       PIC X(12).
             10 RBY-YEAR          PIC 9(04).
          05 RBY-CREDITED-AMT     PIC 9(07)V99.
          05 RBY-REBATE-CNT       PIC 9(04).
          05 FILLER               PIC X(11).

       FD MO03-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO03-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

       FD TI01-REBATE-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-REBATE-PARM-RECORD.
          05 PRM-ANNUAL-CAP        PIC 9(06)V99.
          05 FILLER                PIC X(72).

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

       FD TO01-FUNDING-CLAIM
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO01-CLAIM-DETAIL.
          05 CLM-REC-TYPE         PIC X(01).
             88 CLM-DETAIL                   VALUE 'D'.
             88 CLM-TRAILER                  VALUE 'T'.
          05 CLM-APPL-ID          PIC X(10).
          05 CLM-CUST-ID          PIC X(12).
          05 CLM-MEASURE-CODE     PIC X(04).
          05 CLM-INVOICE-AMT      PIC 9(07)V99.
          05 CLM-INSTALL-DATE     PIC 9(08).
          05 CLM-INSP-DATE        PIC 9(08).
          05 CLM-APPROVER-ID      PIC X(08).
          05 CLM-APPROVAL-DATE    PIC 9(08).
          05 CLM-CREDIT-AMT       PIC 9(06)V99.
          05 CLM-POSTED-DATE      PIC 9(08).
          05 FILLER               PIC X(16).

       01 TO01-CLAIM-TRAILER.
          05 CLT-REC-TYPE         PIC X(01).
          05 CLT-CLAIM-DATE       PIC 9(08).
          05 CLT-DETAIL-CNT       PIC 9(07).
          05 CLT-CLAIM-TOTAL      PIC 9(09)V99.
          05 FILLER               PIC X(73).

       FD TO02-POSTING-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-POSTING-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-REB-STATUS         PIC X(02).
             88 REB-IO-STATUS      VALUE '00'.
          05 WS-REB-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 REB-SCAN-EOF       VALUE 'Y'.
          05 WS-RBY-STATUS         PIC X(02).
             88 RBY-IO-STATUS      VALUE '00'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-CLM-STATUS         PIC X(02).
             88 CLM-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-X REDEFINES WS-DATE.
             10 WS-DATE-YEAR       PIC 9(04).
             10 FILLER             PIC 9(04).

      *    THE MOST ONE CUSTOMER MAY BE CREDITED IN A CALENDAR
      *    YEAR. OVERRIDDEN BY REBTPARM.
       01 WS-REBATE-PARMS.
          05 WS-ANNUAL-CAP         PIC 9(06)V99 VALUE 1000.00.

       01 WS-WORK-VARIABLES.
          05 WS-YEAR-CREDITED      PIC 9(07)V99 VALUE ZEROS.
          05 WS-CAP-REMAINING      PIC S9(07)V99 VALUE ZEROS.
          05 WS-CREDIT-AMT         PIC 9(06)V99 VALUE ZEROS.
          05 WS-ADJ-POST-AMT       PIC S9(06)V99 VALUE ZEROS.
          05 WS-YEAR-ROW-FLAG      PIC X(01) VALUE 'N'.
             88 YEAR-ROW-EXISTS    VALUE 'Y'.
          05 WS-POST-RESULT        PIC X(14) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-SCANNED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-CREDITED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-PART-CAP-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-CAPPED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-CLAIM-CTR          PIC 9(07) VALUE ZEROS.
          05 WS-CLAIM-TOTAL        PIC 9(09)V99 VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'EFFICIENCY REBATE POSTING'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'APPLICATION'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(9)  VALUE 'MEASURE'.
          05 FILLER               PIC X(14) VALUE 'INVOICE'.
          05 FILLER               PIC X(12) VALUE 'REBATE'.
          05 FILLER               PIC X(14) VALUE 'YEAR TO DATE'.
          05 FILLER               PIC X(12) VALUE 'CREDITED'.
          05 FILLER               PIC X(10) VALUE 'APPROVER'.
          05 FILLER               PIC X(14) VALUE 'RESULT'.
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-APPL-ID        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MEASURE        PIC X(04).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RD-INVOICE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REBATE         PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-YTD            PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CREDIT         PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-APPROVER       PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-RESULT         PIC X(14).
          05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'REBATES CREDITED '.
          05 WS-RT-CREDITED       PIC ZZZZZ9.
          05 FILLER               PIC X(16) VALUE '  PART-CAPPED '.
          05 WS-RT-PART-CAP       PIC ZZZZZ9.
          05 FILLER               PIC X(16) VALUE '  CAPPED OUT '.
          05 WS-RT-CAPPED         PIC ZZZZZ9.
          05 FILLER               PIC X(16) VALUE '  CLAIM TOTAL '.
          05 WS-RT-CLAIM-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'REBTPOST EXECUTION BEGINS HERE .........'
           DISPLAY '  EFFICIENCY REBATE POSTING             '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           PERFORM 1100-LOAD-REBATE-PARMS.

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

       1100-LOAD-REBATE-PARMS  SECTION.

           OPEN INPUT TI01-REBATE-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO REBATE PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING REBATE PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI01-REBATE-PARM
                  AT END
                      DISPLAY 'REBATE PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      IF PRM-ANNUAL-CAP IS NUMERIC
                         AND PRM-ANNUAL-CAP > ZEROS
                         MOVE PRM-ANNUAL-CAP TO WS-ANNUAL-CAP
                      ELSE
                         DISPLAY 'BAD REBATE PARM IGNORED: '
                                 TI01-REBATE-PARM-RECORD
                      END-IF
              END-READ
              CLOSE TI01-REBATE-PARM
           END-IF.

           DISPLAY 'ANNUAL REBATE CAP PER CUSTOMER ' WS-ANNUAL-CAP.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-POSTING-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO02-POSTING-RECORD FROM WS-REPORT-HEADER2.

           MOVE LOW-VALUES TO REB-APPL-ID.
           START MO01-REBATE-KSDS KEY IS NOT LESS THAN REB-APPL-ID
               INVALID KEY
                   SET REB-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2200-SCAN-ONE-APPLICATION UNTIL REB-SCAN-EOF.

           PERFORM 2700-WRITE-CLAIM-TRAILER.

           MOVE WS-CREDITED-CTR   TO WS-RT-CREDITED.
           MOVE WS-PART-CAP-CTR   TO WS-RT-PART-CAP.
           MOVE WS-CAPPED-CTR     TO WS-RT-CAPPED.
           MOVE WS-CLAIM-TOTAL    TO WS-RT-CLAIM-TOTAL.
           MOVE SPACES TO TO02-POSTING-RECORD.
           WRITE TO02-POSTING-RECORD.
           WRITE TO02-POSTING-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN I-O MO01-REBATE-KSDS.
           IF NOT REB-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE KSDS: ' WS-REB-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-REBATE-YEAR-KSDS.
           IF NOT RBY-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE YEAR KSDS: '
                      WS-RBY-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-FUNDING-CLAIM.
           IF NOT CLM-IO-STATUS
              DISPLAY 'ERROR OPENING FUNDING CLAIM FILE: '
                      WS-CLM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-POSTING-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING REBATE POSTING REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-SCAN-ONE-APPLICATION  SECTION.

           READ MO01-REBATE-KSDS NEXT RECORD
               AT END  SET REB-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-CTR
                   IF REB-STAT-APPROVED
                      PERFORM 2300-POST-ONE-REBATE
                   END-IF
           END-READ.

       2300-POST-ONE-REBATE  SECTION.

           PERFORM 2400-READ-YEAR-TOTAL.

      *    THE CAP IS PER CUSTOMER PER CALENDAR YEAR OF POSTING --
      *    A REBATE THAT WOULD CROSS IT IS PAID UP TO IT, AND ONE
      *    ARRIVING AFTER IT IS REACHED IS CLOSED UNPAID.
           COMPUTE WS-CAP-REMAINING =
                   WS-ANNUAL-CAP - WS-YEAR-CREDITED.

           IF WS-CAP-REMAINING NOT > ZEROS
              MOVE ZEROS TO WS-CREDIT-AMT
              MOVE 'CAPPED OUT' TO WS-POST-RESULT
              ADD 1 TO WS-CAPPED-CTR
              SET REB-STAT-CAPPED TO TRUE
           ELSE
              IF REB-REBATE-AMT > WS-CAP-REMAINING
                 MOVE WS-CAP-REMAINING TO WS-CREDIT-AMT
                 MOVE 'PART - CAPPED' TO WS-POST-RESULT
                 ADD 1 TO WS-PART-CAP-CTR
              ELSE
                 MOVE REB-REBATE-AMT TO WS-CREDIT-AMT
                 MOVE 'CREDITED' TO WS-POST-RESULT
              END-IF
              ADD 1 TO WS-CREDITED-CTR
              SET REB-STAT-CREDITED TO TRUE
              COMPUTE WS-ADJ-POST-AMT = 0 - WS-CREDIT-AMT
              PERFORM 2500-POST-ADJUSTMENT
              PERFORM 2450-UPDATE-YEAR-TOTAL
              PERFORM 2600-WRITE-CLAIM-DETAIL
           END-IF.

           MOVE WS-CREDIT-AMT TO REB-CREDIT-AMT.
           MOVE WS-DATE       TO REB-POSTED-DATE.
           REWRITE MO01-REBATE-RECORD
               INVALID KEY
                   DISPLAY 'REBATE REWRITE FAILED: ' REB-APPL-ID
                           ' STATUS: ' WS-REB-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

           MOVE REB-APPL-ID       TO WS-RD-APPL-ID.
           MOVE REB-CUST-ID       TO WS-RD-CUST-ID.
           MOVE REB-MEASURE-CODE  TO WS-RD-MEASURE.
           MOVE REB-INVOICE-AMT   TO WS-RD-INVOICE.
           MOVE REB-REBATE-AMT    TO WS-RD-REBATE.
           MOVE WS-YEAR-CREDITED  TO WS-RD-YTD.
           MOVE WS-CREDIT-AMT     TO WS-RD-CREDIT.
           MOVE REB-APPROVER-ID   TO WS-RD-APPROVER.
           MOVE WS-POST-RESULT    TO WS-RD-RESULT.
           WRITE TO02-POSTING-RECORD FROM WS-REPORT-DETAIL.

       2400-READ-YEAR-TOTAL  SECTION.

           MOVE REB-CUST-ID  TO RBY-CUST-ID.
           MOVE WS-DATE-YEAR TO RBY-YEAR.
           MOVE 'N' TO WS-YEAR-ROW-FLAG.

           READ MO02-REBATE-YEAR-KSDS
               INVALID KEY
                   MOVE ZEROS TO WS-YEAR-CREDITED
               NOT INVALID KEY
                   SET YEAR-ROW-EXISTS TO TRUE
                   MOVE RBY-CREDITED-AMT TO WS-YEAR-CREDITED
           END-READ.

       2450-UPDATE-YEAR-TOTAL  SECTION.

           IF YEAR-ROW-EXISTS
              ADD WS-CREDIT-AMT TO RBY-CREDITED-AMT
              ADD 1 TO RBY-REBATE-CNT
              REWRITE MO02-REBATE-YEAR-RECORD
                  INVALID KEY
                      DISPLAY 'REBATE YEAR REWRITE FAILED: '
                              RBY-KEY ' STATUS: ' WS-RBY-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-REWRITE
           ELSE
              MOVE SPACES        TO MO02-REBATE-YEAR-RECORD
              MOVE REB-CUST-ID   TO RBY-CUST-ID
              MOVE WS-DATE-YEAR  TO RBY-YEAR
              MOVE WS-CREDIT-AMT TO RBY-CREDITED-AMT
              MOVE 1             TO RBY-REBATE-CNT
              WRITE MO02-REBATE-YEAR-RECORD
                  INVALID KEY
                      DISPLAY 'REBATE YEAR WRITE FAILED: '
                              RBY-KEY ' STATUS: ' WS-RBY-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-WRITE
           END-IF.

       2500-POST-ADJUSTMENT  SECTION.

      *    SAME MERGE-INTO-ONE-ROW PATTERN WOCHG001 USES -- A
      *    PENDING ROW KEEPS ITS REASON AND TAKES THE CREDIT ON
      *    TOP; A FRESH ROW CARRIES THE EFFICIENCY REBATE CODE.
           MOVE REB-CUST-ID TO ADJ-CUST-ID.

           READ MO03-ADJ-KSDS
               INVALID KEY
                   MOVE REB-CUST-ID     TO ADJ-CUST-ID
                   MOVE WS-ADJ-POST-AMT TO ADJ-AMOUNT
                   MOVE 'EE'            TO ADJ-REASON-CODE
                   MOVE WS-DATE         TO ADJ-DATE
                   WRITE MO03-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJ WRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ADJ-POST-AMT TO ADJ-AMOUNT
                   MOVE WS-DATE TO ADJ-DATE
                   REWRITE MO03-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ADJ REWRITE FAILED: '
                                   ADJ-CUST-ID
                                   ' STATUS: ' WS-ADJ-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2600-WRITE-CLAIM-DETAIL  SECTION.

           MOVE SPACES            TO TO01-CLAIM-DETAIL.
           SET CLM-DETAIL         TO TRUE.
           MOVE REB-APPL-ID       TO CLM-APPL-ID.
           MOVE REB-CUST-ID       TO CLM-CUST-ID.
           MOVE REB-MEASURE-CODE  TO CLM-MEASURE-CODE.
           MOVE REB-INVOICE-AMT   TO CLM-INVOICE-AMT.
           MOVE REB-INSTALL-DATE  TO CLM-INSTALL-DATE.
           MOVE REB-INSP-DATE     TO CLM-INSP-DATE.
           MOVE REB-APPROVER-ID   TO CLM-APPROVER-ID.
           MOVE REB-APPROVAL-DATE TO CLM-APPROVAL-DATE.
           MOVE WS-CREDIT-AMT     TO CLM-CREDIT-AMT.
           MOVE WS-DATE           TO CLM-POSTED-DATE.
           WRITE TO01-CLAIM-DETAIL.

           ADD 1 TO WS-CLAIM-CTR.
           ADD WS-CREDIT-AMT TO WS-CLAIM-TOTAL.

       2700-WRITE-CLAIM-TRAILER  SECTION.

           MOVE SPACES            TO TO01-CLAIM-TRAILER.
           MOVE 'T'               TO CLT-REC-TYPE.
           MOVE WS-DATE           TO CLT-CLAIM-DATE.
           MOVE WS-CLAIM-CTR      TO CLT-DETAIL-CNT.
           MOVE WS-CLAIM-TOTAL    TO CLT-CLAIM-TOTAL.
           WRITE TO01-CLAIM-TRAILER.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' APPLICATIONS SCANNED     ',  WS-SCANNED-CTR
           DISPLAY ' REBATES CREDITED         ',  WS-CREDITED-CTR
           DISPLAY ' OF WHICH PART-CAPPED     ',  WS-PART-CAP-CTR
           DISPLAY ' CAPPED OUT - NOT PAID    ',  WS-CAPPED-CTR
           DISPLAY ' CLAIM DETAILS WRITTEN    ',  WS-CLAIM-CTR
           DISPLAY ' CLAIM TOTAL              ',  WS-CLAIM-TOTAL
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-REBATE-KSDS,
                  MO02-REBATE-YEAR-KSDS,
                  MO03-ADJ-KSDS,
                  TO01-FUNDING-CLAIM,
                  TO02-POSTING-RPT.

           STOP RUN.
