       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RACC002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CHECK-READ TOLERANCES AND THE SCORECARD WINDOW, SHARED
      *    WITH RACC001. NO FILE, THE DEFAULTS STAND.
           SELECT TI01-RACC-PARM      ASSIGN TO RACCPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    THE SUPERVISORS' CHECK READINGS, ONE CARD PER METER
      *    VISITED FROM THE RACC001 LIST.
           SELECT TI02-CHECK-READS    ASSIGN TO CHKREAD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CR-STATUS.

      *    CHECK-READ SAMPLE REGISTER RACC001 WRITES.
           SELECT MO01-CHECK-KSDS     ASSIGN TO CHKSKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CHK-KEY
           FILE STATUS            IS WS-CHK-STATUS.

           SELECT TO01-CHECK-REJECTS  ASSIGN TO CHKERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    READINGS THE CHECK SHOWS COULD NOT HAVE BEEN TAKEN.
           SELECT TO02-EXCEPTION-RPT  ASSIGN TO CHKEXCP
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-EXC-STATUS.

      *    ACCURACY SCORECARD PER READER OVER THE WINDOW.
           SELECT TO03-SCORECARD-RPT  ASSIGN TO CHKSCORE
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-SCR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME CHECK-READ PARAMETER LAYOUT RACC001 READS.
       FD TI01-RACC-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-RACC-PARM-RECORD.
          05 PRM-BASE-PCT         PIC 9(03).
          05 PRM-MAX-PCT          PIC 9(03).
          05 PRM-LOOKBACK-DAYS    PIC 9(03).
          05 PRM-TOL-PCT          PIC 9(03).
          05 PRM-TOL-FLOOR        PIC 9(05).
          05 PRM-EXPIRE-DAYS      PIC 9(03).
          05 PRM-SCORE-DAYS       PIC 9(03).
          05 PRM-KEEP-DAYS        PIC 9(05).
          05 FILLER               PIC X(12).

       FD TI02-CHECK-READS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI02-CHECK-READ-RECORD.
          05 CR-METER-ID          PIC X(14).
          05 CR-CHECK-DATE        PIC 9(08).
          05 CR-CHECK-READING     PIC 9(08).
          05 CR-SUPERVISOR-ID     PIC X(08).
          05 FILLER               PIC X(02).

      *    SAME CHECK-READ SAMPLE LAYOUT RACC001 WRITES.
       FD MO01-CHECK-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-CHECK-RECORD.
          05 CHK-KEY.
             10 CHK-METER-ID        PIC X(14).
             10 CHK-SAMPLE-DATE     PIC 9(08).
          05 CHK-CYCLE-CODE         PIC X(02).
          05 CHK-READER-ID          PIC X(08).
          05 CHK-CUST-ID            PIC X(12).
          05 CHK-ORIG-READING       PIC 9(08).
          05 CHK-DAILY-UNITS        PIC 9(05)V99.
          05 CHK-STATUS             PIC X(01).
             88 CHK-OPEN                     VALUE 'O'.
             88 CHK-AGREED                   VALUE 'A'.
             88 CHK-EXCEPTION                VALUE 'X'.
             88 CHK-EXPIRED                  VALUE 'E'.
          05 CHK-CHECK-DATE         PIC 9(08).
          05 CHK-CHECK-READING      PIC 9(08).
          05 CHK-ALLOWANCE          PIC 9(08).
          05 CHK-CHECKED-BY         PIC X(08).
          05 CHK-EXCP-REASON        PIC X(01).
             88 CHK-RSN-NONE                 VALUE SPACE.
             88 CHK-RSN-BACKWARDS            VALUE 'B'.
             88 CHK-RSN-OVER-ALLOWANCE       VALUE 'H'.
          05 CHK-SAMPLE-PCT         PIC 9(03).
          05 FILLER                 PIC X(04).

      *    THE CARD AS KEYED AND WHY IT WAS NOT POSTED: 01 CARD
      *    INCOMPLETE OR DATED AHEAD OF THE RUN, 02 NO OPEN SAMPLE
      *    FOR THE METER, 03 CHECKED BEFORE THE SAMPLED READ.
       FD TO01-CHECK-REJECTS
           RECORDING MODE          IS F
           RECORD CONTAINS         42  CHARACTERS.

       01 TO01-CHECK-REJECT-RECORD.
          05 CE-CARD-IMAGE        PIC X(40).
          05 CE-REASON-CODE       PIC X(02).

       FD TO02-EXCEPTION-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-EXCEPTION-RPT-RECORD PIC X(133).

       FD TO03-SCORECARD-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO03-SCORECARD-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-CR-STATUS          PIC X(02).
             88 CR-IO-STATUS       VALUE '00'.
             88 CR-EOF             VALUE '10'.
          05 WS-CHK-STATUS         PIC X(02).
             88 CHK-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-EXC-STATUS         PIC X(02).
             88 EXC-IO-STATUS      VALUE '00'.
          05 WS-SCR-STATUS         PIC X(02).
             88 SCR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC S9(09) COMP VALUE 0.
          05 WS-WORK-INT           PIC S9(09) COMP VALUE 0.
          05 WS-EXPIRE-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-SCORE-DATE         PIC 9(08) VALUE ZEROS.
          05 WS-KEEP-DATE          PIC 9(08) VALUE ZEROS.

      *    THE CHECK MAY RUN AHEAD OF THE ORIGINAL BY THE DAYS
      *    BETWEEN TIMES THE CUSTOMER'S DAILY USE, PLUS FIFTY
      *    PERCENT, PLUS TEN UNITS. A SAMPLE NOT CHECKED IN THIRTY
      *    DAYS LAPSES; THE SCORECARD COVERS NINETY DAYS OF
      *    SAMPLES AND THE REGISTER KEEPS FOUR HUNDRED.
       01 WS-THRESHOLDS.
          05 WS-TOL-PCT            PIC 9(03) VALUE 50.
          05 WS-TOL-FLOOR          PIC 9(05) VALUE 10.
          05 WS-EXPIRE-DAYS        PIC 9(03) VALUE 30.
          05 WS-SCORE-DAYS         PIC 9(03) VALUE 90.
          05 WS-KEEP-DAYS          PIC 9(05) VALUE 400.

       01 WS-MATCH-VARIABLES.
          05 WS-MATCH-DATE         PIC 9(08) VALUE ZEROS.
          05 WS-ELAPSED-DAYS       PIC 9(05) VALUE ZEROS.
          05 WS-ADVANCE            PIC 9(08) VALUE ZEROS.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 SAMPLE-SCAN-EOF              VALUE 'Y'.
          05 WS-LATER-FLAG         PIC X(01) VALUE 'N'.
             88 ONLY-LATER-SAMPLE            VALUE 'Y'.
          05 WS-SWEEP-EOF-FLAG     PIC X(01) VALUE 'N'.
             88 SWEEP-EOF                    VALUE 'Y'.

      *    ONE ENTRY PER READER OVER THE SCORECARD WINDOW.
       01 WS-SCORE-TABLE-STORAGE.
          05 WS-SCORE-TABLE.
             10 WS-SC-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-SC-IDX.
                15 WS-SC-READER-ID    PIC X(08).
                15 WS-SC-ISSUED       PIC 9(05).
                15 WS-SC-CHECKED      PIC 9(05).
                15 WS-SC-AGREED       PIC 9(05).
                15 WS-SC-EXCEPTIONS   PIC 9(05).
                15 WS-SC-EXPIRED      PIC 9(05).
                15 WS-SC-OPEN         PIC 9(05).
          05 WS-SC-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-SC-TOTALS.
             10 WS-TOT-ISSUED      PIC 9(07) VALUE ZEROS.
             10 WS-TOT-CHECKED     PIC 9(07) VALUE ZEROS.
             10 WS-TOT-AGREED      PIC 9(07) VALUE ZEROS.
             10 WS-TOT-EXCEPTIONS  PIC 9(07) VALUE ZEROS.
             10 WS-TOT-EXPIRED     PIC 9(07) VALUE ZEROS.
             10 WS-TOT-OPEN        PIC 9(07) VALUE ZEROS.

       01 WS-EXCP-HEADER1.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(90) VALUE
             'CHECK-READ EXCEPTIONS - READINGS THAT COULD NOT HAVE BE
      -      'EN TAKEN'.
          05 FILLER               PIC X(9)  VALUE 'RUN DATE'.
          05 WS-EH-DATE           PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-EXCP-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METER'.
          05 FILLER               PIC X(10) VALUE 'READER'.
          05 FILLER               PIC X(5)  VALUE 'RTE'.
          05 FILLER               PIC X(10) VALUE 'SAMPLED'.
          05 FILLER               PIC X(10) VALUE 'ORIGINAL'.
          05 FILLER               PIC X(10) VALUE 'CHECKED'.
          05 FILLER               PIC X(10) VALUE 'CHECK READ'.
          05 FILLER               PIC X(6)  VALUE 'DAYS'.
          05 FILLER               PIC X(10) VALUE 'ALLOWANCE'.
          05 FILLER               PIC X(10) VALUE 'BY'.
          05 FILLER               PIC X(34) VALUE 'REASON'.

       01 WS-EXCP-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-READER         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-CYCLE          PIC X(02).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-ED-SAMPLE-DATE    PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-ORIGINAL       PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-CHECK-DATE     PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-CHECK-READ     PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-DAYS           PIC ZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-ALLOWANCE      PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-SUPERVISOR     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-ED-REASON         PIC X(30).
          05 FILLER               PIC X(4)  VALUE SPACES.

       01 WS-SCORE-HEADER1.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'READER ACCURACY SCORECARD - SAMPLES FROM'.
          05 WS-SH-FROM-DATE      PIC 9(08).
          05 FILLER               PIC X(42) VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'RUN DATE'.
          05 WS-SH-DATE           PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-SCORE-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'READER'.
          05 FILLER               PIC X(9)  VALUE 'ISSUED'.
          05 FILLER               PIC X(9)  VALUE 'CHECKED'.
          05 FILLER               PIC X(9)  VALUE 'ACCURATE'.
          05 FILLER               PIC X(9)  VALUE 'EXCEPTNS'.
          05 FILLER               PIC X(9)  VALUE 'EXPIRED'.
          05 FILLER               PIC X(9)  VALUE 'OPEN'.
          05 FILLER               PIC X(65) VALUE 'ACCURACY %'.

       01 WS-SCORE-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SD-READER         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SD-ISSUED         PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-CHECKED        PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-AGREED         PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-EXCEPTIONS     PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-EXPIRED        PIC ZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-SD-OPEN           PIC ZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-SD-ACCURACY       PIC ZZ9.9.
          05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-ACCURACY-WORK        PIC 9(03)V9 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-CARD-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-POSTED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-AGREED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-EXCEPTION-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-EXPIRED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-PURGED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-TABLE-FULL-CTR     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RACC002 EXECUTION BEGINS HERE ..........'
           DISPLAY '  SUPERVISOR CHECK-READ SCORING         '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-RACC-PARMS.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-EXPIRE-DAYS.
           COMPUTE WS-EXPIRE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-SCORE-DAYS.
           COMPUTE WS-SCORE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-KEEP-DAYS.
           COMPUTE WS-KEEP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           MOVE WS-DATE TO WS-EH-DATE.
           WRITE TO02-EXCEPTION-RPT-RECORD FROM WS-EXCP-HEADER1.
           WRITE TO02-EXCEPTION-RPT-RECORD FROM WS-EXCP-HEADER2.

           PERFORM 2200-READ-CHECK-CARD UNTIL CR-EOF.

      *    THE CARDS ARE POSTED FIRST, SO A LATE CHECK STILL
      *    COUNTS BEFORE ITS SAMPLE CAN LAPSE.
           PERFORM 2500-SWEEP-REGISTER.

           PERFORM 2700-WRITE-SCORECARD.

      *    A READING THAT COULD NOT HAVE BEEN TAKEN IS A WARNING
      *    FOR THE READING SUPERVISORS, LIKE MTR004'S TOLERANCE
      *    EXCEPTIONS.
           IF WS-EXCEPTION-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI02-CHECK-READS.
           IF NOT CR-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ CARDS: '
                      WS-CR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-CHECK-KSDS.
           IF NOT CHK-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ REGISTER: '
                      WS-CHK-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CHECK-REJECTS.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ REJECTS: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-EXCEPTION-RPT.
           IF NOT EXC-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ EXCEPTIONS: '
                      WS-EXC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-SCORECARD-RPT.
           IF NOT SCR-IO-STATUS
              DISPLAY 'ERROR OPENING ACCURACY SCORECARD: '
                      WS-SCR-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-RACC-PARMS  SECTION.

           OPEN INPUT TI01-RACC-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO CHECK-READ PARAMETERS - USING DEFAULTS'
              GO TO 2150-EXIT
           END-IF.
           IF NOT PARM-IO-STATUS
              DISPLAY 'ERROR OPENING CHECK-READ PARAMETERS: '
                      WS-PARM-STATUS
              STOP RUN
           END-IF.

           READ TI01-RACC-PARM
               AT END
                   DISPLAY 'CHECK-READ PARM FILE EMPTY - '
                           'USING DEFAULTS'
               NOT AT END
                   IF PRM-TOL-PCT IS NUMERIC
                      MOVE PRM-TOL-PCT       TO WS-TOL-PCT
                   END-IF
                   IF PRM-TOL-FLOOR IS NUMERIC
                      MOVE PRM-TOL-FLOOR     TO WS-TOL-FLOOR
                   END-IF
                   IF PRM-EXPIRE-DAYS IS NUMERIC
                      AND PRM-EXPIRE-DAYS > ZEROS
                      MOVE PRM-EXPIRE-DAYS   TO WS-EXPIRE-DAYS
                   END-IF
                   IF PRM-SCORE-DAYS IS NUMERIC
                      AND PRM-SCORE-DAYS > ZEROS
                      MOVE PRM-SCORE-DAYS    TO WS-SCORE-DAYS
                   END-IF
                   IF PRM-KEEP-DAYS IS NUMERIC
                      AND PRM-KEEP-DAYS > WS-SCORE-DAYS
                      AND PRM-KEEP-DAYS > WS-EXPIRE-DAYS
                      MOVE PRM-KEEP-DAYS     TO WS-KEEP-DAYS
                   END-IF
           END-READ.

           CLOSE TI01-RACC-PARM.

       2150-EXIT.
           EXIT.

       2200-READ-CHECK-CARD  SECTION.

           READ TI02-CHECK-READS
               AT END  SET CR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-CTR
                   PERFORM 2300-POST-ONE-CARD
           END-READ.

      *    THE CARD GOES TO THE LATEST OPEN SAMPLE OF THE METER
      *    TAKEN ON OR BEFORE THE CHECK DATE.
       2300-POST-ONE-CARD  SECTION.

           IF CR-METER-ID = SPACES
              OR CR-CHECK-DATE IS NOT NUMERIC
              OR CR-CHECK-DATE = ZEROS
              OR CR-CHECK-DATE > WS-DATE
              OR CR-CHECK-READING IS NOT NUMERIC
              OR CR-SUPERVISOR-ID = SPACES
              MOVE '01' TO CE-REASON-CODE
              PERFORM 2390-REJECT-CARD
              GO TO 2300-EXIT
           END-IF.

           MOVE ZEROS TO WS-MATCH-DATE.
           MOVE 'N'   TO WS-LATER-FLAG.
           MOVE 'N'   TO WS-SCAN-EOF-FLAG.
           MOVE CR-METER-ID TO CHK-METER-ID.
           MOVE ZEROS       TO CHK-SAMPLE-DATE.

           START MO01-CHECK-KSDS KEY IS NOT LESS THAN CHK-KEY
               INVALID KEY
                   SET SAMPLE-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2310-SCAN-ONE-SAMPLE UNTIL SAMPLE-SCAN-EOF.

           IF WS-MATCH-DATE = ZEROS
              IF ONLY-LATER-SAMPLE
                 MOVE '03' TO CE-REASON-CODE
              ELSE
                 MOVE '02' TO CE-REASON-CODE
              END-IF
              PERFORM 2390-REJECT-CARD
              GO TO 2300-EXIT
           END-IF.

           MOVE CR-METER-ID   TO CHK-METER-ID.
           MOVE WS-MATCH-DATE TO CHK-SAMPLE-DATE.
           READ MO01-CHECK-KSDS
               INVALID KEY
                   DISPLAY 'CHECK-READ REGISTER READ FAILED: '
                           WS-CHK-STATUS ' ' CR-METER-ID
                   GO TO 2300-EXIT
           END-READ.

           PERFORM 2400-SCORE-ONE-SAMPLE.

           REWRITE MO01-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'CHECK-READ REGISTER REWRITE FAILED: '
                           WS-CHK-STATUS ' ' CR-METER-ID
                   GO TO 2300-EXIT
           END-REWRITE.

           ADD 1 TO WS-POSTED-CTR.

       2300-EXIT.
           EXIT.

       2310-SCAN-ONE-SAMPLE  SECTION.

           READ MO01-CHECK-KSDS NEXT
               AT END
                   SET SAMPLE-SCAN-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.

           IF CHK-METER-ID NOT = CR-METER-ID
              SET SAMPLE-SCAN-EOF TO TRUE
              GO TO 2310-EXIT
           END-IF.

           IF CHK-OPEN
              IF CHK-SAMPLE-DATE NOT > CR-CHECK-DATE
                 MOVE CHK-SAMPLE-DATE TO WS-MATCH-DATE
              ELSE
                 SET ONLY-LATER-SAMPLE TO TRUE
              END-IF
           END-IF.

       2310-EXIT.
           EXIT.

       2390-REJECT-CARD  SECTION.

           MOVE TI02-CHECK-READ-RECORD TO CE-CARD-IMAGE.
           WRITE TO01-CHECK-REJECT-RECORD.
           ADD 1 TO WS-REJECT-CTR.

      *    A REGISTER ONLY RUNS FORWARD, SO A CHECK BELOW THE
      *    ORIGINAL MEANS THE ORIGINAL WAS NEVER ON THE DIAL; A
      *    CHECK FURTHER AHEAD THAN THE CUSTOMER COULD HAVE USED
      *    IN THE DAYS BETWEEN MEANS THE ORIGINAL WAS SHORT.
       2400-SCORE-ONE-SAMPLE  SECTION.

           COMPUTE WS-ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE(CR-CHECK-DATE)
                 - FUNCTION INTEGER-OF-DATE(CHK-SAMPLE-DATE).

           COMPUTE CHK-ALLOWANCE ROUNDED =
                   CHK-DAILY-UNITS * WS-ELAPSED-DAYS
                   * (100 + WS-TOL-PCT) / 100
                   + WS-TOL-FLOOR
               ON SIZE ERROR
                   MOVE 99999999 TO CHK-ALLOWANCE
           END-COMPUTE.

           MOVE CR-CHECK-DATE     TO CHK-CHECK-DATE.
           MOVE CR-CHECK-READING  TO CHK-CHECK-READING.
           MOVE CR-SUPERVISOR-ID  TO CHK-CHECKED-BY.

           IF CR-CHECK-READING < CHK-ORIG-READING
              SET CHK-EXCEPTION      TO TRUE
              SET CHK-RSN-BACKWARDS  TO TRUE
              MOVE 'CHECK BELOW THE ORIGINAL READ' TO WS-ED-REASON
           ELSE
              COMPUTE WS-ADVANCE =
                      CR-CHECK-READING - CHK-ORIG-READING
              IF WS-ADVANCE > CHK-ALLOWANCE
                 SET CHK-EXCEPTION           TO TRUE
                 SET CHK-RSN-OVER-ALLOWANCE  TO TRUE
                 MOVE 'ADVANCE PAST USE ALLOWANCE' TO WS-ED-REASON
              ELSE
                 SET CHK-AGREED   TO TRUE
                 SET CHK-RSN-NONE TO TRUE
              END-IF
           END-IF.

           IF CHK-AGREED
              ADD 1 TO WS-AGREED-CTR
           ELSE
              ADD 1 TO WS-EXCEPTION-CTR
              PERFORM 2450-WRITE-EXCEPTION
           END-IF.

       2450-WRITE-EXCEPTION  SECTION.

           MOVE CHK-METER-ID      TO WS-ED-METER-ID.
           MOVE CHK-READER-ID     TO WS-ED-READER.
           MOVE CHK-CYCLE-CODE    TO WS-ED-CYCLE.
           MOVE CHK-SAMPLE-DATE   TO WS-ED-SAMPLE-DATE.
           MOVE CHK-ORIG-READING  TO WS-ED-ORIGINAL.
           MOVE CHK-CHECK-DATE    TO WS-ED-CHECK-DATE.
           MOVE CHK-CHECK-READING TO WS-ED-CHECK-READ.
           MOVE WS-ELAPSED-DAYS   TO WS-ED-DAYS.
           MOVE CHK-ALLOWANCE     TO WS-ED-ALLOWANCE.
           MOVE CHK-CHECKED-BY    TO WS-ED-SUPERVISOR.
           WRITE TO02-EXCEPTION-RPT-RECORD FROM WS-EXCP-DETAIL.

      *    ONE PASS OF THE REGISTER: ROWS PAST THE RETENTION ARE
      *    PURGED, OPEN SAMPLES PAST THE CHECK WINDOW LAPSE, AND
      *    ROWS INSIDE THE SCORECARD WINDOW ARE TALLIED.
       2500-SWEEP-REGISTER  SECTION.

           MOVE 'N'        TO WS-SWEEP-EOF-FLAG.
           MOVE LOW-VALUES TO CHK-KEY.

           START MO01-CHECK-KSDS KEY IS NOT LESS THAN CHK-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.

           PERFORM 2510-SWEEP-ONE-ROW UNTIL SWEEP-EOF.

       2510-SWEEP-ONE-ROW  SECTION.

           READ MO01-CHECK-KSDS NEXT
               AT END
                   SET SWEEP-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.

           IF CHK-SAMPLE-DATE < WS-KEEP-DATE
              DELETE MO01-CHECK-KSDS
                  INVALID KEY
                      DISPLAY 'CHECK-READ REGISTER DELETE FAILED: '
                              WS-CHK-STATUS
              END-DELETE
              ADD 1 TO WS-PURGED-CTR
              GO TO 2510-EXIT
           END-IF.

           IF CHK-OPEN
              AND CHK-SAMPLE-DATE < WS-EXPIRE-DATE
              SET CHK-EXPIRED TO TRUE
              REWRITE MO01-CHECK-RECORD
                  INVALID KEY
                      DISPLAY 'CHECK-READ REGISTER REWRITE FAILED: '
                              WS-CHK-STATUS ' ' CHK-METER-ID
              END-REWRITE
              ADD 1 TO WS-EXPIRED-CTR
           END-IF.

           IF CHK-SAMPLE-DATE NOT < WS-SCORE-DATE
              PERFORM 2550-TALLY-ONE-SAMPLE
           END-IF.

       2510-EXIT.
           EXIT.

       2550-TALLY-ONE-SAMPLE  SECTION.

           SET WS-SC-IDX TO 1.
           SEARCH WS-SC-ENTRY
               AT END
                   ADD 1 TO WS-TABLE-FULL-CTR
                   GO TO 2550-EXIT
               WHEN WS-SC-IDX > WS-SC-COUNT
                   ADD 1 TO WS-SC-COUNT
                   INITIALIZE WS-SC-ENTRY(WS-SC-IDX)
                   MOVE CHK-READER-ID TO WS-SC-READER-ID(WS-SC-IDX)
               WHEN WS-SC-READER-ID(WS-SC-IDX) = CHK-READER-ID
                   CONTINUE
           END-SEARCH.

           ADD 1 TO WS-SC-ISSUED(WS-SC-IDX).
           ADD 1 TO WS-TOT-ISSUED.
           EVALUATE TRUE
               WHEN CHK-AGREED
                   ADD 1 TO WS-SC-CHECKED(WS-SC-IDX)
                   ADD 1 TO WS-SC-AGREED(WS-SC-IDX)
                   ADD 1 TO WS-TOT-CHECKED
                   ADD 1 TO WS-TOT-AGREED
               WHEN CHK-EXCEPTION
                   ADD 1 TO WS-SC-CHECKED(WS-SC-IDX)
                   ADD 1 TO WS-SC-EXCEPTIONS(WS-SC-IDX)
                   ADD 1 TO WS-TOT-CHECKED
                   ADD 1 TO WS-TOT-EXCEPTIONS
               WHEN CHK-EXPIRED
                   ADD 1 TO WS-SC-EXPIRED(WS-SC-IDX)
                   ADD 1 TO WS-TOT-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-SC-OPEN(WS-SC-IDX)
                   ADD 1 TO WS-TOT-OPEN
           END-EVALUATE.

       2550-EXIT.
           EXIT.

       2700-WRITE-SCORECARD  SECTION.

           MOVE WS-SCORE-DATE TO WS-SH-FROM-DATE.
           MOVE WS-DATE       TO WS-SH-DATE.
           WRITE TO03-SCORECARD-RPT-RECORD FROM WS-SCORE-HEADER1.
           WRITE TO03-SCORECARD-RPT-RECORD FROM WS-SCORE-HEADER2.

           PERFORM 2750-WRITE-ONE-READER
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT.

           MOVE 'TOTAL'           TO WS-SD-READER.
           MOVE WS-TOT-ISSUED     TO WS-SD-ISSUED.
           MOVE WS-TOT-CHECKED    TO WS-SD-CHECKED.
           MOVE WS-TOT-AGREED     TO WS-SD-AGREED.
           MOVE WS-TOT-EXCEPTIONS TO WS-SD-EXCEPTIONS.
           MOVE WS-TOT-EXPIRED    TO WS-SD-EXPIRED.
           MOVE WS-TOT-OPEN       TO WS-SD-OPEN.
           MOVE ZEROS             TO WS-ACCURACY-WORK.
           IF WS-TOT-CHECKED > ZEROS
              COMPUTE WS-ACCURACY-WORK ROUNDED =
                      WS-TOT-AGREED * 100 / WS-TOT-CHECKED
           END-IF.
           MOVE WS-ACCURACY-WORK  TO WS-SD-ACCURACY.
           MOVE SPACES TO TO03-SCORECARD-RPT-RECORD.
           WRITE TO03-SCORECARD-RPT-RECORD.
           WRITE TO03-SCORECARD-RPT-RECORD FROM WS-SCORE-DETAIL.

      *    ACCURACY IS AGREED CHECKS OVER CHECKS MADE; A LAPSED OR
      *    STILL-OPEN SAMPLE NEITHER HELPS NOR HURTS THE READER.
       2750-WRITE-ONE-READER  SECTION.

           MOVE WS-SC-READER-ID(WS-SC-IDX)  TO WS-SD-READER.
           MOVE WS-SC-ISSUED(WS-SC-IDX)     TO WS-SD-ISSUED.
           MOVE WS-SC-CHECKED(WS-SC-IDX)    TO WS-SD-CHECKED.
           MOVE WS-SC-AGREED(WS-SC-IDX)     TO WS-SD-AGREED.
           MOVE WS-SC-EXCEPTIONS(WS-SC-IDX) TO WS-SD-EXCEPTIONS.
           MOVE WS-SC-EXPIRED(WS-SC-IDX)    TO WS-SD-EXPIRED.
           MOVE WS-SC-OPEN(WS-SC-IDX)       TO WS-SD-OPEN.
           MOVE ZEROS TO WS-ACCURACY-WORK.
           IF WS-SC-CHECKED(WS-SC-IDX) > ZEROS
              COMPUTE WS-ACCURACY-WORK ROUNDED =
                      WS-SC-AGREED(WS-SC-IDX) * 100
                      / WS-SC-CHECKED(WS-SC-IDX)
           END-IF.
           MOVE WS-ACCURACY-WORK TO WS-SD-ACCURACY.
           WRITE TO03-SCORECARD-RPT-RECORD FROM WS-SCORE-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' CHECK-READ CARDS READ    ',  WS-CARD-CTR
           DISPLAY ' CHECKS POSTED            ',  WS-POSTED-CTR
           DISPLAY '   AGREED                 ',  WS-AGREED-CTR
           DISPLAY '   EXCEPTIONS             ',  WS-EXCEPTION-CTR
           DISPLAY ' CARDS REJECTED           ',  WS-REJECT-CTR
           DISPLAY ' SAMPLES LAPSED           ',  WS-EXPIRED-CTR
           DISPLAY ' REGISTER ROWS PURGED     ',  WS-PURGED-CTR
           DISPLAY ' SCORECARD TABLE OVERFLOW ',  WS-TABLE-FULL-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI02-CHECK-READS,
                  MO01-CHECK-KSDS,
                  TO01-CHECK-REJECTS,
                  TO02-EXCEPTION-RPT,
                  TO03-SCORECARD-RPT.

           STOP RUN.
