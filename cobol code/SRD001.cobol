       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SRD001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CUSTOMER-SUBMITTED READINGS -- THE SMS GATEWAY FILE AND
      *    THE WEB-PORTAL FILE IN ONE LAYOUT, CONCATENATED UNDER
      *    THE ONE DD; THE CHANNEL BYTE SAYS WHICH ONE EACH CAME IN
      *    THROUGH.
           SELECT TI01-SELF-READ-TRAN ASSIGN TO SRDTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    READ-WINDOW CARDS -- ONE PER READING CYCLE, THE FIRST
      *    AND LAST DATE A READING FOR THAT CYCLE MAY BE TAKEN. A
      *    CYCLE WITH NO CARD FALLS BACK TO THE DEFAULT WINDOW
      *    ENDING ON THE RUN DATE.
           SELECT TI02-READ-WINDOW    ASSIGN TO SRDWIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WIN-STATUS.

      *    SAME ONE-RECORD TOLERANCE PARAMETER FILE MTR004 READS,
      *    SO A CUSTOMER READING IS HELD TO THE SAME BAND AS A
      *    FIELD-OFFICE CORRECTION.
           SELECT TI03-TOL-PARM-FILE  ASSIGN TO TOLPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

           SELECT MI01-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    METER-READING CYCLE/ROUTE MASTER MAINTAINED BY ROUTE001
      *    -- THE CYCLE WHOSE READ WINDOW THE READING MUST FALL IN.
           SELECT MI02-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    CONSUMPTION HISTORY WRITTEN BY BILL003 -- THE TRAILING
      *    AVERAGE THE TOLERANCE BAND IS PROPORTIONED TO.
           SELECT MI03-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

      *    STAGED SELF-READS -- ONE ROW PER METER, THE LATEST
      *    ACCEPTED CUSTOMER READING. BILL003 BILLS FROM A PENDING
      *    ROW INSTEAD OF ESTIMATING WHEN NO FIELD READING CAME IN,
      *    AND MARKS IT BILLED.
           SELECT MO01-SELF-READ-KSDS ASSIGN TO SRDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SR-METER-ID
           FILE STATUS            IS WS-SR-STATUS.

           SELECT TO01-SELF-READ-ERR  ASSIGN TO SRDERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-SELF-READ-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 TI01-SELF-READ-RECORD.
          05 IN-CHANNEL          PIC X(01).
             88 IN-CHAN-SMS                 VALUE 'S'.
             88 IN-CHAN-PORTAL              VALUE 'W'.
             88 IN-CHAN-VALID               VALUE 'S' 'W'.
          05 IN-METER-ID         PIC X(14).
      *    THE PORTAL ALWAYS KNOWS THE ACCOUNT; AN SMS FROM AN
      *    UNREGISTERED HANDSET ARRIVES WITH IT BLANK.
          05 IN-CUST-ID          PIC X(12).
          05 IN-READING          PIC 9(06).
          05 IN-READ-DATE        PIC 9(08).
          05 IN-CHANNEL-REF      PIC X(12).
          05 FILLER              PIC X(07).

       FD TI02-READ-WINDOW
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI02-READ-WINDOW-RECORD.
          05 WIN-CYCLE-CODE      PIC X(02).
          05 WIN-OPEN-DATE       PIC 9(08).
          05 WIN-CLOSE-DATE      PIC 9(08).
          05 FILLER              PIC X(02).

       FD TI03-TOL-PARM-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         9   CHARACTERS.

       01 TI03-TOL-PARM-RECORD.
          05 PARM-ABS-UNITS      PIC 9(06).
          05 PARM-PCT            PIC 9(03).

       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI02-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI02-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

       FD MI03-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI03-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 FILLER                 PIC X(10).

      *    SAME STAGED SELF-READ LAYOUT BILL003 BILLS FROM.
       FD MO01-SELF-READ-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-SELF-READ-RECORD.
          05 SR-METER-ID         PIC X(14).
          05 SR-CUST-ID          PIC X(12).
          05 SR-READING          PIC 9(06).
          05 SR-READ-DATE        PIC 9(08).
          05 SR-READ-TYPE        PIC X(01).
             88 SR-TYPE-CUSTOMER            VALUE 'C'.
          05 SR-CHANNEL          PIC X(01).
          05 SR-CHANNEL-REF      PIC X(12).
          05 SR-STAGED-DATE      PIC 9(08).
          05 SR-STATUS           PIC X(01).
             88 SR-STAT-PENDING             VALUE 'P'.
             88 SR-STAT-BILLED              VALUE 'B'.
          05 SR-BILL-PERIOD      PIC 9(06).
          05 FILLER              PIC X(11).

       FD TO01-SELF-READ-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         61  CHARACTERS.

       01 TO01-SELF-READ-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(60).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-METER-NOT-FOUND    VALUE '1'.
             88 ERR-REAS-DATA-INVALID       VALUE '2'.
             88 ERR-REAS-CUST-MISMATCH      VALUE '3'.
             88 ERR-REAS-NO-CYCLE           VALUE '4'.
             88 ERR-REAS-OUTSIDE-WINDOW     VALUE '5'.
             88 ERR-REAS-BELOW-LAST-READ    VALUE '6'.
             88 ERR-REAS-OVER-TOLERANCE     VALUE '7'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-WIN-STATUS         PIC X(02).
             88 WIN-IO-STATUS      VALUE '00'.
             88 WIN-EOF            VALUE '10'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-SR-STATUS          PIC X(02).
             88 SR-IO-STATUS       VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP VALUE 0.

      *    READ WINDOWS BY CYCLE CODE, LOADED ONCE FROM THE CARDS.
      *    THE DEFAULT WINDOW IS THE WS-DFLT-WINDOW-DAYS DAYS UP TO
      *    AND INCLUDING THE RUN DATE.
       01 WS-WINDOW-TABLE-STORAGE.
          05 WS-WINDOW-TABLE.
             10 WS-WIN-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-WIN-IDX.
                15 WS-WT-CYCLE-CODE  PIC X(02).
                15 WS-WT-OPEN-DATE   PIC 9(08).
                15 WS-WT-CLOSE-DATE  PIC 9(08).
          05 WS-WIN-COUNT          PIC 9(03) VALUE ZEROS.
          05 WS-WIN-MAX-ENTRIES    PIC 9(03) VALUE 100.
          05 WS-DFLT-WINDOW-DAYS   PIC 9(02) VALUE 07.
          05 WS-DFLT-OPEN-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-WIN-OPEN-DATE      PIC 9(08) VALUE ZEROS.
          05 WS-WIN-CLOSE-DATE     PIC 9(08) VALUE ZEROS.

      *    TOLERANCE BAND = THE WIDER OF THE ABSOLUTE BAND AND THE
      *    PERCENT OF THE CUSTOMER'S TRAILING CONSUMPTION AVERAGE
      *    -- MTR004'S RULE AND DEFAULTS.
       01 WS-TOLERANCE-VARIABLES.
          05 WS-TOL-ABS-UNITS      PIC 9(06) VALUE 001000.
          05 WS-TOL-PCT            PIC 9(03) VALUE 050.
          05 WS-TOL-BAND           PIC 9(06) VALUE ZEROS.
          05 WS-TOL-PCT-BAND       PIC 9(06) VALUE ZEROS.
          05 WS-MOVEMENT           PIC 9(06) VALUE ZEROS.

       01 WS-TRAILING-AVG-VARIABLES.
          05 WS-TRAIL-AVG          PIC 9(06) VALUE ZEROS.
          05 WS-AVG-SUM            PIC 9(09) VALUE ZEROS.
          05 WS-AVG-FOUND-CNT      PIC 9(02) VALUE ZEROS.
          05 WS-AVG-PERIODS        PIC 9(02) VALUE 12.
          05 WS-AVG-LOOP-CTR       PIC 9(02) VALUE ZEROS.
          05 WS-AVG-WORK-PERIOD    PIC 9(06) VALUE ZEROS.
          05 WS-AVG-PERIOD-YYYY    PIC 9(04) VALUE ZEROS.
          05 WS-AVG-PERIOD-MM      PIC 9(02) VALUE ZEROS.

       01 WS-ERR-REASON            PIC X(01) VALUE SPACE.
          88 READING-ACCEPTABLE              VALUE SPACE.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-SMS-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-PORTAL-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-STAGED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-REPLACED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-SUPERSEDED-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-WINDOW-REJ-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-TOL-REJ-CTR        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SRD001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  CUSTOMER SELF-READ INTAKE             '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                   - WS-DFLT-WINDOW-DAYS + 1.
           COMPUTE WS-DFLT-OPEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-TOLERANCE-PARMS.

           PERFORM 2160-LOAD-READ-WINDOWS.

           PERFORM 2200-READ-SELF-READ-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SELF-READ-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING SELF-READ INPUT: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY KSDS: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-SELF-READ-KSDS.
           IF NOT SR-IO-STATUS
              DISPLAY 'ERROR OPENING STAGED SELF-READ KSDS: '
                      WS-SR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SELF-READ-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING SELF-READ REJECT FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-TOLERANCE-PARMS SECTION.

      *    ONE PARAMETER RECORD; ANYTHING ELSE LEAVES THE BUILT-IN
      *    DEFAULTS IN FORCE AND SAYS SO ON THE LOG, AS MTR004
      *    DOES.
           OPEN INPUT TI03-TOL-PARM-FILE.
           IF NOT PARM-IO-STATUS
              DISPLAY 'TOLERANCE PARM FILE NOT AVAILABLE - '
                      'DEFAULTS IN FORCE: ' WS-TOL-ABS-UNITS
                      ' UNITS / ' WS-TOL-PCT ' PCT'
           ELSE
              READ TI03-TOL-PARM-FILE
                   AT END
                      DISPLAY 'TOLERANCE PARM FILE EMPTY - '
                              'DEFAULTS IN FORCE'
                   NOT AT END
                      IF PARM-ABS-UNITS IS NUMERIC
                         AND PARM-PCT IS NUMERIC
                         MOVE PARM-ABS-UNITS TO WS-TOL-ABS-UNITS
                         MOVE PARM-PCT       TO WS-TOL-PCT
                      ELSE
                         DISPLAY 'TOLERANCE PARM NOT NUMERIC - '
                                 'DEFAULTS IN FORCE'
                      END-IF
              END-READ
              CLOSE TI03-TOL-PARM-FILE
           END-IF.

           DISPLAY 'TOLERANCE BAND: ' WS-TOL-ABS-UNITS
                   ' UNITS OR ' WS-TOL-PCT
                   ' PCT OF TRAILING AVERAGE'.

       2160-LOAD-READ-WINDOWS SECTION.

      *    A MISSING CARD FILE IS NOT FATAL -- EVERY CYCLE THEN
      *    TAKES THE DEFAULT WINDOW.
           OPEN INPUT TI02-READ-WINDOW.
           IF NOT WIN-IO-STATUS
              DISPLAY 'READ-WINDOW FILE NOT AVAILABLE - DEFAULT '
                      'WINDOW FOR ALL CYCLES'
           ELSE
              PERFORM 2165-READ-WINDOW-CARD UNTIL WIN-EOF
              CLOSE TI02-READ-WINDOW
           END-IF.

           DISPLAY 'READ WINDOWS LOADED: ' WS-WIN-COUNT
                   '  DEFAULT WINDOW: ' WS-DFLT-OPEN-DATE
                   ' TO ' WS-DATE.

       2165-READ-WINDOW-CARD SECTION.

           READ TI02-READ-WINDOW
               AT END
                   SET WIN-EOF TO TRUE
               NOT AT END
                   IF WIN-OPEN-DATE IS NOT NUMERIC
                      OR WIN-CLOSE-DATE IS NOT NUMERIC
                      OR WIN-CLOSE-DATE < WIN-OPEN-DATE
                      DISPLAY 'READ-WINDOW CARD IGNORED: '
                              TI02-READ-WINDOW-RECORD
                   ELSE
                      IF WS-WIN-COUNT >= WS-WIN-MAX-ENTRIES
                         DISPLAY 'ERROR: READ-WINDOW TABLE FULL'
                      ELSE
                         ADD 1 TO WS-WIN-COUNT
                         SET WS-WIN-IDX TO WS-WIN-COUNT
                         MOVE WIN-CYCLE-CODE
                             TO WS-WT-CYCLE-CODE(WS-WIN-IDX)
                         MOVE WIN-OPEN-DATE
                             TO WS-WT-OPEN-DATE(WS-WIN-IDX)
                         MOVE WIN-CLOSE-DATE
                             TO WS-WT-CLOSE-DATE(WS-WIN-IDX)
                      END-IF
                   END-IF
           END-READ.

       2200-READ-SELF-READ-TRAN SECTION.

           READ TI01-SELF-READ-TRAN
               AT END  SET TRAN-EOF TO TRUE
               DISPLAY '----------------------------------------'
               DISPLAY 'NO MORE SELF-READ SUBMISSIONS -----------'
               DISPLAY '----------------------------------------'

               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   IF IN-CHAN-SMS
                      ADD 1 TO WS-SMS-CTR
                   END-IF
                   IF IN-CHAN-PORTAL
                      ADD 1 TO WS-PORTAL-CTR
                   END-IF
                   PERFORM 2300-VALIDATE-SELF-READ
                   IF READING-ACCEPTABLE
                      PERFORM 2600-STAGE-SELF-READ
                   ELSE
                      PERFORM 2900-WRITE-REJECT
                   END-IF
           END-READ.

       2300-VALIDATE-SELF-READ SECTION.

      *    EACH TEST RUNS ONLY WHILE THE READING IS STILL CLEAN,
      *    SO THE REJECT CARRIES THE FIRST REASON IT FAILED ON.
           MOVE SPACE TO WS-ERR-REASON.

           IF NOT IN-CHAN-VALID
              OR IN-READING IS NOT NUMERIC
              OR IN-READ-DATE IS NOT NUMERIC
              OR IN-METER-ID = SPACES
              MOVE '2' TO WS-ERR-REASON
           END-IF.

           IF READING-ACCEPTABLE
              MOVE IN-METER-ID TO MTR-ID
              READ MI01-METER-KSDS
                  INVALID KEY
                      MOVE '1' TO WS-ERR-REASON
              END-READ
           END-IF.

           IF READING-ACCEPTABLE
              IF IN-CUST-ID NOT = SPACES
                 AND IN-CUST-ID NOT = MTR-CUST-ID
                 MOVE '3' TO WS-ERR-REASON
              END-IF
           END-IF.

           IF READING-ACCEPTABLE
              PERFORM 2400-CHECK-READ-WINDOW
           END-IF.

           IF READING-ACCEPTABLE
              IF IN-READING < MTR-CURR-READ
                 MOVE '6' TO WS-ERR-REASON
              END-IF
           END-IF.

           IF READING-ACCEPTABLE
              PERFORM 2500-CHECK-TOLERANCE
           END-IF.

       2400-CHECK-READ-WINDOW SECTION.

      *    THE READING MUST HAVE BEEN TAKEN INSIDE THE READ WINDOW
      *    OF THE METER'S CYCLE, AND NEVER AFTER TONIGHT'S RUN
      *    DATE. A METER WITH NO CYCLE ROW IS ON NO ROUTE, SO
      *    THERE IS NO WINDOW TO HOLD ITS READING TO.
           MOVE IN-METER-ID TO CYC-METER-ID.
           READ MI02-CYCLE-KSDS
               INVALID KEY
                   MOVE '4' TO WS-ERR-REASON
               NOT INVALID KEY
                   MOVE WS-DFLT-OPEN-DATE TO WS-WIN-OPEN-DATE
                   MOVE WS-DATE           TO WS-WIN-CLOSE-DATE
                   PERFORM 2410-FIND-CYCLE-WINDOW
                       VARYING WS-WIN-IDX FROM 1 BY 1
                       UNTIL WS-WIN-IDX > WS-WIN-COUNT
                   IF IN-READ-DATE < WS-WIN-OPEN-DATE
                      OR IN-READ-DATE > WS-WIN-CLOSE-DATE
                      OR IN-READ-DATE > WS-DATE
                      MOVE '5' TO WS-ERR-REASON
                      ADD 1 TO WS-WINDOW-REJ-CTR
                   END-IF
           END-READ.

       2410-FIND-CYCLE-WINDOW SECTION.

           IF WS-WT-CYCLE-CODE(WS-WIN-IDX) = CYC-CYCLE-CODE
              MOVE WS-WT-OPEN-DATE(WS-WIN-IDX)  TO WS-WIN-OPEN-DATE
              MOVE WS-WT-CLOSE-DATE(WS-WIN-IDX) TO WS-WIN-CLOSE-DATE
           END-IF.

       2500-CHECK-TOLERANCE SECTION.

      *    THE MOVEMENT SINCE THE LAST READING ON THE MASTER MUST
      *    SIT INSIDE MTR004'S BAND -- A CUSTOMER READING PAST IT
      *    IS NOT BILLED FROM, BECAUSE THERE IS NO SUPERVISOR ON
      *    THE SMS CHANNEL TO CARRY IT THROUGH.
           COMPUTE WS-MOVEMENT = IN-READING - MTR-CURR-READ.

           MOVE WS-TOL-ABS-UNITS TO WS-TOL-BAND.
           PERFORM 2520-COMPUTE-TRAILING-AVG.
           IF WS-TRAIL-AVG > ZEROS
              COMPUTE WS-TOL-PCT-BAND ROUNDED =
                      WS-TRAIL-AVG * WS-TOL-PCT / 100
              IF WS-TOL-PCT-BAND > WS-TOL-BAND
                 MOVE WS-TOL-PCT-BAND TO WS-TOL-BAND
              END-IF
           END-IF.

           IF WS-MOVEMENT > WS-TOL-BAND
              MOVE '7' TO WS-ERR-REASON
              ADD 1 TO WS-TOL-REJ-CTR
              DISPLAY 'SELF-READ OVER TOLERANCE: ' IN-METER-ID
                      ' MOVEMENT ' WS-MOVEMENT
                      ' BAND ' WS-TOL-BAND
           END-IF.

       2520-COMPUTE-TRAILING-AVG SECTION.

      *    THE LAST TWELVE PERIODS, WALKED BACKWARDS FROM THE RUN
      *    DATE WITH ONE KEYED READ EACH, THE WAY MTR004 DOES.
           MOVE ZEROS        TO WS-AVG-SUM.
           MOVE ZEROS        TO WS-AVG-FOUND-CNT.
           MOVE WS-DATE(1:6) TO WS-AVG-WORK-PERIOD.

           PERFORM 2525-READ-ONE-PERIOD
              VARYING WS-AVG-LOOP-CTR FROM 1 BY 1
              UNTIL WS-AVG-LOOP-CTR > WS-AVG-PERIODS.

           IF WS-AVG-FOUND-CNT > ZEROS
              COMPUTE WS-TRAIL-AVG ROUNDED =
                      WS-AVG-SUM / WS-AVG-FOUND-CNT
           ELSE
              MOVE ZEROS TO WS-TRAIL-AVG
           END-IF.

       2525-READ-ONE-PERIOD SECTION.

           PERFORM 2526-DECREMENT-AVG-PERIOD.
           MOVE MTR-CUST-ID        TO CH-CUST-ID.
           MOVE WS-AVG-WORK-PERIOD TO CH-BILL-PERIOD.
           READ MI03-CONS-HIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CH-UNITS-CONSUMED TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-FOUND-CNT
           END-READ.

       2526-DECREMENT-AVG-PERIOD SECTION.

           MOVE WS-AVG-WORK-PERIOD(1:4) TO WS-AVG-PERIOD-YYYY.
           MOVE WS-AVG-WORK-PERIOD(5:2) TO WS-AVG-PERIOD-MM.

           IF WS-AVG-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-AVG-PERIOD-YYYY
              MOVE 12 TO WS-AVG-PERIOD-MM
           ELSE
              SUBTRACT 1 FROM WS-AVG-PERIOD-MM
           END-IF.

           MOVE WS-AVG-PERIOD-YYYY TO WS-AVG-WORK-PERIOD(1:4).
           MOVE WS-AVG-PERIOD-MM   TO WS-AVG-WORK-PERIOD(5:2).

       2600-STAGE-SELF-READ SECTION.

      *    ONE STAGED ROW PER METER. A PENDING ROW IS REPLACED ONLY
      *    BY A READING TAKEN ON THE SAME DAY OR LATER; A ROW
      *    ALREADY BILLED IS SIMPLY OVERWRITTEN BY THE NEW ONE.
           MOVE IN-METER-ID TO SR-METER-ID.
           READ MO01-SELF-READ-KSDS
               INVALID KEY
                   PERFORM 2610-BUILD-STAGED-ROW
                   WRITE MO01-SELF-READ-RECORD
                       INVALID KEY
                           DISPLAY 'SELF-READ STAGE WRITE FAILED: '
                                   SR-METER-ID
                                   ' STATUS: ' WS-SR-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-STAGED-CTR
                   END-WRITE
               NOT INVALID KEY
                   IF SR-STAT-PENDING
                      AND SR-READ-DATE > IN-READ-DATE
                      ADD 1 TO WS-SUPERSEDED-CTR
                      DISPLAY 'OLDER SELF-READ IGNORED: '
                              IN-METER-ID ' ' IN-READ-DATE
                   ELSE
                      PERFORM 2610-BUILD-STAGED-ROW
                      REWRITE MO01-SELF-READ-RECORD
                          INVALID KEY
                              DISPLAY 'SELF-READ STAGE REWRITE '
                                      'FAILED: ' SR-METER-ID
                                      ' STATUS: ' WS-SR-STATUS
                              ADD 1 TO WS-ERROR-CTR
                          NOT INVALID KEY
                              ADD 1 TO WS-STAGED-CTR
                              ADD 1 TO WS-REPLACED-CTR
                      END-REWRITE
                   END-IF
           END-READ.

       2610-BUILD-STAGED-ROW SECTION.

           MOVE SPACES          TO MO01-SELF-READ-RECORD.
           MOVE IN-METER-ID     TO SR-METER-ID.
           MOVE MTR-CUST-ID     TO SR-CUST-ID.
           MOVE IN-READING      TO SR-READING.
           MOVE IN-READ-DATE    TO SR-READ-DATE.
           SET SR-TYPE-CUSTOMER TO TRUE.
           MOVE IN-CHANNEL      TO SR-CHANNEL.
           MOVE IN-CHANNEL-REF  TO SR-CHANNEL-REF.
           MOVE WS-DATE         TO SR-STAGED-DATE.
           SET SR-STAT-PENDING  TO TRUE.
           MOVE ZEROS           TO SR-BILL-PERIOD.

       2900-WRITE-REJECT SECTION.

           MOVE TI01-SELF-READ-RECORD TO ERR-TRAN-IMAGE.
           MOVE WS-ERR-REASON         TO ERR-REASON.
           WRITE TO01-SELF-READ-ERR-RECORD.
           ADD 1 TO WS-ERROR-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' SELF-READS RECEIVED      ',  WS-READ-CTR
           DISPLAY '   BY SMS                 ',  WS-SMS-CTR
           DISPLAY '   BY WEB PORTAL          ',  WS-PORTAL-CTR
           DISPLAY ' STAGED FOR BILLING       ',  WS-STAGED-CTR
           DISPLAY '   REPLACING EARLIER ROW  ',  WS-REPLACED-CTR
           DISPLAY ' OLDER THAN STAGED ROW    ',  WS-SUPERSEDED-CTR
           DISPLAY ' OUTSIDE READ WINDOW      ',  WS-WINDOW-REJ-CTR
           DISPLAY ' OVER TOLERANCE BAND      ',  WS-TOL-REJ-CTR
           DISPLAY ' REJECTED / ERRORS        ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-SELF-READ-TRAN,
                  MI01-METER-KSDS,
                  MI02-CYCLE-KSDS,
                  MI03-CONS-HIST-KSDS,
                  MO01-SELF-READ-KSDS,
                  TO01-SELF-READ-ERR.
           DISPLAY '----------------------------------------'
           DISPLAY 'SELF-READ INPUT       IS CLOSED         '
           DISPLAY 'STAGED SELF-READ KSDS IS CLOSED         '
           DISPLAY '----------------------------------------'

           STOP RUN.
