           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WL-STATUS.

      *    WORK ORDERS RAISED FROM READER TROUBLE CODES -- WRITTEN
      *    IN WO001'S 94-BYTE TRANSACTION LAYOUT AND CONCATENATED
      *    BEHIND THE DISPATCHERS' INPUT IN ELECWORK, SO A DAMAGED
      *    METER REPORTED AT THE DOOR REACHES A CREW WITHOUT ANYONE
      *    RE-KEYING IT.
           SELECT TO04-TROUBLE-WO     ASSIGN TO RDTRBWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRB-STATUS.

      *    COMMON RUN-CONTROL LOG -- EVERY INSTRUMENTED STEP WRITES
      *    ITS START, AND STAMPS END TIME, RETURN CODE AND RECORD
      *    COUNTS WHEN IT FINISHES. A STEP THAT DIES LEAVES ITS ROW
      *    CONNECTIONS AND THE KVARH PAIR THE REACTIVE REGISTER
      *    FOR POWER-FACTOR BILLING; AN ALL-ZERO PAIR MEANS THE
      *    METER HAS NO SUCH REGISTER.
      *    THE TROUBLE CODE AND NOTE ARE WHAT THE READER FOUND AT
      *    THE DOOR -- FIELD-WORK CODES RAISE A WORK ORDER AGAINST
      *    THE METER, ACCESS CODES MEAN NO READING WAS TAKEN AND
      *    ARE MISSREAD'S SKIP REASONS. SPACES = NOTHING TO REPORT.
       FD TI02-METER-READ-FILE
           RECORD CONTAINS         89  CHARACTERS.

       01 TI02-METER-READ-RECORD.
          05 READ-METER-ID        PIC X(14).
      *    HHMM; THE PRODUCTIVITY REPORT'S TIME SPANS COME
      *    FROM IT.
          05 READ-CAPTURE-TIME    PIC 9(04).
          05 READ-TROUBLE-CODE    PIC X(02).
             88 READ-TRBL-NONE              VALUE SPACES.
             88 READ-TRBL-DAMAGED           VALUE 'DM'.
             88 READ-TRBL-STUCK-DIAL        VALUE 'SD'.
             88 READ-TRBL-BROKEN-SEAL       VALUE 'BS'.
             88 READ-TRBL-HAZARD            VALUE 'HZ'.
             88 READ-TRBL-FIELD-WORK        VALUES 'DM' 'SD' 'BS'
                                                   'HZ'.
             88 READ-TRBL-LOCKED-GATE       VALUE 'LG'.
             88 READ-TRBL-DOG               VALUE 'DG'.
             88 READ-TRBL-NO-ACCESS         VALUE 'NA'.
             88 READ-TRBL-OBSTRUCTED        VALUE 'OB'.
             88 READ-TRBL-ACCESS            VALUES 'LG' 'DG' 'NA'
                                                   'OB'.
          05 READ-TROUBLE-NOTE    PIC X(20).
      *    WHAT THE HANDHELD DID WITH THE DOWNLOADED EXPECTED
      *    WINDOW -- 'I' KEYED INSIDE IT, 'C' CHALLENGED ON THE
      *    SPOT AND CONFIRMED OUTSIDE IT BY THE READER, SPACE NO
      *    WINDOW WAS HELD FOR THE METER.
          05 READ-WINDOW-RESULT   PIC X(01).
             88 READ-WIN-NONE               VALUE SPACE.
             88 READ-WIN-INSIDE             VALUE 'I'.
             88 READ-WIN-CHALLENGED         VALUE 'C'.
             88 READ-WIN-CHECKED            VALUES 'I' 'C'.

      *    SAME EXPORT-REGISTER LAYOUT BILL003 CREDITS FROM.
       FD MO02-EXPORT-KSDS
          05 CTR-NEXT-VALUE      PIC 9(09).

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

       FD TO02-READ-HOLD
           RECORDING MODE          IS F
           RECORD CONTAINS         89  CHARACTERS.

       01 TO02-READ-HOLD-RECORD  PIC X(89).

       FD TO03-REREAD-WORKLIST
           RECORDING MODE          IS F

       01 TO03-REREAD-WL-RECORD  PIC X(80).

      *    SAME 94-BYTE TRANSACTION LAYOUT WO001 READS FROM WOTRAN.
       FD TO04-TROUBLE-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO04-TROUBLE-WO-RECORD.
          05 TW-TRANS-TYPE       PIC X(01).
          05 TW-WO-ID            PIC X(10).
          05 TW-SOURCE-TYPE      PIC X(01).
          05 TW-SOURCE-REF.
             10 TW-REF-TROUBLE-CODE PIC X(02).
             10 TW-REF-RUN-DATE     PIC 9(08).
          05 TW-CUST-ID          PIC X(12).
          05 TW-CREW-ID          PIC X(08).
          05 TW-PROMISED-DATE    PIC 9(08).
          05 TW-COMPLETE-DATE    PIC 9(08).
          05 TW-NOTES.
             10 TW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(01).
             10 TW-NOTE-TROUBLE-CODE PIC X(02).
             10 FILLER              PIC X(03).
          05 TW-JOB-TYPE         PIC X(04).
          05 TW-LABOR-HOURS      PIC 9(03)V9.
          05 TW-MATERIAL-AMT     PIC 9(06)V99.

       FD MO08-RUNCTL-KSDS
           RECORD CONTAINS         52  CHARACTERS.

             88 HOLD-IO-STATUS     VALUE '00'.
          05 WS-WL-STATUS          PIC X(02).
             88 WL-IO-STATUS       VALUE '00'.
          05 WS-TRB-STATUS         PIC X(02).
             88 TRB-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-APPLIED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-APPLY-HELD-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-APPLY-NOTFND-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-TRBL-SKIP-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-TRBL-WO-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-CONFIRMED-CTR      PIC 9(06) VALUE ZEROS.

      *    TROUBLE WORK ORDER IDS ARE 'T' + RUN YYMMDD + A 3-DIGIT
      *    SEQUENCE -- A SAME-DAY RERUN MINTS THE SAME IDS, SO WO001
      *    REJECTS THE REPEATS AS ALREADY ON FILE INSTEAD OF SENDING
      *    A SECOND CREW. URGENT CODES ARE PROMISED FOR THE NEXT DAY.
       01 WS-TROUBLE-WO-VARIABLES.
          05 WS-TRBL-WO-SEQ        PIC 9(03) VALUE ZEROS.
          05 WS-TRBL-WO-MAX        PIC 9(03) VALUE 999.
          05 WS-TRBL-URGENT-DAYS   PIC 9(02) VALUE 1.
          05 WS-TRBL-ROUTINE-DAYS  PIC 9(02) VALUE 5.
          05 WS-TRBL-DAYS          PIC 9(02) VALUE ZEROS.

       01 WS-READ-SCAN-EOF-FLAG    PIC X(01) VALUE 'N'.
          88 READ-SCAN-EOF         VALUE 'Y'.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO04-TROUBLE-WO
           IF NOT TRB-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TROUBLE WORK ORDER FILE   '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TRB-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMERINPUT FILE OPENED ..............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
                   DISPLAY 'NO READING ON FILE FOR METER: '
                           METER-ID
                NOT INVALID KEY
      *            AN ACCESS-CODED ROW CARRIES NO READING AT ALL.
                   IF NOT READ-TRBL-ACCESS
                      MOVE READ-PREV-READING TO WS-PREV-READING
                      MOVE READ-CURR-READING TO WS-CURRENT-READING
                   END-IF
           END-READ.

      *    Ensure current reading is greater than previous
           DISPLAY '----------------------------------------'
           DISPLAY ' FIELD READINGS APPLIED   ', WS-APPLIED-CTR
           DISPLAY ' READINGS HELD (PASS)     ', WS-APPLY-HELD-CTR
           DISPLAY ' CONFIRMED AT METER       ', WS-CONFIRMED-CTR
           DISPLAY ' READINGS FOR UNKNOWN MTR ', WS-APPLY-NOTFND-CTR
           DISPLAY ' NO READING - TROUBLE CODE', WS-TRBL-SKIP-CTR
           DISPLAY ' TROUBLE WORK ORDERS      ', WS-TRBL-WO-CTR
           DISPLAY '----------------------------------------'.

       2610-APPLY-ONE-READING SECTION.
      *            IN-CUST-ID -- LOADED HERE FROM THE MASTER'S OWN
      *            CUSTOMER, THE CARD BUFFER BEING LONG SINCE DONE.
                   MOVE OUT-CUST-ID(1:9)  TO IN-CUST-ID
                   IF READ-TRBL-FIELD-WORK
                      PERFORM 2670-RAISE-TROUBLE-ORDER
                   END-IF
      *            A DOOR THE READER COULD NOT GET PAST, OR A
      *            TROUBLE CODE WITH NO REGISTER VALUE BESIDE IT,
      *            LEAVES THE MASTER'S PAIR AS IT WAS -- APPLYING
      *            THE ZEROS WOULD WIPE THE LAST GOOD READING.
                   IF READ-TRBL-ACCESS
                      OR (NOT READ-TRBL-NONE
                          AND READ-CURR-READING = ZEROS)
                      ADD 1 TO WS-TRBL-SKIP-CTR
                      DISPLAY 'NO READING TAKEN - METER '
                              READ-METER-ID ' TROUBLE '
                              READ-TROUBLE-CODE
                   ELSE
                      PERFORM 2625-APPLY-READING-PAIR
                   END-IF
           END-READ.

       2625-APPLY-READING-PAIR SECTION.

           MOVE READ-PREV-READING TO WS-PREV-READING.
           MOVE READ-CURR-READING TO WS-CURRENT-READING.
           IF WS-PREV-READING > WS-CURRENT-READING
              MOVE WS-PREV-READING TO WS-CURRENT-READING
              ADD 500 TO WS-CURRENT-READING
           END-IF.
           COMPUTE WS-IMPLIED-CONSUMPTION =
                   WS-CURRENT-READING - WS-PREV-READING.
           PERFORM 2430-CHECK-PLAUSIBILITY.
      *    A READING THE HANDHELD ALREADY CHALLENGED AGAINST ITS
      *    DOWNLOADED WINDOW, AND THE READER CONFIRMED AT THE METER,
      *    HAS HAD ITS RE-READ -- SENDING SOMEONE BACK GAINS NOTHING.
           IF READING-HELD AND READ-WIN-CHALLENGED
              SET READING-PLAUSIBLE TO TRUE
              ADD 1 TO WS-CONFIRMED-CTR
              DISPLAY 'READING CONFIRMED AT METER - NOT HELD: '
                      READ-METER-ID
           END-IF.
           IF READING-HELD
              ADD 1 TO WS-APPLY-HELD-CTR
              PERFORM 2435-HOLD-READING
           ELSE
              MOVE WS-PREV-READING    TO OUT-PREV-READ
              MOVE WS-CURRENT-READING TO OUT-CURR-READ
              REWRITE MO01-METER-RECORD
                  INVALID KEY
                      DISPLAY 'READING REWRITE FAILED '
                              'FOR: ' METER-ID
                              ' STATUS: ' WS-KSDS-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-APPLIED-CTR
              END-REWRITE
              PERFORM 2650-APPLY-EXPORT-READING
              PERFORM 2660-APPLY-REACTIVE-READING
           END-IF.

       2650-APPLY-EXPORT-READING SECTION.

      *    A NON-ZERO EXPORT REGISTER ON THE HANDHELD EXPORT MARKS
              END-READ
           END-IF.

       2670-RAISE-TROUBLE-ORDER SECTION.

      *    A FIELD-WORK TROUBLE CODE RAISES A NEW, UNASSIGNED ORDER
      *    AGAINST THE METER'S CUSTOMER. THE SOURCE REFERENCE IS THE
      *    CODE AND RUN DATE; THE METER ID RIDES IN THE NOTES SINCE
      *    THE ORDER RECORD HAS NO METER FIELD OF ITS OWN.
           IF WS-TRBL-WO-SEQ >= WS-TRBL-WO-MAX
              DISPLAY 'TROUBLE WORK ORDER SEQUENCE EXHAUSTED - '
                      'METER ' READ-METER-ID ' NOT RAISED'
              ADD 1 TO WS-ERROR-CTR
           ELSE
              ADD 1 TO WS-TRBL-WO-SEQ
              IF READ-TRBL-HAZARD
                 MOVE WS-TRBL-URGENT-DAYS  TO WS-TRBL-DAYS
              ELSE
                 MOVE WS-TRBL-ROUTINE-DAYS TO WS-TRBL-DAYS
              END-IF
              MOVE SPACES            TO TO04-TROUBLE-WO-RECORD
              MOVE 'N'               TO TW-TRANS-TYPE
              STRING 'T' WS-DATE(3:6) WS-TRBL-WO-SEQ
                     DELIMITED BY SIZE
                     INTO TW-WO-ID
              END-STRING
              MOVE 'M'               TO TW-SOURCE-TYPE
              MOVE READ-TROUBLE-CODE TO TW-REF-TROUBLE-CODE
              MOVE WS-DATE           TO TW-REF-RUN-DATE
              MOVE OUT-CUST-ID       TO TW-CUST-ID
              COMPUTE TW-PROMISED-DATE =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATE)
                       + WS-TRBL-DAYS)
              MOVE ZEROS             TO TW-COMPLETE-DATE
              MOVE READ-METER-ID     TO TW-NOTE-METER-ID
              MOVE READ-TROUBLE-CODE TO TW-NOTE-TROUBLE-CODE
              MOVE ZEROS             TO TW-LABOR-HOURS
              MOVE ZEROS             TO TW-MATERIAL-AMT
              WRITE TO04-TROUBLE-WO-RECORD
              ADD 1 TO WS-TRBL-WO-CTR
              DISPLAY 'TROUBLE WORK ORDER ' TW-WO-ID ' METER '
                      READ-METER-ID ' CODE ' READ-TROUBLE-CODE
                      ' ' READ-TROUBLE-NOTE
           END-IF.

       2440-WRITE-METER-ERR-TRAILER SECTION.

           MOVE WS-ERR-SEQ-NO TO TRL-REC-COUNT.
                  MO03-REACTIVE-KSDS,
                  MI01-CONS-HIST-KSDS,
                  TO02-READ-HOLD,
                  TO03-REREAD-WORKLIST,
                  TO04-TROUBLE-WO.
           DISPLAY '----------------------------------------'
           DISPLAY 'METER FILE        IS CLOSED          '
           DISPLAY 'METER MASTER KSDS IS CLOSED          '
