           RECORD KEY             IS SL-CUST-ID
           FILE STATUS            IS WS-SL-STATUS.

      *    TEMPORARY-CONNECTION MASTER -- ONE ROW PER CLASS 'T'
      *    ACCOUNT WITH ITS FIXED EXPIRY DATE; TCN001 EXTENDS AND
      *    EXPIRES THEM.
           SELECT MO03-TEMPCONN-KSDS  ASSIGN TO TCNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS TCN-CUST-ID
           FILE STATUS            IS WS-TCN-STATUS.

      *    SECURITY-DEPOSIT SUB-LEDGER DEP001 MAINTAINS -- THE
      *    ADVANCE ON A TEMPORARY CONNECTION IS HELD HERE AND
      *    DRAWN DOWN BY BILL003.
           SELECT MO04-DEPOSIT-KSDS   ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

           SELECT TO01-CUST-AREA-RPT  ASSIGN TO CUSTARPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL

      *    EXTENDED PAST THE ORIGINAL 121 BYTES -- THE SANCTIONED
      *    CONNECTED LOAD (KILOWATTS) APPROVED FOR THE SERVICE,
      *    CARRIED THROUGH FROM THE APPL001 RELEASE PAYLOAD -- AND
      *    THE LANGUAGE THE CUSTOMER WANTS BILLS AND NOTICES IN --
      *    AND THEN THE DAYS AND ADVANCE OF A TEMPORARY CONNECTION.
       FD TI01-CUSTOMER-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         139 CHARACTERS.

       01 TI01-CUSTOMER-RECORD.
          05 IN-FIRST-NAME    PIC X(10).
          05 IN-DISCOUNT-CAT  PIC X(1).
          05 IN-BILLING-FREQ  PIC X(1).
          05 IN-TARIFF-CLASS  PIC X(1).
             88 IN-TARIFF-VALID    VALUES 'D' 'C' 'I' 'T' SPACE.
             88 IN-TARIFF-TEMPORARY VALUE 'T'.
          05 IN-DELIVERY-PREF PIC X(1).
             88 IN-DELIV-VALID     VALUES 'P' 'S' 'E' 'B' SPACE.
             88 IN-DELIV-NEEDS-MAIL VALUES 'E' 'B'.
             88 IN-DELIV-NEEDS-PHONE VALUES 'S' 'B'.
          05 IN-EMAIL         PIC X(25).
          05 IN-SANCTIONED-KW PIC 9(04)V9.
          05 IN-LANGUAGE-CODE PIC X(1).
             88 IN-LANG-VALID      VALUES 'A' THRU 'Z' SPACE.
          05 IN-TEMP-DAYS     PIC 9(03).
          05 IN-ADVANCE-AMT   PIC 9(07)V99.

       FD MO01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.
             88 TARIFF-DOMESTIC    VALUE 'D' SPACE.
             88 TARIFF-COMMERCIAL  VALUE 'C'.
             88 TARIFF-INDUSTRIAL  VALUE 'I'.
             88 TARIFF-TEMPORARY   VALUE 'T'.
          05 OUT-TOU-FLAG     PIC X(1).
          05 OUT-BUDGET-FLAG  PIC X(1).
          05 OUT-ACCT-STATUS  PIC X(1).
          05 OUT-STATUS-EFF-DATE PIC 9(8).
          05 OUT-DELIVERY-PREF PIC X(1).
          05 OUT-EMAIL        PIC X(25).
          05 FILLER           PIC X(5).
          05 OUT-LANGUAGE-CODE PIC X(1).

       FD TO01-CUSTOMER-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-CUSTOMER-ERR-RECORD.
          05 ERR-FIRST-NAME   PIC X(10).
          05 ERR-DELIVERY-PREF PIC X(1).
          05 ERR-EMAIL        PIC X(25).
          05 ERR-SANCTIONED-KW PIC X(05).
          05 ERR-LANGUAGE-CODE PIC X(01).
          05 ERR-SEQ-NO       PIC 9(05).
          05 ERR-REASON       PIC X(01).
             88 ERR-REAS-NAME-MISSING   VALUE '1'.
             88 ERR-REAS-DUP-PERSON     VALUE '3'.
             88 ERR-REAS-TARIFF-INVALID VALUE '4'.
             88 ERR-REAS-DELIV-INVALID  VALUE '5'.
             88 ERR-REAS-LANG-INVALID   VALUE '6'.
             88 ERR-REAS-TEMP-INVALID   VALUE '7'.

      *    SANCTIONED CONNECTED-LOAD MASTER -- ONE ROW PER
      *    CUSTOMER, WRITTEN AT LOAD TIME FROM THE APPROVED
          05 SL-SANCTIONED-KW    PIC 9(04)V9.
          05 SL-EFF-DATE         PIC 9(08).

      *    TEMPORARY-CONNECTION MASTER -- SAME LAYOUT TCN001
      *    MAINTAINS.
       FD MO03-TEMPCONN-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MO03-TEMPCONN-RECORD.
          05 TCN-CUST-ID         PIC X(12).
          05 TCN-START-DATE      PIC 9(08).
          05 TCN-EXPIRY-DATE     PIC 9(08).
          05 TCN-SANCTIONED-KW   PIC 9(04)V9.
          05 TCN-DAYS            PIC 9(03).
          05 TCN-ADVANCE-AMT     PIC 9(07)V99.
          05 TCN-STATUS          PIC X(01).
             88 TCN-STAT-ACTIVE             VALUE 'A'.
             88 TCN-STAT-EXPIRED            VALUE 'X'.
          05 TCN-EXT-COUNT       PIC 9(02).
          05 TCN-LAST-EXT-DATE   PIC 9(08).
          05 FILLER              PIC X(04).

      *    SAME DEPOSIT SUB-LEDGER LAYOUT DEP001 MAINTAINS.
       FD MO04-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MO04-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).
             88 DEP-STAT-HELD                 VALUE 'H'.

       FD TO01-CUST-AREA-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80 CHARACTERS.
          05 WS-SL-STATUS          PIC X(02).
             88 SL-IO-STATUS       VALUE '00'.
             88 SL-ROW-NOTFND      VALUE '23'.
          05 WS-TCN-STATUS         PIC X(02).
             88 TCN-IO-STATUS      VALUE '00'.
          05 WS-DEP-STATUS         PIC X(02).
             88 DEP-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.
          05 WS-EXPIRY-INTEGER     PIC S9(09) COMP.

       01  WS-RANDOM-NUMBER-GEN.
           05  WS-RAND-SEED        PIC S9(09) COMP-3 VALUE +0.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-WRITE-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-PERSON-DUP-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-TEMP-CTR           PIC 9(04) VALUE ZEROS.

      *    CARRIES FORWARD ACROSS ERROR RECORDS WRITTEN THIS RUN SO
      *    A CORRECTION BATCH CAN REFER BACK TO THE EXACT REJECTED
              STOP RUN
           END-IF.

           OPEN I-O MO03-TEMPCONN-KSDS
           IF NOT TCN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TEMPORARY CONNECTION KSDS '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TCN-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF

           OPEN I-O MO04-DEPOSIT-KSDS
           IF NOT DEP-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DEPOSIT SUB-LEDGER KSDS   '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DEP-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER INPUT FILE OPENED ..............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED ..........'
           IF VALID-RECORD-FLAG
              IF NOT IN-TARIFF-VALID
                 DISPLAY 'CUSTOMER TARIFF CLASS ERROR - MUST BE '
                         'D/C/I/T OR BLANK'
                 SET ERROR-RECORD-FLAG         TO TRUE
                 MOVE '4'                      TO WS-ERR-REASON
                 PERFORM 2440-WRITE-CUSTOMER-ERR-RECORD
              END-IF
           END-IF.

      *    A TEMPORARY CONNECTION ARRIVES FROM APPL001 WITH THE
      *    DAYS OF SUPPLY AND THE ADVANCE ALREADY SIZED -- WITHOUT
      *    THEM THERE IS NO EXPIRY TO SET AND NOTHING TO BILL
      *    AGAINST.
           IF VALID-RECORD-FLAG
              IF IN-TARIFF-TEMPORARY
                 IF IN-TEMP-DAYS NOT NUMERIC OR
                    IN-ADVANCE-AMT NOT NUMERIC OR
                    IN-TEMP-DAYS = ZEROS
                    DISPLAY 'TEMPORARY CONNECTION ERROR - DAYS '
                            'AND ADVANCE REQUIRED'
                    SET ERROR-RECORD-FLAG         TO TRUE
                    MOVE '7'                      TO WS-ERR-REASON
                    PERFORM 2440-WRITE-CUSTOMER-ERR-RECORD
                    SET AREA-EVENT-REJECT         TO TRUE
                    PERFORM 2460-TALLY-AREA-LOAD
                 END-IF
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2360-CHECK-DELIVERY-PREF
           END-IF.

      *    THE LANGUAGE CODE PICKS THE TEXT TEMPLATES BILLPRNT,
      *    DISCLTR, DUNN001 AND NOTIFHUB PRINT FROM. BLANK IS
      *    ENGLISH; ANY OTHER VALUE MUST BE A SINGLE LETTER.
           IF VALID-RECORD-FLAG
              IF NOT IN-LANG-VALID
                 DISPLAY 'CUSTOMER LANGUAGE CODE ERROR - MUST BE '
                         'A LETTER OR BLANK'
                 SET ERROR-RECORD-FLAG         TO TRUE
                 MOVE '6'                      TO WS-ERR-REASON
                 PERFORM 2440-WRITE-CUSTOMER-ERR-RECORD
                 SET AREA-EVENT-REJECT         TO TRUE
                 PERFORM 2460-TALLY-AREA-LOAD
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2350-CHECK-DUPLICATE-PERSON
              IF PERSON-FOUND

      *    A BLANK TARIFF CLASS ON THE INCOMING TRANSACTION IS AN
      *    ORDINARY DOMESTIC CONNECTION -- ONLY SHOPS AND FACTORIES
      *    CARRY A 'C' OR 'I' CODE ON THE INPUT RECORD, AND SITE
      *    AND EVENT SUPPLIES A 'T'.
           IF IN-TARIFF-CLASS = SPACE
              SET TARIFF-DOMESTIC TO TRUE
           ELSE
           END-IF.
           MOVE IN-EMAIL             TO OUT-EMAIL.

           IF IN-LANGUAGE-CODE = SPACE
              MOVE 'E' TO OUT-LANGUAGE-CODE
           ELSE
              MOVE IN-LANGUAGE-CODE TO OUT-LANGUAGE-CODE
           END-IF.

           MOVE IN-FIRST-NAME(1:2)   TO WS-CUST-FN-CHARS.
           MOVE IN-LAST-NAME(1:2)    TO WS-CUST-LN-CHARS.
           MOVE IN-AREA-CODE(1:4)    TO WS-CUST-AREA-4.
                   ADD 1 TO WS-WRITE-CTR
                   PERFORM 2450-REMEMBER-PERSON
                   PERFORM 2465-WRITE-SANCTIONED-LOAD
                   IF TARIFF-TEMPORARY
                      PERFORM 2467-WRITE-TEMP-CONNECTION
                   END-IF
                   SET AREA-EVENT-LOADED TO TRUE
                   PERFORM 2460-TALLY-AREA-LOAD
           END-WRITE.
              END-WRITE
           END-IF.

       2467-WRITE-TEMP-CONNECTION SECTION.

      *    SUPPLY RUNS FROM TONIGHT'S LOAD FOR THE DAYS BOOKED --
      *    TCN001 ORDERS THE DISCONNECTION AND FINAL BILL WHEN THE
      *    EXPIRY ARRIVES. THE ADVANCE COLLECTED AT APPLICATION IS
      *    HELD ON THE DEPOSIT SUB-LEDGER FOR BILL003 TO DRAW ON.
           COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) + IN-TEMP-DAYS.

           MOVE CUST-ID             TO TCN-CUST-ID.
           MOVE WS-DATE             TO TCN-START-DATE.
           COMPUTE TCN-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER).
           MOVE IN-SANCTIONED-KW    TO TCN-SANCTIONED-KW.
           MOVE IN-TEMP-DAYS        TO TCN-DAYS.
           MOVE IN-ADVANCE-AMT      TO TCN-ADVANCE-AMT.
           SET TCN-STAT-ACTIVE      TO TRUE.
           MOVE ZEROS               TO TCN-EXT-COUNT
                                       TCN-LAST-EXT-DATE.
           MOVE SPACES              TO MO03-TEMPCONN-RECORD(57:4).

           WRITE MO03-TEMPCONN-RECORD
               INVALID KEY
                   DISPLAY 'TEMPORARY CONNECTION WRITE FAILED: '
                           TCN-CUST-ID ' STATUS: ' WS-TCN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-TEMP-CTR
                   DISPLAY 'TEMPORARY CONNECTION ' TCN-CUST-ID
                           ' EXPIRES ' TCN-EXPIRY-DATE
           END-WRITE.

           IF IN-ADVANCE-AMT > ZEROS
              MOVE CUST-ID          TO DEP-CUST-ID
              MOVE IN-ADVANCE-AMT   TO DEP-AMOUNT
              MOVE WS-DATE          TO DEP-DATE-COLLECTED
              SET DEP-STAT-HELD     TO TRUE
              WRITE MO04-DEPOSIT-RECORD
                  INVALID KEY
                      DISPLAY 'ADVANCE DEPOSIT WRITE FAILED: '
                              DEP-CUST-ID ' STATUS: ' WS-DEP-STATUS
              END-WRITE
           END-IF.

       2440-WRITE-CUSTOMER-ERR-RECORD SECTION.

      *    ERR-SEQ-NO IS APPENDED AFTER THE GROUP MOVE SO THE MOVE'S
           DISPLAY ' OUTPUT RECORDS PROCESSED ',  WS-WRITE-CTR
           DISPLAY ' SAME-RUN DUPLICATE PERSONS REJECTED ',
                   WS-PERSON-DUP-CTR
           DISPLAY ' TEMPORARY CONNECTIONS LOADED ', WS-TEMP-CTR
           DISPLAY '----------------------------------------'

           PERFORM 2480-WRITE-CUSTOMER-ERR-TRAILER.
                  MO01-CUSTOMER-KSDS,
                  TO01-CUST-AREA-RPT,
                  CTL-ID-COUNTER,
                  MO02-SANCLOAD-KSDS,
                  MO03-TEMPCONN-KSDS,
                  MO04-DEPOSIT-KSDS.
           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER FILE        IS CLOSED          '
           DISPLAY 'CUSTOMER MASTER KSDS IS CLOSED          '
