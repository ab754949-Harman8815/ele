       IDENTIFICATION DIVISION.
       PROGRAM-ID.  THFT001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THEFT ASSESSMENT BILLING. EVERY INVESTIGATION CASE HCCASE
      *    HAS CLOSED AS CONFIRMED TAMPER IS ASSESSED ON THE
      *    STATUTORY FORMULA -- LOAD X HOURS PER DAY X DAYS IN THE
      *    ASSESSMENT PERIOD, PRICED AT THE TARIFF-CLASS RATE TIMES
      *    THE PENALTY MULTIPLIER, LESS WHAT WAS ACTUALLY BILLED
      *    OVER THE SAME PERIOD. A PROVISIONAL ORDER GOES OUT FIRST;
      *    THE FINAL ORDER POSTS THE CHARGE TO THE ADJUSTMENT
      *    MASTER, AND AN APPEAL HOLDS IT OFF DUNNING AND
      *    DISCONNECTION UNTIL THE APPELLATE DECISION IS RECORDED.

      *    ONE TRANSACTION PER ASSESSMENT ACTION FROM THE
      *    ASSESSING OFFICE.
           SELECT TI01-THEFT-TRAN     ASSIGN TO THFTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    INVESTIGATION CASE MASTER MAINTAINED BY HCCASE -- THE
      *    CASE KEY IS THE CASE NUMBER EVERY ORDER QUOTES.
           SELECT MO01-CASE-KSDS      ASSIGN TO CASEKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CASE-KEY
           FILE STATUS            IS WS-CASE-STATUS.

      *    THEFT ASSESSMENT MASTER -- ONE ROW PER CASE, SAME KEY,
      *    CARRYING THE WORKING, THE ORDER STATUS AND THE APPEAL.
           SELECT MO02-ASSESS-KSDS    ASSIGN TO THAKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS THA-KEY
           FILE STATUS            IS WS-THA-STATUS.

      *    PENDING BILL ADJUSTMENTS -- THE FINAL ASSESSMENT RIDES
      *    ONTO THE NEXT BILL THE SAME WAY EVERY OTHER ONE-OFF
      *    CHARGE DOES.
           SELECT MO03-ADJ-KSDS       ASSIGN TO ADJKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ADJ-CUST-ID
           FILE STATUS            IS WS-ADJ-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    SANCTIONED LOAD MAINTAINED BY CUST001.
           SELECT MI02-SANCLOAD-KSDS  ASSIGN TO SLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SL-CUST-ID
           FILE STATUS            IS WS-SL-STATUS.

      *    BILLED CONSUMPTION -- WHAT WAS ACTUALLY CHARGED OVER THE
      *    ASSESSMENT PERIOD IS CREDITED BACK AGAINST THE GROSS.
           SELECT MI03-CONS-HIST-KSDS ASSIGN TO CONSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS CH-KEY
           FILE STATUS            IS WS-CH-STATUS.

           SELECT MI04-RATE-MASTER    ASSIGN TO RATEMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RATE-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- THE OFFICER SIGNING A FINAL ORDER OR
      *    RECORDING AN APPEAL DECISION IS PROVED HERE.
           SELECT MI05-AUTH-KSDS      ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

      *    STATUTORY HOURS-PER-DAY, MULTIPLIER AND DEFAULT PERIOD
      *    BY TARIFF CLASS. A MISSING DECK FALLS BACK TO THE
      *    COMPILED DEFAULTS.
           SELECT TI02-ASSESS-PARM    ASSIGN TO THFPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    PROVISIONAL AND FINAL ASSESSMENT ORDERS FOR THE PRINT
      *    ROOM.
           SELECT TO01-ORDER-FILE     ASSIGN TO THFORDR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ORD-STATUS.

           SELECT TO02-THEFT-ERR      ASSIGN TO THFERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    'P' RECOMPUTES A PROVISIONAL ASSESSMENT WITH THE PERIOD
      *    AND/OR CONNECTED LOAD FOUND AT INSPECTION (ZERO KEEPS THE
      *    DEFAULT); 'F' ISSUES THE FINAL ORDER, AT THE PROVISIONAL
      *    NET OR AT A REVISED AMOUNT AFTER THE HEARING; 'A' LODGES
      *    AN APPEAL AGAINST A FINAL ORDER; 'D' RECORDS THE
      *    APPELLATE DECISION -- THE AMOUNT AS DECIDED, ZERO IF THE
      *    ASSESSMENT WAS SET ASIDE.
       FD TI01-THEFT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-THEFT-TRAN-RECORD.
          05 TRN-TYPE            PIC X(01).
             88 TRN-PROVISIONAL              VALUE 'P'.
             88 TRN-FINAL                    VALUE 'F'.
             88 TRN-APPEAL                   VALUE 'A'.
             88 TRN-DECISION                 VALUE 'D'.
          05 TRN-CASE-KEY.
             10 TRN-CUST-ID      PIC X(12).
             10 TRN-EXC-DATE     PIC 9(08).
          05 TRN-PERIOD-FROM     PIC 9(08).
          05 TRN-PERIOD-TO       PIC 9(08).
          05 TRN-CONN-LOAD-KW    PIC 9(04)V9.
          05 TRN-AMOUNT          PIC 9(07)V99.
          05 TRN-OFFICER-ID      PIC X(08).
          05 TRN-APPEAL-REF      PIC X(12).
          05 TRN-DATE            PIC 9(08).
          05 FILLER              PIC X(01).

      *    SAME CASE LAYOUT HCCASE MAINTAINS.
       FD MO01-CASE-KSDS
           RECORD CONTAINS         85  CHARACTERS.

       01 MO01-CASE-RECORD.
          05 CASE-KEY.
             10 CASE-CUST-ID        PIC X(12).
             10 CASE-EXC-DATE       PIC 9(08).
          05 CASE-DATE-OPENED       PIC 9(08).
          05 CASE-STATUS            PIC X(01).
             88 CASE-STAT-OPEN               VALUE 'O'.
             88 CASE-STAT-CLOSED             VALUE 'C'.
          05 CASE-DISPOSITION       PIC X(01).
             88 CASE-DISP-TAMPER             VALUE 'T'.
          05 CASE-VISIT-DATE        PIC 9(08).
          05 CASE-FINDINGS          PIC X(30).
          05 CASE-ASSESS-AMT        PIC 9(07)V99.
          05 CASE-DISPOSED-BY       PIC X(08).

       FD MO02-ASSESS-KSDS
           RECORD CONTAINS         180 CHARACTERS.

       01 MO02-ASSESS-RECORD.
          05 THA-KEY.
             10 THA-CUST-ID         PIC X(12).
             10 THA-EXC-DATE        PIC 9(08).
          05 THA-STATUS             PIC X(01).
             88 THA-STAT-PROVISIONAL         VALUE 'P'.
             88 THA-STAT-FINAL               VALUE 'F'.
             88 THA-STAT-APPEALED            VALUE 'A'.
             88 THA-STAT-DECIDED             VALUE 'D'.
          05 THA-PERIOD-FROM        PIC 9(08).
          05 THA-PERIOD-TO          PIC 9(08).
          05 THA-DAYS               PIC 9(04).
          05 THA-LOAD-KW            PIC 9(04)V9.
          05 THA-LOAD-SOURCE        PIC X(01).
             88 THA-LOAD-SANCTIONED          VALUE 'S'.
             88 THA-LOAD-CONNECTED           VALUE 'C'.
          05 THA-HOURS-PER-DAY      PIC 9(02).
          05 THA-MULTIPLIER         PIC 9V9.
          05 THA-TARIFF-CLASS       PIC X(01).
          05 THA-RATE               PIC 9(03)V99.
          05 THA-ASSESSED-UNITS     PIC 9(07).
          05 THA-GROSS-AMT          PIC 9(07)V99.
          05 THA-BILLED-UNITS       PIC 9(07).
          05 THA-BILLED-AMT         PIC 9(07)V99.
          05 THA-NET-AMT            PIC 9(07)V99.
          05 THA-FINAL-AMT          PIC 9(07)V99.
          05 THA-POSTED-AMT         PIC S9(07)V99.
          05 THA-PROV-DATE          PIC 9(08).
          05 THA-FINAL-DATE         PIC 9(08).
          05 THA-FINAL-BY           PIC X(08).
          05 THA-APPEAL-DATE        PIC 9(08).
          05 THA-APPEAL-REF         PIC X(12).
          05 THA-DECIDED-DATE       PIC 9(08).
          05 FILLER                 PIC X(12).

       FD MO03-ADJ-KSDS
           RECORD CONTAINS         30  CHARACTERS.

       01 MO03-ADJ-RECORD.
          05 ADJ-CUST-ID          PIC X(12).
          05 ADJ-AMOUNT           PIC S9(06)V99.
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

      *    SAME CUSTOMER MASTER LAYOUT BILL003/AREARPT/HIGHCONS USE.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME  PIC X(10).
          05 CUST-AREA-CODE  PIC X(6).
          05 CUST-SPACE      PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
          05 CUST-TOU-FLAG     PIC X(1).
          05 CUST-BUDGET-FLAG  PIC X(1).
          05 CUST-ACCT-STATUS  PIC X(1).
             88 ACCT-ACTIVE          VALUE 'A' SPACE.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(6).

      *    SAME SANCTIONED-LOAD LAYOUT CUST001 MAINTAINS.
       FD MI02-SANCLOAD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI02-SANCLOAD-RECORD.
          05 SL-CUST-ID          PIC X(12).
          05 SL-SANCTIONED-KW    PIC 9(04)V9.
          05 SL-EFF-DATE         PIC 9(08).

      *    SAME CONSUMPTION-HISTORY LAYOUT BILL003 WRITES.
       FD MI03-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MI03-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-CUST-ID          PIC X(12).
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).

       FD MI04-RATE-MASTER
           RECORD CONTAINS         30  CHARACTERS.

       01 MI04-RATE-RECORD.
          05 RATE-EFF-DATE    PIC 9(08).
          05 RATE-AREA-CODE   PIC X(06).
          05 RATE-SLAB-LOW    PIC 9(06).
          05 RATE-SLAB-HIGH   PIC 9(06).
          05 RATE-PER-UNIT    PIC 9(03)V99.
          05 RATE-TARIFF-CLASS PIC X(01).
          05 RATE-TOU-BAND    PIC X(01).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI05-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MI05-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

      *    ONE CARD PER TARIFF CLASS; CLASS '*' REPLACES THE
      *    DEFAULT FOR EVERY CLASS WITHOUT A CARD OF ITS OWN.
       FD TI02-ASSESS-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         8   CHARACTERS.

       01 TI02-ASSESS-PARM-RECORD.
          05 PRM-TARIFF-CLASS     PIC X(01).
          05 PRM-HOURS-PER-DAY    PIC 9(02).
          05 PRM-MULTIPLIER       PIC 9V9.
          05 PRM-PERIOD-MONTHS    PIC 9(02).
          05 FILLER               PIC X(01).

       FD TO01-ORDER-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO01-ORDER-RECORD    PIC X(80).

       FD TO02-THEFT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO02-THEFT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-NO-TAMPER-CASE     VALUE '2'.
             88 ERR-REAS-NO-ASSESSMENT      VALUE '3'.
             88 ERR-REAS-WRONG-STATUS       VALUE '4'.
             88 ERR-REAS-CANNOT-ASSESS      VALUE '5'.
             88 ERR-REAS-BAD-OFFICER        VALUE '6'.
             88 ERR-REAS-OVER-PROVISIONAL   VALUE '7'.
             88 ERR-REAS-POST-FAILED        VALUE '8'.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-CASE-STATUS        PIC X(02).
             88 CASE-IO-STATUS     VALUE '00'.
          05 WS-CASE-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 CASE-SCAN-EOF      VALUE 'Y'.
          05 WS-THA-STATUS         PIC X(02).
             88 THA-IO-STATUS      VALUE '00'.
             88 THA-ROW-NOTFND     VALUE '23'.
          05 WS-ADJ-STATUS         PIC X(02).
             88 ADJ-IO-STATUS      VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-SL-STATUS          PIC X(02).
             88 SL-IO-STATUS       VALUE '00'.
          05 WS-CH-STATUS          PIC X(02).
             88 CH-IO-STATUS       VALUE '00'.
          05 WS-CH-EOF-FLAG        PIC X(01) VALUE 'N'.
             88 CH-SCAN-EOF        VALUE 'Y'.
          05 WS-RATE-STATUS        PIC X(02).
             88 RATE-IO-STATUS     VALUE '00'.
             88 RATE-EOF           VALUE '10'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-EOF           VALUE '10'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-ORD-STATUS         PIC X(02).
             88 ORD-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-FROM-INTEGER       PIC S9(09) COMP.
          05 WS-TO-INTEGER         PIC S9(09) COMP.
          05 WS-MONTH-NUMBER       PIC S9(07) COMP.
          05 WS-BACK-DATE          PIC 9(08).
          05 FILLER REDEFINES WS-BACK-DATE.
             10 WS-BACK-YYYY       PIC 9(04).
             10 WS-BACK-MM         PIC 9(02).
             10 WS-BACK-DD         PIC 9(02).
          05 WS-FROM-PERIOD        PIC 9(06).
          05 WS-TO-PERIOD          PIC 9(06).

      *    STATUTORY DEFAULTS -- OVERRIDDEN BY THE '*' CARD OF THE
      *    THFPARM DECK, AND PER CLASS BY THAT CLASS'S OWN CARD.
       01 WS-ASSESS-DEFAULTS.
          05 WS-DFLT-HOURS         PIC 9(02) VALUE 12.
          05 WS-DFLT-MULTIPLIER    PIC 9V9   VALUE 2.0.
          05 WS-DFLT-MONTHS        PIC 9(02) VALUE 12.

       01 WS-CLASS-PARM-STORAGE.
          05 WS-CLASS-PARM-TABLE.
             10 WS-CP-ENTRY OCCURS 20 TIMES
                                 INDEXED BY WS-CP-IDX.
                15 WS-CP-CLASS       PIC X(01).
                15 WS-CP-HOURS       PIC 9(02).
                15 WS-CP-MULTIPLIER  PIC 9V9.
                15 WS-CP-MONTHS      PIC 9(02).
          05 WS-CP-COUNT           PIC 9(02) VALUE ZEROS.
          05 WS-CP-MAX-ENTRIES     PIC 9(02) VALUE 20.

      *    DAYS A CUSTOMER HAS TO OBJECT TO A PROVISIONAL ORDER,
      *    AND TO APPEAL A FINAL ONE -- QUOTED ON THE ORDERS.
       01 WS-OBJECTION-DAYS        PIC 9(02) VALUE 15.
       01 WS-APPEAL-DAYS           PIC 9(02) VALUE 30.

       01 WS-RATE-TABLE-STORAGE.
          05 WS-RATE-TABLE.
             10 WS-RATE-TAB-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-RATE-IDX.
                15 WS-RT-EFF-DATE   PIC 9(08).
                15 WS-RT-AREA-CODE  PIC X(06).
                15 WS-RT-SLAB-LOW   PIC 9(06).
                15 WS-RT-SLAB-HIGH  PIC 9(06).
                15 WS-RT-PER-UNIT   PIC 9(03)V99.
                15 WS-RT-TARIFF-CLASS PIC X(01).
                15 WS-RT-TOU-BAND   PIC X(01).
          05 WS-RATE-COUNT         PIC 9(04) VALUE ZEROS.
          05 WS-RATE-MAX-ENTRIES   PIC 9(04) VALUE 500.
          05 WS-RATE-BEST-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-RATE-LOOP-CTR      PIC 9(04) VALUE ZEROS.

      *    THE ASSESSMENT BEING WORKED -- FILLED BY THE CALLER,
      *    COMPLETED BY 2400-COMPUTE-ASSESSMENT.
       01 WS-ASSESS-WORK.
          05 WS-AW-PERIOD-FROM     PIC 9(08).
          05 WS-AW-PERIOD-TO       PIC 9(08).
          05 WS-AW-CONN-LOAD-KW    PIC 9(04)V9.
          05 WS-AW-CLASS           PIC X(01).
          05 WS-AW-HOURS           PIC 9(02).
          05 WS-AW-MULTIPLIER      PIC 9V9.
          05 WS-AW-MONTHS          PIC 9(02).
          05 WS-AW-DAYS            PIC 9(04).
          05 WS-AW-LOAD-KW         PIC 9(04)V9.
          05 WS-AW-LOAD-SOURCE     PIC X(01).
          05 WS-AW-RATE            PIC 9(03)V99.
          05 WS-AW-UNITS           PIC 9(07).
          05 WS-AW-GROSS           PIC 9(07)V99.
          05 WS-AW-BILLED-UNITS    PIC 9(07).
          05 WS-AW-BILLED-AMT      PIC 9(07)V99.
          05 WS-AW-NET             PIC 9(07)V99.
          05 WS-AW-OK-FLAG         PIC X(01) VALUE 'N'.
             88 ASSESSMENT-OK      VALUE 'Y'.

       01 WS-POSTING-VARIABLES.
          05 WS-POST-AMT           PIC S9(07)V99 VALUE ZEROS.
          05 WS-ORDER-AMT          PIC 9(07)V99 VALUE ZEROS.
          05 WS-ADJ-NEW-FLAG       PIC X(01) VALUE 'N'.
             88 ADJ-ROW-NEW        VALUE 'Y'.
          05 WS-POST-FLAG          PIC X(01) VALUE 'N'.
             88 POST-OK            VALUE 'Y'.
          05 WS-OFFICER-FLAG       PIC X(01) VALUE 'N'.
             88 OFFICER-VALID      VALUE 'Y'.
          05 WS-THA-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 THA-ON-FILE        VALUE 'Y'.

       01 WS-ERR-REASON            PIC X(01).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-PROV-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-AUTO-PROV-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-AWAITING-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-FINAL-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-APPEAL-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-DECIDED-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-TOTAL-POSTED       PIC S9(09)V99 VALUE ZEROS.

      *    ORDER PRINT FIELDS.
       01 WS-ORDER-FIELDS.
          05 WS-O-FULL-NAME        PIC X(21).
          05 WS-O-CASE-NO          PIC X(21).
          05 WS-O-ORDER-TYPE       PIC X(01).
             88 ORDER-IS-FINAL     VALUE 'F'.
             88 ORDER-IS-PROVISIONAL VALUE 'P'.
          05 WS-O-ORDER-DATE-STR   PIC X(10).
          05 WS-O-DATE-IN          PIC 9(08).
          05 WS-O-DATE-STR         PIC X(10).
          05 WS-O-FROM-STR         PIC X(10).
          05 WS-O-DAYS             PIC ZZZ9.
          05 WS-O-LOAD             PIC ZZZ9.9.
          05 WS-O-LOAD-SOURCE      PIC X(10).
          05 WS-O-HOURS            PIC Z9.
          05 WS-O-MULTIPLIER       PIC 9.9.
          05 WS-O-RATE             PIC $$$9.99.
          05 WS-O-UNITS            PIC Z,ZZZ,ZZ9.
          05 WS-O-AMOUNT           PIC $$,$$$,$$9.99.
          05 WS-O-AMOUNT-2         PIC $$,$$$,$$9.99.
          05 WS-O-LIMIT-DAYS       PIC Z9.
          05 WS-O-OFFICER          PIC X(25).

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'THFT001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  THEFT ASSESSMENT BILLING              '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 1100-LOAD-RATE-TABLE.

           PERFORM 1200-LOAD-ASSESS-PARMS.

       1100-LOAD-RATE-TABLE SECTION.

           OPEN INPUT MI04-RATE-MASTER.
           IF NOT RATE-IO-STATUS
              DISPLAY 'ERROR OPENING RATE MASTER FILE: '
                      WS-RATE-STATUS
              STOP RUN
           END-IF.

           PERFORM 1110-READ-RATE-MASTER UNTIL RATE-EOF.

           CLOSE MI04-RATE-MASTER.

           DISPLAY 'RATE TABLE ENTRIES LOADED ', WS-RATE-COUNT.

       1110-READ-RATE-MASTER SECTION.

           READ MI04-RATE-MASTER
                AT END  SET RATE-EOF TO TRUE
                NOT AT END
                   IF WS-RATE-COUNT >= WS-RATE-MAX-ENTRIES
                      DISPLAY 'ERROR: RATE TABLE STORAGE FULL'
                   ELSE
                      ADD 1 TO WS-RATE-COUNT
                      SET WS-RATE-IDX TO WS-RATE-COUNT
                      MOVE RATE-EFF-DATE
                          TO WS-RT-EFF-DATE(WS-RATE-IDX)
                      MOVE RATE-AREA-CODE
                          TO WS-RT-AREA-CODE(WS-RATE-IDX)
                      MOVE RATE-SLAB-LOW
                          TO WS-RT-SLAB-LOW(WS-RATE-IDX)
                      MOVE RATE-SLAB-HIGH
                          TO WS-RT-SLAB-HIGH(WS-RATE-IDX)
                      MOVE RATE-PER-UNIT
                          TO WS-RT-PER-UNIT(WS-RATE-IDX)
                      MOVE RATE-TARIFF-CLASS
                          TO WS-RT-TARIFF-CLASS(WS-RATE-IDX)
                      MOVE RATE-TOU-BAND
                          TO WS-RT-TOU-BAND(WS-RATE-IDX)
                   END-IF
           END-READ.

       1200-LOAD-ASSESS-PARMS  SECTION.

           OPEN INPUT TI02-ASSESS-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO ASSESSMENT PARAMETER DECK - USING DEFAULTS'
           ELSE
              IF PARM-IO-STATUS
                 PERFORM 1210-READ-ONE-PARM UNTIL PARM-EOF
                 CLOSE TI02-ASSESS-PARM
              ELSE
                 DISPLAY 'ERROR OPENING ASSESSMENT PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY 'DEFAULT HOURS/DAY ' WS-DFLT-HOURS
                   ' MULTIPLIER ' WS-DFLT-MULTIPLIER
                   ' PERIOD MONTHS ' WS-DFLT-MONTHS
                   ' CLASS CARDS ' WS-CP-COUNT.

       1210-READ-ONE-PARM  SECTION.

           READ TI02-ASSESS-PARM
               AT END  SET PARM-EOF TO TRUE
               NOT AT END
                   IF PRM-HOURS-PER-DAY IS NUMERIC
                      AND PRM-MULTIPLIER IS NUMERIC
                      AND PRM-PERIOD-MONTHS IS NUMERIC
                      AND PRM-HOURS-PER-DAY > ZEROS
                      AND PRM-HOURS-PER-DAY <= 24
                      AND PRM-MULTIPLIER > ZEROS
                      AND PRM-PERIOD-MONTHS > ZEROS
                      PERFORM 1220-STORE-ONE-PARM
                   ELSE
                      DISPLAY 'BAD ASSESSMENT PARM IGNORED: '
                              TI02-ASSESS-PARM-RECORD
                   END-IF
           END-READ.

       1220-STORE-ONE-PARM  SECTION.

           IF PRM-TARIFF-CLASS = '*'
              MOVE PRM-HOURS-PER-DAY TO WS-DFLT-HOURS
              MOVE PRM-MULTIPLIER    TO WS-DFLT-MULTIPLIER
              MOVE PRM-PERIOD-MONTHS TO WS-DFLT-MONTHS
           ELSE
              IF WS-CP-COUNT >= WS-CP-MAX-ENTRIES
                 DISPLAY 'ASSESSMENT PARM TABLE FULL - IGNORED: '
                         TI02-ASSESS-PARM-RECORD
              ELSE
                 ADD 1 TO WS-CP-COUNT
                 SET WS-CP-IDX TO WS-CP-COUNT
                 MOVE PRM-TARIFF-CLASS  TO WS-CP-CLASS(WS-CP-IDX)
                 MOVE PRM-HOURS-PER-DAY TO WS-CP-HOURS(WS-CP-IDX)
                 MOVE PRM-MULTIPLIER
                     TO WS-CP-MULTIPLIER(WS-CP-IDX)
                 MOVE PRM-PERIOD-MONTHS TO WS-CP-MONTHS(WS-CP-IDX)
              END-IF
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-THEFT-TRAN UNTIL TRAN-EOF.

           PERFORM 2600-SCAN-TAMPER-CASES.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-THEFT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING THEFT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-CASE-KSDS.
           IF NOT CASE-IO-STATUS
              DISPLAY 'ERROR OPENING CASE KSDS: ' WS-CASE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-ASSESS-KSDS.
           IF NOT THA-IO-STATUS
              DISPLAY 'ERROR OPENING ASSESSMENT KSDS: '
                      WS-THA-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-ADJ-KSDS.
           IF NOT ADJ-IO-STATUS
              DISPLAY 'ERROR OPENING ADJUSTMENT KSDS: '
                      WS-ADJ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-SANCLOAD-KSDS.
           IF NOT SL-IO-STATUS
              DISPLAY 'ERROR OPENING SANCTIONED LOAD KSDS: '
                      WS-SL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONS-HIST-KSDS.
           IF NOT CH-IO-STATUS
              DISPLAY 'ERROR OPENING CONSUMPTION HISTORY: '
                      WS-CH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-AUTH-KSDS.
           IF NOT AUTH-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORITY KSDS: '
                      WS-AUTH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ORDER-FILE.
           IF NOT ORD-IO-STATUS
              DISPLAY 'ERROR OPENING ASSESSMENT ORDERS: '
                      WS-ORD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-THEFT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING THEFT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

       2200-READ-THEFT-TRAN  SECTION.

           READ TI01-THEFT-TRAN
               AT END  SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION  SECTION.

           EVALUATE TRUE
               WHEN TRN-PROVISIONAL
                  PERFORM 2310-PROVISIONAL-ORDER
               WHEN TRN-FINAL
                  PERFORM 2320-FINAL-ORDER
               WHEN TRN-APPEAL
                  PERFORM 2330-LODGE-APPEAL
               WHEN TRN-DECISION
                  PERFORM 2340-RECORD-DECISION
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' TRN-TYPE
                  MOVE '1' TO WS-ERR-REASON
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-PROVISIONAL-ORDER  SECTION.

      *    A PROVISIONAL ORDER CAN BE WORKED AGAIN AS OFTEN AS THE
      *    INSPECTION EVIDENCE CHANGES -- BUT NOT ONCE THE FINAL
      *    ORDER HAS GONE OUT.
           MOVE TRN-CASE-KEY TO CASE-KEY.
           READ MO01-CASE-KSDS
               INVALID KEY
                   MOVE 'N' TO CASE-STATUS
           END-READ.

           IF NOT CASE-STAT-CLOSED OR NOT CASE-DISP-TAMPER
              DISPLAY 'NO CONFIRMED TAMPER CASE: ' TRN-CASE-KEY
              MOVE '2' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           PERFORM 2350-READ-ASSESSMENT.
           IF THA-ON-FILE AND NOT THA-STAT-PROVISIONAL
              DISPLAY 'ASSESSMENT ALREADY FINAL: ' TRN-CASE-KEY
              MOVE '4' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           MOVE TRN-PERIOD-FROM   TO WS-AW-PERIOD-FROM.
           MOVE TRN-PERIOD-TO     TO WS-AW-PERIOD-TO.
           MOVE TRN-CONN-LOAD-KW  TO WS-AW-CONN-LOAD-KW.
           IF THA-ON-FILE
      *       WHAT THE TRANSACTION LEAVES AT ZERO KEEPS WHAT THE
      *       LAST WORKING USED.
              IF WS-AW-PERIOD-FROM = ZEROS
                 MOVE THA-PERIOD-FROM TO WS-AW-PERIOD-FROM
              END-IF
              IF WS-AW-PERIOD-TO = ZEROS
                 MOVE THA-PERIOD-TO   TO WS-AW-PERIOD-TO
              END-IF
              IF WS-AW-CONN-LOAD-KW = ZEROS
                 AND THA-LOAD-CONNECTED
                 MOVE THA-LOAD-KW     TO WS-AW-CONN-LOAD-KW
              END-IF
           END-IF.

           PERFORM 2400-COMPUTE-ASSESSMENT.
           IF NOT ASSESSMENT-OK
              MOVE '5' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2310-EXIT
           END-IF.

           PERFORM 2360-STORE-PROVISIONAL.
           ADD 1 TO WS-PROV-CTR.

       2310-EXIT.
           EXIT.

       2320-FINAL-ORDER  SECTION.

      *    THE FINAL ORDER STANDS AT THE PROVISIONAL NET UNLESS THE
      *    HEARING REVISED IT -- DOWNWARD ONLY; A HIGHER FIGURE
      *    NEEDS A FRESH PROVISIONAL ORDER THE CUSTOMER CAN ANSWER.
           PERFORM 2350-READ-ASSESSMENT.
           IF NOT THA-ON-FILE
              DISPLAY 'NO ASSESSMENT ON FILE: ' TRN-CASE-KEY
              MOVE '3' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           IF NOT THA-STAT-PROVISIONAL
              DISPLAY 'FINAL ORDER ALREADY ISSUED: ' TRN-CASE-KEY
              MOVE '4' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           IF TRN-AMOUNT > ZEROS
              MOVE TRN-AMOUNT  TO WS-ORDER-AMT
           ELSE
              MOVE THA-NET-AMT TO WS-ORDER-AMT
           END-IF.

           IF WS-ORDER-AMT > THA-NET-AMT
              DISPLAY 'FINAL AMOUNT ABOVE PROVISIONAL: '
                      TRN-CASE-KEY
              MOVE '7' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           PERFORM 2370-CHECK-OFFICER.
           IF NOT OFFICER-VALID
              MOVE '6' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           MOVE WS-ORDER-AMT TO WS-POST-AMT.
           PERFORM 2500-POST-ADJUSTMENT.
           IF NOT POST-OK
              MOVE '8' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2320-EXIT
           END-IF.

           SET THA-STAT-FINAL   TO TRUE.
           MOVE WS-ORDER-AMT    TO THA-FINAL-AMT.
           ADD WS-POST-AMT      TO THA-POSTED-AMT.
           MOVE WS-DATE         TO THA-FINAL-DATE.
           MOVE TRN-OFFICER-ID  TO THA-FINAL-BY.

           REWRITE MO02-ASSESS-RECORD
               INVALID KEY
                   DISPLAY 'ASSESSMENT REWRITE FAILED: ' THA-KEY
                           ' STATUS: ' WS-THA-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-FINAL-CTR
                   DISPLAY 'FINAL ORDER ISSUED: ' THA-KEY
                           ' ' WS-ORDER-AMT
                   PERFORM 2380-UPDATE-CASE-AMOUNT
                   SET ORDER-IS-FINAL TO TRUE
                   PERFORM 2700-PRINT-ORDER
           END-REWRITE.

       2320-EXIT.
           EXIT.

       2330-LODGE-APPEAL  SECTION.

           PERFORM 2350-READ-ASSESSMENT.
           IF NOT THA-ON-FILE
              DISPLAY 'NO ASSESSMENT ON FILE: ' TRN-CASE-KEY
              MOVE '3' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           IF NOT THA-STAT-FINAL
              DISPLAY 'ONLY A FINAL ORDER CAN BE APPEALED: '
                      TRN-CASE-KEY ' STATUS ' THA-STATUS
              MOVE '4' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2330-EXIT
           END-IF.

           SET THA-STAT-APPEALED TO TRUE.
           MOVE TRN-APPEAL-REF   TO THA-APPEAL-REF.
           IF TRN-DATE IS NUMERIC AND TRN-DATE > ZEROS
              MOVE TRN-DATE      TO THA-APPEAL-DATE
           ELSE
              MOVE WS-DATE       TO THA-APPEAL-DATE
           END-IF.

           REWRITE MO02-ASSESS-RECORD
               INVALID KEY
                   DISPLAY 'ASSESSMENT REWRITE FAILED: ' THA-KEY
                           ' STATUS: ' WS-THA-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-APPEAL-CTR
                   DISPLAY 'APPEAL LODGED - COLLECTION HELD: '
                           THA-KEY ' ' THA-APPEAL-REF
           END-REWRITE.

       2330-EXIT.
           EXIT.

       2340-RECORD-DECISION  SECTION.

      *    THE APPELLATE AMOUNT REPLACES THE FINAL ORDER. ONLY THE
      *    DIFFERENCE FROM WHAT IS ALREADY POSTED GOES TO THE
      *    ADJUSTMENT MASTER -- A REDUCTION ARRIVES AS A CREDIT.
           PERFORM 2350-READ-ASSESSMENT.
           IF NOT THA-ON-FILE
              DISPLAY 'NO ASSESSMENT ON FILE: ' TRN-CASE-KEY
              MOVE '3' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           IF NOT THA-STAT-APPEALED
              DISPLAY 'NO APPEAL PENDING: ' TRN-CASE-KEY
                      ' STATUS ' THA-STATUS
              MOVE '4' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           MOVE TRN-AMOUNT TO WS-ORDER-AMT.
           PERFORM 2370-CHECK-OFFICER.
           IF NOT OFFICER-VALID
              MOVE '6' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
              GO TO 2340-EXIT
           END-IF.

           COMPUTE WS-POST-AMT = WS-ORDER-AMT - THA-POSTED-AMT.
           IF WS-POST-AMT NOT = ZEROS
              PERFORM 2500-POST-ADJUSTMENT
              IF NOT POST-OK
                 MOVE '8' TO WS-ERR-REASON
                 PERFORM 2900-WRITE-ERR-RECORD
                 GO TO 2340-EXIT
              END-IF
           END-IF.

           SET THA-STAT-DECIDED TO TRUE.
           MOVE WS-ORDER-AMT    TO THA-FINAL-AMT.
           ADD WS-POST-AMT      TO THA-POSTED-AMT.
           IF TRN-DATE IS NUMERIC AND TRN-DATE > ZEROS
              MOVE TRN-DATE     TO THA-DECIDED-DATE
           ELSE
              MOVE WS-DATE      TO THA-DECIDED-DATE
           END-IF.

           REWRITE MO02-ASSESS-RECORD
               INVALID KEY
                   DISPLAY 'ASSESSMENT REWRITE FAILED: ' THA-KEY
                           ' STATUS: ' WS-THA-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-DECIDED-CTR
                   DISPLAY 'APPEAL DECIDED - HOLD RELEASED: '
                           THA-KEY ' ' WS-ORDER-AMT
                   PERFORM 2380-UPDATE-CASE-AMOUNT
           END-REWRITE.

       2340-EXIT.
           EXIT.

       2350-READ-ASSESSMENT  SECTION.

           MOVE 'N' TO WS-THA-FOUND-FLAG.
           MOVE TRN-CASE-KEY TO THA-KEY.

           READ MO02-ASSESS-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET THA-ON-FILE TO TRUE
           END-READ.

       2360-STORE-PROVISIONAL  SECTION.

      *    THA-ON-FILE IS SET BY THE CALLER; THE CASE RECORD IS
      *    THE ONE JUST READ.
           MOVE CASE-KEY             TO THA-KEY.
           SET THA-STAT-PROVISIONAL  TO TRUE.
           MOVE WS-AW-PERIOD-FROM    TO THA-PERIOD-FROM.
           MOVE WS-AW-PERIOD-TO      TO THA-PERIOD-TO.
           MOVE WS-AW-DAYS           TO THA-DAYS.
           MOVE WS-AW-LOAD-KW        TO THA-LOAD-KW.
           MOVE WS-AW-LOAD-SOURCE    TO THA-LOAD-SOURCE.
           MOVE WS-AW-HOURS          TO THA-HOURS-PER-DAY.
           MOVE WS-AW-MULTIPLIER     TO THA-MULTIPLIER.
           MOVE WS-AW-CLASS          TO THA-TARIFF-CLASS.
           MOVE WS-AW-RATE           TO THA-RATE.
           MOVE WS-AW-UNITS          TO THA-ASSESSED-UNITS.
           MOVE WS-AW-GROSS          TO THA-GROSS-AMT.
           MOVE WS-AW-BILLED-UNITS   TO THA-BILLED-UNITS.
           MOVE WS-AW-BILLED-AMT     TO THA-BILLED-AMT.
           MOVE WS-AW-NET            TO THA-NET-AMT.
           MOVE ZEROS                TO THA-FINAL-AMT.
           MOVE ZEROS                TO THA-POSTED-AMT.
           MOVE WS-DATE              TO THA-PROV-DATE.
           MOVE ZEROS                TO THA-FINAL-DATE.
           MOVE SPACES               TO THA-FINAL-BY.
           MOVE ZEROS                TO THA-APPEAL-DATE.
           MOVE SPACES               TO THA-APPEAL-REF.
           MOVE ZEROS                TO THA-DECIDED-DATE.

           IF THA-ON-FILE
              REWRITE MO02-ASSESS-RECORD
                  INVALID KEY
                      DISPLAY 'ASSESSMENT REWRITE FAILED: ' THA-KEY
                              ' STATUS: ' WS-THA-STATUS
                      ADD 1 TO WS-ERROR-CTR
                      GO TO 2360-EXIT
              END-REWRITE
           ELSE
              WRITE MO02-ASSESS-RECORD
                  INVALID KEY
                      DISPLAY 'ASSESSMENT WRITE FAILED: ' THA-KEY
                              ' STATUS: ' WS-THA-STATUS
                      ADD 1 TO WS-ERROR-CTR
                      GO TO 2360-EXIT
              END-WRITE
           END-IF.

           DISPLAY 'PROVISIONAL ORDER ISSUED: ' THA-KEY
                   ' ' THA-NET-AMT.
           MOVE THA-NET-AMT TO WS-ORDER-AMT.
           SET ORDER-IS-PROVISIONAL TO TRUE.
           PERFORM 2700-PRINT-ORDER.

       2360-EXIT.
           EXIT.

       2370-CHECK-OFFICER  SECTION.

      *    THE SIGNING OFFICER MUST EXIST, BE ACTIVE AND HOLD
      *    MONETARY AUTHORITY FOR THE AMOUNT BEING ORDERED.
           MOVE 'N' TO WS-OFFICER-FLAG.

           IF TRN-OFFICER-ID = SPACES
              DISPLAY 'ORDER WITHOUT OFFICER ID: ' TRN-CASE-KEY
           ELSE
              MOVE TRN-OFFICER-ID TO AUTH-ID
              READ MI05-AUTH-KSDS
                  INVALID KEY
                      DISPLAY 'ORDER BY UNKNOWN OFFICER '
                              TRN-OFFICER-ID ': ' TRN-CASE-KEY
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN NOT AUTH-STAT-ACTIVE
                              DISPLAY 'ORDER BY INACTIVE OFFICER '
                                      TRN-OFFICER-ID ': '
                                      TRN-CASE-KEY
                          WHEN WS-ORDER-AMT > AUTH-LIMIT
                              DISPLAY 'ASSESSMENT OVER OFFICER '
                                      'LIMIT ' TRN-OFFICER-ID
                                      ': ' TRN-CASE-KEY
                          WHEN OTHER
                              SET OFFICER-VALID TO TRUE
                      END-EVALUATE
              END-READ
           END-IF.

       2380-UPDATE-CASE-AMOUNT  SECTION.

      *    THE CASE CARRIES THE AMOUNT CURRENTLY ORDERED SO THE
      *    INQUIRY SCREEN SHOWS IT WITHOUT THE ASSESSMENT MASTER.
           MOVE THA-KEY TO CASE-KEY.
           READ MO01-CASE-KSDS
               INVALID KEY
                   DISPLAY 'CASE NOT FOUND FOR AMOUNT: ' THA-KEY
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   MOVE THA-FINAL-AMT TO CASE-ASSESS-AMT
                   REWRITE MO01-CASE-RECORD
                       INVALID KEY
                           DISPLAY 'CASE REWRITE FAILED: '
                                   CASE-KEY
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
           END-READ.

       2400-COMPUTE-ASSESSMENT  SECTION.

      *    ASSESSED UNITS = LOAD KW X HOURS PER DAY X DAYS.
      *    GROSS = UNITS X TARIFF-CLASS RATE X MULTIPLIER.
      *    NET = GROSS LESS WHAT WAS BILLED FOR THE SAME PERIOD.
           MOVE 'N' TO WS-AW-OK-FLAG.

           MOVE CASE-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND FOR ASSESSMENT: '
                           CASE-CUST-ID
                   GO TO 2400-EXIT
           END-READ.

           MOVE CUST-TARIFF-CLASS TO WS-AW-CLASS.
           IF WS-AW-CLASS = SPACE
              MOVE 'D' TO WS-AW-CLASS
           END-IF.
           PERFORM 2410-FIND-CLASS-PARMS.

      *    THE DEFAULT PERIOD ENDS ON THE INSPECTION DATE AND RUNS
      *    BACK THE STATUTORY NUMBER OF MONTHS.
           IF WS-AW-PERIOD-TO = ZEROS
              IF CASE-VISIT-DATE > ZEROS
                 MOVE CASE-VISIT-DATE TO WS-AW-PERIOD-TO
              ELSE
                 MOVE CASE-EXC-DATE   TO WS-AW-PERIOD-TO
              END-IF
           END-IF.
           IF WS-AW-PERIOD-FROM = ZEROS
              PERFORM 2420-DEFAULT-PERIOD-FROM
           END-IF.

           IF WS-AW-PERIOD-FROM NOT NUMERIC
              OR WS-AW-PERIOD-TO NOT NUMERIC
              OR WS-AW-PERIOD-FROM > WS-AW-PERIOD-TO
              OR WS-AW-PERIOD-TO > WS-DATE
              DISPLAY 'BAD ASSESSMENT PERIOD: ' CASE-KEY ' '
                      WS-AW-PERIOD-FROM ' ' WS-AW-PERIOD-TO
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AW-PERIOD-FROM).
           COMPUTE WS-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AW-PERIOD-TO).
           COMPUTE WS-AW-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER + 1.

      *    THE HIGHER OF THE SANCTIONED LOAD AND THE LOAD FOUND
      *    CONNECTED AT INSPECTION.
           MOVE ZEROS TO WS-AW-LOAD-KW.
           MOVE 'S'   TO WS-AW-LOAD-SOURCE.
           MOVE CASE-CUST-ID TO SL-CUST-ID.
           READ MI02-SANCLOAD-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SL-SANCTIONED-KW TO WS-AW-LOAD-KW
           END-READ.
           IF WS-AW-CONN-LOAD-KW > WS-AW-LOAD-KW
              MOVE WS-AW-CONN-LOAD-KW TO WS-AW-LOAD-KW
              MOVE 'C' TO WS-AW-LOAD-SOURCE
           END-IF.

           IF WS-AW-LOAD-KW = ZEROS
              DISPLAY 'NO SANCTIONED OR CONNECTED LOAD: ' CASE-KEY
              GO TO 2400-EXIT
           END-IF.

           PERFORM 2430-LOOKUP-CLASS-RATE.
           IF WS-AW-RATE = ZEROS
              DISPLAY 'NO TARIFF RATE FOR CLASS ' WS-AW-CLASS
                      ': ' CASE-KEY
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-AW-UNITS ROUNDED =
                   WS-AW-LOAD-KW * WS-AW-HOURS * WS-AW-DAYS
               ON SIZE ERROR
                   DISPLAY 'ASSESSED UNITS OVERFLOW: ' CASE-KEY
                   GO TO 2400-EXIT
           END-COMPUTE.

           COMPUTE WS-AW-GROSS ROUNDED =
                   WS-AW-UNITS * WS-AW-RATE * WS-AW-MULTIPLIER
               ON SIZE ERROR
                   DISPLAY 'ASSESSMENT AMOUNT OVERFLOW: ' CASE-KEY
                   GO TO 2400-EXIT
           END-COMPUTE.

           PERFORM 2440-SUM-BILLED-IN-PERIOD.

           IF WS-AW-BILLED-AMT >= WS-AW-GROSS
              MOVE ZEROS TO WS-AW-NET
           ELSE
              COMPUTE WS-AW-NET = WS-AW-GROSS - WS-AW-BILLED-AMT
           END-IF.

           SET ASSESSMENT-OK TO TRUE.

       2400-EXIT.
           EXIT.

       2410-FIND-CLASS-PARMS  SECTION.

           MOVE WS-DFLT-HOURS      TO WS-AW-HOURS.
           MOVE WS-DFLT-MULTIPLIER TO WS-AW-MULTIPLIER.
           MOVE WS-DFLT-MONTHS     TO WS-AW-MONTHS.

           PERFORM 2415-MATCH-ONE-CLASS
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT.

       2415-MATCH-ONE-CLASS  SECTION.

           IF WS-CP-CLASS(WS-CP-IDX) = WS-AW-CLASS
              MOVE WS-CP-HOURS(WS-CP-IDX)      TO WS-AW-HOURS
              MOVE WS-CP-MULTIPLIER(WS-CP-IDX) TO WS-AW-MULTIPLIER
              MOVE WS-CP-MONTHS(WS-CP-IDX)     TO WS-AW-MONTHS
           END-IF.

       2420-DEFAULT-PERIOD-FROM  SECTION.

      *    SAME DAY N MONTHS BEFORE THE PERIOD END, PLUS ONE DAY.
      *    A DAY PAST THE 28TH IS PULLED BACK TO THE 28TH SO THE
      *    MONTH ARITHMETIC NEVER LANDS ON A DATE THAT DOES NOT
      *    EXIST.
           MOVE WS-AW-PERIOD-TO TO WS-BACK-DATE.
           COMPUTE WS-MONTH-NUMBER =
                   WS-BACK-YYYY * 12 + WS-BACK-MM - 1 - WS-AW-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-BACK-YYYY REMAINDER WS-BACK-MM.
           ADD 1 TO WS-BACK-MM.
           IF WS-BACK-DD > 28
              MOVE 28 TO WS-BACK-DD
           END-IF.

           COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BACK-DATE) + 1.
           COMPUTE WS-AW-PERIOD-FROM =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER).

       2430-LOOKUP-CLASS-RATE  SECTION.

      *    THE RATE IN FORCE AT THE END OF THE PERIOD FOR THE
      *    CUSTOMER'S AREA (OR ALL AREAS) AND CLASS (OR ALL
      *    CLASSES), NORMAL BAND. THEFT IS PRICED AT THE CLASS'S
      *    TOP SLAB -- THE HIGHEST RATE AMONG THE SLABS IN FORCE.
           MOVE ZEROS TO WS-RATE-BEST-DATE.
           MOVE ZEROS TO WS-AW-RATE.

           PERFORM 2432-FIND-BEST-DATE
               VARYING WS-RATE-LOOP-CTR FROM 1 BY 1
               UNTIL WS-RATE-LOOP-CTR > WS-RATE-COUNT.

           IF WS-RATE-BEST-DATE > ZEROS
              PERFORM 2434-FIND-TOP-RATE
                  VARYING WS-RATE-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-RATE-LOOP-CTR > WS-RATE-COUNT
           END-IF.

       2432-FIND-BEST-DATE  SECTION.

           SET WS-RATE-IDX TO WS-RATE-LOOP-CTR.
           IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-AW-PERIOD-TO
              AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                   OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
              AND (WS-RT-TARIFF-CLASS(WS-RATE-IDX) = WS-AW-CLASS
                   OR WS-RT-TARIFF-CLASS(WS-RATE-IDX) = SPACES)
              AND (WS-RT-TOU-BAND(WS-RATE-IDX) = 'N'
                   OR WS-RT-TOU-BAND(WS-RATE-IDX) = SPACES)
              AND WS-RT-EFF-DATE(WS-RATE-IDX) > WS-RATE-BEST-DATE
              MOVE WS-RT-EFF-DATE(WS-RATE-IDX) TO WS-RATE-BEST-DATE
           END-IF.

       2434-FIND-TOP-RATE  SECTION.

           SET WS-RATE-IDX TO WS-RATE-LOOP-CTR.
           IF WS-RT-EFF-DATE(WS-RATE-IDX) = WS-RATE-BEST-DATE
              AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                   OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
              AND (WS-RT-TARIFF-CLASS(WS-RATE-IDX) = WS-AW-CLASS
                   OR WS-RT-TARIFF-CLASS(WS-RATE-IDX) = SPACES)
              AND (WS-RT-TOU-BAND(WS-RATE-IDX) = 'N'
                   OR WS-RT-TOU-BAND(WS-RATE-IDX) = SPACES)
              AND WS-RT-PER-UNIT(WS-RATE-IDX) > WS-AW-RATE
              MOVE WS-RT-PER-UNIT(WS-RATE-IDX) TO WS-AW-RATE
           END-IF.

       2440-SUM-BILLED-IN-PERIOD  SECTION.

      *    EVERY BILLING PERIOD FROM THE MONTH THE ASSESSMENT
      *    STARTS TO THE MONTH IT ENDS.
           MOVE ZEROS TO WS-AW-BILLED-UNITS.
           MOVE ZEROS TO WS-AW-BILLED-AMT.
           MOVE WS-AW-PERIOD-FROM(1:6) TO WS-FROM-PERIOD.
           MOVE WS-AW-PERIOD-TO(1:6)   TO WS-TO-PERIOD.
           MOVE 'N' TO WS-CH-EOF-FLAG.

           MOVE CASE-CUST-ID   TO CH-CUST-ID.
           MOVE WS-FROM-PERIOD TO CH-BILL-PERIOD.
           START MI03-CONS-HIST-KSDS KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET CH-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2445-ADD-ONE-BILLED-PERIOD UNTIL CH-SCAN-EOF.

       2445-ADD-ONE-BILLED-PERIOD  SECTION.

           READ MI03-CONS-HIST-KSDS NEXT
               AT END
                   SET CH-SCAN-EOF TO TRUE
               NOT AT END
                   IF CH-CUST-ID NOT = CASE-CUST-ID
                      OR CH-BILL-PERIOD > WS-TO-PERIOD
                      SET CH-SCAN-EOF TO TRUE
                   ELSE
                      ADD CH-UNITS-CONSUMED TO WS-AW-BILLED-UNITS
                      ADD CH-BILL-AMOUNT    TO WS-AW-BILLED-AMT
                   END-IF
           END-READ.

       2500-POST-ADJUSTMENT  SECTION.

      *    WS-POST-AMT IS SIGNED -- A DEBIT ON A FINAL ORDER, A
      *    DEBIT OR CREDIT ON AN APPEAL DECISION. MERGED INTO ANY
      *    ADJUSTMENT ALREADY WAITING; A ROW THAT NETS TO ZERO IS
      *    REMOVED, AS ADJ001 DOES.
           MOVE 'N' TO WS-POST-FLAG.
           MOVE 'N' TO WS-ADJ-NEW-FLAG.
           MOVE THA-CUST-ID TO ADJ-CUST-ID.

           READ MO03-ADJ-KSDS
               INVALID KEY
                   SET ADJ-ROW-NEW TO TRUE
                   MOVE THA-CUST-ID TO ADJ-CUST-ID
                   MOVE ZEROS       TO ADJ-AMOUNT
           END-READ.

           COMPUTE ADJ-AMOUNT = ADJ-AMOUNT + WS-POST-AMT
               ON SIZE ERROR
                   DISPLAY 'ADJUSTMENT AMOUNT OVERFLOW: '
                           ADJ-CUST-ID ' ' WS-POST-AMT
                   GO TO 2500-EXIT
           END-COMPUTE.
           MOVE 'TH'    TO ADJ-REASON-CODE.
           MOVE WS-DATE TO ADJ-DATE.

           EVALUATE TRUE
               WHEN ADJ-ROW-NEW AND ADJ-AMOUNT = ZEROS
                   SET POST-OK TO TRUE
               WHEN ADJ-ROW-NEW
                   WRITE MO03-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ASSESSMENT WRITE FAILED: '
                                   ADJ-CUST-ID
                       NOT INVALID KEY
                           SET POST-OK TO TRUE
                   END-WRITE
               WHEN ADJ-AMOUNT = ZEROS
                   DELETE MO03-ADJ-KSDS
                       INVALID KEY
                           DISPLAY 'ADJUSTMENT DELETE FAILED: '
                                   ADJ-CUST-ID
                       NOT INVALID KEY
                           SET POST-OK TO TRUE
                   END-DELETE
               WHEN OTHER
                   REWRITE MO03-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'ASSESSMENT REWRITE FAILED: '
                                   ADJ-CUST-ID
                       NOT INVALID KEY
                           SET POST-OK TO TRUE
                   END-REWRITE
           END-EVALUATE.

           IF POST-OK
              ADD WS-POST-AMT TO WS-TOTAL-POSTED
              DISPLAY 'ASSESSMENT POSTED TO ' ADJ-CUST-ID ': '
                      WS-POST-AMT ' CASE ' THA-KEY
           END-IF.

       2500-EXIT.
           EXIT.

       2600-SCAN-TAMPER-CASES  SECTION.

      *    EVERY CLOSED TAMPER CASE WITH NO ASSESSMENT YET GETS A
      *    PROVISIONAL ORDER ON THE STATUTORY DEFAULTS. ONE THAT
      *    CANNOT BE WORKED (NO LOAD ON FILE, NO RATE) WAITS FOR A
      *    'P' TRANSACTION FROM THE ASSESSING OFFICE.
           MOVE LOW-VALUES TO CASE-KEY.
           START MO01-CASE-KSDS KEY IS GREATER THAN CASE-KEY
               INVALID KEY
                   SET CASE-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2650-SCAN-ONE-CASE UNTIL CASE-SCAN-EOF.

       2650-SCAN-ONE-CASE  SECTION.

           READ MO01-CASE-KSDS NEXT
               AT END
                   SET CASE-SCAN-EOF TO TRUE
                   GO TO 2650-EXIT
           END-READ.

           IF NOT CASE-STAT-CLOSED OR NOT CASE-DISP-TAMPER
              GO TO 2650-EXIT
           END-IF.

           MOVE 'N' TO WS-THA-FOUND-FLAG.
           MOVE CASE-KEY TO THA-KEY.
           READ MO02-ASSESS-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET THA-ON-FILE TO TRUE
           END-READ.
           IF THA-ON-FILE
              GO TO 2650-EXIT
           END-IF.

           MOVE ZEROS TO WS-AW-PERIOD-FROM.
           MOVE ZEROS TO WS-AW-PERIOD-TO.
           MOVE ZEROS TO WS-AW-CONN-LOAD-KW.
           PERFORM 2400-COMPUTE-ASSESSMENT.
           IF ASSESSMENT-OK
              PERFORM 2360-STORE-PROVISIONAL
              ADD 1 TO WS-AUTO-PROV-CTR
           ELSE
              ADD 1 TO WS-AWAITING-CTR
              DISPLAY 'TAMPER CASE AWAITING ASSESSMENT DATA: '
                      CASE-KEY
           END-IF.

       2650-EXIT.
           EXIT.

       2700-PRINT-ORDER  SECTION.

      *    WS-O-ORDER-TYPE IS SET BY THE CALLER;
      *    WS-ORDER-AMT IS THE AMOUNT BEING ORDERED. THE CUSTOMER
      *    RECORD IS RE-READ -- THE CASE SCAN MAY HAVE MOVED ON.
           MOVE THA-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE SPACES TO CUST-FIRST-NAME
                                  CUST-LAST-NAME
                                  CUST-ADDRESS
                                  CUST-CITY
           END-READ.

           MOVE SPACES TO WS-O-FULL-NAME.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' CUST-LAST-NAME DELIMITED BY SPACE
                  INTO WS-O-FULL-NAME
           END-STRING.

           MOVE SPACES TO WS-O-CASE-NO.
           STRING THA-CUST-ID DELIMITED BY SPACE
                  '-' THA-EXC-DATE DELIMITED BY SIZE
                  INTO WS-O-CASE-NO
           END-STRING.

           MOVE WS-DATE TO WS-O-DATE-IN.
           PERFORM 2790-FORMAT-DATE.
           MOVE WS-O-DATE-STR TO WS-O-ORDER-DATE-STR.

           MOVE SPACES TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE 'ABC ELECTRICITY COMPANY' TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           IF ORDER-IS-FINAL
              STRING 'FINAL ASSESSMENT ORDER -- UNAUTHORISED '
                     'USE OF ELECTRICITY'
                     DELIMITED BY SIZE
                     INTO TO01-ORDER-RECORD
              END-STRING
           ELSE
              STRING 'PROVISIONAL ASSESSMENT ORDER -- '
                     'UNAUTHORISED USE OF ELECTRICITY'
                     DELIMITED BY SIZE
                     INTO TO01-ORDER-RECORD
              END-STRING
           END-IF.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'CASE NO: ' WS-O-CASE-NO
                  '  ORDER DATE: ' WS-O-ORDER-DATE-STR
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE WS-O-FULL-NAME TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE CUST-ADDRESS TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE CUST-CITY TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           PERFORM 2710-PRINT-WORKING.

           MOVE SPACES TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           IF ORDER-IS-FINAL
              PERFORM 2730-PRINT-FINAL-TERMS
           ELSE
              PERFORM 2720-PRINT-PROVISIONAL-TERMS
           END-IF.

       2710-PRINT-WORKING  SECTION.

           MOVE THA-PERIOD-FROM TO WS-O-DATE-IN.
           PERFORM 2790-FORMAT-DATE.
           MOVE WS-O-DATE-STR TO WS-O-FROM-STR.
           MOVE THA-PERIOD-TO TO WS-O-DATE-IN.
           PERFORM 2790-FORMAT-DATE.
           MOVE THA-DAYS TO WS-O-DAYS.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'ASSESSMENT PERIOD      : ' WS-O-FROM-STR
                  ' TO ' WS-O-DATE-STR ' (' WS-O-DAYS ' DAYS)'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-LOAD-KW TO WS-O-LOAD.
           IF THA-LOAD-CONNECTED
              MOVE 'CONNECTED' TO WS-O-LOAD-SOURCE
           ELSE
              MOVE 'SANCTIONED' TO WS-O-LOAD-SOURCE
           END-IF.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'LOAD ASSESSED          : ' WS-O-LOAD ' KW ('
                  WS-O-LOAD-SOURCE DELIMITED BY SPACE
                  ' LOAD)' DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-HOURS-PER-DAY TO WS-O-HOURS.
           MOVE THA-MULTIPLIER    TO WS-O-MULTIPLIER.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'HOURS PER DAY          : ' WS-O-HOURS
                  '    MULTIPLIER: ' WS-O-MULTIPLIER
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-RATE TO WS-O-RATE.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'TARIFF CLASS / RATE    : ' THA-TARIFF-CLASS
                  '  ' WS-O-RATE ' PER UNIT'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-ASSESSED-UNITS TO WS-O-UNITS.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'UNITS ASSESSED         : ' WS-O-UNITS
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-GROSS-AMT TO WS-O-AMOUNT.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'GROSS ASSESSMENT       : ' WS-O-AMOUNT
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-BILLED-UNITS TO WS-O-UNITS.
           MOVE THA-BILLED-AMT   TO WS-O-AMOUNT.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'LESS BILLED IN PERIOD  : ' WS-O-AMOUNT
                  '  (' WS-O-UNITS ' UNITS)'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE THA-NET-AMT TO WS-O-AMOUNT.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'NET ASSESSMENT         : ' WS-O-AMOUNT
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

       2720-PRINT-PROVISIONAL-TERMS  SECTION.

           MOVE WS-OBJECTION-DAYS TO WS-O-LIMIT-DAYS.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'YOU MAY FILE OBJECTIONS TO THIS PROVISIONAL '
                  'ASSESSMENT WITHIN ' WS-O-LIMIT-DAYS ' DAYS.'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'A FINAL ASSESSMENT ORDER WILL BE ISSUED AFTER '
                  'YOUR OBJECTIONS ARE HEARD.'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'NO AMOUNT IS PAYABLE ON THIS PROVISIONAL ORDER.'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

       2730-PRINT-FINAL-TERMS  SECTION.

           MOVE WS-ORDER-AMT TO WS-O-AMOUNT.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'AMOUNT ASSESSED ON THIS FINAL ORDER: '
                  WS-O-AMOUNT
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'THIS AMOUNT WILL BE CHARGED ON YOUR NEXT BILL.'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE WS-APPEAL-DAYS TO WS-O-LIMIT-DAYS.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'AN APPEAL AGAINST THIS ORDER MAY BE FILED '
                  'WITHIN ' WS-O-LIMIT-DAYS ' DAYS.'
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

           MOVE SPACES TO TO01-ORDER-RECORD.
           WRITE TO01-ORDER-RECORD.

           MOVE AUTH-NAME TO WS-O-OFFICER.
           MOVE SPACES TO TO01-ORDER-RECORD.
           STRING 'ASSESSING OFFICER: ' WS-O-OFFICER
                  DELIMITED BY SIZE
                  INTO TO01-ORDER-RECORD
           END-STRING.
           WRITE TO01-ORDER-RECORD.

       2790-FORMAT-DATE  SECTION.

           MOVE SPACES TO WS-O-DATE-STR.
           STRING WS-O-DATE-IN(1:4) '-' WS-O-DATE-IN(5:2) '-'
                  WS-O-DATE-IN(7:2)
                  DELIMITED BY SIZE
                  INTO WS-O-DATE-STR
           END-STRING.

       2900-WRITE-ERR-RECORD  SECTION.

           MOVE TI01-THEFT-TRAN-RECORD TO ERR-TRAN-IMAGE.
           MOVE WS-ERR-REASON          TO ERR-REASON.

           WRITE TO02-THEFT-ERR-RECORD.
           ADD 1 TO WS-ERROR-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' PROVISIONAL ORDERS KEYED ',  WS-PROV-CTR
           DISPLAY ' PROVISIONAL ORDERS AUTO  ',  WS-AUTO-PROV-CTR
           DISPLAY ' CASES AWAITING DATA      ',  WS-AWAITING-CTR
           DISPLAY ' FINAL ORDERS ISSUED      ',  WS-FINAL-CTR
           DISPLAY ' APPEALS LODGED           ',  WS-APPEAL-CTR
           DISPLAY ' APPEALS DECIDED          ',  WS-DECIDED-CTR
           DISPLAY ' NET AMOUNT POSTED        ',  WS-TOTAL-POSTED
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-THEFT-TRAN,
                  MO01-CASE-KSDS,
                  MO02-ASSESS-KSDS,
                  MO03-ADJ-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI02-SANCLOAD-KSDS,
                  MI03-CONS-HIST-KSDS,
                  MI05-AUTH-KSDS,
                  TO01-ORDER-FILE,
                  TO02-THEFT-ERR.

           STOP RUN.
