           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

      *    APPEAL CASE MASTER MAINTAINED BY APEL001 -- A COMPLAINT
      *    TAKEN ON TO THE CONSUMER FORUM OR THE OMBUDSMAN KEEPS
      *    THE CUSTOMER IN DISPUTE AFTER CMPL001 HAS CLOSED IT,
      *    UNTIL THE FORUM'S FINAL ORDER IS RECORDED.
           SELECT MI09-APPEAL-KSDS  ASSIGN TO APLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APL-KEY
           FILE STATUS            IS WS-APL-STATUS.

      *    INSTALLMENT-AGREEMENT MASTER MAINTAINED BY INST001 --
      *    A CUSTOMER CURRENT ON AN ACTIVE AGREEMENT IS NOT A
      *    DISCONNECTION CANDIDATE, HOWEVER MANY CYCLES THE
           RECORD KEY             IS PROT-CUST-ID
           FILE STATUS            IS WS-PROT-STATUS.

      *    NO-ACCESS LADDER MAINTAINED BY ACCS001 -- A METER AT THE
      *    FORMAL-NOTICE RUNG HAS KEPT THE READER OUT THROUGH A
      *    LETTER, A FIXED APPOINTMENT AND A FORMAL NOTICE. THAT
      *    REFUSAL IS ITSELF GROUNDS FOR DISCONNECTION, WHATEVER
      *    THE STATE OF THE BILL.
           SELECT MI06-ACCESS-KSDS  ASSIGN TO NACKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS ACC-METER-ID
           FILE STATUS            IS WS-ACC-STATUS.

      *    THEFT ASSESSMENT MASTER MAINTAINED BY THFT001 -- AN
      *    ASSESSMENT UNDER APPEAL HOLDS THE ACCOUNT OFF THE
      *    EXTRACT UNTIL THE APPELLATE DECISION IS RECORDED.
           SELECT MI07-ASSESS-KSDS  ASSIGN TO THAKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS THA-KEY
           FILE STATUS            IS WS-THA-STATUS.

      *    DISCONNECTION MORATORIUM CALENDAR MAINTAINED BY MORT001
      *    -- A CANDIDATE WHOSE AREA IS UNDER A BLANKET BAN TONIGHT
      *    IS HELD OFF THE EXTRACT. THE RUN REBUILDS THE CANDIDATE
      *    LIST FROM SCRATCH, SO THE DAY AFTER THE BAN ENDS THE
      *    ACCOUNT IS BACK ON IT WITH NOTHING TO RELEASE.
           SELECT MI08-MORAT-KSDS   ASSIGN TO MORKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS MOR-ID
           FILE STATUS            IS WS-MOR-STATUS.

      *    ONE ROW PER MORATORIUM, CUSTOMER AND HOLDING STEP --
      *    WHAT MORTRPT COUNTS TO SHOW WHAT EACH BAN DEFERRED.
           SELECT MO02-MORAT-DEFER-KSDS ASSIGN TO MORDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MORD-KEY
           FILE STATUS            IS WS-MORD-STATUS.

       DATA DIVISION.

       FILE SECTION.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
             88 CMPL-STAT-CLOSED             VALUE 'C'.
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME CASE LAYOUT APEL001 MAINTAINS, CUT OFF AFTER THE
      *    STATUS.
       FD MI09-APPEAL-KSDS
           RECORD CONTAINS         220 CHARACTERS.

       01 MI09-APPEAL-RECORD.
          05 APL-KEY.
             10 APL-FORUM           PIC X(04).
             10 APL-CASE-NO         PIC X(16).
          05 APL-COMPLAINT-ID       PIC X(10).
          05 APL-CUST-ID            PIC X(12).
          05 APL-BILL-ID            PIC X(12).
          05 APL-FILED-DATE         PIC 9(08).
          05 APL-STATUS             PIC X(01).
             88 APL-STAT-OPEN                VALUE 'O'.
          05 FILLER                 PIC X(157).

       FD MI02-INSTALL-KSDS
           RECORD CONTAINS         45  CHARACTERS.

             88 PROT-STAT-LAPSED             VALUE 'L'.
             88 PROT-STAT-REMOVED            VALUE 'X'.

      *    SAME NO-ACCESS LADDER LAYOUT ACCS001 MAINTAINS.
       FD MI06-ACCESS-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI06-ACCESS-RECORD.
          05 ACC-METER-ID         PIC X(14).
          05 ACC-CUST-ID          PIC X(12).
          05 ACC-MISS-COUNT       PIC 9(02).
          05 ACC-LAST-MISS-PERIOD PIC 9(06).
          05 ACC-LAST-CODE        PIC X(02).
          05 ACC-STAGE            PIC 9(01).
             88 ACC-STAGE-NOTICE             VALUE 3.
          05 FILLER               PIC X(43).

      *    SAME THEFT ASSESSMENT LAYOUT THFT001 MAINTAINS -- ONLY
      *    THE KEY AND THE STATUS ARE NEEDED HERE.
       FD MI07-ASSESS-KSDS
           RECORD CONTAINS         180 CHARACTERS.

       01 MI07-ASSESS-RECORD.
          05 THA-KEY.
             10 THA-CUST-ID         PIC X(12).
             10 THA-EXC-DATE        PIC 9(08).
          05 THA-STATUS             PIC X(01).
             88 THA-STAT-APPEALED            VALUE 'A'.
          05 FILLER                 PIC X(159).

      *    SAME MORATORIUM LAYOUT MORT001 MAINTAINS.
       FD MI08-MORAT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI08-MORAT-RECORD.
          05 MOR-ID               PIC X(10).
          05 MOR-AREA-CODE        PIC X(06).
          05 MOR-FROM-DATE        PIC 9(08).
          05 MOR-TO-DATE          PIC 9(08).
          05 MOR-REASON-CODE      PIC X(02).
          05 MOR-REASON-TEXT      PIC X(30).
          05 MOR-STATUS           PIC X(01).
             88 MOR-STAT-ACTIVE              VALUE 'A'.
          05 MOR-ENTERED-DATE     PIC 9(08).
          05 FILLER               PIC X(07).

      *    SAME DEFERRAL LOG LAYOUT DUNN001 AND AMIC001 WRITE.
       FD MO02-MORAT-DEFER-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MO02-MORAT-DEFER-RECORD.
          05 MORD-KEY.
             10 MORD-MOR-ID         PIC X(10).
             10 MORD-CUST-ID        PIC X(12).
             10 MORD-SOURCE         PIC X(01).
          05 MORD-FIRST-DATE        PIC 9(08).
          05 MORD-LAST-DATE         PIC 9(08).
          05 MORD-DEFER-CNT         PIC 9(05).
          05 FILLER                 PIC X(06).

       FD MO01-CORR-KSDS
           RECORD CONTAINS         50  CHARACTERS.

          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
             88 CMPL-EOF           VALUE '10'.
          05 WS-APL-STATUS         PIC X(02).
             88 APL-IO-STATUS      VALUE '00'.
             88 APL-EOF            VALUE '10'.
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
             88 PROT-ROW-NOTFND    VALUE '23'.
             88 CORR-DUP-KEY       VALUE '22'.
          05 WS-CORR-DONE-FLAG     PIC X(01) VALUE 'N'.
             88 CORR-ROW-DONE      VALUE 'Y'.
          05 WS-ACC-STATUS         PIC X(02).
             88 ACC-IO-STATUS      VALUE '00'.
             88 ACC-EOF            VALUE '10'.
          05 WS-THA-STATUS         PIC X(02).
             88 THA-IO-STATUS      VALUE '00'.
             88 THA-EOF            VALUE '10'.
          05 WS-MOR-STATUS         PIC X(02).
             88 MOR-IO-STATUS      VALUE '00'.
             88 MOR-EOF            VALUE '10'.
          05 WS-MORD-STATUS        PIC X(02).
             88 MORD-IO-STATUS     VALUE '00'.

       01 WS-RUN-DATE              PIC 9(08) VALUE ZEROS.


       01 WS-DISPUTE-SKIP-CNT      PIC 9(06) VALUE ZERO.

       01 WS-ACCESS-CAND-CNT       PIC 9(06) VALUE ZERO.

      *    BILL-ID STAND-IN ON AN ACCESS-REFUSAL CANDIDATE -- DISCLTR
      *    KEYS ITS WORDING OFF IT.
       01 WS-NO-ACCESS-REF         PIC X(14) VALUE 'NO-ACCESS'.

      *    ACCOUNTS AT THE FORMAL-NOTICE RUNG OF THE NO-ACCESS
      *    LADDER, LOADED UP FRONT LIKE THE DISPUTE TABLE. AN
      *    ACCOUNT ALREADY EXTRACTED ON ARREARS IS MARKED SO THE
      *    ACCESS PASS AT THE END DOES NOT EXTRACT IT TWICE.
       01 WS-ACCESS-STORAGE.
          05 WS-ACCESS-TABLE.
             10 WS-ACCESS-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-ACS-IDX.
                15 WS-ACS-CUST-ID    PIC X(12).
                15 WS-ACS-MISS-COUNT PIC 9(02).
                15 WS-ACS-DONE-FLAG  PIC X(01).
                   88 ACS-EXTRACTED  VALUE 'Y'.
          05 WS-ACCESS-COUNT       PIC 9(04) VALUE ZEROS.
          05 WS-MAX-ACCESS         PIC 9(04) VALUE 1000.
          05 WS-ACS-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-ACS-LOOKUP-ID      PIC X(12) VALUE SPACES.

       01 WS-STATUS-SKIP-CNT       PIC 9(06) VALUE ZERO.

       01 WS-APPEAL-SKIP-CNT       PIC 9(06) VALUE ZERO.

       01 WS-MORAT-SKIP-CNT        PIC 9(06) VALUE ZERO.

      *    MORATORIA STILL TO RUN OR RUNNING -- LOADED ONCE UP
      *    FRONT, THE SAME WAY AS THE DISPUTE TABLE. AN AREA CODE
      *    OF SPACES COVERS EVERY AREA.
       01 WS-MORAT-STORAGE.
          05 WS-MORAT-TABLE.
             10 WS-MORAT-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-MOR-IDX.
                15 WS-MT-ID          PIC X(10).
                15 WS-MT-AREA-CODE   PIC X(06).
                15 WS-MT-FROM-DATE   PIC 9(08).
                15 WS-MT-TO-DATE     PIC 9(08).
          05 WS-MORAT-COUNT        PIC 9(04) VALUE ZEROS.
          05 WS-MAX-MORATORIA      PIC 9(04) VALUE 200.
          05 WS-MOR-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-MOR-CHECK-AREA     PIC X(06) VALUE SPACES.
          05 WS-MOR-HIT-ID         PIC X(10) VALUE SPACES.
          05 WS-MOR-HIT-TO-DATE    PIC 9(08) VALUE ZEROS.
          05 WS-MORAT-FLAG         PIC X(01) VALUE 'N'.
             88 MORATORIUM-APPLIES VALUE 'Y'.

      *    CUSTOMERS WITH A THEFT ASSESSMENT UNDER APPEAL -- LOADED
      *    ONCE UP FRONT, THE SAME WAY AS THE DISPUTE TABLE.
       01 WS-APPEAL-STORAGE.
          05 WS-APPEAL-TABLE.
             10 WS-APPEAL-CUST-ID OCCURS 500 TIMES
                                 INDEXED BY WS-APL-IDX
                                 PIC X(12).
          05 WS-APPEAL-COUNT       PIC 9(04) VALUE ZEROS.
          05 WS-MAX-APPEALS        PIC 9(04) VALUE 500.
          05 WS-APL-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-APPEAL-FLAG        PIC X(01) VALUE 'N'.
             88 CUSTOMER-UNDER-APPEAL VALUE 'Y'.

      *    CUSTOMERS WITH AN OPEN BILLING-CATEGORY COMPLAINT --
      *    LOADED ONCE UP FRONT SO EACH BILL'S DISPUTE CHECK IS AN
      *    IN-MEMORY LOOKUP, NOT A KSDS SCAN.
              STOP RUN
           END-IF.

           OPEN INPUT MI09-APPEAL-KSDS.
           IF NOT APL-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL CASE KSDS: '
                      WS-APL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-PROTECT-KSDS.
           IF NOT PROT-IO-STATUS
              DISPLAY 'ERROR OPENING PROTECT KSDS: '
              STOP RUN
           END-IF.

           OPEN INPUT MI06-ACCESS-KSDS.
           IF NOT ACC-IO-STATUS
              DISPLAY 'ERROR OPENING NO-ACCESS LADDER KSDS: '
                      WS-ACC-STATUS
              STOP RUN
           END-IF.

           PERFORM 2120-LOAD-DISPUTE-TABLE.

           PERFORM 2140-LOAD-ACCESS-TABLE.

           OPEN INPUT MI07-ASSESS-KSDS.
           IF NOT THA-IO-STATUS
              DISPLAY 'ERROR OPENING THEFT ASSESSMENT KSDS: '
                      WS-THA-STATUS
              STOP RUN
           END-IF.

           PERFORM 2160-LOAD-APPEAL-TABLE.

           OPEN INPUT MI08-MORAT-KSDS.
           IF NOT MOR-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM KSDS: '
                      WS-MOR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-MORAT-DEFER-KSDS.
           IF NOT MORD-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM DEFERRAL KSDS: '
                      WS-MORD-STATUS
              STOP RUN
           END-IF.

           PERFORM 2170-LOAD-MORATORIA.

       2120-LOAD-DISPUTE-TABLE  SECTION.

           PERFORM 2125-SCAN-ONE-COMPLAINT UNTIL CMPL-EOF.

           PERFORM 2126-SCAN-ONE-APPEAL UNTIL APL-EOF.

           DISPLAY 'CUSTOMERS UNDER BILLING DISPUTE: '
                   WS-DISPUTE-COUNT.

                   END-IF
           END-READ.

       2126-SCAN-ONE-APPEAL  SECTION.

           READ MI09-APPEAL-KSDS
               AT END  SET APL-EOF TO TRUE
               NOT AT END
                   IF APL-STAT-OPEN
                      IF WS-DISPUTE-COUNT >= WS-MAX-DISPUTES
                         DISPLAY 'WARNING: DISPUTE TABLE FULL - '
                                 'MAX ' WS-MAX-DISPUTES
                      ELSE
                         ADD 1 TO WS-DISPUTE-COUNT
                         SET WS-DSP-IDX TO WS-DISPUTE-COUNT
                         MOVE APL-CUST-ID
                             TO WS-DISPUTE-CUST-ID(WS-DSP-IDX)
                      END-IF
                   END-IF
           END-READ.

       2128-CHECK-DISPUTE  SECTION.

           MOVE 'N' TO WS-DISPUTE-FLAG.
                   END-IF
           END-READ.

       2140-LOAD-ACCESS-TABLE  SECTION.

           PERFORM 2142-SCAN-ONE-ACCESS-ROW UNTIL ACC-EOF.

           DISPLAY 'ACCOUNTS AT FORMAL ACCESS NOTICE: '
                   WS-ACCESS-COUNT.

       2142-SCAN-ONE-ACCESS-ROW  SECTION.

           READ MI06-ACCESS-KSDS
               AT END  SET ACC-EOF TO TRUE
               NOT AT END
                   IF ACC-STAGE-NOTICE
                      IF WS-ACCESS-COUNT >= WS-MAX-ACCESS
                         DISPLAY 'WARNING: ACCESS TABLE FULL - '
                                 'MAX ' WS-MAX-ACCESS
                      ELSE
                         ADD 1 TO WS-ACCESS-COUNT
                         SET WS-ACS-IDX TO WS-ACCESS-COUNT
                         MOVE ACC-CUST-ID
                             TO WS-ACS-CUST-ID(WS-ACS-IDX)
                         MOVE ACC-MISS-COUNT
                             TO WS-ACS-MISS-COUNT(WS-ACS-IDX)
                         MOVE 'N' TO WS-ACS-DONE-FLAG(WS-ACS-IDX)
                      END-IF
                   END-IF
           END-READ.

       2145-MARK-ACCESS-EXTRACTED  SECTION.

      *    ONE CANDIDATE PER ACCOUNT -- EVERY LADDER ENTRY FOR THE
      *    CUSTOMER JUST EXTRACTED IS MARKED, HOWEVER MANY METERS.
           PERFORM 2147-MARK-ONE-ENTRY
               VARYING WS-ACS-LOOP-CTR FROM 1 BY 1
               UNTIL WS-ACS-LOOP-CTR > WS-ACCESS-COUNT.

       2147-MARK-ONE-ENTRY  SECTION.

           SET WS-ACS-IDX TO WS-ACS-LOOP-CTR.
           IF WS-ACS-CUST-ID(WS-ACS-IDX) = WS-ACS-LOOKUP-ID
              MOVE 'Y' TO WS-ACS-DONE-FLAG(WS-ACS-IDX)
           END-IF.

       2160-LOAD-APPEAL-TABLE  SECTION.

           PERFORM 2162-SCAN-ONE-ASSESSMENT UNTIL THA-EOF.

           DISPLAY 'CUSTOMERS WITH AN ASSESSMENT UNDER APPEAL: '
                   WS-APPEAL-COUNT.

       2162-SCAN-ONE-ASSESSMENT  SECTION.

           READ MI07-ASSESS-KSDS
               AT END  SET THA-EOF TO TRUE
               NOT AT END
                   IF THA-STAT-APPEALED
                      IF WS-APPEAL-COUNT >= WS-MAX-APPEALS
                         DISPLAY 'WARNING: APPEAL TABLE FULL - '
                                 'MAX ' WS-MAX-APPEALS
                      ELSE
                         ADD 1 TO WS-APPEAL-COUNT
                         SET WS-APL-IDX TO WS-APPEAL-COUNT
                         MOVE THA-CUST-ID
                             TO WS-APPEAL-CUST-ID(WS-APL-IDX)
                      END-IF
                   END-IF
           END-READ.

       2165-CHECK-APPEAL  SECTION.

           MOVE 'N' TO WS-APPEAL-FLAG.

           PERFORM 2167-MATCH-ONE-APPEAL
               VARYING WS-APL-LOOP-CTR FROM 1 BY 1
               UNTIL WS-APL-LOOP-CTR > WS-APPEAL-COUNT
                  OR CUSTOMER-UNDER-APPEAL.

       2167-MATCH-ONE-APPEAL  SECTION.

           SET WS-APL-IDX TO WS-APL-LOOP-CTR.
           IF WS-APPEAL-CUST-ID(WS-APL-IDX) = WS-DSP-LOOKUP-ID
              SET CUSTOMER-UNDER-APPEAL TO TRUE
           END-IF.

       2170-LOAD-MORATORIA  SECTION.

           PERFORM 2172-SCAN-ONE-MORATORIUM UNTIL MOR-EOF.

           DISPLAY 'MORATORIA IN FORCE OR PENDING: '
                   WS-MORAT-COUNT.

       2172-SCAN-ONE-MORATORIUM  SECTION.

      *    A LIFTED MORATORIUM OR ONE THAT HAS ALREADY RUN ITS
      *    COURSE HOLDS NOTHING.
           READ MI08-MORAT-KSDS
               AT END  SET MOR-EOF TO TRUE
               NOT AT END
                   IF MOR-STAT-ACTIVE
                      AND MOR-TO-DATE >= WS-RUN-DATE
                      IF WS-MORAT-COUNT >= WS-MAX-MORATORIA
                         DISPLAY 'WARNING: MORATORIUM TABLE FULL - '
                                 'MAX ' WS-MAX-MORATORIA
                      ELSE
                         ADD 1 TO WS-MORAT-COUNT
                         SET WS-MOR-IDX TO WS-MORAT-COUNT
                         MOVE MOR-ID
                             TO WS-MT-ID(WS-MOR-IDX)
                         MOVE MOR-AREA-CODE
                             TO WS-MT-AREA-CODE(WS-MOR-IDX)
                         MOVE MOR-FROM-DATE
                             TO WS-MT-FROM-DATE(WS-MOR-IDX)
                         MOVE MOR-TO-DATE
                             TO WS-MT-TO-DATE(WS-MOR-IDX)
                      END-IF
                   END-IF
           END-READ.

       2175-CHECK-MORATORIUM  SECTION.

      *    TONIGHT FALLS INSIDE A BAN ON THE CANDIDATE'S AREA OR
      *    ON EVERY AREA. WHERE TWO OVERLAP THE ONE RUNNING
      *    LONGEST IS CREDITED WITH THE DEFERRAL.
           MOVE 'N'    TO WS-MORAT-FLAG.
           MOVE SPACES TO WS-MOR-HIT-ID.
           MOVE ZEROS  TO WS-MOR-HIT-TO-DATE.

           PERFORM 2177-MATCH-ONE-MORATORIUM
               VARYING WS-MOR-LOOP-CTR FROM 1 BY 1
               UNTIL WS-MOR-LOOP-CTR > WS-MORAT-COUNT.

       2177-MATCH-ONE-MORATORIUM  SECTION.

           SET WS-MOR-IDX TO WS-MOR-LOOP-CTR.
           IF WS-MT-FROM-DATE(WS-MOR-IDX) <= WS-RUN-DATE
              AND WS-MT-TO-DATE(WS-MOR-IDX) >= WS-RUN-DATE
              AND (WS-MT-AREA-CODE(WS-MOR-IDX) = SPACES
                   OR WS-MT-AREA-CODE(WS-MOR-IDX) = WS-MOR-CHECK-AREA)
              AND WS-MT-TO-DATE(WS-MOR-IDX) > WS-MOR-HIT-TO-DATE
              SET MORATORIUM-APPLIES TO TRUE
              MOVE WS-MT-ID(WS-MOR-IDX)      TO WS-MOR-HIT-ID
              MOVE WS-MT-TO-DATE(WS-MOR-IDX) TO WS-MOR-HIT-TO-DATE
           END-IF.

       2180-LOG-DEFERRAL  SECTION.

      *    ONE ROW PER CUSTOMER PER MORATORIUM -- A CANDIDATE HELD
      *    NIGHT AFTER NIGHT IS ONE DEFERRAL, WITH THE NIGHTS
      *    COUNTED ON IT.
           MOVE WS-MOR-HIT-ID         TO MORD-MOR-ID.
           MOVE WS-LAST-CUST-ID(1:12) TO MORD-CUST-ID.
           MOVE 'X'                   TO MORD-SOURCE.

           READ MO02-MORAT-DEFER-KSDS
               INVALID KEY
                   MOVE WS-RUN-DATE   TO MORD-FIRST-DATE
                   MOVE WS-RUN-DATE   TO MORD-LAST-DATE
                   MOVE 1             TO MORD-DEFER-CNT
                   MOVE SPACES        TO MO02-MORAT-DEFER-RECORD(45:6)
                   WRITE MO02-MORAT-DEFER-RECORD
                       INVALID KEY
                           DISPLAY 'DEFERRAL LOG WRITE FAILED: '
                                   MORD-KEY
                                   ' STATUS: ' WS-MORD-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF MORD-LAST-DATE NOT = WS-RUN-DATE
                      ADD 1 TO MORD-DEFER-CNT
                      MOVE WS-RUN-DATE TO MORD-LAST-DATE
                      REWRITE MO02-MORAT-DEFER-RECORD
                          INVALID KEY
                              DISPLAY 'DEFERRAL LOG REWRITE FAILED: '
                                      MORD-KEY
                                      ' STATUS: ' WS-MORD-STATUS
                      END-REWRITE
                   END-IF
           END-READ.

       2150-DB2-CONNECT SECTION.
      *    ------------------------------------------------------------
      *    CONNECT TO DB2 DATABASE
               CLOSE HIST_CURSOR
           END-EXEC.

      *    ACCESS-REFUSAL ACCOUNTS THE ARREARS PASS DID NOT ALREADY
      *    PUT ON THE EXTRACT.
           PERFORM 2600-ACCESS-CANDIDATE
               VARYING WS-ACS-LOOP-CTR FROM 1 BY 1
               UNTIL WS-ACS-LOOP-CTR > WS-ACCESS-COUNT.

       2200-FETCH-HISTORY-ROW  SECTION.

           EXEC SQL
           MOVE WS-LAST-CUST-ID(1:12) TO WS-DSP-LOOKUP-ID.
           PERFORM 2128-CHECK-DISPUTE.

           PERFORM 2165-CHECK-APPEAL.

           PERFORM 2130-CHECK-PROTECTED.

           EVALUATE TRUE
                   ADD 1 TO WS-DISPUTE-SKIP-CNT
                   DISPLAY 'CANDIDATE SKIPPED - BILL IN DISPUTE: '
                           WS-LAST-CUST-ID
               WHEN CUSTOMER-UNDER-APPEAL
                   ADD 1 TO WS-APPEAL-SKIP-CNT
                   DISPLAY 'CANDIDATE SKIPPED - ASSESSMENT UNDER '
                           'APPEAL: ' WS-LAST-CUST-ID
               WHEN AGREEMENT-SHIELDS
                   ADD 1 TO WS-AGREEMENT-SKIP-CNT
                   DISPLAY 'CANDIDATE SKIPPED - ACTIVE AGREEMENT: '
           MOVE WS-LAST-CUST-ID(1:12) TO WS-CUST-KEY-LOOKUP
           PERFORM 2550-LOOKUP-CUSTOMER

      *    AN ACCOUNT ALREADY DISCONNECTED, SEASONALLY SUSPENDED
      *    OR CLOSED ON THE MASTER HAS NOTHING LEFT TO DISCONNECT.
           IF CUST-IO-STATUS
              AND (ACCT-DISCONNECTED OR ACCT-CLOSED
                   OR ACCT-SUSPENDED)
              ADD 1 TO WS-STATUS-SKIP-CNT
              DISPLAY 'CANDIDATE SKIPPED - ACCOUNT STATUS '
                      CUST-ACCT-STATUS ': ' WS-LAST-CUST-ID
              GO TO 2510-EXIT
           END-IF.

           MOVE DX-AREA-CODE TO WS-MOR-CHECK-AREA.
           PERFORM 2175-CHECK-MORATORIUM.
           IF MORATORIUM-APPLIES
              ADD 1 TO WS-MORAT-SKIP-CNT
              DISPLAY 'CANDIDATE HELD - MORATORIUM ' WS-MOR-HIT-ID
                      ': ' WS-LAST-CUST-ID
              PERFORM 2180-LOG-DEFERRAL
           ELSE
              WRITE TO01-DISCON-RECORD
              ADD 1 TO WS-CANDIDATE-CNT
              PERFORM 2560-LOG-CORRESPONDENCE
              MOVE WS-LAST-CUST-ID(1:12) TO WS-ACS-LOOKUP-ID
              PERFORM 2145-MARK-ACCESS-EXTRACTED
           END-IF.

       2510-EXIT.
           EXIT.

       2560-LOG-CORRESPONDENCE  SECTION.

      *    THE NOTICE THE CREW LEAVES AT THE PREMISES GOES ON THE
              MOVE CUST-AREA-CODE TO DX-AREA-CODE
           END-IF.

       2600-ACCESS-CANDIDATE  SECTION.

           SET WS-ACS-IDX TO WS-ACS-LOOP-CTR.
           IF ACS-EXTRACTED(WS-ACS-IDX)
              GO TO 2600-EXIT
           END-IF.

           MOVE WS-ACS-CUST-ID(WS-ACS-IDX) TO WS-LAST-CUST-ID.
           MOVE WS-NO-ACCESS-REF           TO WS-PREV-BILL-ID.

      *    THE PROTECTED-CUSTOMER BLOCK IS A HARD ONE HERE TOO; A
      *    DISPUTE OR AN INSTALLMENT AGREEMENT IS ABOUT THE MONEY
      *    AND DOES NOT EXCUSE KEEPING THE READER OUT.
           PERFORM 2130-CHECK-PROTECTED.
           IF PROTECTION-SHIELDS
              ADD 1 TO WS-PROTECT-SKIP-CNT
              DISPLAY 'ACCESS CANDIDATE BLOCKED - PROTECTED '
                      'CUSTOMER (' PROT-CATEGORY '): '
                      WS-LAST-CUST-ID
              GO TO 2600-EXIT
           END-IF.

           MOVE SPACES TO TO01-DISCON-RECORD
           MOVE WS-LAST-CUST-ID  TO DX-CUST-ID
           MOVE WS-PREV-BILL-ID  TO DX-BILL-ID
           MOVE ZEROS            TO DX-AMOUNT-DUE
           MOVE WS-ACS-MISS-COUNT(WS-ACS-IDX) TO DX-DUE-CYCLES

           MOVE WS-LAST-CUST-ID(1:12) TO WS-CUST-KEY-LOOKUP
           PERFORM 2550-LOOKUP-CUSTOMER

           IF NOT CUST-IO-STATUS
              GO TO 2600-EXIT
           END-IF.

           IF ACCT-DISCONNECTED OR ACCT-CLOSED OR ACCT-SUSPENDED
              ADD 1 TO WS-STATUS-SKIP-CNT
              DISPLAY 'ACCESS CANDIDATE SKIPPED - ACCOUNT STATUS '
                      CUST-ACCT-STATUS ': ' WS-LAST-CUST-ID
              GO TO 2600-EXIT
           END-IF.

           MOVE CUST-AREA-CODE TO WS-MOR-CHECK-AREA.
           PERFORM 2175-CHECK-MORATORIUM.
           IF MORATORIUM-APPLIES
              ADD 1 TO WS-MORAT-SKIP-CNT
              DISPLAY 'ACCESS CANDIDATE HELD - MORATORIUM '
                      WS-MOR-HIT-ID ': ' WS-LAST-CUST-ID
              PERFORM 2180-LOG-DEFERRAL
              GO TO 2600-EXIT
           END-IF.

           MOVE CUST-FIRST-NAME  TO DX-FIRST-NAME
           MOVE CUST-LAST-NAME   TO DX-LAST-NAME
           WRITE TO01-DISCON-RECORD
           ADD 1 TO WS-CANDIDATE-CNT
           ADD 1 TO WS-ACCESS-CAND-CNT
           DISPLAY 'ACCESS-REFUSAL CANDIDATE: ' WS-LAST-CUST-ID
           PERFORM 2560-LOG-CORRESPONDENCE

           MOVE WS-LAST-CUST-ID(1:12) TO WS-ACS-LOOKUP-ID
           PERFORM 2145-MARK-ACCESS-EXTRACTED.

       2600-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

      *    COMMIT WORK AND DISCONNECT FROM DB2
                 TO01-DISCON-EXTRACT,
                 MI02-INSTALL-KSDS,
                 MI04-COMPLAINT-KSDS,
                 MI09-APPEAL-KSDS,
                 MI05-PROTECT-KSDS,
                 MI06-ACCESS-KSDS,
                 MI07-ASSESS-KSDS,
                 MI08-MORAT-KSDS,
                 MO02-MORAT-DEFER-KSDS,
                 MO01-CORR-KSDS.

           DISPLAY 'DISCONNECTION CANDIDATE EXTRACT COMPLETE'.
           DISPLAY 'BILL_UPDATE ROWS SCANNED: ' WS-ROW-CNT.
           DISPLAY 'DISCONNECTION CANDIDATES WRITTEN: '
                   WS-CANDIDATE-CNT.
           DISPLAY '  OF WHICH ACCESS REFUSALS: '
                   WS-ACCESS-CAND-CNT.
           DISPLAY 'CANDIDATES HELD BY AGREEMENT: '
                   WS-AGREEMENT-SKIP-CNT.
           DISPLAY 'CANDIDATES HELD BY DISPUTE: '
                   WS-DISPUTE-SKIP-CNT.
           DISPLAY 'CANDIDATES HELD BY APPEAL: '
                   WS-APPEAL-SKIP-CNT.
           DISPLAY 'CANDIDATES BLOCKED - PROTECTED: '
                   WS-PROTECT-SKIP-CNT.
           DISPLAY 'CANDIDATES HELD BY MORATORIUM: '
                   WS-MORAT-SKIP-CNT.
           DISPLAY 'CANDIDATES ALREADY OFF SUPPLY: '
                   WS-STATUS-SKIP-CNT.

