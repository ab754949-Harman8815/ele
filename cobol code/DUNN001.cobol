           RECORD KEY             IS PROT-CUST-ID
           FILE STATUS            IS WS-PROT-STATUS.

      *    NO-ACCESS LADDER MAINTAINED BY ACCS001 -- AN ACCOUNT
      *    WITH A METER AT THE FORMAL-NOTICE RUNG HAS REFUSED THE
      *    METER READER FOR MONTHS, AND THE LADDER STOPS GIVING IT
      *    THE BENEFIT OF THE STAGE CLOCK.
           SELECT MI03-ACCESS-KSDS ASSIGN TO NACKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACC-METER-ID
           ALTERNATE RECORD KEY   IS ACC-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-ACC-STATUS.

      *    THEFT ASSESSMENT MASTER MAINTAINED BY THFT001 -- WHILE
      *    AN ASSESSMENT IS UNDER APPEAL THE ACCOUNT'S LADDER STAYS
      *    WHERE IT IS UNTIL THE APPELLATE DECISION IS RECORDED.
           SELECT MI04-ASSESS-KSDS ASSIGN TO THAKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS THA-KEY
           FILE STATUS            IS WS-THA-STATUS.

      *    APPEAL CASE MASTER MAINTAINED BY APEL001 -- A BILL TAKEN
      *    TO THE CONSUMER FORUM OR THE OMBUDSMAN HOLDS THE LADDER
      *    THE SAME WAY UNTIL THE FINAL ORDER IS RECORDED. KEYED BY
      *    FORUM AND CASE, SO SCANNED ONCE UP FRONT AS DISCONEX
      *    DOES.
           SELECT MI07-APPEAL-KSDS ASSIGN TO APLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APL-KEY
           FILE STATUS            IS WS-APL-STATUS.

      *    DISCONNECTION MORATORIUM CALENDAR MAINTAINED BY MORT001
      *    -- WHILE A BAN COVERS THE CUSTOMER'S AREA THE LADDER
      *    HOLDS AT THE FINAL NOTICE. THE STAGE DATE IS LEFT
      *    ALONE, SO THE FIRST RUN AFTER THE BAN ENDS ISSUES THE
      *    ORDER WITHOUT WAITING OUT THE CLOCK A SECOND TIME.
           SELECT MI05-MORAT-KSDS   ASSIGN TO MORKSDS
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

      *    STAGE DAY-COUNT PARAMETERS -- ONE RECORD PER STAGE,
      *    DAYS THE ACCOUNT SITS ON THAT RUNG BEFORE THE NEXT.
      *    A MISSING FILE OR STAGE FALLS BACK TO THE COMPILED
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REM-STATUS.

      *    THE SAME REMINDERS KEYED BY THE CUSTOMER'S ZIP, ONE
      *    PIECE EACH, FOR THE SORT AND PSRT001 PRESORT STEPS THAT
      *    BUILD THE MAILROOM TRAYS.
           SELECT TO05-PRESORT-WORK   ASSIGN TO PSRTWORK
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PSW-STATUS.

      *    STAGE-2 FINAL NOTICES -- SAME 100-BYTE LAYOUT DISCONEX
      *    WRITES TO TO01-DISCON-EXTRACT, SO DISCLTR PRINTS THESE
      *    AS ITS LETTER WITHOUT CHANGE: THE LETTER IT USED TO BE
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WOF-STATUS.

      *    AUTHORIZED CONTACTS MAINTAINED BY ACON001 -- EVERY ONE
      *    FLAGGED FOR NOTICE COPIES GETS A COPY OF THE NOTICE
      *    THROUGH THE CENTRAL HUB.
           SELECT MI06-CONTACT-KSDS ASSIGN TO ACONKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACON-KEY
           FILE STATUS            IS WS-ACON-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN --
      *    TONIGHT'S PROCESSING DATE, DECIDED ONCE AGAINST THE
      *    BUSINESS CALENDAR. A MISSING FILE FALLS BACK TO THE
       01 MO01-DUNN-RECORD.
          05 DUNN-CUST-ID         PIC X(12).
          05 DUNN-STAGE           PIC 9(01).
             88 DUNN-STAGE-AWAIT-DUE         VALUE 0.
             88 DUNN-STAGE-REMINDER          VALUE 1.
             88 DUNN-STAGE-FINAL-NOTICE      VALUE 2.
             88 DUNN-STAGE-DISCON-ORDER      VALUE 3.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(4).
          05 CUST-MAIL-UNDELIV PIC X(1).
          05 CUST-LANGUAGE-CODE PIC X(1).

      *    SAME PROTECTED-CUSTOMER LAYOUT PROT001 MAINTAINS.
       FD MI02-PROTECT-KSDS
             88 PROT-STAT-LAPSED             VALUE 'L'.
             88 PROT-STAT-REMOVED            VALUE 'X'.

      *    SAME NO-ACCESS LADDER LAYOUT ACCS001 MAINTAINS.
       FD MI03-ACCESS-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI03-ACCESS-RECORD.
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
       FD MI04-ASSESS-KSDS
           RECORD CONTAINS         180 CHARACTERS.

       01 MI04-ASSESS-RECORD.
          05 THA-KEY.
             10 THA-CUST-ID         PIC X(12).
             10 THA-EXC-DATE        PIC 9(08).
          05 THA-STATUS             PIC X(01).
             88 THA-STAT-APPEALED            VALUE 'A'.
          05 FILLER                 PIC X(159).

      *    SAME CASE LAYOUT APEL001 MAINTAINS, CUT OFF AFTER THE
      *    STATUS.
       FD MI07-APPEAL-KSDS
           RECORD CONTAINS         220 CHARACTERS.

       01 MI07-APPEAL-RECORD.
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

      *    SAME MORATORIUM LAYOUT MORT001 MAINTAINS.
       FD MI05-MORAT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI05-MORAT-RECORD.
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

      *    SAME DEFERRAL LOG LAYOUT DISCONEX AND AMIC001 WRITE.
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

       FD TI01-DUNN-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         4   CHARACTERS.
      *    ALL FOUR STAGE EXTRACTS SHARE THE 100-BYTE CANDIDATE
      *    LAYOUT DISCONEX INTRODUCED, SO ANY OF THEM CAN FEED
      *    DISCLTR OR A DOWNSTREAM CONSUMER UNCHANGED. DUE-CYCLES
      *    CARRIES THE DUNNING STAGE, AND THE LANGUAGE CODE TELLS
      *    THE PRINT SHOP WHICH LANGUAGE'S REMINDER TO PRINT.
       FD TO01-REMINDERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.
          05 REM-AREA-CODE      PIC X(6).
          05 REM-AMOUNT-DUE     PIC 9(8)V99.
          05 REM-DUE-CYCLES     PIC 9(02).
          05 REM-LANGUAGE-CODE  PIC X(01).

      *    SAME PRESORT WORK LAYOUT PSRT001 READS BACK.
       FD TO05-PRESORT-WORK
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO05-PRESORT-RECORD.
          05 PSW-ZIP-CODE         PIC X(09).
          05 PSW-CUST-ID          PIC X(12).
          05 PSW-DOC-SEQ          PIC 9(06).
          05 PSW-LINE-SEQ         PIC 9(04).
          05 PSW-UNDELIV          PIC X(01).
          05 PSW-LINE             PIC X(100).

       FD TO02-FINAL-NOTICES
           RECORDING MODE          IS F

       01 TO04-WRITEOFF-REF-RECORD PIC X(100).

      *    SAME AUTHORIZED-CONTACT LAYOUT ACON001 MAINTAINS.
       FD MI06-CONTACT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI06-CONTACT-RECORD.
          05 ACON-KEY.
             10 ACON-CUST-ID      PIC X(12).
             10 ACON-SEQ          PIC 9(02).
          05 ACON-NAME            PIC X(30).
          05 ACON-RELATIONSHIP    PIC X(02).
          05 ACON-PHONE           PIC X(12).
          05 ACON-EMAIL           PIC X(25).
          05 ACON-AUTHORITY       PIC X(01).
          05 ACON-COPY-NOTICES    PIC X(01).
             88 ACON-COPY-WANTED             VALUE 'Y'.
          05 ACON-STATUS          PIC X(01).
             88 ACON-STAT-ACTIVE             VALUE 'A'.
          05 ACON-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(26).

      *    STANDARD NOTIFICATION REQUEST FOR THE CENTRAL HUB --
      *    SAME 98-BYTE SHAPE EVERY PRODUCER WRITES.
       FD TO09-NOTIF-REQ
             88 CUST-ROW-NOTFND    VALUE '23'.
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
          05 WS-ACC-STATUS         PIC X(02).
             88 ACC-IO-STATUS      VALUE '00'.
             88 ACC-EOF            VALUE '10'.
          05 WS-THA-STATUS         PIC X(02).
             88 THA-IO-STATUS      VALUE '00'.
          05 WS-APL-STATUS         PIC X(02).
             88 APL-IO-STATUS      VALUE '00'.
             88 APL-EOF            VALUE '10'.
          05 WS-MOR-STATUS         PIC X(02).
             88 MOR-IO-STATUS      VALUE '00'.
             88 MOR-EOF            VALUE '10'.
          05 WS-MORD-STATUS        PIC X(02).
             88 MORD-IO-STATUS     VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-EOF           VALUE '10'.
             88 DIS-IO-STATUS      VALUE '00'.
          05 WS-WOF-STATUS         PIC X(02).
             88 WOF-IO-STATUS      VALUE '00'.
          05 WS-PSW-STATUS         PIC X(02).
             88 PSW-IO-STATUS      VALUE '00'.

       01 WS-NRQ-STATUS            PIC X(02).
          88 NRQ-IO-STATUS         VALUE '00'.

      *    NOTICE COPIES FOR AUTHORIZED CONTACTS.
       01 WS-CONTACT-VARIABLES.
          05 WS-ACON-STATUS        PIC X(02).
             88 ACON-IO-STATUS     VALUE '00'.
          05 WS-CONTACT-DONE-FLAG  PIC X(01) VALUE 'N'.
             88 CONTACT-SCAN-DONE  VALUE 'Y'.
          05 WS-NOTICE-TEXT        PIC X(60) VALUE SPACES.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-STAGE-INTEGER      PIC S9(09) COMP.
          05 WS-DAYS-ON-STAGE      PIC S9(05) COMP.

      *    A CUSTOMER WHO HAS ELECTED A PREFERRED DUE DAY IS NOT
      *    CHASED BEFORE IT -- THE NEXT ELECTED DATE ON OR AFTER THE
      *    STANDARD DUE DATE (DUEDRTN), ROLLED PAST NON-WORKING DAYS
      *    (CALRTN). THE STANDARD DATE IS THE SAME 15-DAY WINDOW
      *    BILLPRNT AND EBILL001 PUT ON THE BILL, SO THE CLOCK COUNTS
      *    FROM THE DATE THE CUSTOMER WAS GIVEN.
       01 WS-ELECTED-DUE-VARIABLES.
          05 WS-ELECT-STD-DAYS     PIC 9(02) VALUE 15.
          05 WS-ELECT-STD-INTEGER  PIC 9(08) VALUE ZEROS.
          05 WS-ELECT-STD-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-ELECT-DUE-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-ELECT-DUE-EFF      PIC 9(08) VALUE ZEROS.
          05 WS-DUEDRTN-STATUS     PIC X(02) VALUE SPACES.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.

      *    DAYS AN ACCOUNT SITS ON EACH RUNG BEFORE ADVANCING --
      *    OVERRIDDEN BY THE DUNNPARM DECK WHEN PRESENT.
       01 WS-STAGE-DAYS-TABLE.
       01 WS-WORK-VARIABLES.
          05 WS-PROTECT-FLAG       PIC X(01) VALUE 'N'.
             88 PROTECTION-SHIELDS VALUE 'Y'.
          05 WS-ACCESS-FLAG        PIC X(01) VALUE 'N'.
             88 ACCESS-REFUSED     VALUE 'Y'.
          05 WS-ACCESS-DONE-FLAG   PIC X(01) VALUE 'N'.
             88 ACCESS-SCAN-DONE   VALUE 'Y'.
          05 WS-APPEAL-FLAG        PIC X(01) VALUE 'N'.
             88 APPEAL-PENDING     VALUE 'Y'.
          05 WS-APPEAL-DONE-FLAG   PIC X(01) VALUE 'N'.
             88 APPEAL-SCAN-DONE   VALUE 'Y'.
          05 WS-STAGE-SUB          PIC 9(01) VALUE 0.

      *    CUSTOMERS WITH A FORUM / OMBUDSMAN CASE STILL OPEN --
      *    LOADED ONCE UP FRONT.
       01 WS-FORUM-APPEAL-STORAGE.
          05 WS-FORUM-APPEAL-TABLE.
             10 WS-FAP-CUST-ID OCCURS 500 TIMES
                                 INDEXED BY WS-FAP-IDX
                                 PIC X(12).
          05 WS-FORUM-APPEAL-COUNT PIC 9(04) VALUE ZEROS.
          05 WS-MAX-FORUM-APPEALS  PIC 9(04) VALUE 500.
          05 WS-FAP-LOOP-CTR       PIC 9(04) VALUE ZEROS.

      *    MORATORIA STILL TO RUN OR RUNNING -- LOADED ONCE UP
      *    FRONT. AN AREA CODE OF SPACES COVERS EVERY AREA.
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

      *    THE NOTICE TEXT IS LOOKED UP IN THE CUSTOMER'S LANGUAGE
      *    THROUGH TXTRTN; '&1' MARKS WHERE THE BALANCE GOES.
       01 WS-TEXT-REQUEST.
          05 WS-TXT-LANGUAGE       PIC X(01).
          05 WS-TXT-ID             PIC X(08).
          05 WS-TXT-VALUES.
             10 WS-TXT-VALUE-1     PIC X(20).
             10 WS-TXT-VALUE-2     PIC X(20).
             10 WS-TXT-VALUE-3     PIC X(20).
          05 WS-TXT-LINE           PIC X(72).
          05 WS-TXT-STATUS         PIC X(02).

       01 WS-NRQ-BALANCE           PIC $$,$$$,$$9.99.

       01 WS-COUNTERS.
          05 WS-BAL-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-RESET-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-WRITEOFF-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-HELD-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-WAITING-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ACCESS-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-APPEAL-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-MORAT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-ELECT-WAIT-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-PRESORT-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-COPY-CTR           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 2150-LOAD-STAGE-PARMS.

           PERFORM 2170-LOAD-MORATORIA.

           PERFORM 2190-LOAD-FORUM-APPEALS.

           PERFORM 2200-READ-BALANCE UNTIL BAL-EOF.

       2100-OPEN-FILES  SECTION.
              STOP RUN
           END-IF.

           OPEN INPUT MI03-ACCESS-KSDS.
           IF NOT ACC-IO-STATUS
              DISPLAY 'ERROR OPENING NO-ACCESS LADDER KSDS: '
                      WS-ACC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-ASSESS-KSDS.
           IF NOT THA-IO-STATUS
              DISPLAY 'ERROR OPENING THEFT ASSESSMENT KSDS: '
                      WS-THA-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI07-APPEAL-KSDS.
           IF NOT APL-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL CASE KSDS: '
                      WS-APL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-MORAT-KSDS.
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

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
              STOP RUN
           END-IF.

           OPEN OUTPUT TO05-PRESORT-WORK.
           IF NOT PSW-IO-STATUS
              DISPLAY 'ERROR OPENING PRESORT WORK FILE: '
                      WS-PSW-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-FINAL-NOTICES.
           IF NOT FIN-IO-STATUS
              DISPLAY 'ERROR OPENING FINAL NOTICE EXTRACT: '
              STOP RUN
           END-IF.

           OPEN INPUT MI06-CONTACT-KSDS.
           IF NOT ACON-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORIZED CONTACT KSDS: '
                      WS-ACON-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-STAGE-PARMS  SECTION.

           OPEN INPUT TI01-DUNN-PARM.
                   END-IF
           END-READ.

       2170-LOAD-MORATORIA  SECTION.

           PERFORM 2172-SCAN-ONE-MORATORIUM UNTIL MOR-EOF.

           DISPLAY 'MORATORIA IN FORCE OR PENDING: '
                   WS-MORAT-COUNT.

       2172-SCAN-ONE-MORATORIUM  SECTION.

      *    A LIFTED MORATORIUM OR ONE THAT HAS ALREADY RUN ITS
      *    COURSE HOLDS NOTHING.
           READ MI05-MORAT-KSDS
               AT END  SET MOR-EOF TO TRUE
               NOT AT END
                   IF MOR-STAT-ACTIVE
                      AND MOR-TO-DATE >= WS-DATE
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

      *    THE RUN DATE FALLS INSIDE A BAN ON THE CUSTOMER'S AREA
      *    OR ON EVERY AREA. WHERE TWO OVERLAP THE ONE RUNNING
      *    LONGEST IS CREDITED WITH THE DEFERRAL.
           MOVE 'N'    TO WS-MORAT-FLAG.
           MOVE SPACES TO WS-MOR-HIT-ID.
           MOVE ZEROS  TO WS-MOR-HIT-TO-DATE.

           PERFORM 2177-MATCH-ONE-MORATORIUM
               VARYING WS-MOR-LOOP-CTR FROM 1 BY 1
               UNTIL WS-MOR-LOOP-CTR > WS-MORAT-COUNT.

       2177-MATCH-ONE-MORATORIUM  SECTION.

           SET WS-MOR-IDX TO WS-MOR-LOOP-CTR.
           IF WS-MT-FROM-DATE(WS-MOR-IDX) <= WS-DATE
              AND WS-MT-TO-DATE(WS-MOR-IDX) >= WS-DATE
              AND (WS-MT-AREA-CODE(WS-MOR-IDX) = SPACES
                   OR WS-MT-AREA-CODE(WS-MOR-IDX) = WS-MOR-CHECK-AREA)
              AND WS-MT-TO-DATE(WS-MOR-IDX) > WS-MOR-HIT-TO-DATE
              SET MORATORIUM-APPLIES TO TRUE
              MOVE WS-MT-ID(WS-MOR-IDX)      TO WS-MOR-HIT-ID
              MOVE WS-MT-TO-DATE(WS-MOR-IDX) TO WS-MOR-HIT-TO-DATE
           END-IF.

       2180-LOG-DEFERRAL  SECTION.

      *    ONE ROW PER CUSTOMER PER MORATORIUM -- AN ACCOUNT HELD
      *    RUN AFTER RUN IS ONE DEFERRAL, WITH THE RUNS COUNTED ON
      *    IT.
           MOVE WS-MOR-HIT-ID    TO MORD-MOR-ID.
           MOVE DUNN-CUST-ID     TO MORD-CUST-ID.
           MOVE 'L'              TO MORD-SOURCE.

           READ MO02-MORAT-DEFER-KSDS
               INVALID KEY
                   MOVE WS-DATE       TO MORD-FIRST-DATE
                   MOVE WS-DATE       TO MORD-LAST-DATE
                   MOVE 1             TO MORD-DEFER-CNT
                   MOVE SPACES        TO MO02-MORAT-DEFER-RECORD(45:6)
                   WRITE MO02-MORAT-DEFER-RECORD
                       INVALID KEY
                           DISPLAY 'DEFERRAL LOG WRITE FAILED: '
                                   MORD-KEY
                                   ' STATUS: ' WS-MORD-STATUS
                           ADD 1 TO WS-ERROR-CTR
                   END-WRITE
               NOT INVALID KEY
                   IF MORD-LAST-DATE NOT = WS-DATE
                      ADD 1 TO MORD-DEFER-CNT
                      MOVE WS-DATE TO MORD-LAST-DATE
                      REWRITE MO02-MORAT-DEFER-RECORD
                          INVALID KEY
                              DISPLAY 'DEFERRAL LOG REWRITE FAILED: '
                                      MORD-KEY
                                      ' STATUS: ' WS-MORD-STATUS
                              ADD 1 TO WS-ERROR-CTR
                      END-REWRITE
                   END-IF
           END-READ.

       2190-LOAD-FORUM-APPEALS  SECTION.

           PERFORM 2192-SCAN-ONE-FORUM-APPEAL UNTIL APL-EOF.

           DISPLAY 'CUSTOMERS WITH A FORUM APPEAL OPEN: '
                   WS-FORUM-APPEAL-COUNT.

       2192-SCAN-ONE-FORUM-APPEAL  SECTION.

           READ MI07-APPEAL-KSDS
               AT END  SET APL-EOF TO TRUE
               NOT AT END
                   IF APL-STAT-OPEN
                      IF WS-FORUM-APPEAL-COUNT >= WS-MAX-FORUM-APPEALS
                         DISPLAY 'WARNING: FORUM APPEAL TABLE FULL - '
                                 'MAX ' WS-MAX-FORUM-APPEALS
                      ELSE
                         ADD 1 TO WS-FORUM-APPEAL-COUNT
                         SET WS-FAP-IDX TO WS-FORUM-APPEAL-COUNT
                         MOVE APL-CUST-ID
                             TO WS-FAP-CUST-ID(WS-FAP-IDX)
                      END-IF
                   END-IF
           END-READ.

       2200-READ-BALANCE  SECTION.

           READ MI01-BAL-FWD-KSDS NEXT

       2400-ADVANCE-LADDER  SECTION.

      *    A THEFT ASSESSMENT UNDER APPEAL, OR A BILL BEFORE THE
      *    CONSUMER FORUM OR THE OMBUDSMAN, IS NOT COLLECTED -- THE
      *    ACCOUNT NEITHER STARTS NOR CLIMBS THE LADDER UNTIL THE
      *    APPEAL IS DECIDED OR THE FINAL ORDER IS RECORDED.
           PERFORM 2460-CHECK-APPEAL.
           IF APPEAL-PENDING
              ADD 1 TO WS-APPEAL-CTR
              DISPLAY 'LADDER HELD - UNDER APPEAL: '
                      BAL-CUST-ID
              GO TO 2400-EXIT
           END-IF.

           MOVE BAL-CUST-ID TO DUNN-CUST-ID.

           READ MO01-DUNN-KSDS
                   PERFORM 2420-CHECK-STAGE-DUE
           END-READ.

       2400-EXIT.
           EXIT.

       2410-START-AT-REMINDER  SECTION.

      *    AN ELECTED DUE DATE STILL AHEAD PARKS THE ACCOUNT BELOW
      *    THE FIRST RUNG, DATED TO THAT DAY -- THE REMINDER GOES
      *    OUT ON THE FIRST RUN AFTER IT AND THE CLOCK COUNTS FROM
      *    THERE. A PAYMENT BEFORE THEN RESETS IT LIKE ANY RUNG.
           PERFORM 2415-ELECTED-DUE-DATE.
           IF WS-DUEDRTN-STATUS = '00'
              AND WS-ELECT-DUE-EFF >= WS-DATE
              PERFORM 2416-AWAIT-ELECTED-DUE
              GO TO 2410-EXIT
           END-IF.

           MOVE BAL-CUST-ID TO DUNN-CUST-ID.
           MOVE 1           TO DUNN-STAGE.
           MOVE WS-DATE     TO DUNN-STAGE-DATE.
                   PERFORM 2500-EMIT-STAGE-EXTRACT
           END-WRITE.

       2410-EXIT.
           EXIT.

       2415-ELECTED-DUE-DATE  SECTION.

           COMPUTE WS-ELECT-STD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                   + WS-ELECT-STD-DAYS.
           COMPUTE WS-ELECT-STD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ELECT-STD-INTEGER).

           CALL 'DUEDRTN' USING BAL-CUST-ID, WS-ELECT-STD-DATE,
                                WS-ELECT-DUE-DATE, WS-DUEDRTN-STATUS.

           CALL 'CALRTN' USING WS-ELECT-DUE-DATE, WS-ELECT-DUE-EFF,
                               WS-CALRTN-STATUS.
           IF WS-CALRTN-STATUS NOT = '00'
              MOVE WS-ELECT-DUE-DATE TO WS-ELECT-DUE-EFF
           END-IF.

       2416-AWAIT-ELECTED-DUE  SECTION.

           MOVE BAL-CUST-ID      TO DUNN-CUST-ID.
           MOVE ZERO             TO DUNN-STAGE.
           MOVE WS-ELECT-DUE-EFF TO DUNN-STAGE-DATE.
           MOVE BAL-AMOUNT       TO DUNN-BALANCE.

           WRITE MO01-DUNN-RECORD
               INVALID KEY
                   DISPLAY 'DUNNING WRITE FAILED: ' DUNN-CUST-ID
                           ' STATUS: ' WS-DUNN-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-ELECT-WAIT-CTR
                   DISPLAY 'LADDER WAITS FOR ELECTED DUE DATE '
                           DUNN-STAGE-DATE ': ' DUNN-CUST-ID
           END-WRITE.

       2420-CHECK-STAGE-DUE  SECTION.

      *    PARKED FOR AN ELECTED DUE DATE -- ONCE IT HAS GONE BY
      *    UNPAID THE ACCOUNT STEPS ONTO THE REMINDER RUNG.
           IF DUNN-STAGE-AWAIT-DUE
              IF WS-DATE > DUNN-STAGE-DATE
                 PERFORM 2430-ADVANCE-ONE-STAGE
              ELSE
                 ADD 1 TO WS-ELECT-WAIT-CTR
              END-IF
              GO TO 2420-EXIT
           END-IF.

           IF DUNN-STAGE-WRITEOFF-REF
      *       END OF THE LADDER -- THE REFERRAL WENT OUT THE DAY
      *       THE ACCOUNT REACHED STAGE 4; NOTHING MORE TO DO
              IF WS-DAYS-ON-STAGE >= WS-STAGE-DAYS(DUNN-STAGE)
                 PERFORM 2430-ADVANCE-ONE-STAGE
              ELSE
      *          REFUSING THE READER IS GROUNDS ENOUGH ON ITS OWN --
      *          AN ACCOUNT AT THE FORMAL ACCESS NOTICE DOES NOT
      *          WAIT OUT THE CLOCK, IT CLIMBS A RUNG EVERY RUN.
                 PERFORM 2450-CHECK-ACCESS-REFUSED
                 IF ACCESS-REFUSED
                    ADD 1 TO WS-ACCESS-CTR
                    DISPLAY 'STAGE CLOCK WAIVED - METER ACCESS '
                            'REFUSED: ' DUNN-CUST-ID
                    PERFORM 2430-ADVANCE-ONE-STAGE
                 ELSE
                    ADD 1 TO WS-WAITING-CTR
                 END-IF
              END-IF
           END-IF.

       2420-EXIT.
           EXIT.

       2430-ADVANCE-ONE-STAGE  SECTION.

      *    A PROTECTED HOUSEHOLD HOLDS AT THE FINAL NOTICE -- THE
                         'PROTECTED CUSTOMER: ' DUNN-CUST-ID
                 GO TO 2430-EXIT
              END-IF
              PERFORM 2445-CHECK-MORATORIUM-AREA
              IF MORATORIUM-APPLIES
                 ADD 1 TO WS-MORAT-CTR
                 DISPLAY 'LADDER HELD AT FINAL NOTICE - '
                         'MORATORIUM ' WS-MOR-HIT-ID ': '
                         DUNN-CUST-ID
                 PERFORM 2180-LOG-DEFERRAL
                 GO TO 2430-EXIT
              END-IF
           END-IF.

           ADD 1          TO DUNN-STAGE.
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DUNN-STAGE-REMINDER
                           ADD 1 TO WS-REMINDER-CTR
                       WHEN DUNN-STAGE-FINAL-NOTICE
                           ADD 1 TO WS-FINAL-CTR
                       WHEN DUNN-STAGE-DISCON-ORDER
                   END-IF
           END-READ.

       2445-CHECK-MORATORIUM-AREA  SECTION.

      *    A CUSTOMER MISSING FROM THE MASTER HAS NO AREA, SO ONLY
      *    A BAN ON EVERY AREA CAN HOLD IT.
           MOVE DUNN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   MOVE SPACES         TO WS-MOR-CHECK-AREA
               NOT INVALID KEY
                   MOVE CUST-AREA-CODE TO WS-MOR-CHECK-AREA
           END-READ.

           PERFORM 2175-CHECK-MORATORIUM.

       2450-CHECK-ACCESS-REFUSED  SECTION.

      *    EVERY METER THE CUSTOMER HAS ON THE LADDER IS LOOKED AT;
      *    ANY ONE AT THE FORMAL-NOTICE RUNG FLAGS THE ACCOUNT.
           MOVE 'N' TO WS-ACCESS-FLAG.
           MOVE 'N' TO WS-ACCESS-DONE-FLAG.
           MOVE DUNN-CUST-ID TO ACC-CUST-ID.

           START MI03-ACCESS-KSDS
               KEY IS EQUAL TO ACC-CUST-ID
               INVALID KEY
                   SET ACCESS-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2455-SCAN-ACCESS-ROW UNTIL ACCESS-SCAN-DONE.

       2455-SCAN-ACCESS-ROW  SECTION.

           READ MI03-ACCESS-KSDS NEXT
               AT END
                   SET ACCESS-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACC-CUST-ID NOT = DUNN-CUST-ID
                      SET ACCESS-SCAN-DONE TO TRUE
                   ELSE
                      IF ACC-STAGE-NOTICE
                         SET ACCESS-REFUSED TO TRUE
                         SET ACCESS-SCAN-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2460-CHECK-APPEAL  SECTION.

      *    ANY OF THE CUSTOMER'S THEFT CASES WITH AN APPEAL PENDING,
      *    OR ANY OPEN FORUM / OMBUDSMAN CASE, HOLDS THE ACCOUNT.
           MOVE 'N' TO WS-APPEAL-FLAG.
           MOVE 'N' TO WS-APPEAL-DONE-FLAG.
           MOVE BAL-CUST-ID TO THA-CUST-ID.
           MOVE ZEROS       TO THA-EXC-DATE.

           START MI04-ASSESS-KSDS KEY IS NOT LESS THAN THA-KEY
               INVALID KEY
                   SET APPEAL-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2465-SCAN-ASSESS-ROW UNTIL APPEAL-SCAN-DONE.

           PERFORM 2467-MATCH-FORUM-APPEAL
               VARYING WS-FAP-LOOP-CTR FROM 1 BY 1
               UNTIL WS-FAP-LOOP-CTR > WS-FORUM-APPEAL-COUNT
                  OR APPEAL-PENDING.

       2465-SCAN-ASSESS-ROW  SECTION.

           READ MI04-ASSESS-KSDS NEXT
               AT END
                   SET APPEAL-SCAN-DONE TO TRUE
               NOT AT END
                   IF THA-CUST-ID NOT = BAL-CUST-ID
                      SET APPEAL-SCAN-DONE TO TRUE
                   ELSE
                      IF THA-STAT-APPEALED
                         SET APPEAL-PENDING TO TRUE
                         SET APPEAL-SCAN-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2467-MATCH-FORUM-APPEAL  SECTION.

           SET WS-FAP-IDX TO WS-FAP-LOOP-CTR.
           IF WS-FAP-CUST-ID(WS-FAP-IDX) = BAL-CUST-ID
              SET APPEAL-PENDING TO TRUE
           END-IF.

       2500-EMIT-STAGE-EXTRACT  SECTION.

           MOVE DUNN-CUST-ID TO CUST-KEY.
           MOVE CUST-AREA-CODE  TO REM-AREA-CODE.
           MOVE DUNN-BALANCE    TO REM-AMOUNT-DUE.
           MOVE DUNN-STAGE      TO REM-DUE-CYCLES.
           IF CUST-LANGUAGE-CODE = SPACE
              MOVE 'E'          TO REM-LANGUAGE-CODE
           ELSE
              MOVE CUST-LANGUAGE-CODE TO REM-LANGUAGE-CODE
           END-IF.

           EVALUATE TRUE
               WHEN DUNN-STAGE-REMINDER
                   WRITE TO01-REMINDER-RECORD
                   PERFORM 2517-WRITE-PRESORT-PIECE
                   PERFORM 2515-WRITE-NOTIF-REQUEST
                   PERFORM 2520-COPY-TO-CONTACTS
               WHEN DUNN-STAGE-FINAL-NOTICE
                   WRITE TO02-FINAL-NOTICE-RECORD
                       FROM TO01-REMINDER-RECORD
                   PERFORM 2518-SET-STAGE-NOTICE-TEXT
                   PERFORM 2520-COPY-TO-CONTACTS
               WHEN DUNN-STAGE-DISCON-ORDER
                   WRITE TO03-DISCON-ORDER-RECORD
                       FROM TO01-REMINDER-RECORD
                   PERFORM 2518-SET-STAGE-NOTICE-TEXT
                   PERFORM 2520-COPY-TO-CONTACTS
               WHEN DUNN-STAGE-WRITEOFF-REF
                   WRITE TO04-WRITEOFF-REF-RECORD
                       FROM TO01-REMINDER-RECORD
           MOVE DUNN-CUST-ID    TO NRQ-CUST-ID.
           MOVE 'DUNN'          TO NRQ-DOC-TYPE.
           MOVE DUNN-CUST-ID    TO NRQ-REF.
           MOVE DUNN-BALANCE    TO WS-NRQ-BALANCE.
           MOVE SPACES          TO WS-TXT-VALUES.
           MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE.
           MOVE 'DUNN0001'      TO WS-TXT-ID.
           MOVE 'PAYMENT REMINDER - BALANCE OVERDUE &1'
                                TO WS-TXT-LINE.
           MOVE WS-NRQ-BALANCE  TO WS-TXT-VALUE-1.
           CALL 'TXTRTN' USING WS-TEXT-REQUEST.
           MOVE WS-TXT-LINE     TO NRQ-TEXT.
           MOVE WS-DATE         TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.
           MOVE NRQ-TEXT        TO WS-NOTICE-TEXT.

       2517-WRITE-PRESORT-PIECE  SECTION.

      *    A REMINDER IS A ONE-RECORD PIECE -- THE PRINT SHOP
      *    FORMATS IT -- SO IT GOES TO THE PRESORT AS LINE 1 OF ITS
      *    OWN DOCUMENT NUMBER.
           ADD 1 TO WS-PRESORT-CTR.
           MOVE SPACES               TO TO05-PRESORT-RECORD.
           MOVE CUST-ZIP-CODE        TO PSW-ZIP-CODE.
           MOVE CUST-KEY             TO PSW-CUST-ID.
           MOVE WS-PRESORT-CTR       TO PSW-DOC-SEQ.
           MOVE 1                    TO PSW-LINE-SEQ.
           MOVE CUST-MAIL-UNDELIV    TO PSW-UNDELIV.
           MOVE TO01-REMINDER-RECORD TO PSW-LINE.
           WRITE TO05-PRESORT-RECORD.

       2518-SET-STAGE-NOTICE-TEXT  SECTION.

      *    THE FINAL NOTICE AND THE DISCONNECTION ORDER GO OUT BY
      *    LETTER ONLY, BUT THE CONTACTS' COPIES STILL NEED A LINE
      *    OF TEXT -- LOOKED UP IN THE CUSTOMER'S LANGUAGE THE SAME
      *    WAY AS THE REMINDER, WITH THE BALANCE AS '&1'.
           MOVE DUNN-BALANCE    TO WS-NRQ-BALANCE.
           MOVE SPACES          TO WS-TXT-VALUES.
           MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE.
           IF DUNN-STAGE-FINAL-NOTICE
              MOVE 'DUNN0002'   TO WS-TXT-ID
              MOVE 'FINAL NOTICE - PAY &1 TO AVOID DISCONNECTION'
                                TO WS-TXT-LINE
           ELSE
              MOVE 'DUNN0003'   TO WS-TXT-ID
              MOVE 'DISCONNECTION ORDERED - BALANCE UNPAID &1'
                                TO WS-TXT-LINE
           END-IF.
           MOVE WS-NRQ-BALANCE  TO WS-TXT-VALUE-1.
           CALL 'TXTRTN' USING WS-TEXT-REQUEST.
           MOVE WS-TXT-LINE     TO WS-NOTICE-TEXT.

       2520-COPY-TO-CONTACTS  SECTION.

      *    ONE 'NCPY' REQUEST PER AUTHORIZED CONTACT FLAGGED FOR
      *    COPIES, CARRYING THE NOTICE TEXT THE CALLER LEFT IN
      *    WS-NOTICE-TEXT AND THE CONTACT'S KEY AS REFERENCE --
      *    NOTIFHUB LOOKS THE CONTACT UP AND SENDS IT TO THEIR
      *    E-MAIL OR PHONE.
           MOVE 'N'        TO WS-CONTACT-DONE-FLAG.
           MOVE DUNN-CUST-ID TO ACON-CUST-ID.
           MOVE ZEROS      TO ACON-SEQ.
           START MI06-CONTACT-KSDS KEY IS NOT LESS THAN ACON-KEY
               INVALID KEY
                   SET CONTACT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2525-COPY-ONE-CONTACT UNTIL CONTACT-SCAN-DONE.

       2525-COPY-ONE-CONTACT  SECTION.

           READ MI06-CONTACT-KSDS NEXT
               AT END
                   SET CONTACT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACON-CUST-ID NOT = DUNN-CUST-ID
                      SET CONTACT-SCAN-DONE TO TRUE
                   ELSE
                      IF ACON-STAT-ACTIVE AND ACON-COPY-WANTED
                         PERFORM 2527-WRITE-COPY-REQUEST
                      END-IF
                   END-IF
           END-READ.

       2527-WRITE-COPY-REQUEST  SECTION.

           MOVE SPACES          TO TO09-NOTIF-REQ-RECORD.
           MOVE DUNN-CUST-ID    TO NRQ-CUST-ID.
           MOVE 'NCPY'          TO NRQ-DOC-TYPE.
           MOVE ACON-KEY        TO NRQ-REF.
           STRING 'COPY: ' WS-NOTICE-TEXT
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE         TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.
           ADD 1 TO WS-COPY-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY ' BALANCES SCANNED         ',  WS-BAL-CTR
           DISPLAY ' LADDERS RESET BY PAYMENT ',  WS-RESET-CTR
           DISPLAY ' REMINDERS ISSUED         ',  WS-REMINDER-CTR
           DISPLAY ' CONTACT COPIES RAISED    ',  WS-COPY-CTR
           DISPLAY ' FINAL NOTICES ISSUED     ',  WS-FINAL-CTR
           DISPLAY ' DISCONNECT ORDERS ISSUED ',  WS-DISCON-CTR
           DISPLAY ' WRITE-OFF REFERRALS      ',  WS-WRITEOFF-CTR
           DISPLAY ' HELD - PROTECTED         ',  WS-HELD-CTR
           DISPLAY ' WAITING ON STAGE CLOCK   ',  WS-WAITING-CTR
           DISPLAY ' CLOCK WAIVED - NO ACCESS ',  WS-ACCESS-CTR
           DISPLAY ' HELD - UNDER APPEAL      ',  WS-APPEAL-CTR
           DISPLAY ' HELD - MORATORIUM        ',  WS-MORAT-CTR
           DISPLAY ' WAITING ON ELECTED DUE   ',  WS-ELECT-WAIT-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

                  MO01-DUNN-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI02-PROTECT-KSDS,
                  MI03-ACCESS-KSDS,
                  MI04-ASSESS-KSDS,
                  MI07-APPEAL-KSDS,
                  MI05-MORAT-KSDS,
                  MO02-MORAT-DEFER-KSDS,
                  TO01-REMINDERS,
                  TO02-FINAL-NOTICES,
                  TO03-DISCON-ORDERS,
                  TO04-WRITEOFF-REFERRALS,
                  TO05-PRESORT-WORK,
                  MI06-CONTACT-KSDS.

           STOP RUN.
