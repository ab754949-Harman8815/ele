       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMIC001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    REMOTE DISCONNECT / RECONNECT THROUGH THE AMI HEAD-END.
      *    TONIGHT'S DISCONNECTION ORDERS FROM DUNN001 AND
      *    RECONNECTION ORDERS FROM RECN001 ARE ROUTED HERE: AN
      *    ACCOUNT WHOSE METERS ALL REPORT INTERVAL DATA THROUGH
      *    MTR005 IS SWITCHED BY A HEAD-END COMMAND INSTEAD OF A
      *    TRUCK ROLL; ANYTHING ELSE GOES ON THE FIELD CREWS' LIST
      *    AS BEFORE. A DISCONNECTION IS HELD FOR A PROTECTED
      *    HOUSEHOLD OR AN OPEN BILLING DISPUTE -- A COMPLAINT OR A
      *    FORUM / OMBUDSMAN APPEAL STILL AWAITING ITS FINAL ORDER --
      *    THE SAME TESTS DISCONEX APPLIES, AND FOR AS LONG AS A
      *    DISCONNECTION MORATORIUM COVERS THE CUSTOMER'S AREA.
      *    EVERY COMMAND IS TRACKED UNTIL THE HEAD-END ACKNOWLEDGES
      *    IT; ONE THAT FAILS OR IS NEVER ANSWERED IN TIME BECOMES A
      *    WO001 FIELD ORDER, PROMISED NO EARLIER THAN THE DAY AFTER
      *    ANY MORATORIUM IN THE WAY.

      *    STAGE-3 DISCONNECTION ORDERS DUNN001 WROTE TONIGHT.
           SELECT TI01-DISCON-ORDERS  ASSIGN TO DISCORD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DOR-STATUS.

      *    RECONNECTION ORDERS RECN001 RECORDED TONIGHT -- THE
      *    CUSTOMER HAS SETTLED, SO THE REGULATORY RESTORATION
      *    CLOCK IS ALREADY RUNNING.
           SELECT TI02-RECON-ORDERS   ASSIGN TO RECNORD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ROR-STATUS.

      *    METER MASTER -- ENTERED BY CUSTOMER ON THE ALTERNATE
      *    INDEX TO FIND EVERY METER ON THE ACCOUNT.
           SELECT MI01-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    VALIDATED AMI INTERVAL STREAM MTR005 BUCKETS -- SORTED
      *    BY METER AND DATE. A METER IN IT IS TALKING TO THE
      *    HEAD-END AND CAN TAKE A REMOTE SWITCH COMMAND. NO FILE
      *    MEANS NO METER QUALIFIES AND EVERY ORDER GOES TO A CREW.
           SELECT TI03-INTERVAL-READ-FILE ASSIGN TO INTRVRD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-INT-STATUS.

      *    PROTECTED-CUSTOMER REGISTRY MAINTAINED BY PROT001.
           SELECT MI02-PROTECT-KSDS   ASSIGN TO PROTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PROT-CUST-ID
           FILE STATUS            IS WS-PROT-STATUS.

      *    COMPLAINT MASTER MAINTAINED BY CMPL001 -- SCANNED ONCE
      *    AT START-UP FOR OPEN BILLING-CATEGORY COMPLAINTS, AS
      *    DISCONEX DOES.
           SELECT MI03-COMPLAINT-KSDS ASSIGN TO CMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CMPL-ID
           FILE STATUS            IS WS-CMPL-STATUS.

      *    APPEAL CASE MASTER MAINTAINED BY APEL001 -- AN OPEN CASE
      *    BEFORE THE CONSUMER FORUM OR THE OMBUDSMAN HOLDS THE
      *    CUSTOMER IN DISPUTE UNTIL THE FINAL ORDER, AS DISCONEX
      *    DOES. SCANNED ONCE AT START-UP WITH THE COMPLAINTS.
           SELECT MI05-APPEAL-KSDS    ASSIGN TO APLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS APL-KEY
           FILE STATUS            IS WS-APL-STATUS.

      *    DISCONNECTION MORATORIUM CALENDAR MAINTAINED BY MORT001.
           SELECT MI04-MORAT-KSDS     ASSIGN TO MORKSDS
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

      *    ONE ROW PER HEAD-END COMMAND, FROM ISSUE THROUGH THE
      *    ACKNOWLEDGEMENT OR TIMEOUT THAT CLOSES IT.
           SELECT MO01-AMI-CMD-KSDS   ASSIGN TO AMICKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS AMC-CMD-ID
           FILE STATUS            IS WS-AMC-STATUS.

      *    HEAD-END ACKNOWLEDGEMENTS RETURNED SINCE THE LAST RUN.
      *    NO FILE MEANS NOTHING CAME BACK.
           SELECT TI04-AMI-ACK        ASSIGN TO AMIACK
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ACK-STATUS.

      *    ACKNOWLEDGEMENT TIMEOUT, RECONNECTION WINDOW AND FIELD
      *    LEAD TIME. A MISSING DECK FALLS BACK TO THE COMPILED
      *    DEFAULTS.
           SELECT TI05-AMI-PARM       ASSIGN TO AMIPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    COMMAND FILE FOR THE AMI HEAD-END.
           SELECT TO01-AMI-COMMANDS   ASSIGN TO AMICMD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CMD-STATUS.

      *    ORDERS THAT STILL NEED A CREW -- THE FIELD OFFICE'S
      *    DISCONNECTION AND RECONNECTION LIST.
           SELECT TO02-FIELD-ORDERS   ASSIGN TO AMIFLD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-FLD-STATUS.

      *    FALLBACK FIELD ORDERS IN WO001'S TRANSACTION LAYOUT --
      *    CONCATENATED INTO THE NEXT ELECWORK RUN.
           SELECT TO03-FALLBACK-WO    ASSIGN TO AMIWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-AWO-STATUS.

      *    REMOTE SWITCHING ACTIVITY REPORT FOR THE REVENUE DESK.
           SELECT TO04-AMI-RPT        ASSIGN TO AMIRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME 100-BYTE ORDER LAYOUT DUNN001 AND RECN001 WRITE.
      *    ON A RECONNECTION ORDER THE BILL-ID CARRIES THE
      *    REQUESTED RESTORE DATE.
       FD TI01-DISCON-ORDERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TI01-DISCON-ORDER-RECORD.
          05 ORD-CUST-ID        PIC X(14).
          05 ORD-BILL-ID        PIC X(14).
          05 ORD-FIRST-NAME     PIC X(10).
          05 ORD-LAST-NAME      PIC X(10).
          05 ORD-ADDRESS        PIC X(29).
          05 ORD-AREA-CODE      PIC X(6).
          05 ORD-AMOUNT-DUE     PIC 9(8)V99.
          05 ORD-DUE-CYCLES     PIC 9(02).

       FD TI02-RECON-ORDERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TI02-RECON-ORDER-RECORD PIC X(100).

      *    SAME METER MASTER LAYOUT MTR001 MAINTAINS.
       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME INTERVAL LAYOUT MTR005 READS.
       FD TI03-INTERVAL-READ-FILE
           RECORD CONTAINS         40  CHARACTERS.

       01 TI03-INTERVAL-READ-RECORD.
          05 INT-METER-ID        PIC X(14).
          05 INT-CUST-ID         PIC X(12).
          05 INT-READ-DATE       PIC 9(08).
          05 INT-INTERVAL-USAGE  PIC 9(04).
          05 INT-TOU-BAND        PIC X(01).
          05 INT-VEE-FLAG        PIC X(01).

      *    SAME PROTECTED-CUSTOMER LAYOUT PROT001 MAINTAINS.
       FD MI02-PROTECT-KSDS
           RECORD CONTAINS         43  CHARACTERS.

       01 MI02-PROTECT-RECORD.
          05 PROT-CUST-ID         PIC X(12).
          05 PROT-CATEGORY        PIC X(02).
          05 PROT-CERT-REF        PIC X(12).
          05 PROT-CERT-DATE       PIC 9(08).
          05 PROT-EXPIRY-DATE     PIC 9(08).
          05 PROT-STATUS          PIC X(01).
             88 PROT-STAT-ACTIVE             VALUE 'A'.
             88 PROT-STAT-LAPSED             VALUE 'L'.
             88 PROT-STAT-REMOVED            VALUE 'X'.

      *    SAME COMPLAINT LAYOUT CMPL001 MAINTAINS.
       FD MI03-COMPLAINT-KSDS
           RECORD CONTAINS         54  CHARACTERS.

       01 MI03-COMPLAINT-RECORD.
          05 CMPL-ID             PIC X(10).
          05 CMPL-CUST-ID        PIC X(12).
          05 CMPL-CATEGORY       PIC X(15).
          05 CMPL-DATE-OPENED    PIC 9(08).
          05 CMPL-STATUS         PIC X(01).
             88 CMPL-STAT-OPEN               VALUE 'O'.
             88 CMPL-STAT-CLOSED             VALUE 'C'.
          05 CMPL-DATE-CLOSED    PIC 9(08).

      *    SAME CASE LAYOUT APEL001 MAINTAINS, CUT OFF AFTER THE
      *    STATUS.
       FD MI05-APPEAL-KSDS
           RECORD CONTAINS         220 CHARACTERS.

       01 MI05-APPEAL-RECORD.
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

      *    THE COMMAND'S EXPIRY IS THE DATE BY WHICH THE HEAD-END
      *    MUST HAVE CONFIRMED IT -- THE ACKNOWLEDGEMENT TIMEOUT
      *    FOR A DISCONNECTION, THE SHORTER OF THAT AND THE
      *    REGULATORY WINDOW FOR A RECONNECTION.
       FD MO01-AMI-CMD-KSDS
           RECORD CONTAINS         90  CHARACTERS.

       01 MO01-AMI-CMD-RECORD.
          05 AMC-CMD-ID           PIC X(10).
          05 AMC-CMD-TYPE         PIC X(01).
             88 AMC-TYPE-DISCONNECT          VALUE 'D'.
             88 AMC-TYPE-RECONNECT           VALUE 'R'.
          05 AMC-METER-ID         PIC X(14).
          05 AMC-CUST-ID          PIC X(12).
          05 AMC-ISSUE-DATE       PIC 9(08).
          05 AMC-EXPIRE-DATE      PIC 9(08).
          05 AMC-STATUS           PIC X(01).
             88 AMC-STAT-SENT                VALUE 'S'.
             88 AMC-STAT-EXECUTED            VALUE 'E'.
             88 AMC-STAT-FAILED              VALUE 'F'.
             88 AMC-STAT-TIMED-OUT           VALUE 'T'.
          05 AMC-ACK-DATE         PIC 9(08).
          05 AMC-ACK-REASON       PIC X(04).
          05 AMC-WO-ID            PIC X(10).
          05 AMC-AREA-CODE        PIC X(06).
          05 FILLER               PIC X(08).

      *    SAME MORATORIUM LAYOUT MORT001 MAINTAINS.
       FD MI04-MORAT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI04-MORAT-RECORD.
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

      *    SAME DEFERRAL LOG LAYOUT DISCONEX AND DUNN001 WRITE.
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

       FD TI04-AMI-ACK
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 TI04-AMI-ACK-RECORD.
          05 ACK-CMD-ID           PIC X(10).
          05 ACK-METER-ID         PIC X(14).
          05 ACK-RESULT           PIC X(01).
             88 ACK-EXECUTED                 VALUE 'E'.
             88 ACK-FAILED                   VALUE 'F'.
          05 ACK-DATE             PIC 9(08).
          05 ACK-REASON           PIC X(04).
          05 FILLER               PIC X(03).

       FD TI05-AMI-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI05-AMI-PARM-RECORD.
          05 PRM-ACK-TIMEOUT-HOURS PIC 9(03).
          05 PRM-RECON-HOURS       PIC 9(03).
          05 PRM-FIELD-LEAD-DAYS   PIC 9(02).
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

      *    ONE SWITCH COMMAND PER METER. THE HEAD-END IS TO DROP A
      *    COMMAND IT HAS NOT EXECUTED BY THE EXPIRY DATE.
       FD TO01-AMI-COMMANDS
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 TO01-AMI-COMMAND-RECORD.
          05 CMD-CMD-ID           PIC X(10).
          05 CMD-ACTION           PIC X(04).
          05 CMD-METER-ID         PIC X(14).
          05 CMD-CUST-ID          PIC X(12).
          05 CMD-ISSUE-DATE       PIC 9(08).
          05 CMD-EXPIRE-DATE      PIC 9(08).
          05 FILLER               PIC X(04).

       FD TO02-FIELD-ORDERS
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-FIELD-ORDER-RECORD PIC X(100).

      *    SAME 94-BYTE TRANSACTION LAYOUT WO001 READS FROM WOTRAN.
      *    THE SOURCE REFERENCE IS THE HEAD-END COMMAND AND THE
      *    NOTES CARRY THE METER.
       FD TO03-FALLBACK-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO03-FALLBACK-WO-RECORD.
          05 FW-TRANS-TYPE       PIC X(01).
          05 FW-WO-ID            PIC X(10).
          05 FW-SOURCE-TYPE      PIC X(01).
          05 FW-SOURCE-REF       PIC X(10).
          05 FW-CUST-ID          PIC X(12).
          05 FW-CREW-ID          PIC X(08).
          05 FW-PROMISED-DATE    PIC 9(08).
          05 FW-COMPLETE-DATE    PIC 9(08).
          05 FW-NOTES.
             10 FW-NOTE-METER-ID    PIC X(14).
             10 FILLER              PIC X(06).
          05 FW-JOB-TYPE         PIC X(04).
          05 FW-LABOR-HOURS      PIC 9(03)V9.
          05 FW-MATERIAL-AMT     PIC 9(06)V99.

       FD TO04-AMI-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO04-AMI-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-DOR-STATUS         PIC X(02).
             88 DOR-IO-STATUS      VALUE '00'.
             88 DOR-EOF            VALUE '10'.
          05 WS-ROR-STATUS         PIC X(02).
             88 ROR-IO-STATUS      VALUE '00'.
             88 ROR-EOF            VALUE '10'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-INT-STATUS         PIC X(02).
             88 INT-IO-STATUS      VALUE '00'.
             88 INT-EOF            VALUE '10'.
             88 INT-NOT-FOUND      VALUE '35'.
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
          05 WS-CMPL-STATUS        PIC X(02).
             88 CMPL-IO-STATUS     VALUE '00'.
             88 CMPL-EOF           VALUE '10'.
          05 WS-APL-STATUS         PIC X(02).
             88 APL-IO-STATUS      VALUE '00'.
             88 APL-EOF            VALUE '10'.
          05 WS-MOR-STATUS         PIC X(02).
             88 MOR-IO-STATUS      VALUE '00'.
             88 MOR-EOF            VALUE '10'.
          05 WS-MORD-STATUS        PIC X(02).
             88 MORD-IO-STATUS     VALUE '00'.
          05 WS-AMC-STATUS         PIC X(02).
             88 AMC-IO-STATUS      VALUE '00'.
          05 WS-AMC-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 AMC-SCAN-EOF       VALUE 'Y'.
          05 WS-ACK-STATUS         PIC X(02).
             88 ACK-IO-STATUS      VALUE '00'.
             88 ACK-EOF            VALUE '10'.
             88 ACK-NOT-FOUND      VALUE '35'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-CMD-STATUS         PIC X(02).
             88 CMD-IO-STATUS      VALUE '00'.
          05 WS-FLD-STATUS         PIC X(02).
             88 FLD-IO-STATUS      VALUE '00'.
          05 WS-AWO-STATUS         PIC X(02).
             88 AWO-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.

      *    HOURS THE HEAD-END HAS TO CONFIRM A COMMAND, THE
      *    REGULATORY HOURS WITHIN WHICH A SETTLED ACCOUNT MUST BE
      *    BACK ON SUPPLY, AND THE DAYS A FALLBACK DISCONNECTION
      *    CREW IS GIVEN -- OVERRIDDEN BY AMIPARM. THE CYCLE RUNS
      *    NIGHTLY, SO HOURS ARE ROUNDED UP TO WHOLE DAYS.
       01 WS-AMI-PARMS.
          05 WS-ACK-TIMEOUT-HOURS  PIC 9(03) VALUE 48.
          05 WS-RECON-HOURS        PIC 9(03) VALUE 24.
          05 WS-FIELD-LEAD-DAYS    PIC 9(02) VALUE 3.
          05 WS-ACK-TIMEOUT-DAYS   PIC 9(03) VALUE ZEROS.
          05 WS-RECON-DAYS         PIC 9(03) VALUE ZEROS.

      *    METERS SEEN IN TONIGHT'S INTERVAL STREAM.
       01 WS-AMI-METER-STORAGE.
          05 WS-AMI-METER-ID OCCURS 20000 TIMES
                              INDEXED BY WS-AM-IDX
                              PIC X(14).
          05 WS-AMI-METER-COUNT    PIC 9(05) VALUE ZEROS.
          05 WS-MAX-AMI-METERS     PIC 9(05) VALUE 20000.
          05 WS-LAST-INT-METER     PIC X(14) VALUE LOW-VALUES.

      *    CUSTOMERS WITH AN OPEN BILLING-CATEGORY COMPLAINT OR AN
      *    OPEN FORUM / OMBUDSMAN APPEAL.
       01 WS-DISPUTE-STORAGE.
          05 WS-DISPUTE-CUST-ID OCCURS 1000 TIMES
                              INDEXED BY WS-DSP-IDX
                              PIC X(12).
          05 WS-DISPUTE-COUNT      PIC 9(04) VALUE ZEROS.
          05 WS-MAX-DISPUTES       PIC 9(04) VALUE 1000.
          05 WS-DSP-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-DISPUTE-FLAG       PIC X(01) VALUE 'N'.
             88 CUSTOMER-IN-DISPUTE VALUE 'Y'.

      *    MORATORIA STILL TO RUN OR RUNNING -- AN AREA CODE OF
      *    SPACES COVERS EVERY AREA. THE CHECK DATE IS TONIGHT FOR
      *    AN ORDER AND THE PROMISED DATE FOR A FALLBACK CREW.
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
          05 WS-MOR-CHECK-DATE     PIC 9(08) VALUE ZEROS.
          05 WS-MOR-LOG-CUST-ID    PIC X(12) VALUE SPACES.
          05 WS-MOR-HIT-ID         PIC X(10) VALUE SPACES.
          05 WS-MOR-HIT-TO-DATE    PIC 9(08) VALUE ZEROS.
          05 WS-MORAT-FLAG         PIC X(01) VALUE 'N'.
             88 MORATORIUM-APPLIES VALUE 'Y'.

      *    THE ORDER'S METERS, AND WHETHER EVERY ONE OF THEM CAN
      *    BE SWITCHED REMOTELY.
       01 WS-ORDER-METERS.
          05 WS-OM-METER-ID OCCURS 10 TIMES
                              INDEXED BY WS-OM-IDX
                              PIC X(14).
          05 WS-OM-COUNT           PIC 9(02) VALUE ZEROS.
          05 WS-OM-MAX             PIC 9(02) VALUE 10.
          05 WS-OM-LOOP-CTR        PIC 9(02) VALUE ZEROS.
          05 WS-OM-DONE-FLAG       PIC X(01) VALUE 'N'.
             88 OM-SCAN-DONE       VALUE 'Y'.
          05 WS-ALL-AMI-FLAG       PIC X(01) VALUE 'N'.
             88 ALL-METERS-AMI     VALUE 'Y'.

       01 WS-WORK-VARIABLES.
          05 WS-ORDER-TYPE         PIC X(01) VALUE SPACE.
             88 ORDER-DISCONNECT   VALUE 'D'.
             88 ORDER-RECONNECT    VALUE 'R'.
          05 WS-ORDER-CUST-ID      PIC X(12) VALUE SPACES.
          05 WS-PROTECT-FLAG       PIC X(01) VALUE 'N'.
             88 PROTECTION-SHIELDS VALUE 'Y'.
          05 WS-CMD-SEQ            PIC 9(03) VALUE ZEROS.
          05 WS-WO-SEQ             PIC 9(03) VALUE ZEROS.
          05 WS-SEQ-MAX            PIC 9(03) VALUE 999.
          05 WS-EXPIRE-DAYS        PIC 9(03) VALUE ZEROS.
          05 WS-NEW-WO-ID          PIC X(10) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-DISCON-READ-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-RECON-READ-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-INT-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-HELD-PROTECT-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-HELD-DISPUTE-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-HELD-MORAT-CTR     PIC 9(06) VALUE ZEROS.
          05 WS-WO-DEFERRED-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-FIELD-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-CMD-SENT-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ACK-READ-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-EXECUTED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-FAILED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-TIMED-OUT-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-FALLBACK-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'AMI REMOTE DISCONNECT / RECONNECT ACTIVITY'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'COMMAND'.
          05 FILLER               PIC X(6)  VALUE 'TYPE'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(10) VALUE 'EXPIRES'.
          05 FILLER               PIC X(6)  VALUE 'CODE'.
          05 FILLER               PIC X(12) VALUE 'WORK ORDER'.
          05 FILLER               PIC X(30) VALUE 'ACTION'.
          05 FILLER               PIC X(25) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CMD-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TYPE           PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-EXPIRES        PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REASON         PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-WO-ID          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ACTION         PIC X(30).
          05 FILLER               PIC X(25) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'COMMANDS SENT '.
          05 WS-RT-SENT           PIC ZZZZZ9.
          05 FILLER               PIC X(12) VALUE '  EXECUTED '.
          05 WS-RT-EXECUTED       PIC ZZZZZ9.
          05 FILLER               PIC X(10) VALUE '  FAILED '.
          05 WS-RT-FAILED         PIC ZZZZZ9.
          05 FILLER               PIC X(13) VALUE '  TIMED OUT '.
          05 WS-RT-TIMED-OUT      PIC ZZZZZ9.
          05 FILLER               PIC X(14) VALUE '  FIELD CREW '.
          05 WS-RT-FIELD          PIC ZZZZZ9.
          05 FILLER               PIC X(08) VALUE '  HELD '.
          05 WS-RT-HELD           PIC ZZZZZ9.
          05 FILLER               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'AMIC001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  AMI REMOTE DISCONNECT / RECONNECT     '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 1100-LOAD-AMI-PARMS.

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

       1100-LOAD-AMI-PARMS  SECTION.

           OPEN INPUT TI05-AMI-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO AMI SWITCHING PARAMETERS - USING '
                      'DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING AMI SWITCHING PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI05-AMI-PARM
                  AT END
                      DISPLAY 'AMI SWITCHING PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-AMI-PARM
              END-READ
              CLOSE TI05-AMI-PARM
           END-IF.

      *    A COMMAND ALWAYS GETS AT LEAST UNTIL TOMORROW NIGHT'S
      *    RUN -- NOTHING CAN BE CONFIRMED SOONER THAN THAT.
           COMPUTE WS-ACK-TIMEOUT-DAYS =
                   (WS-ACK-TIMEOUT-HOURS + 23) / 24.
           COMPUTE WS-RECON-DAYS =
                   (WS-RECON-HOURS + 23) / 24.

           DISPLAY 'ACK TIMEOUT HOURS ' WS-ACK-TIMEOUT-HOURS
                   '  RECONNECT HOURS ' WS-RECON-HOURS
                   '  FIELD LEAD DAYS ' WS-FIELD-LEAD-DAYS.

       1110-EDIT-AMI-PARM  SECTION.

           IF PRM-ACK-TIMEOUT-HOURS IS NUMERIC
              AND PRM-RECON-HOURS IS NUMERIC
              AND PRM-FIELD-LEAD-DAYS IS NUMERIC
              AND PRM-ACK-TIMEOUT-HOURS > ZEROS
              AND PRM-RECON-HOURS > ZEROS
              MOVE PRM-ACK-TIMEOUT-HOURS TO WS-ACK-TIMEOUT-HOURS
              MOVE PRM-RECON-HOURS       TO WS-RECON-HOURS
              MOVE PRM-FIELD-LEAD-DAYS   TO WS-FIELD-LEAD-DAYS
           ELSE
              DISPLAY 'BAD AMI SWITCHING PARM IGNORED: '
                      TI05-AMI-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2120-LOAD-DISPUTE-TABLE.

           PERFORM 2170-LOAD-MORATORIA.

           PERFORM 2150-LOAD-AMI-METERS.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO04-AMI-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO04-AMI-RPT-RECORD FROM WS-REPORT-HEADER2.

      *    ACKNOWLEDGEMENTS FIRST, THEN THE TIMEOUT SWEEP, SO A
      *    COMMAND THE HEAD-END CONFIRMED LATE IS NOT ALSO SENT
      *    TO A CREW -- AND TONIGHT'S NEW COMMANDS LAST, SO THE
      *    SWEEP NEVER SEES THEM.
           PERFORM 2300-APPLY-ACKNOWLEDGEMENTS.

           PERFORM 2400-SWEEP-TIMEOUTS.

           SET ORDER-DISCONNECT TO TRUE.
           PERFORM 2500-READ-DISCON-ORDER UNTIL DOR-EOF.

           SET ORDER-RECONNECT TO TRUE.
           PERFORM 2550-READ-RECON-ORDER UNTIL ROR-EOF.

           MOVE WS-CMD-SENT-CTR   TO WS-RT-SENT.
           MOVE WS-EXECUTED-CTR   TO WS-RT-EXECUTED.
           MOVE WS-FAILED-CTR     TO WS-RT-FAILED.
           MOVE WS-TIMED-OUT-CTR  TO WS-RT-TIMED-OUT.
           MOVE WS-FIELD-CTR      TO WS-RT-FIELD.
           COMPUTE WS-RT-HELD =
                   WS-HELD-PROTECT-CTR + WS-HELD-DISPUTE-CTR
                 + WS-HELD-MORAT-CTR.
           WRITE TO04-AMI-RPT-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DISCON-ORDERS.
           IF NOT DOR-IO-STATUS
              DISPLAY 'ERROR OPENING DISCONNECTION ORDERS: '
                      WS-DOR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI02-RECON-ORDERS.
           IF NOT ROR-IO-STATUS
              DISPLAY 'ERROR OPENING RECONNECTION ORDERS: '
                      WS-ROR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-PROTECT-KSDS.
           IF NOT PROT-IO-STATUS
              DISPLAY 'ERROR OPENING PROTECT KSDS: '
                      WS-PROT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-COMPLAINT-KSDS.
           IF NOT CMPL-IO-STATUS
              DISPLAY 'ERROR OPENING COMPLAINT KSDS: '
                      WS-CMPL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-APPEAL-KSDS.
           IF NOT APL-IO-STATUS
              DISPLAY 'ERROR OPENING APPEAL CASE KSDS: '
                      WS-APL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-MORAT-KSDS.
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

           OPEN I-O MO01-AMI-CMD-KSDS.
           IF NOT AMC-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMAND KSDS: '
                      WS-AMC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-AMI-COMMANDS.
           IF NOT CMD-IO-STATUS
              DISPLAY 'ERROR OPENING AMI COMMAND FILE: '
                      WS-CMD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-FIELD-ORDERS.
           IF NOT FLD-IO-STATUS
              DISPLAY 'ERROR OPENING FIELD ORDER LIST: '
                      WS-FLD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-FALLBACK-WO.
           IF NOT AWO-IO-STATUS
              DISPLAY 'ERROR OPENING FALLBACK WORK ORDER FILE: '
                      WS-AWO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO04-AMI-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING AMI SWITCHING REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2120-LOAD-DISPUTE-TABLE  SECTION.

           PERFORM 2125-SCAN-ONE-COMPLAINT UNTIL CMPL-EOF.

           PERFORM 2126-SCAN-ONE-APPEAL UNTIL APL-EOF.

           DISPLAY 'CUSTOMERS UNDER BILLING DISPUTE: '
                   WS-DISPUTE-COUNT.

       2125-SCAN-ONE-COMPLAINT  SECTION.

           READ MI03-COMPLAINT-KSDS
               AT END  SET CMPL-EOF TO TRUE
               NOT AT END
                   IF CMPL-STAT-OPEN
                      AND CMPL-CATEGORY(1:7) = 'BILLING'
                      IF WS-DISPUTE-COUNT >= WS-MAX-DISPUTES
                         DISPLAY 'WARNING: DISPUTE TABLE FULL - '
                                 'MAX ' WS-MAX-DISPUTES
                      ELSE
                         ADD 1 TO WS-DISPUTE-COUNT
                         SET WS-DSP-IDX TO WS-DISPUTE-COUNT
                         MOVE CMPL-CUST-ID
                             TO WS-DISPUTE-CUST-ID(WS-DSP-IDX)
                      END-IF
                   END-IF
           END-READ.

       2126-SCAN-ONE-APPEAL  SECTION.

           READ MI05-APPEAL-KSDS
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

           PERFORM VARYING WS-DSP-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-DSP-LOOP-CTR > WS-DISPUTE-COUNT
                        OR CUSTOMER-IN-DISPUTE
              SET WS-DSP-IDX TO WS-DSP-LOOP-CTR
              IF WS-ORDER-CUST-ID =
                 WS-DISPUTE-CUST-ID(WS-DSP-IDX)
                 SET CUSTOMER-IN-DISPUTE TO TRUE
              END-IF
           END-PERFORM.

       2130-CHECK-PROTECTED  SECTION.

      *    ACTIVE AND LAPSED BOTH SHIELD, AS IN DISCONEX.
           MOVE 'N' TO WS-PROTECT-FLAG.
           MOVE WS-ORDER-CUST-ID TO PROT-CUST-ID.

           READ MI02-PROTECT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROT-STAT-ACTIVE OR PROT-STAT-LAPSED
                      SET PROTECTION-SHIELDS TO TRUE
                   END-IF
           END-READ.

       2170-LOAD-MORATORIA  SECTION.

           PERFORM 2172-SCAN-ONE-MORATORIUM UNTIL MOR-EOF.

           DISPLAY 'MORATORIA IN FORCE OR PENDING: '
                   WS-MORAT-COUNT.

       2172-SCAN-ONE-MORATORIUM  SECTION.

      *    A LIFTED MORATORIUM OR ONE THAT HAS ALREADY RUN ITS
      *    COURSE HOLDS NOTHING.
           READ MI04-MORAT-KSDS
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

      *    THE CHECK DATE FALLS INSIDE A BAN ON THE AREA OR ON
      *    EVERY AREA. WHERE TWO OVERLAP THE ONE RUNNING LONGEST
      *    IS TAKEN.
           MOVE 'N'    TO WS-MORAT-FLAG.
           MOVE SPACES TO WS-MOR-HIT-ID.
           MOVE ZEROS  TO WS-MOR-HIT-TO-DATE.

           PERFORM 2177-MATCH-ONE-MORATORIUM
               VARYING WS-MOR-LOOP-CTR FROM 1 BY 1
               UNTIL WS-MOR-LOOP-CTR > WS-MORAT-COUNT.

       2177-MATCH-ONE-MORATORIUM  SECTION.

           SET WS-MOR-IDX TO WS-MOR-LOOP-CTR.
           IF WS-MT-FROM-DATE(WS-MOR-IDX) <= WS-MOR-CHECK-DATE
              AND WS-MT-TO-DATE(WS-MOR-IDX) >= WS-MOR-CHECK-DATE
              AND (WS-MT-AREA-CODE(WS-MOR-IDX) = SPACES
                   OR WS-MT-AREA-CODE(WS-MOR-IDX) = WS-MOR-CHECK-AREA)
              AND WS-MT-TO-DATE(WS-MOR-IDX) > WS-MOR-HIT-TO-DATE
              SET MORATORIUM-APPLIES TO TRUE
              MOVE WS-MT-ID(WS-MOR-IDX)      TO WS-MOR-HIT-ID
              MOVE WS-MT-TO-DATE(WS-MOR-IDX) TO WS-MOR-HIT-TO-DATE
           END-IF.

       2178-STEP-PAST-MORATORIUM  SECTION.

      *    THE DAY AFTER THE BAN ENDS -- CHECKED AGAIN IN CASE
      *    ANOTHER ONE STARTS THERE.
           COMPUTE WS-MOR-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MOR-HIT-TO-DATE) + 1).
           PERFORM 2175-CHECK-MORATORIUM.

       2180-LOG-DEFERRAL  SECTION.

      *    ONE ROW PER CUSTOMER PER MORATORIUM -- AN ACCOUNT HELD
      *    RUN AFTER RUN IS ONE DEFERRAL, WITH THE RUNS COUNTED ON
      *    IT.
           MOVE WS-MOR-HIT-ID       TO MORD-MOR-ID.
           MOVE WS-MOR-LOG-CUST-ID  TO MORD-CUST-ID.
           MOVE 'A'                 TO MORD-SOURCE.

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

       2150-LOAD-AMI-METERS  SECTION.

           OPEN INPUT TI03-INTERVAL-READ-FILE.
           IF INT-NOT-FOUND
              DISPLAY 'NO INTERVAL READ FILE - NO METER IS '
                      'SWITCHED REMOTELY TONIGHT'
           ELSE
              IF NOT INT-IO-STATUS
                 DISPLAY 'ERROR OPENING INTERVAL READ FILE: '
                         WS-INT-STATUS
                 STOP RUN
              END-IF
              PERFORM 2155-READ-ONE-INTERVAL UNTIL INT-EOF
              CLOSE TI03-INTERVAL-READ-FILE
           END-IF.

           DISPLAY 'AMI METERS REPORTING: ' WS-AMI-METER-COUNT.

       2155-READ-ONE-INTERVAL  SECTION.

      *    THE STREAM IS IN METER ORDER, SO ONE ROW PER METER IS
      *    KEPT BY WATCHING FOR THE METER TO CHANGE.
           READ TI03-INTERVAL-READ-FILE
               AT END  SET INT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INT-READ-CTR
                   IF INT-METER-ID NOT = WS-LAST-INT-METER
                      MOVE INT-METER-ID TO WS-LAST-INT-METER
                      IF WS-AMI-METER-COUNT >= WS-MAX-AMI-METERS
                         DISPLAY 'WARNING: AMI METER TABLE FULL - '
                                 'MAX ' WS-MAX-AMI-METERS
                      ELSE
                         ADD 1 TO WS-AMI-METER-COUNT
                         SET WS-AM-IDX TO WS-AMI-METER-COUNT
                         MOVE INT-METER-ID
                             TO WS-AMI-METER-ID(WS-AM-IDX)
                      END-IF
                   END-IF
           END-READ.

       2300-APPLY-ACKNOWLEDGEMENTS  SECTION.

           OPEN INPUT TI04-AMI-ACK.
           IF ACK-NOT-FOUND
              DISPLAY 'NO HEAD-END ACKNOWLEDGEMENT FILE'
              GO TO 2300-EXIT
           END-IF.
           IF NOT ACK-IO-STATUS
              DISPLAY 'ERROR OPENING HEAD-END ACKNOWLEDGEMENTS: '
                      WS-ACK-STATUS
              STOP RUN
           END-IF.

           PERFORM 2310-READ-ONE-ACK UNTIL ACK-EOF.

           CLOSE TI04-AMI-ACK.

       2300-EXIT.
           EXIT.

       2310-READ-ONE-ACK  SECTION.

           READ TI04-AMI-ACK
               AT END  SET ACK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-READ-CTR
                   PERFORM 2320-POST-ONE-ACK
           END-READ.

       2320-POST-ONE-ACK  SECTION.

           MOVE ACK-CMD-ID TO AMC-CMD-ID.
           READ MO01-AMI-CMD-KSDS
               INVALID KEY
                   DISPLAY 'ACKNOWLEDGEMENT FOR UNKNOWN COMMAND: '
                           ACK-CMD-ID ' METER ' ACK-METER-ID
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2320-EXIT
           END-READ.

      *    A COMMAND ALREADY CLOSED -- EXECUTED, OR TIMED OUT AND
      *    HANDED TO A CREW -- IS NOT REOPENED BY A LATE ANSWER.
           IF NOT AMC-STAT-SENT
              DISPLAY 'LATE ACKNOWLEDGEMENT IGNORED: ' AMC-CMD-ID
                      ' STATUS ' AMC-STATUS ' RESULT ' ACK-RESULT
              GO TO 2320-EXIT
           END-IF.

           IF NOT ACK-EXECUTED AND NOT ACK-FAILED
              DISPLAY 'BAD ACKNOWLEDGEMENT RESULT: ' AMC-CMD-ID
                      ' RESULT ' ACK-RESULT
              ADD 1 TO WS-ERROR-CTR
              GO TO 2320-EXIT
           END-IF.

           MOVE ACK-DATE   TO AMC-ACK-DATE.
           MOVE ACK-REASON TO AMC-ACK-REASON.

           IF ACK-EXECUTED
              SET AMC-STAT-EXECUTED TO TRUE
              ADD 1 TO WS-EXECUTED-CTR
              MOVE 'EXECUTED BY HEAD-END' TO WS-RD-ACTION
           ELSE
              SET AMC-STAT-FAILED TO TRUE
              ADD 1 TO WS-FAILED-CTR
              PERFORM 2700-RAISE-FALLBACK-WO
              MOVE 'FAILED - FIELD ORDER RAISED' TO WS-RD-ACTION
           END-IF.

           REWRITE MO01-AMI-CMD-RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMAND REWRITE FAILED: '
                           AMC-CMD-ID ' STATUS: ' WS-AMC-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

           PERFORM 2790-WRITE-COMMAND-LINE.

       2320-EXIT.
           EXIT.

       2400-SWEEP-TIMEOUTS  SECTION.

           MOVE LOW-VALUES TO AMC-CMD-ID.
           START MO01-AMI-CMD-KSDS KEY IS GREATER THAN AMC-CMD-ID
               INVALID KEY
                   SET AMC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2410-CHECK-ONE-COMMAND UNTIL AMC-SCAN-EOF.

       2410-CHECK-ONE-COMMAND  SECTION.

           READ MO01-AMI-CMD-KSDS NEXT
               AT END
                   SET AMC-SCAN-EOF TO TRUE
               NOT AT END
                   IF AMC-STAT-SENT
                      AND WS-DATE >= AMC-EXPIRE-DATE
                      PERFORM 2420-TIME-OUT-COMMAND
                   END-IF
           END-READ.

       2420-TIME-OUT-COMMAND  SECTION.

           SET AMC-STAT-TIMED-OUT TO TRUE.
           MOVE WS-DATE TO AMC-ACK-DATE.
           MOVE SPACES  TO AMC-ACK-REASON.
           ADD 1 TO WS-TIMED-OUT-CTR.

           PERFORM 2700-RAISE-FALLBACK-WO.

           REWRITE MO01-AMI-CMD-RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMAND REWRITE FAILED: '
                           AMC-CMD-ID ' STATUS: ' WS-AMC-STATUS
                   ADD 1 TO WS-ERROR-CTR
           END-REWRITE.

           MOVE 'TIMED OUT - FIELD ORDER RAISED' TO WS-RD-ACTION.
           PERFORM 2790-WRITE-COMMAND-LINE.

       2500-READ-DISCON-ORDER  SECTION.

           READ TI01-DISCON-ORDERS
               AT END  SET DOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISCON-READ-CTR
                   PERFORM 2600-ROUTE-ORDER
           END-READ.

       2550-READ-RECON-ORDER  SECTION.

           READ TI02-RECON-ORDERS INTO TI01-DISCON-ORDER-RECORD
               AT END  SET ROR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECON-READ-CTR
                   PERFORM 2600-ROUTE-ORDER
           END-READ.

       2600-ROUTE-ORDER  SECTION.

           MOVE ORD-CUST-ID(1:12) TO WS-ORDER-CUST-ID.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-ORDER-CUST-ID TO WS-RD-CUST-ID.
           IF ORDER-DISCONNECT
              MOVE 'DISC' TO WS-RD-TYPE
           ELSE
              MOVE 'RCON' TO WS-RD-TYPE
           END-IF.

      *    A DISCONNECTION IS HELD ON THE SAME GROUNDS DISCONEX
      *    HOLDS A CANDIDATE -- NO COMMAND AND NO CREW.
           IF ORDER-DISCONNECT
              PERFORM 2128-CHECK-DISPUTE
              IF CUSTOMER-IN-DISPUTE
                 ADD 1 TO WS-HELD-DISPUTE-CTR
                 MOVE 'HELD - BILLING DISPUTE' TO WS-RD-ACTION
                 PERFORM 2795-WRITE-REPORT-LINE
                 GO TO 2600-EXIT
              END-IF
              PERFORM 2130-CHECK-PROTECTED
              IF PROTECTION-SHIELDS
                 ADD 1 TO WS-HELD-PROTECT-CTR
                 MOVE 'HELD - PROTECTED CUSTOMER' TO WS-RD-ACTION
                 PERFORM 2795-WRITE-REPORT-LINE
                 GO TO 2600-EXIT
              END-IF
              MOVE ORD-AREA-CODE TO WS-MOR-CHECK-AREA
              MOVE WS-DATE       TO WS-MOR-CHECK-DATE
              PERFORM 2175-CHECK-MORATORIUM
              IF MORATORIUM-APPLIES
                 ADD 1 TO WS-HELD-MORAT-CTR
                 STRING 'HELD - MORATORIUM ' WS-MOR-HIT-ID
                        DELIMITED BY SIZE
                        INTO WS-RD-ACTION
                 END-STRING
                 PERFORM 2795-WRITE-REPORT-LINE
                 MOVE WS-ORDER-CUST-ID    TO WS-MOR-LOG-CUST-ID
                 PERFORM 2180-LOG-DEFERRAL
                 GO TO 2600-EXIT
              END-IF
           END-IF.

           PERFORM 2610-COLLECT-METERS.

      *    ONE METER THAT CANNOT BE SWITCHED REMOTELY SENDS THE
      *    WHOLE ORDER TO A CREW -- THE TRUCK ROLLS ANYWAY, AND
      *    ONE VISIT SHOULD DO THE ACCOUNT.
           IF NOT ALL-METERS-AMI
              WRITE TO02-FIELD-ORDER-RECORD
                  FROM TI01-DISCON-ORDER-RECORD
              ADD 1 TO WS-FIELD-CTR
              MOVE 'FIELD CREW - NOT ALL METERS AMI' TO WS-RD-ACTION
              PERFORM 2795-WRITE-REPORT-LINE
              GO TO 2600-EXIT
           END-IF.

           PERFORM 2620-ISSUE-COMMAND
               VARYING WS-OM-LOOP-CTR FROM 1 BY 1
               UNTIL WS-OM-LOOP-CTR > WS-OM-COUNT.

       2600-EXIT.
           EXIT.

       2610-COLLECT-METERS  SECTION.

           MOVE ZEROS TO WS-OM-COUNT.
           MOVE 'N'   TO WS-OM-DONE-FLAG.
           MOVE 'Y'   TO WS-ALL-AMI-FLAG.
           MOVE WS-ORDER-CUST-ID TO MTR-CUST-ID.

           START MI01-METER-KSDS
               KEY IS EQUAL TO MTR-CUST-ID
               INVALID KEY
                   SET OM-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2615-READ-ONE-METER UNTIL OM-SCAN-DONE.

      *    NO METER ON FILE AT ALL IS LEFT FOR THE CREW TO FIND.
           IF WS-OM-COUNT = ZEROS
              MOVE 'N' TO WS-ALL-AMI-FLAG
           END-IF.

       2615-READ-ONE-METER  SECTION.

           READ MI01-METER-KSDS NEXT
               AT END
                   SET OM-SCAN-DONE TO TRUE
               NOT AT END
                   IF MTR-CUST-ID NOT = WS-ORDER-CUST-ID
                      SET OM-SCAN-DONE TO TRUE
                   ELSE
                      IF WS-OM-COUNT >= WS-OM-MAX
                         MOVE 'N' TO WS-ALL-AMI-FLAG
                         SET OM-SCAN-DONE TO TRUE
                      ELSE
                         ADD 1 TO WS-OM-COUNT
                         SET WS-OM-IDX TO WS-OM-COUNT
                         MOVE MTR-ID TO WS-OM-METER-ID(WS-OM-IDX)
                         SET WS-AM-IDX TO 1
                         SEARCH WS-AMI-METER-ID
                             AT END
                                 MOVE 'N' TO WS-ALL-AMI-FLAG
                             WHEN WS-AM-IDX > WS-AMI-METER-COUNT
                                 MOVE 'N' TO WS-ALL-AMI-FLAG
                             WHEN WS-AMI-METER-ID(WS-AM-IDX) = MTR-ID
                                 CONTINUE
                         END-SEARCH
                      END-IF
                   END-IF
           END-READ.

       2620-ISSUE-COMMAND  SECTION.

           IF WS-CMD-SEQ >= WS-SEQ-MAX
              DISPLAY 'AMI COMMAND SEQUENCE EXHAUSTED - CUSTOMER '
                      WS-ORDER-CUST-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 2620-EXIT
           END-IF.

      *    A RECONNECTION MUST BE CONFIRMED INSIDE THE REGULATORY
      *    WINDOW, WHICHEVER IS SOONER OF THAT AND THE ORDINARY
      *    ACKNOWLEDGEMENT TIMEOUT; IT GOES OUT TONIGHT WHATEVER
      *    SLOT THE CUSTOMER ASKED FOR.
           MOVE WS-ACK-TIMEOUT-DAYS TO WS-EXPIRE-DAYS.
           IF ORDER-RECONNECT
              AND WS-RECON-DAYS < WS-EXPIRE-DAYS
              MOVE WS-RECON-DAYS TO WS-EXPIRE-DAYS
           END-IF.

           ADD 1 TO WS-CMD-SEQ.
           SET WS-OM-IDX TO WS-OM-LOOP-CTR.

           MOVE SPACES TO MO01-AMI-CMD-RECORD.
           STRING 'H' WS-DATE(3:6) WS-CMD-SEQ
                  DELIMITED BY SIZE
                  INTO AMC-CMD-ID
           END-STRING.
           MOVE WS-ORDER-TYPE               TO AMC-CMD-TYPE.
           MOVE WS-OM-METER-ID(WS-OM-IDX)   TO AMC-METER-ID.
           MOVE WS-ORDER-CUST-ID            TO AMC-CUST-ID.
           MOVE WS-DATE                     TO AMC-ISSUE-DATE.
           COMPUTE AMC-EXPIRE-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER + WS-EXPIRE-DAYS).
           SET AMC-STAT-SENT TO TRUE.
           MOVE ZEROS                       TO AMC-ACK-DATE.
           MOVE SPACES                      TO AMC-ACK-REASON.
           MOVE SPACES                      TO AMC-WO-ID.
           MOVE ORD-AREA-CODE               TO AMC-AREA-CODE.

           WRITE MO01-AMI-CMD-RECORD
               INVALID KEY
                   DISPLAY 'AMI COMMAND ALREADY ON FILE: '
                           AMC-CMD-ID ' STATUS: ' WS-AMC-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2620-EXIT
           END-WRITE.

           MOVE SPACES           TO TO01-AMI-COMMAND-RECORD.
           MOVE AMC-CMD-ID       TO CMD-CMD-ID.
           IF AMC-TYPE-DISCONNECT
              MOVE 'DISC'        TO CMD-ACTION
           ELSE
              MOVE 'RCON'        TO CMD-ACTION
           END-IF.
           MOVE AMC-METER-ID     TO CMD-METER-ID.
           MOVE AMC-CUST-ID      TO CMD-CUST-ID.
           MOVE AMC-ISSUE-DATE   TO CMD-ISSUE-DATE.
           MOVE AMC-EXPIRE-DATE  TO CMD-EXPIRE-DATE.
           WRITE TO01-AMI-COMMAND-RECORD.

           ADD 1 TO WS-CMD-SENT-CTR.
           MOVE 'SENT TO HEAD-END' TO WS-RD-ACTION.
           PERFORM 2790-WRITE-COMMAND-LINE.

       2620-EXIT.
           EXIT.

       2700-RAISE-FALLBACK-WO  SECTION.

      *    A NEW, UNASSIGNED ORDER FOR THE METER THE HEAD-END
      *    COULD NOT SWITCH. A RECONNECTION IS PROMISED TODAY --
      *    THE REGULATORY CLOCK IS ALREADY SPENT OR SPENDING.
           IF WS-WO-SEQ >= WS-SEQ-MAX
              DISPLAY 'FALLBACK WORK ORDER SEQUENCE EXHAUSTED - '
                      'COMMAND ' AMC-CMD-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 2700-EXIT
           END-IF.

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WS-NEW-WO-ID.
           STRING 'F' WS-DATE(3:6) WS-WO-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-WO-ID
           END-STRING.

           MOVE SPACES            TO TO03-FALLBACK-WO-RECORD.
           MOVE 'N'               TO FW-TRANS-TYPE.
           MOVE WS-NEW-WO-ID      TO FW-WO-ID.
           MOVE AMC-CMD-TYPE      TO FW-SOURCE-TYPE.
           MOVE AMC-CMD-ID        TO FW-SOURCE-REF.
           MOVE AMC-CUST-ID       TO FW-CUST-ID.
           IF AMC-TYPE-RECONNECT
              MOVE WS-DATE        TO FW-PROMISED-DATE
           ELSE
              COMPUTE FW-PROMISED-DATE =
                      FUNCTION DATE-OF-INTEGER
                      (WS-DATE-INTEGER + WS-FIELD-LEAD-DAYS)
              PERFORM 2710-CLEAR-MORATORIUM
           END-IF.
           MOVE ZEROS             TO FW-COMPLETE-DATE.
           MOVE AMC-METER-ID      TO FW-NOTE-METER-ID.
           MOVE ZEROS             TO FW-LABOR-HOURS.
           MOVE ZEROS             TO FW-MATERIAL-AMT.
           WRITE TO03-FALLBACK-WO-RECORD.

           MOVE WS-NEW-WO-ID      TO AMC-WO-ID.
           ADD 1 TO WS-FALLBACK-CTR.

       2700-EXIT.
           EXIT.

       2710-CLEAR-MORATORIUM  SECTION.

      *    NO CREW IS SENT TO DISCONNECT INSIDE A MORATORIUM -- THE
      *    PROMISE MOVES TO THE FIRST CLEAR DAY AFTER IT. A COMMAND
      *    ISSUED BEFORE THE AREA CODE WAS KEPT ON FILE IS HELD
      *    ONLY BY A BAN ON EVERY AREA.
           MOVE AMC-AREA-CODE    TO WS-MOR-CHECK-AREA.
           MOVE FW-PROMISED-DATE TO WS-MOR-CHECK-DATE.
           PERFORM 2175-CHECK-MORATORIUM.
           IF NOT MORATORIUM-APPLIES
              GO TO 2710-EXIT
           END-IF.

           MOVE AMC-CUST-ID TO WS-MOR-LOG-CUST-ID.
           PERFORM 2180-LOG-DEFERRAL.
           ADD 1 TO WS-WO-DEFERRED-CTR.

           PERFORM 2178-STEP-PAST-MORATORIUM
               UNTIL NOT MORATORIUM-APPLIES.
           MOVE WS-MOR-CHECK-DATE TO FW-PROMISED-DATE.
           DISPLAY 'FALLBACK DISCONNECTION DEFERRED PAST MORATORIUM '
                   '- COMMAND ' AMC-CMD-ID ' PROMISED '
                   FW-PROMISED-DATE.

       2710-EXIT.
           EXIT.

       2790-WRITE-COMMAND-LINE  SECTION.

           MOVE AMC-CMD-ID        TO WS-RD-CMD-ID.
           IF AMC-TYPE-DISCONNECT
              MOVE 'DISC'         TO WS-RD-TYPE
           ELSE
              MOVE 'RCON'         TO WS-RD-TYPE
           END-IF.
           MOVE AMC-CUST-ID       TO WS-RD-CUST-ID.
           MOVE AMC-METER-ID      TO WS-RD-METER-ID.
           MOVE AMC-EXPIRE-DATE   TO WS-RD-EXPIRES.
           MOVE AMC-ACK-REASON    TO WS-RD-REASON.
           MOVE AMC-WO-ID         TO WS-RD-WO-ID.
           PERFORM 2795-WRITE-REPORT-LINE.

       2795-WRITE-REPORT-LINE  SECTION.

           WRITE TO04-AMI-RPT-RECORD FROM WS-REPORT-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' DISCONNECTION ORDERS     ',  WS-DISCON-READ-CTR
           DISPLAY ' RECONNECTION ORDERS      ',  WS-RECON-READ-CTR
           DISPLAY ' INTERVAL ROWS READ       ',  WS-INT-READ-CTR
           DISPLAY ' HELD - PROTECTED         ',  WS-HELD-PROTECT-CTR
           DISPLAY ' HELD - BILLING DISPUTE   ',  WS-HELD-DISPUTE-CTR
           DISPLAY ' HELD - MORATORIUM        ',  WS-HELD-MORAT-CTR
           DISPLAY ' LEFT FOR FIELD CREWS     ',  WS-FIELD-CTR
           DISPLAY ' COMMANDS SENT            ',  WS-CMD-SENT-CTR
           DISPLAY ' ACKNOWLEDGEMENTS READ    ',  WS-ACK-READ-CTR
           DISPLAY ' EXECUTED                 ',  WS-EXECUTED-CTR
           DISPLAY ' FAILED                   ',  WS-FAILED-CTR
           DISPLAY ' TIMED OUT                ',  WS-TIMED-OUT-CTR
           DISPLAY ' FALLBACK FIELD ORDERS    ',  WS-FALLBACK-CTR
           DISPLAY ' FALLBACKS PAST MORATORIUM',  WS-WO-DEFERRED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DISCON-ORDERS,
                  TI02-RECON-ORDERS,
                  MI01-METER-KSDS,
                  MI02-PROTECT-KSDS,
                  MI03-COMPLAINT-KSDS,
                  MI05-APPEAL-KSDS,
                  MI04-MORAT-KSDS,
                  MO02-MORAT-DEFER-KSDS,
                  MO01-AMI-CMD-KSDS,
                  TO01-AMI-COMMANDS,
                  TO02-FIELD-ORDERS,
                  TO03-FALLBACK-WO,
                  TO04-AMI-RPT.

           STOP RUN.
