           RECORD KEY             IS CD-CUST-ID
           FILE STATUS            IS WS-CD-STATUS.

      *    TAX-EXEMPTION CERTIFICATE MASTER MAINTAINED BY EXMP001 --
      *    A CERTIFICATE IN FORCE ON THE RUN DATE WAIVES ITS
      *    PERCENTAGE OF THE DUTY COMPUTED ON THE BILL.
           SELECT MI02-EXEMPT-KSDS  ASSIGN TO EXMPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS EXM-CUST-ID
           FILE STATUS            IS WS-EXM-STATUS.

      *    DISCOUNT ELIGIBILITY MASTER MAINTAINED BY DISC001 -- THE
      *    SENIOR / SUBSIDY DISCOUNT IS ONLY GIVEN WHILE THE
      *    CUSTOMER'S PROOF IS CURRENT OR IN ITS GRACE PERIOD.
           SELECT MI02-DISC-ELIG-KSDS ASSIGN TO DSCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DSC-CUST-ID
           FILE STATUS            IS WS-DSC-STATUS.

      *    STAGED CUSTOMER SELF-READS ACCEPTED BY SRD001 FROM THE
      *    SMS AND WEB-PORTAL CHANNELS -- A PENDING ROW IS BILLED
      *    FROM IN PLACE OF AN ESTIMATE, NEVER IN PLACE OF A FIELD
      *    READING, AND IS MARKED BILLED SO IT CANNOT BILL TWICE.
           SELECT MI04-SELF-READ-KSDS ASSIGN TO SRDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SR-METER-ID
           FILE STATUS            IS WS-SR-STATUS.

      *    ESTIMATE TRUE-UP REGISTER -- EVERY TRUE-UP LEAVES ONE ROW
      *    OF ESTIMATED AGAINST ACTUAL UNITS, WITH THE BASIS THE
      *    ESTIMATE WAS MADE ON, FOR ESTACC TO BACK-TEST MONTHLY.
           SELECT MO02-TRUEUP-KSDS ASSIGN TO ETUKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ETU-KEY
           FILE STATUS            IS WS-ETU-STATUS.

      *    PER-CUSTOMER, PER-PERIOD MAXIMUM-DEMAND REGISTER KEPT BY
      *    MTR005 FROM THE INTERVAL STREAM -- THE RECORDED DEMAND
      *    THE CONTRACT IS JUDGED AGAINST.
           RECORD KEY             IS INST-CUST-ID
           FILE STATUS            IS WS-INST-STATUS.

      *    SECURITY-DEPOSIT SUB-LEDGER DEP001 MAINTAINS -- A
      *    TEMPORARY CONNECTION'S ADVANCE IS HELD HERE AND EACH
      *    BILL IS DRAWN AGAINST IT UNTIL IT IS USED UP.
           SELECT MI01-DEPOSIT-KSDS ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

      *    GROUP-METERING MASTER GRP001 MAINTAINS -- A HOUSING
      *    SOCIETY'S BULK METER AND THE SUB-METERS BEHIND IT. THE
      *    ALTERNATE INDEX ON THE BULK METER ID WALKS EVERY SUB OF
      *    A GROUP WHEN ITS BULK BILL IS APPORTIONED.
           SELECT MI05-GROUP-KSDS  ASSIGN TO GRPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS GRP-MTR-ID
           ALTERNATE RECORD KEY   IS GRP-BULK-MTR-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-GRP-STATUS.

      *    SECOND, RANDOM-ONLY VIEW OF THE METER MASTER -- THE SUB-
      *    METER READINGS ARE FETCHED WITHOUT DISTURBING THE
      *    SEQUENTIAL PASS MTRKSDS IS DRIVING.
           SELECT MI05-GROUP-METER-KSDS ASSIGN TO GRPMTR
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GM-MTR-ID
           FILE STATUS            IS WS-GM-STATUS.

      *    SOCIETY SUMMARY -- ONE BLOCK PER BULK METER SHOWING HOW
      *    ITS BILL WAS SPREAD OVER THE SUB-METER ACCOUNTS.
           SELECT TO05-GROUP-RPT   ASSIGN TO GRPRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-GRPRPT-STATUS.

      *    ONE-RECORD CONTROL-TOTAL FILE -- THE BILL COUNT AND
      *    TOTAL AMOUNT THIS RUN BELIEVES IT WROTE, FOR BALCHK TO
      *    FOOT AGAINST THE BILL MASTER BEFORE THE CHAIN GOES ON.
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    READ SCHEDULE BUILT BY RSCH001 -- KEYED BY CYCLE CODE AND
      *    PERIOD. ON AN ALL-CYCLES RUN A ROUTE WHOSE READ FOR THE
      *    BILLING PERIOD IS STILL AHEAD OF THE RUN DATE IS HELD
      *    UNTIL THE READERS HAVE BEEN ROUND.
           SELECT MI01-SCHEDULE-KSDS ASSIGN TO RSCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS RSC-KEY
           FILE STATUS            IS WS-RSC-STATUS.

      *    OUTAGE LOG MAINTAINED BY OUT001 -- KEYED BY AREA CODE AND
      *    START DATE/TIME. DYNAMIC ACCESS LETS THIS PROGRAM START ON
      *    A CUSTOMER'S AREA CODE AND READ NEXT THROUGH EVERY OUTAGE
           RECORD KEY             IS RC-KEY
           FILE STATUS            IS WS-RC-STATUS.

      *    GREEN-TARIFF ENROLLMENT MASTER GRN001 MAINTAINS -- AN
      *    ACTIVE OPT-IN BUYS ITS PERCENTAGE OF THE BILLED UNITS AS
      *    RENEWABLE SUPPLY AT THE RATE MASTER'S 'G'-BAND PREMIUM.
           SELECT MI06-GREEN-ENROL-KSDS ASSIGN TO GRENKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GRN-CUST-ID
           FILE STATUS            IS WS-GRN-STATUS.

      *    GREEN-SALES LEDGER -- ONE ROW PER BILL THAT CARRIED A
      *    GREEN PREMIUM, KEYED BY BILL ID. IT IS THE PREMIUM'S
      *    LINE ITEM: BILLPRNT PRINTS THE STATEMENT LINE FROM IT
      *    AND GRN002 RETIRES RENEWABLE CERTIFICATES AGAINST THE
      *    GREEN UNITS IT HOLDS.
           SELECT MO06-GREEN-SALES-KSDS ASSIGN TO GRNSALES
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GSL-BILL-ID
           FILE STATUS            IS WS-GSL-STATUS.

      *    METER EXCHANGE MASTER MXCH001 MAINTAINS -- KEYED BY THE
      *    REPLACEMENT METER, WITH THE METER IT REPLACED ON THE
      *    ALTERNATE INDEX. A PENDING ROW CARRIES THE OLD METER'S
      *    LAST SEGMENT ONTO THE NEW METER'S BILL; THE OLD METER
      *    ITSELF IS NEVER BILLED AGAIN ONCE IT HAS COME OFF.
           SELECT MO07-MXC-KSDS       ASSIGN TO MXCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MXC-NEW-MTR-ID
           ALTERNATE RECORD KEY   IS MXC-OLD-MTR-ID WITH DUPLICATES
           FILE STATUS            IS WS-MXC-STATUS.

       DATA DIVISION.

       FILE SECTION.
             88 TARIFF-DOMESTIC    VALUE 'D' SPACE.
             88 TARIFF-COMMERCIAL  VALUE 'C'.
             88 TARIFF-INDUSTRIAL  VALUE 'I'.
             88 TARIFF-TEMPORARY   VALUE 'T'.
          05 CUST-TOU-FLAG     PIC X(1).
             88 TOU-BILLED         VALUE 'Y'.
          05 CUST-BUDGET-FLAG  PIC X(1).
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).

      *    EXTENDED PAST THE ORIGINAL 126 BYTES -- BILL-EST-FLAG
      *    MARKS A BILL PRICED FROM AN ESTIMATE RATHER THAN A REAL
      *    READING ('C' WHEN IT WAS PRICED FROM THE CUSTOMER'S OWN
      *    SELF-READ, BLANK FOR A FIELD READING), AND THE TRAILING
      *    FILLER IS EXPANSION SPACE SO THE CLUSTER DOES NOT NEED
      *    REDEFINING FOR EVERY NEW ATTRIBUTE.
       FD MO01-BILL-KSDS
           RECORD CONTAINS         230 CHARACTERS.

          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-EST-FLAG    PIC X(1).
             88 BILL-ESTIMATED           VALUE 'E'.
             88 BILL-CUSTOMER-READ       VALUE 'C'.
          05 BILL-PEAK-UNITS  PIC 9(6).
          05 BILL-NORM-UNITS  PIC 9(6).
          05 BILL-OFFP-UNITS  PIC 9(6).
          05 ADJ-REASON-CODE      PIC X(02).
          05 ADJ-DATE             PIC 9(08).

      *    EXTENDED PAST THE ORIGINAL 26 BYTES -- EST-BASIS SAYS
      *    WHAT THE TALLIED UNITS WERE BILLED FROM, AND
      *    EST-BASIS-PERIODS HOW MANY HISTORY PERIODS THE FIRST
      *    AVERAGE FOUND. A ROW WRITTEN BEFORE THE EXTENSION READS
      *    AS AN AVERAGE OF UNKNOWN DEPTH.
       FD MI01-EST-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI01-EST-RECORD.
          05 EST-CUST-ID          PIC X(12).
          05 EST-UNITS            PIC 9(06).
          05 EST-PERIOD-COUNT     PIC 9(02).
          05 EST-LAST-PERIOD      PIC 9(06).
          05 EST-BASIS            PIC X(01).
             88 EST-BASIS-AVERAGE            VALUE 'A' SPACE.
             88 EST-BASIS-SELF-READ          VALUE 'S'.
             88 EST-BASIS-MIXED              VALUE 'M'.
          05 EST-BASIS-PERIODS    PIC 9(02).

       FD MI01-TOU-KSDS
           RECORD CONTAINS         36  CHARACTERS.
             88 CD-STAT-ACTIVE               VALUE 'A'.
             88 CD-STAT-TERMINATED           VALUE 'X'.

      *    SAME EXEMPTION-CERTIFICATE LAYOUT EXMP001 MAINTAINS.
       FD MI02-EXEMPT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI02-EXEMPT-RECORD.
          05 EXM-CUST-ID          PIC X(12).
          05 EXM-CERT-NO          PIC X(15).
          05 EXM-EXEMPT-PCT       PIC 9(03)V99.
          05 EXM-AUTHORITY        PIC X(20).
          05 EXM-VALID-FROM       PIC 9(08).
          05 EXM-VALID-TO         PIC 9(08).
          05 EXM-STATUS           PIC X(01).
             88 EXM-STAT-ACTIVE              VALUE 'A'.
             88 EXM-STAT-REVOKED             VALUE 'X'.
          05 EXM-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(03).

      *    SAME DISCOUNT-ELIGIBILITY LAYOUT DISC001 MAINTAINS.
       FD MI02-DISC-ELIG-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI02-DISC-ELIG-RECORD.
          05 DSC-CUST-ID          PIC X(12).
          05 DSC-CATEGORY         PIC X(01).
          05 DSC-PROOF-TYPE       PIC X(04).
          05 DSC-PROOF-REF        PIC X(15).
          05 DSC-VERIFIED-DATE    PIC 9(08).
          05 DSC-EXPIRY-DATE      PIC 9(08).
          05 DSC-STATUS           PIC X(01).
             88 DSC-STAT-ACTIVE              VALUE 'A'.
             88 DSC-STAT-GRACE               VALUE 'G'.
             88 DSC-STAT-EXPIRED             VALUE 'E'.
             88 DSC-STAT-REVOKED             VALUE 'X'.
          05 DSC-NOTICE-DATE      PIC 9(08).
          05 DSC-DROP-DATE        PIC 9(08).
          05 DSC-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(07).

      *    SAME DEMAND-REGISTER LAYOUT MTR005 MAINTAINS.
       FD MI02-DEMAND-KSDS
           RECORD CONTAINS         33  CHARACTERS.
          05 DET-REVENUE          PIC 9(08)V99.
          05 FILLER               PIC X(05).

      *    SAME DEPOSIT SUB-LEDGER LAYOUT DEP001 MAINTAINS.
       FD MI01-DEPOSIT-KSDS
           RECORD CONTAINS         29  CHARACTERS.

       01 MI01-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).
             88 DEP-STAT-HELD                 VALUE 'H'.
             88 DEP-STAT-PARTIAL              VALUE 'P'.

      *    SAME GROUP-METERING LAYOUT GRP001 MAINTAINS.
       FD MI05-GROUP-KSDS
           RECORD CONTAINS         64  CHARACTERS.

       01 MI05-GROUP-RECORD.
          05 GRP-MTR-ID           PIC X(14).
          05 GRP-BULK-MTR-ID      PIC X(14).
          05 GRP-ROLE             PIC X(01).
             88 GRP-ROLE-BULK                 VALUE 'B'.
             88 GRP-ROLE-SUB                  VALUE 'S'.
          05 GRP-COMMON-BASIS     PIC X(01).
             88 GRP-BASIS-EQUAL               VALUE 'E'.
             88 GRP-BASIS-METERED             VALUE 'M'.
             88 GRP-BASIS-FIXED               VALUE 'F'.
          05 GRP-COMMON-PCT       PIC 9(03)V99.
          05 GRP-STATUS           PIC X(01).
             88 GRP-STAT-ACTIVE               VALUE 'A'.
             88 GRP-STAT-REMOVED              VALUE 'X'.
          05 GRP-ADDED-DATE       PIC 9(08).
          05 GRP-REMOVED-DATE     PIC 9(08).
          05 GRP-LAST-MAINT-DATE  PIC 9(08).
          05 FILLER               PIC X(04).

      *    SAME METER MASTER LAYOUT AS MTRKSDS ABOVE.
       FD MI05-GROUP-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI05-GROUP-METER-RECORD.
          05 GM-MTR-ID            PIC X(14).
          05 GM-MTR-CUST-ID       PIC X(12).
          05 GM-PREV-READ         PIC 9(06).
          05 GM-CURR-READ         PIC 9(06).

       FD TO05-GROUP-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO05-GROUP-RPT-RECORD PIC X(133).

       FD MI01-INSTALL-KSDS
           RECORD CONTAINS         45  CHARACTERS.

          05 CKPT-OUT-BILL-SEQ     PIC 9(07).
          05 CKPT-OUT-METERS-DONE  PIC 9(06).

      *    CH-READ-TYPE SAYS WHAT THE PERIOD WAS BILLED FROM -- A
      *    FIELD READING, THE CUSTOMER'S SELF-READ OR AN ESTIMATE.
      *    ROWS WRITTEN BEFORE IT EXISTED CARRY A BLANK.
       FD MO01-CONS-HIST-KSDS
           RECORD CONTAINS         34  CHARACTERS.

       01 MO01-CONS-HIST-RECORD.
          05 CH-KEY.
             10 CH-BILL-PERIOD      PIC 9(06).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-BILL-AMOUNT         PIC 9(07)V99.
          05 CH-READ-TYPE           PIC X(01).
             88 CH-READ-ACTUAL               VALUE 'A'.
             88 CH-READ-CUSTOMER             VALUE 'C'.
             88 CH-READ-ESTIMATED            VALUE 'E'.

      *    ONE ROW PER CUSTOMER PER PERIOD TRUED UP. ACTUAL UNITS
      *    ARE THE READ MOVEMENT APPORTIONED TO THE ESTIMATED
      *    PERIODS -- THE MOVEMENT ALSO COVERS THE PERIOD BEING
      *    BILLED NOW, SO IT IS SPLIT EVENLY ACROSS COUNT + 1.
       FD MO02-TRUEUP-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO02-TRUEUP-RECORD.
          05 ETU-KEY.
             10 ETU-CUST-ID       PIC X(12).
             10 ETU-BILL-PERIOD   PIC 9(06).
          05 ETU-METER-ID         PIC X(14).
          05 ETU-AREA-CODE        PIC X(06).
          05 ETU-TARIFF-CLASS     PIC X(01).
          05 ETU-BILLING-FREQ     PIC X(01).
          05 ETU-EST-PERIODS      PIC 9(02).
          05 ETU-EST-UNITS        PIC 9(06).
          05 ETU-READ-UNITS       PIC 9(07).
          05 ETU-ACTUAL-UNITS     PIC 9(07).
          05 ETU-EST-BASIS        PIC X(01).
          05 ETU-BASIS-PERIODS    PIC 9(02).
          05 ETU-READ-SOURCE      PIC X(01).
             88 ETU-READ-FIELD               VALUE 'F'.
             88 ETU-READ-CUSTOMER            VALUE 'C'.
          05 ETU-TRUEUP-DATE      PIC 9(08).
          05 FILLER               PIC X(06).

      *    SAME STAGED SELF-READ LAYOUT SRD001 WRITES.
       FD MI04-SELF-READ-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI04-SELF-READ-RECORD.
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

       FD MI01-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

      *    SAME READ SCHEDULE LAYOUT RSCH001 MAINTAINS.
       FD MI01-SCHEDULE-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI01-SCHEDULE-RECORD.
          05 RSC-KEY.
             10 RSC-CYCLE-CODE      PIC X(02).
             10 RSC-READ-PERIOD     PIC 9(06).
          05 RSC-READ-DATE          PIC 9(08).
          05 RSC-LAST-DATE          PIC 9(08).
          05 RSC-METER-COUNT        PIC 9(06).
          05 RSC-READ-DAYS          PIC 9(02).
          05 RSC-READER-COUNT       PIC 9(03).
          05 RSC-CAPACITY-FLAG      PIC X(01).
          05 RSC-GEN-DATE           PIC 9(08).
          05 FILLER                 PIC X(06).

       FD MI01-OUTAGE-KSDS
           RECORD CONTAINS         80  CHARACTERS.

             88 RC-STAT-RUNNING             VALUE 'R'.
             88 RC-STAT-COMPLETE            VALUE 'C'.

      *    SAME GREEN-ENROLLMENT LAYOUT GRN001 MAINTAINS.
       FD MI06-GREEN-ENROL-KSDS
           RECORD CONTAINS         60  CHARACTERS.

       01 MI06-GREEN-ENROL-RECORD.
          05 GRN-CUST-ID          PIC X(12).
          05 GRN-PCT              PIC 9(03).
          05 GRN-ENROL-DATE       PIC 9(08).
          05 GRN-STATUS           PIC X(01).
             88 GRN-STAT-ACTIVE              VALUE 'A'.
             88 GRN-STAT-CANCELLED           VALUE 'X'.
          05 GRN-END-DATE         PIC 9(08).
          05 GRN-CERT-YEAR        PIC 9(04).
          05 GRN-YEAR-UNITS       PIC 9(09).
          05 GRN-LAST-PERIOD      PIC 9(06).
          05 FILLER               PIC X(09).

      *    GSL-RETIRE-PERIOD STAYS ZERO UNTIL GRN002 HAS RETIRED
      *    CERTIFICATES COVERING THE ROW'S GREEN UNITS.
       FD MO06-GREEN-SALES-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO06-GREEN-SALES-RECORD.
          05 GSL-BILL-ID          PIC X(12).
          05 GSL-CUST-ID          PIC X(12).
          05 GSL-BILL-DATE        PIC 9(08).
          05 GSL-BILL-PERIOD      PIC 9(06).
          05 GSL-TOTAL-UNITS      PIC 9(06).
          05 GSL-GREEN-PCT        PIC 9(03).
          05 GSL-GREEN-UNITS      PIC 9(06).
          05 GSL-GREEN-RATE       PIC 9(03)V99.
          05 GSL-PREMIUM          PIC 9(07)V99.
          05 GSL-RETIRE-PERIOD    PIC 9(06).
          05 FILLER               PIC X(07).

      *    SAME METER EXCHANGE LAYOUT MXCH001 MAINTAINS.
       FD MO07-MXC-KSDS
           RECORD CONTAINS         110 CHARACTERS.

       01 MO07-MXC-RECORD.
          05 MXC-NEW-MTR-ID       PIC X(14).
          05 MXC-OLD-MTR-ID       PIC X(14).
          05 MXC-CUST-ID          PIC X(12).
          05 MXC-OLD-LAST-READ    PIC 9(06).
          05 MXC-REMOVAL-READ     PIC 9(06).
          05 MXC-REMOVAL-DATE     PIC 9(08).
          05 MXC-NEW-INIT-READ    PIC 9(06).
          05 MXC-INSTALL-DATE     PIC 9(08).
          05 MXC-STATUS           PIC X(01).
             88 MXC-STAT-PENDING  VALUE 'P'.
             88 MXC-STAT-BILLED   VALUE 'B'.
          05 MXC-OLD-UNITS        PIC 9(06).
          05 MXC-BILL-ID          PIC X(12).
          05 MXC-BILL-PERIOD      PIC 9(06).
          05 MXC-ENTRY-DATE       PIC 9(08).
          05 FILLER               PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-RUNCTL-VARIABLES.
          05 WS-CD-STATUS        PIC X(02).
             88 CD-IO-STATUS     VALUE '00'.
             88 CD-NOT-FOUND     VALUE '23'.
          05 WS-EXM-STATUS       PIC X(02).
             88 EXM-IO-STATUS    VALUE '00'.
             88 EXM-NOT-FOUND    VALUE '23'.
          05 WS-DSC-STATUS       PIC X(02).
             88 DSC-IO-STATUS    VALUE '00'.
          05 WS-SR-STATUS        PIC X(02).
             88 SR-IO-STATUS     VALUE '00'.
             88 SR-NOT-FOUND     VALUE '23'.
          05 WS-ETU-STATUS       PIC X(02).
             88 ETU-IO-STATUS    VALUE '00'.
             88 ETU-DUPLICATE    VALUE '22'.
          05 WS-RCT-STATUS       PIC X(02).
             88 RCT-IO-STATUS    VALUE '00'.
             88 RCT-NOT-FOUND    VALUE '23'.
          05 WS-INST-STATUS      PIC X(02).
             88 INST-IO-STATUS   VALUE '00'.
             88 INST-NOT-FOUND   VALUE '23'.
          05 WS-DEP-STATUS       PIC X(02).
             88 DEP-IO-STATUS    VALUE '00'.
          05 WS-GRP-STATUS       PIC X(02).
             88 GRP-IO-STATUS    VALUE '00'.
          05 WS-GM-STATUS        PIC X(02).
             88 GM-IO-STATUS     VALUE '00'.
          05 WS-GRPRPT-STATUS    PIC X(02).
             88 GRPRPT-IO-STATUS VALUE '00'.
          05 WS-CTL-STATUS       PIC X(02).
             88 CTL-IO-STATUS    VALUE '00'.
          05 WS-DET-STATUS       PIC X(02).
          05 WS-CYC-STATUS       PIC X(02).
             88 CYC-IO-STATUS     VALUE '00'.
             88 CYC-NOT-FOUND     VALUE '23'.
          05 WS-RSC-STATUS       PIC X(02).
             88 RSC-IO-STATUS     VALUE '00'.
             88 RSC-NOT-FOUND     VALUE '23'.
          05 WS-OUTG-STATUS      PIC X(02).
             88 OUTG-IO-STATUS    VALUE '00'.
          05 WS-GRN-STATUS       PIC X(02).
             88 GRN-IO-STATUS     VALUE '00'.
          05 WS-GSL-STATUS       PIC X(02).
             88 GSL-IO-STATUS     VALUE '00'.
             88 GSL-DUPLICATE     VALUE '22'.
          05 WS-MXC-STATUS       PIC X(02).
             88 MXC-IO-STATUS     VALUE '00'.
          05 WS-OUTAGE-AREA-EOF-FLAG PIC X(01) VALUE 'N'.
             88 OUTAGE-AREA-EOF   VALUE 'Y'.
          05 WS-OUTAGE-CREDIT-FLAG   PIC X(01) VALUE 'N'.
             88 PARTITION-RUN      VALUE 'Y'.
          05 WS-PARTITION-BASE     PIC 9(07) VALUE ZEROS.

      *    GROUP METERING -- A BULK METER IS BILLED AT THE BULK
      *    SUPPLY SCHEDULE AND ITS PERIOD CHARGES ARE THEN SPREAD
      *    OVER THE SUB-METER ACCOUNTS BEHIND IT: EACH SUB'S OWN
      *    METERED UNITS PLUS ITS SHARE OF THE COMMON-AREA UNITS
      *    (BULK LESS THE SUM OF THE SUBS) BY THE GROUP'S RATIO.
      *    A SUB METER IS NEVER PRICED ON ITS OWN PASS -- ITS BILL
      *    COMES OUT OF ITS BULK METER'S APPORTIONMENT.
       01 WS-GROUP-VARIABLES.
          05 WS-GRP-ROLE-FLAG      PIC X(01) VALUE 'N'.
             88 GROUP-BULK-METER   VALUE 'B'.
             88 GROUP-SUB-METER    VALUE 'S'.
             88 GROUP-NOT-GROUPED  VALUE 'N'.
          05 WS-GRP-BASIS          PIC X(01) VALUE 'E'.
             88 GRP-SPLIT-EQUAL    VALUE 'E'.
             88 GRP-SPLIT-METERED  VALUE 'M'.
             88 GRP-SPLIT-FIXED    VALUE 'F'.
          05 WS-GRP-BULK-ID        PIC X(14) VALUE SPACES.
          05 WS-GRP-SCAN-EOF-FLAG  PIC X(01) VALUE 'N'.
             88 GRP-SCAN-EOF       VALUE 'Y'.
          05 WS-GRP-EXCEED-FLAG    PIC X(01) VALUE 'N'.
             88 GRP-SUBS-EXCEED    VALUE 'Y'.
          05 WS-GRP-PCT-BAD-FLAG   PIC X(01) VALUE 'N'.
             88 GRP-PCT-BAD        VALUE 'Y'.
          05 WS-GS-TABLE.
             10 WS-GS-ENTRY OCCURS 300 TIMES
                                 INDEXED BY WS-GS-IDX.
                15 WS-GS-MTR-ID      PIC X(14).
                15 WS-GS-CUST-ID     PIC X(12).
                15 WS-GS-UNITS       PIC 9(06).
                15 WS-GS-PCT         PIC 9(03)V99.
                15 WS-GS-ALLOC-UNITS PIC 9(06).
                15 WS-GS-AMOUNT      PIC 9(08)V99.
                15 WS-GS-BILL-ID     PIC X(12).
                15 WS-GS-STATE       PIC X(01).
                   88 GS-PENDING         VALUE 'P'.
                   88 GS-BILLED          VALUE 'B'.
                   88 GS-NO-METER        VALUE 'M'.
                   88 GS-NOT-BILLED      VALUE 'N'.
                15 WS-GS-REMARK      PIC X(30).
          05 WS-GS-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-MAX-GS             PIC 9(04) VALUE 300.
          05 WS-GS-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-GRP-SUB-SUM        PIC 9(08) VALUE ZEROS.
          05 WS-GRP-COMMON-UNITS   PIC 9(08) VALUE ZEROS.
          05 WS-GRP-PCT-SUM        PIC 9(05)V99 VALUE ZEROS.
          05 WS-GRP-FRACTION       PIC 9V9(09) VALUE ZEROS.
          05 WS-GRP-RATIO          PIC 9V9(09) VALUE ZEROS.
          05 WS-GRP-SUB-PREV       PIC 9(06) VALUE ZEROS.
          05 WS-GRP-SUB-CURR       PIC 9(06) VALUE ZEROS.
      *    THE BULK BILL'S OWN LINES, AS PRICED, AND THE RUNNING
      *    TOTAL OF WHAT HAS BEEN HANDED OUT TO THE SUBS -- WHAT IS
      *    LEFT STAYS ON THE SOCIETY'S OWN BILL, SO THE GROUP
      *    ALWAYS FOOTS BACK TO THE BULK METER TO THE PAISA.
          05 WS-GB-UNITS           PIC 9(06) VALUE ZEROS.
          05 WS-GB-ENERGY          PIC 9(08)V99 VALUE ZEROS.
          05 WS-GB-RENT            PIC 9(05)V99 VALUE ZEROS.
          05 WS-GB-TAX             PIC 9(06)V99 VALUE ZEROS.
          05 WS-GB-DEMAND          PIC 9(06)V99 VALUE ZEROS.
          05 WS-GB-PF-ADJ          PIC S9(06)V99 VALUE ZEROS.
          05 WS-GB-FCA             PIC S9(06)V99 VALUE ZEROS.
          05 WS-GB-DISCOUNT        PIC 9(06)V99 VALUE ZEROS.
          05 WS-GB-EXPORT-CR       PIC 9(06)V99 VALUE ZEROS.
          05 WS-GB-PERIOD-AMT      PIC 9(08)V99 VALUE ZEROS.
          05 WS-GA-UNITS           PIC 9(06) VALUE ZEROS.
          05 WS-GA-ENERGY          PIC 9(08)V99 VALUE ZEROS.
          05 WS-GA-RENT            PIC 9(05)V99 VALUE ZEROS.
          05 WS-GA-TAX             PIC 9(06)V99 VALUE ZEROS.
          05 WS-GA-DEMAND          PIC 9(06)V99 VALUE ZEROS.
          05 WS-GA-PF-ADJ          PIC S9(06)V99 VALUE ZEROS.
          05 WS-GA-FCA             PIC S9(06)V99 VALUE ZEROS.
          05 WS-GA-DISCOUNT        PIC 9(06)V99 VALUE ZEROS.
          05 WS-GA-EXPORT-CR       PIC 9(06)V99 VALUE ZEROS.
          05 WS-GA-PERIOD-AMT      PIC 9(08)V99 VALUE ZEROS.
      *    THE SOCIETY'S CONTEXT, PUT BACK ONCE THE SUB BILLS ARE
      *    OUT SO ITS OWN BILL IS FINISHED EXACTLY AS BEFORE.
          05 WS-GSV-METER-REC      PIC X(38).
          05 WS-GSV-CUST-REC       PIC X(150).
          05 WS-GSV-CUSTLVL-STATE  PIC X(01).
          05 WS-GSV-PRIOR-BALANCE  PIC S9(08)V99.
          05 WS-GSV-TOU-FLAG       PIC X(01).
          05 WS-GSV-SPLIT-FLAG     PIC X(01).
          05 WS-GSV-DEMAND-KW      PIC 9(05)V99.
          05 WS-GSV-PF-VALUE       PIC 9V99.
          05 WS-GSV-EXPORT-UNITS   PIC 9(06).
          05 WS-GSV-MXC-FLAG       PIC X(01).

       01 WS-GRP-RPT-TITLE.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'GROUP METERING - SOCIETY SUMMARY'.
          05 FILLER               PIC X(53) VALUE SPACES.

       01 WS-GRP-RPT-BULK.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'BULK METER: '.
          05 WS-GRB-MTR-ID        PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'SOCIETY: '.
          05 WS-GRB-CUST-ID       PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'COMMON BASIS: '.
          05 WS-GRB-BASIS         PIC X(08).
          05 FILLER               PIC X(57) VALUE SPACES.

       01 WS-GRP-RPT-UNITS.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'BULK UNITS: '.
          05 WS-GRU-BULK          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'SUB-METERED: '.
          05 WS-GRU-SUBS          PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'COMMON: '.
          05 WS-GRU-COMMON        PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'PERIOD CHARGES: '.
          05 WS-GRU-PERIOD-AMT    PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-GRP-RPT-COLHDR.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'SUB METER'.
          05 FILLER               PIC X(14) VALUE 'CUST ID'.
          05 FILLER               PIC X(11) VALUE 'METERED'.
          05 FILLER               PIC X(11) VALUE 'ALLOCATED'.
          05 FILLER               PIC X(15) VALUE 'AMOUNT(Rs)'.
          05 FILLER               PIC X(14) VALUE 'BILL ID'.
          05 FILLER               PIC X(48) VALUE 'REMARK'.

       01 WS-GRP-RPT-DETAIL.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-GRD-MTR-ID        PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRD-CUST-ID       PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRD-UNITS         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-GRD-ALLOC-UNITS   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-GRD-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-GRD-BILL-ID       PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRD-REMARK        PIC X(30).
          05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-GRP-RPT-TOTAL.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'APPORTIONED TO SUBS:'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRT-ALLOC-UNITS   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRT-ALLOC-AMT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'LEFT ON SOCIETY:'.
          05 WS-GRT-LEFT-UNITS    PIC ZZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-GRT-LEFT-AMT      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-GRP-RPT-FLAG.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE '*** '.
          05 WS-GRF-TEXT          PIC X(60).
          05 FILLER               PIC X(63) VALUE SPACES.

       01 WS-GRP-RPT-TRAILER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'GROUPS APPORTIONED:'.
          05 WS-GRX-GROUPS        PIC Z,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'SUB BILLS:'.
          05 WS-GRX-SUB-BILLS     PIC Z,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
             'GROUPS WITH SUBS > BULK:'.
          05 WS-GRX-EXCEED        PIC Z,ZZ9.
          05 FILLER               PIC X(52) VALUE SPACES.

       01 WS-BILLING-FREQ-VARIABLES.
          05 WS-FREQUENCY-DUE-FLAG PIC X(1)  VALUE 'Y'.
             88 FREQUENCY-DUE      VALUE 'Y'.
          05 WS-RATE               PIC 9(03)V99 VALUE 0.
          05 WS-ADJUSTMENT-AMT     PIC S9(06)V99 VALUE 0.
          05 WS-ADJ-APPLIED-AMT    PIC S9(06)V99 VALUE 0.
          05 WS-ADVANCE-DRAWN      PIC 9(07)V99 VALUE 0.
          05 WS-ADJUSTED-TOTAL     PIC S9(09)V99 VALUE 0.

      *    NO-NEW-READING ESTIMATION -- WHEN A METER COMES THROUGH
      *    THE ESTIMATE KSDS UNTIL A REAL READING TRUES THEM UP.
          05 WS-EST-FLAG           PIC X(01) VALUE SPACE.
             88 ESTIMATED-BILL     VALUE 'E'.
             88 CUSTOMER-READ-BILL VALUE 'C'.
          05 WS-EST-AVG-PERIODS    PIC 9(02) VALUE 6.
          05 WS-EST-SUM            PIC 9(08) VALUE 0.
          05 WS-EST-FOUND-CNT      PIC 9(02) VALUE 0.
          05 WS-EST-PERIOD-MM      PIC 9(02) VALUE 0.
          05 WS-EST-AVG-UNITS      PIC 9(06) VALUE 0.
          05 WS-TRUEUP-EXCESS-UNITS PIC 9(06) VALUE 0.
      *    WHAT THE ESTIMATE ABOUT TO BE TALLIED WAS MADE FROM, AND
      *    WHICH KIND OF READING IS TRUING THE TALLY UP.
          05 WS-EST-BASIS-CODE     PIC X(01) VALUE SPACE.
          05 WS-TRUEUP-READ-SRC    PIC X(01) VALUE SPACE.
          05 WS-TRUEUP-CREDIT      PIC 9(06)V99 VALUE 0.

      *    TIME-OF-USE PRICING WORK FIELDS -- THE BUCKET SPLIT
          05 WS-EXPORT-CREDIT      PIC 9(06)V99 VALUE 0.
          05 WS-EXPORT-REMAINDER   PIC 9(06)V99 VALUE 0.

      *    GREEN-TARIFF PREMIUM -- THE ENROLLED PERCENTAGE OF THE
      *    PERIOD'S UNITS, PRICED AT THE 'G'-BAND PER-UNIT PREMIUM
      *    AS ITS OWN LINE ITEM AND TAXED WITH THE ENERGY CHARGE.
          05 WS-GREEN-PCT          PIC 9(03) VALUE 0.
          05 WS-GREEN-UNITS        PIC 9(06) VALUE 0.
          05 WS-GREEN-RATE         PIC 9(03)V99 VALUE 0.
          05 WS-GREEN-PREMIUM      PIC 9(07)V99 VALUE 0.

      *    METER EXCHANGE -- A METER REPLACED PART-WAY THROUGH THE
      *    PERIOD BILLS ONCE, ON THE NEW METER: THE OLD METER'S
      *    UNITS FROM ITS LAST BILLED READING TO ITS REMOVAL
      *    READING ARE ADDED TO THE NEW METER'S OWN BEFORE THE
      *    SLABS ARE WALKED, SO THE COMBINED UNITS PRICE AS ONE.
          05 WS-MXC-FLAG           PIC X(01) VALUE 'N'.
             88 EXCHANGE-PENDING   VALUE 'Y'.
             88 EXCHANGE-NONE      VALUE 'N'.
          05 WS-MXC-OUT-FLAG       PIC X(01) VALUE 'N'.
             88 METER-EXCHANGED-OUT VALUE 'Y'.
             88 METER-STILL-FITTED VALUE 'N'.
          05 WS-MXC-SCAN-FLAG      PIC X(01) VALUE 'N'.
             88 MXC-SCAN-EOF       VALUE 'Y'.
          05 WS-MXC-OUT-DATE       PIC 9(08) VALUE 0.
          05 WS-MXC-OLD-UNITS      PIC 9(06) VALUE 0.
          05 WS-MXC-NEW-UNITS      PIC 9(06) VALUE 0.

      *    TELESCOPIC (GRADUATED) SLAB WALK -- EACH SLAB'S SPAN OF
      *    UNITS PRICES AT THAT SLAB'S OWN RATE, SO A BILL NO
      *    LONGER JUMPS DISCONTINUOUSLY WHEN CONSUMPTION CREEPS
      *    ESTIMATE.
          05 WS-DISCOUNT-AMT       PIC 9(06)V99 VALUE 0.
          05 WS-PRE-DISCOUNT-AMT   PIC 9(08)V99 VALUE 0.
          05 WS-DISC-PROOF-FLAG    PIC X(01) VALUE 'N'.
             88 DISC-PROOF-CURRENT VALUE 'Y'.

      *    AN OUTAGE LOGGED AGAINST A CUSTOMER'S AREA IS TREATED AS
      *    "EXTENDED" ONCE IT RUNS THIS MANY HOURS OR MORE -- ONLY
          05 WS-WRITE-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-SKIP-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-NOT-READ-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-DET-WRITE-CTR      PIC 9(06) VALUE ZEROS.
          05 WS-EXEMPT-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-DISC-WITHHELD-CTR  PIC 9(04) VALUE ZEROS.
          05 WS-SELF-READ-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-TRUEUP-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ADVANCE-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-GRP-APPORTION-CTR  PIC 9(04) VALUE ZEROS.
          05 WS-GRP-SUB-BILL-CTR   PIC 9(04) VALUE ZEROS.
          05 WS-GRP-SUB-PASS-CTR   PIC 9(04) VALUE ZEROS.
          05 WS-GRP-EXCEED-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-GREEN-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-MXC-BILLED-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-MXC-OUT-PASS-CTR   PIC 9(04) VALUE ZEROS.

       01 WS-BILL-COUNTERS.
          05 WS-BILL-COUNT         PIC 9(06) VALUE ZEROS.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-EST-LABEL     PIC X(11) VALUE SPACES.

       01 WS-REPORT-GREEN-LINE.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(22) VALUE
             'GREEN ENERGY PREMIUM: '.
          05 WS-RPT-GREEN-PCT     PIC ZZ9.
          05 FILLER               PIC X(07) VALUE '% OF   '.
          05 WS-RPT-GREEN-TOTAL   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(09) VALUE ' UNITS = '.
          05 WS-RPT-GREEN-UNITS   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE ' AT '.
          05 WS-RPT-GREEN-RATE    PIC ZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RPT-GREEN-AMT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(37) VALUE SPACES.

       01 WS-REPORT-MXC-LINE.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(22) VALUE
             'METER EXCHANGED: OLD  '.
          05 WS-RPT-MXC-OLD-ID    PIC X(14).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RPT-MXC-OLD-UNITS PIC ZZZ,ZZ9.
          05 FILLER               PIC X(08) VALUE ' + NEW  '.
          05 WS-RPT-MXC-NEW-UNITS PIC ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE ' = '.
          05 WS-RPT-MXC-TOTAL     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(06) VALUE ' UNITS'.
          05 FILLER               PIC X(42) VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'TOTAL BILLS:'.
              STOP RUN
           END-IF.

           OPEN INPUT MI02-EXEMPT-KSDS.
           IF NOT EXM-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TAX EXEMPTION KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-EXM-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI02-DISC-ELIG-KSDS.
           IF NOT DSC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISCOUNT ELIGIBILITY KSDS  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DSC-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MI04-SELF-READ-KSDS.
           IF NOT SR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING STAGED SELF-READ KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-SR-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO02-TRUEUP-KSDS.
           IF NOT ETU-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TRUE-UP REGISTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ETU-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI02-DEMAND-KSDS.
           IF NOT DMD-IO-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MI01-DEPOSIT-KSDS.
           IF NOT DEP-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DEPOSIT SUB-LEDGER KSDS    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DEP-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI05-GROUP-KSDS.
           IF NOT GRP-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING GROUP METERING KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GRP-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI05-GROUP-METER-KSDS.
           IF NOT GM-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING SUB-METER READING KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GM-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO05-GROUP-RPT.
           IF NOT GRPRPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING SOCIETY SUMMARY REPORT     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GRPRPT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-TITLE.

           OPEN OUTPUT TO01-BILL-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI01-SCHEDULE-KSDS.
           IF NOT RSC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING READ SCHEDULE KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RSC-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI01-OUTAGE-KSDS.
           IF NOT OUTG-IO-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MI06-GREEN-ENROL-KSDS.
           IF NOT GRN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING GREEN ENROLLMENT KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GRN-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO06-GREEN-SALES-KSDS.
           IF NOT GSL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING GREEN SALES LEDGER KSDS    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-GSL-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO07-MXC-KSDS.
           IF NOT MXC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER EXCHANGE KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MXC-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           IF CKPT-RESTART-FOUND
              MOVE WS-CKPT-LAST-ID TO MTR-ID
              START MI01-METER-KSDS KEY IS GREATER THAN MTR-ID
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2212-CHECK-CYCLE-DUE
                            IF CYCLE-DUE
                               PERFORM 2280-CHECK-METER-GROUP
                               PERFORM 2287-CHECK-EXCHANGED-OUT
                               IF GROUP-SUB-METER
                                  ADD 1 TO WS-GRP-SUB-PASS-CTR
                               ELSE
                                  IF METER-EXCHANGED-OUT
                                     ADD 1 TO WS-MXC-OUT-PASS-CTR
                                  ELSE
                                     PERFORM 2220-READ-CUSTOMER
                                  END-IF
                               END-IF
                            ELSE
                               ADD 1 TO WS-SKIP-CTR
                            END-IF
      *    ANY METER WHOSE ROUTE ASSIGNMENT DOES NOT MATCH IT. A
      *    METER WITH NO ROW ON THE CYCLE KSDS HAS NEVER BEEN
      *    ASSIGNED A ROUTE YET AND IS ALWAYS TREATED AS DUE.
      *    ON AN ALL-CYCLES RUN THE METER'S ROUTE IS LOOKED UP ON
      *    THE READ SCHEDULE: A ROUTE NOT DUE TO BE READ FOR THE
      *    BILLING PERIOD UNTIL AFTER THE RUN DATE IS HELD. A ROUTE
      *    WITH NO SCHEDULE ROW IS BILLED AS BEFORE.

           SET CYCLE-DUE TO TRUE.

           MOVE MTR-ID TO CYC-METER-ID.
           READ MI01-CYCLE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SINGLE-CYCLE-RUN
                      IF CYC-CYCLE-CODE NOT = WS-PARM-CYCLE-CODE
                         SET CYCLE-NOT-DUE TO TRUE
                      END-IF
                   ELSE
                      PERFORM 2213-CHECK-READ-SCHEDULE
                   END-IF
           END-READ.

       2213-CHECK-READ-SCHEDULE SECTION.

           MOVE CYC-CYCLE-CODE TO RSC-CYCLE-CODE.
           MOVE WS-BILL-PERIOD TO RSC-READ-PERIOD.
           READ MI01-SCHEDULE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSC-READ-DATE > WS-DATE
                      SET CYCLE-NOT-DUE TO TRUE
                      ADD 1 TO WS-NOT-READ-CTR
                   END-IF
           END-READ.

       2215-WRITE-CHECKPOINT SECTION.

      *                    SUPPLY IS CUT -- ONLY THE CARRIED DEBT
      *                    AND ANY PENDING ADJUSTMENTS PRESENT.
                           PERFORM 2262-BILL-DISCONNECTED-ACCT
                       WHEN ACCT-SUSPENDED
      *                    SEASONAL SUSPENSION (SEAS001) -- THE
      *                    SUPPLY IS OFF AT THE CUSTOMER'S REQUEST,
      *                    SO ONLY THE REDUCED STANDING CHARGE IS
      *                    BILLED, ON THE CUSTOMER'S OWN FREQUENCY.
                           PERFORM 2225-CHECK-FREQUENCY-DUE
                           IF FREQUENCY-DUE
                              PERFORM 2277-BILL-SUSPENDED-ACCT
                           ELSE
                              ADD 1 TO WS-SKIP-CTR
                           END-IF
                       WHEN OTHER
                           PERFORM 2225-CHECK-FREQUENCY-DUE
                           IF FREQUENCY-DUE

           PERFORM 2233-APPLY-ADJUSTMENTS.

           IF TARIFF-TEMPORARY
              PERFORM 2276-DRAW-TEMP-ADVANCE
           END-IF.

           IF WS-BILL-AMOUNT > ZEROS
              PERFORM 2240-GENERATE-BILL-ID
              PERFORM 2250-STORE-BILL-TEMP
           ELSE
              ADD 1 TO WS-SKIP-CTR
           END-IF.

           IF CUSTLVL-FIRST-BILL
              PERFORM 2265-REMEMBER-CUSTLVL-LATCH
           END-IF.

       2277-BILL-SUSPENDED-ACCT SECTION.

      *    NO CONSUMPTION, METER RENT OR RIDERS WHILE A SEASONAL
      *    SUSPENSION LASTS -- THE METER'S REDUCED STANDING CHARGE
      *    AND ITS TAX, ON TOP OF THE CARRIED DEBT AND ANY PENDING
      *    ADJUSTMENTS. A METER THAT MOVES WHILE SUSPENDED IS
      *    SEAS001'S TO REPORT, NOT THIS RUN'S TO PRICE.
           PERFORM 2264-CHECK-CUSTLVL-LATCH.

           MOVE ZEROS TO WS-UNITS-CONSUMED.
           MOVE ZEROS TO WS-CURRENT-CHARGE.
           MOVE ZEROS TO WS-TAX-AMOUNT.
           MOVE ZEROS TO WS-BILL-AMOUNT.
           MOVE ZEROS TO WS-DISCOUNT-AMT.
           MOVE ZEROS TO WS-EXPORT-UNITS.
           MOVE ZEROS TO WS-EXPORT-CREDIT.
           MOVE ZEROS TO WS-DEMAND-KW.
           MOVE ZEROS TO WS-DEMAND-CHARGE.
           MOVE ZEROS TO WS-PF-VALUE.
           MOVE ZEROS TO WS-PF-ADJ-AMT.
           MOVE ZEROS TO WS-FCA-AMT.
           MOVE ZEROS TO WS-RENT-FOR-BILL.
           MOVE SPACE TO WS-EST-FLAG.
           MOVE 'N'   TO WS-TOU-BILL-FLAG.
           MOVE 'N'   TO WS-SPLIT-FLAG.
           MOVE ZEROS TO WS-TRUEUP-EXCESS-UNITS.

           IF CUST-TARIFF-CLASS = SPACE
              MOVE 'D' TO WS-CUST-CLASS
           ELSE
              MOVE CUST-TARIFF-CLASS TO WS-CUST-CLASS
           END-IF.

           PERFORM 2278-LOOKUP-STANDING-CHARGE.

           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-CURRENT-CHARGE * WS-TAX-PERCENT / 100.

           PERFORM 2272-APPLY-TAX-EXEMPTION.

           PERFORM 2236-LOOKUP-PRIOR-BALANCE.

           COMPUTE WS-BILL-NET-TOTAL =
                   WS-CURRENT-CHARGE + WS-TAX-AMOUNT
                   + WS-PRIOR-BALANCE.
           IF WS-BILL-NET-TOTAL < ZEROS
              MOVE ZEROS TO WS-BILL-AMOUNT
           ELSE
              MOVE WS-BILL-NET-TOTAL TO WS-BILL-AMOUNT
           END-IF.

           PERFORM 2233-APPLY-ADJUSTMENTS.

           IF WS-BILL-AMOUNT > ZEROS
              PERFORM 2240-GENERATE-BILL-ID
              PERFORM 2250-STORE-BILL-TEMP
              PERFORM 2265-REMEMBER-CUSTLVL-LATCH
           END-IF.

       2278-LOOKUP-STANDING-CHARGE SECTION.

      *    THE TARIFF PUBLISHES THE SUSPENSION STANDING CHARGE AS A
      *    BAND 'S' ROW ON THE RATE MASTER -- THE RATE IS A FLAT
      *    AMOUNT PER METER PER BILL AND THE SLABS ARE IGNORED.
      *    SAME BEST-EFFECTIVE-DATE, AREA-OR-BLANK, CLASS-OR-BLANK
      *    SEARCH AS THE SLAB LOOKUP. WITH NO ROW PUBLISHED THE
      *    ORDINARY METER RENT STANDS IN FOR IT.
           SET BAND-RATE-NOT-FOUND TO TRUE.
           MOVE ZEROS              TO WS-RATE-BEST-DATE.

           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-DATE
                 AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                      OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
                 AND (WS-RT-TARIFF-CLASS(WS-RATE-IDX) = WS-CUST-CLASS
                    OR WS-RT-TARIFF-CLASS(WS-RATE-IDX) = SPACES)
                 AND WS-RT-TOU-BAND(WS-RATE-IDX) = 'S'
                 AND WS-RT-EFF-DATE(WS-RATE-IDX) >= WS-RATE-BEST-DATE
                 MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                     TO WS-RATE-BEST-DATE
                 MOVE WS-RT-PER-UNIT(WS-RATE-IDX)
                     TO WS-CURRENT-CHARGE
                 SET BAND-RATE-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF BAND-RATE-NOT-FOUND
              DISPLAY 'NO SUSPENSION STANDING CHARGE FOR CUST '
                      CUST-KEY ' - METER RENT USED'
              MOVE WS-METER-RENT TO WS-CURRENT-CHARGE
           END-IF.

      *    AN ACTIVE GREEN-TARIFF OPT-IN BUYS ITS PERCENTAGE OF THE
      *    PERIOD'S UNITS AS RENEWABLE SUPPLY. THE PREMIUM IS THE
      *    RATE MASTER'S BAND 'G' ROW -- A PER-UNIT AMOUNT, SLABS
      *    IGNORED -- FOUND BY THE SAME BEST-EFFECTIVE-DATE, AREA-
      *    OR-BLANK, CLASS-OR-BLANK SEARCH AS THE STANDING CHARGE.
      *    A SOCIETY'S BULK METER NEVER CARRIES IT: ITS UNITS ARE
      *    SPREAD OVER SUB-METER ACCOUNTS. WITH NO 'G' ROW
      *    PUBLISHED NO PREMIUM IS CHARGED, AND THE RUN SAYS SO.
       2279-APPLY-GREEN-PREMIUM SECTION.

           MOVE ZEROS TO WS-GREEN-PCT.
           MOVE ZEROS TO WS-GREEN-UNITS.
           MOVE ZEROS TO WS-GREEN-RATE.
           MOVE ZEROS TO WS-GREEN-PREMIUM.

           IF WS-UNITS-CONSUMED > ZEROS
              AND NOT GROUP-BULK-METER
              MOVE MTR-CUST-ID TO GRN-CUST-ID
              READ MI06-GREEN-ENROL-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF GRN-STAT-ACTIVE
                         AND GRN-ENROL-DATE <= WS-DATE
                         MOVE GRN-PCT TO WS-GREEN-PCT
                      END-IF
              END-READ
           END-IF.

           IF WS-GREEN-PCT > ZEROS
              SET BAND-RATE-NOT-FOUND TO TRUE
              MOVE ZEROS              TO WS-RATE-BEST-DATE
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                        UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-DATE
                    AND (WS-RT-AREA-CODE(WS-RATE-IDX) = CUST-AREA-CODE
                         OR WS-RT-AREA-CODE(WS-RATE-IDX) = SPACES)
                    AND (WS-RT-TARIFF-CLASS(WS-RATE-IDX)
                                                  = WS-CUST-CLASS
                       OR WS-RT-TARIFF-CLASS(WS-RATE-IDX) = SPACES)
                    AND WS-RT-TOU-BAND(WS-RATE-IDX) = 'G'
                    AND WS-RT-EFF-DATE(WS-RATE-IDX)
                                              >= WS-RATE-BEST-DATE
                    MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                        TO WS-RATE-BEST-DATE
                    MOVE WS-RT-PER-UNIT(WS-RATE-IDX)
                        TO WS-GREEN-RATE
                    SET BAND-RATE-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF BAND-RATE-NOT-FOUND
                 DISPLAY 'NO GREEN PREMIUM RATE FOR CUST '
                         MTR-CUST-ID ' - NO PREMIUM CHARGED'
                 MOVE ZEROS TO WS-GREEN-PCT
              ELSE
                 COMPUTE WS-GREEN-UNITS ROUNDED =
                         WS-UNITS-CONSUMED * WS-GREEN-PCT / 100
                 COMPUTE WS-GREEN-PREMIUM ROUNDED =
                         WS-GREEN-UNITS * WS-GREEN-RATE
              END-IF
           END-IF.

       2225-CHECK-FREQUENCY-DUE SECTION.

      *    MONTHLY CUSTOMERS ARE DUE EVERY RUN. BIMONTHLY/QUARTERLY
              MOVE CUST-TARIFF-CLASS TO WS-CUST-CLASS
           END-IF.

      *    A SOCIETY'S BULK METER IS PRICED OFF THE BULK SUPPLY
      *    SCHEDULE -- CLASS 'B' ROWS ON THE RATE MASTER, FALLING
      *    BACK TO THE ALL-CLASSES ROWS WHERE NONE ARE PUBLISHED.
           IF GROUP-BULK-METER
              MOVE 'B' TO WS-CUST-CLASS
           END-IF.

           PERFORM 2264-CHECK-CUSTLVL-LATCH.

           COMPUTE WS-PREV-READ-NUM = MTR-PREV-READ
                      WS-CURR-READ-NUM - WS-PREV-READ-NUM
           END-IF.

           IF READING-VALID
              PERFORM 2285-CHECK-METER-EXCHANGE
           END-IF.

           IF READING-VALID
              MOVE SPACE TO WS-EST-FLAG
              MOVE ZEROS TO WS-TRUEUP-EXCESS-UNITS
      *          A VACANT PROPERTY WITH NO MOVEMENT ON THE DIAL IS
      *          NOT AN UNREAD METER -- IT GETS THE MINIMUM CHARGE
      *          ONLY, NEVER AN ESTIMATE IT WOULD LATER TRUE UP.
      *          A CUSTOMER'S OWN ACCEPTED SELF-READ COMES AHEAD
      *          OF THE ESTIMATE; IT IS ONLY EVER LOOKED AT HERE,
      *          SO A FIELD READING ALWAYS WINS OVER IT.
      *          A METER FITTED THIS PERIOD THAT HAS NOT MOVED
      *          OFF ITS INITIAL READING WAS READ, NOT MISSED.
                 IF ACCT-VACANT OR EXCHANGE-PENDING
                    CONTINUE
                 ELSE
                    PERFORM 2273-APPLY-SELF-READ
                    IF NOT CUSTOMER-READ-BILL
                       PERFORM 2231-ESTIMATE-USAGE
                    END-IF
                 END-IF
              ELSE
                 MOVE 'F' TO WS-TRUEUP-READ-SRC
                 PERFORM 2234-TRUE-UP-ESTIMATE
              END-IF

      *       THE REPLACED METER'S LAST SEGMENT JOINS THE NEW
      *       METER'S UNITS HERE, AHEAD OF EVERY PRICING STEP.
              IF EXCHANGE-PENDING
                 MOVE WS-UNITS-CONSUMED TO WS-MXC-NEW-UNITS
                 ADD WS-MXC-OLD-UNITS   TO WS-UNITS-CONSUMED
              END-IF

              PERFORM 2245-CHECK-TOU-BILLING

      *       A LATER METER OF A TOU ACCOUNT BILLS NO CONSUMPTION

              PERFORM 2270-APPLY-FCA-RIDER

              PERFORM 2279-APPLY-GREEN-PREMIUM

              COMPUTE WS-TAX-AMOUNT ROUNDED =
                      (WS-CURRENT-CHARGE + WS-GREEN-PREMIUM)
                      * WS-TAX-PERCENT / 100

              PERFORM 2272-APPLY-TAX-EXEMPTION

      *       Discount and outage-credit percentages are taken off
      *       this period's own charges only -- WS-PRIOR-BALANCE is
                      WS-CURRENT-CHARGE + WS-RENT-FOR-BILL
                      + WS-TAX-AMOUNT + WS-DEMAND-CHARGE
                      + WS-PF-ADJ-AMT + WS-FCA-AMT
                      + WS-GREEN-PREMIUM

              PERFORM 2237-APPLY-DISCOUNT
              PERFORM 2238-APPLY-OUTAGE-CREDIT
              PERFORM 2235-APPLY-EXPORT-CREDIT

              IF GROUP-BULK-METER
                 PERFORM 2290-APPORTION-GROUP
              END-IF

              IF BUDGET-BILLED
                 PERFORM 2241-APPLY-BUDGET-BILLING
              END-IF

              PERFORM 2233-APPLY-ADJUSTMENTS

              IF TARIFF-TEMPORARY
                 PERFORM 2276-DRAW-TEMP-ADVANCE
              END-IF

              PERFORM 2240-GENERATE-BILL-ID
              PERFORM 2250-STORE-BILL-TEMP

           IF WS-EST-AVG-UNITS > ZEROS
              MOVE WS-EST-AVG-UNITS TO WS-UNITS-CONSUMED
              SET ESTIMATED-BILL TO TRUE
              MOVE 'A' TO WS-EST-BASIS-CODE
              PERFORM 2243-RECORD-ESTIMATE
              DISPLAY 'ESTIMATED BILLING FOR CUST ' CUST-KEY
                      ' UNITS: ' WS-UNITS-CONSUMED
           END-IF.

       2273-APPLY-SELF-READ SECTION.

      *    A PENDING SELF-READ AHEAD OF THE REGISTER ON THE MASTER
      *    IS BILLED AS THE MOVEMENT SINCE THE LAST FIELD READING.
      *    ANY ESTIMATES ALREADY BILLED IN BETWEEN ARE TRUED UP
      *    AGAINST IT FIRST, THE SAME AS FOR A FIELD READING. THE
      *    FULL MOVEMENT IS THEN CARRIED ON THE ESTIMATE KSDS, SO
      *    THE NEXT FIELD READING -- WHICH STILL RUNS FROM THE
      *    MASTER'S REGISTER -- NETS OFF WHAT THE CUSTOMER HAS
      *    ALREADY BEEN BILLED FOR.
           MOVE MTR-ID TO SR-METER-ID.

           READ MI04-SELF-READ-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SR-STAT-PENDING
                      AND SR-READING > WS-CURR-READ-NUM
                      COMPUTE WS-UNITS-CONSUMED =
                              SR-READING - WS-CURR-READ-NUM
                      MOVE WS-UNITS-CONSUMED TO WS-EST-AVG-UNITS
                      MOVE 'C' TO WS-TRUEUP-READ-SRC
                      PERFORM 2234-TRUE-UP-ESTIMATE
                      MOVE 'S'   TO WS-EST-BASIS-CODE
                      MOVE ZEROS TO WS-EST-FOUND-CNT
                      PERFORM 2243-RECORD-ESTIMATE
                      SET CUSTOMER-READ-BILL TO TRUE
                      SET SR-STAT-BILLED     TO TRUE
                      MOVE WS-BILL-PERIOD    TO SR-BILL-PERIOD
                      REWRITE MI04-SELF-READ-RECORD
                          INVALID KEY
                              DISPLAY 'SELF-READ REWRITE FAILED: '
                                      SR-METER-ID
                                      ' STATUS: ' WS-SR-STATUS
                              ADD 1 TO WS-ERROR-CTR
                      END-REWRITE
                      ADD 1 TO WS-SELF-READ-CTR
                      DISPLAY 'CUSTOMER SELF-READ BILLED FOR CUST '
                              CUST-KEY ' READING: ' SR-READING
                              ' UNITS: ' WS-UNITS-CONSUMED
                   END-IF
           END-READ.

       2232-DECREMENT-EST-PERIOD SECTION.

           MOVE WS-EST-WORK-PERIOD(1:4) TO WS-EST-PERIOD-YYYY.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2275-RECORD-TRUEUP
                   IF WS-UNITS-CONSUMED >= EST-UNITS
                      SUBTRACT EST-UNITS FROM WS-UNITS-CONSUMED
                      DISPLAY 'TRUE-UP FOR CUST ' MTR-CUST-ID
                   MOVE WS-EST-AVG-UNITS TO EST-UNITS
                   MOVE 1                TO EST-PERIOD-COUNT
                   MOVE WS-BILL-PERIOD   TO EST-LAST-PERIOD
                   MOVE WS-EST-BASIS-CODE TO EST-BASIS
                   MOVE WS-EST-FOUND-CNT TO EST-BASIS-PERIODS
                   WRITE MI01-EST-RECORD
                       INVALID KEY
                           DISPLAY 'ESTIMATE WRITE FAILED: '
                   ADD WS-EST-AVG-UNITS TO EST-UNITS
                   ADD 1                TO EST-PERIOD-COUNT
                   MOVE WS-BILL-PERIOD  TO EST-LAST-PERIOD
                   IF EST-BASIS NOT = WS-EST-BASIS-CODE
                      AND NOT (EST-BASIS-AVERAGE
                               AND WS-EST-BASIS-CODE = 'A')
                      SET EST-BASIS-MIXED TO TRUE
                   END-IF
                   REWRITE MI01-EST-RECORD
                       INVALID KEY
                           DISPLAY 'ESTIMATE REWRITE FAILED: '
                   END-REWRITE
           END-READ.

       2275-RECORD-TRUEUP SECTION.

      *    CALLED WITH THE ESTIMATE ROW IN HAND AND THE FULL READ
      *    MOVEMENT STILL IN WS-UNITS-CONSUMED, BEFORE THE NETTING.
      *    A RESTARTED RUN MEETS ITS OWN ROW AGAIN AND REPLACES IT.
           MOVE SPACES              TO MO02-TRUEUP-RECORD.
           MOVE EST-CUST-ID         TO ETU-CUST-ID.
           MOVE WS-BILL-PERIOD      TO ETU-BILL-PERIOD.
           MOVE MTR-ID              TO ETU-METER-ID.
           MOVE CUST-AREA-CODE      TO ETU-AREA-CODE.
           MOVE WS-CUST-CLASS       TO ETU-TARIFF-CLASS.
           IF CUST-BILLING-FREQ = SPACE
              MOVE 'M' TO ETU-BILLING-FREQ
           ELSE
              MOVE CUST-BILLING-FREQ TO ETU-BILLING-FREQ
           END-IF.
           MOVE EST-PERIOD-COUNT    TO ETU-EST-PERIODS.
           MOVE EST-UNITS           TO ETU-EST-UNITS.
           MOVE WS-UNITS-CONSUMED   TO ETU-READ-UNITS.
           COMPUTE ETU-ACTUAL-UNITS ROUNDED =
                   WS-UNITS-CONSUMED * EST-PERIOD-COUNT
                   / (EST-PERIOD-COUNT + 1).
           IF EST-BASIS = SPACE
              MOVE 'A' TO ETU-EST-BASIS
           ELSE
              MOVE EST-BASIS TO ETU-EST-BASIS
           END-IF.
           IF EST-BASIS-PERIODS IS NUMERIC
              MOVE EST-BASIS-PERIODS TO ETU-BASIS-PERIODS
           ELSE
              MOVE ZEROS TO ETU-BASIS-PERIODS
           END-IF.
           MOVE WS-TRUEUP-READ-SRC  TO ETU-READ-SOURCE.
           MOVE WS-DATE             TO ETU-TRUEUP-DATE.

           WRITE MO02-TRUEUP-RECORD
               INVALID KEY
                   IF ETU-DUPLICATE
                      REWRITE MO02-TRUEUP-RECORD
                          INVALID KEY
                              DISPLAY 'TRUE-UP REWRITE FAILED: '
                                      ETU-CUST-ID
                                      ' STATUS: ' WS-ETU-STATUS
                              ADD 1 TO WS-ERROR-CTR
                      END-REWRITE
                   ELSE
                      DISPLAY 'TRUE-UP WRITE FAILED: ' ETU-CUST-ID
                              ' STATUS: ' WS-ETU-STATUS
                      ADD 1 TO WS-ERROR-CTR
                   END-IF
           END-WRITE.
           ADD 1 TO WS-TRUEUP-CTR.

       2244-POST-TRUEUP-CREDIT SECTION.

      *    REFUND THE OVER-ESTIMATED UNITS PRICED THROUGH THE SLAB
           MOVE WS-BILL-AMOUNT TO WS-PRE-DISCOUNT-AMT.
           MOVE ZEROS          TO WS-DISCOUNT-AMT.

      *    THE FLAG ALONE NO LONGER EARNS THE DISCOUNT -- DISC001
      *    MUST HOLD CURRENT PROOF FOR THE SAME CATEGORY, OR THE
      *    PROOF MUST STILL BE INSIDE ITS RECERTIFICATION GRACE.
           MOVE 'N' TO WS-DISC-PROOF-FLAG.
           IF NOT DISCOUNT-CAT-NONE
              MOVE CUST-KEY TO DSC-CUST-ID
              READ MI02-DISC-ELIG-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF (DSC-STAT-ACTIVE OR DSC-STAT-GRACE)
                         AND DSC-CATEGORY = CUST-DISCOUNT-CAT
                         SET DISC-PROOF-CURRENT TO TRUE
                      END-IF
              END-READ
              IF NOT DISC-PROOF-CURRENT
                 ADD 1 TO WS-DISC-WITHHELD-CTR
                 DISPLAY 'DISCOUNT WITHHELD - NO CURRENT PROOF FOR '
                         CUST-KEY
              END-IF
           END-IF.

           IF DISC-PROOF-CURRENT AND DISCOUNT-CAT-SENIOR
              COMPUTE WS-BILL-AMOUNT ROUNDED =
                      WS-BILL-AMOUNT -
                      (WS-BILL-AMOUNT * WS-SENIOR-DISCOUNT-PCT / 100)
           END-IF.

           IF DISC-PROOF-CURRENT AND DISCOUNT-CAT-SUBSIDY
              COMPUTE WS-BILL-AMOUNT ROUNDED =
                      WS-BILL-AMOUNT -
                      (WS-BILL-AMOUNT * WS-SUBSIDY-DISCOUNT-PCT / 100)
              END-IF
           END-IF.

      *    A CERTIFICATE ON THE EXEMPTION MASTER, ACTIVE AND IN
      *    FORCE ON THE RUN DATE, TAKES ITS PERCENTAGE OFF THE DUTY
      *    JUST COMPUTED -- 100 PERCENT CLEARS IT ENTIRELY. A
      *    LAPSED OR REVOKED CERTIFICATE IS SIMPLY IGNORED AND THE
      *    FULL DUTY IS CHARGED.
       2272-APPLY-TAX-EXEMPTION SECTION.

           IF WS-TAX-AMOUNT > ZEROS
              MOVE MTR-CUST-ID TO EXM-CUST-ID
              READ MI02-EXEMPT-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF EXM-STAT-ACTIVE
                         AND EXM-VALID-FROM <= WS-DATE
                         AND EXM-VALID-TO   >= WS-DATE
                         COMPUTE WS-TAX-AMOUNT ROUNDED =
                                 WS-TAX-AMOUNT
                                 * (100 - EXM-EXEMPT-PCT) / 100
                         ADD 1 TO WS-EXEMPT-CTR
                         DISPLAY 'TAX EXEMPTION ' EXM-CERT-NO
                                 ' APPLIED FOR CUST ' MTR-CUST-ID
                      END-IF
              END-READ
           END-IF.

      *    POWER FACTOR = KWH / SQRT(KWH**2 + KVARH**2), JUDGED ON
      *    THE PERIOD'S OWN CONSUMPTION AGAINST THE REACTIVE
      *    REGISTER'S UNJUDGED DELTA. THE REGISTER ROLLS FORWARD
                   END-IF
           END-READ.

       2276-DRAW-TEMP-ADVANCE SECTION.

      *    A TEMPORARY CONNECTION PAID ITS SUPPLY IN ADVANCE. THE
      *    BILL IS SETTLED FROM WHAT IS LEFT OF THE ADVANCE ON THE
      *    DEPOSIT SUB-LEDGER, SHOWN AS A CREDIT ON THE BILL'S
      *    ADJUSTMENT LINE; ONLY WHAT THE ADVANCE CANNOT COVER IS
      *    LEFT TO PAY. WHATEVER REMAINS AT EXPIRY IS SETTLED
      *    AGAINST THE FINAL BILL BY CUST004.
           MOVE ZEROS       TO WS-ADVANCE-DRAWN.
           MOVE MTR-CUST-ID TO DEP-CUST-ID.

           READ MI01-DEPOSIT-KSDS
               INVALID KEY
                   DISPLAY 'NO ADVANCE ON FILE FOR TEMPORARY '
                           'CONNECTION: ' DEP-CUST-ID
               NOT INVALID KEY
                   IF (DEP-STAT-HELD OR DEP-STAT-PARTIAL)
                      AND DEP-AMOUNT > ZEROS
                      AND WS-BILL-AMOUNT > ZEROS
                      IF DEP-AMOUNT >= WS-BILL-AMOUNT
                         MOVE WS-BILL-AMOUNT TO WS-ADVANCE-DRAWN
                      ELSE
                         MOVE DEP-AMOUNT     TO WS-ADVANCE-DRAWN
                      END-IF
                      SUBTRACT WS-ADVANCE-DRAWN FROM DEP-AMOUNT
                      REWRITE MI01-DEPOSIT-RECORD
                          INVALID KEY
                              DISPLAY 'ADVANCE REWRITE FAILED: '
                                      DEP-CUST-ID
                                      ' STATUS: ' WS-DEP-STATUS
                              ADD 1 TO WS-ERROR-CTR
                              MOVE ZEROS TO WS-ADVANCE-DRAWN
                      END-REWRITE
                   END-IF
           END-READ.

           IF WS-ADVANCE-DRAWN > ZEROS
              SUBTRACT WS-ADVANCE-DRAWN FROM WS-BILL-AMOUNT
              SUBTRACT WS-ADVANCE-DRAWN FROM WS-ADJ-APPLIED-AMT
              ADD 1 TO WS-ADVANCE-CTR
              DISPLAY 'TEMPORARY ADVANCE DRAWN FOR CUST '
                      DEP-CUST-ID ': ' WS-ADVANCE-DRAWN
                      ' LEFT: ' DEP-AMOUNT
           END-IF.

       2236-LOOKUP-PRIOR-BALANCE SECTION.

      *    Pick up any amount BILLPAYDB2 left outstanding ('D' or
                   ADD WS-BILL-AMOUNT TO WS-TOTAL-AMOUNT
                   PERFORM 2700-WRITE-REPORT-LINE
                   PERFORM 2255-STORE-CONS-HISTORY
                   IF WS-GREEN-UNITS > ZEROS
                      PERFORM 2284-STORE-GREEN-SALE
                   END-IF
                   IF EXCHANGE-PENDING
                      PERFORM 2286-MARK-EXCHANGE-BILLED
                   END-IF
           END-WRITE.

           SET EXCHANGE-NONE TO TRUE.

      *    THE PREMIUM BELONGS TO THIS BILL ONLY -- A SUB-METER OR
      *    DEBT-ONLY BILL WRITTEN NEXT MUST NOT PICK IT UP.
           MOVE ZEROS TO WS-GREEN-PCT.
           MOVE ZEROS TO WS-GREEN-UNITS.
           MOVE ZEROS TO WS-GREEN-RATE.
           MOVE ZEROS TO WS-GREEN-PREMIUM.

      *    ONE GREEN-SALES ROW PER BILL, AND ITS OWN LINE UNDER THE
      *    BILL ON THE REGISTER. A ROW ALREADY ON FILE FOR THE BILL
      *    ID IS REPLACED, SO A RERUN LEAVES ONE ROW PER BILL.
       2284-STORE-GREEN-SALE SECTION.

           MOVE SPACES             TO MO06-GREEN-SALES-RECORD.
           MOVE BILL-ID            TO GSL-BILL-ID.
           MOVE BILL-CUST-ID       TO GSL-CUST-ID.
           MOVE WS-DATE            TO GSL-BILL-DATE.
           MOVE WS-BILL-PERIOD     TO GSL-BILL-PERIOD.
           MOVE WS-UNITS-CONSUMED  TO GSL-TOTAL-UNITS.
           MOVE WS-GREEN-PCT       TO GSL-GREEN-PCT.
           MOVE WS-GREEN-UNITS     TO GSL-GREEN-UNITS.
           MOVE WS-GREEN-RATE      TO GSL-GREEN-RATE.
           MOVE WS-GREEN-PREMIUM   TO GSL-PREMIUM.
           MOVE ZEROS              TO GSL-RETIRE-PERIOD.

           WRITE MO06-GREEN-SALES-RECORD
               INVALID KEY
                   IF GSL-DUPLICATE
                      REWRITE MO06-GREEN-SALES-RECORD
                          INVALID KEY
                              DISPLAY 'GREEN SALES REWRITE FAILED: '
                                      GSL-BILL-ID ' STATUS: '
                                      WS-GSL-STATUS
                              ADD 1 TO WS-ERROR-CTR
                      END-REWRITE
                   ELSE
                      DISPLAY 'GREEN SALES WRITE FAILED: '
                              GSL-BILL-ID ' STATUS: ' WS-GSL-STATUS
                      ADD 1 TO WS-ERROR-CTR
                   END-IF
           END-WRITE.

           ADD 1 TO WS-GREEN-CTR.

           MOVE WS-GREEN-PCT       TO WS-RPT-GREEN-PCT.
           MOVE WS-UNITS-CONSUMED  TO WS-RPT-GREEN-TOTAL.
           MOVE WS-GREEN-UNITS     TO WS-RPT-GREEN-UNITS.
           MOVE WS-GREEN-RATE      TO WS-RPT-GREEN-RATE.
           MOVE WS-GREEN-PREMIUM   TO WS-RPT-GREEN-AMT.
           WRITE TO01-BILL-RPT-RECORD FROM WS-REPORT-GREEN-LINE.
           ADD 1 TO WS-LINE-COUNT.

       2255-STORE-CONS-HISTORY SECTION.

      *    One consumption-history row per customer per billing
           MOVE WS-BILL-PERIOD    TO CH-BILL-PERIOD.
           MOVE WS-UNITS-CONSUMED TO CH-UNITS-CONSUMED.
           MOVE WS-BILL-AMOUNT    TO CH-BILL-AMOUNT.
           PERFORM 2274-SET-HISTORY-READ-TYPE.

           WRITE MO01-CONS-HIST-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD WS-UNITS-CONSUMED TO CH-UNITS-CONSUMED
                   ADD WS-BILL-AMOUNT    TO CH-BILL-AMOUNT
      *            THE PERIOD SHOWS THE WEAKEST READ TYPE OF ANY
      *            METER FOLDED INTO IT.
                   IF ESTIMATED-BILL
                      OR (CUSTOMER-READ-BILL
                          AND NOT CH-READ-ESTIMATED)
                      PERFORM 2274-SET-HISTORY-READ-TYPE
                   END-IF
                   REWRITE MO01-CONS-HIST-RECORD
                       INVALID KEY
                           DISPLAY 'CONSUMPTION HISTORY REWRITE '
                   END-REWRITE
           END-READ.

       2274-SET-HISTORY-READ-TYPE SECTION.

           IF ESTIMATED-BILL
              SET CH-READ-ESTIMATED TO TRUE
           ELSE
              IF CUSTOMER-READ-BILL
                 SET CH-READ-CUSTOMER TO TRUE
              ELSE
                 SET CH-READ-ACTUAL TO TRUE
              END-IF
           END-IF.

       2264-CHECK-CUSTLVL-LATCH SECTION.

           SET CUSTLVL-FIRST-BILL TO TRUE.
              SET CUSTLVL-LATER-BILL TO TRUE
           END-IF.

       2280-CHECK-METER-GROUP SECTION.

      *    A METER WITH NO ROW, OR ONLY A REMOVED ONE, ON THE GROUP
      *    MASTER IS AN ORDINARY CONNECTION AND BILLS AS BEFORE.
           SET GROUP-NOT-GROUPED TO TRUE.
           MOVE MTR-ID TO GRP-MTR-ID.

           READ MI05-GROUP-KSDS KEY IS GRP-MTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRP-STAT-ACTIVE
                      IF GRP-ROLE-BULK
                         SET GROUP-BULK-METER TO TRUE
                         MOVE GRP-COMMON-BASIS TO WS-GRP-BASIS
                      ELSE
                         SET GROUP-SUB-METER TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2285-CHECK-METER-EXCHANGE SECTION.

      *    A PENDING EXCHANGE ROW FOR THIS METER ON THIS ACCOUNT
      *    MEANS IT REPLACED ANOTHER METER SINCE THE LAST BILL. THE
      *    OLD METER'S SEGMENT IS WRAPPED PAST ITS CEILING THE SAME
      *    WAY A ROLLED-OVER DIAL IS ABOVE.
           SET EXCHANGE-NONE TO TRUE.
           MOVE ZEROS TO WS-MXC-OLD-UNITS.
           MOVE ZEROS TO WS-MXC-NEW-UNITS.

           MOVE MTR-ID TO MXC-NEW-MTR-ID.
           READ MO07-MXC-KSDS KEY IS MXC-NEW-MTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MXC-STAT-PENDING
                      AND MXC-CUST-ID = MTR-CUST-ID
                      SET EXCHANGE-PENDING TO TRUE
                      IF MXC-REMOVAL-READ < MXC-OLD-LAST-READ
                         COMPUTE WS-MXC-OLD-UNITS =
                                 (WS-METER-CEILING - MXC-OLD-LAST-READ)
                                 + MXC-REMOVAL-READ + 1
                      ELSE
                         COMPUTE WS-MXC-OLD-UNITS =
                                 MXC-REMOVAL-READ - MXC-OLD-LAST-READ
                      END-IF
                      DISPLAY 'METER EXCHANGE FOR CUST ' CUST-KEY
                              ' OLD METER ' MXC-OLD-MTR-ID
                              ' UNITS: ' WS-MXC-OLD-UNITS
                   END-IF
           END-READ.

       2286-MARK-EXCHANGE-BILLED SECTION.

      *    THE EXCHANGE ROW RECORDS WHICH BILL CARRIED THE OLD
      *    SEGMENT, SO IT IS NEVER BILLED TWICE AND BILLPRNT CAN
      *    SHOW BOTH METERS ON THE STATEMENT.
           MOVE MTR-ID TO MXC-NEW-MTR-ID.
           READ MO07-MXC-KSDS KEY IS MXC-NEW-MTR-ID
               INVALID KEY
                   DISPLAY 'METER EXCHANGE ROW LOST: ' MTR-ID
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   SET MXC-STAT-BILLED    TO TRUE
                   MOVE WS-MXC-OLD-UNITS  TO MXC-OLD-UNITS
                   MOVE WS-TEMP-BILL-ID   TO MXC-BILL-ID
                   MOVE WS-BILL-PERIOD    TO MXC-BILL-PERIOD
                   REWRITE MO07-MXC-RECORD
                       INVALID KEY
                           DISPLAY 'METER EXCHANGE REWRITE FAILED: '
                                   MXC-NEW-MTR-ID
                                   ' STATUS: ' WS-MXC-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-MXC-BILLED-CTR
                           PERFORM 2289-WRITE-EXCHANGE-LINE
                   END-REWRITE
           END-READ.

       2287-CHECK-EXCHANGED-OUT SECTION.

      *    A METER TAKEN OFF THE WALL IN AN EXCHANGE NEVER BILLS ON
      *    ITS OWN PASS -- ITS LAST SEGMENT GOES ON THE NEW METER'S
      *    BILL. ONLY A LATER EXCHANGE THAT PUT THE SAME METER BACK
      *    ON A WALL MAKES IT A LIVE METER AGAIN.
           SET METER-STILL-FITTED TO TRUE.
           MOVE ZEROS TO WS-MXC-OUT-DATE.
           MOVE 'N'   TO WS-MXC-SCAN-FLAG.

           MOVE MTR-ID TO MXC-OLD-MTR-ID.
           START MO07-MXC-KSDS KEY IS EQUAL TO MXC-OLD-MTR-ID
               INVALID KEY
                   SET MXC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2288-SCAN-EXCHANGED-OUT
               UNTIL MXC-SCAN-EOF.

           IF WS-MXC-OUT-DATE > ZEROS
              SET METER-EXCHANGED-OUT TO TRUE
              MOVE MTR-ID TO MXC-NEW-MTR-ID
              READ MO07-MXC-KSDS KEY IS MXC-NEW-MTR-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF MXC-INSTALL-DATE >= WS-MXC-OUT-DATE
                         SET METER-STILL-FITTED TO TRUE
                      END-IF
              END-READ
           END-IF.

       2288-SCAN-EXCHANGED-OUT SECTION.

           READ MO07-MXC-KSDS NEXT
               AT END  SET MXC-SCAN-EOF TO TRUE
               NOT AT END
                   IF MXC-OLD-MTR-ID NOT = MTR-ID
                      SET MXC-SCAN-EOF TO TRUE
                   ELSE
                      IF MXC-REMOVAL-DATE > WS-MXC-OUT-DATE
                         MOVE MXC-REMOVAL-DATE TO WS-MXC-OUT-DATE
                      END-IF
                   END-IF
           END-READ.

       2289-WRITE-EXCHANGE-LINE SECTION.

           MOVE MXC-OLD-MTR-ID     TO WS-RPT-MXC-OLD-ID.
           MOVE WS-MXC-OLD-UNITS   TO WS-RPT-MXC-OLD-UNITS.
           MOVE WS-MXC-NEW-UNITS   TO WS-RPT-MXC-NEW-UNITS.
           MOVE WS-UNITS-CONSUMED  TO WS-RPT-MXC-TOTAL.
           WRITE TO01-BILL-RPT-RECORD FROM WS-REPORT-MXC-LINE.
           ADD 1 TO WS-LINE-COUNT.

       2281-MEASURE-SUB-UNITS SECTION.

      *    SAME ROLLOVER RULE THE BILLING PASS APPLIES TO ITS OWN
      *    METER. A READING THAT WENT BACKWARDS WITHOUT WRAPPING IS
      *    COUNTED AS NO METERED UNITS -- THE SUB STILL TAKES ITS
      *    SHARE OF THE COMMON AREA.
           MOVE GM-PREV-READ TO WS-GRP-SUB-PREV.
           MOVE GM-CURR-READ TO WS-GRP-SUB-CURR.

           IF WS-GRP-SUB-CURR < WS-GRP-SUB-PREV
              IF WS-GRP-SUB-PREV >= WS-ROLLOVER-THRESHOLD
                 COMPUTE WS-GS-UNITS(WS-GS-IDX) =
                         (WS-METER-CEILING - WS-GRP-SUB-PREV)
                         + WS-GRP-SUB-CURR + 1
              ELSE
                 MOVE 'READING INVALID - NO UNITS'
                     TO WS-GS-REMARK(WS-GS-IDX)
                 DISPLAY 'GROUP SUB METER READING INVALID: '
                         GM-MTR-ID
                 ADD 1 TO WS-ERROR-CTR
              END-IF
           ELSE
              COMPUTE WS-GS-UNITS(WS-GS-IDX) =
                      WS-GRP-SUB-CURR - WS-GRP-SUB-PREV
           END-IF.

           ADD WS-GS-UNITS(WS-GS-IDX) TO WS-GRP-SUB-SUM.

       2282-SET-SUB-FRACTION SECTION.

      *    THE SUB'S SHARE OF THE COMMON AREA BY THE GROUP'S RATIO,
      *    THEN ITS FRACTION OF THE WHOLE BULK BILL -- ITS OWN UNITS
      *    PLUS THAT COMMON SHARE, OVER THE BULK UNITS. WHEN THE
      *    SUBS OUTRUN THE BULK THERE IS NO COMMON AREA TO SPREAD
      *    AND THE BULK BILL GOES OUT BY METERED SHARE ALONE.
           EVALUATE TRUE
               WHEN GRP-SPLIT-FIXED
                   COMPUTE WS-GRP-RATIO =
                           WS-GS-PCT(WS-GS-IDX) / 100
               WHEN GRP-SPLIT-METERED
                   COMPUTE WS-GRP-RATIO =
                           WS-GS-UNITS(WS-GS-IDX) / WS-GRP-SUB-SUM
               WHEN OTHER
                   COMPUTE WS-GRP-RATIO = 1 / WS-GS-COUNT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN GRP-SUBS-EXCEED
                   COMPUTE WS-GRP-FRACTION =
                           WS-GS-UNITS(WS-GS-IDX) / WS-GRP-SUB-SUM
               WHEN WS-GB-UNITS = ZEROS
                   MOVE WS-GRP-RATIO TO WS-GRP-FRACTION
               WHEN OTHER
                   COMPUTE WS-GRP-FRACTION =
                           (WS-GS-UNITS(WS-GS-IDX)
                            + WS-GRP-COMMON-UNITS * WS-GRP-RATIO)
                           / WS-GB-UNITS
           END-EVALUATE.

       2283-WRITE-GROUP-DETAIL SECTION.

           SET WS-GS-IDX TO WS-GS-LOOP-CTR.
           MOVE WS-GS-MTR-ID(WS-GS-IDX)      TO WS-GRD-MTR-ID.
           MOVE WS-GS-CUST-ID(WS-GS-IDX)     TO WS-GRD-CUST-ID.
           MOVE WS-GS-UNITS(WS-GS-IDX)       TO WS-GRD-UNITS.
           MOVE WS-GS-ALLOC-UNITS(WS-GS-IDX) TO WS-GRD-ALLOC-UNITS.
           MOVE WS-GS-AMOUNT(WS-GS-IDX)      TO WS-GRD-AMOUNT.
           MOVE WS-GS-BILL-ID(WS-GS-IDX)     TO WS-GRD-BILL-ID.
           MOVE WS-GS-REMARK(WS-GS-IDX)      TO WS-GRD-REMARK.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-DETAIL.

       2290-APPORTION-GROUP SECTION.

      *    THE BULK METER HAS JUST BEEN PRICED IN FULL. ITS PERIOD
      *    CHARGES ARE SPREAD OVER THE SUB-METER ACCOUNTS, EACH SUB
      *    BILL CARRYING ITS FRACTION OF EVERY BULK BILL LINE PLUS
      *    ITS OWN CUSTOMER'S CARRY-FORWARD AND ADJUSTMENTS. SHARES
      *    ARE TRUNCATED, NEVER ROUNDED UP, SO WHAT IS LEFT -- THE
      *    PAISA RESIDUE AND ANY SHARE NO SUB ACCOUNT COULD TAKE --
      *    STAYS ON THE SOCIETY'S OWN BILL AND THE GROUP ALWAYS
      *    FOOTS BACK TO THE BULK METER.
           MOVE MI01-METER-RECORD    TO WS-GSV-METER-REC.
           MOVE MI01-CUSTOMER-RECORD TO WS-GSV-CUST-REC.
           MOVE WS-CUSTLVL-STATE     TO WS-GSV-CUSTLVL-STATE.
           MOVE WS-PRIOR-BALANCE     TO WS-GSV-PRIOR-BALANCE.
           MOVE WS-TOU-BILL-FLAG     TO WS-GSV-TOU-FLAG.
           MOVE WS-SPLIT-FLAG        TO WS-GSV-SPLIT-FLAG.
           MOVE WS-DEMAND-KW         TO WS-GSV-DEMAND-KW.
           MOVE WS-PF-VALUE          TO WS-GSV-PF-VALUE.
           MOVE WS-EXPORT-UNITS      TO WS-GSV-EXPORT-UNITS.
           MOVE WS-MXC-FLAG          TO WS-GSV-MXC-FLAG.

           MOVE WS-UNITS-CONSUMED    TO WS-GB-UNITS.
           MOVE WS-CURRENT-CHARGE    TO WS-GB-ENERGY.
           MOVE WS-RENT-FOR-BILL     TO WS-GB-RENT.
           MOVE WS-TAX-AMOUNT        TO WS-GB-TAX.
           MOVE WS-DEMAND-CHARGE     TO WS-GB-DEMAND.
           MOVE WS-PF-ADJ-AMT        TO WS-GB-PF-ADJ.
           MOVE WS-FCA-AMT           TO WS-GB-FCA.
           MOVE WS-DISCOUNT-AMT      TO WS-GB-DISCOUNT.
           MOVE WS-EXPORT-CREDIT     TO WS-GB-EXPORT-CR.
           MOVE WS-BILL-AMOUNT       TO WS-GB-PERIOD-AMT.

           MOVE ZEROS TO WS-GA-UNITS.
           MOVE ZEROS TO WS-GA-ENERGY.
           MOVE ZEROS TO WS-GA-RENT.
           MOVE ZEROS TO WS-GA-TAX.
           MOVE ZEROS TO WS-GA-DEMAND.
           MOVE ZEROS TO WS-GA-PF-ADJ.
           MOVE ZEROS TO WS-GA-FCA.
           MOVE ZEROS TO WS-GA-DISCOUNT.
           MOVE ZEROS TO WS-GA-EXPORT-CR.
           MOVE ZEROS TO WS-GA-PERIOD-AMT.
           MOVE ZEROS TO WS-GRP-COMMON-UNITS.
           MOVE 'N'   TO WS-GRP-EXCEED-FLAG.
           MOVE 'N'   TO WS-GRP-PCT-BAD-FLAG.
           MOVE MTR-ID TO WS-GRP-BULK-ID.

           PERFORM 2291-LOAD-SUB-METERS.

           IF WS-GS-COUNT = ZEROS
              DISPLAY 'NO ACTIVE SUB METERS - BULK BILLED WHOLE: '
                      WS-GRP-BULK-ID
              MOVE WS-GB-UNITS TO WS-GRP-COMMON-UNITS
           ELSE
              ADD 1 TO WS-GRP-APPORTION-CTR
              PERFORM 2294-SET-COMMON-SPLIT
      *       A PENDING EXCHANGE IS THE BULK METER'S OWN -- IT IS
      *       MARKED BILLED BY THE SOCIETY'S BILL, NEVER A SUB'S.
              SET EXCHANGE-NONE TO TRUE
              PERFORM 2295-BILL-ONE-SUB
                 VARYING WS-GS-LOOP-CTR FROM 1 BY 1
                 UNTIL WS-GS-LOOP-CTR > WS-GS-COUNT

              MOVE WS-GSV-METER-REC     TO MI01-METER-RECORD
              MOVE WS-GSV-CUST-REC      TO MI01-CUSTOMER-RECORD
              MOVE WS-GSV-CUSTLVL-STATE TO WS-CUSTLVL-STATE
              MOVE WS-GSV-PRIOR-BALANCE TO WS-PRIOR-BALANCE
              MOVE WS-GSV-TOU-FLAG      TO WS-TOU-BILL-FLAG
              MOVE WS-GSV-SPLIT-FLAG    TO WS-SPLIT-FLAG
              MOVE WS-GSV-DEMAND-KW     TO WS-DEMAND-KW
              MOVE WS-GSV-PF-VALUE      TO WS-PF-VALUE
              MOVE WS-GSV-EXPORT-UNITS  TO WS-EXPORT-UNITS
              MOVE WS-GSV-MXC-FLAG      TO WS-MXC-FLAG

              COMPUTE WS-UNITS-CONSUMED = WS-GB-UNITS - WS-GA-UNITS
              COMPUTE WS-CURRENT-CHARGE =
                      WS-GB-ENERGY - WS-GA-ENERGY
              COMPUTE WS-RENT-FOR-BILL  = WS-GB-RENT - WS-GA-RENT
              COMPUTE WS-TAX-AMOUNT     = WS-GB-TAX - WS-GA-TAX
              COMPUTE WS-DEMAND-CHARGE  =
                      WS-GB-DEMAND - WS-GA-DEMAND
              COMPUTE WS-PF-ADJ-AMT     =
                      WS-GB-PF-ADJ - WS-GA-PF-ADJ
              COMPUTE WS-FCA-AMT        = WS-GB-FCA - WS-GA-FCA
              COMPUTE WS-DISCOUNT-AMT   =
                      WS-GB-DISCOUNT - WS-GA-DISCOUNT
              COMPUTE WS-EXPORT-CREDIT  =
                      WS-GB-EXPORT-CR - WS-GA-EXPORT-CR
              COMPUTE WS-BILL-AMOUNT    =
                      WS-GB-PERIOD-AMT - WS-GA-PERIOD-AMT
           END-IF.

           PERFORM 2297-WRITE-GROUP-SUMMARY.

       2291-LOAD-SUB-METERS SECTION.

      *    EVERY ACTIVE SUB OF THIS BULK METER, THROUGH THE BULK-ID
      *    ALTERNATE INDEX -- THE SAME START/READ NEXT WALK GRP001
      *    USES TO COUNT A GROUP'S SUBS.
           MOVE ZEROS TO WS-GS-COUNT.
           MOVE ZEROS TO WS-GRP-SUB-SUM.
           MOVE ZEROS TO WS-GRP-PCT-SUM.
           MOVE 'N'   TO WS-GRP-SCAN-EOF-FLAG.
           MOVE WS-GRP-BULK-ID TO GRP-BULK-MTR-ID.

           START MI05-GROUP-KSDS KEY IS EQUAL TO GRP-BULK-MTR-ID
               INVALID KEY
                   SET GRP-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2292-READ-NEXT-SUB UNTIL GRP-SCAN-EOF.

       2292-READ-NEXT-SUB SECTION.

           READ MI05-GROUP-KSDS NEXT RECORD
               AT END
                   SET GRP-SCAN-EOF TO TRUE
               NOT AT END
                   IF GRP-BULK-MTR-ID NOT = WS-GRP-BULK-ID
                      SET GRP-SCAN-EOF TO TRUE
                   ELSE
                      IF GRP-ROLE-SUB AND GRP-STAT-ACTIVE
                         PERFORM 2293-ADD-SUB-ENTRY
                      END-IF
                   END-IF
           END-READ.

       2293-ADD-SUB-ENTRY SECTION.

           IF WS-GS-COUNT >= WS-MAX-GS
              DISPLAY 'WARNING: GROUP SUB TABLE FULL - MAX '
                      WS-MAX-GS ' BULK: ' WS-GRP-BULK-ID
           ELSE
              ADD 1 TO WS-GS-COUNT
              SET WS-GS-IDX TO WS-GS-COUNT
              MOVE GRP-MTR-ID     TO WS-GS-MTR-ID(WS-GS-IDX)
              MOVE GRP-COMMON-PCT TO WS-GS-PCT(WS-GS-IDX)
              ADD GRP-COMMON-PCT  TO WS-GRP-PCT-SUM
              MOVE SPACES TO WS-GS-CUST-ID(WS-GS-IDX)
              MOVE SPACES TO WS-GS-BILL-ID(WS-GS-IDX)
              MOVE SPACES TO WS-GS-REMARK(WS-GS-IDX)
              MOVE ZEROS  TO WS-GS-UNITS(WS-GS-IDX)
              MOVE ZEROS  TO WS-GS-ALLOC-UNITS(WS-GS-IDX)
              MOVE ZEROS  TO WS-GS-AMOUNT(WS-GS-IDX)
              SET GS-PENDING(WS-GS-IDX) TO TRUE
              MOVE GRP-MTR-ID TO GM-MTR-ID
              READ MI05-GROUP-METER-KSDS
                  INVALID KEY
                      SET GS-NO-METER(WS-GS-IDX) TO TRUE
                      MOVE 'NOT ON METER MASTER - RETAINED'
                          TO WS-GS-REMARK(WS-GS-IDX)
                      DISPLAY 'GROUP SUB METER NOT ON MASTER: '
                              GM-MTR-ID
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      MOVE GM-MTR-CUST-ID
                          TO WS-GS-CUST-ID(WS-GS-IDX)
                      PERFORM 2281-MEASURE-SUB-UNITS
              END-READ
           END-IF.

       2294-SET-COMMON-SPLIT SECTION.

      *    COMMON AREA IS WHAT THE BULK METER SAW THAT NO SUB DID.
      *    FIXED SHARES THAT DO NOT TOTAL 100, OR A METERED SPLIT
      *    WITH NOTHING METERED, FALL BACK TO EQUAL SHARES SO THE
      *    COMMON AREA IS NEVER OVER- OR UNDER-SPREAD.
           IF WS-GRP-SUB-SUM > WS-GB-UNITS
              SET GRP-SUBS-EXCEED TO TRUE
              ADD 1 TO WS-GRP-EXCEED-CTR
              DISPLAY 'GROUP SUB METERS EXCEED BULK: '
                      WS-GRP-BULK-ID ' BULK ' WS-GB-UNITS
                      ' SUBS ' WS-GRP-SUB-SUM
           ELSE
              COMPUTE WS-GRP-COMMON-UNITS =
                      WS-GB-UNITS - WS-GRP-SUB-SUM
           END-IF.

           IF GRP-SPLIT-FIXED AND WS-GRP-PCT-SUM NOT = 100
              SET GRP-PCT-BAD     TO TRUE
              SET GRP-SPLIT-EQUAL TO TRUE
              DISPLAY 'GROUP FIXED SHARES TOTAL ' WS-GRP-PCT-SUM
                      ' - SPLIT EQUALLY: ' WS-GRP-BULK-ID
           END-IF.

           IF GRP-SPLIT-METERED AND WS-GRP-SUB-SUM = ZEROS
              SET GRP-SPLIT-EQUAL TO TRUE
           END-IF.

       2295-BILL-ONE-SUB SECTION.

           SET WS-GS-IDX TO WS-GS-LOOP-CTR.
           PERFORM 2282-SET-SUB-FRACTION.

           COMPUTE WS-GS-ALLOC-UNITS(WS-GS-IDX) =
                   WS-GB-UNITS * WS-GRP-FRACTION.
           COMPUTE WS-GS-AMOUNT(WS-GS-IDX) =
                   WS-GB-PERIOD-AMT * WS-GRP-FRACTION.

           IF GS-PENDING(WS-GS-IDX)
              MOVE WS-GS-CUST-ID(WS-GS-IDX) TO CUST-KEY
              READ MI01-CUSTOMER-KSDS
                  INVALID KEY
                      SET GS-NOT-BILLED(WS-GS-IDX) TO TRUE
                      MOVE 'CUSTOMER NOT FOUND - RETAINED'
                          TO WS-GS-REMARK(WS-GS-IDX)
                      DISPLAY 'GROUP SUB CUSTOMER NOT FOUND: '
                              CUST-KEY
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      IF ACCT-CLOSED OR CUST-PREPAID
                         SET GS-NOT-BILLED(WS-GS-IDX) TO TRUE
                         MOVE 'CLOSED/PREPAID - RETAINED'
                             TO WS-GS-REMARK(WS-GS-IDX)
                      ELSE
                         PERFORM 2296-WRITE-SUB-BILL
                      END-IF
              END-READ
           END-IF.

       2296-WRITE-SUB-BILL SECTION.

      *    THE SUB BILL IS THE SUB'S FRACTION OF EACH BULK BILL
      *    LINE. THE SUB CUSTOMER'S OWN CARRY-FORWARD AND PENDING
      *    ADJUSTMENTS ARE ADDED ON TOP EXACTLY AS ON ANY OTHER
      *    BILL, UNDER THE SAME CUSTOMER-LEVEL LATCH.
           MOVE WS-GS-MTR-ID(WS-GS-IDX)  TO MTR-ID.
           MOVE WS-GS-CUST-ID(WS-GS-IDX) TO MTR-CUST-ID.
           PERFORM 2264-CHECK-CUSTLVL-LATCH.

           MOVE WS-GS-ALLOC-UNITS(WS-GS-IDX) TO WS-UNITS-CONSUMED.
           COMPUTE WS-CURRENT-CHARGE = WS-GB-ENERGY * WS-GRP-FRACTION.
           COMPUTE WS-RENT-FOR-BILL  = WS-GB-RENT * WS-GRP-FRACTION.
           COMPUTE WS-TAX-AMOUNT     = WS-GB-TAX * WS-GRP-FRACTION.
           COMPUTE WS-DEMAND-CHARGE  = WS-GB-DEMAND * WS-GRP-FRACTION.
           COMPUTE WS-PF-ADJ-AMT     = WS-GB-PF-ADJ * WS-GRP-FRACTION.
           COMPUTE WS-FCA-AMT        = WS-GB-FCA * WS-GRP-FRACTION.
           COMPUTE WS-DISCOUNT-AMT   =
                   WS-GB-DISCOUNT * WS-GRP-FRACTION.
           COMPUTE WS-EXPORT-CREDIT  =
                   WS-GB-EXPORT-CR * WS-GRP-FRACTION.
           MOVE ZEROS TO WS-DEMAND-KW.
           MOVE ZEROS TO WS-PF-VALUE.
           MOVE ZEROS TO WS-EXPORT-UNITS.
           MOVE 'N'   TO WS-TOU-BILL-FLAG.
           MOVE 'N'   TO WS-SPLIT-FLAG.
           MOVE WS-GS-AMOUNT(WS-GS-IDX) TO WS-BILL-AMOUNT.

           ADD WS-UNITS-CONSUMED TO WS-GA-UNITS.
           ADD WS-CURRENT-CHARGE TO WS-GA-ENERGY.
           ADD WS-RENT-FOR-BILL  TO WS-GA-RENT.
           ADD WS-TAX-AMOUNT     TO WS-GA-TAX.
           ADD WS-DEMAND-CHARGE  TO WS-GA-DEMAND.
           ADD WS-PF-ADJ-AMT     TO WS-GA-PF-ADJ.
           ADD WS-FCA-AMT        TO WS-GA-FCA.
           ADD WS-DISCOUNT-AMT   TO WS-GA-DISCOUNT.
           ADD WS-EXPORT-CREDIT  TO WS-GA-EXPORT-CR.
           ADD WS-BILL-AMOUNT    TO WS-GA-PERIOD-AMT.

           PERFORM 2236-LOOKUP-PRIOR-BALANCE.

           COMPUTE WS-BILL-NET-TOTAL =
                   WS-BILL-AMOUNT + WS-PRIOR-BALANCE.
           IF WS-BILL-NET-TOTAL < ZEROS
              MOVE ZEROS TO WS-BILL-AMOUNT
           ELSE
              MOVE WS-BILL-NET-TOTAL TO WS-BILL-AMOUNT
           END-IF.

           PERFORM 2233-APPLY-ADJUSTMENTS.

           PERFORM 2240-GENERATE-BILL-ID.
           PERFORM 2250-STORE-BILL-TEMP.

           MOVE WS-TEMP-BILL-ID TO WS-GS-BILL-ID(WS-GS-IDX).
           SET GS-BILLED(WS-GS-IDX) TO TRUE.
           ADD 1 TO WS-GRP-SUB-BILL-CTR.

           IF CUSTLVL-FIRST-BILL
              PERFORM 2265-REMEMBER-CUSTLVL-LATCH
           END-IF.

       2297-WRITE-GROUP-SUMMARY SECTION.

      *    ONE BLOCK PER BULK METER: THE BULK READING AGAINST THE
      *    SUM OF THE SUBS, THE COMMON AREA, EACH SUB'S SHARE, AND
      *    WHAT STAYED ON THE SOCIETY'S BILL -- THE TWO SIDES
      *    ALWAYS ADD BACK TO THE BULK METER'S PERIOD CHARGES.
           MOVE SPACES TO TO05-GROUP-RPT-RECORD.
           WRITE TO05-GROUP-RPT-RECORD.

           MOVE WS-GRP-BULK-ID TO WS-GRB-MTR-ID.
           MOVE MTR-CUST-ID    TO WS-GRB-CUST-ID.
           EVALUATE TRUE
               WHEN GRP-SPLIT-FIXED
                   MOVE 'FIXED'    TO WS-GRB-BASIS
               WHEN GRP-SPLIT-METERED
                   MOVE 'METERED'  TO WS-GRB-BASIS
               WHEN OTHER
                   MOVE 'EQUAL'    TO WS-GRB-BASIS
           END-EVALUATE.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-BULK.

           MOVE WS-GB-UNITS         TO WS-GRU-BULK.
           MOVE WS-GRP-SUB-SUM      TO WS-GRU-SUBS.
           MOVE WS-GRP-COMMON-UNITS TO WS-GRU-COMMON.
           MOVE WS-GB-PERIOD-AMT    TO WS-GRU-PERIOD-AMT.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-UNITS.

           IF WS-GS-COUNT > ZEROS
              WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-COLHDR
              PERFORM 2283-WRITE-GROUP-DETAIL
                 VARYING WS-GS-LOOP-CTR FROM 1 BY 1
                 UNTIL WS-GS-LOOP-CTR > WS-GS-COUNT
           END-IF.

           MOVE WS-GA-UNITS      TO WS-GRT-ALLOC-UNITS.
           MOVE WS-GA-PERIOD-AMT TO WS-GRT-ALLOC-AMT.
           COMPUTE WS-GRT-LEFT-UNITS = WS-GB-UNITS - WS-GA-UNITS.
           COMPUTE WS-GRT-LEFT-AMT   =
                   WS-GB-PERIOD-AMT - WS-GA-PERIOD-AMT.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-TOTAL.

           IF WS-GS-COUNT = ZEROS
              MOVE 'NO ACTIVE SUB METERS - BILLED WHOLE TO SOCIETY'
                  TO WS-GRF-TEXT
              WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-FLAG
           END-IF.

           IF GRP-SUBS-EXCEED
              MOVE 'SUB METERS EXCEED BULK - SPLIT BY METERED SHARE'
                  TO WS-GRF-TEXT
              WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-FLAG
           END-IF.

           IF GRP-PCT-BAD
              MOVE 'FIXED SHARES DO NOT TOTAL 100 - SPLIT EQUALLY'
                  TO WS-GRF-TEXT
              WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-FLAG
           END-IF.

       2900-CLOSE-FILES  SECTION.

           CLOSE MI01-METER-KSDS,
                 MI01-EST-KSDS,
                 MI01-EXPORT-KSDS,
                 MI02-CONTRACT-KSDS,
                 MI02-EXEMPT-KSDS,
                 MI02-DISC-ELIG-KSDS,
                 MI04-SELF-READ-KSDS,
                 MO02-TRUEUP-KSDS,
                 MI02-DEMAND-KSDS,
                 MI03-REACTIVE-KSDS,
                 MI01-TOU-KSDS,
                 MI01-BUDGET-KSDS,
                 MI01-UNMETERED-KSDS,
                 MI01-INSTALL-KSDS,
                 MI01-DEPOSIT-KSDS,
                 MI05-GROUP-KSDS,
                 MI05-GROUP-METER-KSDS,
                 CKPT-OUT-FILE,
                 MO01-CONS-HIST-KSDS,
                 MI01-CYCLE-KSDS,
                 MI01-SCHEDULE-KSDS,
                 MI01-OUTAGE-KSDS,
                 MI06-GREEN-ENROL-KSDS,
                 MO06-GREEN-SALES-KSDS,
                 MO07-MXC-KSDS.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER KSDS    CLOSED ......................'
           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-CURRENT-CHARGE * WS-TAX-PERCENT / 100.

           PERFORM 2272-APPLY-TAX-EXEMPTION.

      *    NO METER, NO METER RENT -- OTHERWISE THE SAME TREATMENT
      *    AS A METERED BILL.
           COMPUTE WS-BILL-AMOUNT =
           IF BILL-ESTIMATED
              MOVE 'ESTIMATED' TO WS-RPT-EST-LABEL
           ELSE
              IF BILL-CUSTOMER-READ
                 MOVE 'CUST READ' TO WS-RPT-EST-LABEL
              ELSE
                 MOVE SPACES      TO WS-RPT-EST-LABEL
              END-IF
           END-IF.

           WRITE TO01-BILL-RPT-RECORD FROM WS-REPORT-DETAIL
           DISPLAY ' INPUT RECORDS PROCESSED  ',  WS-READ-CTR
           DISPLAY ' BILLS WRITTEN            ',  WS-WRITE-CTR
           DISPLAY ' SKIPPED (CYCLE/FREQUENCY)',  WS-SKIP-CTR
           DISPLAY '   ROUTE NOT YET READ     ',  WS-NOT-READ-CTR
           DISPLAY ' DETERMINANT ROWS WRITTEN ',  WS-DET-WRITE-CTR
           DISPLAY ' TAX EXEMPTIONS APPLIED   ',  WS-EXEMPT-CTR
           DISPLAY ' DISCOUNTS WITHHELD       ',  WS-DISC-WITHHELD-CTR
           DISPLAY ' BILLED FROM SELF-READS   ',  WS-SELF-READ-CTR
           DISPLAY ' ESTIMATE TRUE-UPS LOGGED ',  WS-TRUEUP-CTR
           DISPLAY ' TEMPORARY ADVANCES DRAWN ',  WS-ADVANCE-CTR
           DISPLAY ' GROUPS APPORTIONED       ',  WS-GRP-APPORTION-CTR
           DISPLAY ' SUB-METER BILLS WRITTEN  ',  WS-GRP-SUB-BILL-CTR
           DISPLAY ' SUB METERS LEFT TO BULK  ',  WS-GRP-SUB-PASS-CTR
           DISPLAY ' GROUPS WITH SUBS > BULK  ',  WS-GRP-EXCEED-CTR
           DISPLAY ' GREEN PREMIUMS BILLED    ',  WS-GREEN-CTR
           DISPLAY ' METER EXCHANGES BILLED   ',  WS-MXC-BILLED-CTR
           DISPLAY ' REMOVED METERS PASSED    ',  WS-MXC-OUT-PASS-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE TO01-BILL-RPT.
           CLOSE TO04-DETERMINANTS.

           MOVE WS-GRP-APPORTION-CTR TO WS-GRX-GROUPS.
           MOVE WS-GRP-SUB-BILL-CTR  TO WS-GRX-SUB-BILLS.
           MOVE WS-GRP-EXCEED-CTR    TO WS-GRX-EXCEED.
           MOVE SPACES TO TO05-GROUP-RPT-RECORD.
           WRITE TO05-GROUP-RPT-RECORD.
           WRITE TO05-GROUP-RPT-RECORD FROM WS-GRP-RPT-TRAILER.
           CLOSE TO05-GROUP-RPT.

      *    CONTROL TOTALS FOR THE BALANCING STEP THAT FOLLOWS.
           OPEN OUTPUT TO03-BILL-CONTROL.
           IF NOT CTL-IO-STATUS
