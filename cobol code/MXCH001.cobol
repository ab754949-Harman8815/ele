       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MXCH001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    STAMPS THE EXCHANGE ROW AND BOUNDS THE REMOVAL DATE. A
      *    MISSING FILE FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    ONE CARD PER METER EXCHANGED IN THE FIELD -- THE OLD
      *    METER'S REMOVAL READING AND THE NEW METER'S INITIAL
      *    READING, AS RECORDED ON THE EXCHANGE JOB SHEET.
           SELECT TI01-MXC-TRAN       ASSIGN TO MXCTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    METER EXCHANGE MASTER -- ONE ROW PER REPLACEMENT METER,
      *    KEYED BY THE NEW METER, WITH THE METER IT REPLACED ON
      *    THE ALTERNATE INDEX. THE ROW STAYS PENDING UNTIL BILL003
      *    HAS BILLED THE OLD METER'S LAST SEGMENT ON THE NEW
      *    METER'S BILL.
           SELECT MO01-MXC-KSDS       ASSIGN TO MXCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MXC-NEW-MTR-ID
           ALTERNATE RECORD KEY   IS MXC-OLD-MTR-ID WITH DUPLICATES
           FILE STATUS            IS WS-KSDS-STATUS.

      *    METER MASTER -- THE OLD METER'S READING PAIR IS CLOSED
      *    OFF AT THE REMOVAL READING AND THE NEW METER IS BOOKED
      *    (OR RESET) AT ITS INITIAL READING.
           SELECT MO02-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

      *    READING ROUTE -- THE NEW METER TAKES THE OLD METER'S
      *    PLACE IN THE WALK, SO THE NEXT READ LANDS ON IT.
           SELECT MO03-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

      *    METER ASSET MASTER MAINTAINED BY MTRA001 -- THE OLD
      *    METER GOES TO REMOVED, THE NEW ONE TO INSTALLED.
           SELECT MO04-ASSET-KSDS     ASSIGN TO ASSETKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ASSET-METER-ID
           FILE STATUS            IS WS-ASSET-STATUS.

      *    GROUP-METERING MASTER -- A METER IN AN ACTIVE GROUP IS
      *    BILLED THROUGH ITS BULK METER'S APPORTIONMENT AND MUST
      *    LEAVE THE GROUP (GRP001) BEFORE IT CAN BE EXCHANGED.
           SELECT MI01-GRP-KSDS       ASSIGN TO GRPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS GRP-MTR-ID
           FILE STATUS            IS WS-GRP-STATUS.

           SELECT TO01-MXC-ERR        ASSIGN TO MXCERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY EXCHANGE BOOKED TONIGHT.
           SELECT TO02-MXC-LIST       ASSIGN TO MXCLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD TI01-MXC-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-MXC-TRAN-RECORD.
          05 IN-CUST-ID          PIC X(12).
          05 IN-OLD-MTR-ID       PIC X(14).
          05 IN-REMOVAL-READ     PIC 9(06).
          05 IN-REMOVAL-DATE     PIC 9(08).
          05 IN-NEW-MTR-ID       PIC X(14).
          05 IN-NEW-INIT-READ    PIC 9(06).
          05 IN-INSTALL-DATE     PIC 9(08).
          05 FILLER              PIC X(12).

       FD MO01-MXC-KSDS
           RECORD CONTAINS         110 CHARACTERS.

       01 MO01-MXC-RECORD.
          05 MXC-NEW-MTR-ID      PIC X(14).
          05 MXC-OLD-MTR-ID      PIC X(14).
          05 MXC-CUST-ID         PIC X(12).
      *    THE OLD METER'S LAST BILLED READING, TAKEN FROM ITS
      *    METER-MASTER ROW AT THE MOMENT OF THE EXCHANGE, AND THE
      *    READING IT WAS TAKEN OFF THE WALL AT.
          05 MXC-OLD-LAST-READ   PIC 9(06).
          05 MXC-REMOVAL-READ    PIC 9(06).
          05 MXC-REMOVAL-DATE    PIC 9(08).
          05 MXC-NEW-INIT-READ   PIC 9(06).
          05 MXC-INSTALL-DATE    PIC 9(08).
          05 MXC-STATUS          PIC X(01).
             88 MXC-STAT-PENDING             VALUE 'P'.
             88 MXC-STAT-BILLED              VALUE 'B'.
      *    FILLED IN BY BILL003 WHEN THE OLD SEGMENT IS BILLED.
          05 MXC-OLD-UNITS       PIC 9(06).
          05 MXC-BILL-ID         PIC X(12).
          05 MXC-BILL-PERIOD     PIC 9(06).
          05 MXC-ENTRY-DATE      PIC 9(08).
          05 FILLER              PIC X(03).

      *    SAME METER MASTER LAYOUT BILL003 READS.
       FD MO02-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MO02-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME CYCLE LAYOUT ROUTE001 MAINTAINS.
       FD MO03-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MO03-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

       FD MO04-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MO04-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-MAKE          PIC X(10).
          05 ASSET-MODEL         PIC X(10).
          05 ASSET-SEAL-NO       PIC X(10).
          05 ASSET-INSTALL-DATE  PIC 9(08).
          05 ASSET-STATUS        PIC X(01).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
             88 ASSET-STAT-REMOVED           VALUE 'R'.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

      *    SAME GROUP-METERING LAYOUT GRP001 MAINTAINS.
       FD MI01-GRP-KSDS
           RECORD CONTAINS         64  CHARACTERS.

       01 MI01-GRP-RECORD.
          05 GRP-MTR-ID          PIC X(14).
          05 GRP-BULK-MTR-ID     PIC X(14).
          05 GRP-ROLE            PIC X(01).
          05 GRP-COMMON-BASIS    PIC X(01).
          05 GRP-COMMON-PCT      PIC 9(03)V99.
          05 GRP-STATUS          PIC X(01).
             88 GRP-STAT-ACTIVE              VALUE 'A'.
          05 GRP-ADDED-DATE      PIC 9(08).
          05 GRP-REMOVED-DATE    PIC 9(08).
          05 GRP-LAST-MAINT-DATE PIC 9(08).
          05 FILLER              PIC X(04).

       FD TO01-MXC-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         81  CHARACTERS.

       01 TO01-MXC-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(80).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-NO-OLD-METER       VALUE '1'.
             88 ERR-REAS-BAD-READING        VALUE '2'.
             88 ERR-REAS-BAD-DATE           VALUE '3'.
             88 ERR-REAS-NEW-METER-TAKEN    VALUE '4'.
             88 ERR-REAS-ALREADY-PENDING    VALUE '5'.
             88 ERR-REAS-GROUP-MEMBER       VALUE '6'.

       FD TO02-MXC-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-MXC-LIST-RECORD    PIC X(100).

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.

       01 MO09-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-VARIABLES.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-AFTER        PIC X(150) VALUE SPACES.
          05 WS-AUDIT-REC-KEY      PIC X(20)  VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
          05 WS-ASSET-STATUS       PIC X(02).
             88 ASSET-IO-STATUS    VALUE '00'.
          05 WS-GRP-STATUS         PIC X(02).
             88 GRP-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    SAME DIAL LIMITS BILL003 WRAPS A ROLLED-OVER METER WITH --
      *    A REMOVAL READING BELOW THE LAST BILLED READING IS ONLY
      *    ACCEPTED WHEN THE OLD DIAL WAS CLOSE ENOUGH TO ITS
      *    CEILING TO HAVE ROLLED PAST IT.
       01 WS-EXCHANGE-VARIABLES.
          05 WS-ROLLOVER-THRESHOLD PIC 9(06) VALUE 900000.
          05 WS-OLD-LAST-READ      PIC 9(06) VALUE ZEROS.
          05 WS-NEW-ROW-FLAG       PIC X(01) VALUE 'N'.
             88 NEW-ROW-ON-FILE    VALUE 'Y'.
             88 NEW-ROW-NOT-ON-FILE VALUE 'N'.
          05 WS-NEW-MTR-FLAG       PIC X(01) VALUE 'N'.
             88 NEW-METER-ON-FILE  VALUE 'Y'.
             88 NEW-METER-NOT-ON-FILE VALUE 'N'.
          05 WS-OLD-SCAN-FLAG      PIC X(01) VALUE 'N'.
             88 OLD-SCAN-EOF       VALUE 'Y'.
          05 WS-SCAN-MTR-ID        PIC X(14) VALUE SPACES.
          05 WS-SAVE-CYC-RECORD    PIC X(28) VALUE SPACES.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'METER EXCHANGES BOOKED'.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CUST-ID        PIC X(12).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-OLD-MTR-ID     PIC X(14).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LL-OLD-LAST       PIC 9(06).
          05 FILLER               PIC X(01) VALUE '-'.
          05 WS-LL-REMOVAL-READ   PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LL-REMOVAL-DATE   PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-NEW-MTR-ID     PIC X(14).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LL-NEW-INIT-READ  PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LL-INSTALL-DATE   PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-ROUTE-TAG      PIC X(08).
          05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-EXCHANGE-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-NEW-METER-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-ROUTE-MOVE-CTR     PIC 9(05) VALUE ZEROS.
          05 WS-ASSET-SYNC-CTR     PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MXCH001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  MID-PERIOD METER EXCHANGE             '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

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

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           MOVE WS-DATE TO WS-LH-DATE.
           WRITE TO02-MXC-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-MXC-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-MXC-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-MXC-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO02-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO03-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO04-ASSET-KSDS.
           IF NOT ASSET-IO-STATUS
              DISPLAY 'ERROR OPENING METER ASSET KSDS: '
                      WS-ASSET-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-GRP-KSDS.
           IF NOT GRP-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP METERING KSDS: '
                      WS-GRP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MXC-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-MXC-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING METER EXCHANGE LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-MXC-TRAN  SECTION.

           READ TI01-MXC-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           PERFORM 2400-VALIDATE-EXCHANGE.

           IF TRAN-VALID
              PERFORM 2500-BOOK-EXCHANGE-ROW
           END-IF.

           IF TRAN-VALID
              PERFORM 2600-CLOSE-OLD-METER
              PERFORM 2610-OPEN-NEW-METER
              PERFORM 2700-MOVE-ROUTE
              MOVE IN-OLD-MTR-ID TO ASSET-METER-ID
              PERFORM 2800-SYNC-ASSET
              MOVE IN-NEW-MTR-ID TO ASSET-METER-ID
              PERFORM 2800-SYNC-ASSET
              ADD 1 TO WS-EXCHANGE-CTR
              PERFORM 2960-WRITE-LIST-LINE
           END-IF.

       2400-VALIDATE-EXCHANGE SECTION.

           SET TRAN-VALID            TO TRUE.
           SET NEW-ROW-NOT-ON-FILE   TO TRUE.
           SET NEW-METER-NOT-ON-FILE TO TRUE.

      *    THE OLD METER MUST BE ON THE MASTER UNDER THIS ACCOUNT.
      *    ITS CURRENT READING IS THE LAST ONE BILLED AGAINST IT.
           MOVE IN-OLD-MTR-ID TO MTR-ID.
           READ MO02-METER-KSDS
               INVALID KEY
                   SET TRAN-INVALID TO TRUE
               NOT INVALID KEY
                   IF MTR-CUST-ID NOT = IN-CUST-ID
                      SET TRAN-INVALID TO TRUE
                   ELSE
                      MOVE MTR-CURR-READ TO WS-OLD-LAST-READ
                   END-IF
           END-READ.
           IF TRAN-INVALID
              DISPLAY 'OLD METER NOT ON ACCOUNT: ' IN-OLD-MTR-ID
                      ' CUST: ' IN-CUST-ID
              SET ERR-REAS-NO-OLD-METER TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

           IF TRAN-VALID
              IF IN-REMOVAL-READ NOT NUMERIC
                 OR IN-NEW-INIT-READ NOT NUMERIC
                 OR (IN-REMOVAL-READ < WS-OLD-LAST-READ
                     AND WS-OLD-LAST-READ < WS-ROLLOVER-THRESHOLD)
                 DISPLAY 'EXCHANGE READING INVALID: ' IN-OLD-MTR-ID
                         ' LAST BILLED ' WS-OLD-LAST-READ
                 SET ERR-REAS-BAD-READING TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

      *    THE METER COMES OFF NO LATER THAN TONIGHT AND THE NEW
      *    ONE CANNOT GO ON BEFORE THE OLD ONE CAME OFF.
           IF TRAN-VALID
              IF IN-REMOVAL-DATE NOT NUMERIC
                 OR IN-INSTALL-DATE NOT NUMERIC
                 OR IN-REMOVAL-DATE = ZEROS
                 OR IN-REMOVAL-DATE > WS-DATE
                 OR IN-INSTALL-DATE < IN-REMOVAL-DATE
                 OR IN-INSTALL-DATE > WS-DATE
                 DISPLAY 'EXCHANGE DATES INVALID: ' IN-OLD-MTR-ID
                 SET ERR-REAS-BAD-DATE TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

      *    THE NEW METER IS EITHER UNKNOWN TO THE MASTER OR ALREADY
      *    BOOKED TO THIS SAME ACCOUNT -- NEVER SOMEONE ELSE'S.
           IF TRAN-VALID
              MOVE IN-NEW-MTR-ID TO MTR-ID
              READ MO02-METER-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET NEW-METER-ON-FILE TO TRUE
                      IF MTR-CUST-ID NOT = IN-CUST-ID
                         SET TRAN-INVALID TO TRUE
                      END-IF
              END-READ
              IF IN-NEW-MTR-ID = IN-OLD-MTR-ID
                 OR IN-NEW-MTR-ID = SPACES
                 SET TRAN-INVALID TO TRUE
              END-IF
              IF TRAN-INVALID
                 DISPLAY 'NEW METER NOT AVAILABLE: ' IN-NEW-MTR-ID
                 SET ERR-REAS-NEW-METER-TAKEN TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
              END-IF
           END-IF.

           IF TRAN-VALID
              PERFORM 2410-CHECK-PENDING
           END-IF.

           IF TRAN-VALID
              MOVE IN-OLD-MTR-ID TO GRP-MTR-ID
              PERFORM 2420-CHECK-GROUP-MEMBER
              MOVE IN-NEW-MTR-ID TO GRP-MTR-ID
              PERFORM 2420-CHECK-GROUP-MEMBER
              IF TRAN-INVALID
                 DISPLAY 'METER IS IN A METERING GROUP: '
                         IN-OLD-MTR-ID ' / ' IN-NEW-MTR-ID
                 SET ERR-REAS-GROUP-MEMBER TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
              END-IF
           END-IF.

       2410-CHECK-PENDING SECTION.

      *    ONE UNBILLED EXCHANGE AT A TIME PER METER: NEITHER METER
      *    MAY STILL BE WAITING ON A SEGMENT BILL003 HAS NOT YET
      *    BILLED, WHETHER AS THE REPLACEMENT OR AS THE ONE TAKEN
      *    OFF. A BILLED ROW FOR THE NEW METER IS SIMPLY REUSED.
           MOVE IN-NEW-MTR-ID TO MXC-NEW-MTR-ID.
           READ MO01-MXC-KSDS KEY IS MXC-NEW-MTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-ROW-ON-FILE TO TRUE
                   IF MXC-STAT-PENDING
                      SET TRAN-INVALID TO TRUE
                   END-IF
           END-READ.

           IF TRAN-VALID
              MOVE IN-OLD-MTR-ID TO MXC-NEW-MTR-ID
              READ MO01-MXC-KSDS KEY IS MXC-NEW-MTR-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF MXC-STAT-PENDING
                         SET TRAN-INVALID TO TRUE
                      END-IF
              END-READ
           END-IF.

           IF TRAN-VALID
              MOVE IN-OLD-MTR-ID TO WS-SCAN-MTR-ID
              PERFORM 2430-SCAN-OLD-METER-ROWS
              MOVE IN-NEW-MTR-ID TO WS-SCAN-MTR-ID
              PERFORM 2430-SCAN-OLD-METER-ROWS
           END-IF.

           IF TRAN-INVALID
              DISPLAY 'EXCHANGE ALREADY PENDING: ' IN-OLD-MTR-ID
                      ' / ' IN-NEW-MTR-ID
              SET ERR-REAS-ALREADY-PENDING TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2420-CHECK-GROUP-MEMBER SECTION.

           READ MI01-GRP-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRP-STAT-ACTIVE
                      SET TRAN-INVALID TO TRUE
                   END-IF
           END-READ.

       2430-SCAN-OLD-METER-ROWS SECTION.

      *    WALK EVERY ROW ON THE ALTERNATE INDEX FOR THE METER HELD
      *    IN WS-SCAN-MTR-ID AND FAIL THE CARD ON A PENDING ONE.
           MOVE 'N' TO WS-OLD-SCAN-FLAG.
           MOVE WS-SCAN-MTR-ID TO MXC-OLD-MTR-ID.
           START MO01-MXC-KSDS KEY IS EQUAL TO MXC-OLD-MTR-ID
               INVALID KEY
                   SET OLD-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2440-SCAN-ONE-OLD-ROW
               UNTIL OLD-SCAN-EOF.

       2440-SCAN-ONE-OLD-ROW SECTION.

           READ MO01-MXC-KSDS NEXT
               AT END  SET OLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF MXC-OLD-MTR-ID NOT = WS-SCAN-MTR-ID
                      SET OLD-SCAN-EOF TO TRUE
                   ELSE
                      IF MXC-STAT-PENDING
                         SET TRAN-INVALID TO TRUE
                         SET OLD-SCAN-EOF TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2500-BOOK-EXCHANGE-ROW SECTION.

      *    THE ALTERNATE-INDEX SCAN MOVED THE RECORD AREA, SO A ROW
      *    ALREADY ON FILE FOR THE NEW METER IS READ BACK FOR ITS
      *    BEFORE IMAGE AHEAD OF THE REWRITE.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF NEW-ROW-ON-FILE
              MOVE IN-NEW-MTR-ID TO MXC-NEW-MTR-ID
              READ MO01-MXC-KSDS KEY IS MXC-NEW-MTR-ID
                  INVALID KEY
                      SET NEW-ROW-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY
                      MOVE MO01-MXC-RECORD TO WS-AUDIT-BEFORE
              END-READ
           END-IF.

           MOVE SPACES             TO MO01-MXC-RECORD.
           MOVE IN-NEW-MTR-ID      TO MXC-NEW-MTR-ID.
           MOVE IN-OLD-MTR-ID      TO MXC-OLD-MTR-ID.
           MOVE IN-CUST-ID         TO MXC-CUST-ID.
           MOVE WS-OLD-LAST-READ   TO MXC-OLD-LAST-READ.
           MOVE IN-REMOVAL-READ    TO MXC-REMOVAL-READ.
           MOVE IN-REMOVAL-DATE    TO MXC-REMOVAL-DATE.
           MOVE IN-NEW-INIT-READ   TO MXC-NEW-INIT-READ.
           MOVE IN-INSTALL-DATE    TO MXC-INSTALL-DATE.
           SET MXC-STAT-PENDING    TO TRUE.
           MOVE ZEROS              TO MXC-OLD-UNITS.
           MOVE SPACES             TO MXC-BILL-ID.
           MOVE ZEROS              TO MXC-BILL-PERIOD.
           MOVE WS-DATE            TO MXC-ENTRY-DATE.

           IF NEW-ROW-ON-FILE
              REWRITE MO01-MXC-RECORD
                  INVALID KEY
                      SET TRAN-INVALID TO TRUE
              END-REWRITE
           ELSE
              WRITE MO01-MXC-RECORD
                  INVALID KEY
                      SET TRAN-INVALID TO TRUE
              END-WRITE
           END-IF.

           IF TRAN-INVALID
              DISPLAY 'EXCHANGE ROW WRITE FAILED: ' MXC-NEW-MTR-ID
                      ' STATUS: ' WS-KSDS-STATUS
              ADD 1 TO WS-ERROR-CTR
           ELSE
              MOVE MXC-NEW-MTR-ID  TO WS-AUDIT-REC-KEY
              MOVE MO01-MXC-RECORD TO WS-AUDIT-AFTER
              PERFORM 2950-WRITE-AUDIT-RECORD
           END-IF.

       2600-CLOSE-OLD-METER SECTION.

      *    THE OLD METER'S PAIR NOW SPANS ITS LAST BILLED READING TO
      *    THE REMOVAL READING -- THE SEGMENT BILL003 CARRIES ONTO
      *    THE NEW METER'S BILL.
           MOVE IN-OLD-MTR-ID TO MTR-ID.
           READ MO02-METER-KSDS
               INVALID KEY
                   DISPLAY 'OLD METER LOST BEFORE UPDATE: '
                           IN-OLD-MTR-ID
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   MOVE SPACES            TO WS-AUDIT-BEFORE
                   MOVE MO02-METER-RECORD TO WS-AUDIT-BEFORE
                   MOVE WS-OLD-LAST-READ  TO MTR-PREV-READ
                   MOVE IN-REMOVAL-READ   TO MTR-CURR-READ
                   REWRITE MO02-METER-RECORD
                       INVALID KEY
                           DISPLAY 'OLD METER REWRITE FAILED: '
                                   MTR-ID ' STATUS: ' WS-MTR-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           MOVE MTR-ID            TO WS-AUDIT-REC-KEY
                           MOVE SPACES            TO WS-AUDIT-AFTER
                           MOVE MO02-METER-RECORD TO WS-AUDIT-AFTER
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2610-OPEN-NEW-METER SECTION.

      *    THE NEW METER STARTS WITH BOTH READINGS AT ITS INITIAL
      *    DIAL VALUE, SO ITS FIRST BILL COUNTS ONLY WHAT IT HAS
      *    REGISTERED SINCE IT WENT ON THE WALL.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE IN-NEW-MTR-ID TO MTR-ID.
           IF NEW-METER-ON-FILE
              READ MO02-METER-KSDS
                  INVALID KEY
                      SET NEW-METER-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY
                      MOVE MO02-METER-RECORD TO WS-AUDIT-BEFORE
              END-READ
           END-IF.

           MOVE IN-NEW-MTR-ID    TO MTR-ID.
           MOVE IN-CUST-ID       TO MTR-CUST-ID.
           MOVE IN-NEW-INIT-READ TO MTR-PREV-READ.
           MOVE IN-NEW-INIT-READ TO MTR-CURR-READ.

           IF NEW-METER-ON-FILE
              REWRITE MO02-METER-RECORD
                  INVALID KEY
                      DISPLAY 'NEW METER REWRITE FAILED: '
                              MTR-ID ' STATUS: ' WS-MTR-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      PERFORM 2620-AUDIT-NEW-METER
              END-REWRITE
           ELSE
              WRITE MO02-METER-RECORD
                  INVALID KEY
                      DISPLAY 'NEW METER WRITE FAILED: '
                              MTR-ID ' STATUS: ' WS-MTR-STATUS
                      ADD 1 TO WS-ERROR-CTR
                  NOT INVALID KEY
                      ADD 1 TO WS-NEW-METER-CTR
                      PERFORM 2620-AUDIT-NEW-METER
              END-WRITE
           END-IF.

       2620-AUDIT-NEW-METER SECTION.

           MOVE MTR-ID            TO WS-AUDIT-REC-KEY.
           MOVE SPACES            TO WS-AUDIT-AFTER.
           MOVE MO02-METER-RECORD TO WS-AUDIT-AFTER.
           PERFORM 2950-WRITE-AUDIT-RECORD.

       2700-MOVE-ROUTE SECTION.

      *    THE NEW METER INHERITS THE OLD ONE'S CYCLE, WALK SLOT AND
      *    READER; THE OLD ROW IS DELETED SO NO READER IS SENT TO
      *    A METER NO LONGER ON THE WALL. AN OLD METER NEVER ROUTED
      *    LEAVES THE NEW ONE UNROUTED TOO, FOR ROUTE001 TO PLACE.
           MOVE 'NO ROUTE' TO WS-LL-ROUTE-TAG.
           MOVE IN-OLD-MTR-ID TO CYC-METER-ID.
           READ MO03-CYCLE-KSDS
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ.

           MOVE MO03-CYCLE-RECORD TO WS-SAVE-CYC-RECORD.
           MOVE SPACES            TO WS-AUDIT-BEFORE.
           MOVE MO03-CYCLE-RECORD TO WS-AUDIT-BEFORE.
           DELETE MO03-CYCLE-KSDS
               INVALID KEY
                   DISPLAY 'ROUTE DELETE FAILED: ' CYC-METER-ID
                           ' STATUS: ' WS-CYC-STATUS
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2700-EXIT
           END-DELETE.
           MOVE IN-OLD-MTR-ID TO WS-AUDIT-REC-KEY.
           MOVE SPACES        TO WS-AUDIT-AFTER.
           PERFORM 2950-WRITE-AUDIT-RECORD.

           MOVE IN-NEW-MTR-ID TO CYC-METER-ID.
           MOVE SPACES        TO WS-AUDIT-BEFORE.
           READ MO03-CYCLE-KSDS
               INVALID KEY
                   MOVE WS-SAVE-CYC-RECORD TO MO03-CYCLE-RECORD
                   MOVE IN-NEW-MTR-ID      TO CYC-METER-ID
                   WRITE MO03-CYCLE-RECORD
                       INVALID KEY
                           DISPLAY 'ROUTE WRITE FAILED: '
                                   CYC-METER-ID
                                   ' STATUS: ' WS-CYC-STATUS
                           ADD 1 TO WS-ERROR-CTR
                           GO TO 2700-EXIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE MO03-CYCLE-RECORD  TO WS-AUDIT-BEFORE
                   MOVE WS-SAVE-CYC-RECORD TO MO03-CYCLE-RECORD
                   MOVE IN-NEW-MTR-ID      TO CYC-METER-ID
                   REWRITE MO03-CYCLE-RECORD
                       INVALID KEY
                           DISPLAY 'ROUTE REWRITE FAILED: '
                                   CYC-METER-ID
                                   ' STATUS: ' WS-CYC-STATUS
                           ADD 1 TO WS-ERROR-CTR
                           GO TO 2700-EXIT
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-ROUTE-MOVE-CTR.
           MOVE 'ROUTED  '        TO WS-LL-ROUTE-TAG.
           MOVE IN-NEW-MTR-ID     TO WS-AUDIT-REC-KEY.
           MOVE SPACES            TO WS-AUDIT-AFTER.
           MOVE MO03-CYCLE-RECORD TO WS-AUDIT-AFTER.
           PERFORM 2950-WRITE-AUDIT-RECORD.

       2700-EXIT.
           EXIT.

       2800-SYNC-ASSET SECTION.

      *    ASSET-METER-ID IS SET BY THE CALLER. THE OLD METER GOES
      *    TO REMOVED, THE NEW ONE TO INSTALLED ON ITS INSTALL
      *    DATE. A METER WITH NO ASSET ROW IS PRE-INVENTORY STOCK
      *    AND IS REPORTED, NOT FAILED -- AS MTR003 DOES.
           READ MO04-ASSET-KSDS
               INVALID KEY
                   DISPLAY 'NO ASSET ROW FOR METER: ' ASSET-METER-ID
               NOT INVALID KEY
                   MOVE SPACES            TO WS-AUDIT-BEFORE
                   MOVE MO04-ASSET-RECORD TO WS-AUDIT-BEFORE
                   IF ASSET-METER-ID = IN-OLD-MTR-ID
                      SET ASSET-STAT-REMOVED   TO TRUE
                   ELSE
                      SET ASSET-STAT-INSTALLED TO TRUE
                      MOVE IN-INSTALL-DATE     TO ASSET-INSTALL-DATE
                   END-IF
                   REWRITE MO04-ASSET-RECORD
                       INVALID KEY
                           DISPLAY 'ASSET SYNC FAILED: '
                                   ASSET-METER-ID
                                   ' STATUS: ' WS-ASSET-STATUS
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-ASSET-SYNC-CTR
                           MOVE ASSET-METER-ID    TO WS-AUDIT-REC-KEY
                           MOVE SPACES            TO WS-AUDIT-AFTER
                           MOVE MO04-ASSET-RECORD TO WS-AUDIT-AFTER
                           PERFORM 2950-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-MXC-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-MXC-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'MXCH001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE WS-AUDIT-REC-KEY   TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER     TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-LIST-LINE SECTION.

           MOVE IN-CUST-ID         TO WS-LL-CUST-ID.
           MOVE IN-OLD-MTR-ID      TO WS-LL-OLD-MTR-ID.
           MOVE WS-OLD-LAST-READ   TO WS-LL-OLD-LAST.
           MOVE IN-REMOVAL-READ    TO WS-LL-REMOVAL-READ.
           MOVE IN-REMOVAL-DATE    TO WS-LL-REMOVAL-DATE.
           MOVE IN-NEW-MTR-ID      TO WS-LL-NEW-MTR-ID.
           MOVE IN-NEW-INIT-READ   TO WS-LL-NEW-INIT-READ.
           MOVE IN-INSTALL-DATE    TO WS-LL-INSTALL-DATE.
           WRITE TO02-MXC-LIST-RECORD FROM WS-LIST-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' EXCHANGES BOOKED         ',  WS-EXCHANGE-CTR
           DISPLAY ' NEW METERS ADDED         ',  WS-NEW-METER-CTR
           DISPLAY ' ROUTE SLOTS MOVED        ',  WS-ROUTE-MOVE-CTR
           DISPLAY ' ASSET ROWS UPDATED       ',  WS-ASSET-SYNC-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-MXC-TRAN,
                  MO01-MXC-KSDS,
                  MO02-METER-KSDS,
                  MO03-CYCLE-KSDS,
                  MO04-ASSET-KSDS,
                  MI01-GRP-KSDS,
                  TO01-MXC-ERR,
                  TO02-MXC-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
