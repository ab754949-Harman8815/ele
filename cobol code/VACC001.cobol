       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VACC001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CONSUMPTION ON VACANT PREMISES. A SERVICE POINT PREM001
      *    HAS LEFT WITH NO OCCUPANT STILL HAS ITS METER READ --
      *    WHEN THAT METER ADVANCES SOMEBODY IS TAKING UNBILLED
      *    SUPPLY, USUALLY A NEW TENANT WHO NEVER APPLIED OR A
      *    NEIGHBOUR TAPPING IN. EVERY VACANT PREMISE IS MATCHED
      *    AGAINST TONIGHT'S REGISTER ON THE METER MASTER AND THE
      *    AMI INTERVAL USAGE SINCE IT WENT VACANT; ONE THAT HAS
      *    MOVED BEYOND THE TOLERANCE GETS A SITE-VISIT WORK ORDER
      *    FOR ELECWORK AND A 'PLEASE APPLY FOR SERVICE' LETTER TO
      *    THE PREMISE ADDRESS THROUGH THE NOTIFICATION HUB.

      *    PREMISE / SERVICE-POINT MASTER MAINTAINED BY PREM001.
           SELECT MI01-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

      *    OCCUPANCY HISTORY -- THE LAST TENANCY'S END DATE IS
      *    WHEN THE PREMISE WENT VACANT.
           SELECT MI02-OCC-HIST-KSDS  ASSIGN TO OCCHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS OCC-KEY
           FILE STATUS            IS WS-OCC-STATUS.

      *    METER MASTER AS MTR001 LEFT IT TONIGHT.
           SELECT MI03-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

      *    VALIDATED AMI INTERVAL STREAM MTR005 BUCKETS -- SORTED
      *    BY METER AND DATE. NO FILE MEANS REGISTER READS ONLY.
           SELECT TI01-INTERVAL-READ-FILE ASSIGN TO INTRVRD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-INT-STATUS.

      *    ONE ROW PER VACANT PREMISE ALREADY ACTED ON, SO A METER
      *    THAT KEEPS TURNING DOES NOT RAISE A FRESH ORDER AND
      *    LETTER EVERY NIGHT. THE ROW GOES WHEN THE PREMISE IS
      *    OCCUPIED AGAIN.
           SELECT MO01-VACANT-KSDS    ASSIGN TO VACKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS VAC-PREMISE-ID
           FILE STATUS            IS WS-VAC-STATUS.

      *    TOLERANCE, REPEAT INTERVAL AND VISIT LEAD TIME. A
      *    MISSING DECK FALLS BACK TO THE COMPILED DEFAULTS.
           SELECT TI02-VACANT-PARM    ASSIGN TO VACPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    SITE-VISIT ORDERS IN WO001'S TRANSACTION LAYOUT --
      *    CONCATENATED INTO THE NEXT ELECWORK RUN.
           SELECT TO01-VACANT-WO      ASSIGN TO VACWO
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-VWO-STATUS.

           SELECT TO09-NOTIF-REQ      ASSIGN TO NOTIFRQ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

      *    VACANT-PREMISE CONSUMPTION LISTING FOR REVENUE
      *    PROTECTION.
           SELECT TO02-VACANT-RPT     ASSIGN TO VACRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI01-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI01-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

      *    SAME OCCUPANCY-HISTORY LAYOUT PREM001 MAINTAINS.
       FD MI02-OCC-HIST-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI02-OCC-HIST-RECORD.
          05 OCC-KEY.
             10 OCC-PREMISE-ID      PIC X(10).
             10 OCC-START-DATE      PIC 9(08).
          05 OCC-CUST-ID            PIC X(12).
          05 OCC-END-DATE           PIC 9(08).

       FD MI03-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI03-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

      *    SAME INTERVAL LAYOUT MTR005 READS.
       FD TI01-INTERVAL-READ-FILE
           RECORD CONTAINS         40  CHARACTERS.

       01 TI01-INTERVAL-READ-RECORD.
          05 IN-METER-ID         PIC X(14).
          05 IN-CUST-ID          PIC X(12).
          05 IN-READ-DATE        PIC 9(08).
          05 IN-INTERVAL-USAGE   PIC 9(04).
          05 IN-TOU-BAND         PIC X(01).
          05 IN-VEE-FLAG         PIC X(01).
             88 IN-VEE-ESTIMATED          VALUE 'E'.

       FD MO01-VACANT-KSDS
           RECORD CONTAINS         48  CHARACTERS.

       01 MO01-VACANT-RECORD.
          05 VAC-PREMISE-ID       PIC X(10).
          05 VAC-METER-ID         PIC X(14).
          05 VAC-RAISED-DATE      PIC 9(08).
          05 VAC-WO-ID            PIC X(10).
          05 VAC-UNITS            PIC 9(06).

       FD TI02-VACANT-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI02-VACANT-PARM-RECORD.
          05 PRM-TOLERANCE-UNITS  PIC 9(04).
          05 PRM-REPEAT-DAYS      PIC 9(03).
          05 PRM-VISIT-LEAD-DAYS  PIC 9(02).
          05 FILLER               PIC X(71).

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

      *    SAME 94-BYTE TRANSACTION LAYOUT WO001 READS FROM WOTRAN.
      *    A 'V' ORDER HAS NO ACCOUNT BEHIND IT -- THE SOURCE
      *    REFERENCE IS THE PREMISE AND THE NOTES CARRY THE METER
      *    AND THE AREA THE CREW IS PICKED FOR.
       FD TO01-VACANT-WO
           RECORDING MODE          IS F
           RECORD CONTAINS         94  CHARACTERS.

       01 TO01-VACANT-WO-RECORD.
          05 VW-TRANS-TYPE       PIC X(01).
          05 VW-WO-ID            PIC X(10).
          05 VW-SOURCE-TYPE      PIC X(01).
          05 VW-SOURCE-REF       PIC X(10).
          05 VW-CUST-ID          PIC X(12).
          05 VW-CREW-ID          PIC X(08).
          05 VW-PROMISED-DATE    PIC 9(08).
          05 VW-COMPLETE-DATE    PIC 9(08).
          05 VW-NOTES.
             10 VW-NOTE-METER-ID    PIC X(14).
             10 VW-NOTE-AREA        PIC X(06).
          05 VW-JOB-TYPE         PIC X(04).
          05 VW-LABOR-HOURS      PIC 9(03)V9.
          05 VW-MATERIAL-AMT     PIC 9(06)V99.

      *    STANDARD NOTIFICATION REQUEST FOR THE CENTRAL HUB --
      *    SAME 98-BYTE SHAPE EVERY PRODUCER WRITES. NO CUSTOMER
      *    AND THE PREMISE ID AS THE REFERENCE ADDRESSES THE
      *    LETTER TO THE OCCUPIER AT THE PREMISE.
       FD TO09-NOTIF-REQ
           RECORDING MODE          IS F
           RECORD CONTAINS         98  CHARACTERS.

       01 TO09-NOTIF-REQ-RECORD.
          05 NRQ-CUST-ID         PIC X(12).
          05 NRQ-DOC-TYPE        PIC X(04).
          05 NRQ-REF             PIC X(14).
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).

       FD TO02-VACANT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-VACANT-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-PRM-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 PRM-SCAN-EOF       VALUE 'Y'.
          05 WS-OCC-STATUS         PIC X(02).
             88 OCC-IO-STATUS      VALUE '00'.
          05 WS-OCC-EOF-FLAG       PIC X(01) VALUE 'N'.
             88 OCC-SCAN-EOF       VALUE 'Y'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
          05 WS-INT-STATUS         PIC X(02).
             88 INT-IO-STATUS      VALUE '00'.
             88 INT-EOF            VALUE '10'.
             88 INT-NOT-FOUND      VALUE '35'.
          05 WS-INT-FILE-FLAG      PIC X(01) VALUE 'N'.
             88 INT-FILE-PRESENT   VALUE 'Y'.
          05 WS-VAC-STATUS         PIC X(02).
             88 VAC-IO-STATUS      VALUE '00'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-VWO-STATUS         PIC X(02).
             88 VWO-IO-STATUS      VALUE '00'.
          05 WS-NRQ-STATUS         PIC X(02).
             88 NRQ-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-RAISED-INTEGER     PIC S9(09) COMP.
          05 WS-DAYS-SINCE-RAISED  PIC S9(07) COMP.

      *    UNITS A VACANT METER MAY DRIFT BEFORE IT IS CHASED,
      *    DAYS BEFORE A STILL-TURNING METER IS CHASED AGAIN, AND
      *    THE VISIT LEAD TIME -- OVERRIDDEN BY VACPARM.
       01 WS-VACANT-PARMS.
          05 WS-TOLERANCE-UNITS    PIC 9(04) VALUE 5.
          05 WS-REPEAT-DAYS        PIC 9(03) VALUE 30.
          05 WS-VISIT-LEAD-DAYS    PIC 9(02) VALUE 7.

      *    TONIGHT'S VACANT, METERED PREMISES -- THE INTERVAL
      *    STREAM IS MATCHED AGAINST THIS TABLE BY METER.
       01 WS-VACANT-STORAGE.
          05 WS-VT-ROW OCCURS 5000 TIMES
                              INDEXED BY WS-VT-IDX.
             10 WS-VT-PREMISE-ID   PIC X(10).
             10 WS-VT-METER-ID     PIC X(14).
             10 WS-VT-AREA-CODE    PIC X(06).
             10 WS-VT-VACANT-SINCE PIC 9(08).
             10 WS-VT-REG-UNITS    PIC 9(06).
             10 WS-VT-INT-UNITS    PIC 9(06).
          05 WS-VT-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-VT-MAX-ENTRIES     PIC 9(04) VALUE 5000.
          05 WS-VT-LOOP-CTR        PIC 9(04) VALUE ZEROS.

       01 WS-WORK-VARIABLES.
          05 WS-LAST-END-DATE      PIC 9(08) VALUE ZEROS.
          05 WS-LAST-INT-METER     PIC X(14) VALUE LOW-VALUES.
          05 WS-INT-MATCH-FLAG     PIC X(01) VALUE 'N'.
             88 INT-METER-MATCHED  VALUE 'Y'.
          05 WS-INT-MATCH-IDX      PIC 9(04) VALUE ZEROS.
          05 WS-UNITS              PIC 9(06) VALUE ZEROS.
          05 WS-VAC-ROW-FLAG       PIC X(01) VALUE 'N'.
             88 VAC-ROW-FOUND      VALUE 'Y'.
          05 WS-VAC-WO-SEQ         PIC 9(03) VALUE ZEROS.
          05 WS-VAC-WO-MAX         PIC 9(03) VALUE 999.
          05 WS-RD-ACTION-TEXT     PIC X(20) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-PREMISE-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-VACANT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-INT-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-ADVANCED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-ORDER-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-LETTER-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-ALREADY-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-CLEARED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'CONSUMPTION ON VACANT PREMISES'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'PREMISE'.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(12) VALUE 'VACANT FROM'.
          05 FILLER               PIC X(10) VALUE 'REGISTER'.
          05 FILLER               PIC X(10) VALUE 'INTERVAL'.
          05 FILLER               PIC X(12) VALUE 'WORK ORDER'.
          05 FILLER               PIC X(20) VALUE 'ACTION'.
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PREMISE-ID     PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-METER-ID       PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AREA           PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-VACANT-SINCE   PIC X(08).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-REG-UNITS      PIC ZZZZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-INT-UNITS      PIC ZZZZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RD-WO-ID          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ACTION         PIC X(20).
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(28) VALUE
             'VACANT PREMISES CHECKED '.
          05 WS-RT-VACANT         PIC ZZZZZ9.
          05 FILLER               PIC X(24) VALUE
             '   METERS ADVANCED '.
          05 WS-RT-ADVANCED       PIC ZZZZZ9.
          05 FILLER               PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'VACC001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  CONSUMPTION ON VACANT PREMISES        '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

           PERFORM 1100-LOAD-VACANT-PARMS.

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

       1100-LOAD-VACANT-PARMS  SECTION.

           OPEN INPUT TI02-VACANT-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO VACANT-PREMISE PARAMETERS - USING '
                      'DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING VACANT-PREMISE PARMS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI02-VACANT-PARM
                  AT END
                      DISPLAY 'VACANT-PREMISE PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      PERFORM 1110-EDIT-VACANT-PARM
              END-READ
              CLOSE TI02-VACANT-PARM
           END-IF.

           DISPLAY 'TOLERANCE UNITS ' WS-TOLERANCE-UNITS
                   '  REPEAT DAYS ' WS-REPEAT-DAYS
                   '  VISIT LEAD DAYS ' WS-VISIT-LEAD-DAYS.

       1110-EDIT-VACANT-PARM  SECTION.

           IF PRM-TOLERANCE-UNITS IS NUMERIC
              AND PRM-REPEAT-DAYS IS NUMERIC
              AND PRM-VISIT-LEAD-DAYS IS NUMERIC
              AND PRM-REPEAT-DAYS > ZEROS
              MOVE PRM-TOLERANCE-UNITS TO WS-TOLERANCE-UNITS
              MOVE PRM-REPEAT-DAYS     TO WS-REPEAT-DAYS
              MOVE PRM-VISIT-LEAD-DAYS TO WS-VISIT-LEAD-DAYS
           ELSE
              DISPLAY 'BAD VACANT-PREMISE PARM IGNORED: '
                      TI02-VACANT-PARM-RECORD
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-LOAD-VACANT-PREMISES.

           IF INT-FILE-PRESENT
              PERFORM 2400-READ-INTERVAL UNTIL INT-EOF
           END-IF.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-VACANT-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO02-VACANT-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2500-JUDGE-ONE-PREMISE
               VARYING WS-VT-LOOP-CTR FROM 1 BY 1
               UNTIL WS-VT-LOOP-CTR > WS-VT-COUNT.

           MOVE WS-VACANT-CTR  TO WS-RT-VACANT.
           MOVE WS-ADVANCED-CTR TO WS-RT-ADVANCED.
           WRITE TO02-VACANT-RPT-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: '
                      WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-OCC-HIST-KSDS.
           IF NOT OCC-IO-STATUS
              DISPLAY 'ERROR OPENING OCCUPANCY HISTORY KSDS: '
                      WS-OCC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER MASTER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

      *    NO INTERVAL STREAM TONIGHT IS A REGISTER-ONLY RUN.
           OPEN INPUT TI01-INTERVAL-READ-FILE.
           IF INT-IO-STATUS
              SET INT-FILE-PRESENT TO TRUE
           ELSE
              IF INT-NOT-FOUND
                 DISPLAY 'NO INTERVAL READ FILE - REGISTER ONLY'
              ELSE
                 DISPLAY 'ERROR OPENING INTERVAL READ FILE: '
                         WS-INT-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O MO01-VACANT-KSDS.
           IF NOT VAC-IO-STATUS
              DISPLAY 'ERROR OPENING VACANT-PREMISE KSDS: '
                      WS-VAC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-VACANT-WO.
           IF NOT VWO-IO-STATUS
              DISPLAY 'ERROR OPENING VACANT WORK ORDER FILE: '
                      WS-VWO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO09-NOTIF-REQ.
           IF NOT NRQ-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION REQUESTS: '
                      WS-NRQ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-VACANT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING VACANT-PREMISE REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-LOAD-VACANT-PREMISES  SECTION.

           MOVE LOW-VALUES TO PRM-PREMISE-ID.
           START MI01-PREMISE-KSDS KEY IS GREATER THAN PRM-PREMISE-ID
               INVALID KEY
                   SET PRM-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2210-SCAN-ONE-PREMISE UNTIL PRM-SCAN-EOF.

           DISPLAY 'VACANT METERED PREMISES LOADED ' WS-VT-COUNT.

       2210-SCAN-ONE-PREMISE  SECTION.

           READ MI01-PREMISE-KSDS NEXT
               AT END  SET PRM-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PREMISE-CTR
                   IF PRM-OCCUPANT-ID NOT = SPACES
                      PERFORM 2290-CLEAR-VACANT-ROW
                   ELSE
                      IF PRM-METER-ID NOT = SPACES
                         PERFORM 2220-ADD-VACANT-PREMISE
                      END-IF
                   END-IF
           END-READ.

       2220-ADD-VACANT-PREMISE  SECTION.

           PERFORM 2230-FIND-VACANT-SINCE.

      *    A PREMISE VACATED TODAY STILL HAS THE OUTGOING TENANT'S
      *    FINAL READING IN TONIGHT'S REGISTER -- IT IS LOOKED AT
      *    FROM TOMORROW.
           IF WS-LAST-END-DATE NOT < WS-DATE
              GO TO 2220-EXIT
           END-IF.

           IF WS-VT-COUNT >= WS-VT-MAX-ENTRIES
              DISPLAY 'VACANT PREMISE TABLE FULL - SKIPPED: '
                      PRM-PREMISE-ID
              ADD 1 TO WS-ERROR-CTR
              GO TO 2220-EXIT
           END-IF.

           ADD 1 TO WS-VACANT-CTR.
           ADD 1 TO WS-VT-COUNT.
           SET WS-VT-IDX TO WS-VT-COUNT.
           MOVE PRM-PREMISE-ID   TO WS-VT-PREMISE-ID(WS-VT-IDX).
           MOVE PRM-METER-ID     TO WS-VT-METER-ID(WS-VT-IDX).
           MOVE PRM-AREA-CODE    TO WS-VT-AREA-CODE(WS-VT-IDX).
           MOVE WS-LAST-END-DATE TO WS-VT-VACANT-SINCE(WS-VT-IDX).
           MOVE ZEROS            TO WS-VT-INT-UNITS(WS-VT-IDX).

           MOVE ZEROS            TO WS-VT-REG-UNITS(WS-VT-IDX).
           MOVE PRM-METER-ID     TO MTR-ID.
           READ MI03-METER-KSDS
               INVALID KEY
                   DISPLAY 'VACANT PREMISE METER NOT ON MASTER: '
                           PRM-METER-ID
               NOT INVALID KEY
                   IF MTR-CURR-READ > MTR-PREV-READ
                      COMPUTE WS-VT-REG-UNITS(WS-VT-IDX) =
                              MTR-CURR-READ - MTR-PREV-READ
                   END-IF
           END-READ.

       2220-EXIT.
           EXIT.

       2230-FIND-VACANT-SINCE  SECTION.

      *    THE LATEST TENANCY END DATE ON THE PREMISE; ZERO FOR A
      *    PREMISE THAT HAS NEVER BEEN OCCUPIED.
           MOVE 'N'            TO WS-OCC-EOF-FLAG.
           MOVE ZEROS          TO WS-LAST-END-DATE.
           MOVE PRM-PREMISE-ID TO OCC-PREMISE-ID.
           MOVE ZEROS          TO OCC-START-DATE.

           START MI02-OCC-HIST-KSDS KEY IS NOT LESS THAN OCC-KEY
               INVALID KEY
                   SET OCC-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2235-SCAN-OCCUPANCY-ROW UNTIL OCC-SCAN-EOF.

       2235-SCAN-OCCUPANCY-ROW  SECTION.

           READ MI02-OCC-HIST-KSDS NEXT
               AT END  SET OCC-SCAN-EOF TO TRUE
               NOT AT END
                   IF OCC-PREMISE-ID NOT = PRM-PREMISE-ID
                      SET OCC-SCAN-EOF TO TRUE
                   ELSE
                      IF OCC-END-DATE > WS-LAST-END-DATE
                         MOVE OCC-END-DATE TO WS-LAST-END-DATE
                      END-IF
                   END-IF
           END-READ.

       2290-CLEAR-VACANT-ROW  SECTION.

      *    OCCUPIED AGAIN -- WHATEVER WAS CHASED WHILE IT STOOD
      *    EMPTY IS FINISHED WITH.
           MOVE PRM-PREMISE-ID TO VAC-PREMISE-ID.
           DELETE MO01-VACANT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-CTR
           END-DELETE.

       2400-READ-INTERVAL  SECTION.

           READ TI01-INTERVAL-READ-FILE
               AT END  SET INT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INT-READ-CTR
                   PERFORM 2410-APPLY-INTERVAL
           END-READ.

       2410-APPLY-INTERVAL  SECTION.

      *    THE STREAM IS IN METER ORDER, SO THE TABLE IS SEARCHED
      *    ONCE PER METER, NOT ONCE PER ROW.
           IF IN-METER-ID NOT = WS-LAST-INT-METER
              MOVE IN-METER-ID TO WS-LAST-INT-METER
              MOVE 'N' TO WS-INT-MATCH-FLAG
              SET WS-VT-IDX TO 1
              SEARCH WS-VT-ROW
                  AT END
                      CONTINUE
                  WHEN WS-VT-IDX > WS-VT-COUNT
                      CONTINUE
                  WHEN WS-VT-METER-ID(WS-VT-IDX) = IN-METER-ID
                      SET INT-METER-MATCHED TO TRUE
                      SET WS-INT-MATCH-IDX TO WS-VT-IDX
              END-SEARCH
           END-IF.

      *    A VEE-ESTIMATED ROW IS NOT EVIDENCE OF USE, AND A ROW
      *    FROM BEFORE THE TENANT LEFT IS THE TENANT'S OWN.
           IF INT-METER-MATCHED
              AND NOT IN-VEE-ESTIMATED
              SET WS-VT-IDX TO WS-INT-MATCH-IDX
              IF IN-READ-DATE > WS-VT-VACANT-SINCE(WS-VT-IDX)
                 ADD IN-INTERVAL-USAGE
                     TO WS-VT-INT-UNITS(WS-VT-IDX)
                     ON SIZE ERROR
                         MOVE 999999
                             TO WS-VT-INT-UNITS(WS-VT-IDX)
                 END-ADD
              END-IF
           END-IF.

       2500-JUDGE-ONE-PREMISE  SECTION.

           SET WS-VT-IDX TO WS-VT-LOOP-CTR.

      *    AN AMI METER SHOWS IN BOTH THE REGISTER AND THE STREAM
      *    -- THE LARGER FIGURE IS TAKEN, NEVER THE SUM.
           IF WS-VT-REG-UNITS(WS-VT-IDX) > WS-VT-INT-UNITS(WS-VT-IDX)
              MOVE WS-VT-REG-UNITS(WS-VT-IDX) TO WS-UNITS
           ELSE
              MOVE WS-VT-INT-UNITS(WS-VT-IDX) TO WS-UNITS
           END-IF.

           IF WS-UNITS NOT > WS-TOLERANCE-UNITS
              GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-ADVANCED-CTR.

           MOVE WS-VT-PREMISE-ID(WS-VT-IDX) TO VAC-PREMISE-ID.
           MOVE 'N' TO WS-VAC-ROW-FLAG.
           READ MO01-VACANT-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VAC-ROW-FOUND TO TRUE
           END-READ.

           IF VAC-ROW-FOUND
              COMPUTE WS-RAISED-INTEGER =
                      FUNCTION INTEGER-OF-DATE(VAC-RAISED-DATE)
              COMPUTE WS-DAYS-SINCE-RAISED =
                      WS-DATE-INTEGER - WS-RAISED-INTEGER
              IF WS-DAYS-SINCE-RAISED < WS-REPEAT-DAYS
                 ADD 1 TO WS-ALREADY-CTR
                 MOVE 'ALREADY CHASED' TO WS-RD-ACTION-TEXT
                 PERFORM 2590-WRITE-REPORT-LINE
                 GO TO 2500-EXIT
              END-IF
           END-IF.

           PERFORM 2520-RAISE-SITE-VISIT.
           IF VW-WO-ID = SPACES
              MOVE 'NOT RAISED - NO SEQ' TO WS-RD-ACTION-TEXT
              MOVE SPACES TO VAC-WO-ID
              PERFORM 2590-WRITE-REPORT-LINE
              GO TO 2500-EXIT
           END-IF.

           PERFORM 2530-WRITE-APPLY-LETTER.

           MOVE WS-VT-PREMISE-ID(WS-VT-IDX) TO VAC-PREMISE-ID.
           MOVE WS-VT-METER-ID(WS-VT-IDX)   TO VAC-METER-ID.
           MOVE WS-DATE                     TO VAC-RAISED-DATE.
           MOVE VW-WO-ID                    TO VAC-WO-ID.
           MOVE WS-UNITS                    TO VAC-UNITS.
           IF VAC-ROW-FOUND
              REWRITE MO01-VACANT-RECORD
                  INVALID KEY
                      DISPLAY 'VACANT ROW REWRITE FAILED: '
                              VAC-PREMISE-ID
                              ' STATUS: ' WS-VAC-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-REWRITE
           ELSE
              WRITE MO01-VACANT-RECORD
                  INVALID KEY
                      DISPLAY 'VACANT ROW WRITE FAILED: '
                              VAC-PREMISE-ID
                              ' STATUS: ' WS-VAC-STATUS
                      ADD 1 TO WS-ERROR-CTR
              END-WRITE
           END-IF.

           MOVE 'VISIT + LETTER' TO WS-RD-ACTION-TEXT.
           PERFORM 2590-WRITE-REPORT-LINE.

       2500-EXIT.
           EXIT.

       2520-RAISE-SITE-VISIT  SECTION.

      *    A NEW, UNASSIGNED 'V' ORDER PROMISED A FEW DAYS OUT;
      *    THE ORDER ID FOLLOWS ACCS001'S LETTER + RUN DATE +
      *    SEQUENCE PATTERN.
           MOVE SPACES TO TO01-VACANT-WO-RECORD.

           IF WS-VAC-WO-SEQ >= WS-VAC-WO-MAX
              DISPLAY 'VACANT WORK ORDER SEQUENCE EXHAUSTED - '
                      'PREMISE ' WS-VT-PREMISE-ID(WS-VT-IDX)
              ADD 1 TO WS-ERROR-CTR
              GO TO 2520-EXIT
           END-IF.

           ADD 1 TO WS-VAC-WO-SEQ.
           MOVE 'N'               TO VW-TRANS-TYPE.
           STRING 'V' WS-DATE(3:6) WS-VAC-WO-SEQ
                  DELIMITED BY SIZE
                  INTO VW-WO-ID
           END-STRING.
           MOVE 'V'               TO VW-SOURCE-TYPE.
           MOVE WS-VT-PREMISE-ID(WS-VT-IDX) TO VW-SOURCE-REF.
           MOVE SPACES            TO VW-CUST-ID.
           COMPUTE VW-PROMISED-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER + WS-VISIT-LEAD-DAYS).
           MOVE ZEROS             TO VW-COMPLETE-DATE.
           MOVE WS-VT-METER-ID(WS-VT-IDX)  TO VW-NOTE-METER-ID.
           MOVE WS-VT-AREA-CODE(WS-VT-IDX) TO VW-NOTE-AREA.
           MOVE ZEROS             TO VW-LABOR-HOURS.
           MOVE ZEROS             TO VW-MATERIAL-AMT.
           WRITE TO01-VACANT-WO-RECORD.

           ADD 1 TO WS-ORDER-CTR.
           DISPLAY 'VACANT-PREMISE VISIT ' VW-WO-ID ' PREMISE '
                   WS-VT-PREMISE-ID(WS-VT-IDX) ' UNITS ' WS-UNITS.

       2520-EXIT.
           EXIT.

       2530-WRITE-APPLY-LETTER  SECTION.

           MOVE SPACES           TO TO09-NOTIF-REQ-RECORD.
           MOVE SPACES           TO NRQ-CUST-ID.
           MOVE 'VACP'           TO NRQ-DOC-TYPE.
           MOVE WS-VT-PREMISE-ID(WS-VT-IDX) TO NRQ-REF.
           STRING 'ELECTRICITY IS IN USE HERE - PLEASE APPLY '
                  'FOR SERVICE'
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE          TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

           ADD 1 TO WS-LETTER-CTR.

       2590-WRITE-REPORT-LINE  SECTION.

           MOVE WS-VT-PREMISE-ID(WS-VT-IDX)  TO WS-RD-PREMISE-ID.
           MOVE WS-VT-METER-ID(WS-VT-IDX)    TO WS-RD-METER-ID.
           MOVE WS-VT-AREA-CODE(WS-VT-IDX)   TO WS-RD-AREA.
           IF WS-VT-VACANT-SINCE(WS-VT-IDX) = ZEROS
              MOVE 'NEVER'  TO WS-RD-VACANT-SINCE
           ELSE
              MOVE WS-VT-VACANT-SINCE(WS-VT-IDX)
                  TO WS-RD-VACANT-SINCE
           END-IF.
           MOVE WS-VT-REG-UNITS(WS-VT-IDX)   TO WS-RD-REG-UNITS.
           MOVE WS-VT-INT-UNITS(WS-VT-IDX)   TO WS-RD-INT-UNITS.
           MOVE VAC-WO-ID                    TO WS-RD-WO-ID.
           MOVE WS-RD-ACTION-TEXT            TO WS-RD-ACTION.

           WRITE TO02-VACANT-RPT-RECORD FROM WS-REPORT-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' PREMISES SCANNED         ',  WS-PREMISE-CTR
           DISPLAY ' VACANT METERED PREMISES  ',  WS-VACANT-CTR
           DISPLAY ' INTERVAL ROWS READ       ',  WS-INT-READ-CTR
           DISPLAY ' METERS ADVANCED          ',  WS-ADVANCED-CTR
           DISPLAY ' SITE VISITS RAISED       ',  WS-ORDER-CTR
           DISPLAY ' APPLY LETTERS REQUESTED  ',  WS-LETTER-CTR
           DISPLAY ' ALREADY BEING CHASED     ',  WS-ALREADY-CTR
           DISPLAY ' RE-OCCUPIED, CLEARED     ',  WS-CLEARED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-PREMISE-KSDS,
                  MI02-OCC-HIST-KSDS,
                  MI03-METER-KSDS,
                  MO01-VACANT-KSDS,
                  TO01-VACANT-WO,
                  TO09-NOTIF-REQ,
                  TO02-VACANT-RPT.

           IF INT-FILE-PRESENT
              CLOSE TI01-INTERVAL-READ-FILE
           END-IF.

           STOP RUN.
