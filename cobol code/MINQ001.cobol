           RECORD KEY             IS CASE-KEY
           FILE STATUS            IS WS-CASE-STATUS.

      *    PREMISE MASTER AND ITS ALERT / HAZARD MASTER -- THE
      *    PREMISE THE LINKED CUSTOMER OCCUPIES, WHERE THIS METER
      *    HANGS, AND ANY LIVE WARNINGS RAISED AGAINST IT, WHICH
      *    HEAD THE PAGE AS A BANNER.
           SELECT MI04-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

           SELECT MI05-ALERT-KSDS     ASSIGN TO ALRTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ALRT-KEY
           FILE STATUS            IS WS-ALR-STATUS.

      *    INQUIRY ACCESS LOG -- WHO LOOKED AT WHICH ACCOUNT, THE
      *    SAME CLUSTER THE ONLINE INQUIRY WRITES. NO LOG ROW, NO
      *    PAGE.
           SELECT MO01-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

           SELECT TO01-INQUIRY-RPT    ASSIGN TO MINQRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 MTR-CURR-READ    PIC 9(06).

       FD MI02-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MI02-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-SEAL-NO       PIC X(10).
          05 ASSET-INSTALL-DATE  PIC 9(08).
          05 ASSET-STATUS        PIC X(01).
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

       FD MI01-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.
          05 CYC-READER-ID          PIC X(08).

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

       FD MI02-WO-KSDS
           RECORD CONTAINS         120  CHARACTERS.
          05 CASE-ASSESS-AMT        PIC 9(07)V99.
          05 CASE-DISPOSED-BY       PIC X(08).

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI04-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI04-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

      *    SAME PREMISE ALERT LAYOUT ALRT001 MAINTAINS.
       FD MI05-ALERT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI05-ALERT-RECORD.
          05 ALRT-KEY.
             10 ALRT-PREMISE-ID   PIC X(10).
             10 ALRT-SEQ          PIC 9(02).
          05 ALRT-CUST-ID         PIC X(12).
          05 ALRT-TYPE            PIC X(02).
          05 ALRT-TEXT            PIC X(40).
          05 ALRT-RAISED-BY       PIC X(08).
          05 ALRT-RAISED-DATE     PIC 9(08).
          05 ALRT-EXPIRY-DATE     PIC 9(08).
          05 ALRT-STATUS          PIC X(01).
             88 ALRT-STAT-ACTIVE             VALUE 'A'.
          05 ALRT-STATUS-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 WRITES.
       FD MO01-ACCESS-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-ACCESS-LOG-RECORD.
          05 ACCL-KEY.
             10 ACCL-DATE         PIC 9(08).
             10 ACCL-TIME         PIC 9(08).
             10 ACCL-TERMINAL     PIC X(08).
             10 ACCL-SEQ          PIC 9(02).
          05 ACCL-OPERATOR-ID     PIC X(08).
          05 ACCL-PROGRAM-ID      PIC X(08).
          05 ACCL-CUST-ID         PIC X(12).
          05 ACCL-SCREEN          PIC X(08).
          05 ACCL-SEARCH-ARG      PIC X(16).
          05 FILLER               PIC X(22).

       FD TO01-INQUIRY-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.
             88 CASE-SCAN-EOF      VALUE 'Y'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-ALR-STATUS         PIC X(02).
             88 ALR-IO-STATUS      VALUE '00'.
          05 WS-ALERT-EOF-FLAG     PIC X(01) VALUE 'N'.
             88 ALERT-SCAN-EOF     VALUE 'Y'.
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
             88 ACCL-DUP-KEY       VALUE '22'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    PARM IS THE METER ID, A COMMA, AND THE REQUESTING
      *    OPERATOR'S ID -- 'MTR-XXDDMM9999,OPERATOR'.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE.
             10 WS-PARM-METER-ID   PIC X(14) VALUE SPACES.
             10 FILLER             PIC X(01) VALUE SPACES.
             10 WS-PARM-OPERATOR   PIC X(08) VALUE SPACES.

       01 WS-ACCESS-LOG-VARIABLES.
          05 WS-LOG-TIME           PIC 9(08) VALUE ZEROS.
          05 WS-LOG-WRITE-FLAG     PIC X(01) VALUE 'P'.
             88 LOG-WRITE-PENDING  VALUE 'P'.
             88 LOG-WRITE-DONE     VALUE 'Y'.
             88 LOG-WRITE-FAILED   VALUE 'F'.

       01 WS-WORK-VARIABLES.
          05 WS-LINKED-CUST        PIC X(12) VALUE SPACES.
          05 WS-LINKED-PREMISE     PIC X(10) VALUE SPACES.
          05 WS-HIST-LOOP-CTR      PIC 9(02) VALUE ZEROS.
          05 WS-WORK-PERIOD        PIC 9(06) VALUE ZEROS.
          05 WS-WORK-YYYY          PIC 9(04) VALUE ZEROS.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-METER-ID = SPACES
              DISPLAY 'METER ID REQUIRED ON PARM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-OPERATOR = SPACES
              DISPLAY 'REQUESTING OPERATOR ID REQUIRED ON PARM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-WRITE-ACCESS-LOG.

           PERFORM 2200-SHOW-READING-PAIR.
           PERFORM 2250-SHOW-ALERT-BANNER.
           PERFORM 2300-SHOW-ASSET.
           PERFORM 2400-SHOW-REPLACEMENT-TRAIL.
           PERFORM 2500-SHOW-ROUTE.
              STOP RUN
           END-IF.

           OPEN INPUT MI04-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: '
                      WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI05-ALERT-KSDS.
           IF NOT ALR-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE ALERT KSDS: '
                      WS-ALR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-INQUIRY-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY REPORT: '
           END-STRING.
           WRITE TO01-INQUIRY-RPT-RECORD FROM WS-LINE-BUILD.

       2150-WRITE-ACCESS-LOG  SECTION.

      *    THE ACCOUNT BEHIND THE METER IS LOGGED AGAINST THE
      *    REQUESTING OPERATOR BEFORE ANY OF IT IS PRINTED. A
      *    METER WITH NO CUSTOMER IS STILL LOGGED, BY METER.
           MOVE WS-PARM-METER-ID TO MTR-ID.
           READ MI01-METER-KSDS
               INVALID KEY
                   MOVE SPACES TO MTR-CUST-ID
           END-READ.

           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES           TO MO01-ACCESS-LOG-RECORD.
           MOVE WS-DATE          TO ACCL-DATE.
           MOVE WS-LOG-TIME      TO ACCL-TIME.
           MOVE 'BATCH   '       TO ACCL-TERMINAL.
           MOVE ZEROS            TO ACCL-SEQ.
           MOVE WS-PARM-OPERATOR TO ACCL-OPERATOR-ID.
           MOVE 'MINQ001 '       TO ACCL-PROGRAM-ID.
           MOVE MTR-CUST-ID      TO ACCL-CUST-ID.
           MOVE 'METER360'       TO ACCL-SCREEN.
           MOVE WS-PARM-METER-ID TO ACCL-SEARCH-ARG.

           PERFORM 2160-WRITE-ONE-LOG-ROW UNTIL NOT LOG-WRITE-PENDING.

           IF LOG-WRITE-FAILED
              DISPLAY 'INQUIRY ACCESS LOG WRITE FAILED - STATUS: '
                      WS-ACCL-STATUS
              DISPLAY 'INQUIRY NOT PRODUCED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2160-WRITE-ONE-LOG-ROW  SECTION.

           WRITE MO01-ACCESS-LOG-RECORD
               INVALID KEY
                   IF ACCL-DUP-KEY
                      AND ACCL-SEQ < 99
                      ADD 1 TO ACCL-SEQ
                   ELSE
                      SET LOG-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LOG-WRITE-DONE TO TRUE
           END-WRITE.

       2200-SHOW-READING-PAIR  SECTION.

           MOVE WS-PARM-METER-ID TO MTR-ID.
                       FROM WS-LINE-BUILD
           END-READ.

       2250-SHOW-ALERT-BANNER  SECTION.

      *    THE PREMISE IS FOUND THE WAY RDDL001 SENDS THE READER
      *    THERE -- THROUGH THE LINKED CUSTOMER'S OCCUPANCY, AS
      *    LONG AS THAT PREMISE CARRIES THIS METER (OR NONE).
      *    NO LIVE ALERT, NO BANNER.
           MOVE SPACES TO WS-LINKED-PREMISE.

           IF WS-LINKED-CUST = SPACES
              CONTINUE
           ELSE
              MOVE WS-LINKED-CUST TO PRM-OCCUPANT-ID
              READ MI04-PREMISE-KSDS KEY IS PRM-OCCUPANT-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PRM-METER-ID = WS-PARM-METER-ID
                         OR PRM-METER-ID = SPACES
                         MOVE PRM-PREMISE-ID TO WS-LINKED-PREMISE
                      END-IF
              END-READ
           END-IF.

           IF WS-LINKED-PREMISE = SPACES
              CONTINUE
           ELSE
              MOVE 'N' TO WS-ALERT-EOF-FLAG
              MOVE WS-LINKED-PREMISE TO ALRT-PREMISE-ID
              MOVE ZEROS             TO ALRT-SEQ
              START MI05-ALERT-KSDS KEY IS NOT LESS THAN ALRT-KEY
                  INVALID KEY
                      SET ALERT-SCAN-EOF TO TRUE
              END-START
              PERFORM 2260-SHOW-ONE-ALERT UNTIL ALERT-SCAN-EOF
           END-IF.

       2260-SHOW-ONE-ALERT  SECTION.

           READ MI05-ALERT-KSDS NEXT
               AT END  SET ALERT-SCAN-EOF TO TRUE
               NOT AT END
                   IF ALRT-PREMISE-ID NOT = WS-LINKED-PREMISE
                      SET ALERT-SCAN-EOF TO TRUE
                   ELSE
                      IF ALRT-STAT-ACTIVE
                         AND (ALRT-EXPIRY-DATE = ZEROS
                              OR ALRT-EXPIRY-DATE >= WS-DATE)
                         MOVE SPACES TO WS-LINE-BUILD
                         STRING '*** PREMISE ALERT *** '
                                ALRT-TYPE '  ' ALRT-TEXT
                                '  RAISED BY ' ALRT-RAISED-BY
                                ' ' ALRT-RAISED-DATE
                                DELIMITED BY SIZE
                                INTO WS-LINE-BUILD
                         END-STRING
                         WRITE TO01-INQUIRY-RPT-RECORD
                             FROM WS-LINE-BUILD
                      END-IF
                   END-IF
           END-READ.

       2300-SHOW-ASSET  SECTION.

           MOVE WS-PARM-METER-ID TO ASSET-METER-ID.
                  MI01-CONS-HIST-KSDS,
                  MI02-WO-KSDS,
                  MI03-CASE-KSDS,
                  MI04-PREMISE-KSDS,
                  MI05-ALERT-KSDS,
                  MO01-ACCESS-LOG-KSDS,
                  TO01-INQUIRY-RPT.

           DISPLAY 'METER 360 COMPLETE FOR ' WS-PARM-METER-ID.
