           RECORD KEY             IS RC-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

      *    VSAMADV'S NIGHTLY LISTCAT HISTORY -- MASTER CLUSTERS AND
      *    ALTERNATE INDEXES OVER A SPACE OR REORG THRESHOLD ARE
      *    LISTED UNDER THE STEPS. NO DD, NO VSAM BLOCK.
           SELECT MI02-VSHIST-KSDS    ASSIGN TO VSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS VH-KEY
           FILE STATUS            IS WS-VH-STATUS.

           SELECT TO01-HEALTH-RPT     ASSIGN TO CYCHRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
             88 RC-STAT-RUNNING             VALUE 'R'.
             88 RC-STAT-COMPLETE            VALUE 'C'.

      *    SAME VSAM SPACE HISTORY LAYOUT VSAMADV WRITES.
       FD MI02-VSHIST-KSDS
           RECORD CONTAINS         210 CHARACTERS.

       01 MI02-VSHIST-RECORD.
          05 VH-KEY.
             10 VH-RUN-DATE         PIC 9(08).
             10 VH-ENTRY-NAME       PIC X(44).
          05 VH-ENTRY-TYPE          PIC X(01).
          05 VH-REC-TOTAL           PIC 9(11).
          05 VH-SPLITS-CI           PIC 9(09).
          05 VH-SPLITS-CA           PIC 9(09).
          05 VH-EXTENTS             PIC 9(05).
          05 VH-MAX-EXTENTS         PIC 9(05).
          05 VH-FREESPC             PIC 9(15).
          05 VH-HI-A-RBA            PIC 9(15).
          05 VH-HI-U-RBA            PIC 9(15).
          05 VH-CISIZE              PIC 9(05).
          05 VH-SPACE-TYPE          PIC X(03).
          05 VH-SPACE-PRI           PIC 9(07).
          05 VH-SPACE-SEC           PIC 9(07).
          05 VH-CI-SPLIT-PCT        PIC 9(03)V9.
          05 VH-FREE-PCT            PIC 9(03)V9.
          05 VH-GROWTH-PER-DAY      PIC 9(13).
          05 VH-SPACE-DATE          PIC 9(08).
          05 VH-REORG-DATE          PIC 9(08).
          05 VH-BREACH-FLAGS        PIC X(05).
          05 FILLER                 PIC X(09).

       FD TO01-HEALTH-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.
             88 RC-SCAN-EOF        VALUE 'Y'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-VH-STATUS          PIC X(02).
             88 VH-IO-STATUS       VALUE '00'.
          05 WS-VH-OPEN-FLAG       PIC X(01) VALUE 'N'.
             88 VH-FILE-OPEN       VALUE 'Y'.
          05 WS-VH-EOF-FLAG        PIC X(01) VALUE 'N'.
             88 VH-SCAN-EOF        VALUE 'Y'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-COUNTERS.
          05 WS-STEP-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-VSAM-WARN-CTR      PIC 9(04) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 WS-RL-STEP           PIC X(08).
          05 FILLER               PIC X(93) VALUE SPACES.

       01 WS-VSAM-HEADER1.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'VSAM SPACE / REORG WARNINGS (SEE VSAMADV REPORT)'.
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-VSAM-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(46) VALUE
             'CLUSTER / ALTERNATE INDEX'.
          05 FILLER               PIC X(13) VALUE 'EXT/MAX'.
          05 FILLER               PIC X(8)  VALUE 'CISPL%'.
          05 FILLER               PIC X(8)  VALUE 'FREE%'.
          05 FILLER               PIC X(10) VALUE 'SPACE BY'.
          05 FILLER               PIC X(10) VALUE 'REORG BY'.
          05 FILLER               PIC X(36) VALUE 'WARNINGS'.

       01 WS-VSAM-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-NAME           PIC X(44).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-EXTENTS        PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE '/'.
          05 WS-VD-MAX-EXTENTS    PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-CI-SPLIT-PCT   PIC ZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-VD-FREE-PCT       PIC ZZ9.9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-VD-SPACE-DATE     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-REORG-DATE     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-FLAGS          PIC X(05).
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-VSAM-NONE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'NO VSAM CLUSTER OVER A SPACE OR REORG THRESHOLD'.
          05 FILLER               PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

              WRITE TO01-HEALTH-RPT-RECORD FROM WS-RESTART-LINE
           END-IF.

           IF VH-FILE-OPEN
              PERFORM 2400-VSAM-WARNINGS
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-RUNCTL-KSDS.
              STOP RUN
           END-IF.

           OPEN INPUT MI02-VSHIST-KSDS.
           IF VH-IO-STATUS
              SET VH-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'VSAM SPACE HISTORY NOT AVAILABLE: '
                      WS-VH-STATUS
           END-IF.

           OPEN OUTPUT TO01-HEALTH-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING HEALTH REPORT: '
              SET RESTART-POINT-FOUND TO TRUE
           END-IF.

      *    TONIGHT'S VSAMADV ROWS THAT BREACHED A THRESHOLD.
       2400-VSAM-WARNINGS  SECTION.

           WRITE TO01-HEALTH-RPT-RECORD FROM WS-VSAM-HEADER1.
           WRITE TO01-HEALTH-RPT-RECORD FROM WS-VSAM-HEADER2.

           MOVE WS-REPORT-DATE TO VH-RUN-DATE.
           MOVE LOW-VALUES     TO VH-ENTRY-NAME.

           START MI02-VSHIST-KSDS KEY IS NOT LESS THAN VH-KEY
               INVALID KEY
                   SET VH-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2450-SCAN-VSHIST UNTIL VH-SCAN-EOF.

           IF WS-VSAM-WARN-CTR = ZEROS
              WRITE TO01-HEALTH-RPT-RECORD FROM WS-VSAM-NONE-LINE
           END-IF.

       2450-SCAN-VSHIST  SECTION.

           READ MI02-VSHIST-KSDS NEXT
               AT END  SET VH-SCAN-EOF TO TRUE
               NOT AT END
                   IF VH-RUN-DATE NOT = WS-REPORT-DATE
                      SET VH-SCAN-EOF TO TRUE
                   ELSE
                      IF VH-BREACH-FLAGS NOT = SPACES
                         PERFORM 2460-LIST-ONE-CLUSTER
                      END-IF
                   END-IF
           END-READ.

       2460-LIST-ONE-CLUSTER  SECTION.

           ADD 1 TO WS-VSAM-WARN-CTR.

           MOVE VH-ENTRY-NAME      TO WS-VD-NAME.
           MOVE VH-EXTENTS         TO WS-VD-EXTENTS.
           MOVE VH-MAX-EXTENTS     TO WS-VD-MAX-EXTENTS.
           MOVE VH-CI-SPLIT-PCT    TO WS-VD-CI-SPLIT-PCT.
           MOVE VH-FREE-PCT        TO WS-VD-FREE-PCT.
           IF VH-SPACE-DATE > ZEROS
              MOVE VH-SPACE-DATE   TO WS-VD-SPACE-DATE
           ELSE
              MOVE '   -    '      TO WS-VD-SPACE-DATE
           END-IF.
           IF VH-REORG-DATE > ZEROS
              MOVE VH-REORG-DATE   TO WS-VD-REORG-DATE
           ELSE
              MOVE '   -    '      TO WS-VD-REORG-DATE
           END-IF.
           MOVE VH-BREACH-FLAGS    TO WS-VD-FLAGS.

           WRITE TO01-HEALTH-RPT-RECORD FROM WS-VSAM-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' STEPS LISTED             ',  WS-STEP-CTR
           DISPLAY ' VSAM WARNINGS LISTED     ',  WS-VSAM-WARN-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-RUNCTL-KSDS,
                  TO01-HEALTH-RPT.
           IF VH-FILE-OPEN
              CLOSE MI02-VSHIST-KSDS
           END-IF.
           DISPLAY '----------------------------------------'
           DISPLAY 'RUN CONTROL KSDS     IS CLOSED          '
           DISPLAY 'HEALTH REPORT        IS CLOSED          '
