       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VSAMADV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    DATES THE HISTORY ROWS. A MISSING FILE FALLS BACK TO THE
      *    WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    IDCAMS LISTCAT ... ALL PRINT OUTPUT FOR EVERY MASTER
      *    CLUSTER AND ALTERNATE INDEX, AS THE STEP BEFORE THIS ONE
      *    LEAVES IT. ONLY THE DATA COMPONENTS ARE ASSESSED -- THAT
      *    IS WHERE THE RECORDS, THE SPLITS AND THE EXTENTS ARE.
           SELECT TI01-LISTCAT        ASSIGN TO LISTCAT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LC-STATUS.

      *    WARNING THRESHOLDS AND THE TREND WINDOW. NO FILE, THE
      *    DEFAULTS STAND.
           SELECT TI02-VSAM-PARM      ASSIGN TO VSPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    LISTCAT HISTORY -- ONE ROW PER CLUSTER OR AIX PER NIGHT,
      *    KEYED RUN DATE THEN ENTRY NAME SO CYCHLTH CAN READ ONE
      *    NIGHT STRAIGHT THROUGH AND THE TREND CAN LOOK BACK BY
      *    DATE. ROWS PAST THE RETENTION ARE PURGED EACH NIGHT.
           SELECT MO01-VSHIST-KSDS    ASSIGN TO VSHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS VH-KEY
           FILE STATUS            IS WS-VH-STATUS.

           SELECT TO01-ADVISOR-RPT    ASSIGN TO VSADVRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

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

       FD TI01-LISTCAT
           RECORDING MODE          IS F
           RECORD CONTAINS         121 CHARACTERS.

       01 TI01-LISTCAT-LINE       PIC X(121).

       FD TI02-VSAM-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         30  CHARACTERS.

      *    MAXIMUM EXTENTS PER COMPONENT; EXTENT USE, CI-SPLIT AND
      *    FREE-SPACE PERCENTAGES; CA SPLITS IN THE TREND WINDOW;
      *    HOW MANY DAYS AHEAD A FORECAST DATE IS WORTH A WARNING;
      *    THE TREND WINDOW IN DAYS; HISTORY RETENTION IN DAYS.
       01 TI02-VSAM-PARM-RECORD.
          05 PRM-MAX-EXTENTS      PIC 9(05).
          05 PRM-EXT-WARN-PCT     PIC 9(03).
          05 PRM-CI-SPLIT-PCT     PIC 9(03).
          05 PRM-CA-SPLIT-MAX     PIC 9(05).
          05 PRM-FREE-MIN-PCT     PIC 9(03).
          05 PRM-LEAD-DAYS        PIC 9(03).
          05 PRM-TREND-DAYS       PIC 9(03).
          05 PRM-KEEP-DAYS        PIC 9(05).

       FD MO01-VSHIST-KSDS
           RECORD CONTAINS         210 CHARACTERS.

       01 MO01-VSHIST-RECORD.
          05 VH-KEY.
             10 VH-RUN-DATE         PIC 9(08).
             10 VH-ENTRY-NAME       PIC X(44).
          05 VH-ENTRY-TYPE          PIC X(01).
             88 VH-CLUSTER                  VALUE 'C'.
             88 VH-AIX                      VALUE 'A'.
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
      *    FORECAST DATES -- THE NIGHT THE COMPONENT RUNS OUT OF
      *    ROOM AT ITS PRESENT GROWTH, AND THE NIGHT IT NEEDS A
      *    REORG AT ITS PRESENT SPLIT RATE. ZERO, NONE IN SIGHT.
          05 VH-SPACE-DATE          PIC 9(08).
          05 VH-REORG-DATE          PIC 9(08).
      *    ONE BYTE PER THRESHOLD BREACHED; ALL SPACES, NONE.
          05 VH-BREACH-FLAGS.
             10 VH-BR-EXTENTS       PIC X(01).
             10 VH-BR-FREESPACE     PIC X(01).
             10 VH-BR-SPLITS        PIC X(01).
             10 VH-BR-SPACE-DATE    PIC X(01).
             10 VH-BR-REORG-DATE    PIC X(01).
          05 FILLER                 PIC X(09).

       FD TO01-ADVISOR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-ADVISOR-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-LC-STATUS          PIC X(02).
             88 LC-IO-STATUS       VALUE '00'.
             88 LC-EOF             VALUE '10'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-VH-STATUS          PIC X(02).
             88 VH-IO-STATUS       VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC S9(09) COMP VALUE 0.
          05 WS-WORK-INT           PIC S9(09) COMP VALUE 0.
          05 WS-CUTOFF-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-LEAD-DATE          PIC 9(08) VALUE ZEROS.

      *    THRESHOLDS. 255 EXTENTS IS THE CEILING FOR A COMPONENT
      *    THAT IS NOT EXTENDED-FORMAT; THE WARNING COMES AT 80% OF
      *    IT, WITH TEN PERCENT OF CIS SPLIT, UNDER FIVE PERCENT
      *    FREE, FIVE CA SPLITS IN THE WINDOW, OR A FORECAST DATE
      *    INSIDE THIRTY DAYS.
       01 WS-THRESHOLDS.
          05 WS-MAX-EXTENTS        PIC 9(05) VALUE 255.
          05 WS-EXT-WARN-PCT       PIC 9(03) VALUE 80.
          05 WS-CI-SPLIT-MAX-PCT   PIC 9(03) VALUE 10.
          05 WS-CA-SPLIT-MAX       PIC 9(05) VALUE 5.
          05 WS-FREE-MIN-PCT       PIC 9(03) VALUE 5.
          05 WS-LEAD-DAYS          PIC 9(03) VALUE 30.
          05 WS-TREND-DAYS         PIC 9(03) VALUE 30.
          05 WS-KEEP-DAYS          PIC 9(05) VALUE 400.
          05 WS-MAX-FORECAST-DAYS  PIC 9(05) VALUE 9999.

      *    KEYWORD SCAN OF ONE LISTCAT LINE -- THE VALUE FOLLOWS THE
      *    KEYWORD'S RUN OF DASHES (AND, FOR ENTRY NAMES, A SPACE).
       01 WS-SCAN-VARIABLES.
          05 WS-KEYWORD            PIC X(16) VALUE SPACES.
          05 WS-KEY-LEN            PIC 9(02) VALUE ZEROS.
          05 WS-KEY-POS            PIC 9(04) VALUE ZEROS.
          05 WS-SCAN-PTR           PIC 9(04) VALUE ZEROS.
          05 WS-LINE-LEN           PIC 9(04) VALUE 121.
          05 WS-KEY-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 KEY-FOUND                    VALUE 'Y'.
          05 WS-FOUND-WORD         PIC X(44) VALUE SPACES.
          05 WS-WORD-LEN           PIC 9(04) VALUE ZEROS.
          05 WS-FOUND-VALUE        PIC 9(15) VALUE ZEROS.

      *    THE COMPONENT BEING COLLECTED, AND THE CLUSTER OR AIX
      *    THAT OWNS IT.
       01 WS-COMPONENT-VARIABLES.
          05 WS-OWNER-NAME         PIC X(44) VALUE SPACES.
          05 WS-OWNER-TYPE         PIC X(01) VALUE SPACE.
          05 WS-IN-DATA-FLAG       PIC X(01) VALUE 'N'.
             88 IN-DATA-COMPONENT            VALUE 'Y'.
          05 WS-IN-VOLUME-FLAG     PIC X(01) VALUE 'N'.
             88 IN-VOLUME-SECTION            VALUE 'Y'.

       01 WS-CURRENT-ROW.
          05 WS-CR-KEY.
             10 WS-CR-RUN-DATE      PIC 9(08).
             10 WS-CR-ENTRY-NAME    PIC X(44).
          05 WS-CR-ENTRY-TYPE       PIC X(01).
          05 WS-CR-REC-TOTAL        PIC 9(11).
          05 WS-CR-SPLITS-CI        PIC 9(09).
          05 WS-CR-SPLITS-CA        PIC 9(09).
          05 WS-CR-EXTENTS          PIC 9(05).
          05 WS-CR-MAX-EXTENTS      PIC 9(05).
          05 WS-CR-FREESPC          PIC 9(15).
          05 WS-CR-HI-A-RBA         PIC 9(15).
          05 WS-CR-HI-U-RBA         PIC 9(15).
          05 WS-CR-CISIZE           PIC 9(05).
          05 WS-CR-SPACE-TYPE       PIC X(03).
          05 WS-CR-SPACE-PRI        PIC 9(07).
          05 WS-CR-SPACE-SEC        PIC 9(07).
          05 WS-CR-CI-SPLIT-PCT     PIC 9(03)V9.
          05 WS-CR-FREE-PCT         PIC 9(03)V9.
          05 WS-CR-GROWTH-PER-DAY   PIC 9(13).
          05 WS-CR-SPACE-DATE       PIC 9(08).
          05 WS-CR-REORG-DATE       PIC 9(08).
          05 WS-CR-BREACH-FLAGS.
             10 WS-CR-BR-EXTENTS    PIC X(01).
                88 CR-BR-EXTENTS            VALUE 'E'.
             10 WS-CR-BR-FREESPACE  PIC X(01).
                88 CR-BR-FREESPACE          VALUE 'F'.
             10 WS-CR-BR-SPLITS     PIC X(01).
                88 CR-BR-SPLITS             VALUE 'S'.
             10 WS-CR-BR-SPACE-DATE PIC X(01).
                88 CR-BR-SPACE-DATE         VALUE 'D'.
             10 WS-CR-BR-REORG-DATE PIC X(01).
                88 CR-BR-REORG-DATE         VALUE 'R'.
          05 FILLER                 PIC X(09).

      *    THE SAME COMPONENT ON THE OLDEST NIGHT INSIDE THE TREND
      *    WINDOW -- GROWTH AND SPLIT RATES ARE MEASURED FROM IT.
       01 WS-BASELINE-VARIABLES.
          05 WS-BASE-FOUND-FLAG    PIC X(01) VALUE 'N'.
             88 BASELINE-FOUND               VALUE 'Y'.
          05 WS-BACK-DAYS          PIC 9(03) VALUE ZEROS.
          05 WS-BASE-DAYS          PIC 9(03) VALUE ZEROS.
          05 WS-BASE-REC-TOTAL     PIC 9(11) VALUE ZEROS.
          05 WS-BASE-SPLITS-CI     PIC 9(09) VALUE ZEROS.
          05 WS-BASE-SPLITS-CA     PIC 9(09) VALUE ZEROS.
          05 WS-BASE-HI-U-RBA      PIC 9(15) VALUE ZEROS.

       01 WS-ASSESS-VARIABLES.
          05 WS-CI-COUNT           PIC 9(13) VALUE ZEROS.
          05 WS-ALLOC-UNITS        PIC 9(09) VALUE ZEROS.
          05 WS-UNIT-BYTES         PIC 9(13) VALUE ZEROS.
          05 WS-ROOM-BYTES         PIC 9(15) VALUE ZEROS.
          05 WS-CA-ADDED           PIC 9(09) VALUE ZEROS.
          05 WS-REC-ADDED          PIC S9(11) VALUE ZEROS.
          05 WS-SPLIT-RATE         PIC 9(09)V99 VALUE ZEROS.
          05 WS-SPLITS-ALLOWED     PIC 9(13) VALUE ZEROS.
          05 WS-SPLITS-LEFT        PIC 9(13) VALUE ZEROS.
          05 WS-DAYS-LEFT          PIC 9(13) VALUE ZEROS.

       01 WS-PURGE-VARIABLES.
          05 WS-PURGE-EOF-FLAG     PIC X(01) VALUE 'N'.
             88 PURGE-SCAN-EOF               VALUE 'Y'.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'VSAM SPACE AND REORGANISATION ADVISOR'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'RUN DATE'.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'CLUSTER / ALTERNATE INDEX'.
          05 FILLER               PIC X(2)  VALUE 'T'.
          05 FILLER               PIC X(11) VALUE '    RECORDS'.
          05 FILLER               PIC X(10) VALUE '  EXT/MAX'.
          05 FILLER               PIC X(7)  VALUE ' CISPL%'.
          05 FILLER               PIC X(8)  VALUE '  CA+WIN'.
          05 FILLER               PIC X(7)  VALUE '  FREE%'.
          05 FILLER               PIC X(15) VALUE '  GROWTH B/DAY'.
          05 FILLER               PIC X(10) VALUE '  SPACE BY'.
          05 FILLER               PIC X(10) VALUE '  REORG BY'.
          05 FILLER               PIC X(11) VALUE '  WARNINGS'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-NAME           PIC X(40).
          05 WS-RD-TYPE           PIC X(01).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-RECORDS        PIC Z(10)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-EXTENTS        PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE '/'.
          05 WS-RD-MAX-EXTENTS    PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-CI-SPLIT-PCT   PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CA-ADDED       PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-FREE-PCT       PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-GROWTH         PIC Z(12)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-SPACE-DATE     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REORG-DATE     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-FLAGS          PIC X(05).
          05 FILLER               PIC X(2)  VALUE SPACES.

       01 WS-REPORT-LEGEND.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'WARNINGS: E EXTENTS  F FREE SPACE  S SPLITS  D SPACE BY '.
          05 FILLER               PIC X(40) VALUE
             'DATE NEAR  R REORG BY DATE NEAR'.
          05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-LINE-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-COMPONENT-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-BREACH-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-PURGED-CTR         PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'VSAMADV EXECUTION BEGINS HERE ..........'
           DISPLAY '  VSAM SPACE / REORGANISATION ADVISOR   '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

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

           PERFORM 2150-LOAD-VSAM-PARMS.

           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-LEAD-DAYS.
           COMPUTE WS-LEAD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           PERFORM 2800-PURGE-OLD-HISTORY.

           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO01-ADVISOR-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-ADVISOR-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2200-READ-LISTCAT UNTIL LC-EOF.

           PERFORM 2400-CLOSE-COMPONENT.

           WRITE TO01-ADVISOR-RPT-RECORD FROM WS-REPORT-LEGEND.

      *    A BREACH IS A WARNING FOR THE MORNING, LIKE THE OTHER
      *    AUDIT STEPS' RC=4; CYCHLTH CARRIES THE DETAIL.
           IF WS-BREACH-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-LISTCAT.
           IF NOT LC-IO-STATUS
              DISPLAY 'ERROR OPENING LISTCAT OUTPUT: '
                      WS-LC-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-VSHIST-KSDS.
           IF NOT VH-IO-STATUS
              DISPLAY 'ERROR OPENING VSAM HISTORY KSDS: '
                      WS-VH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ADVISOR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING ADVISOR REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-VSAM-PARMS  SECTION.

           OPEN INPUT TI02-VSAM-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO ADVISOR PARAMETERS - USING DEFAULTS'
              GO TO 2150-EXIT
           END-IF.
           IF NOT PARM-IO-STATUS
              DISPLAY 'ERROR OPENING ADVISOR PARAMETERS: '
                      WS-PARM-STATUS
              STOP RUN
           END-IF.

           READ TI02-VSAM-PARM
               AT END
                   DISPLAY 'ADVISOR PARM FILE EMPTY - USING DEFAULTS'
               NOT AT END
                   IF PRM-MAX-EXTENTS IS NUMERIC
                      AND PRM-MAX-EXTENTS > ZEROS
                      MOVE PRM-MAX-EXTENTS  TO WS-MAX-EXTENTS
                   END-IF
                   IF PRM-EXT-WARN-PCT IS NUMERIC
                      AND PRM-EXT-WARN-PCT > ZEROS
                      MOVE PRM-EXT-WARN-PCT TO WS-EXT-WARN-PCT
                   END-IF
                   IF PRM-CI-SPLIT-PCT IS NUMERIC
                      AND PRM-CI-SPLIT-PCT > ZEROS
                      MOVE PRM-CI-SPLIT-PCT TO WS-CI-SPLIT-MAX-PCT
                   END-IF
                   IF PRM-CA-SPLIT-MAX IS NUMERIC
                      AND PRM-CA-SPLIT-MAX > ZEROS
                      MOVE PRM-CA-SPLIT-MAX TO WS-CA-SPLIT-MAX
                   END-IF
                   IF PRM-FREE-MIN-PCT IS NUMERIC
                      MOVE PRM-FREE-MIN-PCT TO WS-FREE-MIN-PCT
                   END-IF
                   IF PRM-LEAD-DAYS IS NUMERIC
                      AND PRM-LEAD-DAYS > ZEROS
                      MOVE PRM-LEAD-DAYS    TO WS-LEAD-DAYS
                   END-IF
                   IF PRM-TREND-DAYS IS NUMERIC
                      AND PRM-TREND-DAYS > ZEROS
                      MOVE PRM-TREND-DAYS   TO WS-TREND-DAYS
                   END-IF
                   IF PRM-KEEP-DAYS IS NUMERIC
                      AND PRM-KEEP-DAYS > WS-TREND-DAYS
                      MOVE PRM-KEEP-DAYS    TO WS-KEEP-DAYS
                   END-IF
           END-READ.

           CLOSE TI02-VSAM-PARM.

       2150-EXIT.
           EXIT.

       2200-READ-LISTCAT  SECTION.

           READ TI01-LISTCAT
                AT END  SET LC-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-LINE-CTR
                            PERFORM 2300-CLASSIFY-LINE
           END-READ.

      *    AN ENTRY HEADING ('CLUSTER ----', 'AIX ----', 'DATA
      *    ----', 'INDEX ----', 'PATH ----') CLOSES WHATEVER
      *    COMPONENT WAS BEING COLLECTED. INSIDE A DATA COMPONENT
      *    THE STATISTICS AND ALLOCATION FIGURES ARE TAKEN UP TO
      *    ITS VOLUME SECTION, WHICH REPEATS THE RBAS PER VOLUME.
       2300-CLASSIFY-LINE  SECTION.

           MOVE 'CLUSTER ----' TO WS-KEYWORD.
           MOVE 12             TO WS-KEY-LEN.
           PERFORM 2560-GET-WORD.
           IF KEY-FOUND
              PERFORM 2400-CLOSE-COMPONENT
              MOVE WS-FOUND-WORD TO WS-OWNER-NAME
              MOVE 'C'           TO WS-OWNER-TYPE
              GO TO 2300-EXIT
           END-IF.

           MOVE 'AIX ----'     TO WS-KEYWORD.
           MOVE 8              TO WS-KEY-LEN.
           PERFORM 2560-GET-WORD.
           IF KEY-FOUND
              PERFORM 2400-CLOSE-COMPONENT
              MOVE WS-FOUND-WORD TO WS-OWNER-NAME
              MOVE 'A'           TO WS-OWNER-TYPE
              GO TO 2300-EXIT
           END-IF.

           MOVE 'DATA ----'    TO WS-KEYWORD.
           MOVE 9              TO WS-KEY-LEN.
           PERFORM 2500-FIND-KEYWORD.
           IF KEY-FOUND
              PERFORM 2400-CLOSE-COMPONENT
              PERFORM 2350-START-COMPONENT
              GO TO 2300-EXIT
           END-IF.

           MOVE 'INDEX ----'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2500-FIND-KEYWORD.
           IF KEY-FOUND
              PERFORM 2400-CLOSE-COMPONENT
              GO TO 2300-EXIT
           END-IF.

           MOVE 'PATH ----'    TO WS-KEYWORD.
           MOVE 9              TO WS-KEY-LEN.
           PERFORM 2500-FIND-KEYWORD.
           IF KEY-FOUND
              PERFORM 2400-CLOSE-COMPONENT
              GO TO 2300-EXIT
           END-IF.

           IF NOT IN-DATA-COMPONENT OR IN-VOLUME-SECTION
              GO TO 2300-EXIT
           END-IF.

           MOVE 'VOLSER-'      TO WS-KEYWORD.
           MOVE 7              TO WS-KEY-LEN.
           PERFORM 2500-FIND-KEYWORD.
           IF KEY-FOUND
              SET IN-VOLUME-SECTION TO TRUE
              GO TO 2300-EXIT
           END-IF.

           PERFORM 2310-TAKE-STATISTICS.

       2300-EXIT.
           EXIT.

       2310-TAKE-STATISTICS  SECTION.

           MOVE 'REC-TOTAL-'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-REC-TOTAL
           END-IF.

           MOVE 'SPLITS-CI-'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-SPLITS-CI
           END-IF.

           MOVE 'SPLITS-CA-'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-SPLITS-CA
           END-IF.

           MOVE 'EXTENTS-'     TO WS-KEYWORD.
           MOVE 8              TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-EXTENTS
           END-IF.

           MOVE 'FREESPC-'     TO WS-KEYWORD.
           MOVE 8              TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-FREESPC
           END-IF.

           MOVE 'HI-A-RBA-'    TO WS-KEYWORD.
           MOVE 9              TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-HI-A-RBA
           END-IF.

           MOVE 'HI-U-RBA-'    TO WS-KEYWORD.
           MOVE 9              TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-HI-U-RBA
           END-IF.

           MOVE 'CISIZE-'      TO WS-KEYWORD.
           MOVE 7              TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-CISIZE
           END-IF.

           MOVE 'SPACE-PRI-'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-SPACE-PRI
           END-IF.

           MOVE 'SPACE-SEC-'   TO WS-KEYWORD.
           MOVE 10             TO WS-KEY-LEN.
           PERFORM 2550-GET-NUMBER.
           IF KEY-FOUND
              MOVE WS-FOUND-VALUE TO WS-CR-SPACE-SEC
           END-IF.

           MOVE 'SPACE-TYPE-'  TO WS-KEYWORD.
           MOVE 11             TO WS-KEY-LEN.
           PERFORM 2560-GET-WORD.
           IF KEY-FOUND
              MOVE WS-FOUND-WORD(1:3) TO WS-CR-SPACE-TYPE
           END-IF.

       2350-START-COMPONENT  SECTION.

           INITIALIZE WS-CURRENT-ROW.
           MOVE SPACES             TO WS-CR-BREACH-FLAGS.
           MOVE WS-DATE            TO WS-CR-RUN-DATE.
           MOVE WS-OWNER-NAME      TO WS-CR-ENTRY-NAME.
           MOVE WS-OWNER-TYPE      TO WS-CR-ENTRY-TYPE.
           MOVE WS-MAX-EXTENTS     TO WS-CR-MAX-EXTENTS.
           SET IN-DATA-COMPONENT   TO TRUE.
           MOVE 'N'                TO WS-IN-VOLUME-FLAG.

       2400-CLOSE-COMPONENT  SECTION.

           IF IN-DATA-COMPONENT
              PERFORM 2600-ASSESS-COMPONENT
           END-IF.

           MOVE 'N' TO WS-IN-DATA-FLAG.
           MOVE 'N' TO WS-IN-VOLUME-FLAG.

      *    FINDS WS-KEYWORD IN THE LINE AND LEAVES WS-SCAN-PTR ON
      *    THE FIRST CHARACTER AFTER THE DASHES AND SPACES THAT
      *    FOLLOW IT.
       2500-FIND-KEYWORD  SECTION.

           MOVE 'N'   TO WS-KEY-FOUND-FLAG.
           MOVE ZEROS TO WS-KEY-POS.

           INSPECT TI01-LISTCAT-LINE TALLYING WS-KEY-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-KEYWORD(1:WS-KEY-LEN).

           IF WS-KEY-POS + WS-KEY-LEN > WS-LINE-LEN
              GO TO 2500-EXIT
           END-IF.

           SET KEY-FOUND TO TRUE.
           COMPUTE WS-SCAN-PTR = WS-KEY-POS + WS-KEY-LEN + 1.

           PERFORM VARYING WS-SCAN-PTR FROM WS-SCAN-PTR BY 1
                   UNTIL WS-SCAN-PTR > WS-LINE-LEN
                      OR (TI01-LISTCAT-LINE(WS-SCAN-PTR:1) NOT = '-'
                      AND TI01-LISTCAT-LINE(WS-SCAN-PTR:1)
                                                    NOT = SPACE)
               CONTINUE
           END-PERFORM.

       2500-EXIT.
           EXIT.

       2550-GET-NUMBER  SECTION.

           PERFORM 2560-GET-WORD.

           IF KEY-FOUND
              IF WS-WORD-LEN > ZERO AND WS-WORD-LEN < 16
                 AND WS-FOUND-WORD(1:WS-WORD-LEN) IS NUMERIC
                 MOVE WS-FOUND-WORD(1:WS-WORD-LEN) TO WS-FOUND-VALUE
              ELSE
                 MOVE 'N' TO WS-KEY-FOUND-FLAG
              END-IF
           END-IF.

       2560-GET-WORD  SECTION.

           MOVE SPACES TO WS-FOUND-WORD.
           MOVE ZEROS  TO WS-WORD-LEN.

           PERFORM 2500-FIND-KEYWORD.

           IF KEY-FOUND
              IF WS-SCAN-PTR > WS-LINE-LEN
                 MOVE 'N' TO WS-KEY-FOUND-FLAG
              ELSE
                 UNSTRING TI01-LISTCAT-LINE DELIMITED BY SPACE
                     INTO WS-FOUND-WORD COUNT IN WS-WORD-LEN
                     WITH POINTER WS-SCAN-PTR
                 END-UNSTRING
              END-IF
           END-IF.

      *    ONE DATA COMPONENT, FULLY COLLECTED: MEASURED AGAINST ITS
      *    OWN ALLOCATION AND AGAINST THE SAME COMPONENT AT THE
      *    START OF THE TREND WINDOW, THEN RECORDED AND REPORTED.
       2600-ASSESS-COMPONENT  SECTION.

           ADD 1 TO WS-COMPONENT-CTR.

           PERFORM 2650-FIND-BASELINE.

           MOVE ZEROS TO WS-CI-COUNT.
           IF WS-CR-CISIZE > ZERO
              COMPUTE WS-CI-COUNT = WS-CR-HI-U-RBA / WS-CR-CISIZE
           END-IF.

           MOVE ZEROS TO WS-CR-CI-SPLIT-PCT.
           IF WS-CI-COUNT > ZERO
              COMPUTE WS-CR-CI-SPLIT-PCT ROUNDED =
                      WS-CR-SPLITS-CI * 100 / WS-CI-COUNT
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-CR-CI-SPLIT-PCT
              END-COMPUTE
           END-IF.

           MOVE ZEROS TO WS-CR-FREE-PCT.
           IF WS-CR-HI-A-RBA > ZERO
              COMPUTE WS-CR-FREE-PCT ROUNDED =
                      WS-CR-FREESPC * 100 / WS-CR-HI-A-RBA
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-CR-FREE-PCT
              END-COMPUTE
           END-IF.

      *    ROOM LEFT = THE ALLOCATED-BUT-UNUSED PART OF THE PRESENT
      *    EXTENTS PLUS A SECONDARY FOR EVERY EXTENT STILL TO COME.
      *    THE BYTES IN ONE ALLOCATION UNIT ARE INFERRED FROM WHAT
      *    HAS BEEN ALLOCATED SO FAR.
           MOVE WS-CR-SPACE-PRI TO WS-ALLOC-UNITS.
           IF WS-CR-EXTENTS > 1
              COMPUTE WS-ALLOC-UNITS = WS-CR-SPACE-PRI
                      + WS-CR-SPACE-SEC * (WS-CR-EXTENTS - 1)
           END-IF.
           MOVE ZEROS TO WS-UNIT-BYTES.
           IF WS-ALLOC-UNITS > ZERO
              COMPUTE WS-UNIT-BYTES = WS-CR-HI-A-RBA / WS-ALLOC-UNITS
           END-IF.
           MOVE ZEROS TO WS-ROOM-BYTES.
           IF WS-CR-HI-A-RBA > WS-CR-HI-U-RBA
              COMPUTE WS-ROOM-BYTES = WS-CR-HI-A-RBA - WS-CR-HI-U-RBA
           END-IF.
           IF WS-CR-MAX-EXTENTS > WS-CR-EXTENTS
              COMPUTE WS-ROOM-BYTES = WS-ROOM-BYTES
                      + (WS-CR-MAX-EXTENTS - WS-CR-EXTENTS)
                      * WS-CR-SPACE-SEC * WS-UNIT-BYTES
                  ON SIZE ERROR
                      MOVE 999999999999999 TO WS-ROOM-BYTES
              END-COMPUTE
           END-IF.

      *    GROWTH IS THE RISE IN THE HIGH-USED RBA OVER THE WINDOW;
      *    A FALL MEANS A REORG IN BETWEEN, AND NO TREND YET.
           MOVE ZEROS TO WS-CR-GROWTH-PER-DAY.
           MOVE ZEROS TO WS-CA-ADDED.
           MOVE ZEROS TO WS-SPLIT-RATE.
           MOVE ZEROS TO WS-REC-ADDED.
           IF BASELINE-FOUND
              IF WS-CR-HI-U-RBA > WS-BASE-HI-U-RBA
                 COMPUTE WS-CR-GROWTH-PER-DAY =
                         (WS-CR-HI-U-RBA - WS-BASE-HI-U-RBA)
                         / WS-BASE-DAYS
              END-IF
              IF WS-CR-SPLITS-CA > WS-BASE-SPLITS-CA
                 COMPUTE WS-CA-ADDED =
                         WS-CR-SPLITS-CA - WS-BASE-SPLITS-CA
              END-IF
              IF WS-CR-SPLITS-CI > WS-BASE-SPLITS-CI
                 COMPUTE WS-SPLIT-RATE ROUNDED =
                         (WS-CR-SPLITS-CI - WS-BASE-SPLITS-CI)
                         / WS-BASE-DAYS
              END-IF
              COMPUTE WS-REC-ADDED =
                      WS-CR-REC-TOTAL - WS-BASE-REC-TOTAL
           END-IF.

           MOVE ZEROS TO WS-CR-SPACE-DATE.
           IF WS-CR-GROWTH-PER-DAY > ZERO
              COMPUTE WS-DAYS-LEFT =
                      WS-ROOM-BYTES / WS-CR-GROWTH-PER-DAY
              IF WS-DAYS-LEFT <= WS-MAX-FORECAST-DAYS
                 COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-DAYS-LEFT
                 COMPUTE WS-CR-SPACE-DATE =
                         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
              END-IF
           END-IF.

      *    A REORG IS DUE NOW ONCE THE SPLIT OR FREE-SPACE LIMIT IS
      *    PASSED; OTHERWISE ON THE NIGHT THE PRESENT CI-SPLIT RATE
      *    WOULD CARRY IT OVER THE SPLIT LIMIT.
           MOVE ZEROS TO WS-CR-REORG-DATE.
           IF WS-CR-CI-SPLIT-PCT >= WS-CI-SPLIT-MAX-PCT
              OR WS-CA-ADDED >= WS-CA-SPLIT-MAX
              MOVE 'S' TO WS-CR-BR-SPLITS
           END-IF.
           IF WS-CR-HI-A-RBA > ZERO
              AND WS-CR-FREE-PCT < WS-FREE-MIN-PCT
              MOVE 'F' TO WS-CR-BR-FREESPACE
           END-IF.
           IF CR-BR-SPLITS OR CR-BR-FREESPACE
              MOVE WS-DATE TO WS-CR-REORG-DATE
           ELSE
              IF WS-SPLIT-RATE > ZERO AND WS-CI-COUNT > ZERO
                 COMPUTE WS-SPLITS-ALLOWED =
                         WS-CI-COUNT * WS-CI-SPLIT-MAX-PCT / 100
                 MOVE ZEROS TO WS-SPLITS-LEFT
                 IF WS-SPLITS-ALLOWED > WS-CR-SPLITS-CI
                    COMPUTE WS-SPLITS-LEFT =
                            WS-SPLITS-ALLOWED - WS-CR-SPLITS-CI
                 END-IF
                 COMPUTE WS-DAYS-LEFT =
                         WS-SPLITS-LEFT / WS-SPLIT-RATE
                 IF WS-DAYS-LEFT <= WS-MAX-FORECAST-DAYS
                    COMPUTE WS-WORK-INT =
                            WS-TODAY-INT + WS-DAYS-LEFT
                    COMPUTE WS-CR-REORG-DATE =
                            FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                 END-IF
              END-IF
           END-IF.

           IF WS-CR-MAX-EXTENTS > ZERO
              AND WS-CR-EXTENTS * 100 >=
                  WS-CR-MAX-EXTENTS * WS-EXT-WARN-PCT
              MOVE 'E' TO WS-CR-BR-EXTENTS
           END-IF.
           IF WS-CR-SPACE-DATE > ZERO
              AND WS-CR-SPACE-DATE <= WS-LEAD-DATE
              MOVE 'D' TO WS-CR-BR-SPACE-DATE
           END-IF.
           IF WS-CR-REORG-DATE > ZERO
              AND WS-CR-REORG-DATE <= WS-LEAD-DATE
              MOVE 'R' TO WS-CR-BR-REORG-DATE
           END-IF.

           IF WS-CR-BREACH-FLAGS NOT = SPACES
              ADD 1 TO WS-BREACH-CTR
              DISPLAY 'VSAM THRESHOLD BREACHED: ' WS-CR-ENTRY-NAME
                      ' ' WS-CR-BREACH-FLAGS
           END-IF.

           PERFORM 2700-WRITE-HISTORY.

           PERFORM 2750-WRITE-REPORT-LINE.

      *    THE OLDEST NIGHT IN THE TREND WINDOW THAT HAS A ROW FOR
      *    THIS COMPONENT.
       2650-FIND-BASELINE  SECTION.

           MOVE 'N' TO WS-BASE-FOUND-FLAG.

           PERFORM 2660-TRY-BASELINE
               VARYING WS-BACK-DAYS FROM WS-TREND-DAYS BY -1
               UNTIL WS-BACK-DAYS = ZERO OR BASELINE-FOUND.

       2660-TRY-BASELINE  SECTION.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-BACK-DAYS.
           COMPUTE VH-RUN-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-CR-ENTRY-NAME TO VH-ENTRY-NAME.

           READ MO01-VSHIST-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BASELINE-FOUND     TO TRUE
                   MOVE WS-BACK-DAYS      TO WS-BASE-DAYS
                   MOVE VH-REC-TOTAL      TO WS-BASE-REC-TOTAL
                   MOVE VH-SPLITS-CI      TO WS-BASE-SPLITS-CI
                   MOVE VH-SPLITS-CA      TO WS-BASE-SPLITS-CA
                   MOVE VH-HI-U-RBA       TO WS-BASE-HI-U-RBA
           END-READ.

      *    A RERUN OF THE SAME NIGHT REPLACES ITS OWN ROW.
       2700-WRITE-HISTORY  SECTION.

           MOVE WS-CURRENT-ROW TO MO01-VSHIST-RECORD.

           WRITE MO01-VSHIST-RECORD
               INVALID KEY
                   REWRITE MO01-VSHIST-RECORD
                       INVALID KEY
                           DISPLAY 'VSAM HISTORY REWRITE FAILED: '
                                   WS-VH-STATUS
                   END-REWRITE
           END-WRITE.

       2750-WRITE-REPORT-LINE  SECTION.

           MOVE WS-CR-ENTRY-NAME      TO WS-RD-NAME.
           MOVE WS-CR-ENTRY-TYPE      TO WS-RD-TYPE.
           MOVE WS-CR-REC-TOTAL       TO WS-RD-RECORDS.
           MOVE WS-CR-EXTENTS         TO WS-RD-EXTENTS.
           MOVE WS-CR-MAX-EXTENTS     TO WS-RD-MAX-EXTENTS.
           MOVE WS-CR-CI-SPLIT-PCT    TO WS-RD-CI-SPLIT-PCT.
           MOVE WS-CA-ADDED           TO WS-RD-CA-ADDED.
           MOVE WS-CR-FREE-PCT        TO WS-RD-FREE-PCT.
           MOVE WS-CR-GROWTH-PER-DAY  TO WS-RD-GROWTH.
           IF WS-CR-SPACE-DATE > ZERO
              MOVE WS-CR-SPACE-DATE   TO WS-RD-SPACE-DATE
           ELSE
              MOVE '   -    '         TO WS-RD-SPACE-DATE
           END-IF.
           IF WS-CR-REORG-DATE > ZERO
              MOVE WS-CR-REORG-DATE   TO WS-RD-REORG-DATE
           ELSE
              MOVE '   -    '         TO WS-RD-REORG-DATE
           END-IF.
           MOVE WS-CR-BREACH-FLAGS    TO WS-RD-FLAGS.

           WRITE TO01-ADVISOR-RPT-RECORD FROM WS-REPORT-DETAIL.

      *    HISTORY OLDER THAN THE RETENTION IS DROPPED BEFORE
      *    TONIGHT'S ROWS GO ON -- THE FILE IS KEYED BY DATE, SO
      *    THE OLD ROWS ARE ALL AT THE FRONT.
       2800-PURGE-OLD-HISTORY  SECTION.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-KEEP-DAYS.
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           MOVE 'N'        TO WS-PURGE-EOF-FLAG.
           MOVE LOW-VALUES TO VH-KEY.

           START MO01-VSHIST-KSDS
               KEY IS NOT LESS THAN VH-KEY
               INVALID KEY
                   SET PURGE-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2810-PURGE-ONE-ROW UNTIL PURGE-SCAN-EOF.

       2810-PURGE-ONE-ROW  SECTION.

           READ MO01-VSHIST-KSDS NEXT
               AT END
                   SET PURGE-SCAN-EOF TO TRUE
               NOT AT END
                   IF VH-RUN-DATE < WS-CUTOFF-DATE
                      DELETE MO01-VSHIST-KSDS
                          INVALID KEY
                              DISPLAY 'VSAM HISTORY DELETE FAILED: '
                                      WS-VH-STATUS
                      END-DELETE
                      ADD 1 TO WS-PURGED-CTR
                   ELSE
                      SET PURGE-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' LISTCAT LINES READ       ',  WS-LINE-CTR
           DISPLAY ' COMPONENTS ASSESSED      ',  WS-COMPONENT-CTR
           DISPLAY ' COMPONENTS IN BREACH     ',  WS-BREACH-CTR
           DISPLAY ' HISTORY ROWS PURGED      ',  WS-PURGED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-LISTCAT,
                  MO01-VSHIST-KSDS,
                  TO01-ADVISOR-RPT.

           STOP RUN.
