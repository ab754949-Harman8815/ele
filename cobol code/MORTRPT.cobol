       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MORTRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    WHAT EACH DISCONNECTION MORATORIUM HELD BACK -- ONE LINE
      *    PER MORATORIUM ON THE CALENDAR MORT001 MAINTAINS, WITH
      *    THE CUSTOMERS DEFERRED BY THE DISCONEX EXTRACT, THE
      *    DUNNING LADDER AND THE AMI SWITCHING RUN, AND THE RUNS
      *    THEY WERE HELD FOR.
           SELECT MI01-MORAT-KSDS     ASSIGN TO MORKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS MOR-ID
           FILE STATUS            IS WS-MOR-STATUS.

           SELECT MI02-MORAT-DEFER-KSDS ASSIGN TO MORDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MORD-KEY
           FILE STATUS            IS WS-MORD-STATUS.

      *    RUN PARAMETERS FROM CYCCTL AT THE TOP OF THE CHAIN.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TO01-MORAT-RPT      ASSIGN TO MORTRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME MORATORIUM LAYOUT MORT001 MAINTAINS.
       FD MI01-MORAT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MI01-MORAT-RECORD.
          05 MOR-ID               PIC X(10).
          05 MOR-AREA-CODE        PIC X(06).
             88 MOR-ALL-AREAS                VALUE SPACES.
          05 MOR-FROM-DATE        PIC 9(08).
          05 MOR-TO-DATE          PIC 9(08).
          05 MOR-REASON-CODE      PIC X(02).
          05 MOR-REASON-TEXT      PIC X(30).
          05 MOR-STATUS           PIC X(01).
             88 MOR-STAT-ACTIVE              VALUE 'A'.
             88 MOR-STAT-LIFTED              VALUE 'X'.
          05 MOR-ENTERED-DATE     PIC 9(08).
          05 FILLER               PIC X(07).

      *    SAME DEFERRAL LOG LAYOUT DISCONEX, DUNN001 AND AMIC001
      *    WRITE.
       FD MI02-MORAT-DEFER-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI02-MORAT-DEFER-RECORD.
          05 MORD-KEY.
             10 MORD-MOR-ID         PIC X(10).
             10 MORD-CUST-ID        PIC X(12).
             10 MORD-SOURCE         PIC X(01).
                88 MORD-SRC-EXTRACT            VALUE 'X'.
                88 MORD-SRC-LADDER             VALUE 'L'.
                88 MORD-SRC-AMI                VALUE 'A'.
          05 MORD-FIRST-DATE        PIC 9(08).
          05 MORD-LAST-DATE         PIC 9(08).
          05 MORD-DEFER-CNT         PIC 9(05).
          05 FILLER                 PIC X(06).

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

       FD TO01-MORAT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-MORAT-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-RP-STATUS             PIC X(02).
          88 RP-IO-STATUS          VALUE '00'.
          88 RP-NOT-FOUND          VALUE '35'.

       01 WS-FILE-STATUS-CODES.
          05 WS-MOR-STATUS         PIC X(02).
             88 MOR-IO-STATUS      VALUE '00'.
             88 MOR-EOF            VALUE '10'.
          05 WS-MORD-STATUS        PIC X(02).
             88 MORD-IO-STATUS     VALUE '00'.
          05 WS-MORD-DONE-FLAG     PIC X(01) VALUE 'N'.
             88 MORD-SCAN-DONE     VALUE 'Y'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    ONE MORATORIUM'S DEFERRALS. THE LOG IS KEYED MORATORIUM,
      *    CUSTOMER, SOURCE -- A CUSTOMER HELD BY MORE THAN ONE
      *    STEP SITS ON CONSECUTIVE ROWS AND IS COUNTED ONCE.
       01 WS-MORAT-WORK.
          05 WS-LAST-CUST-ID       PIC X(12) VALUE SPACES.
          05 WS-CUST-CNT           PIC 9(06) VALUE ZEROS.
          05 WS-EXTRACT-CNT        PIC 9(06) VALUE ZEROS.
          05 WS-LADDER-CNT         PIC 9(06) VALUE ZEROS.
          05 WS-AMI-CNT            PIC 9(06) VALUE ZEROS.
          05 WS-RUNS-CNT           PIC 9(07) VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-MORAT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-IN-FORCE-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-TOTAL-CUST-CTR     PIC 9(07) VALUE ZEROS.
          05 WS-TOTAL-RUNS-CTR     PIC 9(08) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE
             'DISCONNECTION MORATORIUM DEFERRAL REPORT'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'MORATORIUM'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(10) VALUE 'FROM'.
          05 FILLER               PIC X(10) VALUE 'TO'.
          05 FILLER               PIC X(4)  VALUE 'RSN'.
          05 FILLER               PIC X(9)  VALUE 'STATUS'.
          05 FILLER               PIC X(10) VALUE 'CUSTOMERS'.
          05 FILLER               PIC X(10) VALUE '  EXTRACT'.
          05 FILLER               PIC X(10) VALUE '   LADDER'.
          05 FILLER               PIC X(10) VALUE '      AMI'.
          05 FILLER               PIC X(11) VALUE '  RUNS HELD'.
          05 FILLER               PIC X(27) VALUE 'REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-MOR-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AREA-CODE      PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-FROM-DATE      PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TO-DATE        PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REASON-CODE    PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-STATUS         PIC X(07).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-CNT       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-EXTRACT-CNT    PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-LADDER-CNT     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-AMI-CNT        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RD-RUNS-CNT       PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REASON-TEXT    PIC X(27).

       01 WS-REPORT-TRAILER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'MORATORIA  '.
          05 WS-RT-MORATORIA      PIC ZZZZZ9.
          05 FILLER               PIC X(12) VALUE '  IN FORCE '.
          05 WS-RT-IN-FORCE       PIC ZZZZZ9.
          05 FILLER               PIC X(22) VALUE
             '  CUSTOMERS DEFERRED '.
          05 WS-RT-CUSTOMERS      PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(13) VALUE '  RUNS HELD '.
          05 WS-RT-RUNS           PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MORTRPT EXECUTION BEGINS HERE ..........'
           DISPLAY '  MORATORIUM DEFERRAL REPORT            '
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

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO01-MORAT-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-MORAT-RPT-RECORD FROM WS-REPORT-HEADER2.

           PERFORM 2200-READ-MORATORIUM UNTIL MOR-EOF.

           MOVE WS-MORAT-CTR      TO WS-RT-MORATORIA.
           MOVE WS-IN-FORCE-CTR   TO WS-RT-IN-FORCE.
           MOVE WS-TOTAL-CUST-CTR TO WS-RT-CUSTOMERS.
           MOVE WS-TOTAL-RUNS-CTR TO WS-RT-RUNS.
           MOVE SPACES TO TO01-MORAT-RPT-RECORD.
           WRITE TO01-MORAT-RPT-RECORD.
           WRITE TO01-MORAT-RPT-RECORD FROM WS-REPORT-TRAILER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-MORAT-KSDS.
           IF NOT MOR-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM KSDS: '
                      WS-MOR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI02-MORAT-DEFER-KSDS.
           IF NOT MORD-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM DEFERRAL KSDS: '
                      WS-MORD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MORAT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING MORATORIUM REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2200-READ-MORATORIUM  SECTION.

           READ MI01-MORAT-KSDS
               AT END  SET MOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MORAT-CTR
                   PERFORM 2300-REPORT-ONE-MORATORIUM
           END-READ.

       2300-REPORT-ONE-MORATORIUM  SECTION.

           MOVE SPACES TO WS-LAST-CUST-ID.
           MOVE ZEROS  TO WS-CUST-CNT WS-EXTRACT-CNT WS-LADDER-CNT
                          WS-AMI-CNT  WS-RUNS-CNT.

           MOVE MOR-ID     TO MORD-MOR-ID.
           MOVE LOW-VALUES TO MORD-CUST-ID.
           MOVE LOW-VALUES TO MORD-SOURCE.
           MOVE 'N'        TO WS-MORD-DONE-FLAG.

           START MI02-MORAT-DEFER-KSDS
               KEY IS NOT LESS THAN MORD-KEY
               INVALID KEY
                   SET MORD-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2310-READ-ONE-DEFERRAL UNTIL MORD-SCAN-DONE.

           MOVE SPACES            TO WS-REPORT-DETAIL.
           MOVE MOR-ID            TO WS-RD-MOR-ID.
           IF MOR-ALL-AREAS
              MOVE 'ALL'          TO WS-RD-AREA-CODE
           ELSE
              MOVE MOR-AREA-CODE  TO WS-RD-AREA-CODE
           END-IF.
           MOVE MOR-FROM-DATE     TO WS-RD-FROM-DATE.
           MOVE MOR-TO-DATE       TO WS-RD-TO-DATE.
           MOVE MOR-REASON-CODE   TO WS-RD-REASON-CODE.

      *    A LIFTED MORATORIUM SHOWS AS SUCH WHATEVER ITS DATES;
      *    AN ACTIVE ONE IS PENDING, IN FORCE OR ENDED AGAINST
      *    THE RUN DATE.
           EVALUATE TRUE
               WHEN MOR-STAT-LIFTED
                   MOVE 'LIFTED'  TO WS-RD-STATUS
               WHEN MOR-FROM-DATE > WS-DATE
                   MOVE 'PENDING' TO WS-RD-STATUS
               WHEN MOR-TO-DATE < WS-DATE
                   MOVE 'ENDED'   TO WS-RD-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'  TO WS-RD-STATUS
                   ADD 1 TO WS-IN-FORCE-CTR
           END-EVALUATE.

           MOVE WS-CUST-CNT       TO WS-RD-CUST-CNT.
           MOVE WS-EXTRACT-CNT    TO WS-RD-EXTRACT-CNT.
           MOVE WS-LADDER-CNT     TO WS-RD-LADDER-CNT.
           MOVE WS-AMI-CNT        TO WS-RD-AMI-CNT.
           MOVE WS-RUNS-CNT       TO WS-RD-RUNS-CNT.
           MOVE MOR-REASON-TEXT   TO WS-RD-REASON-TEXT.
           WRITE TO01-MORAT-RPT-RECORD FROM WS-REPORT-DETAIL.

           ADD WS-CUST-CNT TO WS-TOTAL-CUST-CTR.
           ADD WS-RUNS-CNT TO WS-TOTAL-RUNS-CTR.

       2310-READ-ONE-DEFERRAL  SECTION.

           READ MI02-MORAT-DEFER-KSDS NEXT RECORD
               AT END
                   SET MORD-SCAN-DONE TO TRUE
               NOT AT END
                   IF MORD-MOR-ID NOT = MOR-ID
                      SET MORD-SCAN-DONE TO TRUE
                   ELSE
                      PERFORM 2320-COUNT-ONE-DEFERRAL
                   END-IF
           END-READ.

       2320-COUNT-ONE-DEFERRAL  SECTION.

           IF MORD-CUST-ID NOT = WS-LAST-CUST-ID
              ADD 1 TO WS-CUST-CNT
              MOVE MORD-CUST-ID TO WS-LAST-CUST-ID
           END-IF.

           EVALUATE TRUE
               WHEN MORD-SRC-EXTRACT
                   ADD 1 TO WS-EXTRACT-CNT
               WHEN MORD-SRC-LADDER
                   ADD 1 TO WS-LADDER-CNT
               WHEN MORD-SRC-AMI
                   ADD 1 TO WS-AMI-CNT
           END-EVALUATE.

           ADD MORD-DEFER-CNT TO WS-RUNS-CNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' MORATORIA ON THE CALENDAR ',  WS-MORAT-CTR
           DISPLAY ' IN FORCE TODAY            ',  WS-IN-FORCE-CTR
           DISPLAY ' CUSTOMERS DEFERRED        ',  WS-TOTAL-CUST-CTR
           DISPLAY ' RUNS HELD                 ',  WS-TOTAL-RUNS-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-MORAT-KSDS,
                  MI02-MORAT-DEFER-KSDS,
                  TO01-MORAT-RPT.

           STOP RUN.
