       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRP001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    STAMPS THE ADDED / REMOVED DATES. A MISSING FILE FALLS
      *    BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

           SELECT TI01-GRP-TRAN       ASSIGN TO GRPTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    GROUP-METERING MASTER -- ONE ROW PER METER IN A GROUP,
      *    KEYED BY THE METER ITSELF. THE BULK METER A SOCIETY OR
      *    MALL TAKES ITS SUPPLY THROUGH CARRIES ROLE 'B' AND ITS
      *    OWN ID AS THE BULK ID; EACH FLAT'S OR SHOP'S SUB-METER
      *    CARRIES ROLE 'S' AND THE BULK METER IT HANGS OFF, SO THE
      *    ALTERNATE INDEX WALKS A WHOLE GROUP. BILL003 BILLS THE
      *    BULK METER AND APPORTIONS IT ACROSS THE SUB-METERS.
           SELECT MO01-GRP-KSDS       ASSIGN TO GRPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS GRP-MTR-ID
           ALTERNATE RECORD KEY   IS GRP-BULK-MTR-ID WITH DUPLICATES
           FILE STATUS            IS WS-KSDS-STATUS.

      *    METER MASTER -- EVERY METER NAMED MUST BE ON FILE.
           SELECT MI01-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT TO01-GRP-ERR        ASSIGN TO GRPERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    EVERY GROUP MEMBER ADDED, CHANGED OR REMOVED TONIGHT.
           SELECT TO02-GRP-LIST       ASSIGN TO GRPLIST
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

      *    'A' ADDS A METER TO A GROUP -- ROLE 'B' STARTS A NEW
      *    GROUP ON ITS BULK METER WITH THE COMMON-AREA BASIS,
      *    ROLE 'S' HANGS A SUB-METER OFF AN EXISTING BULK METER.
      *    'C' CHANGES THE BASIS (BULK) OR THE FIXED COMMON-AREA
      *    PERCENTAGE (SUB). 'X' TAKES A METER OUT OF ITS GROUP.
       FD TI01-GRP-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 TI01-GRP-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-REMOVE              VALUE 'X'.
          05 IN-MTR-ID           PIC X(14).
          05 IN-ROLE             PIC X(01).
             88 IN-ROLE-BULK                 VALUE 'B'.
             88 IN-ROLE-SUB                  VALUE 'S'.
          05 IN-BULK-MTR-ID      PIC X(14).
          05 IN-COMMON-BASIS     PIC X(01).
             88 IN-BASIS-VALID               VALUES 'E' 'M' 'F'.
          05 IN-COMMON-PCT       PIC 9(03)V99.
          05 FILLER              PIC X(14).

       FD MO01-GRP-KSDS
           RECORD CONTAINS         64  CHARACTERS.

       01 MO01-GRP-RECORD.
          05 GRP-MTR-ID          PIC X(14).
          05 GRP-BULK-MTR-ID     PIC X(14).
          05 GRP-ROLE            PIC X(01).
             88 GRP-ROLE-BULK                VALUE 'B'.
             88 GRP-ROLE-SUB                 VALUE 'S'.
      *    HOW THE COMMON-AREA CONSUMPTION (BULK LESS THE SUM OF
      *    THE SUBS) IS SPLIT -- 'E' EQUALLY PER SUB-METER, 'M' IN
      *    PROPORTION TO EACH SUB'S OWN METERED UNITS, 'F' BY THE
      *    FIXED PERCENTAGE HELD ON EACH SUB ROW. BULK ROW ONLY.
          05 GRP-COMMON-BASIS    PIC X(01).
             88 GRP-BASIS-EQUAL              VALUE 'E'.
             88 GRP-BASIS-METERED            VALUE 'M'.
             88 GRP-BASIS-FIXED              VALUE 'F'.
          05 GRP-COMMON-PCT      PIC 9(03)V99.
          05 GRP-STATUS          PIC X(01).
             88 GRP-STAT-ACTIVE              VALUE 'A'.
             88 GRP-STAT-REMOVED             VALUE 'X'.
          05 GRP-ADDED-DATE      PIC 9(08).
          05 GRP-REMOVED-DATE    PIC 9(08).
          05 GRP-LAST-MAINT-DATE PIC 9(08).
          05 FILLER              PIC X(04).

      *    SAME METER MASTER LAYOUT BILL003 READS.
       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).

       FD TO01-GRP-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         51  CHARACTERS.

       01 TO01-GRP-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(50).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '1'.
             88 ERR-REAS-NO-METER           VALUE '2'.
             88 ERR-REAS-ALREADY-GROUPED    VALUE '3'.
             88 ERR-REAS-BAD-BULK           VALUE '4'.
             88 ERR-REAS-BAD-DETAIL         VALUE '5'.
             88 ERR-REAS-NOT-FOUND          VALUE '6'.
             88 ERR-REAS-SUBS-REMAIN        VALUE '7'.

       FD TO02-GRP-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-GRP-LIST-RECORD    PIC X(100).

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
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    A ROW ALREADY ON FILE FOR THE METER -- ACTIVE MEANS THE
      *    METER IS IN A GROUP ALREADY; A REMOVED ROW IS SIMPLY
      *    REUSED WHEN THE METER IS ADDED BACK.
       01 WS-GROUP-VARIABLES.
          05 WS-ROW-FOUND-FLAG     PIC X(01) VALUE 'N'.
             88 ROW-ON-FILE        VALUE 'Y'.
             88 ROW-NOT-ON-FILE    VALUE 'N'.
          05 WS-SAVE-GRP-RECORD    PIC X(64) VALUE SPACES.
          05 WS-SCAN-BULK-ID       PIC X(14) VALUE SPACES.
          05 WS-ACTIVE-SUB-CTR     PIC 9(04) VALUE ZEROS.
          05 WS-SUB-SCAN-FLAG      PIC X(01) VALUE 'N'.
             88 SUB-SCAN-EOF       VALUE 'Y'.

       01 WS-VALIDATION-FLAG       PIC X(01) VALUE 'Y'.
          88 TRAN-VALID            VALUE 'Y'.
          88 TRAN-INVALID          VALUE 'N'.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'GROUP METERING MASTER MAINTENANCE'.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-MTR-ID         PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-ROLE           PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-BULK-MTR-ID    PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-BASIS          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-PCT            PIC ZZ9.99.
          05 FILLER               PIC X(44) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(05) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-REMOVE-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'GRP001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  GROUP METERING MASTER MAINTENANCE     '
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
           WRITE TO02-GRP-LIST-RECORD FROM WS-LIST-HEADER.

           PERFORM 2200-READ-GRP-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-GRP-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-GRP-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP METERING KSDS: '
                      WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: '
                      WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-GRP-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-GRP-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING GROUP MAINTENANCE LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-GRP-TRAN  SECTION.

           READ TI01-GRP-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-MEMBER
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-MEMBER
               WHEN IN-TRANS-REMOVE
                  PERFORM 2330-REMOVE-MEMBER
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-MEMBER SECTION.

           PERFORM 2400-VALIDATE-ADD.

           IF TRAN-VALID
              IF ROW-ON-FILE
                 MOVE MO01-GRP-RECORD TO WS-AUDIT-BEFORE
              ELSE
                 MOVE SPACES          TO WS-AUDIT-BEFORE
              END-IF
              MOVE SPACES             TO MO01-GRP-RECORD
              MOVE IN-MTR-ID          TO GRP-MTR-ID
              MOVE IN-ROLE            TO GRP-ROLE
              IF IN-ROLE-BULK
                 MOVE IN-MTR-ID       TO GRP-BULK-MTR-ID
                 MOVE IN-COMMON-BASIS TO GRP-COMMON-BASIS
                 MOVE ZEROS           TO GRP-COMMON-PCT
              ELSE
                 MOVE IN-BULK-MTR-ID  TO GRP-BULK-MTR-ID
                 MOVE SPACE           TO GRP-COMMON-BASIS
                 MOVE IN-COMMON-PCT   TO GRP-COMMON-PCT
              END-IF
              SET GRP-STAT-ACTIVE     TO TRUE
              MOVE WS-DATE            TO GRP-ADDED-DATE
              MOVE ZEROS              TO GRP-REMOVED-DATE
              MOVE WS-DATE            TO GRP-LAST-MAINT-DATE
              IF ROW-ON-FILE
                 REWRITE MO01-GRP-RECORD
                     INVALID KEY
                         DISPLAY 'GROUP REWRITE FAILED: '
                                 GRP-MTR-ID
                                 ' STATUS: ' WS-KSDS-STATUS
                         ADD 1 TO WS-ERROR-CTR
                     NOT INVALID KEY
                         PERFORM 2500-ADD-ACCEPTED
                 END-REWRITE
              ELSE
                 WRITE MO01-GRP-RECORD
                     INVALID KEY
                         DISPLAY 'GROUP WRITE FAILED: '
                                 GRP-MTR-ID
                                 ' STATUS: ' WS-KSDS-STATUS
                         ADD 1 TO WS-ERROR-CTR
                     NOT INVALID KEY
                         PERFORM 2500-ADD-ACCEPTED
                 END-WRITE
              END-IF
           END-IF.

       2320-CHANGE-MEMBER SECTION.

           MOVE IN-MTR-ID TO GRP-MTR-ID.

           READ MO01-GRP-KSDS KEY IS GRP-MTR-ID
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   IF NOT GRP-STAT-ACTIVE
                      PERFORM 2910-REJECT-NOT-FOUND
                   ELSE
                      PERFORM 2420-VALIDATE-CHANGE
                      IF TRAN-VALID
                         MOVE MO01-GRP-RECORD TO WS-AUDIT-BEFORE
                         IF GRP-ROLE-BULK
                            MOVE IN-COMMON-BASIS TO GRP-COMMON-BASIS
                         ELSE
                            MOVE IN-COMMON-PCT   TO GRP-COMMON-PCT
                         END-IF
                         PERFORM 2800-REWRITE-GROUP-ROW
                         ADD 1 TO WS-CHANGE-CTR
                         MOVE 'CHANGED ' TO WS-LL-TAG
                         PERFORM 2960-WRITE-LIST-LINE
                      END-IF
                   END-IF
           END-READ.

       2330-REMOVE-MEMBER SECTION.

      *    A BULK METER LEAVES ONLY ONCE EVERY SUB-METER HAS BEEN
      *    TAKEN OFF IT -- OTHERWISE THE SUBS WOULD FALL BACK TO
      *    ORDINARY BILLING MID-GROUP WITHOUT ANYONE DECIDING SO.
           MOVE IN-MTR-ID TO GRP-MTR-ID.

           READ MO01-GRP-KSDS KEY IS GRP-MTR-ID
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   IF NOT GRP-STAT-ACTIVE
                      PERFORM 2910-REJECT-NOT-FOUND
                   ELSE
                      SET TRAN-VALID TO TRUE
                      IF GRP-ROLE-BULK
                         PERFORM 2450-COUNT-ACTIVE-SUBS
                         IF WS-ACTIVE-SUB-CTR > ZEROS
                            DISPLAY 'SUB-METERS STILL ON BULK METER: '
                                    IN-MTR-ID ' ' WS-ACTIVE-SUB-CTR
                            SET ERR-REAS-SUBS-REMAIN TO TRUE
                            PERFORM 2900-WRITE-ERR-RECORD
                            SET TRAN-INVALID TO TRUE
                         END-IF
                      END-IF
                      IF TRAN-VALID
                         MOVE MO01-GRP-RECORD TO WS-AUDIT-BEFORE
                         SET GRP-STAT-REMOVED TO TRUE
                         MOVE WS-DATE TO GRP-REMOVED-DATE
                         PERFORM 2800-REWRITE-GROUP-ROW
                         ADD 1 TO WS-REMOVE-CTR
                         MOVE 'REMOVED ' TO WS-LL-TAG
                         PERFORM 2960-WRITE-LIST-LINE
                      END-IF
                   END-IF
           END-READ.

       2400-VALIDATE-ADD SECTION.

           SET TRAN-VALID      TO TRUE.
           SET ROW-NOT-ON-FILE TO TRUE.

           MOVE IN-MTR-ID TO MTR-ID.
           READ MI01-METER-KSDS
               INVALID KEY
                   DISPLAY 'METER NOT ON MASTER: ' IN-MTR-ID
                   SET ERR-REAS-NO-METER TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
                   SET TRAN-INVALID TO TRUE
           END-READ.

           IF TRAN-VALID
              IF NOT IN-ROLE-BULK AND NOT IN-ROLE-SUB
                 OR (IN-ROLE-BULK AND NOT IN-BASIS-VALID)
                 OR (IN-ROLE-SUB
                     AND (IN-COMMON-PCT NOT NUMERIC
                          OR IN-COMMON-PCT > 100))
                 DISPLAY 'ROLE, BASIS OR PERCENTAGE INVALID: '
                         IN-MTR-ID
                 SET ERR-REAS-BAD-DETAIL TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
                 SET TRAN-INVALID TO TRUE
              END-IF
           END-IF.

      *    THE SUB-METER'S BULK METER MUST ALREADY HEAD A LIVE
      *    GROUP, AND A METER CANNOT SUPPLY ITSELF.
           IF TRAN-VALID AND IN-ROLE-SUB
              MOVE IN-BULK-MTR-ID TO GRP-MTR-ID
              READ MO01-GRP-KSDS KEY IS GRP-MTR-ID
                  INVALID KEY
                      SET TRAN-INVALID TO TRUE
                  NOT INVALID KEY
                      IF NOT GRP-ROLE-BULK
                         OR NOT GRP-STAT-ACTIVE
                         SET TRAN-INVALID TO TRUE
                      END-IF
              END-READ
              IF IN-BULK-MTR-ID = IN-MTR-ID
                 SET TRAN-INVALID TO TRUE
              END-IF
              IF TRAN-INVALID
                 DISPLAY 'NO ACTIVE BULK METER FOR SUB-METER: '
                         IN-MTR-ID ' BULK: ' IN-BULK-MTR-ID
                 SET ERR-REAS-BAD-BULK TO TRUE
                 PERFORM 2900-WRITE-ERR-RECORD
              END-IF
           END-IF.

      *    ONE GROUP PER METER -- A METER ALREADY IN A GROUP MUST
      *    BE REMOVED BEFORE IT CAN JOIN ANOTHER.
           IF TRAN-VALID
              MOVE IN-MTR-ID TO GRP-MTR-ID
              READ MO01-GRP-KSDS KEY IS GRP-MTR-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET ROW-ON-FILE TO TRUE
                      IF GRP-STAT-ACTIVE
                         DISPLAY 'METER ALREADY IN A GROUP: '
                                 IN-MTR-ID ' BULK: ' GRP-BULK-MTR-ID
                         SET ERR-REAS-ALREADY-GROUPED TO TRUE
                         PERFORM 2900-WRITE-ERR-RECORD
                         SET TRAN-INVALID TO TRUE
                      END-IF
              END-READ
           END-IF.

       2420-VALIDATE-CHANGE SECTION.

           SET TRAN-VALID TO TRUE.

           IF (GRP-ROLE-BULK AND NOT IN-BASIS-VALID)
              OR (GRP-ROLE-SUB
                  AND (IN-COMMON-PCT NOT NUMERIC
                       OR IN-COMMON-PCT > 100))
              DISPLAY 'BASIS OR PERCENTAGE INVALID: ' IN-MTR-ID
              SET ERR-REAS-BAD-DETAIL TO TRUE
              PERFORM 2900-WRITE-ERR-RECORD
              SET TRAN-INVALID TO TRUE
           END-IF.

       2450-COUNT-ACTIVE-SUBS SECTION.

      *    WALK THE GROUP ON THE ALTERNATE INDEX, THEN PUT THE
      *    BULK ROW BACK IN THE RECORD AREA READY FOR THE REWRITE.
           MOVE MO01-GRP-RECORD TO WS-SAVE-GRP-RECORD.
           MOVE GRP-MTR-ID      TO WS-SCAN-BULK-ID.
           MOVE ZEROS           TO WS-ACTIVE-SUB-CTR.
           MOVE 'N'             TO WS-SUB-SCAN-FLAG.

           MOVE WS-SCAN-BULK-ID TO GRP-BULK-MTR-ID.
           START MO01-GRP-KSDS KEY IS EQUAL TO GRP-BULK-MTR-ID
               INVALID KEY
                   SET SUB-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2460-COUNT-ONE-SUB
               UNTIL SUB-SCAN-EOF.

           MOVE WS-SCAN-BULK-ID TO GRP-MTR-ID.
           READ MO01-GRP-KSDS KEY IS GRP-MTR-ID
               INVALID KEY
                   DISPLAY 'BULK ROW LOST DURING SCAN: '
                           WS-SCAN-BULK-ID
                   ADD 1 TO WS-ERROR-CTR
                   MOVE WS-SAVE-GRP-RECORD TO MO01-GRP-RECORD
           END-READ.

       2460-COUNT-ONE-SUB SECTION.

           READ MO01-GRP-KSDS NEXT
               AT END  SET SUB-SCAN-EOF TO TRUE
               NOT AT END
                   IF GRP-BULK-MTR-ID NOT = WS-SCAN-BULK-ID
                      SET SUB-SCAN-EOF TO TRUE
                   ELSE
                      IF GRP-ROLE-SUB AND GRP-STAT-ACTIVE
                         ADD 1 TO WS-ACTIVE-SUB-CTR
                      END-IF
                   END-IF
           END-READ.

       2500-ADD-ACCEPTED SECTION.

           ADD 1 TO WS-ADD-CTR.
           PERFORM 2950-WRITE-AUDIT-RECORD.
           MOVE 'ADDED   ' TO WS-LL-TAG.
           PERFORM 2960-WRITE-LIST-LINE.

       2800-REWRITE-GROUP-ROW SECTION.

           MOVE WS-DATE TO GRP-LAST-MAINT-DATE.

           REWRITE MO01-GRP-RECORD
               INVALID KEY
                   DISPLAY 'GROUP REWRITE FAILED: ' GRP-MTR-ID
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           ADD 1 TO WS-ERROR-CTR.
           MOVE TI01-GRP-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-GRP-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'METER NOT IN ANY GROUP: ' IN-MTR-ID.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'GRP001  ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE GRP-MTR-ID         TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-GRP-RECORD    TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       2960-WRITE-LIST-LINE SECTION.

           MOVE GRP-MTR-ID         TO WS-LL-MTR-ID.
           MOVE GRP-ROLE           TO WS-LL-ROLE.
           MOVE GRP-BULK-MTR-ID    TO WS-LL-BULK-MTR-ID.
           MOVE GRP-COMMON-BASIS   TO WS-LL-BASIS.
           MOVE GRP-COMMON-PCT     TO WS-LL-PCT.
           WRITE TO02-GRP-LIST-RECORD FROM WS-LIST-LINE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' MEMBERS ADDED            ',  WS-ADD-CTR
           DISPLAY ' MEMBERS CHANGED          ',  WS-CHANGE-CTR
           DISPLAY ' MEMBERS REMOVED          ',  WS-REMOVE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-GRP-TRAN,
                  MO01-GRP-KSDS,
                  MI01-METER-KSDS,
                  TO01-GRP-ERR,
                  TO02-GRP-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
