       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALRT001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-ALERT-TRAN      ASSIGN TO ALRTTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    PREMISE ALERT / HAZARD MASTER -- THE WARNINGS FIELD
      *    STAFF NEED BEFORE THEY OPEN THE GATE: A DOG, A METER
      *    INSIDE THAT NEEDS A CALL FIRST, ASBESTOS BOARD, A
      *    HISTORY OF THREATS. UP TO 99 PER PREMISE, KEYED
      *    PREMISE + SEQUENCE SO A PREFIX BROWSE FINDS THEM ALL.
      *    RDDL001 PUTS THEM ON THE HANDHELD DOWNLOAD (AND SO ON
      *    THE WALK-SEQUENCE ROUTE), WO001 UNDER EVERY OPEN ORDER
      *    FOR THE PREMISE, AND CINQ001/MINQ001 AS A BANNER.
           SELECT MO01-ALERT-KSDS      ASSIGN TO ALRTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ALRT-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

      *    PREMISE MASTER MAINTAINED BY PREM001 -- AN ALERT KEYED
      *    AGAINST AN ACCOUNT IS FILED UNDER THE PREMISE THAT
      *    ACCOUNT OCCUPIES, FOUND THROUGH THE OCCUPANT INDEX.
           SELECT MI01-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

           SELECT TO01-ALERT-ERR       ASSIGN TO ALRTERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

      *    MONTHLY REVIEW LIST FOR THE FIELD SUPERVISORS -- ALERTS
      *    THAT HAVE PASSED THEIR EXPIRY DROP OFF, AND THE ONES
      *    ABOUT TO GO ARE LISTED SO THEY CAN BE RENEWED FIRST.
           SELECT TO02-REVIEW-LIST     ASSIGN TO ALRTRVW
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RVW-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER ALERT ACTION -- 'A' RAISES AN ALERT
      *    AT THE SEQUENCE GIVEN, 'C' REPLACES ITS TYPE, TEXT AND
      *    EXPIRY, 'X' WITHDRAWS IT. THE PREMISE MAY BE LEFT BLANK
      *    WHEN THE ACCOUNT IS GIVEN; IT IS THEN THE PREMISE THE
      *    ACCOUNT OCCUPIES. A ZERO EXPIRY MEANS OPEN-ENDED.
       FD TI01-ALERT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         83  CHARACTERS.

       01 TI01-ALERT-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-REMOVE              VALUE 'X'.
          05 IN-PREMISE-ID       PIC X(10).
          05 IN-CUST-ID          PIC X(12).
          05 IN-SEQ              PIC 9(02).
          05 IN-ALERT-TYPE       PIC X(02).
             88 IN-TYPE-VALID                VALUE 'DG' 'CF' 'AS'
                                                   'TH' 'EH' 'AX'
                                                   'OT'.
          05 IN-ALERT-TEXT       PIC X(40).
          05 IN-RAISED-BY        PIC X(08).
          05 IN-EXPIRY-DATE      PIC 9(08).

       FD MO01-ALERT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MO01-ALERT-RECORD.
          05 ALRT-KEY.
             10 ALRT-PREMISE-ID   PIC X(10).
             10 ALRT-SEQ          PIC 9(02).
          05 ALRT-CUST-ID         PIC X(12).
          05 ALRT-TYPE            PIC X(02).
             88 ALRT-TYPE-DOG                VALUE 'DG'.
             88 ALRT-TYPE-CALL-FIRST         VALUE 'CF'.
             88 ALRT-TYPE-ASBESTOS           VALUE 'AS'.
             88 ALRT-TYPE-THREAT             VALUE 'TH'.
             88 ALRT-TYPE-ELEC-HAZARD        VALUE 'EH'.
             88 ALRT-TYPE-ACCESS             VALUE 'AX'.
             88 ALRT-TYPE-OTHER              VALUE 'OT'.
          05 ALRT-TEXT            PIC X(40).
          05 ALRT-RAISED-BY       PIC X(08).
          05 ALRT-RAISED-DATE     PIC 9(08).
          05 ALRT-EXPIRY-DATE     PIC 9(08).
          05 ALRT-STATUS          PIC X(01).
             88 ALRT-STAT-ACTIVE             VALUE 'A'.
             88 ALRT-STAT-WITHDRAWN          VALUE 'X'.
             88 ALRT-STAT-EXPIRED            VALUE 'E'.
          05 ALRT-STATUS-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

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

       FD TO01-ALERT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         84  CHARACTERS.

       01 TO01-ALERT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(83).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENTRY          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-NO-PREMISE         VALUE '4'.
             88 ERR-REAS-BAD-ALERT-TYPE     VALUE '5'.
             88 ERR-REAS-NO-TEXT            VALUE '6'.
             88 ERR-REAS-NO-RAISED-BY       VALUE '7'.
             88 ERR-REAS-EXPIRY-PAST        VALUE '8'.

       FD TO02-REVIEW-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-REVIEW-LIST-RECORD  PIC X(100).

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
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-RVW-STATUS         PIC X(02).
             88 RVW-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    OPTIONAL RUNTIME PARAMETER -- THE MONTHLY JOB PASSES
      *    'REVIEW' TO RUN THE EXPIRY SWEEP AFTER ITS
      *    TRANSACTIONS; THE NIGHTLY STEP JUST MAINTAINS.
       01 WS-PARM-LINE             PIC X(08) VALUE SPACES.
          88 REVIEW-RUN            VALUE 'REVIEW'.

      *    ALERTS EXPIRING WITHIN THIS MANY DAYS GO ON THE REVIEW
      *    LIST SO THE ONES STILL NEEDED CAN BE RENEWED.
       01 WS-REVIEW-WINDOW-DAYS    PIC 9(03) VALUE 31.

       01 WS-REVIEW-VARIABLES.
          05 WS-DATE-INTEGER       PIC S9(09) COMP.
          05 WS-WINDOW-INTEGER     PIC S9(09) COMP.
          05 WS-WINDOW-DATE        PIC 9(08) VALUE ZEROS.
          05 WS-SCAN-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 ALERT-SCAN-EOF     VALUE 'Y'.

       01 WS-EDIT-VARIABLES.
          05 WS-EDIT-FLAG          PIC X(01) VALUE 'Y'.
             88 TRAN-EDITS-OK      VALUE 'Y'.
          05 WS-ALERT-PREMISE-ID   PIC X(10) VALUE SPACES.

       01 WS-REVIEW-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'PREMISE ALERT REVIEW LIST'.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-RH-DATE           PIC 9(08).
          05 FILLER               PIC X(41) VALUE SPACES.

       01 WS-REVIEW-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-PREMISE-ID     PIC X(10).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-RL-SEQ            PIC 9(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-TYPE           PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-TEXT           PIC X(40).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-RAISED-BY      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-RL-EXPIRY         PIC 9(08).
          05 FILLER               PIC X(09) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REMOVE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-EXPIRED-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-REVIEW-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ALRT001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  PREMISE ALERT / HAZARD MAINTENANCE    '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF REVIEW-RUN
              DISPLAY 'MONTHLY EXPIRY REVIEW REQUESTED'
           END-IF.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).
           COMPUTE WS-WINDOW-INTEGER =
                   WS-DATE-INTEGER + WS-REVIEW-WINDOW-DAYS.
           COMPUTE WS-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER).

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-ALERT-TRAN UNTIL TRAN-EOF.

           IF REVIEW-RUN
              PERFORM 3000-EXPIRY-REVIEW-SWEEP
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-ALERT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING ALERT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-ALERT-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING ALERT KSDS: ' WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: ' WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-ALERT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING ALERT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-REVIEW-LIST.
           IF NOT RVW-IO-STATUS
              DISPLAY 'ERROR OPENING ALERT REVIEW LIST: '
                      WS-RVW-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-ALERT-TRAN  SECTION.

           READ TI01-ALERT-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-ALERT
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-ALERT
               WHEN IN-TRANS-REMOVE
                  PERFORM 2330-REMOVE-ALERT
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-ALERT SECTION.

           PERFORM 2400-EDIT-ALERT.
           IF NOT TRAN-EDITS-OK
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES              TO MO01-ALERT-RECORD.
           MOVE WS-ALERT-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE IN-SEQ              TO ALRT-SEQ.
           MOVE IN-CUST-ID          TO ALRT-CUST-ID.
           MOVE IN-RAISED-BY        TO ALRT-RAISED-BY.
           MOVE WS-DATE             TO ALRT-RAISED-DATE.
           PERFORM 2450-MOVE-DETAILS.
           MOVE SPACES              TO WS-AUDIT-BEFORE.
           WRITE MO01-ALERT-RECORD
               INVALID KEY
                   DISPLAY 'ALERT ALREADY ON FILE FOR: '
                           ALRT-PREMISE-ID ' SEQ ' IN-SEQ
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-ENTRY TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'ALERT RAISED FOR PREMISE: '
                           ALRT-PREMISE-ID ' SEQ ' ALRT-SEQ
                           ' TYPE ' ALRT-TYPE
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-ALERT SECTION.

           PERFORM 2400-EDIT-ALERT.
           IF NOT TRAN-EDITS-OK
              GO TO 2320-EXIT
           END-IF.

           MOVE WS-ALERT-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE IN-SEQ              TO ALRT-SEQ.

           READ MO01-ALERT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-ALERT-RECORD TO WS-AUDIT-BEFORE
                   PERFORM 2450-MOVE-DETAILS
                   PERFORM 2800-REWRITE-ALERT
                   ADD 1 TO WS-CHANGE-CTR
           END-READ.

       2320-EXIT.
           EXIT.

       2330-REMOVE-ALERT SECTION.

           PERFORM 2410-RESOLVE-PREMISE.
           IF NOT TRAN-EDITS-OK
              GO TO 2330-EXIT
           END-IF.

           MOVE WS-ALERT-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE IN-SEQ              TO ALRT-SEQ.

           READ MO01-ALERT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-ALERT-RECORD TO WS-AUDIT-BEFORE
                   SET ALRT-STAT-WITHDRAWN TO TRUE
                   MOVE WS-DATE TO ALRT-STATUS-DATE
                   PERFORM 2800-REWRITE-ALERT
                   ADD 1 TO WS-REMOVE-CTR
           END-READ.

       2330-EXIT.
           EXIT.

       2400-EDIT-ALERT SECTION.

      *    AN ALERT MUST BELONG TO A REAL PREMISE, CARRY A
      *    RECOGNISED TYPE, SAY WHAT THE HAZARD IS AND WHO RAISED
      *    IT, AND NOT BE BORN ALREADY EXPIRED.
           PERFORM 2410-RESOLVE-PREMISE.
           IF NOT TRAN-EDITS-OK
              GO TO 2400-EXIT
           END-IF.

           IF NOT IN-TYPE-VALID
              DISPLAY 'INVALID ALERT TYPE: ' IN-ALERT-TYPE
              SET ERR-REAS-BAD-ALERT-TYPE TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-ALERT-TEXT = SPACES
              DISPLAY 'ALERT WITHOUT TEXT: ' WS-ALERT-PREMISE-ID
                      ' SEQ ' IN-SEQ
              SET ERR-REAS-NO-TEXT TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-TRANS-ADD
              AND IN-RAISED-BY = SPACES
              DISPLAY 'ALERT WITHOUT RAISED-BY: '
                      WS-ALERT-PREMISE-ID ' SEQ ' IN-SEQ
              SET ERR-REAS-NO-RAISED-BY TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-EXPIRY-DATE NOT = ZEROS
              AND IN-EXPIRY-DATE < WS-DATE
              DISPLAY 'ALERT EXPIRY ALREADY PAST: '
                      WS-ALERT-PREMISE-ID ' SEQ ' IN-SEQ
                      ' EXPIRY ' IN-EXPIRY-DATE
              SET ERR-REAS-EXPIRY-PAST TO TRUE
              GO TO 2400-REJECT
           END-IF.

           GO TO 2400-EXIT.

       2400-REJECT.
           MOVE 'N' TO WS-EDIT-FLAG.
           ADD 1 TO WS-ERROR-CTR.
           PERFORM 2900-WRITE-ERR-RECORD.

       2400-EXIT.
           EXIT.

       2410-RESOLVE-PREMISE SECTION.

      *    A PREMISE GIVEN ON THE TRANSACTION MUST BE ON FILE; AN
      *    ACCOUNT GIVEN INSTEAD RESOLVES TO THE PREMISE IT
      *    OCCUPIES.
           MOVE 'Y'    TO WS-EDIT-FLAG.
           MOVE SPACES TO WS-ALERT-PREMISE-ID.

           IF IN-PREMISE-ID NOT = SPACES
              MOVE IN-PREMISE-ID TO PRM-PREMISE-ID
              READ MI01-PREMISE-KSDS KEY IS PRM-PREMISE-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PRM-PREMISE-ID TO WS-ALERT-PREMISE-ID
              END-READ
           ELSE
              IF IN-CUST-ID NOT = SPACES
                 MOVE IN-CUST-ID TO PRM-OCCUPANT-ID
                 READ MI01-PREMISE-KSDS KEY IS PRM-OCCUPANT-ID
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE PRM-PREMISE-ID TO WS-ALERT-PREMISE-ID
                 END-READ
              END-IF
           END-IF.

           IF WS-ALERT-PREMISE-ID = SPACES
              DISPLAY 'ALERT FOR UNKNOWN PREMISE: ' IN-PREMISE-ID
                      ' ACCOUNT ' IN-CUST-ID
              SET ERR-REAS-NO-PREMISE TO TRUE
              MOVE 'N' TO WS-EDIT-FLAG
              ADD 1 TO WS-ERROR-CTR
              PERFORM 2900-WRITE-ERR-RECORD
           END-IF.

       2450-MOVE-DETAILS SECTION.

           MOVE IN-ALERT-TYPE      TO ALRT-TYPE.
           MOVE IN-ALERT-TEXT      TO ALRT-TEXT.
           MOVE IN-EXPIRY-DATE     TO ALRT-EXPIRY-DATE.
           SET ALRT-STAT-ACTIVE    TO TRUE.
           MOVE WS-DATE            TO ALRT-STATUS-DATE.

       2800-REWRITE-ALERT SECTION.

           REWRITE MO01-ALERT-RECORD
               INVALID KEY
                   DISPLAY 'ALERT REWRITE FAILED: ' ALRT-PREMISE-ID
                           ' SEQ ' ALRT-SEQ
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-ALERT-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-ALERT-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO ALERT ON FILE FOR: ' WS-ALERT-PREMISE-ID
                   ' SEQ ' IN-SEQ.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'ALRT001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE ALRT-KEY           TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-ALERT-RECORD  TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       3000-EXPIRY-REVIEW-SWEEP SECTION.

      *    FULL MASTER PASS AFTER THE MONTH-END TRANSACTIONS -- AN
      *    ACTIVE ALERT PAST ITS EXPIRY IS MARKED EXPIRED AND
      *    DROPS OFF EVERY ROUTE, ORDER AND SCREEN; ONE EXPIRING
      *    INSIDE THE REVIEW WINDOW IS LISTED FOR RENEWAL.
      *    OPEN-ENDED ALERTS (ZERO EXPIRY) NEVER LAPSE.
           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO02-REVIEW-LIST-RECORD FROM WS-REVIEW-HEADER.

           MOVE LOW-VALUES TO ALRT-KEY.
           START MO01-ALERT-KSDS KEY >= ALRT-KEY
               INVALID KEY
                   SET ALERT-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-SCAN-ONE-ALERT
               UNTIL ALERT-SCAN-EOF.

       3100-SCAN-ONE-ALERT SECTION.

           READ MO01-ALERT-KSDS NEXT
               AT END  SET ALERT-SCAN-EOF TO TRUE
               NOT AT END
                   IF ALRT-STAT-ACTIVE
                      AND ALRT-EXPIRY-DATE NOT = ZEROS
                      IF ALRT-EXPIRY-DATE < WS-DATE
                         MOVE MO01-ALERT-RECORD TO WS-AUDIT-BEFORE
                         SET ALRT-STAT-EXPIRED TO TRUE
                         MOVE WS-DATE TO ALRT-STATUS-DATE
                         PERFORM 2800-REWRITE-ALERT
                         ADD 1 TO WS-EXPIRED-CTR
                         MOVE 'EXPIRED ' TO WS-RL-TAG
                         PERFORM 3200-WRITE-REVIEW-LINE
                      ELSE
                         IF ALRT-EXPIRY-DATE <= WS-WINDOW-DATE
                            MOVE 'DUE     ' TO WS-RL-TAG
                            PERFORM 3200-WRITE-REVIEW-LINE
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       3200-WRITE-REVIEW-LINE SECTION.

           MOVE ALRT-PREMISE-ID  TO WS-RL-PREMISE-ID.
           MOVE ALRT-SEQ         TO WS-RL-SEQ.
           MOVE ALRT-TYPE        TO WS-RL-TYPE.
           MOVE ALRT-TEXT        TO WS-RL-TEXT.
           MOVE ALRT-RAISED-BY   TO WS-RL-RAISED-BY.
           MOVE ALRT-EXPIRY-DATE TO WS-RL-EXPIRY.
           WRITE TO02-REVIEW-LIST-RECORD FROM WS-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' ALERTS RAISED            ',  WS-ADD-CTR
           DISPLAY ' ALERTS CHANGED           ',  WS-CHANGE-CTR
           DISPLAY ' ALERTS WITHDRAWN         ',  WS-REMOVE-CTR
           DISPLAY ' ALERTS EXPIRED           ',  WS-EXPIRED-CTR
           DISPLAY ' REVIEW LIST ITEMS        ',  WS-REVIEW-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-ALERT-TRAN,
                  MO01-ALERT-KSDS,
                  MI01-PREMISE-KSDS,
                  TO01-ALERT-ERR,
                  TO02-REVIEW-LIST,
                  MO09-AUDIT-KSDS.

           STOP RUN.
