       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOD001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    ANCHORS THE SWEEP WINDOW. A MISSING FILE FALLS BACK TO
      *    THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    THE DAILY APPROVAL LIMIT PER APPROVER AND THE SWEEP
      *    WINDOW IN DAYS. NO FILE, THE DEFAULTS STAND.
           SELECT TI01-SOD-PARM       ASSIGN TO SODPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    SAME PRIVACY WATCH LIST PRIV001 READS -- THE 'S' AND
      *    'R' ROWS TIE A STAFF ID TO THEIR OWN AND THEIR
      *    RELATIVES' ACCOUNTS.
           SELECT TI02-WATCH-LIST     ASSIGN TO PRIVWTCH
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WTCH-STATUS.

      *    OPERATOR / SUPERVISOR AUTHORITY MASTER MAINTAINED BY
      *    AUTH001 -- THE BATCH WRITE-OFF AND REFUND RUNS NAME
      *    THEIR APPROVER ON THE PARM, SO THIS IS WHERE THAT ID IS
      *    FIRST PROVED.
           SELECT MI08-AUTH-KSDS      ASSIGN TO AUTHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUTH-ID
           FILE STATUS            IS WS-AUTH-STATUS.

      *    APPROVAL LOG WRITTEN BY BILLPAYDB2 (WAIVERS), ADJ001,
      *    MTR004 (TOLERANCE OVERRIDES), HCCASE (DISPOSITIONS),
      *    WOFF001 AND REFD001 -- DATE-LED KEY, SO THE WINDOW IS
      *    ONE BROWSE. EACH ROW IS MARKED ONCE IT HAS BEEN SWEPT.
           SELECT MO10-APPROVAL-LOG-KSDS ASSIGN TO APRLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS APRL-KEY
           FILE STATUS            IS WS-APRL-STATUS.

           SELECT TO01-SOD-RPT        ASSIGN TO SODRPT
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

       FD TI01-SOD-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI01-SOD-PARM-RECORD.
          05 PRM-DAILY-LIMIT      PIC 9(07)V99.
          05 PRM-WINDOW-DAYS      PIC 9(03).
          05 FILLER               PIC X(08).

      *    SAME WATCH-LIST LAYOUT PRIV001 READS.
       FD TI02-WATCH-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 TI02-WATCH-LIST-RECORD.
          05 WL-CUST-ID           PIC X(12).
          05 WL-TYPE              PIC X(01).
             88 WL-STAFF-ACCOUNT             VALUE 'S'.
             88 WL-RELATIVE-ACCOUNT          VALUE 'R'.
             88 WL-HIGH-PROFILE              VALUE 'H'.
          05 WL-OPERATOR-ID       PIC X(08).
          05 WL-NOTE              PIC X(30).
          05 FILLER               PIC X(09).

      *    SAME AUTHORITY LAYOUT AUTH001 MAINTAINS.
       FD MI08-AUTH-KSDS
           RECORD CONTAINS         47  CHARACTERS.

       01 MO01-AUTH-RECORD.
          05 AUTH-ID              PIC X(08).
          05 AUTH-NAME            PIC X(25).
          05 AUTH-ROLE            PIC X(04).
          05 AUTH-LIMIT           PIC 9(07)V99.
          05 AUTH-ACTIVE          PIC X(01).
             88 AUTH-STAT-ACTIVE             VALUE 'A'.
             88 AUTH-STAT-INACTIVE           VALUE 'X'.

      *    'WV' PENALTY WAIVER, 'AD' BILLING ADJUSTMENT (ACTION 'D'
      *    DEBIT / 'C' CREDIT), 'TO' METER TOLERANCE OVERRIDE, 'HC'
      *    CASE DISPOSITION (ACTION = DISPOSITION CODE), 'WO'
      *    BAD-DEBT WRITE-OFF, 'RF' REFUND DISBURSEMENT.
       FD MO10-APPROVAL-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO10-APPROVAL-LOG-RECORD.
          05 APRL-KEY.
             10 APRL-DATE           PIC 9(08).
             10 APRL-PROGRAM-ID     PIC X(08).
             10 APRL-TIME           PIC 9(06).
             10 APRL-SEQ-NO         PIC 9(04).
          05 APRL-SOURCE            PIC X(02).
             88 APRL-SRC-WAIVER              VALUE 'WV'.
             88 APRL-SRC-ADJUSTMENT          VALUE 'AD'.
             88 APRL-SRC-TOLERANCE           VALUE 'TO'.
             88 APRL-SRC-CASE                VALUE 'HC'.
             88 APRL-SRC-WRITE-OFF           VALUE 'WO'.
             88 APRL-SRC-REFUND              VALUE 'RF'.
          05 APRL-ACTION            PIC X(01).
             88 APRL-ACT-DEBIT               VALUE 'D'.
          05 APRL-CUST-ID           PIC X(12).
          05 APRL-REFERENCE         PIC X(14).
          05 APRL-AMOUNT            PIC 9(09)V99.
          05 APRL-KEYED-BY          PIC X(08).
          05 APRL-APPROVED-BY       PIC X(08).
          05 APRL-REPORTED-FLAG     PIC X(01).
             88 APRL-REPORTED                VALUE 'Y'.
          05 FILLER                 PIC X(17).

       FD TO01-SOD-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-SOD-RPT-RECORD     PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-PARM-STATUS        PIC X(02).
             88 PARM-IO-STATUS     VALUE '00'.
             88 PARM-NOT-FOUND     VALUE '35'.
          05 WS-WTCH-STATUS        PIC X(02).
             88 WTCH-IO-STATUS     VALUE '00'.
             88 WTCH-EOF           VALUE '10'.
          05 WS-AUTH-STATUS        PIC X(02).
             88 AUTH-IO-STATUS     VALUE '00'.
          05 WS-APRL-STATUS        PIC X(02).
             88 APRL-IO-STATUS     VALUE '00'.
          05 WS-APRL-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 APRL-SCAN-EOF      VALUE 'Y'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-WINDOW-START       PIC 9(08).

      *    A DAY'S APPROVALS ABOVE THIS TOTAL FOR ONE APPROVER ARE
      *    LISTED. THE WINDOW REACHES BACK FAR ENOUGH TO CATCH THE
      *    MONTHLY WRITE-OFF AND REFUND RUNS, WHICH FALL OUTSIDE
      *    THE NIGHTLY CHAIN.
       01 WS-PARM-VARIABLES.
          05 WS-DAILY-LIMIT        PIC 9(07)V99 VALUE 25000.00.
          05 WS-WINDOW-DAYS        PIC 9(03) VALUE 31.

      *    STAFF-TO-ACCOUNT LINKS FROM THE WATCH LIST, HELD WHOLE.
       01 WS-LINK-TABLE.
          05 WS-LK-ROW OCCURS 2000 TIMES
                       INDEXED BY WS-LK-IDX.
             10 WS-LK-CUST-ID      PIC X(12).
             10 WS-LK-TYPE         PIC X(01).
                88 WS-LK-STAFF              VALUE 'S'.
                88 WS-LK-RELATIVE           VALUE 'R'.
             10 WS-LK-OPERATOR-ID  PIC X(08).
          05 WS-LK-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-LK-MAX-ENTRIES     PIC 9(04) VALUE 2000.
          05 WS-LK-LOOP-CTR        PIC 9(04) VALUE ZEROS.

      *    ONE ROW PER APPROVER PER DAY ACROSS THE WINDOW. ROWS
      *    ALREADY SWEPT ON AN EARLIER NIGHT STILL COUNT TOWARD
      *    THE DAY'S TOTAL, BUT A DAY IS ONLY LISTED WHEN IT HAS
      *    PICKED UP SOMETHING NEW SINCE THE LAST SWEEP.
       01 WS-DAY-TABLE.
          05 WS-DY-ROW OCCURS 3000 TIMES
                       INDEXED BY WS-DY-IDX.
             10 WS-DY-DATE         PIC 9(08).
             10 WS-DY-APPROVER     PIC X(08).
             10 WS-DY-ITEMS        PIC 9(05).
             10 WS-DY-TOTAL        PIC 9(11)V99.
             10 WS-DY-NEW-FLAG     PIC X(01).
                88 WS-DY-HAS-NEW            VALUE 'Y'.
          05 WS-DY-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-DY-MAX-ENTRIES     PIC 9(04) VALUE 3000.
          05 WS-DY-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-DY-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 DY-FOUND           VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LOG-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-NEW-ROW-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-NO-APPROVER-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-NO-KEYER-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-SELF-APPROVAL-CTR  PIC 9(05) VALUE ZEROS.
          05 WS-LINKED-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-AUTH-EXCP-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-OVER-LIMIT-CTR     PIC 9(05) VALUE ZEROS.
          05 WS-DY-OVERFLOW-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-REWRITE-ERR-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-EXCEPTION-CTR      PIC 9(05) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'SEGREGATION-OF-DUTIES VIOLATIONS'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'DATE'.
          05 FILLER               PIC X(4)  VALUE 'SRC'.
          05 FILLER               PIC X(10) VALUE 'PROGRAM'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(16) VALUE 'REFERENCE'.
          05 FILLER               PIC X(18) VALUE
             '          AMOUNT'.
          05 FILLER               PIC X(10) VALUE 'KEYER'.
          05 FILLER               PIC X(10) VALUE 'APPROVER'.
          05 FILLER               PIC X(39) VALUE 'EXCEPTION'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-DATE           PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-SOURCE         PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PROGRAM        PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REFERENCE      PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-KEYER          PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-APPROVER       PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REASON         PIC X(26).
          05 FILLER               PIC X(13) VALUE SPACES.

       01 WS-LIMIT-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'APPROVERS OVER THE DAILY LIMIT OF'.
          05 WS-LH-LIMIT          PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(79) VALUE SPACES.

       01 WS-LIMIT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LD-DATE           PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LD-APPROVER       PIC X(08).
          05 FILLER               PIC X(10) VALUE '  ITEMS '.
          05 WS-LD-ITEMS          PIC ZZ,ZZ9.
          05 FILLER               PIC X(10) VALUE '  TOTAL '.
          05 WS-LD-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(71) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-TL-LABEL          PIC X(30).
          05 WS-TL-COUNT          PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SOD001 EXECUTION BEGINS HERE ...........'
           DISPLAY '  SEGREGATION-OF-DUTIES REPORT          '
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

           PERFORM 2150-LOAD-SOD-PARMS.

           PERFORM 2200-LOAD-WATCH-LIST UNTIL WTCH-EOF.

           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO01-SOD-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-SOD-RPT-RECORD FROM WS-REPORT-HEADER2.

           COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATE)
                       - WS-WINDOW-DAYS).
           DISPLAY 'SWEEP WINDOW STARTS ' WS-WINDOW-START.

           MOVE LOW-VALUES      TO APRL-KEY.
           MOVE WS-WINDOW-START TO APRL-DATE.
           START MO10-APPROVAL-LOG-KSDS
               KEY IS NOT LESS THAN APRL-KEY
               INVALID KEY
                   SET APRL-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2300-READ-ONE-LOG-ROW UNTIL APRL-SCAN-EOF.

           PERFORM 2600-LIST-OVER-LIMIT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI02-WATCH-LIST.
           IF NOT WTCH-IO-STATUS
              DISPLAY 'ERROR OPENING PRIVACY WATCH LIST: '
                      WS-WTCH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI08-AUTH-KSDS.
           IF NOT AUTH-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORITY KSDS: '
                      WS-AUTH-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO10-APPROVAL-LOG-KSDS.
           IF NOT APRL-IO-STATUS
              DISPLAY 'ERROR OPENING APPROVAL LOG KSDS: '
                      WS-APRL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-SOD-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SOD VIOLATION REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-SOD-PARMS  SECTION.

           OPEN INPUT TI01-SOD-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO SOD PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING SOD PARAMETERS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI01-SOD-PARM
                  AT END
                      DISPLAY 'SOD PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      IF PRM-DAILY-LIMIT IS NUMERIC
                         AND PRM-DAILY-LIMIT > ZEROS
                         MOVE PRM-DAILY-LIMIT TO WS-DAILY-LIMIT
                      ELSE
                         DISPLAY 'DAILY LIMIT INVALID - '
                                 'USING DEFAULT'
                      END-IF
                      IF PRM-WINDOW-DAYS IS NUMERIC
                         AND PRM-WINDOW-DAYS > ZEROS
                         MOVE PRM-WINDOW-DAYS TO WS-WINDOW-DAYS
                      ELSE
                         DISPLAY 'SWEEP WINDOW INVALID - '
                                 'USING DEFAULT'
                      END-IF
              END-READ
              CLOSE TI01-SOD-PARM
           END-IF.

           DISPLAY 'DAILY APPROVAL LIMIT PER APPROVER '
                   WS-DAILY-LIMIT.
           DISPLAY 'SWEEP WINDOW (DAYS) ' WS-WINDOW-DAYS.

       2200-LOAD-WATCH-LIST  SECTION.

      *    ONLY THE STAFF LINKS MATTER HERE -- HIGH-PROFILE ROWS
      *    NAME NOBODY AND ARE PRIV001'S BUSINESS ALONE.
           READ TI02-WATCH-LIST
               AT END  SET WTCH-EOF TO TRUE
               NOT AT END
                   IF (WL-STAFF-ACCOUNT OR WL-RELATIVE-ACCOUNT)
                      AND WL-OPERATOR-ID NOT = SPACES
                      IF WS-LK-COUNT >= WS-LK-MAX-ENTRIES
                         DISPLAY 'LINK TABLE FULL - ROW '
                                 'IGNORED: ' WL-CUST-ID
                      ELSE
                         ADD 1 TO WS-LK-COUNT
                         SET WS-LK-IDX TO WS-LK-COUNT
                         MOVE WL-CUST-ID
                             TO WS-LK-CUST-ID(WS-LK-IDX)
                         MOVE WL-TYPE
                             TO WS-LK-TYPE(WS-LK-IDX)
                         MOVE WL-OPERATOR-ID
                             TO WS-LK-OPERATOR-ID(WS-LK-IDX)
                      END-IF
                   END-IF
           END-READ.

       2300-READ-ONE-LOG-ROW  SECTION.

           READ MO10-APPROVAL-LOG-KSDS NEXT
               AT END  SET APRL-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ-CTR
                   PERFORM 2400-APPLY-LOG-ROW
           END-READ.

       2400-APPLY-LOG-ROW  SECTION.

           IF APRL-APPROVED-BY NOT = SPACES
              PERFORM 2410-FIND-APPROVER-DAY
              IF DY-FOUND
                 ADD 1           TO WS-DY-ITEMS(WS-DY-IDX)
                 ADD APRL-AMOUNT TO WS-DY-TOTAL(WS-DY-IDX)
              END-IF
           END-IF.

           IF APRL-REPORTED
              GO TO 2400-EXIT
           END-IF.

           ADD 1 TO WS-NEW-ROW-CTR.
           IF APRL-APPROVED-BY NOT = SPACES
              AND DY-FOUND
              MOVE 'Y' TO WS-DY-NEW-FLAG(WS-DY-IDX)
           END-IF.

           PERFORM 2500-CHECK-APPROVAL.

           MOVE 'Y' TO APRL-REPORTED-FLAG.
           REWRITE MO10-APPROVAL-LOG-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL LOG REWRITE FAILED: '
                           APRL-KEY ' STATUS: ' WS-APRL-STATUS
                   ADD 1 TO WS-REWRITE-ERR-CTR
           END-REWRITE.

       2400-EXIT.
           EXIT.

       2410-FIND-APPROVER-DAY  SECTION.

           MOVE 'N' TO WS-DY-FOUND-FLAG.
           SET WS-DY-IDX TO 1.
           SEARCH WS-DY-ROW
               AT END
                   CONTINUE
               WHEN WS-DY-IDX > WS-DY-COUNT
                   CONTINUE
               WHEN WS-DY-DATE(WS-DY-IDX) = APRL-DATE
                    AND WS-DY-APPROVER(WS-DY-IDX) = APRL-APPROVED-BY
                   SET DY-FOUND TO TRUE
           END-SEARCH.

           IF NOT DY-FOUND
              IF WS-DY-COUNT >= WS-DY-MAX-ENTRIES
                 ADD 1 TO WS-DY-OVERFLOW-CTR
              ELSE
                 ADD 1 TO WS-DY-COUNT
                 SET WS-DY-IDX TO WS-DY-COUNT
                 MOVE APRL-DATE        TO WS-DY-DATE(WS-DY-IDX)
                 MOVE APRL-APPROVED-BY TO WS-DY-APPROVER(WS-DY-IDX)
                 MOVE ZEROS            TO WS-DY-ITEMS(WS-DY-IDX)
                 MOVE ZEROS            TO WS-DY-TOTAL(WS-DY-IDX)
                 MOVE 'N'              TO WS-DY-NEW-FLAG(WS-DY-IDX)
                 SET DY-FOUND TO TRUE
              END-IF
           END-IF.

       2500-CHECK-APPROVAL  SECTION.

      *    A DEBIT ADJUSTMENT CHARGES THE CUSTOMER AND NEEDS NO
      *    SIGN-OFF; EVERY OTHER ROW MUST NAME ITS APPROVER.
           IF APRL-APPROVED-BY = SPACES
              IF APRL-SRC-ADJUSTMENT AND APRL-ACT-DEBIT
                 CONTINUE
              ELSE
                 MOVE 'NO APPROVER ON FILE' TO WS-RD-REASON
                 ADD 1 TO WS-NO-APPROVER-CTR
                 PERFORM 2590-WRITE-EXCEPTION
              END-IF
              GO TO 2500-EXIT
           END-IF.

           IF APRL-KEYED-BY = SPACES
              MOVE 'NO KEYER ON FILE'    TO WS-RD-REASON
              ADD 1 TO WS-NO-KEYER-CTR
              PERFORM 2590-WRITE-EXCEPTION
           ELSE
              IF APRL-KEYED-BY = APRL-APPROVED-BY
                 MOVE 'KEYER IS APPROVER' TO WS-RD-REASON
                 ADD 1 TO WS-SELF-APPROVAL-CTR
                 PERFORM 2590-WRITE-EXCEPTION
              END-IF
           END-IF.

           MOVE APRL-APPROVED-BY TO AUTH-ID.
           READ MI08-AUTH-KSDS
               INVALID KEY
                   MOVE 'APPROVER NOT ON AUTHORITY' TO WS-RD-REASON
                   ADD 1 TO WS-AUTH-EXCP-CTR
                   PERFORM 2590-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT AUTH-STAT-ACTIVE
                      MOVE 'APPROVER INACTIVE' TO WS-RD-REASON
                      ADD 1 TO WS-AUTH-EXCP-CTR
                      PERFORM 2590-WRITE-EXCEPTION
                   END-IF
           END-READ.

           IF APRL-CUST-ID NOT = SPACES
              PERFORM 2550-CHECK-ONE-LINK
                  VARYING WS-LK-LOOP-CTR FROM 1 BY 1
                  UNTIL WS-LK-LOOP-CTR > WS-LK-COUNT
           END-IF.

       2500-EXIT.
           EXIT.

       2550-CHECK-ONE-LINK  SECTION.

           SET WS-LK-IDX TO WS-LK-LOOP-CTR.

           IF WS-LK-CUST-ID(WS-LK-IDX) NOT = APRL-CUST-ID
              OR WS-LK-OPERATOR-ID(WS-LK-IDX) NOT = APRL-APPROVED-BY
              GO TO 2550-EXIT
           END-IF.

           IF WS-LK-STAFF(WS-LK-IDX)
              MOVE 'APPROVER OWN ACCOUNT'      TO WS-RD-REASON
           ELSE
              MOVE 'APPROVER RELATIVE ACCOUNT' TO WS-RD-REASON
           END-IF.
           ADD 1 TO WS-LINKED-CTR.
           PERFORM 2590-WRITE-EXCEPTION.

       2550-EXIT.
           EXIT.

       2590-WRITE-EXCEPTION  SECTION.

           MOVE APRL-DATE          TO WS-RD-DATE.
           MOVE APRL-SOURCE        TO WS-RD-SOURCE.
           MOVE APRL-PROGRAM-ID    TO WS-RD-PROGRAM.
           MOVE APRL-CUST-ID       TO WS-RD-CUST-ID.
           MOVE APRL-REFERENCE     TO WS-RD-REFERENCE.
           MOVE APRL-AMOUNT        TO WS-RD-AMOUNT.
           MOVE APRL-KEYED-BY      TO WS-RD-KEYER.
           MOVE APRL-APPROVED-BY   TO WS-RD-APPROVER.
           WRITE TO01-SOD-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-EXCEPTION-CTR.

       2600-LIST-OVER-LIMIT  SECTION.

           MOVE SPACES TO TO01-SOD-RPT-RECORD.
           WRITE TO01-SOD-RPT-RECORD.
           MOVE WS-DAILY-LIMIT TO WS-LH-LIMIT.
           WRITE TO01-SOD-RPT-RECORD FROM WS-LIMIT-HEADER.

           PERFORM 2650-CHECK-ONE-DAY
               VARYING WS-DY-LOOP-CTR FROM 1 BY 1
               UNTIL WS-DY-LOOP-CTR > WS-DY-COUNT.

       2650-CHECK-ONE-DAY  SECTION.

           SET WS-DY-IDX TO WS-DY-LOOP-CTR.

           IF WS-DY-HAS-NEW(WS-DY-IDX)
              AND WS-DY-TOTAL(WS-DY-IDX) > WS-DAILY-LIMIT
              MOVE WS-DY-DATE(WS-DY-IDX)     TO WS-LD-DATE
              MOVE WS-DY-APPROVER(WS-DY-IDX) TO WS-LD-APPROVER
              MOVE WS-DY-ITEMS(WS-DY-IDX)    TO WS-LD-ITEMS
              MOVE WS-DY-TOTAL(WS-DY-IDX)    TO WS-LD-TOTAL
              WRITE TO01-SOD-RPT-RECORD FROM WS-LIMIT-DETAIL
              ADD 1 TO WS-OVER-LIMIT-CTR
              ADD 1 TO WS-EXCEPTION-CTR
           END-IF.

       9000-TERMINATE   SECTION.

           MOVE SPACES TO TO01-SOD-RPT-RECORD.
           WRITE TO01-SOD-RPT-RECORD.
           MOVE 'LOG ROWS IN WINDOW'      TO WS-TL-LABEL.
           MOVE WS-LOG-READ-CTR           TO WS-TL-COUNT.
           WRITE TO01-SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'NEW APPROVALS SWEPT'     TO WS-TL-LABEL.
           MOVE WS-NEW-ROW-CTR            TO WS-TL-COUNT.
           WRITE TO01-SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS'              TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-CTR          TO WS-TL-COUNT.
           WRITE TO01-SOD-RPT-RECORD FROM WS-TOTAL-LINE.

           DISPLAY '----------------------------------------'
           DISPLAY ' STAFF LINKS LOADED       ',  WS-LK-COUNT
           DISPLAY ' LOG ROWS IN WINDOW       ',  WS-LOG-READ-CTR
           DISPLAY ' NEW APPROVALS SWEPT      ',  WS-NEW-ROW-CTR
           DISPLAY ' NO APPROVER ON FILE      ',  WS-NO-APPROVER-CTR
           DISPLAY ' NO KEYER ON FILE         ',  WS-NO-KEYER-CTR
           DISPLAY ' KEYER IS APPROVER        ',  WS-SELF-APPROVAL-CTR
           DISPLAY ' APPROVER LINKED TO ACCT  ',  WS-LINKED-CTR
           DISPLAY ' APPROVER NOT AUTHORIZED  ',  WS-AUTH-EXCP-CTR
           DISPLAY ' APPROVER-DAYS OVER LIMIT ',  WS-OVER-LIMIT-CTR
           DISPLAY ' DAY TABLE OVERFLOW       ',  WS-DY-OVERFLOW-CTR
           DISPLAY ' LOG REWRITE FAILURES     ',  WS-REWRITE-ERR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI02-WATCH-LIST,
                  MI08-AUTH-KSDS,
                  MO10-APPROVAL-LOG-KSDS,
                  TO01-SOD-RPT.

      *    ANY VIOLATION IS A WARNING FOR THE MORNING REVIEW, NOT
      *    A REASON TO STOP THE NIGHT.
           IF WS-EXCEPTION-CTR > ZEROS
              OR WS-DY-OVERFLOW-CTR > ZEROS
              OR WS-REWRITE-ERR-CTR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
