       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSP002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    UNAPPLIED-CASH SUSPENSE LEDGER -- BILLPAYDB2 ADDS ITEMS,
      *    SUSP001 CLEARS THEM. THE 'CONTROL ' ROW HOLDS THE BALANCE
      *    THIS PROGRAM HAS JOURNALLED TO THE SUSPENSE ACCOUNT AND
      *    THE MONTH-TO-DATE MOVEMENT FOR THE MONTH-END PROOF.
           SELECT MO01-SUSP-KSDS      ASSIGN TO SUSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS SUSP-PAYMENT-ID
           FILE STATUS            IS WS-SUSP-STATUS.

      *    CYCLE-CONTROL RUN PARAMETERS WRITTEN BY CYCCTL -- RUN DATE
      *    AND THE MONTH-END FLAG THAT TRIGGERS THE ROLL-FORWARD.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    CHART-OF-ACCOUNTS MASTER -- 'CASH' AND 'SUSP' ROLES.
           SELECT MI01-COA-MASTER     ASSIGN TO COAMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-COA-STATUS.

      *    BALANCED JOURNAL FOR THE LEDGER INTAKE, SAME RECORD AND
      *    HASH-TOTAL TRAILER GLPOST WRITES.
           SELECT TO01-JOURNAL        ASSIGN TO SUSPJRNL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-JRN-STATUS.

           SELECT TO02-SUSP-RPT       ASSIGN TO SUSPRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME SUSPENSE LAYOUT BILLPAYDB2/SUSP001 MAINTAIN.
       FD MO01-SUSP-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MO01-SUSP-RECORD.
          05 SUSP-PAYMENT-ID      PIC X(08).
             88 SUSP-CONTROL-ROW             VALUE 'CONTROL '.
          05 SUSP-CHANNEL         PIC X(01).
          05 SUSP-RECEIVED-DATE   PIC 9(08).
          05 SUSP-AMOUNT          PIC 9(07)V99.
          05 SUSP-QUOTED-BILL-ID  PIC X(14).
          05 SUSP-QUOTED-CUST-ID  PIC X(14).
          05 SUSP-STATUS          PIC X(01).
             88 SUSP-STAT-OPEN               VALUE 'O'.
             88 SUSP-STAT-REAPPLIED          VALUE 'A'.
             88 SUSP-STAT-REFUNDED           VALUE 'R'.
          05 SUSP-JNL-STATUS      PIC X(01).
             88 SUSP-JNL-NONE                VALUE SPACE.
             88 SUSP-JNL-RECEIPT             VALUE 'R'.
             88 SUSP-JNL-CLEARED             VALUE 'C'.
          05 SUSP-CLEAR-DATE      PIC 9(08).
          05 SUSP-CLEAR-REF       PIC X(14).
          05 SUSP-NEW-PAYMENT-ID  PIC X(08).
          05 SUSP-CLEAR-OPER-ID   PIC X(08).
          05 FILLER               PIC X(06).

       01 MO01-SUSP-CONTROL-RECORD.
          05 SCTL-KEY             PIC X(08).
          05 SCTL-GL-BALANCE      PIC S9(11)V99.
          05 SCTL-MONTH           PIC 9(06).
          05 SCTL-MONTH-OPEN-BAL  PIC S9(11)V99.
          05 SCTL-MTD-RECEIVED    PIC 9(11)V99.
          05 SCTL-MTD-REAPPLIED   PIC 9(11)V99.
          05 SCTL-MTD-REFUNDED    PIC 9(11)V99.
          05 FILLER               PIC X(21).

       FD TI09-RUN-PARMS
           RECORDING MODE          IS F
           RECORD CONTAINS         20  CHARACTERS.

       01 TI09-RUN-PARM-RECORD.
          05 RP-RUN-DATE          PIC 9(08).
          05 RP-PERIOD            PIC 9(06).
          05 RP-DAILY-FLAG        PIC X(01).
          05 RP-WEEKLY-FLAG       PIC X(01).
          05 RP-MONTHEND-FLAG     PIC X(01).
             88 RP-MONTH-END                 VALUE 'Y'.
          05 FILLER               PIC X(03).

       FD MI01-COA-MASTER
           RECORDING MODE          IS F
           RECORD CONTAINS         42  CHARACTERS.

       01 MI01-COA-RECORD.
          05 COA-ROLE             PIC X(04).
          05 COA-ACCT-CODE        PIC X(08).
          05 COA-ACCT-NAME        PIC X(30).

       FD TO01-JOURNAL
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TO01-JOURNAL-RECORD.
          05 JR-ACCT-CODE         PIC X(08).
          05 JR-DR-CR             PIC X(01).
          05 JR-AMOUNT            PIC 9(11)V99.
          05 JR-AREA-CODE         PIC X(06).
          05 JR-RUN-DATE          PIC 9(08).
          05 JR-DESC              PIC X(20).

       01 TO01-JOURNAL-TRAILER.
          05 JRT-ID               PIC X(08).
          05 JRT-REC-COUNT        PIC 9(07).
          05 JRT-HASH-TOTAL       PIC 9(13)V99.
          05 FILLER               PIC X(26).

       FD TO02-SUSP-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-SUSP-RPT-RECORD    PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-SUSP-STATUS        PIC X(02).
             88 SUSP-IO-STATUS     VALUE '00'.
             88 SUSP-EOF           VALUE '10'.
             88 SUSP-ROW-NOTFND    VALUE '23'.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-COA-STATUS         PIC X(02).
             88 COA-IO-STATUS      VALUE '00'.
             88 COA-EOF            VALUE '10'.
          05 WS-JRN-STATUS         PIC X(02).
             88 JRN-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RUN-DATE-INTEGER   PIC 9(08) VALUE ZEROS.
          05 WS-RECV-DATE-INTEGER  PIC 9(08) VALUE ZEROS.
          05 WS-AGE-DAYS           PIC S9(05) VALUE ZEROS.
          05 WS-MONTH-END-FLAG     PIC X(01) VALUE 'N'.
             88 MONTH-END-RUN      VALUE 'Y'.

       01 WS-ACCOUNTS.
          05 WS-ACCT-CASH          PIC X(08) VALUE SPACES.
          05 WS-ACCT-SUSPENSE      PIC X(08) VALUE SPACES.

      *    CONTROL ROW HELD IN STORAGE FOR THE RUN -- WRITTEN BACK
      *    ONCE THE WALK OF THE LEDGER IS COMPLETE.
       01 WS-CONTROL-ROW.
          05 WS-CTL-KEY            PIC X(08) VALUE 'CONTROL '.
          05 WS-CTL-GL-BALANCE     PIC S9(11)V99 VALUE ZEROS.
          05 WS-CTL-MONTH          PIC 9(06) VALUE ZEROS.
          05 WS-CTL-MONTH-OPEN-BAL PIC S9(11)V99 VALUE ZEROS.
          05 WS-CTL-MTD-RECEIVED   PIC 9(11)V99 VALUE ZEROS.
          05 WS-CTL-MTD-REAPPLIED  PIC 9(11)V99 VALUE ZEROS.
          05 WS-CTL-MTD-REFUNDED   PIC 9(11)V99 VALUE ZEROS.
          05 FILLER                PIC X(21) VALUE SPACES.
       01 WS-CONTROL-ROW-FLAG      PIC X(01) VALUE 'N'.
          88 CONTROL-ROW-EXISTS    VALUE 'Y'.

      *    OPEN ITEMS AGED BY RECEIVING CHANNEL -- THE LETTER EACH
      *    PAYMENT ID STARTS WITH.
       01 WS-CHANNEL-STORAGE.
          05 WS-CHANNEL-TABLE.
             10 WS-CHANNEL-RECORD OCCURS 20 TIMES
                                 INDEXED BY WS-CHN-IDX.
                15 WS-C-CHANNEL          PIC X(01).
                15 WS-C-CNT-0-7          PIC 9(06).
                15 WS-C-AMT-0-7          PIC 9(11)V99.
                15 WS-C-CNT-8-30         PIC 9(06).
                15 WS-C-AMT-8-30         PIC 9(11)V99.
                15 WS-C-CNT-OVER-30      PIC 9(06).
                15 WS-C-AMT-OVER-30      PIC 9(11)V99.
          05 WS-CHANNEL-COUNT      PIC 9(04) VALUE ZEROS.
          05 WS-MAX-CHANNELS       PIC 9(04) VALUE 20.
          05 WS-CHN-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-CHN-FOUND-FLAG     PIC X(1) VALUE 'N'.
             88 CHN-FOUND          VALUE 'Y'.
             88 CHN-NOT-FOUND      VALUE 'N'.

       01 WS-JOURNAL-TOTALS.
          05 WS-RUN-RECEIVED       PIC 9(11)V99 VALUE ZEROS.
          05 WS-RUN-REAPPLIED      PIC 9(11)V99 VALUE ZEROS.
          05 WS-RUN-REFUNDED       PIC 9(11)V99 VALUE ZEROS.
          05 WS-JRN-REC-COUNT      PIC 9(07) VALUE ZEROS.
          05 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-OPEN-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-OPEN-AMT           PIC 9(11)V99 VALUE ZEROS.
          05 WS-OLD-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-RECEIPT-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-CLEARED-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-MONTH-CLOSE-BAL    PIC S9(11)V99 VALUE ZEROS.
          05 WS-PROOF-DIFF         PIC S9(11)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'UNAPPLIED CASH SUSPENSE AGING REPORT'.
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RPT-DATE          PIC 9(08).

       01 WS-BUCKET-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'CHANNEL'.
          05 FILLER               PIC X(24) VALUE '0-7 DAYS'.
          05 FILLER               PIC X(24) VALUE '8-30 DAYS'.
          05 FILLER               PIC X(24) VALUE 'OVER 30'.
          05 FILLER               PIC X(50) VALUE SPACES.

       01 WS-BUCKET-DETAIL.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-BD-CHANNEL        PIC X(01).
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-BD-CNT-0-7        PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-BD-AMT-0-7        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-BD-CNT-8-30       PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-BD-AMT-8-30       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-BD-CNT-OVER-30    PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-BD-AMT-OVER-30    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(51) VALUE SPACES.

       01 WS-OLD-ITEM-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'PAYMENT'.
          05 FILLER               PIC X(10) VALUE 'RECEIVED'.
          05 FILLER               PIC X(8)  VALUE 'AGE'.
          05 FILLER               PIC X(15) VALUE 'AMOUNT'.
          05 FILLER               PIC X(16) VALUE 'QUOTED BILL'.
          05 FILLER               PIC X(16) VALUE 'QUOTED CUST'.
          05 FILLER               PIC X(56) VALUE SPACES.

       01 WS-OLD-ITEM-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-PAYMENT-ID     PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-RECEIVED       PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-AGE            PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-BILL-ID        PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-OD-CUST-ID        PIC X(14).
          05 FILLER               PIC X(60) VALUE SPACES.

       01 WS-PROOF-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-PL-LABEL          PIC X(36).
          05 WS-PL-AMOUNT         PIC ---,---,---,--9.99.
          05 FILLER               PIC X(77) VALUE SPACES.

       01 WS-SECTION-TITLE        PIC X(133).

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'SUSP002 EXECUTION BEGINS HERE ..........'
           DISPLAY '  SUSPENSE AGING / JOURNAL / PROOF      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE).

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
                      IF RP-MONTH-END
                         SET MONTH-END-RUN TO TRUE
                      END-IF
                      DISPLAY 'PROCESSING DATE FROM CYCCTL: '
                              WS-DATE
              END-READ
              CLOSE TI09-RUN-PARMS
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-LOAD-CHART-OF-ACCOUNTS UNTIL COA-EOF.
           PERFORM 2160-CHECK-ACCOUNTS-RESOLVED.

           PERFORM 2170-READ-CONTROL-ROW.

           PERFORM 2180-WRITE-RPT-HEADERS.

           MOVE LOW-VALUES TO SUSP-PAYMENT-ID.
           START MO01-SUSP-KSDS KEY IS NOT LESS THAN SUSP-PAYMENT-ID
               INVALID KEY
                   SET SUSP-EOF TO TRUE
           END-START.

           PERFORM 2200-READ-SUSP-KSDS UNTIL SUSP-EOF.

           PERFORM 2500-POST-JOURNAL.
           PERFORM 2600-WRITE-JOURNAL-TRAILER.

           PERFORM 2700-WRITE-AGING-SUMMARY.
           PERFORM 2800-PROVE-SUSPENSE-BALANCE.

           IF MONTH-END-RUN
              PERFORM 2850-MONTH-END-PROOF
           END-IF.

           PERFORM 2900-WRITE-CONTROL-ROW.

       2100-OPEN-FILES  SECTION.

           OPEN I-O MO01-SUSP-KSDS.
           IF NOT SUSP-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE KSDS: ' WS-SUSP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-COA-MASTER.
           IF NOT COA-IO-STATUS
              DISPLAY 'ERROR OPENING CHART OF ACCOUNTS: '
                      WS-COA-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-JOURNAL.
           IF NOT JRN-IO-STATUS
              DISPLAY 'ERROR OPENING JOURNAL FILE: ' WS-JRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-SUSP-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING SUSPENSE REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-CHART-OF-ACCOUNTS  SECTION.

           READ MI01-COA-MASTER
               AT END  SET COA-EOF TO TRUE
               NOT AT END
                   EVALUATE COA-ROLE
                       WHEN 'CASH'
                           MOVE COA-ACCT-CODE TO WS-ACCT-CASH
                       WHEN 'SUSP'
                           MOVE COA-ACCT-CODE TO WS-ACCT-SUSPENSE
                   END-EVALUATE
           END-READ.

       2160-CHECK-ACCOUNTS-RESOLVED  SECTION.

           IF WS-ACCT-CASH = SPACES
              OR WS-ACCT-SUSPENSE = SPACES
              DISPLAY 'CHART OF ACCOUNTS HAS NO CASH/SUSP ROLE - '
                      'RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2170-READ-CONTROL-ROW  SECTION.

           MOVE 'CONTROL ' TO SUSP-PAYMENT-ID.

           READ MO01-SUSP-KSDS
               INVALID KEY
                   DISPLAY 'NO SUSPENSE CONTROL ROW - STARTING AT ZERO'
                   MOVE WS-DATE(1:6) TO WS-CTL-MONTH
               NOT INVALID KEY
                   SET CONTROL-ROW-EXISTS TO TRUE
                   MOVE MO01-SUSP-CONTROL-RECORD TO WS-CONTROL-ROW
           END-READ.

       2180-WRITE-RPT-HEADERS SECTION.

           MOVE WS-DATE TO WS-RPT-DATE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-REPORT-HEADER1.

           MOVE SPACES TO WS-SECTION-TITLE.
           MOVE '  ITEMS IN SUSPENSE OVER 30 DAYS'
               TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.

           WRITE TO02-SUSP-RPT-RECORD FROM WS-OLD-ITEM-HEADER.

       2200-READ-SUSP-KSDS  SECTION.

           READ MO01-SUSP-KSDS NEXT RECORD
                AT END  SET SUSP-EOF TO TRUE
                NOT AT END
                    IF NOT SUSP-CONTROL-ROW
                       ADD 1 TO WS-READ-CTR
                       PERFORM 2300-JOURNAL-SUSPENSE-ITEM
                       IF SUSP-STAT-OPEN
                          PERFORM 2400-AGE-OPEN-ITEM
                       END-IF
                    END-IF
           END-READ.

       2300-JOURNAL-SUSPENSE-ITEM  SECTION.

      *    EACH ITEM IS JOURNALLED TWICE IN ITS LIFE: DR CASH / CR
      *    SUSPENSE THE FIRST NIGHT IT IS SEEN, DR SUSPENSE / CR CASH
      *    THE NIGHT AFTER SUSP001 CLEARS IT. THE JNL STATUS BYTE
      *    KEEPS A RERUN FROM POSTING EITHER LEG TWICE.
           IF SUSP-JNL-NONE
              ADD SUSP-AMOUNT TO WS-RUN-RECEIVED
              ADD SUSP-AMOUNT TO WS-CTL-GL-BALANCE
              ADD SUSP-AMOUNT TO WS-CTL-MTD-RECEIVED
              ADD 1 TO WS-RECEIPT-CTR
              SET SUSP-JNL-RECEIPT TO TRUE
              PERFORM 2350-REWRITE-SUSPENSE-ITEM
           END-IF.

           IF SUSP-JNL-RECEIPT
              AND NOT SUSP-STAT-OPEN
              IF SUSP-STAT-REFUNDED
                 ADD SUSP-AMOUNT TO WS-RUN-REFUNDED
                 ADD SUSP-AMOUNT TO WS-CTL-MTD-REFUNDED
              ELSE
                 ADD SUSP-AMOUNT TO WS-RUN-REAPPLIED
                 ADD SUSP-AMOUNT TO WS-CTL-MTD-REAPPLIED
              END-IF
              SUBTRACT SUSP-AMOUNT FROM WS-CTL-GL-BALANCE
              ADD 1 TO WS-CLEARED-CTR
              SET SUSP-JNL-CLEARED TO TRUE
              PERFORM 2350-REWRITE-SUSPENSE-ITEM
           END-IF.

       2350-REWRITE-SUSPENSE-ITEM  SECTION.

           REWRITE MO01-SUSP-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSE REWRITE FAILED: '
                           SUSP-PAYMENT-ID ' STATUS: ' WS-SUSP-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       2400-AGE-OPEN-ITEM  SECTION.

           ADD 1           TO WS-OPEN-CTR.
           ADD SUSP-AMOUNT TO WS-OPEN-AMT.

           COMPUTE WS-RECV-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SUSP-RECEIVED-DATE).
           COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-RECV-DATE-INTEGER.
           IF WS-AGE-DAYS < ZEROS
              MOVE ZEROS TO WS-AGE-DAYS
           END-IF.

           PERFORM 2450-TALLY-CHANNEL.

           IF WS-AGE-DAYS > 30
              ADD 1 TO WS-OLD-CTR
              MOVE SUSP-PAYMENT-ID     TO WS-OD-PAYMENT-ID
              MOVE SUSP-RECEIVED-DATE  TO WS-OD-RECEIVED
              MOVE WS-AGE-DAYS         TO WS-OD-AGE
              MOVE SUSP-AMOUNT         TO WS-OD-AMOUNT
              MOVE SUSP-QUOTED-BILL-ID TO WS-OD-BILL-ID
              MOVE SUSP-QUOTED-CUST-ID TO WS-OD-CUST-ID
              WRITE TO02-SUSP-RPT-RECORD FROM WS-OLD-ITEM-DETAIL
           END-IF.

       2450-TALLY-CHANNEL SECTION.

           SET CHN-NOT-FOUND TO TRUE.

           PERFORM VARYING WS-CHN-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CHN-LOOP-CTR > WS-CHANNEL-COUNT
                        OR CHN-FOUND
              SET WS-CHN-IDX TO WS-CHN-LOOP-CTR
              IF SUSP-CHANNEL = WS-C-CHANNEL(WS-CHN-IDX)
                 SET CHN-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF CHN-NOT-FOUND
              IF WS-CHANNEL-COUNT >= WS-MAX-CHANNELS
                 DISPLAY 'WARNING: CHANNEL TABLE FULL - MAX '
                         WS-MAX-CHANNELS
              ELSE
                 ADD 1 TO WS-CHANNEL-COUNT
                 SET WS-CHN-IDX TO WS-CHANNEL-COUNT
                 MOVE SUSP-CHANNEL TO WS-C-CHANNEL(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-CNT-0-7(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-AMT-0-7(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-CNT-8-30(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-AMT-8-30(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-CNT-OVER-30(WS-CHN-IDX)
                 MOVE ZEROS TO WS-C-AMT-OVER-30(WS-CHN-IDX)
                 SET CHN-FOUND TO TRUE
              END-IF
           END-IF.

           IF CHN-FOUND
              EVALUATE TRUE
                  WHEN WS-AGE-DAYS <= 7
                      ADD 1 TO WS-C-CNT-0-7(WS-CHN-IDX)
                      ADD SUSP-AMOUNT TO WS-C-AMT-0-7(WS-CHN-IDX)
                  WHEN WS-AGE-DAYS <= 30
                      ADD 1 TO WS-C-CNT-8-30(WS-CHN-IDX)
                      ADD SUSP-AMOUNT TO WS-C-AMT-8-30(WS-CHN-IDX)
                  WHEN OTHER
                      ADD 1 TO WS-C-CNT-OVER-30(WS-CHN-IDX)
                      ADD SUSP-AMOUNT TO WS-C-AMT-OVER-30(WS-CHN-IDX)
              END-EVALUATE
           END-IF.

       2500-POST-JOURNAL  SECTION.

           IF WS-RUN-RECEIVED > ZEROS
              MOVE WS-ACCT-CASH         TO JR-ACCT-CODE
              MOVE 'D'                  TO JR-DR-CR
              MOVE WS-RUN-RECEIVED      TO JR-AMOUNT
              MOVE 'UNAPPLIED CASH RECD' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-SUSPENSE     TO JR-ACCT-CODE
              MOVE 'C'                  TO JR-DR-CR
              MOVE WS-RUN-RECEIVED      TO JR-AMOUNT
              MOVE 'UNAPPLIED CASH RECD' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
           END-IF.

      *    RE-APPLIED CASH COMES BACK THROUGH BILLPAYDB2 AS A NEW
      *    PAYMENT AND IS COUNTED AS COLLECTED AGAIN BY GLPOST, SO
      *    THE SUSPENSE RELEASE CREDITS CASH TO OFFSET IT.
           IF WS-RUN-REAPPLIED > ZEROS
              MOVE WS-ACCT-SUSPENSE     TO JR-ACCT-CODE
              MOVE 'D'                  TO JR-DR-CR
              MOVE WS-RUN-REAPPLIED     TO JR-AMOUNT
              MOVE 'SUSPENSE RE-APPLIED' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-CASH         TO JR-ACCT-CODE
              MOVE 'C'                  TO JR-DR-CR
              MOVE WS-RUN-REAPPLIED     TO JR-AMOUNT
              MOVE 'SUSPENSE RE-APPLIED' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
           END-IF.

           IF WS-RUN-REFUNDED > ZEROS
              MOVE WS-ACCT-SUSPENSE     TO JR-ACCT-CODE
              MOVE 'D'                  TO JR-DR-CR
              MOVE WS-RUN-REFUNDED      TO JR-AMOUNT
              MOVE 'SUSPENSE REFUNDED  ' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-CASH         TO JR-ACCT-CODE
              MOVE 'C'                  TO JR-DR-CR
              MOVE WS-RUN-REFUNDED      TO JR-AMOUNT
              MOVE 'SUSPENSE REFUNDED  ' TO JR-DESC
              PERFORM 2550-WRITE-JOURNAL-RECORD
           END-IF.

       2550-WRITE-JOURNAL-RECORD  SECTION.

           MOVE 'SUSP  ' TO JR-AREA-CODE.
           MOVE WS-DATE  TO JR-RUN-DATE.

           WRITE TO01-JOURNAL-RECORD.

           ADD 1 TO WS-JRN-REC-COUNT.
           ADD JR-AMOUNT TO WS-HASH-TOTAL.
           IF JR-DR-CR = 'D'
              ADD JR-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD JR-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       2600-WRITE-JOURNAL-TRAILER  SECTION.

           MOVE SPACES           TO TO01-JOURNAL-TRAILER.
           MOVE 'TRAILER '       TO JRT-ID.
           MOVE WS-JRN-REC-COUNT TO JRT-REC-COUNT.
           MOVE WS-HASH-TOTAL    TO JRT-HASH-TOTAL.
           WRITE TO01-JOURNAL-TRAILER.

       2700-WRITE-AGING-SUMMARY  SECTION.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE '  OPEN SUSPENSE BY CHANNEL AND AGE'
               TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-BUCKET-HEADER.

           PERFORM VARYING WS-CHN-LOOP-CTR FROM 1 BY 1
                     UNTIL WS-CHN-LOOP-CTR > WS-CHANNEL-COUNT
              SET WS-CHN-IDX TO WS-CHN-LOOP-CTR
              MOVE WS-C-CHANNEL(WS-CHN-IDX)     TO WS-BD-CHANNEL
              MOVE WS-C-CNT-0-7(WS-CHN-IDX)     TO WS-BD-CNT-0-7
              MOVE WS-C-AMT-0-7(WS-CHN-IDX)     TO WS-BD-AMT-0-7
              MOVE WS-C-CNT-8-30(WS-CHN-IDX)    TO WS-BD-CNT-8-30
              MOVE WS-C-AMT-8-30(WS-CHN-IDX)    TO WS-BD-AMT-8-30
              MOVE WS-C-CNT-OVER-30(WS-CHN-IDX) TO WS-BD-CNT-OVER-30
              MOVE WS-C-AMT-OVER-30(WS-CHN-IDX) TO WS-BD-AMT-OVER-30
              WRITE TO02-SUSP-RPT-RECORD FROM WS-BUCKET-DETAIL
           END-PERFORM.

       2800-PROVE-SUSPENSE-BALANCE  SECTION.

      *    THE OPEN ITEMS ON THE LEDGER MUST ADD UP TO WHAT HAS BEEN
      *    JOURNALLED TO THE SUSPENSE ACCOUNT -- A DIFFERENCE MEANS A
      *    ROW WAS ALTERED OUTSIDE BILLPAYDB2/SUSP001.
           COMPUTE WS-PROOF-DIFF = WS-OPEN-AMT - WS-CTL-GL-BALANCE.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE '  SUSPENSE BALANCE PROOF' TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.

           MOVE 'OPEN ITEMS ON LEDGER' TO WS-PL-LABEL.
           MOVE WS-OPEN-AMT            TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'SUSPENSE ACCOUNT BALANCE' TO WS-PL-LABEL.
           MOVE WS-CTL-GL-BALANCE          TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'DIFFERENCE'   TO WS-PL-LABEL.
           MOVE WS-PROOF-DIFF  TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.

           IF WS-PROOF-DIFF NOT = ZEROS
              DISPLAY 'SUSPENSE LEDGER DOES NOT PROVE - DIFFERENCE '
                      WS-PROOF-DIFF
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       2850-MONTH-END-PROOF  SECTION.

      *    OPENING + RECEIVED - RE-APPLIED - REFUNDED MUST EQUAL THE
      *    CLOSING BALANCE, WHICH THEN OPENS THE NEXT MONTH.
           COMPUTE WS-MONTH-CLOSE-BAL = WS-CTL-MONTH-OPEN-BAL
                                      + WS-CTL-MTD-RECEIVED
                                      - WS-CTL-MTD-REAPPLIED
                                      - WS-CTL-MTD-REFUNDED.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.
           STRING '  MONTH-END SUSPENSE PROOF FOR PERIOD '
                  WS-CTL-MONTH
                  DELIMITED BY SIZE INTO WS-SECTION-TITLE
           END-STRING.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-SECTION-TITLE.

           MOVE 'OPENING BALANCE'       TO WS-PL-LABEL.
           MOVE WS-CTL-MONTH-OPEN-BAL   TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'ADD RECEIVED INTO SUSPENSE' TO WS-PL-LABEL.
           MOVE WS-CTL-MTD-RECEIVED          TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'LESS RE-APPLIED TO BILLS'   TO WS-PL-LABEL.
           MOVE WS-CTL-MTD-REAPPLIED         TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'LESS REFUNDED'              TO WS-PL-LABEL.
           MOVE WS-CTL-MTD-REFUNDED          TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.
           MOVE 'CLOSING BALANCE'            TO WS-PL-LABEL.
           MOVE WS-MONTH-CLOSE-BAL           TO WS-PL-AMOUNT.
           WRITE TO02-SUSP-RPT-RECORD FROM WS-PROOF-LINE.

           IF WS-MONTH-CLOSE-BAL NOT = WS-CTL-GL-BALANCE
              DISPLAY 'MONTH-END SUSPENSE ROLL-FORWARD DOES NOT '
                      'AGREE TO ACCOUNT BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-DATE(1:6)       TO WS-CTL-MONTH.
           MOVE WS-CTL-GL-BALANCE  TO WS-CTL-MONTH-OPEN-BAL.
           MOVE ZEROS              TO WS-CTL-MTD-RECEIVED.
           MOVE ZEROS              TO WS-CTL-MTD-REAPPLIED.
           MOVE ZEROS              TO WS-CTL-MTD-REFUNDED.

       2900-WRITE-CONTROL-ROW  SECTION.

           MOVE 'CONTROL ' TO SUSP-PAYMENT-ID.

           IF CONTROL-ROW-EXISTS
              READ MO01-SUSP-KSDS
                  INVALID KEY
                      DISPLAY 'SUSPENSE CONTROL ROW LOST: '
                              WS-SUSP-STATUS
              END-READ
              MOVE WS-CONTROL-ROW TO MO01-SUSP-CONTROL-RECORD
              REWRITE MO01-SUSP-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY 'SUSPENSE CONTROL REWRITE FAILED: '
                              WS-SUSP-STATUS
                      MOVE 8 TO RETURN-CODE
              END-REWRITE
           ELSE
              MOVE WS-CONTROL-ROW TO MO01-SUSP-CONTROL-RECORD
              WRITE MO01-SUSP-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY 'SUSPENSE CONTROL WRITE FAILED: '
                              WS-SUSP-STATUS
                      MOVE 8 TO RETURN-CODE
              END-WRITE
           END-IF.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' SUSPENSE ITEMS READ      ',  WS-READ-CTR
           DISPLAY ' ITEMS STILL OPEN         ',  WS-OPEN-CTR
           DISPLAY ' AMOUNT STILL OPEN        ',  WS-OPEN-AMT
           DISPLAY ' OPEN OVER 30 DAYS        ',  WS-OLD-CTR
           DISPLAY ' RECEIPTS JOURNALLED      ',  WS-RECEIPT-CTR
           DISPLAY ' CLEARANCES JOURNALLED    ',  WS-CLEARED-CTR
           DISPLAY ' JOURNAL RECORDS WRITTEN  ',  WS-JRN-REC-COUNT
           DISPLAY ' TOTAL DEBITS             ',  WS-TOTAL-DEBITS
           DISPLAY ' TOTAL CREDITS            ',  WS-TOTAL-CREDITS
           DISPLAY '----------------------------------------'

           CLOSE  MO01-SUSP-KSDS,
                  MI01-COA-MASTER,
                  TO01-JOURNAL,
                  TO02-SUSP-RPT.

           STOP RUN.
