       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSGRTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    BILL-MESSAGE MASTER MAINTAINED BY MSG001. EVERY MESSAGE
      *    IN FORCE ON THE RUN DATE IS LOADED ONCE, ON THE FIRST
      *    CALL, AND THE FILE IS CLOSED AGAIN -- EACH STATEMENT IS
      *    THEN MATCHED AGAINST THE TABLE IN STORAGE.
           SELECT MI01-MSG-KSDS       ASSIGN TO MSGKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS MSG-ID
           FILE STATUS            IS WS-MSG-STATUS.

      *    PAYMENT-BEHAVIOUR SCORES FROM SCORE001 -- OPENED ON THE
      *    FIRST CALL AND HELD OPEN FOR THE LIFE OF THE CALLING
      *    STEP, THE SAME WAY CALRTN HOLDS THE CALENDAR.
           SELECT MI02-SCORE-KSDS     ASSIGN TO SCOREKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS SCR-CUST-ID
           FILE STATUS            IS WS-SCR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME BILL-MESSAGE LAYOUT MSG001 MAINTAINS.
       FD MI01-MSG-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI01-MSG-RECORD.
          05 MSG-ID               PIC X(08).
          05 MSG-PRIORITY         PIC 9(02).
          05 MSG-EFF-FROM         PIC 9(08).
          05 MSG-EFF-TO           PIC 9(08).
          05 MSG-TARGETS.
             10 MSG-TGT-AREA-CODE    PIC X(06).
             10 MSG-TGT-TARIFF-CLASS PIC X(01).
             10 MSG-TGT-BILLING-FREQ PIC X(01).
             10 MSG-TGT-DELIVERY-PREF PIC X(01).
             10 MSG-TGT-SCORE-GRADE  PIC X(01).
             10 MSG-TGT-ARREARS      PIC X(01).
          05 MSG-TEXT             PIC X(72).
          05 MSG-STATUS           PIC X(01).
             88 MSG-STAT-ACTIVE              VALUE 'A'.
             88 MSG-STAT-SUSPENDED           VALUE 'X'.
          05 MSG-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(02).

      *    SAME SCORE LAYOUT SCORE001 RECOMPUTES MONTHLY.
       FD MI02-SCORE-KSDS
           RECORD CONTAINS         32  CHARACTERS.

       01 MI02-SCORE-RECORD.
          05 SCR-CUST-ID          PIC X(12).
          05 SCR-SCORE            PIC 9(03).
          05 SCR-GRADE            PIC X(01).
          05 SCR-RSN-ARREARS      PIC X(01).
          05 SCR-RSN-DISHONOUR    PIC X(01).
          05 SCR-RSN-DUNNING      PIC X(01).
          05 SCR-RSN-WAIVER       PIC X(01).
          05 SCR-RSN-PAID         PIC X(01).
          05 SCR-CALC-DATE        PIC 9(08).
          05 FILLER               PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-MSG-STATUS         PIC X(02).
             88 MSG-IO-STATUS      VALUE '00'.
             88 MSG-EOF            VALUE '10'.
          05 WS-SCR-STATUS         PIC X(02).
             88 SCR-IO-STATUS      VALUE '00'.
             88 SCR-ROW-NOTFND     VALUE '23'.

       77 WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
          88 FIRST-CALL            VALUE 'Y'.
       77 WS-SCR-OPEN-SW           PIC X(01) VALUE 'N'.
          88 SCORES-ARE-OPEN       VALUE 'Y'.
       77 WS-MATCH-SW              PIC X(01) VALUE 'N'.
          88 MESSAGE-MATCHES       VALUE 'Y'.
       77 WS-SLOT-SW               PIC X(01) VALUE 'N'.
          88 SLOT-IS-OPEN          VALUE 'Y'.

      *    MESSAGES IN FORCE TONIGHT, HELD IN PRIORITY ORDER --
      *    EQUAL PRIORITIES KEEP MESSAGE-ID ORDER -- SO THE FIRST
      *    MATCHES FOUND FOR A CUSTOMER ARE ALWAYS THE ONES THAT
      *    MATTER MOST. EACH ENTRY COUNTS THE CUSTOMERS IT REACHED
      *    FOR THE CALLER'S RUN REPORT.
       01 WS-MESSAGE-TABLE.
          05 WS-MSG-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-MSG-IDX.
             10 WS-MT-ID              PIC X(08).
             10 WS-MT-PRIORITY        PIC 9(02).
             10 WS-MT-TARGETS         PIC X(11).
             10 WS-MT-TEXT            PIC X(72).
             10 WS-MT-CUST-COUNT      PIC 9(07).
          05 WS-MSG-COUNT          PIC 9(04) COMP VALUE ZEROS.
          05 WS-MSG-MAX            PIC 9(04) COMP VALUE 200.
          05 WS-MSG-SUB            PIC 9(04) COMP VALUE ZEROS.
          05 WS-MSG-INSERT         PIC 9(04) COMP VALUE ZEROS.

      *    THE ACCOUNT AS THE TARGETS SEE IT -- BLANK MASTER
      *    FIELDS TAKE THE SAME DEFAULTS BILL003 BILLS WITH.
       01 WS-CUSTOMER-PROFILE.
          05 WS-CP-AREA-CODE       PIC X(06).
          05 WS-CP-TARIFF-CLASS    PIC X(01).
          05 WS-CP-BILLING-FREQ    PIC X(01).
          05 WS-CP-DELIVERY-PREF   PIC X(01).
          05 WS-CP-SCORE-GRADE     PIC X(01).
          05 WS-CP-ARREARS         PIC X(01).

       01 WS-MESSAGE-TARGETS.
          05 WS-MG-AREA-CODE       PIC X(06).
          05 WS-MG-TARIFF-CLASS    PIC X(01).
          05 WS-MG-BILLING-FREQ    PIC X(01).
          05 WS-MG-DELIVERY-PREF   PIC X(01).
          05 WS-MG-SCORE-GRADE     PIC X(01).
          05 WS-MG-ARREARS         PIC X(01).

       LINKAGE SECTION.

       01 LNK-MSG-REQUEST.
      *       'S' - SELECT THE MESSAGES FOR ONE CUSTOMER
      *       'L' - RETURN TABLE ENTRY LNK-MSG-LIST-NO AND ITS COUNT
          05 LNK-MSG-FUNCTION      PIC X(01).
             88 LNK-FUNC-SELECT              VALUE 'S'.
             88 LNK-FUNC-LIST                VALUE 'L'.
      *       THE CALLER'S PROCESSING DATE -- ONLY THE FIRST CALL'S
      *       DATE DECIDES WHICH MESSAGES ARE IN FORCE.
          05 LNK-MSG-RUN-DATE      PIC 9(08).
          05 LNK-MSG-CUST-ID       PIC X(12).
          05 LNK-MSG-AREA-CODE     PIC X(06).
          05 LNK-MSG-TARIFF-CLASS  PIC X(01).
          05 LNK-MSG-BILLING-FREQ  PIC X(01).
          05 LNK-MSG-DELIVERY-PREF PIC X(01).
      *       'A' - BALANCE CARRIED FORWARD, 'C' - NOTHING OVERDUE
          05 LNK-MSG-ARREARS       PIC X(01).
      *       OUT: THE CUSTOMER'S SCORE001 GRADE, BLANK IF UNSCORED.
          05 LNK-MSG-SCORE-GRADE   PIC X(01).
          05 LNK-MSG-SELECTED      PIC 9(01).
          05 LNK-MSG-SELECTION OCCURS 3 TIMES.
             10 LNK-MSG-ID            PIC X(08).
             10 LNK-MSG-PRIORITY      PIC 9(02).
             10 LNK-MSG-TEXT          PIC X(72).
          05 LNK-MSG-LIST-NO       PIC 9(04).
          05 LNK-MSG-LIST-COUNT    PIC 9(07).
          05 LNK-MSG-STATUS        PIC X(02).
      *       '00' - AT LEAST ONE MESSAGE SELECTED / ENTRY RETURNED
      *       '04' - NO MESSAGE MATCHES THIS CUSTOMER
      *       '10' - LIST NUMBER PAST THE END OF THE TABLE

       PROCEDURE DIVISION USING LNK-MSG-REQUEST.
       0000-MAIN-LINE   SECTION.

           IF FIRST-CALL
              PERFORM 1000-LOAD-MESSAGES
              MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.

           EVALUATE TRUE
               WHEN LNK-FUNC-SELECT
                  PERFORM 2000-SELECT-MESSAGES
               WHEN LNK-FUNC-LIST
                  PERFORM 3000-LIST-ENTRY
               WHEN OTHER
                  DISPLAY 'MSGRTN: INVALID FUNCTION ' LNK-MSG-FUNCTION
                  MOVE '10' TO LNK-MSG-STATUS
           END-EVALUATE.

           GOBACK.

       1000-LOAD-MESSAGES SECTION.

           OPEN INPUT MI02-SCORE-KSDS.
           IF SCR-IO-STATUS
              MOVE 'Y' TO WS-SCR-OPEN-SW
           ELSE
              DISPLAY 'MSGRTN: SCORE KSDS NOT AVAILABLE - STATUS '
                      WS-SCR-STATUS
                      ' - GRADE-TARGETED MESSAGES SKIPPED'
           END-IF.

      *    NO MESSAGE MASTER SIMPLY MEANS NO MESSAGES TONIGHT --
      *    THE STATEMENTS STILL GO OUT.
           OPEN INPUT MI01-MSG-KSDS.
           IF NOT MSG-IO-STATUS
              DISPLAY 'MSGRTN: MESSAGE KSDS NOT AVAILABLE - STATUS '
                      WS-MSG-STATUS
                      ' - NO BILL MESSAGES THIS RUN'
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-READ-MESSAGE UNTIL MSG-EOF.

           CLOSE MI01-MSG-KSDS.

           DISPLAY 'MSGRTN: BILL MESSAGES IN FORCE ' WS-MSG-COUNT.

       1000-EXIT.
           EXIT.

       1100-READ-MESSAGE SECTION.

           READ MI01-MSG-KSDS NEXT RECORD
                AT END  SET MSG-EOF TO TRUE
                NOT AT END  PERFORM 1200-KEEP-IF-IN-FORCE
           END-READ.

       1200-KEEP-IF-IN-FORCE SECTION.

           IF NOT MSG-STAT-ACTIVE
              OR MSG-EFF-FROM > LNK-MSG-RUN-DATE
              GO TO 1200-EXIT
           END-IF.

           IF MSG-EFF-TO NOT = ZEROS
              AND MSG-EFF-TO < LNK-MSG-RUN-DATE
              GO TO 1200-EXIT
           END-IF.

           IF WS-MSG-COUNT >= WS-MSG-MAX
              DISPLAY 'MSGRTN: MESSAGE TABLE FULL - ' MSG-ID
                      ' NOT LOADED'
              GO TO 1200-EXIT
           END-IF.

      *    SLIDE EVERY LOWER-PRIORITY ENTRY DOWN ONE SLOT AND DROP
      *    THIS MESSAGE INTO THE GAP. THE FILE ARRIVES IN ID ORDER,
      *    SO AN EQUAL PRIORITY LANDS BEHIND THE ONES ALREADY IN.
           MOVE WS-MSG-COUNT TO WS-MSG-SUB.
           ADD 1 TO WS-MSG-COUNT.
           MOVE WS-MSG-COUNT TO WS-MSG-INSERT.

           MOVE 'N' TO WS-SLOT-SW.
           PERFORM 1210-OPEN-SLOT UNTIL SLOT-IS-OPEN.

           SET WS-MSG-IDX TO WS-MSG-INSERT.
           MOVE MSG-ID       TO WS-MT-ID(WS-MSG-IDX).
           MOVE MSG-PRIORITY TO WS-MT-PRIORITY(WS-MSG-IDX).
           MOVE MSG-TARGETS  TO WS-MT-TARGETS(WS-MSG-IDX).
           MOVE MSG-TEXT     TO WS-MT-TEXT(WS-MSG-IDX).
           MOVE ZEROS        TO WS-MT-CUST-COUNT(WS-MSG-IDX).

       1200-EXIT.
           EXIT.

       1210-OPEN-SLOT SECTION.

           IF WS-MSG-SUB = ZERO
              SET SLOT-IS-OPEN TO TRUE
              GO TO 1210-EXIT
           END-IF.

           IF WS-MT-PRIORITY(WS-MSG-SUB) <= MSG-PRIORITY
              SET SLOT-IS-OPEN TO TRUE
              GO TO 1210-EXIT
           END-IF.

           MOVE WS-MSG-ENTRY(WS-MSG-SUB)
               TO WS-MSG-ENTRY(WS-MSG-SUB + 1).
           MOVE WS-MSG-SUB TO WS-MSG-INSERT.
           SUBTRACT 1 FROM WS-MSG-SUB.

       1210-EXIT.
           EXIT.

       2000-SELECT-MESSAGES SECTION.

           MOVE ZEROS  TO LNK-MSG-SELECTED.
           MOVE SPACES TO LNK-MSG-SCORE-GRADE.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                     UNTIL WS-MSG-SUB > 3
              MOVE SPACES TO LNK-MSG-ID(WS-MSG-SUB)
              MOVE ZEROS  TO LNK-MSG-PRIORITY(WS-MSG-SUB)
              MOVE SPACES TO LNK-MSG-TEXT(WS-MSG-SUB)
           END-PERFORM.
           MOVE '04' TO LNK-MSG-STATUS.

           IF WS-MSG-COUNT = ZERO
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-BUILD-PROFILE.

           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                     UNTIL WS-MSG-IDX > WS-MSG-COUNT
                        OR LNK-MSG-SELECTED = 3
              PERFORM 2200-MATCH-MESSAGE
              IF MESSAGE-MATCHES
                 ADD 1 TO LNK-MSG-SELECTED
                 MOVE WS-MT-ID(WS-MSG-IDX)
                     TO LNK-MSG-ID(LNK-MSG-SELECTED)
                 MOVE WS-MT-PRIORITY(WS-MSG-IDX)
                     TO LNK-MSG-PRIORITY(LNK-MSG-SELECTED)
                 MOVE WS-MT-TEXT(WS-MSG-IDX)
                     TO LNK-MSG-TEXT(LNK-MSG-SELECTED)
                 ADD 1 TO WS-MT-CUST-COUNT(WS-MSG-IDX)
                 MOVE '00' TO LNK-MSG-STATUS
              END-IF
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-BUILD-PROFILE SECTION.

           MOVE LNK-MSG-AREA-CODE TO WS-CP-AREA-CODE.

           IF LNK-MSG-TARIFF-CLASS = SPACE
              MOVE 'D' TO WS-CP-TARIFF-CLASS
           ELSE
              MOVE LNK-MSG-TARIFF-CLASS TO WS-CP-TARIFF-CLASS
           END-IF.

           IF LNK-MSG-BILLING-FREQ = SPACE
              MOVE 'M' TO WS-CP-BILLING-FREQ
           ELSE
              MOVE LNK-MSG-BILLING-FREQ TO WS-CP-BILLING-FREQ
           END-IF.

           IF LNK-MSG-DELIVERY-PREF = SPACE
              MOVE 'P' TO WS-CP-DELIVERY-PREF
           ELSE
              MOVE LNK-MSG-DELIVERY-PREF TO WS-CP-DELIVERY-PREF
           END-IF.

           IF LNK-MSG-ARREARS = 'A'
              MOVE 'A' TO WS-CP-ARREARS
           ELSE
              MOVE 'C' TO WS-CP-ARREARS
           END-IF.

      *    AN UNSCORED CUSTOMER -- NEW, OR NO SCORE FILE TONIGHT --
      *    SEES ONLY THE MESSAGES THAT DO NOT ASK FOR A GRADE.
           MOVE SPACE TO WS-CP-SCORE-GRADE.
           IF SCORES-ARE-OPEN
              MOVE LNK-MSG-CUST-ID TO SCR-CUST-ID
              READ MI02-SCORE-KSDS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE SCR-GRADE TO WS-CP-SCORE-GRADE
              END-READ
           END-IF.
           MOVE WS-CP-SCORE-GRADE TO LNK-MSG-SCORE-GRADE.

       2200-MATCH-MESSAGE SECTION.

           MOVE 'N' TO WS-MATCH-SW.
           MOVE WS-MT-TARGETS(WS-MSG-IDX) TO WS-MESSAGE-TARGETS.

           IF WS-MG-AREA-CODE NOT = SPACES
              AND WS-MG-AREA-CODE NOT = WS-CP-AREA-CODE
              GO TO 2200-EXIT
           END-IF.

           IF WS-MG-TARIFF-CLASS NOT = SPACE
              AND WS-MG-TARIFF-CLASS NOT = WS-CP-TARIFF-CLASS
              GO TO 2200-EXIT
           END-IF.

           IF WS-MG-BILLING-FREQ NOT = SPACE
              AND WS-MG-BILLING-FREQ NOT = WS-CP-BILLING-FREQ
              GO TO 2200-EXIT
           END-IF.

           IF WS-MG-DELIVERY-PREF NOT = SPACE
              AND WS-MG-DELIVERY-PREF NOT = WS-CP-DELIVERY-PREF
              GO TO 2200-EXIT
           END-IF.

           IF WS-MG-SCORE-GRADE NOT = SPACE
              AND WS-MG-SCORE-GRADE NOT = WS-CP-SCORE-GRADE
              GO TO 2200-EXIT
           END-IF.

           IF WS-MG-ARREARS NOT = SPACE
              AND WS-MG-ARREARS NOT = WS-CP-ARREARS
              GO TO 2200-EXIT
           END-IF.

           SET MESSAGE-MATCHES TO TRUE.

       2200-EXIT.
           EXIT.

       3000-LIST-ENTRY SECTION.

           MOVE SPACES TO LNK-MSG-ID(1).
           MOVE ZEROS  TO LNK-MSG-PRIORITY(1).
           MOVE SPACES TO LNK-MSG-TEXT(1).
           MOVE ZEROS  TO LNK-MSG-LIST-COUNT.

           IF LNK-MSG-LIST-NO = ZERO
              OR LNK-MSG-LIST-NO > WS-MSG-COUNT
              MOVE '10' TO LNK-MSG-STATUS
              GO TO 3000-EXIT
           END-IF.

           SET WS-MSG-IDX TO LNK-MSG-LIST-NO.
           MOVE WS-MT-ID(WS-MSG-IDX)         TO LNK-MSG-ID(1).
           MOVE WS-MT-PRIORITY(WS-MSG-IDX)   TO LNK-MSG-PRIORITY(1).
           MOVE WS-MT-TEXT(WS-MSG-IDX)       TO LNK-MSG-TEXT(1).
           MOVE WS-MT-CUST-COUNT(WS-MSG-IDX) TO LNK-MSG-LIST-COUNT.
           MOVE '00' TO LNK-MSG-STATUS.

       3000-EXIT.
           EXIT.
