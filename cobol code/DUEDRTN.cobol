       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DUEDRTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    PREFERRED DUE-DAY ELECTIONS DUED001 MAINTAINS -- ONE ROW
      *    PER CUSTOMER WHO HAS CHOSEN THE DAY OF THE MONTH THEIR
      *    BILLS FALL DUE. THE FILE IS OPENED ON THE FIRST CALL AND
      *    HELD OPEN FOR THE LIFE OF THE CALLING STEP.
           SELECT MI01-DUE-DAY-KSDS ASSIGN TO DUEDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DUE-CUST-ID
           FILE STATUS            IS WS-DUE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME ELECTION LAYOUT DUED001 MAINTAINS.
       FD MI01-DUE-DAY-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI01-DUE-DAY-RECORD.
          05 DUE-CUST-ID          PIC X(12).
          05 DUE-DAY              PIC 9(02).
          05 DUE-STATUS           PIC X(01).
             88 DUE-STAT-ACTIVE              VALUE 'A'.
             88 DUE-STAT-WITHDRAWN           VALUE 'X'.
          05 DUE-EFF-DATE         PIC 9(08).
          05 DUE-PREV-DAY         PIC 9(02).
          05 DUE-FIRST-DATE       PIC 9(08).
          05 DUE-CHANGE-CNT       PIC 9(03).
          05 DUE-CHANNEL          PIC X(01).
          05 FILLER               PIC X(13).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-DUE-STATUS         PIC X(02).
             88 DUE-IO-STATUS      VALUE '00'.
             88 DUE-ROW-NOTFND     VALUE '23'.

       77 WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
          88 FIRST-CALL            VALUE 'Y'.
       77 WS-DUE-OPEN-SW           PIC X(01) VALUE 'N'.
          88 DUE-FILE-IS-OPEN      VALUE 'Y'.

       01 WS-DATE-WORK.
          05 WS-DAY-IN-FORCE       PIC 9(02) VALUE ZEROS.
          05 WS-CAND-DATE          PIC 9(08) VALUE ZEROS.
          05 WS-CAND-YYYY          PIC 9(04) VALUE ZEROS.
          05 WS-CAND-MM            PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.

       01 LNK-CUST-ID              PIC X(12).
       01 LNK-STD-DUE-DATE         PIC 9(08).
       01 LNK-DUE-DATE-OUT         PIC 9(08).
       01 LNK-RETURN-STATUS        PIC X(02).
      *       '00' - ELECTED DAY APPLIED
      *       '02' - NO ELECTION IN FORCE, STANDARD DATE RETURNED
      *       '04' - ELECTION FILE NOT AVAILABLE, STANDARD DATE
      *              RETURNED

       PROCEDURE DIVISION USING LNK-CUST-ID, LNK-STD-DUE-DATE,
                                LNK-DUE-DATE-OUT, LNK-RETURN-STATUS.
       0000-MAIN-LINE   SECTION.

           IF FIRST-CALL
              PERFORM 1000-OPEN-ELECTIONS
              MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.

           MOVE LNK-STD-DUE-DATE TO LNK-DUE-DATE-OUT.

           IF NOT DUE-FILE-IS-OPEN
              MOVE '04' TO LNK-RETURN-STATUS
              GOBACK
           END-IF.

           MOVE '02' TO LNK-RETURN-STATUS.

           IF LNK-STD-DUE-DATE = ZERO
              GOBACK
           END-IF.

           PERFORM 2000-FIND-DAY-IN-FORCE.

           IF WS-DAY-IN-FORCE > ZERO
              PERFORM 2100-APPLY-ELECTED-DAY
              MOVE WS-CAND-DATE TO LNK-DUE-DATE-OUT
              MOVE '00'         TO LNK-RETURN-STATUS
           END-IF.

           GOBACK.

       1000-OPEN-ELECTIONS SECTION.

           OPEN INPUT MI01-DUE-DAY-KSDS.
           IF DUE-IO-STATUS
              MOVE 'Y' TO WS-DUE-OPEN-SW
           ELSE
              DISPLAY 'DUEDRTN: DUE-DAY ELECTION KSDS NOT AVAILABLE - '
                      'STATUS ' WS-DUE-STATUS
                      ' - STANDARD DUE DATES RETURNED'
           END-IF.

       2000-FIND-DAY-IN-FORCE SECTION.

      *    A BILL FALLING DUE BEFORE THE CURRENT ELECTION TOOK
      *    EFFECT KEEPS THE DAY THAT WAS IN FORCE WHEN IT WAS
      *    ISSUED, SO A CHANGE NEVER RE-DATES DEBT ALREADY OWED.
      *    A WITHDRAWN ELECTION PUTS THE CUSTOMER BACK ON THE
      *    STANDARD DATE FROM THE DAY IT WAS WITHDRAWN.
           MOVE ZEROS TO WS-DAY-IN-FORCE.

           MOVE LNK-CUST-ID TO DUE-CUST-ID.
           READ MI01-DUE-DAY-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNK-STD-DUE-DATE < DUE-EFF-DATE
                      MOVE DUE-PREV-DAY TO WS-DAY-IN-FORCE
                   ELSE
                      IF DUE-STAT-ACTIVE
                         MOVE DUE-DAY TO WS-DAY-IN-FORCE
                      END-IF
                   END-IF
           END-READ.

       2100-APPLY-ELECTED-DAY SECTION.

      *    THE ELECTED DAY IN THE MONTH THE STANDARD DATE FALLS IN,
      *    OR IN THE NEXT MONTH WHEN THAT DAY HAS ALREADY PASSED --
      *    AN ELECTION ONLY EVER GIVES THE CUSTOMER LONGER TO PAY.
      *    THE PERMITTED WINDOW STOPS AT THE 28TH, SO THE DAY
      *    EXISTS IN EVERY MONTH. THE CALLER STILL ROLLS THE
      *    RESULT PAST NON-WORKING DAYS THROUGH CALRTN.
           MOVE LNK-STD-DUE-DATE(1:4) TO WS-CAND-YYYY.
           MOVE LNK-STD-DUE-DATE(5:2) TO WS-CAND-MM.
           MOVE WS-CAND-YYYY          TO WS-CAND-DATE(1:4).
           MOVE WS-CAND-MM            TO WS-CAND-DATE(5:2).
           MOVE WS-DAY-IN-FORCE       TO WS-CAND-DATE(7:2).

           IF WS-CAND-DATE < LNK-STD-DUE-DATE
              IF WS-CAND-MM = 12
                 ADD 1 TO WS-CAND-YYYY
                 MOVE 1 TO WS-CAND-MM
              ELSE
                 ADD 1 TO WS-CAND-MM
              END-IF
              MOVE WS-CAND-YYYY TO WS-CAND-DATE(1:4)
              MOVE WS-CAND-MM   TO WS-CAND-DATE(5:2)
           END-IF.
