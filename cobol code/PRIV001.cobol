       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIV001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    IS THE DAY WHOSE INQUIRIES ARE REVIEWED. A MISSING FILE
      *    FALLS BACK TO THE WALL CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    THE DAILY INQUIRY LIMIT PER OPERATOR. NO FILE, THE
      *    DEFAULT STANDS.
           SELECT TI01-PRIV-PARM      ASSIGN TO PRIVPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PARM-STATUS.

      *    PRIVACY WATCH LIST KEPT BY THE DATA-PROTECTION OFFICE --
      *    EVERY STAFF MEMBER'S OWN ACCOUNT AND THEIR RELATIVES'
      *    AGAINST THEIR OPERATOR ID, AND THE HIGH-PROFILE ACCOUNTS
      *    NOBODY BROWSES WITHOUT A REASON.
           SELECT TI02-WATCH-LIST     ASSIGN TO PRIVWTCH
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WTCH-STATUS.

      *    INQUIRY ACCESS LOG WRITTEN BY CINQ001, MINQ001 AND
      *    STMT001 -- DATE-LED KEY, SO THE DAY IS ONE PREFIX
      *    BROWSE.
           SELECT MI01-ACCESS-LOG-KSDS ASSIGN TO ACCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACCL-KEY
           FILE STATUS            IS WS-ACCL-STATUS.

           SELECT TO01-PRIV-RPT       ASSIGN TO PRIVRPT
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

       FD TI01-PRIV-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         10  CHARACTERS.

       01 TI01-PRIV-PARM-RECORD.
          05 PRM-INQUIRY-LIMIT    PIC 9(04).
          05 FILLER               PIC X(06).

      *    'S' -- A STAFF MEMBER'S OWN ACCOUNT; THE OPERATOR ID IS
      *    THEIRS. 'R' -- A RELATIVE'S ACCOUNT; THE OPERATOR ID IS
      *    THE RELATED STAFF MEMBER'S. 'H' -- A HIGH-PROFILE
      *    ACCOUNT; NO OPERATOR. ONE ACCOUNT MAY CARRY SEVERAL
      *    KINDS OF ROW. SOD001 READS THE SAME LIST.
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

      *    SAME INQUIRY ACCESS-LOG LAYOUT CINQ001 WRITES.
       FD MI01-ACCESS-LOG-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MI01-ACCESS-LOG-RECORD.
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

       FD TO01-PRIV-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO01-PRIV-RPT-RECORD    PIC X(133).

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
          05 WS-ACCL-STATUS        PIC X(02).
             88 ACCL-IO-STATUS     VALUE '00'.
          05 WS-ACCL-EOF-FLAG      PIC X(01) VALUE 'N'.
             88 ACCL-SCAN-EOF      VALUE 'Y'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-PARM-VARIABLES.
          05 WS-INQUIRY-LIMIT      PIC 9(04) VALUE 40.

      *    THE WATCH LIST, HELD WHOLE -- A FEW HUNDRED ROWS AT MOST.
       01 WS-WATCH-TABLE.
          05 WS-WL-ROW OCCURS 2000 TIMES
                       INDEXED BY WS-WL-IDX.
             10 WS-WL-CUST-ID      PIC X(12).
             10 WS-WL-TYPE         PIC X(01).
                88 WS-WL-STAFF              VALUE 'S'.
                88 WS-WL-RELATIVE           VALUE 'R'.
                88 WS-WL-HIGH               VALUE 'H'.
             10 WS-WL-OPERATOR-ID  PIC X(08).
             10 WS-WL-NOTE         PIC X(30).
          05 WS-WL-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-WL-MAX-ENTRIES     PIC 9(04) VALUE 2000.
          05 WS-WL-LOOP-CTR        PIC 9(04) VALUE ZEROS.

      *    ONE ROW PER OPERATOR SEEN ON THE DAY'S LOG. AN INQUIRY
      *    IS A CHANGE OF ACCOUNT FOR THAT OPERATOR -- PAGING
      *    THROUGH ONE ACCOUNT'S SCREENS COUNTS ONCE.
       01 WS-OPERATOR-TABLE.
          05 WS-OP-ROW OCCURS 1000 TIMES
                       INDEXED BY WS-OP-IDX.
             10 WS-OP-ID           PIC X(08).
             10 WS-OP-LAST-CUST    PIC X(12).
             10 WS-OP-INQUIRIES    PIC 9(05).
             10 WS-OP-SCREENS      PIC 9(05).
             10 WS-OP-EXCEPTIONS   PIC 9(05).
          05 WS-OP-COUNT           PIC 9(04) VALUE ZEROS.
          05 WS-OP-MAX-ENTRIES     PIC 9(04) VALUE 1000.
          05 WS-OP-LOOP-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-OP-FOUND-FLAG      PIC X(01) VALUE 'N'.
             88 OP-FOUND           VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LOG-READ-CTR       PIC 9(07) VALUE ZEROS.
          05 WS-INQUIRY-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-OWN-CTR            PIC 9(05) VALUE ZEROS.
          05 WS-COLLEAGUE-CTR      PIC 9(05) VALUE ZEROS.
          05 WS-WATCH-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-VOLUME-CTR         PIC 9(05) VALUE ZEROS.
          05 WS-OP-OVERFLOW-CTR    PIC 9(05) VALUE ZEROS.
          05 WS-EXCEPTION-CTR      PIC 9(05) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'CUSTOMER INQUIRY PRIVACY EXCEPTIONS'.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'TIME'.
          05 FILLER               PIC X(10) VALUE 'OPERATOR'.
          05 FILLER               PIC X(10) VALUE 'TERMINAL'.
          05 FILLER               PIC X(10) VALUE 'PROGRAM'.
          05 FILLER               PIC X(10) VALUE 'PAGE'.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(20) VALUE 'EXCEPTION'.
          05 FILLER               PIC X(49) VALUE 'WATCH-LIST NOTE'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TIME           PIC 9(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-OPERATOR       PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-TERMINAL       PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-PROGRAM        PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-SCREEN         PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CUST-ID        PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-REASON         PIC X(18).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-NOTE           PIC X(30).
          05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-VOLUME-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'OPERATORS OVER THE DAILY INQUIRY LIMIT'.
          05 WS-VH-LIMIT          PIC ZZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.

       01 WS-VOLUME-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-VD-OPERATOR       PIC X(08).
          05 FILLER               PIC X(13) VALUE '  INQUIRIES '.
          05 WS-VD-INQUIRIES      PIC ZZ,ZZ9.
          05 FILLER               PIC X(10) VALUE '  SCREENS '.
          05 WS-VD-SCREENS        PIC ZZ,ZZ9.
          05 FILLER               PIC X(88) VALUE SPACES.

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
           DISPLAY 'PRIV001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  INQUIRY PRIVACY EXCEPTION REPORT      '
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

           PERFORM 2150-LOAD-PRIV-PARMS.

           PERFORM 2200-LOAD-WATCH-LIST UNTIL WTCH-EOF.

           MOVE WS-DATE TO WS-RH-DATE.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-REPORT-HEADER2.

           MOVE LOW-VALUES TO ACCL-KEY.
           MOVE WS-DATE    TO ACCL-DATE.
           START MI01-ACCESS-LOG-KSDS KEY IS NOT LESS THAN ACCL-KEY
               INVALID KEY
                   SET ACCL-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2300-READ-ONE-LOG-ROW UNTIL ACCL-SCAN-EOF.

           PERFORM 2600-LIST-HIGH-VOLUME.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI02-WATCH-LIST.
           IF NOT WTCH-IO-STATUS
              DISPLAY 'ERROR OPENING PRIVACY WATCH LIST: '
                      WS-WTCH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-ACCESS-LOG-KSDS.
           IF NOT ACCL-IO-STATUS
              DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                      WS-ACCL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-PRIV-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING PRIVACY EXCEPTION REPORT: '
                      WS-RPT-STATUS
              STOP RUN
           END-IF.

       2150-LOAD-PRIV-PARMS  SECTION.

           OPEN INPUT TI01-PRIV-PARM.
           IF PARM-NOT-FOUND
              DISPLAY 'NO PRIVACY PARAMETERS - USING DEFAULTS'
           ELSE
              IF NOT PARM-IO-STATUS
                 DISPLAY 'ERROR OPENING PRIVACY PARAMETERS: '
                         WS-PARM-STATUS
                 STOP RUN
              END-IF
              READ TI01-PRIV-PARM
                  AT END
                      DISPLAY 'PRIVACY PARM FILE EMPTY - '
                              'USING DEFAULTS'
                  NOT AT END
                      IF PRM-INQUIRY-LIMIT IS NUMERIC
                         AND PRM-INQUIRY-LIMIT > ZEROS
                         MOVE PRM-INQUIRY-LIMIT
                             TO WS-INQUIRY-LIMIT
                      ELSE
                         DISPLAY 'INQUIRY LIMIT INVALID - '
                                 'USING DEFAULT'
                      END-IF
              END-READ
              CLOSE TI01-PRIV-PARM
           END-IF.

           DISPLAY 'DAILY INQUIRY LIMIT PER OPERATOR '
                   WS-INQUIRY-LIMIT.

       2200-LOAD-WATCH-LIST  SECTION.

           READ TI02-WATCH-LIST
               AT END  SET WTCH-EOF TO TRUE
               NOT AT END
                   IF WS-WL-COUNT >= WS-WL-MAX-ENTRIES
                      DISPLAY 'WATCH LIST TABLE FULL - ROW '
                              'IGNORED: ' WL-CUST-ID
                   ELSE
                      IF ((WL-STAFF-ACCOUNT OR WL-RELATIVE-ACCOUNT)
                          AND WL-OPERATOR-ID NOT = SPACES)
                         OR WL-HIGH-PROFILE
                         ADD 1 TO WS-WL-COUNT
                         SET WS-WL-IDX TO WS-WL-COUNT
                         MOVE WL-CUST-ID
                             TO WS-WL-CUST-ID(WS-WL-IDX)
                         MOVE WL-TYPE
                             TO WS-WL-TYPE(WS-WL-IDX)
                         MOVE WL-OPERATOR-ID
                             TO WS-WL-OPERATOR-ID(WS-WL-IDX)
                         MOVE WL-NOTE
                             TO WS-WL-NOTE(WS-WL-IDX)
                      ELSE
                         DISPLAY 'INVALID WATCH LIST ROW IGNORED: '
                                 WL-CUST-ID ' ' WL-TYPE
                      END-IF
                   END-IF
           END-READ.

       2300-READ-ONE-LOG-ROW  SECTION.

           READ MI01-ACCESS-LOG-KSDS NEXT
               AT END  SET ACCL-SCAN-EOF TO TRUE
               NOT AT END
                   IF ACCL-DATE NOT = WS-DATE
                      SET ACCL-SCAN-EOF TO TRUE
                   ELSE
                      ADD 1 TO WS-LOG-READ-CTR
                      PERFORM 2400-APPLY-LOG-ROW
                   END-IF
           END-READ.

       2400-APPLY-LOG-ROW  SECTION.

           PERFORM 2410-FIND-OPERATOR.
           IF NOT OP-FOUND
              GO TO 2400-EXIT
           END-IF.

           ADD 1 TO WS-OP-SCREENS(WS-OP-IDX).

      *    A METER INQUIRY WITH NO ACCOUNT BEHIND IT NAMES NOBODY.
           IF ACCL-CUST-ID = SPACES
              OR ACCL-CUST-ID = WS-OP-LAST-CUST(WS-OP-IDX)
              GO TO 2400-EXIT
           END-IF.

           MOVE ACCL-CUST-ID TO WS-OP-LAST-CUST(WS-OP-IDX).
           ADD 1 TO WS-OP-INQUIRIES(WS-OP-IDX).
           ADD 1 TO WS-INQUIRY-CTR.

           PERFORM 2500-CHECK-ONE-WATCH-ROW
               VARYING WS-WL-LOOP-CTR FROM 1 BY 1
               UNTIL WS-WL-LOOP-CTR > WS-WL-COUNT.

       2400-EXIT.
           EXIT.

       2410-FIND-OPERATOR  SECTION.

           MOVE 'N' TO WS-OP-FOUND-FLAG.
           SET WS-OP-IDX TO 1.
           SEARCH WS-OP-ROW
               AT END
                   CONTINUE
               WHEN WS-OP-IDX > WS-OP-COUNT
                   CONTINUE
               WHEN WS-OP-ID(WS-OP-IDX) = ACCL-OPERATOR-ID
                   SET OP-FOUND TO TRUE
           END-SEARCH.

           IF NOT OP-FOUND
              IF WS-OP-COUNT >= WS-OP-MAX-ENTRIES
                 ADD 1 TO WS-OP-OVERFLOW-CTR
              ELSE
                 ADD 1 TO WS-OP-COUNT
                 SET WS-OP-IDX TO WS-OP-COUNT
                 MOVE ACCL-OPERATOR-ID TO WS-OP-ID(WS-OP-IDX)
                 MOVE SPACES TO WS-OP-LAST-CUST(WS-OP-IDX)
                 MOVE ZEROS  TO WS-OP-INQUIRIES(WS-OP-IDX)
                 MOVE ZEROS  TO WS-OP-SCREENS(WS-OP-IDX)
                 MOVE ZEROS  TO WS-OP-EXCEPTIONS(WS-OP-IDX)
                 SET OP-FOUND TO TRUE
              END-IF
           END-IF.

       2500-CHECK-ONE-WATCH-ROW  SECTION.

      *    THE OPERATOR'S OWN ACCOUNT OR A RELATIVE'S, ANOTHER
      *    STAFF MEMBER'S, OR A HIGH-PROFILE ONE -- EACH IS ITS OWN
      *    EXCEPTION LINE. A RELATIVE'S ACCOUNT IS ONLY AN
      *    EXCEPTION FOR THE STAFF MEMBER IT IS LINKED TO.
           SET WS-WL-IDX TO WS-WL-LOOP-CTR.

           IF WS-WL-CUST-ID(WS-WL-IDX) NOT = ACCL-CUST-ID
              GO TO 2500-EXIT
           END-IF.

           IF WS-WL-RELATIVE(WS-WL-IDX)
              AND WS-WL-OPERATOR-ID(WS-WL-IDX) NOT = ACCL-OPERATOR-ID
              GO TO 2500-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-WL-STAFF(WS-WL-IDX)
                    AND WS-WL-OPERATOR-ID(WS-WL-IDX)
                        = ACCL-OPERATOR-ID
                   MOVE 'OWN ACCOUNT'       TO WS-RD-REASON
                   ADD 1 TO WS-OWN-CTR
               WHEN WS-WL-RELATIVE(WS-WL-IDX)
                   MOVE 'RELATIVE ACCOUNT'  TO WS-RD-REASON
                   ADD 1 TO WS-OWN-CTR
               WHEN WS-WL-STAFF(WS-WL-IDX)
                   MOVE 'COLLEAGUE ACCOUNT' TO WS-RD-REASON
                   ADD 1 TO WS-COLLEAGUE-CTR
               WHEN OTHER
                   MOVE 'HIGH-PROFILE'      TO WS-RD-REASON
                   ADD 1 TO WS-WATCH-CTR
           END-EVALUATE.

           MOVE ACCL-TIME(1:6)          TO WS-RD-TIME.
           MOVE ACCL-OPERATOR-ID        TO WS-RD-OPERATOR.
           MOVE ACCL-TERMINAL           TO WS-RD-TERMINAL.
           MOVE ACCL-PROGRAM-ID         TO WS-RD-PROGRAM.
           MOVE ACCL-SCREEN             TO WS-RD-SCREEN.
           MOVE ACCL-CUST-ID            TO WS-RD-CUST-ID.
           MOVE WS-WL-NOTE(WS-WL-IDX)   TO WS-RD-NOTE.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-REPORT-DETAIL.

           ADD 1 TO WS-OP-EXCEPTIONS(WS-OP-IDX).
           ADD 1 TO WS-EXCEPTION-CTR.

       2500-EXIT.
           EXIT.

       2600-LIST-HIGH-VOLUME  SECTION.

           MOVE SPACES TO TO01-PRIV-RPT-RECORD.
           WRITE TO01-PRIV-RPT-RECORD.
           MOVE WS-INQUIRY-LIMIT TO WS-VH-LIMIT.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-VOLUME-HEADER.

           PERFORM 2650-CHECK-ONE-OPERATOR
               VARYING WS-OP-LOOP-CTR FROM 1 BY 1
               UNTIL WS-OP-LOOP-CTR > WS-OP-COUNT.

       2650-CHECK-ONE-OPERATOR  SECTION.

           SET WS-OP-IDX TO WS-OP-LOOP-CTR.

           IF WS-OP-INQUIRIES(WS-OP-IDX) > WS-INQUIRY-LIMIT
              MOVE WS-OP-ID(WS-OP-IDX)        TO WS-VD-OPERATOR
              MOVE WS-OP-INQUIRIES(WS-OP-IDX) TO WS-VD-INQUIRIES
              MOVE WS-OP-SCREENS(WS-OP-IDX)   TO WS-VD-SCREENS
              WRITE TO01-PRIV-RPT-RECORD FROM WS-VOLUME-DETAIL
              ADD 1 TO WS-VOLUME-CTR
              ADD 1 TO WS-EXCEPTION-CTR
           END-IF.

       9000-TERMINATE   SECTION.

           MOVE SPACES TO TO01-PRIV-RPT-RECORD.
           WRITE TO01-PRIV-RPT-RECORD.
           MOVE 'LOG ROWS REVIEWED'       TO WS-TL-LABEL.
           MOVE WS-LOG-READ-CTR           TO WS-TL-COUNT.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNT INQUIRIES'       TO WS-TL-LABEL.
           MOVE WS-INQUIRY-CTR            TO WS-TL-COUNT.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'OPERATORS'               TO WS-TL-LABEL.
           MOVE WS-OP-COUNT               TO WS-TL-COUNT.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS'              TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-CTR          TO WS-TL-COUNT.
           WRITE TO01-PRIV-RPT-RECORD FROM WS-TOTAL-LINE.

           DISPLAY '----------------------------------------'
           DISPLAY ' WATCH LIST ROWS LOADED   ',  WS-WL-COUNT
           DISPLAY ' LOG ROWS REVIEWED        ',  WS-LOG-READ-CTR
           DISPLAY ' ACCOUNT INQUIRIES        ',  WS-INQUIRY-CTR
           DISPLAY ' OPERATORS                ',  WS-OP-COUNT
           DISPLAY ' OWN/RELATIVE LOOKUPS     ',  WS-OWN-CTR
           DISPLAY ' COLLEAGUE LOOKUPS        ',  WS-COLLEAGUE-CTR
           DISPLAY ' HIGH-PROFILE LOOKUPS     ',  WS-WATCH-CTR
           DISPLAY ' OPERATORS OVER LIMIT     ',  WS-VOLUME-CTR
           DISPLAY ' OPERATOR TABLE OVERFLOW  ',  WS-OP-OVERFLOW-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI02-WATCH-LIST,
                  MI01-ACCESS-LOG-KSDS,
                  TO01-PRIV-RPT.

      *    ANY EXCEPTION IS A WARNING FOR THE MORNING REVIEW, NOT
      *    A REASON TO STOP THE NIGHT.
           IF WS-EXCEPTION-CTR > ZEROS
              OR WS-OP-OVERFLOW-CTR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
