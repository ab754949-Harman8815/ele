       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PSRT001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ONE CONTROL CARD NAMING THE STREAM BEING PRESORTED --
      *    STATEMENTS, DISCONNECTION LETTERS OR DUNNING REMINDERS --
      *    FOR THE BREAK SHEETS AND THE MANIFEST HEADING.
           SELECT TI01-PSRT-PARM      ASSIGN TO PSRTPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PRM-STATUS.

      *    THE PRODUCER'S PRESORT WORK FILE, ALREADY SORTED INTO
      *    ZIP / DOCUMENT / LINE ORDER BY THE SORT STEP AHEAD OF
      *    THIS ONE. IT IS READ ONCE TO COUNT THE PIECES PER ZIP
      *    AND THEN ONCE PER SORT LEVEL TO WRITE THE MAIL STREAM.
           SELECT TI02-PSRT-SORTED    ASSIGN TO PSRTSRT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-SRT-STATUS.

           SELECT TO01-PSRT-MAIL      ASSIGN TO PSRTOUT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-OUT-STATUS.

      *    PIECES FOR CUSTOMERS ADDR001 HAS FLAGGED UNDELIVERABLE --
      *    KEPT OUT OF THE MAIL AND HANDED TO THE FRONT OFFICE
      *    WITH THE ADDRESS CONTACT WORKLIST.
           SELECT TO02-PSRT-UNDELIV   ASSIGN TO PSRTUND
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-UND-STATUS.

           SELECT TO03-PSRT-MANIFEST  ASSIGN TO PSRTMAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-MAN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-PSRT-PARM
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TI01-PSRT-PARM-RECORD.
          05 PRM-STREAM-ID        PIC X(04).
          05 FILLER               PIC X(01).
          05 PRM-STREAM-NAME      PIC X(30).
          05 FILLER               PIC X(45).

      *    SAME PRESORT WORK LAYOUT BILLPRNT, DISCLTR AND DUNN001
      *    WRITE -- ONE RECORD PER PRINTED LINE, EVERY LINE OF A
      *    DOCUMENT CARRYING THE SAME ZIP AND DOCUMENT NUMBER.
       FD TI02-PSRT-SORTED
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TI02-PSRT-SORTED-RECORD.
          05 PSW-ZIP-CODE.
             10 PSW-ZIP-3         PIC X(03).
             10 PSW-ZIP-3-N REDEFINES PSW-ZIP-3
                                  PIC 9(03).
             10 FILLER            PIC X(02).
             10 FILLER            PIC X(04).
          05 PSW-CUST-ID          PIC X(12).
          05 PSW-DOC-SEQ          PIC 9(06).
          05 PSW-LINE-SEQ         PIC 9(04).
          05 PSW-UNDELIV          PIC X(01).
             88 PSW-MAIL-UNDELIVERABLE       VALUE 'Y'.
          05 PSW-LINE             PIC X(100).

       FD TO01-PSRT-MAIL
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO01-PSRT-MAIL-RECORD   PIC X(100).

       FD TO02-PSRT-UNDELIV
           RECORDING MODE          IS F
           RECORD CONTAINS         100 CHARACTERS.

       01 TO02-PSRT-UNDELIV-RECORD PIC X(100).

       FD TO03-PSRT-MANIFEST
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO03-PSRT-MANIFEST-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-SRT-STATUS         PIC X(02).
             88 SRT-IO-STATUS      VALUE '00'.
             88 SRT-EOF            VALUE '10'.
          05 WS-OUT-STATUS         PIC X(02).
             88 OUT-IO-STATUS      VALUE '00'.
          05 WS-UND-STATUS         PIC X(02).
             88 UND-IO-STATUS      VALUE '00'.
          05 WS-MAN-STATUS         PIC X(02).
             88 MAN-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-STREAM-VARIABLES.
          05 WS-STREAM-ID          PIC X(04) VALUE 'MAIL'.
          05 WS-STREAM-NAME        PIC X(30) VALUE SPACES.

      *    HOUSE PRESORT THRESHOLDS, SET TO THE POSTAL SERVICE'S
      *    BULK-RATE MINIMUMS -- A 5-DIGIT OR 3-DIGIT SEPARATION
      *    NEEDS TEN PIECES, A BUNDLE HOLDS FIFTY AND A TRAY FIVE
      *    HUNDRED.
       01 WS-PRESORT-THRESHOLDS.
          05 WS-MIN-5-DIGIT        PIC 9(04) COMP VALUE 10.
          05 WS-MIN-3-DIGIT        PIC 9(04) COMP VALUE 10.
          05 WS-BUNDLE-MAX         PIC 9(04) COMP VALUE 50.
          05 WS-TRAY-MAX           PIC 9(04) COMP VALUE 500.

      *    PIECES PER 5-DIGIT ZIP, IN THE ORDER THE ZIPS COME OFF
      *    THE SORTED FILE -- EACH LEVEL PASS WALKS THE TABLE IN
      *    STEP WITH THE FILE, SO NO SEARCH IS EVER NEEDED.
       01 WS-ZIP5-TABLE.
          05 WS-Z5-ENTRY OCCURS 5000 TIMES.
             10 WS-Z5-ZIP             PIC X(05).
             10 WS-Z5-PIECES          PIC 9(07) COMP.
          05 WS-Z5-COUNT           PIC 9(04) COMP VALUE ZEROS.
          05 WS-Z5-MAX             PIC 9(04) COMP VALUE 5000.
          05 WS-Z5-SUB             PIC 9(04) COMP VALUE ZEROS.

      *    PIECES PER 3-DIGIT ZIP PREFIX THAT DID NOT MAKE A 5-DIGIT
      *    SEPARATION OF THEIR OWN, SUBSCRIPTED BY PREFIX + 1.
       01 WS-ZIP3-TABLE.
          05 WS-Z3-PIECES OCCURS 1000 TIMES PIC 9(07) COMP.
          05 WS-Z3-SUB             PIC 9(04) COMP VALUE ZEROS.

      *    1 - 5-DIGIT, 2 - 3-DIGIT, 3 - MIXED
       01 WS-LEVEL-TOTALS.
          05 WS-LVL-ENTRY OCCURS 3 TIMES.
             10 WS-LVL-PIECES         PIC 9(07) COMP.
             10 WS-LVL-BUNDLES        PIC 9(05) COMP.
             10 WS-LVL-TRAYS          PIC 9(05) COMP.
          05 WS-LVL-SUB            PIC 9(01) VALUE ZEROS.

       01 WS-LEVEL-NAMES.
          05 FILLER                PIC X(08) VALUE '5-DIGIT '.
          05 FILLER                PIC X(08) VALUE '3-DIGIT '.
          05 FILLER                PIC X(08) VALUE 'MIXED   '.
       01 WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
          05 WS-LEVEL-NAME OCCURS 3 TIMES PIC X(08).

       01 WS-PASS-VARIABLES.
          05 WS-PASS-LEVEL         PIC 9(01) VALUE ZEROS.
          05 WS-PIECE-LEVEL        PIC 9(01) VALUE ZEROS.
          05 WS-LAST-DOC-SEQ       PIC 9(06) VALUE ZEROS.
          05 WS-LAST-ZIP-5         PIC X(05) VALUE SPACES.
          05 WS-FIRST-DOC-SW       PIC X(01) VALUE 'Y'.
             88 FIRST-DOCUMENT     VALUE 'Y'.
          05 WS-PIECE-SELECTED-SW  PIC X(01) VALUE 'N'.
             88 PIECE-SELECTED     VALUE 'Y'.
          05 WS-PIECE-UNDELIV-SW   PIC X(01) VALUE 'N'.
             88 PIECE-UNDELIVERABLE VALUE 'Y'.

       01 WS-BREAK-VARIABLES.
          05 WS-TRAY-OPEN-SW       PIC X(01) VALUE 'N'.
             88 TRAY-IS-OPEN       VALUE 'Y'.
          05 WS-TRAY-NO            PIC 9(05) VALUE ZEROS.
          05 WS-TRAY-PIECES        PIC 9(05) COMP VALUE ZEROS.
          05 WS-TRAY-ZIP-3         PIC X(03) VALUE SPACES.
          05 WS-BUNDLE-NO          PIC 9(06) VALUE ZEROS.
          05 WS-BUNDLE-PIECES      PIC 9(05) COMP VALUE ZEROS.
          05 WS-BUNDLE-ZIP-5       PIC X(05) VALUE SPACES.
          05 WS-NEW-TRAY-SW        PIC X(01) VALUE 'N'.
             88 NEW-TRAY-NEEDED    VALUE 'Y'.
          05 WS-NEW-BUNDLE-SW      PIC X(01) VALUE 'N'.
             88 NEW-BUNDLE-NEEDED  VALUE 'Y'.
          05 WS-DEST               PIC X(05) VALUE SPACES.

       01 WS-BREAK-SHEET-LINE.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 WS-BS-CAPTION         PIC X(16).
          05 FILLER                PIC X(08) VALUE 'STREAM '.
          05 WS-BS-STREAM-ID       PIC X(04).
          05 FILLER                PIC X(08) VALUE '   TRAY '.
          05 WS-BS-TRAY-NO         PIC 9(05).
          05 FILLER                PIC X(10) VALUE '   BUNDLE '.
          05 WS-BS-BUNDLE-NO       PIC X(06).
          05 FILLER                PIC X(09) VALUE '   LEVEL '.
          05 WS-BS-LEVEL           PIC X(08).
          05 FILLER                PIC X(08) VALUE '   DEST '.
          05 WS-BS-DEST            PIC X(05).
          05 FILLER                PIC X(09) VALUE SPACES.

       01 WS-MANIFEST-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'POSTAGE MANIFEST -- '.
          05 WS-MH-STREAM-NAME    PIC X(30).
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-MH-DATE           PIC 9(08).

       01 WS-MANIFEST-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'SORT LEVEL'.
          05 FILLER               PIC X(14) VALUE '      PIECES'.
          05 FILLER               PIC X(14) VALUE '     BUNDLES'.
          05 FILLER               PIC X(14) VALUE '       TRAYS'.
          05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-MANIFEST-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-MD-LEVEL          PIC X(16).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-MD-PIECES         PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-MD-BUNDLES        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(7)  VALUE SPACES.
          05 WS-MD-TRAYS          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(78) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-LINE-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-PIECE-CTR          PIC 9(07) VALUE ZEROS.
          05 WS-UNDELIV-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-MAILED-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-TOTAL-BUNDLES      PIC 9(06) VALUE ZEROS.
          05 WS-TOTAL-TRAYS        PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'PSRT001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  POSTAL PRESORT AND POSTAGE MANIFEST   '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           INITIALIZE WS-ZIP3-TABLE.
           INITIALIZE WS-LEVEL-TOTALS.

           OPEN INPUT TI01-PSRT-PARM.
           IF PRM-IO-STATUS
              READ TI01-PSRT-PARM
                  AT END
                      DISPLAY 'PRESORT CONTROL CARD MISSING'
                  NOT AT END
                      MOVE PRM-STREAM-ID   TO WS-STREAM-ID
                      MOVE PRM-STREAM-NAME TO WS-STREAM-NAME
              END-READ
              CLOSE TI01-PSRT-PARM
           ELSE
              DISPLAY 'NO PRESORT CONTROL CARD - STATUS '
                      WS-PRM-STATUS
           END-IF.

           IF WS-STREAM-NAME = SPACES
              MOVE WS-STREAM-ID TO WS-STREAM-NAME
           END-IF.
           DISPLAY 'PRESORTING STREAM ' WS-STREAM-ID ' - '
                   WS-STREAM-NAME.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 3000-COUNT-PIECES.

           PERFORM 4000-WRITE-LEVEL
               VARYING WS-PASS-LEVEL FROM 1 BY 1
                 UNTIL WS-PASS-LEVEL > 3.

           PERFORM 5000-WRITE-MANIFEST.

       2100-OPEN-FILES  SECTION.

           OPEN OUTPUT TO01-PSRT-MAIL.
           IF NOT OUT-IO-STATUS
              DISPLAY 'ERROR OPENING PRESORTED MAIL FILE: '
                      WS-OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-PSRT-UNDELIV.
           IF NOT UND-IO-STATUS
              DISPLAY 'ERROR OPENING UNDELIVERABLE FILE: '
                      WS-UND-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-PSRT-MANIFEST.
           IF NOT MAN-IO-STATUS
              DISPLAY 'ERROR OPENING POSTAGE MANIFEST: '
                      WS-MAN-STATUS
              STOP RUN
           END-IF.

       2200-OPEN-SORTED-FILE SECTION.

           OPEN INPUT TI02-PSRT-SORTED.
           IF NOT SRT-IO-STATUS
              DISPLAY 'ERROR OPENING SORTED PRESORT FILE: '
                      WS-SRT-STATUS
              STOP RUN
           END-IF.

           MOVE 'Y'    TO WS-FIRST-DOC-SW.
           MOVE SPACES TO WS-LAST-ZIP-5.
           MOVE ZEROS  TO WS-Z5-SUB.

      *    ---------------------------------------------------------
      *    COUNTING PASS -- PIECES PER 5-DIGIT ZIP, AND THE
      *    UNDELIVERABLE PIECES COPIED STRAIGHT TO THEIR OWN STREAM.
      *    ---------------------------------------------------------
       3000-COUNT-PIECES SECTION.

           PERFORM 2200-OPEN-SORTED-FILE.

           PERFORM 3100-COUNT-ONE-LINE UNTIL SRT-EOF.

           CLOSE TI02-PSRT-SORTED.

      *    A ZIP THAT MADE ITS OWN 5-DIGIT SEPARATION IS SPOKEN
      *    FOR; EVERYTHING ELSE POOLS UNDER ITS 3-DIGIT PREFIX.
           PERFORM VARYING WS-Z5-SUB FROM 1 BY 1
                     UNTIL WS-Z5-SUB > WS-Z5-COUNT
              IF WS-Z5-PIECES(WS-Z5-SUB) < WS-MIN-5-DIGIT
                 OR WS-Z5-ZIP(WS-Z5-SUB) NOT NUMERIC
                 IF WS-Z5-ZIP(WS-Z5-SUB)(1:3) NUMERIC
                    MOVE WS-Z5-ZIP(WS-Z5-SUB)(1:3) TO WS-Z3-SUB
                    ADD 1 TO WS-Z3-SUB
                    ADD WS-Z5-PIECES(WS-Z5-SUB)
                        TO WS-Z3-PIECES(WS-Z3-SUB)
                 END-IF
              END-IF
           END-PERFORM.

           DISPLAY 'PIECES READ               ' WS-PIECE-CTR.
           DISPLAY '5-DIGIT ZIPS              ' WS-Z5-COUNT.

       3100-COUNT-ONE-LINE SECTION.

           READ TI02-PSRT-SORTED
               AT END
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO WS-LINE-CTR.

           IF FIRST-DOCUMENT
              OR PSW-DOC-SEQ NOT = WS-LAST-DOC-SEQ
              MOVE 'N'         TO WS-FIRST-DOC-SW
              MOVE PSW-DOC-SEQ TO WS-LAST-DOC-SEQ
              ADD 1 TO WS-PIECE-CTR
              IF PSW-MAIL-UNDELIVERABLE
                 ADD 1 TO WS-UNDELIV-CTR
              ELSE
                 PERFORM 3200-COUNT-ZIP-5
              END-IF
           END-IF.

           IF PSW-MAIL-UNDELIVERABLE
              MOVE PSW-LINE TO TO02-PSRT-UNDELIV-RECORD
              WRITE TO02-PSRT-UNDELIV-RECORD
           END-IF.

       3100-EXIT.
           EXIT.

       3200-COUNT-ZIP-5 SECTION.

           IF WS-Z5-COUNT > ZERO
              AND PSW-ZIP-CODE(1:5) = WS-LAST-ZIP-5
              ADD 1 TO WS-Z5-PIECES(WS-Z5-COUNT)
              GO TO 3200-EXIT
           END-IF.

           MOVE PSW-ZIP-CODE(1:5) TO WS-LAST-ZIP-5.

      *    PAST THE END OF THE TABLE THE PIECES STILL MAIL, JUST
      *    AT THE MIXED RATE.
           IF WS-Z5-COUNT >= WS-Z5-MAX
              DISPLAY 'ZIP TABLE FULL AT ' PSW-ZIP-CODE(1:5)
                      ' - REMAINING PIECES MAIL MIXED'
              GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-Z5-COUNT.
           MOVE PSW-ZIP-CODE(1:5) TO WS-Z5-ZIP(WS-Z5-COUNT).
           MOVE 1                 TO WS-Z5-PIECES(WS-Z5-COUNT).

       3200-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    ONE PASS PER SORT LEVEL -- 5-DIGIT PIECES FIRST, THEN
      *    3-DIGIT, THEN MIXED -- SO EACH LEVEL'S PIECES COME OUT
      *    TOGETHER AND IN ZIP ORDER WITHOUT A SECOND SORT.
      *    ---------------------------------------------------------
       4000-WRITE-LEVEL SECTION.

           MOVE 'N' TO WS-TRAY-OPEN-SW.
           MOVE 'N' TO WS-PIECE-SELECTED-SW.

           PERFORM 2200-OPEN-SORTED-FILE.

           PERFORM 4100-WRITE-ONE-LINE UNTIL SRT-EOF.

           CLOSE TI02-PSRT-SORTED.

       4100-WRITE-ONE-LINE SECTION.

           READ TI02-PSRT-SORTED
               AT END
                   GO TO 4100-EXIT
           END-READ.

           IF FIRST-DOCUMENT
              OR PSW-DOC-SEQ NOT = WS-LAST-DOC-SEQ
              MOVE 'N'         TO WS-FIRST-DOC-SW
              MOVE PSW-DOC-SEQ TO WS-LAST-DOC-SEQ
              PERFORM 4200-START-PIECE
           END-IF.

           IF PIECE-SELECTED
              MOVE PSW-LINE TO TO01-PSRT-MAIL-RECORD
              WRITE TO01-PSRT-MAIL-RECORD
           END-IF.

       4100-EXIT.
           EXIT.

       4200-START-PIECE SECTION.

           MOVE 'N' TO WS-PIECE-SELECTED-SW.

           IF PSW-MAIL-UNDELIVERABLE
              GO TO 4200-EXIT
           END-IF.

      *    KEEP THE ZIP TABLE IN STEP WITH THE FILE EXACTLY AS THE
      *    COUNTING PASS BUILT IT.
           IF WS-Z5-SUB = ZERO
              OR PSW-ZIP-CODE(1:5) NOT = WS-LAST-ZIP-5
              MOVE PSW-ZIP-CODE(1:5) TO WS-LAST-ZIP-5
              ADD 1 TO WS-Z5-SUB
           END-IF.

           MOVE 3 TO WS-PIECE-LEVEL.
           IF WS-Z5-SUB <= WS-Z5-COUNT
              AND PSW-ZIP-CODE(1:5) NUMERIC
              IF WS-Z5-PIECES(WS-Z5-SUB) >= WS-MIN-5-DIGIT
                 MOVE 1 TO WS-PIECE-LEVEL
              ELSE
                 MOVE PSW-ZIP-3-N TO WS-Z3-SUB
                 ADD 1 TO WS-Z3-SUB
                 IF WS-Z3-PIECES(WS-Z3-SUB) >= WS-MIN-3-DIGIT
                    MOVE 2 TO WS-PIECE-LEVEL
                 END-IF
              END-IF
           END-IF.

           IF WS-PIECE-LEVEL NOT = WS-PASS-LEVEL
              GO TO 4200-EXIT
           END-IF.

           SET PIECE-SELECTED TO TRUE.
           PERFORM 4300-CHECK-BREAKS.

           ADD 1 TO WS-TRAY-PIECES.
           ADD 1 TO WS-BUNDLE-PIECES.
           ADD 1 TO WS-LVL-PIECES(WS-PASS-LEVEL).
           ADD 1 TO WS-MAILED-CTR.

       4200-EXIT.
           EXIT.

       4300-CHECK-BREAKS SECTION.

      *    A TRAY CLOSES WHEN IT IS FULL OR, ABOVE THE MIXED LEVEL,
      *    WHEN THE 3-DIGIT PREFIX CHANGES. A BUNDLE CLOSES WITH
      *    ITS TRAY, WHEN IT IS FULL, OR WHEN ITS DESTINATION --
      *    5-DIGIT OR 3-DIGIT BY LEVEL -- CHANGES.
           MOVE 'N' TO WS-NEW-TRAY-SW.
           MOVE 'N' TO WS-NEW-BUNDLE-SW.

           IF NOT TRAY-IS-OPEN
              OR WS-TRAY-PIECES >= WS-TRAY-MAX
              SET NEW-TRAY-NEEDED TO TRUE
           END-IF.
           IF WS-PASS-LEVEL < 3
              AND PSW-ZIP-3 NOT = WS-TRAY-ZIP-3
              SET NEW-TRAY-NEEDED TO TRUE
           END-IF.

           IF NEW-TRAY-NEEDED
              OR WS-BUNDLE-PIECES >= WS-BUNDLE-MAX
              SET NEW-BUNDLE-NEEDED TO TRUE
           END-IF.
           IF WS-PASS-LEVEL = 1
              AND PSW-ZIP-CODE(1:5) NOT = WS-BUNDLE-ZIP-5
              SET NEW-BUNDLE-NEEDED TO TRUE
           END-IF.

           EVALUATE WS-PASS-LEVEL
               WHEN 1
                  MOVE PSW-ZIP-CODE(1:5) TO WS-DEST
               WHEN 2
                  MOVE PSW-ZIP-3         TO WS-DEST
               WHEN OTHER
                  MOVE 'MIXED'           TO WS-DEST
           END-EVALUATE.

           IF NEW-TRAY-NEEDED
              SET TRAY-IS-OPEN TO TRUE
              ADD 1 TO WS-TRAY-NO
              ADD 1 TO WS-LVL-TRAYS(WS-PASS-LEVEL)
              MOVE ZEROS     TO WS-TRAY-PIECES
              MOVE PSW-ZIP-3 TO WS-TRAY-ZIP-3
              MOVE 'TRAY BREAK'   TO WS-BS-CAPTION
              MOVE SPACES         TO WS-BS-BUNDLE-NO
              PERFORM 4400-WRITE-BREAK-SHEET
           END-IF.

           IF NEW-BUNDLE-NEEDED
              ADD 1 TO WS-BUNDLE-NO
              ADD 1 TO WS-LVL-BUNDLES(WS-PASS-LEVEL)
              MOVE ZEROS             TO WS-BUNDLE-PIECES
              MOVE PSW-ZIP-CODE(1:5) TO WS-BUNDLE-ZIP-5
              MOVE 'BUNDLE BREAK'    TO WS-BS-CAPTION
              MOVE WS-BUNDLE-NO      TO WS-BS-BUNDLE-NO
              PERFORM 4400-WRITE-BREAK-SHEET
           END-IF.

       4400-WRITE-BREAK-SHEET SECTION.

      *    A BREAK SHEET IS ITS OWN PAGE IN THE STREAM -- A RULE,
      *    THE TRAY/BUNDLE LINE AND A RULE -- SO THE MAILROOM CAN
      *    PULL IT OUT AS IT BANDS AND TRAYS THE PIECES.
           MOVE WS-STREAM-ID                TO WS-BS-STREAM-ID.
           MOVE WS-TRAY-NO                  TO WS-BS-TRAY-NO.
           MOVE WS-LEVEL-NAME(WS-PASS-LEVEL) TO WS-BS-LEVEL.
           MOVE WS-DEST                     TO WS-BS-DEST.

           MOVE ALL '*' TO TO01-PSRT-MAIL-RECORD.
           WRITE TO01-PSRT-MAIL-RECORD.
           MOVE WS-BREAK-SHEET-LINE TO TO01-PSRT-MAIL-RECORD.
           WRITE TO01-PSRT-MAIL-RECORD.
           MOVE ALL '*' TO TO01-PSRT-MAIL-RECORD.
           WRITE TO01-PSRT-MAIL-RECORD.

      *    ---------------------------------------------------------
      *    POSTAGE MANIFEST -- PIECES, BUNDLES AND TRAYS PER SORT
      *    LEVEL, THE UNDELIVERABLE PIECES HELD BACK, AND THE TOTAL.
      *    ---------------------------------------------------------
       5000-WRITE-MANIFEST SECTION.

           MOVE WS-STREAM-NAME TO WS-MH-STREAM-NAME.
           MOVE WS-DATE        TO WS-MH-DATE.
           WRITE TO03-PSRT-MANIFEST-RECORD FROM WS-MANIFEST-HEADER1.
           WRITE TO03-PSRT-MANIFEST-RECORD FROM WS-MANIFEST-HEADER2.
           MOVE SPACES TO TO03-PSRT-MANIFEST-RECORD.
           WRITE TO03-PSRT-MANIFEST-RECORD.

           PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
                     UNTIL WS-LVL-SUB > 3
              MOVE WS-LEVEL-NAME(WS-LVL-SUB)  TO WS-MD-LEVEL
              MOVE WS-LVL-PIECES(WS-LVL-SUB)  TO WS-MD-PIECES
              MOVE WS-LVL-BUNDLES(WS-LVL-SUB) TO WS-MD-BUNDLES
              MOVE WS-LVL-TRAYS(WS-LVL-SUB)   TO WS-MD-TRAYS
              WRITE TO03-PSRT-MANIFEST-RECORD FROM WS-MANIFEST-DETAIL
              ADD WS-LVL-BUNDLES(WS-LVL-SUB)  TO WS-TOTAL-BUNDLES
              ADD WS-LVL-TRAYS(WS-LVL-SUB)    TO WS-TOTAL-TRAYS
           END-PERFORM.

           MOVE SPACES TO TO03-PSRT-MANIFEST-RECORD.
           WRITE TO03-PSRT-MANIFEST-RECORD.

           MOVE 'TOTAL MAILED'     TO WS-MD-LEVEL.
           MOVE WS-MAILED-CTR      TO WS-MD-PIECES.
           MOVE WS-TOTAL-BUNDLES   TO WS-MD-BUNDLES.
           MOVE WS-TOTAL-TRAYS     TO WS-MD-TRAYS.
           WRITE TO03-PSRT-MANIFEST-RECORD FROM WS-MANIFEST-DETAIL.

           MOVE 'UNDELIVERABLE'    TO WS-MD-LEVEL.
           MOVE WS-UNDELIV-CTR     TO WS-MD-PIECES.
           MOVE ZEROS              TO WS-MD-BUNDLES.
           MOVE ZEROS              TO WS-MD-TRAYS.
           WRITE TO03-PSRT-MANIFEST-RECORD FROM WS-MANIFEST-DETAIL.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' LINES READ               ',  WS-LINE-CTR
           DISPLAY ' PIECES READ              ',  WS-PIECE-CTR
           DISPLAY ' PIECES MAILED            ',  WS-MAILED-CTR
           DISPLAY ' UNDELIVERABLE HELD BACK  ',  WS-UNDELIV-CTR
           DISPLAY ' BUNDLES                  ',  WS-TOTAL-BUNDLES
           DISPLAY ' TRAYS                    ',  WS-TOTAL-TRAYS
           DISPLAY '----------------------------------------'

           CLOSE  TO01-PSRT-MAIL,
                  TO02-PSRT-UNDELIV,
                  TO03-PSRT-MANIFEST.

           STOP RUN.
