          05 CYC-READER-ID          PIC X(08).

       FD TI02-METER-READ-FILE
           RECORD CONTAINS         89  CHARACTERS.

       01 TI02-METER-READ-RECORD.
          05 READ-METER-ID        PIC X(14).
          05 READ-KVARH-PREV      PIC 9(08).
          05 READ-KVARH-CURR      PIC 9(08).
          05 READ-CAPTURE-TIME    PIC 9(04).
          05 READ-TROUBLE-CODE    PIC X(02).
             88 READ-TRBL-NONE              VALUE SPACES.
             88 READ-TRBL-ACCESS            VALUES 'LG' 'DG' 'NA'
                                                   'OB'.
          05 READ-TROUBLE-NOTE    PIC X(20).
      *    WHAT THE HANDHELD DID WITH THE DOWNLOADED EXPECTED
      *    WINDOW -- 'I' KEYED INSIDE IT, 'C' CHALLENGED ON THE
      *    SPOT AND CONFIRMED OUTSIDE IT BY THE READER, SPACE NO
      *    WINDOW WAS HELD FOR THE METER.
          05 READ-WINDOW-RESULT   PIC X(01).
             88 READ-WIN-NONE               VALUE SPACE.
             88 READ-WIN-INSIDE             VALUE 'I'.
             88 READ-WIN-CHALLENGED         VALUE 'C'.
             88 READ-WIN-CHECKED            VALUES 'I' 'C'.

       FD TO01-PROD-RPT
           RECORDING MODE          IS F
          05 WS-DATE               PIC 9(08).

      *    ONE ROW PER ROUTE/READER PAIR -- READS, SKIPS AND THE
      *    EARLIEST/LATEST CAPTURE TIME OF THE DAY, AND HOW MANY
      *    READS WERE KEYED AGAINST A DOWNLOADED EXPECTED WINDOW
      *    AND HOW MANY OF THOSE THE DEVICE CHALLENGED.
       01 WS-PROD-STORAGE.
          05 WS-PR-ROW OCCURS 200 TIMES
                              INDEXED BY WS-PR-IDX.
             10 WS-PR-SKIP-CNT     PIC 9(05).
             10 WS-PR-FIRST-TIME   PIC 9(04).
             10 WS-PR-LAST-TIME    PIC 9(04).
             10 WS-PR-WIN-CNT      PIC 9(05).
             10 WS-PR-CHAL-CNT     PIC 9(05).
          05 WS-PR-COUNT           PIC 9(03) VALUE ZEROS.
          05 WS-MAX-PROD-ROWS      PIC 9(03) VALUE 200.
          05 WS-PR-LOOP-CTR        PIC 9(03) VALUE ZEROS.
          05 WS-METER-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-SKIP-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-WIN-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-CHAL-CTR           PIC 9(06) VALUE ZEROS.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'SKIPS'.
          05 FILLER               PIC X(12) VALUE 'FIRST READ'.
          05 FILLER               PIC X(12) VALUE 'LAST READ'.
          05 FILLER               PIC X(12) VALUE 'IN WINDOW'.
          05 FILLER               PIC X(12) VALUE 'CHALLENGED'.
          05 FILLER               PIC X(48) VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-FIRST          PIC 9(04).
          05 FILLER               PIC X(8)  VALUE SPACES.
          05 WS-RD-LAST           PIC 9(04).
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-RD-WIN            PIC ZZ,ZZ9.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-RD-CHAL           PIC ZZ,ZZ9.
          05 FILLER               PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.
                      ADD 1 TO WS-SKIP-CTR
                      ADD 1 TO WS-PR-SKIP-CNT(WS-PR-IDX)
                  NOT INVALID KEY
      *               A DOOR VISIT WITH NO READING IS A SKIP.
                      IF READ-TRBL-ACCESS
                         OR (NOT READ-TRBL-NONE
                             AND READ-CURR-READING = ZEROS)
                         ADD 1 TO WS-SKIP-CTR
                         ADD 1 TO WS-PR-SKIP-CNT(WS-PR-IDX)
                      ELSE
                         ADD 1 TO WS-READ-CTR
                         ADD 1 TO WS-PR-READ-CNT(WS-PR-IDX)
                         IF READ-CAPTURE-TIME <
                            WS-PR-FIRST-TIME(WS-PR-IDX)
                            MOVE READ-CAPTURE-TIME
                                TO WS-PR-FIRST-TIME(WS-PR-IDX)
                         END-IF
                         IF READ-CAPTURE-TIME >
                            WS-PR-LAST-TIME(WS-PR-IDX)
                            MOVE READ-CAPTURE-TIME
                                TO WS-PR-LAST-TIME(WS-PR-IDX)
                         END-IF
                         PERFORM 2320-TALLY-WINDOW-RESULT
                      END-IF
              END-READ
           END-IF.

       2320-TALLY-WINDOW-RESULT  SECTION.

           IF READ-WIN-CHECKED
              ADD 1 TO WS-WIN-CTR
              ADD 1 TO WS-PR-WIN-CNT(WS-PR-IDX)
           END-IF.
           IF READ-WIN-CHALLENGED
              ADD 1 TO WS-CHAL-CTR
              ADD 1 TO WS-PR-CHAL-CNT(WS-PR-IDX)
           END-IF.

       2350-FIND-OR-ADD-PROD-ROW  SECTION.

           SET PR-ROW-NOT-FOUND TO TRUE.
                 MOVE ZEROS TO WS-PR-SKIP-CNT(WS-PR-IDX)
                 MOVE 9999  TO WS-PR-FIRST-TIME(WS-PR-IDX)
                 MOVE ZEROS TO WS-PR-LAST-TIME(WS-PR-IDX)
                 MOVE ZEROS TO WS-PR-WIN-CNT(WS-PR-IDX)
                 MOVE ZEROS TO WS-PR-CHAL-CNT(WS-PR-IDX)
                 SET PR-ROW-FOUND TO TRUE
              END-IF
           END-IF.
           MOVE WS-PR-READER(WS-PR-IDX)   TO WS-RD-READER.
           MOVE WS-PR-READ-CNT(WS-PR-IDX) TO WS-RD-READS.
           MOVE WS-PR-SKIP-CNT(WS-PR-IDX) TO WS-RD-SKIPS.
           MOVE WS-PR-WIN-CNT(WS-PR-IDX)  TO WS-RD-WIN.
           MOVE WS-PR-CHAL-CNT(WS-PR-IDX) TO WS-RD-CHAL.
           IF WS-PR-READ-CNT(WS-PR-IDX) > ZEROS
              MOVE WS-PR-FIRST-TIME(WS-PR-IDX) TO WS-RD-FIRST
              MOVE WS-PR-LAST-TIME(WS-PR-IDX)  TO WS-RD-LAST
           DISPLAY ' ROUTE METERS SCANNED     ',  WS-METER-CTR
           DISPLAY ' READS COMPLETED          ',  WS-READ-CTR
           DISPLAY ' SKIPS                    ',  WS-SKIP-CTR
           DISPLAY ' READS AGAINST WINDOW     ',  WS-WIN-CTR
           DISPLAY ' READS CHALLENGED         ',  WS-CHAL-CTR
           DISPLAY ' ROUTE/READER ROWS        ',  WS-PR-COUNT
           DISPLAY '----------------------------------------'

