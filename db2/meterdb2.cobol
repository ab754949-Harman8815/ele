      *    Field-collected meter readings (handheld export), keyed by
      *    the same meter ID used on TI01-METER-FILE.
       FD TI02-METER-READ-FILE
           RECORD CONTAINS         89  CHARACTERS.

       01 TI02-METER-READ-RECORD.
          05 READ-METER-ID        PIC X(14).
          05 READ-PREV-READING    PIC 9(08).
          05 READ-CURR-READING    PIC 9(08).
          05 READ-EXP-PREV-READING PIC 9(08).
      *    HHMM; THE PRODUCTIVITY REPORT'S TIME SPANS COME
      *    FROM IT.
          05 READ-CAPTURE-TIME    PIC 9(04).
      *    READER TROUBLE CODE AND NOTE -- SAME CODES MTR001 ACTS
      *    ON; AN ACCESS CODE MEANS NO READING WAS TAKEN.
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

       WORKING-STORAGE SECTION.

           05  WS-RAND-4DIGIT      PIC 9(04)         VALUE 0.
           05  WS-RAND-DISPLAY     PIC X(04)         VALUE SPACES.
           05  WS-ID-RAND          PIC X(04).

       01 WS-CONSUMPTION-CALC.
          05 WS-CONSUMPTION      PIC 9(08) VALUE 0.
      *    Formula: Bill Amount = (Current - Prev) * Unit Rate
      *    ------------------------------------------------------------

      *    Look up the field-collected reading under the master
      *    meter id just inserted -- the export is keyed by it.
           MOVE HV-METER-ID          TO READ-METER-ID.
           MOVE 0                    TO WS-PREV-READING.
           MOVE 0                    TO WS-CURRENT-READING.

                   DISPLAY 'NO READING ON FILE FOR METER: '
                           IN-METER-ID
                NOT INVALID KEY
                   IF NOT READ-TRBL-ACCESS
                      MOVE READ-PREV-READING TO WS-PREV-READING
                      MOVE READ-CURR-READING TO WS-CURRENT-READING
                   END-IF
           END-READ.

      *    Ensure current reading is greater than previous
