          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

      *    SAME 89-BYTE HANDHELD EXPORT LAYOUT MTR001 APPLIES --
      *    AN ACCESS TROUBLE CODE MEANS THE READER GOT AS FAR AS THE
      *    DOOR BUT TOOK NO READING, WHICH IS A MISS WITH A REASON.
       FD TI02-METER-READ-FILE
           RECORD CONTAINS         89  CHARACTERS.

       01 TI02-METER-READ-RECORD.
          05 READ-METER-ID        PIC X(14).
      *    HHMM; THE PRODUCTIVITY REPORT'S TIME SPANS COME
      *    FROM IT.
          05 READ-CAPTURE-TIME    PIC 9(04).
          05 READ-TROUBLE-CODE    PIC X(02).
             88 READ-TRBL-NONE              VALUE SPACES.
             88 READ-TRBL-DAMAGED           VALUE 'DM'.
             88 READ-TRBL-STUCK-DIAL        VALUE 'SD'.
             88 READ-TRBL-BROKEN-SEAL       VALUE 'BS'.
             88 READ-TRBL-HAZARD            VALUE 'HZ'.
             88 READ-TRBL-FIELD-WORK        VALUES 'DM' 'SD' 'BS'
                                                   'HZ'.
             88 READ-TRBL-LOCKED-GATE       VALUE 'LG'.
             88 READ-TRBL-DOG               VALUE 'DG'.
             88 READ-TRBL-NO-ACCESS         VALUE 'NA'.
             88 READ-TRBL-OBSTRUCTED        VALUE 'OB'.
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

       FD MI01-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.
          05 WS-ASSIGNED-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-MISSED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-SKIP-ACCESS-CTR    PIC 9(06) VALUE ZEROS.
          05 WS-SKIP-TROUBLE-CTR   PIC 9(06) VALUE ZEROS.
          05 WS-NO-ROW-CTR         PIC 9(06) VALUE ZEROS.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(22) VALUE 'NAME'.
          05 FILLER               PIC X(31) VALUE 'ADDRESS'.
          05 FILLER               PIC X(4)  VALUE 'CYC'.
          05 FILLER               PIC X(44) VALUE 'SKIP REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-ADDRESS        PIC X(29).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CYCLE          PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-SKIP-CODE      PIC X(02).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-SKIP-TEXT      PIC X(20).
          05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-CYCLE-STAT-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
                   SET READING-RECEIVED TO TRUE
           END-READ.

      *    A ROW THAT CARRIES A TROUBLE CODE BUT NO REGISTER VALUE
      *    IS A VISIT, NOT A READ -- MTR001 LEAVES THE MASTER ALONE
      *    FOR IT, SO IT COUNTS AS MISSED HERE WITH THE CODE AS THE
      *    REASON.
           IF READING-RECEIVED
              IF READ-TRBL-ACCESS
                 OR (NOT READ-TRBL-NONE
                     AND READ-CURR-READING = ZEROS)
                 SET READING-MISSING TO TRUE
              END-IF
           END-IF.

           PERFORM 2400-TALLY-CYCLE-STAT.

           IF READING-RECEIVED
           MOVE SPACES         TO WS-RD-NAME.
           MOVE SPACES         TO WS-RD-ADDRESS.

           PERFORM 2550-SET-SKIP-REASON.

           IF MAP-FOUND
              MOVE WS-WORK-CUST-ID TO CUST-KEY
              READ MI01-CUSTOMER-KSDS

           WRITE TO01-MISSED-RPT-RECORD FROM WS-REPORT-DETAIL.

       2550-SET-SKIP-REASON SECTION.

      *    NO EXPORT ROW AT ALL MEANS THE METER WAS NEVER VISITED;
      *    OTHERWISE THE READER'S OWN NOTE IS THE BEST REASON, WITH
      *    THE CODE'S STANDARD WORDING WHEN THE NOTE WAS LEFT BLANK.
           MOVE SPACES TO WS-RD-SKIP-CODE.
           MOVE SPACES TO WS-RD-SKIP-TEXT.

           IF READ-ROW-NOTFND
              ADD 1 TO WS-NO-ROW-CTR
              MOVE 'NOT VISITED' TO WS-RD-SKIP-TEXT
           ELSE
              IF READ-TRBL-ACCESS
                 ADD 1 TO WS-SKIP-ACCESS-CTR
              ELSE
                 ADD 1 TO WS-SKIP-TROUBLE-CTR
              END-IF
              MOVE READ-TROUBLE-CODE TO WS-RD-SKIP-CODE
              IF READ-TROUBLE-NOTE NOT = SPACES
                 MOVE READ-TROUBLE-NOTE TO WS-RD-SKIP-TEXT
              ELSE
                 EVALUATE TRUE
                     WHEN READ-TRBL-LOCKED-GATE
                          MOVE 'LOCKED GATE' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-DOG
                          MOVE 'DANGEROUS DOG' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-NO-ACCESS
                          MOVE 'NO ACCESS' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-OBSTRUCTED
                          MOVE 'METER OBSTRUCTED' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-DAMAGED
                          MOVE 'DAMAGED METER' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-STUCK-DIAL
                          MOVE 'STUCK DIAL' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-BROKEN-SEAL
                          MOVE 'BROKEN SEAL' TO WS-RD-SKIP-TEXT
                     WHEN READ-TRBL-HAZARD
                          MOVE 'HAZARDOUS INSTALL' TO WS-RD-SKIP-TEXT
                     WHEN OTHER
                          MOVE 'NO READING TAKEN' TO WS-RD-SKIP-TEXT
                 END-EVALUATE
              END-IF
           END-IF.

       2700-WRITE-CYCLE-STATS SECTION.

           PERFORM VARYING WS-CYC-LOOP-CTR FROM 1 BY 1
           DISPLAY ' METERS ASSIGNED          ',  WS-ASSIGNED-CTR
           DISPLAY ' READINGS RECEIVED        ',  WS-READ-CTR
           DISPLAY ' READINGS MISSING         ',  WS-MISSED-CTR
           DISPLAY '   NOT VISITED            ',  WS-NO-ROW-CTR
           DISPLAY '   ACCESS CODE AT DOOR    ',  WS-SKIP-ACCESS-CTR
           DISPLAY '   OTHER TROUBLE CODE     ',  WS-SKIP-TROUBLE-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CYCLE-KSDS,
