       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TXTRTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CUSTOMER-LANGUAGE TEXT TEMPLATE MASTER MAINTAINED BY
      *    TMPL001 -- ONE ROW PER LANGUAGE AND TEXT ID. THE FILE IS
      *    OPENED ON THE FIRST CALL AND HELD OPEN FOR THE LIFE OF
      *    THE CALLING STEP, THE SAME WAY CALRTN HOLDS THE
      *    CALENDAR.
           SELECT MI01-TMPL-KSDS      ASSIGN TO TMPLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS TPL-KEY
           FILE STATUS            IS WS-TPL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME TEMPLATE LAYOUT TMPL001 MAINTAINS.
       FD MI01-TMPL-KSDS
           RECORD CONTAINS         100 CHARACTERS.

       01 MI01-TMPL-RECORD.
          05 TPL-KEY.
             10 TPL-LANGUAGE-CODE   PIC X(01).
             10 TPL-TEXT-ID         PIC X(08).
          05 TPL-TEXT             PIC X(72).
          05 TPL-STATUS           PIC X(01).
             88 TPL-STAT-ACTIVE              VALUE 'A'.
             88 TPL-STAT-SUSPENDED           VALUE 'X'.
          05 TPL-CHANGED-DATE     PIC 9(08).
          05 FILLER               PIC X(10).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TPL-STATUS         PIC X(02).
             88 TPL-IO-STATUS      VALUE '00'.
             88 TPL-ROW-NOTFND     VALUE '23'.

       77 WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
          88 FIRST-CALL            VALUE 'Y'.
       77 WS-TPL-OPEN-SW           PIC X(01) VALUE 'N'.
          88 TEMPLATES-ARE-OPEN    VALUE 'Y'.
       77 WS-TPL-FOUND-SW          PIC X(01) VALUE 'N'.
          88 TEMPLATE-FOUND        VALUE 'Y'.
       77 WS-CACHE-HIT-SW          PIC X(01) VALUE 'N'.
          88 CACHE-HIT             VALUE 'Y'.

      *    EVERY STATEMENT OR LETTER ASKS FOR THE SAME FEW DOZEN
      *    TEXTS, SO EACH LANGUAGE/ID PAIR IS READ FROM THE FILE
      *    ONCE AND REMEMBERED -- INCLUDING THE PAIRS THAT HAVE NO
      *    ROW, WHICH ARE THE COMMONEST OF ALL FOR AN ENGLISH RUN.
       01 WS-TEXT-CACHE.
          05 WS-CACHE-ENTRY OCCURS 400 TIMES
                            INDEXED BY WS-CACHE-IDX.
             10 WS-CACHE-KEY          PIC X(09).
             10 WS-CACHE-FOUND        PIC X(01).
             10 WS-CACHE-TEXT         PIC X(72).
          05 WS-CACHE-COUNT        PIC 9(04) COMP VALUE ZEROS.
          05 WS-CACHE-MAX          PIC 9(04) COMP VALUE 400.

       01 WS-LOOKUP-VARIABLES.
          05 WS-LOOKUP-KEY.
             10 WS-LOOKUP-LANGUAGE  PIC X(01).
             10 WS-LOOKUP-ID        PIC X(08).
          05 WS-LOOKUP-TEXT        PIC X(72).
          05 WS-WORK-TEXT          PIC X(72).

       01 WS-SUBSTITUTE-VARIABLES.
          05 WS-OUT-TEXT           PIC X(72).
          05 WS-IN-POS             PIC 9(03) COMP.
          05 WS-OUT-LEN            PIC 9(03) COMP.
          05 WS-VAL-POS            PIC 9(03) COMP.
          05 WS-VAL-START          PIC 9(03) COMP.
          05 WS-VAL-END            PIC 9(03) COMP.
          05 WS-VALUE-NO           PIC 9(01).
          05 WS-VALUE-TEXT         PIC X(20).

       LINKAGE SECTION.

       01 LNK-TEXT-REQUEST.
      *       CUSTOMER-MASTER LANGUAGE CODE -- BLANK IS ENGLISH.
          05 LNK-TXT-LANGUAGE      PIC X(01).
          05 LNK-TXT-ID            PIC X(08).
      *       VALUES DROPPED INTO '&1', '&2' AND '&3' -- LEADING
      *       AND TRAILING SPACES ARE DROPPED WITH THEM.
          05 LNK-TXT-VALUE         PIC X(20) OCCURS 3 TIMES.
      *       IN:  THE CALLER'S OWN ENGLISH TEXT, WITH THE MARKERS.
      *       OUT: THE TEXT IN THE CUSTOMER'S LANGUAGE, FILLED IN.
          05 LNK-TXT-LINE          PIC X(72).
          05 LNK-TXT-STATUS        PIC X(02).
      *       '00' - TEMPLATE FOUND IN THE CUSTOMER'S LANGUAGE
      *       '01' - NONE IN THAT LANGUAGE, ENGLISH TEMPLATE USED
      *       '04' - NO TEMPLATE (OR FILE NOT AVAILABLE), THE
      *              CALLER'S OWN TEXT USED

       PROCEDURE DIVISION USING LNK-TEXT-REQUEST.
       0000-MAIN-LINE   SECTION.

           IF FIRST-CALL
              PERFORM 1000-OPEN-TEMPLATES
              MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.

           MOVE LNK-TXT-LINE TO WS-WORK-TEXT.
           MOVE '04'         TO LNK-TXT-STATUS.

           IF TEMPLATES-ARE-OPEN
              PERFORM 2000-RESOLVE-TEMPLATE
           END-IF.

           PERFORM 3000-SUBSTITUTE-VALUES.

           MOVE WS-OUT-TEXT TO LNK-TXT-LINE.

           GOBACK.

       1000-OPEN-TEMPLATES SECTION.

           OPEN INPUT MI01-TMPL-KSDS.
           IF TPL-IO-STATUS
              MOVE 'Y' TO WS-TPL-OPEN-SW
           ELSE
              DISPLAY 'TXTRTN: TEMPLATE KSDS NOT AVAILABLE - '
                      'STATUS ' WS-TPL-STATUS
                      ' - ENGLISH TEXT USED THROUGHOUT'
           END-IF.

       2000-RESOLVE-TEMPLATE SECTION.

      *    THE CUSTOMER'S OWN LANGUAGE FIRST, THEN THE ENGLISH
      *    ROW, THEN THE TEXT THE CALLING PROGRAM WAS BUILT WITH --
      *    A MISSING TRANSLATION NEVER LEAVES A GAP ON THE PAGE.
           IF LNK-TXT-LANGUAGE = SPACE
              MOVE 'E' TO WS-LOOKUP-LANGUAGE
           ELSE
              MOVE LNK-TXT-LANGUAGE TO WS-LOOKUP-LANGUAGE
           END-IF.
           MOVE LNK-TXT-ID TO WS-LOOKUP-ID.

           PERFORM 2100-FIND-TEMPLATE.
           IF TEMPLATE-FOUND
              MOVE WS-LOOKUP-TEXT TO WS-WORK-TEXT
              IF WS-LOOKUP-LANGUAGE = 'E'
                 AND LNK-TXT-LANGUAGE NOT = 'E'
                 AND LNK-TXT-LANGUAGE NOT = SPACE
                 MOVE '01' TO LNK-TXT-STATUS
              ELSE
                 MOVE '00' TO LNK-TXT-STATUS
              END-IF
              GO TO 2000-EXIT
           END-IF.

           IF WS-LOOKUP-LANGUAGE NOT = 'E'
              MOVE 'E' TO WS-LOOKUP-LANGUAGE
              PERFORM 2100-FIND-TEMPLATE
              IF TEMPLATE-FOUND
                 MOVE WS-LOOKUP-TEXT TO WS-WORK-TEXT
                 MOVE '01'           TO LNK-TXT-STATUS
              END-IF
           END-IF.

       2000-EXIT.
           EXIT.

       2100-FIND-TEMPLATE SECTION.

           MOVE 'N'    TO WS-TPL-FOUND-SW.
           MOVE 'N'    TO WS-CACHE-HIT-SW.
           MOVE SPACES TO WS-LOOKUP-TEXT.

           PERFORM VARYING WS-CACHE-IDX FROM 1 BY 1
                     UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
                        OR CACHE-HIT
              IF WS-CACHE-KEY(WS-CACHE-IDX) = WS-LOOKUP-KEY
                 SET CACHE-HIT TO TRUE
                 MOVE WS-CACHE-FOUND(WS-CACHE-IDX)
                     TO WS-TPL-FOUND-SW
                 MOVE WS-CACHE-TEXT(WS-CACHE-IDX)
                     TO WS-LOOKUP-TEXT
              END-IF
           END-PERFORM.

           IF CACHE-HIT
              GO TO 2100-EXIT
           END-IF.

      *    A SUSPENDED ROW IS AS GOOD AS NO ROW.
           MOVE WS-LOOKUP-KEY TO TPL-KEY.
           READ MI01-TMPL-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TPL-STAT-ACTIVE
                      SET TEMPLATE-FOUND TO TRUE
                      MOVE TPL-TEXT TO WS-LOOKUP-TEXT
                   END-IF
           END-READ.

           IF WS-CACHE-COUNT < WS-CACHE-MAX
              ADD 1 TO WS-CACHE-COUNT
              SET WS-CACHE-IDX TO WS-CACHE-COUNT
              MOVE WS-LOOKUP-KEY   TO WS-CACHE-KEY(WS-CACHE-IDX)
              MOVE WS-TPL-FOUND-SW TO WS-CACHE-FOUND(WS-CACHE-IDX)
              MOVE WS-LOOKUP-TEXT  TO WS-CACHE-TEXT(WS-CACHE-IDX)
           END-IF.

       2100-EXIT.
           EXIT.

       3000-SUBSTITUTE-VALUES SECTION.

      *    COPY THE TEXT ACROSS A CHARACTER AT A TIME, REPLACING
      *    EACH '&N' MARKER WITH THE CALLER'S NTH VALUE. ANYTHING
      *    THAT WOULD RUN PAST THE 72-BYTE LINE IS DROPPED.
           MOVE SPACES TO WS-OUT-TEXT.
           MOVE ZEROS  TO WS-OUT-LEN.
           MOVE 1      TO WS-IN-POS.

           PERFORM 3100-COPY-ONE-POSITION
               UNTIL WS-IN-POS > 72.

       3100-COPY-ONE-POSITION SECTION.

           IF WS-WORK-TEXT(WS-IN-POS:1) = '&'
              AND WS-IN-POS < 72
              AND WS-WORK-TEXT(WS-IN-POS + 1:1) >= '1'
              AND WS-WORK-TEXT(WS-IN-POS + 1:1) <= '3'
              MOVE WS-WORK-TEXT(WS-IN-POS + 1:1) TO WS-VALUE-NO
              PERFORM 3200-APPEND-VALUE
              ADD 2 TO WS-IN-POS
           ELSE
              IF WS-OUT-LEN < 72
                 ADD 1 TO WS-OUT-LEN
                 MOVE WS-WORK-TEXT(WS-IN-POS:1)
                     TO WS-OUT-TEXT(WS-OUT-LEN:1)
              END-IF
              ADD 1 TO WS-IN-POS
           END-IF.

       3200-APPEND-VALUE SECTION.

           MOVE LNK-TXT-VALUE(WS-VALUE-NO) TO WS-VALUE-TEXT.

           IF WS-VALUE-TEXT = SPACES
              GO TO 3200-EXIT
           END-IF.

           MOVE 1 TO WS-VAL-START.
           PERFORM UNTIL WS-VALUE-TEXT(WS-VAL-START:1) NOT = SPACE
              ADD 1 TO WS-VAL-START
           END-PERFORM.

           MOVE 20 TO WS-VAL-END.
           PERFORM UNTIL WS-VALUE-TEXT(WS-VAL-END:1) NOT = SPACE
              SUBTRACT 1 FROM WS-VAL-END
           END-PERFORM.

           PERFORM VARYING WS-VAL-POS FROM WS-VAL-START BY 1
                     UNTIL WS-VAL-POS > WS-VAL-END
                        OR WS-OUT-LEN >= 72
              ADD 1 TO WS-OUT-LEN
              MOVE WS-VALUE-TEXT(WS-VAL-POS:1)
                  TO WS-OUT-TEXT(WS-OUT-LEN:1)
           END-PERFORM.

       3200-EXIT.
           EXIT.
