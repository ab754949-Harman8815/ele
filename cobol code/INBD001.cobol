       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INBD001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUN PARAMETERS FROM CYCCTL -- TONIGHT'S PROCESSING DATE
      *    IS THE DATE A FILE IS RECEIVED ON AND THE DATE EVERY
      *    EXPECTED SENDER IS CHECKED AGAINST. A MISSING FILE
      *    (ELECVEE RUNS AHEAD OF CYCCTL) FALLS BACK TO THE WALL
      *    CLOCK.
           SELECT TI09-RUN-PARMS      ASSIGN TO RUNPARM
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RP-STATUS.

      *    THE INBOUND READING FILE AS THE SENDER TRANSMITTED IT --
      *    ONE OR MORE FILES, EACH A HEADER, ITS DETAIL ROWS AND A
      *    TRAILER. PARM='HANDHELD' READS THE 89-BYTE HANDHELD
      *    EXPORT, PARM='AMI' THE 39-BYTE HEAD-END INTERVAL
      *    EXTRACT; BOTH ARRIVE ON THE SAME DD.
           SELECT TI01-HANDHELD-INBOUND ASSIGN TO INBDIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-IN-STATUS.

           SELECT TI02-AMI-INBOUND    ASSIGN TO INBDIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-IN-STATUS.

      *    THE DETAIL ROWS OF EVERY FILE THAT PASSED, HEADER AND
      *    TRAILER STRIPPED, IN THE SHAPE MTR001 / VEE001 HAVE
      *    ALWAYS READ. A REJECTED FILE CONTRIBUTES NOTHING.
           SELECT TO01-HANDHELD-ACCEPTED ASSIGN TO INBDOUT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-OUT-STATUS.

           SELECT TO02-AMI-ACCEPTED   ASSIGN TO INBDOUT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-OUT-STATUS.

      *    INBOUND FILE REGISTRY -- ONE SENDER ROW (SEQUENCE ZERO)
      *    PER REGISTERED SENDER, THEN ONE ROW PER FILE SEQUENCE
      *    RECEIVED OR FOUND MISSING. KEYED SENDER THEN SEQUENCE
      *    SO THE NIGHTLY SENDER CHECK CAN WALK IT IN ORDER.
           SELECT MO01-FREG-KSDS      ASSIGN TO FREGKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS FREG-KEY
           FILE STATUS            IS WS-FREG-STATUS.

      *    EVERY FILE ACCEPTED OR REJECTED TONIGHT, EVERY NEW
      *    SEQUENCE GAP, EVERY GAP STILL OPEN FROM EARLIER NIGHTS
      *    AND EVERY EXPECTED SENDER THAT SENT NOTHING.
           SELECT TO03-INBD-LIST      ASSIGN TO INBDLIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LIST-STATUS.

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

      *    SAME HANDHELD EXPORT LAYOUT MTR001 READS FROM MTRREAD --
      *    ONLY THE CURRENT READING IS NAMED HERE; IT IS WHAT THE
      *    TRAILER HASH TOTAL ADDS UP.
       FD TI01-HANDHELD-INBOUND
           RECORDING MODE          IS F
           RECORD CONTAINS         89  CHARACTERS.

       01 TI01-HANDHELD-RECORD.
          05 HH-METER-ID          PIC X(14).
          05 HH-PREV-READING      PIC 9(08).
          05 HH-CURR-READING      PIC 9(08).
          05 FILLER               PIC X(59).

      *    SAME 39-BYTE HEAD-END SHAPE VEE001 READS -- THE INTERVAL
      *    USAGE IS WHAT THE TRAILER HASH TOTAL ADDS UP.
       FD TI02-AMI-INBOUND
           RECORDING MODE          IS F
           RECORD CONTAINS         39  CHARACTERS.

       01 TI02-AMI-RECORD.
          05 AMI-METER-ID         PIC X(14).
          05 AMI-CUST-ID          PIC X(12).
          05 AMI-READ-DATE        PIC 9(08).
          05 AMI-INTERVAL-USAGE   PIC 9(04).
          05 AMI-TOU-BAND         PIC X(01).

       FD TO01-HANDHELD-ACCEPTED
           RECORDING MODE          IS F
           RECORD CONTAINS         89  CHARACTERS.

       01 TO01-HANDHELD-ACCEPTED-RECORD PIC X(89).

       FD TO02-AMI-ACCEPTED
           RECORDING MODE          IS F
           RECORD CONTAINS         39  CHARACTERS.

       01 TO02-AMI-ACCEPTED-RECORD   PIC X(39).

       FD MO01-FREG-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 MO01-FREG-RECORD.
          05 FREG-KEY.
             10 FREG-SENDER-ID      PIC X(08).
             10 FREG-FILE-SEQ       PIC 9(06).
          05 FREG-ROW-TYPE          PIC X(01).
             88 FREG-SENDER-ROW             VALUE 'S'.
             88 FREG-FILE-ROW               VALUE 'F'.
          05 FREG-ROW-DATA          PIC X(65).
      *    FILE ROW -- 'A' ACCEPTED; 'M' A SEQUENCE SKIPPED OVER BY
      *    A LATER FILE AND NOT YET RECEIVED. ON A MISSING ROW THE
      *    RECEIVED DATE IS THE NIGHT THE GAP WAS FOUND.
          05 FREG-FILE-DATA REDEFINES FREG-ROW-DATA.
             10 FREG-FILE-STATUS    PIC X(01).
                88 FREG-FILE-ACCEPTED       VALUE 'A'.
                88 FREG-FILE-MISSING        VALUE 'M'.
             10 FREG-FEED-ID        PIC X(08).
             10 FREG-CREATE-DATE    PIC 9(08).
             10 FREG-RECEIVED-DATE  PIC 9(08).
             10 FREG-RECORD-COUNT   PIC 9(09).
             10 FREG-HASH-TOTAL     PIC 9(15).
             10 FILLER              PIC X(16).
      *    SENDER ROW -- THE FEED IT SENDS ON, WHETHER A FILE IS
      *    DUE EVERY NIGHT THE FEED RUNS, THE HIGHEST SEQUENCE
      *    ACCEPTED, THE LAST NIGHT ONE WAS ACCEPTED AND THE
      *    NUMBER OF GAPS STILL OPEN.
          05 FREG-SENDER-DATA REDEFINES FREG-ROW-DATA.
             10 FREG-SND-FEED-ID    PIC X(08).
             10 FREG-SND-EXPECTED   PIC X(01).
                88 FREG-SND-DUE-NIGHTLY     VALUE 'Y'.
             10 FREG-SND-HIGH-SEQ   PIC 9(06).
             10 FREG-SND-LAST-RECV  PIC 9(08).
             10 FREG-SND-OPEN-GAPS  PIC 9(04).
             10 FREG-SND-NAME       PIC X(30).
             10 FILLER              PIC X(08).

       FD TO03-INBD-LIST
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.

       01 TO03-INBD-LIST-RECORD   PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RP-STATUS          PIC X(02).
             88 RP-IO-STATUS       VALUE '00'.
             88 RP-NOT-FOUND       VALUE '35'.
          05 WS-IN-STATUS          PIC X(02).
             88 IN-IO-STATUS       VALUE '00'.
             88 IN-EOF             VALUE '10'.
          05 WS-OUT-STATUS         PIC X(02).
             88 OUT-IO-STATUS      VALUE '00'.
          05 WS-FREG-STATUS        PIC X(02).
             88 FREG-IO-STATUS     VALUE '00'.
             88 FREG-ROW-NOTFND    VALUE '23'.
          05 WS-LIST-STATUS        PIC X(02).
             88 LIST-IO-STATUS     VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *    PARM='HANDHELD' OR PARM='AMI', OPTIONALLY FOLLOWED IN
      *    COLUMN 10 BY 'RELEASE' -- THE OPERATOR'S WORD THAT A
      *    SENDER LISTED AS MISSING WILL NOT SEND TONIGHT AND THE
      *    NIGHT MAY GO ON WITHOUT IT.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE          PIC X(20) VALUE SPACES.
          05 WS-FEED-ID            PIC X(08) VALUE SPACES.
             88 FEED-HANDHELD                VALUE 'HANDHELD'.
             88 FEED-AMI                     VALUE 'AMI'.
          05 WS-RELEASE-FLAG       PIC X(01) VALUE 'N'.
             88 HOLD-RELEASED                VALUE 'Y'.

      *    EVERY ROW READ FROM EITHER FEED IS SEEN THROUGH THE SAME
      *    HEADER / TRAILER VIEWS. A DETAIL ROW STARTS WITH A METER
      *    ID, WHICH NEVER BEGINS 'HDR ' OR 'TRL '.
       01 WS-IN-RECORD.
          05 WS-IN-REC-ID          PIC X(04).
             88 IN-HEADER-ROW                VALUE 'HDR '.
             88 IN-TRAILER-ROW               VALUE 'TRL '.
          05 WS-IN-REC-BODY        PIC X(85).
       01 WS-IN-HEADER REDEFINES WS-IN-RECORD.
          05 FILLER                PIC X(04).
          05 HDR-SENDER-ID         PIC X(08).
          05 HDR-FILE-SEQ          PIC 9(06).
          05 HDR-CREATE-DATE       PIC 9(08).
          05 FILLER                PIC X(63).
       01 WS-IN-TRAILER REDEFINES WS-IN-RECORD.
          05 FILLER                PIC X(04).
          05 TRL-RECORD-COUNT      PIC 9(09).
          05 TRL-HASH-TOTAL        PIC 9(15).
          05 FILLER                PIC X(61).

       01 WS-IN-HASH-VALUE         PIC 9(08) VALUE ZEROS.
       01 WS-IN-HASH-FLAG          PIC X(01) VALUE 'Y'.
          88 IN-HASH-NUMERIC                 VALUE 'Y'.

      *    THE FILE BEING READ -- FROM ITS HEADER TO ITS TRAILER.
       01 WS-CURRENT-FILE.
          05 WS-IN-FILE-FLAG       PIC X(01) VALUE 'N'.
             88 INSIDE-FILE                  VALUE 'Y'.
             88 OUTSIDE-FILE                 VALUE 'N'.
          05 WS-CUR-SENDER-ID      PIC X(08) VALUE SPACES.
          05 WS-CUR-FILE-SEQ       PIC 9(06) VALUE ZEROS.
          05 WS-CUR-CREATE-DATE    PIC 9(08) VALUE ZEROS.
          05 WS-CUR-REC-CNT        PIC 9(09) VALUE ZEROS.
          05 WS-CUR-HASH-TOTAL     PIC 9(15) VALUE ZEROS.
          05 WS-CUR-HEADER-FLAG    PIC X(01) VALUE 'Y'.
             88 CUR-HEADER-VALID             VALUE 'Y'.
          05 WS-CUR-DATA-FLAG      PIC X(01) VALUE 'Y'.
             88 CUR-DATA-NUMERIC             VALUE 'Y'.

      *    ONE ENTRY PER FILE FOUND ON THE FIRST PASS, IN THE ORDER
      *    THEY ARRIVED; THE SECOND PASS LOADS THE DETAIL ROWS OF
      *    THE FILES MARKED 'Y' AND NOTHING ELSE.
       01 WS-FILE-TABLE.
          05 WS-FT-ENTRY OCCURS 50 TIMES.
             10 WS-FT-LOAD-FLAG    PIC X(01).
                88 FT-LOAD                   VALUE 'Y'.
          05 WS-FILE-CNT           PIC 9(02) VALUE ZEROS.
          05 WS-MAX-FILES          PIC 9(02) VALUE 50.
          05 WS-FT-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-LOAD-FLAG          PIC X(01) VALUE 'N'.
             88 LOADING-FILE                 VALUE 'Y'.

      *    WORKING COPY OF THE SENDER ROW -- THE FILE ROW IS READ
      *    INTO THE SAME RECORD AREA, SO THE SENDER IS HELD HERE
      *    AND WRITTEN BACK ONCE THE FILE IS DECIDED.
       01 WS-SENDER-SAVE.
          05 WS-SS-KEY.
             10 WS-SS-SENDER-ID    PIC X(08).
             10 WS-SS-FILE-SEQ     PIC 9(06).
          05 WS-SS-ROW-TYPE        PIC X(01).
          05 WS-SS-FEED-ID         PIC X(08).
          05 WS-SS-EXPECTED        PIC X(01).
          05 WS-SS-HIGH-SEQ        PIC 9(06).
          05 WS-SS-LAST-RECV       PIC 9(08).
          05 WS-SS-OPEN-GAPS       PIC 9(04).
          05 WS-SS-NAME            PIC X(30).
          05 FILLER                PIC X(08).

      *    A JUMP OF MORE THAN THIRTY SEQUENCES IS A MIS-NUMBERED
      *    HEADER, NOT A MONTH OF LOST FILES -- THE FILE IS REFUSED
      *    RATHER THAN FILLING THE REGISTRY WITH GAPS.
       01 WS-GAP-VARIABLES.
          05 WS-MAX-GAP            PIC 9(06) VALUE 30.
          05 WS-GAP-SEQ            PIC 9(07) VALUE ZEROS.
          05 WS-GAP-SIZE           PIC 9(06) VALUE ZEROS.
          05 WS-FREG-SCAN-FLAG     PIC X(01) VALUE 'N'.
             88 FREG-SCAN-EOF                VALUE 'Y'.

       01 WS-REJECT-REASON         PIC X(40) VALUE SPACES.

       01 WS-LIST-HEADER.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(36) VALUE
             'INBOUND READING FILE REGISTER - FEED'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-FEED           PIC X(08).
          05 FILLER               PIC X(09) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LH-DATE           PIC 9(08).
          05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LIST-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-TAG            PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-SENDER-ID      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-FILE-SEQ       PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-CREATE-DATE    PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-RECORDS        PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-HASH-TOTAL     PIC ZZZZZZZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LL-REMARK         PIC X(50).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-LOADED-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-ORPHAN-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-ACCEPTED-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-RERUN-CTR          PIC 9(05) VALUE ZEROS.
          05 WS-LATE-CTR           PIC 9(05) VALUE ZEROS.
          05 WS-REJECTED-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-NEW-GAP-CTR        PIC 9(05) VALUE ZEROS.
          05 WS-OPEN-GAP-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-MISSING-CTR        PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'INBD001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  INBOUND READING FILE CONTROL          '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RUN-PARMS.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE WS-PARM-LINE(1:8) TO WS-FEED-ID.
           IF NOT FEED-HANDHELD AND NOT FEED-AMI
              DISPLAY 'INVALID FEED PARM: ' WS-PARM-LINE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LINE(10:7) = 'RELEASE'
              SET HOLD-RELEASED TO TRUE
              DISPLAY 'MISSING-FILE HOLD RELEASED BY OPERATOR'
           END-IF.
           DISPLAY 'INBOUND FEED: ' WS-FEED-ID.

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

           MOVE WS-FEED-ID TO WS-LH-FEED.
           MOVE WS-DATE    TO WS-LH-DATE.
           WRITE TO03-INBD-LIST-RECORD FROM WS-LIST-HEADER.

      *    FIRST PASS: EVERY FILE IS CHECKED AGAINST ITS OWN
      *    TRAILER AND AGAINST THE REGISTRY BEFORE A SINGLE ROW
      *    OF IT IS LOADED.
           PERFORM 2200-READ-INBOUND UNTIL IN-EOF.

           IF INSIDE-FILE
              MOVE 'NO TRAILER - TRANSMISSION INCOMPLETE'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
           END-IF.

           IF WS-ORPHAN-CTR > ZERO
              MOVE SPACES             TO WS-LIST-LINE
              MOVE 'REJECTED'         TO WS-LL-TAG
              MOVE WS-ORPHAN-CTR      TO WS-LL-RECORDS
              MOVE 'ROWS OUTSIDE ANY HEADER / TRAILER - NOT LOADED'
                                      TO WS-LL-REMARK
              PERFORM 2960-WRITE-LIST-LINE
           END-IF.

           PERFORM 3000-CHECK-SENDERS.

      *    SECOND PASS: THE DETAIL ROWS OF THE FILES THAT PASSED.
           PERFORM 4000-LOAD-ACCEPTED-FILES.

      *    AN EXPECTED SENDER WITH NOTHING ACCEPTED TONIGHT HOLDS
      *    THE NIGHT -- BETTER A LATE CYCLE THAN A ROUTE BILLED ON
      *    ESTIMATES. RESTART THIS STEP WITH THE FILE ADDED, OR
      *    WITH 'RELEASE' IN THE PARM IF IT WILL NOT COME.
           IF WS-MISSING-CTR > ZERO AND NOT HOLD-RELEASED
              DISPLAY 'EXPECTED READING FILE MISSING - NIGHT HELD'
              MOVE 8 TO RETURN-CODE
           END-IF.

       2100-OPEN-FILES  SECTION.

           IF FEED-HANDHELD
              OPEN INPUT TI01-HANDHELD-INBOUND
           ELSE
              OPEN INPUT TI02-AMI-INBOUND
           END-IF.
           IF NOT IN-IO-STATUS
              DISPLAY 'ERROR OPENING INBOUND READING FILE: '
                      WS-IN-STATUS
              STOP RUN
           END-IF.

           IF FEED-HANDHELD
              OPEN OUTPUT TO01-HANDHELD-ACCEPTED
           ELSE
              OPEN OUTPUT TO02-AMI-ACCEPTED
           END-IF.
           IF NOT OUT-IO-STATUS
              DISPLAY 'ERROR OPENING ACCEPTED READING FILE: '
                      WS-OUT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-FREG-KSDS.
           IF NOT FREG-IO-STATUS
              DISPLAY 'ERROR OPENING INBOUND FILE REGISTRY: '
                      WS-FREG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-INBD-LIST.
           IF NOT LIST-IO-STATUS
              DISPLAY 'ERROR OPENING INBOUND FILE LIST: '
                      WS-LIST-STATUS
              STOP RUN
           END-IF.

       2200-READ-INBOUND  SECTION.

           PERFORM 2250-GET-INBOUND-ROW.

           IF NOT IN-EOF
              ADD 1 TO WS-READ-CTR
              PERFORM 2300-CLASSIFY-ROW
           END-IF.

      *    ONE ROW FROM WHICHEVER FEED IS RUNNING, INTO THE COMMON
      *    VIEW, WITH THE VALUE ITS TRAILER HASH ADDS UP.
       2250-GET-INBOUND-ROW  SECTION.

           MOVE 'Y' TO WS-IN-HASH-FLAG.

           IF FEED-HANDHELD
              READ TI01-HANDHELD-INBOUND
                  AT END  SET IN-EOF TO TRUE
                  NOT AT END
                      MOVE TI01-HANDHELD-RECORD TO WS-IN-RECORD
                      IF HH-CURR-READING NUMERIC
                         MOVE HH-CURR-READING TO WS-IN-HASH-VALUE
                      ELSE
                         MOVE 'N' TO WS-IN-HASH-FLAG
                      END-IF
              END-READ
           ELSE
              READ TI02-AMI-INBOUND
                  AT END  SET IN-EOF TO TRUE
                  NOT AT END
                      MOVE SPACES          TO WS-IN-RECORD
                      MOVE TI02-AMI-RECORD TO WS-IN-RECORD
                      IF AMI-INTERVAL-USAGE NUMERIC
                         MOVE AMI-INTERVAL-USAGE TO WS-IN-HASH-VALUE
                      ELSE
                         MOVE 'N' TO WS-IN-HASH-FLAG
                      END-IF
              END-READ
           END-IF.

       2300-CLASSIFY-ROW  SECTION.

           EVALUATE TRUE
               WHEN IN-HEADER-ROW
      *           A HEADER INSIDE AN OPEN FILE MEANS THE FILE BEFORE
      *           IT WAS CUT OFF IN TRANSMISSION.
                  IF INSIDE-FILE
                     MOVE 'NO TRAILER - TRANSMISSION INCOMPLETE'
                                         TO WS-REJECT-REASON
                     PERFORM 2350-REJECT-FILE
                  END-IF
                  PERFORM 2310-START-FILE
               WHEN IN-TRAILER-ROW
                  IF INSIDE-FILE
                     PERFORM 2400-CLOSE-FILE
                  ELSE
                     ADD 1 TO WS-ORPHAN-CTR
                  END-IF
               WHEN OTHER
                  IF INSIDE-FILE
                     ADD 1 TO WS-CUR-REC-CNT
                     IF IN-HASH-NUMERIC
                        ADD WS-IN-HASH-VALUE TO WS-CUR-HASH-TOTAL
                     ELSE
                        MOVE 'N' TO WS-CUR-DATA-FLAG
                     END-IF
                  ELSE
                     ADD 1 TO WS-ORPHAN-CTR
                  END-IF
           END-EVALUATE.

       2310-START-FILE  SECTION.

           IF WS-FILE-CNT >= WS-MAX-FILES
              DISPLAY 'MORE THAN ' WS-MAX-FILES
                      ' FILES ON ONE INBOUND DATASET'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-FILE-CNT.
           MOVE 'N' TO WS-FT-LOAD-FLAG(WS-FILE-CNT).

           SET INSIDE-FILE TO TRUE.
           MOVE ZEROS             TO WS-CUR-REC-CNT.
           MOVE ZEROS             TO WS-CUR-HASH-TOTAL.
           MOVE 'Y'               TO WS-CUR-DATA-FLAG.
           MOVE 'Y'               TO WS-CUR-HEADER-FLAG.
           MOVE HDR-SENDER-ID     TO WS-CUR-SENDER-ID.

           IF HDR-FILE-SEQ NUMERIC
              MOVE HDR-FILE-SEQ   TO WS-CUR-FILE-SEQ
           ELSE
              MOVE ZEROS          TO WS-CUR-FILE-SEQ
           END-IF.
           IF HDR-CREATE-DATE NUMERIC
              MOVE HDR-CREATE-DATE TO WS-CUR-CREATE-DATE
           ELSE
              MOVE ZEROS           TO WS-CUR-CREATE-DATE
           END-IF.

           IF WS-CUR-SENDER-ID = SPACES
              OR WS-CUR-FILE-SEQ = ZEROS
              MOVE 'N' TO WS-CUR-HEADER-FLAG
           END-IF.

       2350-REJECT-FILE  SECTION.

           SET OUTSIDE-FILE TO TRUE.
           ADD 1 TO WS-REJECTED-CTR.

           MOVE SPACES             TO WS-LIST-LINE.
           MOVE 'REJECTED'         TO WS-LL-TAG.
           PERFORM 2965-LOAD-FILE-FIELDS.
           MOVE WS-REJECT-REASON   TO WS-LL-REMARK.
           PERFORM 2960-WRITE-LIST-LINE.

           DISPLAY 'INBOUND FILE REJECTED: ' WS-CUR-SENDER-ID
                   ' SEQ ' WS-CUR-FILE-SEQ ' ' WS-REJECT-REASON.

      *    THE TRAILER CLOSES THE FILE. ITS OWN TOTALS FIRST, THEN
      *    THE REGISTRY: A REGISTERED SENDER ON THIS FEED, AND A
      *    SEQUENCE NOT ALREADY RECEIVED.
       2400-CLOSE-FILE  SECTION.

           IF NOT CUR-HEADER-VALID
              MOVE 'HEADER SENDER / FILE SEQUENCE INVALID'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2400-EXIT
           END-IF.

           IF NOT CUR-DATA-NUMERIC
              MOVE 'NON-NUMERIC READING IN DETAIL'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2400-EXIT
           END-IF.

           IF TRL-RECORD-COUNT NOT NUMERIC
              OR TRL-RECORD-COUNT NOT = WS-CUR-REC-CNT
              MOVE 'TRAILER RECORD COUNT DISAGREES'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2400-EXIT
           END-IF.

           IF TRL-HASH-TOTAL NOT NUMERIC
              OR TRL-HASH-TOTAL NOT = WS-CUR-HASH-TOTAL
              MOVE 'TRAILER HASH TOTAL DISAGREES'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2400-EXIT
           END-IF.

           MOVE WS-CUR-SENDER-ID   TO FREG-SENDER-ID.
           MOVE ZEROS              TO FREG-FILE-SEQ.
           READ MO01-FREG-KSDS
               INVALID KEY
                   MOVE 'SENDER NOT REGISTERED'
                                      TO WS-REJECT-REASON
                   PERFORM 2350-REJECT-FILE
                   GO TO 2400-EXIT
           END-READ.
           IF NOT FREG-SENDER-ROW
              OR FREG-SND-FEED-ID NOT = WS-FEED-ID
              MOVE 'SENDER NOT REGISTERED FOR THIS FEED'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2400-EXIT
           END-IF.
           MOVE MO01-FREG-RECORD   TO WS-SENDER-SAVE.

           MOVE WS-CUR-SENDER-ID   TO FREG-SENDER-ID.
           MOVE WS-CUR-FILE-SEQ    TO FREG-FILE-SEQ.
           READ MO01-FREG-KSDS
               INVALID KEY
                   PERFORM 2410-NEW-SEQUENCE
               NOT INVALID KEY
                   IF FREG-FILE-MISSING
                      PERFORM 2420-LATE-FILE
                   ELSE
                      PERFORM 2430-REPEATED-FILE
                   END-IF
           END-READ.

       2400-EXIT.
           EXIT.

      *    A SEQUENCE NEVER SEEN BEFORE. BELOW THE HIGHEST ACCEPTED
      *    IT IS OUT OF ORDER; MORE THAN ONE ABOVE IT, EVERY
      *    SEQUENCE SKIPPED IS REGISTERED AS MISSING. A SENDER'S
      *    VERY FIRST FILE STARTS THE COUNT WHEREVER IT STANDS.
       2410-NEW-SEQUENCE  SECTION.

           IF WS-SS-HIGH-SEQ > ZERO
              AND WS-CUR-FILE-SEQ < WS-SS-HIGH-SEQ
              MOVE 'OUT OF SEQUENCE - BELOW LAST ACCEPTED'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2410-EXIT
           END-IF.

           MOVE ZEROS TO WS-GAP-SIZE.
           IF WS-SS-HIGH-SEQ > ZERO
              COMPUTE WS-GAP-SIZE = WS-CUR-FILE-SEQ
                                  - WS-SS-HIGH-SEQ - 1
           END-IF.
           IF WS-GAP-SIZE > WS-MAX-GAP
              MOVE 'SEQUENCE JUMP TOO LARGE - HEADER SUSPECT'
                                      TO WS-REJECT-REASON
              PERFORM 2350-REJECT-FILE
              GO TO 2410-EXIT
           END-IF.

           IF WS-GAP-SIZE > ZERO
              PERFORM 2450-REGISTER-GAP
                  VARYING WS-GAP-SEQ FROM WS-SS-HIGH-SEQ BY 1
                  UNTIL WS-GAP-SEQ >= WS-CUR-FILE-SEQ - 1
           END-IF.

           PERFORM 2470-LOAD-FILE-ROW.
           WRITE MO01-FREG-RECORD
               INVALID KEY
                   DISPLAY 'REGISTRY WRITE FAILED: ' FREG-KEY
                           ' STATUS ' WS-FREG-STATUS
           END-WRITE.

           MOVE WS-CUR-FILE-SEQ TO WS-SS-HIGH-SEQ.
           PERFORM 2480-ACCEPT-FILE.

           MOVE SPACES             TO WS-LIST-LINE.
           MOVE 'ACCEPTED'         TO WS-LL-TAG.
           PERFORM 2965-LOAD-FILE-FIELDS.
           PERFORM 2960-WRITE-LIST-LINE.

       2410-EXIT.
           EXIT.

      *    A FILE WHOSE SEQUENCE WAS SKIPPED ON AN EARLIER NIGHT
      *    HAS COME IN LATE -- IT IS LOADED AND THE GAP CLOSES.
       2420-LATE-FILE  SECTION.

           PERFORM 2470-LOAD-FILE-ROW.
           REWRITE MO01-FREG-RECORD
               INVALID KEY
                   DISPLAY 'REGISTRY REWRITE FAILED: ' FREG-KEY
                           ' STATUS ' WS-FREG-STATUS
           END-REWRITE.

           IF WS-SS-OPEN-GAPS > ZERO
              SUBTRACT 1 FROM WS-SS-OPEN-GAPS
           END-IF.
           ADD 1 TO WS-LATE-CTR.
           PERFORM 2480-ACCEPT-FILE.

           MOVE SPACES             TO WS-LIST-LINE.
           MOVE 'LATE'             TO WS-LL-TAG.
           PERFORM 2965-LOAD-FILE-FIELDS.
           MOVE 'LATE FILE ACCEPTED - SEQUENCE GAP CLOSED'
                                   TO WS-LL-REMARK.
           PERFORM 2960-WRITE-LIST-LINE.

      *    A SEQUENCE ALREADY ACCEPTED. THE SAME FILE ACCEPTED
      *    EARLIER TONIGHT IS THIS STEP BEING RESTARTED, AND IS
      *    LOADED AGAIN; ANYTHING ELSE IS A SECOND TRANSMISSION.
       2430-REPEATED-FILE  SECTION.

           IF FREG-RECEIVED-DATE = WS-DATE
              AND FREG-RECORD-COUNT = WS-CUR-REC-CNT
              AND FREG-HASH-TOTAL = WS-CUR-HASH-TOTAL
              SET OUTSIDE-FILE TO TRUE
              MOVE 'Y' TO WS-FT-LOAD-FLAG(WS-FILE-CNT)
              ADD 1 TO WS-RERUN-CTR
              MOVE SPACES             TO WS-LIST-LINE
              MOVE 'RELOADED'         TO WS-LL-TAG
              PERFORM 2965-LOAD-FILE-FIELDS
              MOVE 'ACCEPTED EARLIER TONIGHT - STEP RESTARTED'
                                      TO WS-LL-REMARK
              PERFORM 2960-WRITE-LIST-LINE
           ELSE
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DUPLICATE - ALREADY RECEIVED '
                     FREG-RECEIVED-DATE
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
              END-STRING
              PERFORM 2350-REJECT-FILE
           END-IF.

       2450-REGISTER-GAP  SECTION.

           MOVE SPACES             TO MO01-FREG-RECORD.
           MOVE WS-CUR-SENDER-ID   TO FREG-SENDER-ID.
           COMPUTE FREG-FILE-SEQ = WS-GAP-SEQ + 1.
           SET FREG-FILE-ROW       TO TRUE.
           SET FREG-FILE-MISSING   TO TRUE.
           MOVE WS-FEED-ID         TO FREG-FEED-ID.
           MOVE ZEROS              TO FREG-CREATE-DATE.
           MOVE WS-DATE            TO FREG-RECEIVED-DATE.
           MOVE ZEROS              TO FREG-RECORD-COUNT.
           MOVE ZEROS              TO FREG-HASH-TOTAL.

           WRITE MO01-FREG-RECORD
               INVALID KEY
                   DISPLAY 'REGISTRY WRITE FAILED: ' FREG-KEY
                           ' STATUS ' WS-FREG-STATUS
           END-WRITE.

           ADD 1 TO WS-SS-OPEN-GAPS.
           ADD 1 TO WS-NEW-GAP-CTR.

           MOVE SPACES             TO WS-LIST-LINE.
           MOVE 'GAP'              TO WS-LL-TAG.
           MOVE WS-CUR-SENDER-ID   TO WS-LL-SENDER-ID.
           MOVE FREG-FILE-SEQ      TO WS-LL-FILE-SEQ.
           MOVE ZEROS              TO WS-LL-CREATE-DATE.
           MOVE 'SEQUENCE SKIPPED - FILE NEVER RECEIVED'
                                   TO WS-LL-REMARK.
           PERFORM 2960-WRITE-LIST-LINE.

       2470-LOAD-FILE-ROW  SECTION.

           MOVE SPACES             TO MO01-FREG-RECORD.
           MOVE WS-CUR-SENDER-ID   TO FREG-SENDER-ID.
           MOVE WS-CUR-FILE-SEQ    TO FREG-FILE-SEQ.
           SET FREG-FILE-ROW       TO TRUE.
           SET FREG-FILE-ACCEPTED  TO TRUE.
           MOVE WS-FEED-ID         TO FREG-FEED-ID.
           MOVE WS-CUR-CREATE-DATE TO FREG-CREATE-DATE.
           MOVE WS-DATE            TO FREG-RECEIVED-DATE.
           MOVE WS-CUR-REC-CNT     TO FREG-RECORD-COUNT.
           MOVE WS-CUR-HASH-TOTAL  TO FREG-HASH-TOTAL.

      *    THE FILE IS IN -- THE SENDER IS STAMPED AS HEARD FROM
      *    TONIGHT AND ITS ROWS ARE MARKED FOR THE LOAD PASS.
       2480-ACCEPT-FILE  SECTION.

           SET OUTSIDE-FILE TO TRUE.
           ADD 1 TO WS-ACCEPTED-CTR.
           MOVE 'Y' TO WS-FT-LOAD-FLAG(WS-FILE-CNT).

           MOVE WS-DATE            TO WS-SS-LAST-RECV.
           MOVE WS-SENDER-SAVE     TO MO01-FREG-RECORD.
           REWRITE MO01-FREG-RECORD
               INVALID KEY
                   DISPLAY 'SENDER REWRITE FAILED: ' FREG-KEY
                           ' STATUS ' WS-FREG-STATUS
           END-REWRITE.

       2960-WRITE-LIST-LINE  SECTION.

           WRITE TO03-INBD-LIST-RECORD FROM WS-LIST-LINE.

       2965-LOAD-FILE-FIELDS  SECTION.

           MOVE WS-CUR-SENDER-ID   TO WS-LL-SENDER-ID.
           MOVE WS-CUR-FILE-SEQ    TO WS-LL-FILE-SEQ.
           MOVE WS-CUR-CREATE-DATE TO WS-LL-CREATE-DATE.
           MOVE WS-CUR-REC-CNT     TO WS-LL-RECORDS.
           MOVE WS-CUR-HASH-TOTAL  TO WS-LL-HASH-TOTAL.

      *    EVERY SENDER ON THIS FEED THAT IS DUE NIGHTLY MUST HAVE
      *    HAD A FILE ACCEPTED TONIGHT, AND EVERY GAP FOUND ON AN
      *    EARLIER NIGHT IS LISTED UNTIL ITS FILE ARRIVES.
       3000-CHECK-SENDERS  SECTION.

           MOVE 'N' TO WS-FREG-SCAN-FLAG.
           MOVE LOW-VALUES TO FREG-KEY.

           START MO01-FREG-KSDS
               KEY IS NOT LESS THAN FREG-KEY
               INVALID KEY
                   SET FREG-SCAN-EOF TO TRUE
           END-START.

           PERFORM 3100-CHECK-ONE-ROW UNTIL FREG-SCAN-EOF.

       3100-CHECK-ONE-ROW  SECTION.

           READ MO01-FREG-KSDS NEXT
               AT END
                   SET FREG-SCAN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF FREG-SENDER-ROW
              IF FREG-SND-FEED-ID = WS-FEED-ID
                 AND FREG-SND-DUE-NIGHTLY
                 AND FREG-SND-LAST-RECV < WS-DATE
                 ADD 1 TO WS-MISSING-CTR
                 MOVE SPACES             TO WS-LIST-LINE
                 MOVE 'MISSING'          TO WS-LL-TAG
                 MOVE FREG-SENDER-ID     TO WS-LL-SENDER-ID
                 MOVE FREG-SND-HIGH-SEQ  TO WS-LL-FILE-SEQ
                 MOVE FREG-SND-LAST-RECV TO WS-LL-CREATE-DATE
                 IF HOLD-RELEASED
                    MOVE 'NO FILE TONIGHT - RELEASED BY OPERATOR'
                                         TO WS-LL-REMARK
                 ELSE
                    MOVE 'NO FILE TONIGHT - NIGHT HELD'
                                         TO WS-LL-REMARK
                 END-IF
                 PERFORM 2960-WRITE-LIST-LINE
              END-IF
           ELSE
              IF FREG-FEED-ID = WS-FEED-ID
                 AND FREG-FILE-MISSING
                 AND FREG-RECEIVED-DATE < WS-DATE
                 ADD 1 TO WS-OPEN-GAP-CTR
                 MOVE SPACES             TO WS-LIST-LINE
                 MOVE 'OPEN GAP'         TO WS-LL-TAG
                 MOVE FREG-SENDER-ID     TO WS-LL-SENDER-ID
                 MOVE FREG-FILE-SEQ      TO WS-LL-FILE-SEQ
                 MOVE FREG-RECEIVED-DATE TO WS-LL-CREATE-DATE
                 MOVE 'STILL NOT RECEIVED - GAP FOUND ON DATE SHOWN'
                                         TO WS-LL-REMARK
                 PERFORM 2960-WRITE-LIST-LINE
              END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      *    THE INBOUND DATASET IS READ AGAIN FROM THE TOP; THE
      *    FILES ARE MET IN THE SAME ORDER AS ON THE FIRST PASS,
      *    SO EACH HEADER PICKS UP ITS OWN ENTRY IN THE TABLE.
       4000-LOAD-ACCEPTED-FILES  SECTION.

           IF FEED-HANDHELD
              CLOSE TI01-HANDHELD-INBOUND
              OPEN INPUT TI01-HANDHELD-INBOUND
           ELSE
              CLOSE TI02-AMI-INBOUND
              OPEN INPUT TI02-AMI-INBOUND
           END-IF.
           IF NOT IN-IO-STATUS
              DISPLAY 'ERROR REOPENING INBOUND READING FILE: '
                      WS-IN-STATUS
              STOP RUN
           END-IF.

           MOVE ZEROS TO WS-FT-SUB.
           MOVE 'N'   TO WS-LOAD-FLAG.

           PERFORM 4100-LOAD-ONE-ROW UNTIL IN-EOF.

       4100-LOAD-ONE-ROW  SECTION.

           PERFORM 2250-GET-INBOUND-ROW.
           IF IN-EOF
              GO TO 4100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IN-HEADER-ROW
                  ADD 1 TO WS-FT-SUB
                  MOVE WS-FT-LOAD-FLAG(WS-FT-SUB) TO WS-LOAD-FLAG
               WHEN IN-TRAILER-ROW
                  MOVE 'N' TO WS-LOAD-FLAG
               WHEN OTHER
                  IF LOADING-FILE
                     ADD 1 TO WS-LOADED-CTR
                     IF FEED-HANDHELD
                        WRITE TO01-HANDHELD-ACCEPTED-RECORD
                            FROM TI01-HANDHELD-RECORD
                     ELSE
                        WRITE TO02-AMI-ACCEPTED-RECORD
                            FROM TI02-AMI-RECORD
                     END-IF
                  END-IF
           END-EVALUATE.

       4100-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' INBOUND ROWS READ        ',  WS-READ-CTR
           DISPLAY ' FILES ACCEPTED           ',  WS-ACCEPTED-CTR
           DISPLAY '   OF WHICH LATE          ',  WS-LATE-CTR
           DISPLAY ' FILES RELOADED (RESTART) ',  WS-RERUN-CTR
           DISPLAY ' FILES REJECTED           ',  WS-REJECTED-CTR
           DISPLAY ' ROWS OUTSIDE ANY FILE    ',  WS-ORPHAN-CTR
           DISPLAY ' DETAIL ROWS LOADED       ',  WS-LOADED-CTR
           DISPLAY ' NEW SEQUENCE GAPS        ',  WS-NEW-GAP-CTR
           DISPLAY ' GAPS STILL OPEN          ',  WS-OPEN-GAP-CTR
           DISPLAY ' EXPECTED SENDERS MISSING ',  WS-MISSING-CTR
           DISPLAY '----------------------------------------'

           IF FEED-HANDHELD
              CLOSE TI01-HANDHELD-INBOUND,
                    TO01-HANDHELD-ACCEPTED
           ELSE
              CLOSE TI02-AMI-INBOUND,
                    TO02-AMI-ACCEPTED
           END-IF.

           CLOSE  MO01-FREG-KSDS,
                  TO03-INBD-LIST.

           STOP RUN.
