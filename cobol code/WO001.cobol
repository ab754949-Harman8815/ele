           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NRQ-STATUS.

      *    PREMISE MASTER MAINTAINED BY PREM001 -- AN ORDER'S
      *    PREMISE IS THE ONE ITS ACCOUNT OCCUPIES, OR FOR A
      *    VACANT-PREMISE VISIT THE SOURCE REF ITSELF.
           SELECT MI03-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

      *    PREMISE ALERT / HAZARD MASTER MAINTAINED BY ALRT001 --
      *    EVERY LIVE ALERT PRINTS UNDER EVERY OPEN ORDER FOR THE
      *    PREMISE, SO THE CREW KNOWS BEFORE IT GOES.
           SELECT MI04-ALERT-KSDS     ASSIGN TO ALRTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ALRT-KEY
           FILE STATUS            IS WS-ALR-STATUS.

           SELECT TO03-WO-ERR         ASSIGN TO WOERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
             88 IN-SOURCE-COMPLAINT          VALUE 'C'.
             88 IN-SOURCE-RECONNECT          VALUE 'R'.
             88 IN-SOURCE-EXCHANGE           VALUE 'X'.
      *    'M' ORDERS ARE RAISED BY MTR001 FROM READER TROUBLE
      *    CODES; THE NOTES CARRY THE METER ID AND CODE.
             88 IN-SOURCE-METER-TROUBLE      VALUE 'M'.
      *    'A' ORDERS ARE ACCS001'S FIXED ACCESS APPOINTMENTS FOR
      *    A METER THAT HAS GONE UNREAD; SAME NOTES CONVENTION.
             88 IN-SOURCE-ACCESS-APPT        VALUE 'A'.
      *    'V' ORDERS ARE VACC001'S SITE VISITS TO A VACANT PREMISE
      *    WHOSE METER IS TURNING -- NO ACCOUNT BEHIND THEM. THE
      *    SOURCE REF IS THE PREMISE; THE NOTES CARRY THE METER ID
      *    AND, IN 15-20, THE AREA THE CREW IS PICKED FOR.
             88 IN-SOURCE-VACANT-USE         VALUE 'V'.
      *    'D' ORDERS ARE DISCONNECTIONS AMIC001 HANDS BACK TO A
      *    CREW WHEN THE AMI HEAD-END FAILED OR NEVER ANSWERED; ITS
      *    'R' FALLBACKS LIKEWISE. THE SOURCE REF IS THE HEAD-END
      *    COMMAND AND THE NOTES CARRY THE METER ID. TCN001 RAISES
      *    'D' ORDERS TOO WHEN A TEMPORARY CONNECTION EXPIRES, WITH
      *    'TEMPEXPIRY' AS THE SOURCE REF, AND SEAS001 RAISES A 'D'
      *    'SEASONSUSP' AT THE START OF A SEASONAL SUSPENSION AND
      *    AN 'R' 'SEASONEND' AT ITS PLANNED END.
             88 IN-SOURCE-DISCONNECT         VALUE 'D'.
      *    'K' ORDERS ARE COMM001'S COMMS REPAIRS FOR AN AMI METER
      *    THAT HAS STOPPED REPORTING. THE SOURCE REF IS THE
      *    METER'S TRANSFORMER; THE NOTES CARRY THE METER ID.
             88 IN-SOURCE-COMM-REPAIR        VALUE 'K'.
      *    'L' ORDERS ARE LCA001'S METER OR SERVICE-CABLE UPGRADES
      *    FOR A PAID LOAD-CHANGE APPLICATION. THE SOURCE REF IS
      *    THE APPLICATION; THE NOTES CARRY THE METER ID AND, IN
      *    15-20, THE UPGRADE WANTED.
             88 IN-SOURCE-LOAD-CHANGE        VALUE 'L'.
             88 IN-SOURCE-VALID              VALUES 'C' 'R' 'X'
                                                    'M' 'A' 'V'
                                                    'D' 'K' 'L'.
          05 IN-SOURCE-REF       PIC X(10).
          05 IN-CUST-ID          PIC X(12).
          05 IN-CREW-ID          PIC X(08).
          05 WO-ID               PIC X(10).
          05 WO-SOURCE-TYPE      PIC X(01).
             88 WO-SOURCE-COMPLAINT          VALUE 'C'.
             88 WO-SOURCE-METER-TROUBLE      VALUE 'M'.
             88 WO-SOURCE-ACCESS-APPT        VALUE 'A'.
             88 WO-SOURCE-VACANT-USE         VALUE 'V'.
             88 WO-SOURCE-DISCONNECT         VALUE 'D'.
             88 WO-SOURCE-COMM-REPAIR        VALUE 'K'.
             88 WO-SOURCE-LOAD-CHANGE        VALUE 'L'.
          05 WO-SOURCE-REF       PIC X(10).
          05 WO-CUST-ID          PIC X(12).
          05 WO-AREA-CODE        PIC X(06).
             88 CREW-STAT-ACTIVE             VALUE 'A'.
             88 CREW-STAT-DOWN               VALUE 'X'.

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI03-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI03-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

      *    SAME PREMISE ALERT LAYOUT ALRT001 MAINTAINS.
       FD MI04-ALERT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI04-ALERT-RECORD.
          05 ALRT-KEY.
             10 ALRT-PREMISE-ID   PIC X(10).
             10 ALRT-SEQ          PIC 9(02).
          05 ALRT-CUST-ID         PIC X(12).
          05 ALRT-TYPE            PIC X(02).
          05 ALRT-TEXT            PIC X(40).
          05 ALRT-RAISED-BY       PIC X(08).
          05 ALRT-RAISED-DATE     PIC 9(08).
          05 ALRT-EXPIRY-DATE     PIC 9(08).
          05 ALRT-STATUS          PIC X(01).
             88 ALRT-STAT-ACTIVE             VALUE 'A'.
          05 ALRT-STATUS-DATE     PIC 9(08).
          05 FILLER               PIC X(21).

      *    STANDARD NOTIFICATION REQUEST FOR THE CENTRAL HUB --
      *    SAME 98-BYTE SHAPE EVERY PRODUCER WRITES.
       FD TO09-NOTIF-REQ
       01 WS-NRQ-STATUS            PIC X(02).
          88 NRQ-IO-STATUS         VALUE '00'.

       01 WS-ALERT-VARIABLES.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-ALR-STATUS         PIC X(02).
             88 ALR-IO-STATUS      VALUE '00'.
          05 WS-WO-PREMISE-ID      PIC X(10) VALUE SPACES.
          05 WS-ALERT-SCAN-FLAG    PIC X(01) VALUE 'N'.
             88 ALERT-SCAN-DONE    VALUE 'Y'.

       01 WS-CREW-STATUS           PIC X(02).
          88 CREW-IO-STATUS        VALUE '00'.
          88 CREW-EOF              VALUE '10'.
          05 WS-CMPL-CLOSED-CTR    PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-OPEN-LISTED-CTR    PIC 9(04) VALUE ZEROS.
          05 WS-ALERT-LISTED-CTR   PIC 9(04) VALUE ZEROS.

       01 WS-AGING-HEADER.
          05 FILLER               PIC X(10) VALUE SPACES.
              STOP RUN
           END-IF.

           OPEN INPUT MI03-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: '
                      WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI04-ALERT-KSDS.
           IF NOT ALR-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE ALERT KSDS: '
                      WS-ALR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-WO-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING WORK ORDER ERROR FILE: '
              MOVE '5' TO WS-ERR-REASON
              PERFORM 2900-WRITE-ERR-RECORD
           ELSE
      *       A VACANT-PREMISE VISIT HAS NO ACCOUNT TO LOOK UP.
              IF IN-SOURCE-VACANT-USE
                 PERFORM 2315-WRITE-NEW-ORDER
              ELSE
                 MOVE IN-CUST-ID TO CUST-KEY
                 READ MI01-CUSTOMER-KSDS
                     INVALID KEY
                         DISPLAY 'CUSTOMER NOT FOUND FOR ORDER: '
                                 IN-CUST-ID
                         MOVE '6' TO WS-ERR-REASON
                         PERFORM 2900-WRITE-ERR-RECORD
                     NOT INVALID KEY
                         PERFORM 2315-WRITE-NEW-ORDER
                 END-READ
              END-IF
           END-IF.

       2315-WRITE-NEW-ORDER  SECTION.
           MOVE IN-SOURCE-TYPE    TO WO-SOURCE-TYPE.
           MOVE IN-SOURCE-REF     TO WO-SOURCE-REF.
           MOVE IN-CUST-ID        TO WO-CUST-ID.
           IF IN-SOURCE-VACANT-USE
              MOVE IN-NOTES(15:6) TO WO-AREA-CODE
           ELSE
              MOVE CUST-AREA-CODE TO WO-AREA-CODE
           END-IF.
           MOVE IN-CREW-ID        TO WO-CREW-ID.
           MOVE WS-DATE           TO WO-DATE-CREATED.
           MOVE IN-PROMISED-DATE  TO WO-PROMISED-DATE.
           ELSE
              SET WO-STAT-ASSIGNED TO TRUE
           END-IF.
           IF IN-SOURCE-METER-TROUBLE
              OR IN-SOURCE-ACCESS-APPT
              OR IN-SOURCE-VACANT-USE
              OR IN-SOURCE-DISCONNECT
              OR IN-SOURCE-RECONNECT
              OR IN-SOURCE-COMM-REPAIR
              OR IN-SOURCE-LOAD-CHANGE
              MOVE IN-NOTES       TO WO-NOTES
           ELSE
              MOVE SPACES         TO WO-NOTES
           END-IF.
           MOVE SPACES            TO WO-JOB-TYPE.
           MOVE ZEROS             TO WO-LABOR-HOURS.
           MOVE ZEROS             TO WO-MATERIAL-AMT.
                              DISPLAY 'CREW ' WS-ASSIGN-CREW-ID
                                      ' ASSIGNED TO ' WO-ID
                              PERFORM 2323-STEP-PICKED-LOAD
                              IF WO-CUST-ID NOT = SPACES
                                 PERFORM 2325-WRITE-NOTIF-REQUEST
                              END-IF
                      END-REWRITE
                      END-IF
                   END-IF
      *               THE ORDER CHARGEABLE -- WOCHG001 PRICES IT
      *               FROM THE BOOK AND RAISES THE RECEIVABLE.
                      IF IN-JOB-TYPE NOT = SPACES
                         AND WO-CUST-ID NOT = SPACES
                         MOVE IN-JOB-TYPE     TO WO-JOB-TYPE
                         MOVE IN-LABOR-HOURS  TO WO-LABOR-HOURS
                         MOVE IN-MATERIAL-AMT TO WO-MATERIAL-AMT
           WRITE TO02-WO-AGING-RECORD FROM WS-AGING-DETAIL.
           ADD 1 TO WS-OPEN-LISTED-CTR.

           PERFORM 2770-LIST-ORDER-ALERTS.

       2770-LIST-ORDER-ALERTS  SECTION.

      *    THE PREMISE'S LIVE ALERTS PRINT DIRECTLY UNDER THE
      *    ORDER LINE. AN ALERT PAST ITS EXPIRY IS LEFT OFF EVEN
      *    BEFORE THE MONTHLY REVIEW MARKS IT.
           MOVE SPACES TO WS-WO-PREMISE-ID.

           IF WO-SOURCE-VACANT-USE
              MOVE WO-SOURCE-REF TO PRM-PREMISE-ID
              READ MI03-PREMISE-KSDS KEY IS PRM-PREMISE-ID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PRM-PREMISE-ID TO WS-WO-PREMISE-ID
              END-READ
           ELSE
              IF WO-CUST-ID NOT = SPACES
                 MOVE WO-CUST-ID TO PRM-OCCUPANT-ID
                 READ MI03-PREMISE-KSDS KEY IS PRM-OCCUPANT-ID
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE PRM-PREMISE-ID TO WS-WO-PREMISE-ID
                 END-READ
              END-IF
           END-IF.

           IF WS-WO-PREMISE-ID = SPACES
              GO TO 2770-EXIT
           END-IF.

           MOVE 'N'              TO WS-ALERT-SCAN-FLAG.
           MOVE WS-WO-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE ZEROS            TO ALRT-SEQ.
           START MI04-ALERT-KSDS KEY IS NOT LESS THAN ALRT-KEY
               INVALID KEY
                   SET ALERT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2775-LIST-ONE-ALERT UNTIL ALERT-SCAN-DONE.

       2770-EXIT.
           EXIT.

       2775-LIST-ONE-ALERT  SECTION.

           READ MI04-ALERT-KSDS NEXT
               AT END  SET ALERT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ALRT-PREMISE-ID NOT = WS-WO-PREMISE-ID
                      SET ALERT-SCAN-DONE TO TRUE
                   ELSE
                      IF ALRT-STAT-ACTIVE
                         AND (ALRT-EXPIRY-DATE = ZEROS
                              OR ALRT-EXPIRY-DATE >= WS-DATE)
                         MOVE SPACES TO TO02-WO-AGING-RECORD
                         STRING '      ** PREMISE ALERT ** '
                                ALRT-TYPE '  ' ALRT-TEXT
                                '  RAISED BY ' ALRT-RAISED-BY
                                DELIMITED BY SIZE
                                INTO TO02-WO-AGING-RECORD
                         END-STRING
                         WRITE TO02-WO-AGING-RECORD
                         ADD 1 TO WS-ALERT-LISTED-CTR
                      END-IF
                   END-IF
           END-READ.

       2900-WRITE-ERR-RECORD  SECTION.

           MOVE TI01-WO-TRAN-RECORD TO ERR-TRAN-IMAGE.
           DISPLAY ' CHARGEABLE COMPLETIONS   ',  WS-CHARGEABLE-CTR
           DISPLAY ' COMPLAINT CLOSES FED     ',  WS-CMPL-CLOSED-CTR
           DISPLAY ' OPEN ORDERS ON REPORT    ',  WS-OPEN-LISTED-CTR
           DISPLAY ' PREMISE ALERTS PRINTED   ',  WS-ALERT-LISTED-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-WO-TRAN,
                  MO01-WO-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI03-PREMISE-KSDS,
                  MI04-ALERT-KSDS,
                  TO01-CMPL-CLOSE,
                  TO02-WO-AGING-RPT,
                  TO03-WO-ERR.
