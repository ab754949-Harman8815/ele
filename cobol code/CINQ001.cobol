      *       PF4  OPEN COMPLAINTS           (CMPLKSDS)
      *       PF5  DEPOSIT STANDING          (DEPKSDS)
      *       PF6  CORRESPONDENCE TIMELINE   (CORRKSDS)
      *       PF7  AUTHORIZED CONTACTS       (ACONKSDS)
      *       PF3/CLEAR FROM THE ID PROMPT ENDS THE SESSION.
      *    LIVE PREMISE ALERTS (ALRTKSDS, FOR THE PREMISE THE
      *    ACCOUNT OCCUPIES) SHOW AS A BANNER ON THE DETAILS PAGE.
      *    EVERY PAGE SHOWN FOR AN ACCOUNT IS LOGGED TO ACCLKSDS
      *    (OPERATOR, TERMINAL, TIME, CUSTOMER, PAGE) BEFORE IT IS
      *    SENT; IF THE LOG CANNOT BE WRITTEN THE PAGE IS NOT SHOWN.
      *    PRIV001 REPORTS THE EXCEPTIONS EACH NIGHT.
      *    PSEUDO-CONVERSATIONAL -- THE COMMAREA CARRIES ONLY THE
      *    RESOLVED CUSTOMER ID BETWEEN SENDS. A PHONE LOOKUP
      *    BROWSES THE CUSTOMER FILE FRONT TO BACK (THERE IS NO
          05 CORR-REF             PIC X(14).
          05 FILLER               PIC X(07).

      *    SAME AUTHORIZED-CONTACT LAYOUT ACON001 MAINTAINS -- THE
      *    CLERK CHECKS A CALLER WHO IS NOT THE ACCOUNT HOLDER
      *    AGAINST THESE BEFORE SAYING ANYTHING ABOUT THE ACCOUNT.
       01 WS-CONTACT-RECORD.
          05 ACON-KEY.
             10 ACON-CUST-ID      PIC X(12).
             10 ACON-SEQ          PIC 9(02).
          05 ACON-NAME            PIC X(30).
          05 ACON-RELATIONSHIP    PIC X(02).
          05 ACON-PHONE           PIC X(12).
          05 ACON-EMAIL           PIC X(25).
          05 ACON-AUTHORITY       PIC X(01).
             88 ACON-AUTH-CHANGES            VALUE 'C'.
          05 ACON-COPY-NOTICES    PIC X(01).
          05 ACON-STATUS          PIC X(01).
             88 ACON-STAT-ACTIVE             VALUE 'A'.
          05 ACON-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(26).

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS -- READ THROUGH
      *    THE OCCUPANT ALTERNATE-INDEX PATH.
       01 WS-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

      *    SAME PREMISE ALERT LAYOUT ALRT001 MAINTAINS -- THE DOG,
      *    THE THREAT, THE CALL-FIRST, PUT IN FRONT OF THE CLERK
      *    BEFORE A VISIT IS BOOKED.
       01 WS-ALERT-RECORD.
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

       01 WS-DEPOSIT-RECORD.
          05 DEP-CUST-ID          PIC X(12).
          05 DEP-AMOUNT           PIC 9(07)V99.
          05 DEP-DATE-COLLECTED   PIC 9(08).
          05 DEP-REFUND-STATUS    PIC X(01).

      *    SAME INQUIRY ACCESS-LOG LAYOUT MINQ001 AND STMT001
      *    WRITE AND PRIV001 REPORTS ON -- ONE ROW PER PAGE SHOWN.
       01 WS-ACCESS-LOG-RECORD.
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

       01 WS-ACCESS-LOG-WORK.
          05 WS-LOG-TIME           PIC 9(06).
          05 WS-LOG-SECONDS        PIC S9(15) COMP-3.
          05 WS-LOG-MILLIS         PIC 9(03).
          05 WS-LOG-HUNDREDTHS     PIC 9(02).
          05 WS-LOG-WRITE-FLAG     PIC X(01).
             88 LOG-WRITE-PENDING  VALUE 'P'.
             88 LOG-WRITE-DONE     VALUE 'Y'.
             88 LOG-WRITE-FAILED   VALUE 'F'.

       01 WS-INPUT-AREA.
          05 WS-IN-LENGTH         PIC S9(04) COMP VALUE +20.
          05 WS-IN-DATA.
          05 WS-LINE-NO            PIC 9(02) VALUE 1.
          05 WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 WS-EDIT-UNITS         PIC ZZZ,ZZ9.
          05 WS-AUTHORITY-TEXT     PIC X(17).
          05 WS-BROWSE-DONE-FLAG   PIC X(01) VALUE 'N'.
             88 BROWSE-DONE        VALUE 'Y'.
          05 WS-RESP               PIC S9(08) COMP.
          05 WS-ITEM-CTR           PIC 9(02) VALUE 0.
          05 WS-MAX-ITEMS          PIC 9(02) VALUE 8.
          05 WS-ABSTIME            PIC S9(15) COMP-3.
          05 WS-TODAY              PIC 9(08).

       01 WS-COMMAREA.
          05 CA-CUST-ID            PIC X(12).
                RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-ACCESS-LOG-RECORD.

           IF CA-CUST-ID = SPACES
              PERFORM 2100-RESOLVE-CUSTOMER
           END-IF.
                      PERFORM 7000-SHOW-DEPOSIT
                  WHEN DFHPF6
                      PERFORM 7500-SHOW-CORRESPONDENCE
                  WHEN DFHPF7
                      PERFORM 7700-SHOW-CONTACTS
                  WHEN OTHER
                      PERFORM 3000-SHOW-CUSTOMER
              END-EVALUATE
       2100-RESOLVE-CUSTOMER  SECTION.

      *    A LEADING '/' MEANS A PHONE LOOKUP; ANYTHING ELSE IS
      *    TAKEN AS THE CUSTOMER ID ITSELF. WHAT WAS KEYED GOES
      *    ON THE ACCESS LOG WITH THE FIRST PAGE SHOWN.

           MOVE WS-IN-ARGUMENT TO ACCL-SEARCH-ARG.

           IF WS-IN-ARGUMENT(1:1) = '/'
              PERFORM 2200-FIND-BY-PHONE
       3000-SHOW-CUSTOMER  SECTION.

           PERFORM 3100-READ-CUSTOMER.
           MOVE 'DETAILS ' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'CUSTOMER DETAILS            PF2 METERS PF3 BILLS'
                TO WS-SCREEN-LINE(1).
           END-IF.
           MOVE 'PF4 COMPLAINTS PF5 DEPOSIT PF6 CORRESP CLEAR EXIT'
                TO WS-SCREEN-LINE(8).
           MOVE 'PF7 AUTHORIZED CONTACTS' TO WS-SCREEN-LINE(9).
           PERFORM 3200-SHOW-ALERT-BANNER.
           PERFORM 8000-SEND-SCREEN.

       3150-READ-SCORE  SECTION.
                RESP(WS-RESP)
           END-EXEC.

       3200-SHOW-ALERT-BANNER  SECTION.

      *    UP TO THREE LIVE ALERTS ON THE PREMISE THE ACCOUNT
      *    OCCUPIES FILL THE FOOT OF THE DETAILS PAGE. AN ALERT
      *    PAST ITS EXPIRY IS LEFT OFF EVEN BEFORE THE MONTHLY
      *    REVIEW MARKS IT. NO PREMISE, NO BANNER.

           MOVE CA-CUST-ID TO PRM-OCCUPANT-ID.
           EXEC CICS READ
                DATASET('PRMOPATH')
                INTO(WS-PREMISE-RECORD)
                RIDFLD(PRM-OCCUPANT-ID)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPKEY)
              GO TO 3200-EXIT
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE 9 TO WS-LINE-NO.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           MOVE PRM-PREMISE-ID TO ALRT-PREMISE-ID.
           MOVE ZEROS          TO ALRT-SEQ.

           EXEC CICS STARTBR
                DATASET('ALRTKSDS')
                RIDFLD(ALRT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 3200-EXIT
           END-IF.

           PERFORM 3250-BROWSE-ONE-ALERT UNTIL BROWSE-DONE.

           EXEC CICS ENDBR
                DATASET('ALRTKSDS')
                RESP(WS-RESP)
           END-EXEC.

       3200-EXIT.
           EXIT.

       3250-BROWSE-ONE-ALERT  SECTION.

           EXEC CICS READNEXT
                DATASET('ALRTKSDS')
                INTO(WS-ALERT-RECORD)
                RIDFLD(ALRT-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR ALRT-PREMISE-ID NOT = PRM-PREMISE-ID
              OR WS-LINE-NO > 11
              SET BROWSE-DONE TO TRUE
           ELSE
              IF ALRT-STAT-ACTIVE
                 AND (ALRT-EXPIRY-DATE = ZEROS
                      OR ALRT-EXPIRY-DATE >= WS-TODAY)
                 ADD 1 TO WS-LINE-NO
                 STRING '*** ALERT ' ALRT-TYPE ' ' ALRT-TEXT
                        ' BY ' ALRT-RAISED-BY
                        DELIMITED BY SIZE
                        INTO WS-SCREEN-LINE(WS-LINE-NO)
                 END-STRING
              END-IF
           END-IF.

       3100-READ-CUSTOMER  SECTION.

           MOVE CA-CUST-ID TO CUST-KEY.
      *    ALL OF THE CUSTOMER'S METERS, THROUGH THE CUSTOMER-ID
      *    ALTERNATE-INDEX PATH ON THE METER MASTER.

           MOVE 'METERS  ' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'METERS AND LATEST READINGS' TO WS-SCREEN-LINE(1).
           MOVE 2 TO WS-LINE-NO.
      *    RECENT BILLS OFF THE HISTORY CLUSTER, PLUS THE USAGE
      *    TREND OFF THE CONSUMPTION HISTORY.

           MOVE 'BILLS   ' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'RECENT BILLS AND USAGE TREND'
                TO WS-SCREEN-LINE(1).
      *    A FRONT-TO-BACK BROWSE FILTERED TO THE CUSTOMER --
      *    TOLERABLE AT COUNTER VOLUMES, AND HONEST ABOUT IT.

           MOVE 'COMPLNTS' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'OPEN COMPLAINTS' TO WS-SCREEN-LINE(1).
           MOVE 1 TO WS-LINE-NO.

       7000-SHOW-DEPOSIT  SECTION.

           MOVE 'DEPOSIT ' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'SECURITY DEPOSIT STANDING' TO WS-SCREEN-LINE(1).

      *    ORDER -- LETTERS, BILLS, NOTICES -- OFF THE
      *    CUSTOMER-KEYED CORRESPONDENCE CLUSTER.

           MOVE 'CORRESP ' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'CORRESPONDENCE TIMELINE' TO WS-SCREEN-LINE(1).
           MOVE 1 TO WS-LINE-NO.
              END-STRING
           END-IF.

       7700-SHOW-CONTACTS  SECTION.

      *    WHO ELSE MAY SPEAK FOR THE ACCOUNT, AND HOW FAR -- TWO
      *    LINES A CONTACT, FIVE CONTACTS A SCREEN. REMOVED
      *    CONTACTS ARE NOT SHOWN: THEY NO LONGER HAVE AUTHORITY.

           MOVE 'CONTACTS' TO ACCL-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'AUTHORIZED CONTACTS' TO WS-SCREEN-LINE(1).
           MOVE 1 TO WS-LINE-NO.
           MOVE 0 TO WS-ITEM-CTR.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           MOVE CA-CUST-ID TO ACON-CUST-ID.
           MOVE ZEROS      TO ACON-SEQ.

           EXEC CICS STARTBR
                DATASET('ACONKSDS')
                RIDFLD(ACON-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-DONE TO TRUE
           END-IF.

           PERFORM 7800-BROWSE-ONE-CONTACT UNTIL BROWSE-DONE.

           IF WS-ITEM-CTR = 0
              MOVE 'NO AUTHORIZED CONTACTS - ACCOUNT HOLDER ONLY'
                   TO WS-SCREEN-LINE(2)
           END-IF.

           EXEC CICS ENDBR
                DATASET('ACONKSDS')
                RESP(WS-RESP)
           END-EXEC.

           PERFORM 8000-SEND-SCREEN.

       7800-BROWSE-ONE-CONTACT  SECTION.

           EXEC CICS READNEXT
                DATASET('ACONKSDS')
                INTO(WS-CONTACT-RECORD)
                RIDFLD(ACON-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR ACON-CUST-ID NOT = CA-CUST-ID
              OR WS-LINE-NO > 10
              SET BROWSE-DONE TO TRUE
           ELSE
              IF ACON-STAT-ACTIVE
                 ADD 1 TO WS-ITEM-CTR
                 IF ACON-AUTH-CHANGES
                    MOVE 'INQUIRY + CHANGES' TO WS-AUTHORITY-TEXT
                 ELSE
                    MOVE 'INQUIRY ONLY'      TO WS-AUTHORITY-TEXT
                 END-IF
                 ADD 1 TO WS-LINE-NO
                 STRING ACON-SEQ ' ' ACON-NAME
                        ' REL ' ACON-RELATIONSHIP
                        ' ' WS-AUTHORITY-TEXT
                        DELIMITED BY SIZE
                        INTO WS-SCREEN-LINE(WS-LINE-NO)
                 END-STRING
                 ADD 1 TO WS-LINE-NO
                 STRING '   PHONE ' ACON-PHONE
                        ' EMAIL ' ACON-EMAIL
                        ' COPIES ' ACON-COPY-NOTICES
                        DELIMITED BY SIZE
                        INTO WS-SCREEN-LINE(WS-LINE-NO)
                 END-STRING
              END-IF
           END-IF.

       8000-SEND-SCREEN  SECTION.

      *    A PAGE FOR AN ACCOUNT IS LOGGED BEFORE IT GOES OUT --
      *    NO LOG ROW, NO PAGE. THE ID PROMPT IS NOT LOGGED.
           IF CA-CUST-ID NOT = SPACES
              PERFORM 8100-WRITE-ACCESS-LOG
           END-IF.

           EXEC CICS SEND TEXT
                FROM(WS-SCREEN-AREA)
                ERASE
                FREEKB
                RESP(WS-RESP)
           END-EXEC.

       8100-WRITE-ACCESS-LOG  SECTION.

      *    OPERATOR FROM THE SIGNED-ON USER, TERMINAL FROM THE
      *    EIB, TIME TO THE HUNDREDTH SO ONE TERMINAL'S PAGES
      *    STAY IN ORDER. A DUPLICATE KEY BUMPS THE SEQUENCE.

           EXEC CICS ASSIGN
                USERID(ACCL-OPERATOR-ID)
                RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(ACCL-DATE)
                TIME(WS-LOG-TIME)
           END-EXEC.
           DIVIDE WS-ABSTIME BY 1000 GIVING WS-LOG-SECONDS
                  REMAINDER WS-LOG-MILLIS.
           DIVIDE WS-LOG-MILLIS BY 10 GIVING WS-LOG-HUNDREDTHS.

           COMPUTE ACCL-TIME = WS-LOG-TIME * 100
                             + WS-LOG-HUNDREDTHS.
           MOVE EIBTRMID   TO ACCL-TERMINAL.
           MOVE ZEROS      TO ACCL-SEQ.
           MOVE 'CINQ001 ' TO ACCL-PROGRAM-ID.
           MOVE CA-CUST-ID TO ACCL-CUST-ID.

           SET LOG-WRITE-PENDING TO TRUE.
           PERFORM 8150-WRITE-ONE-LOG-ROW UNTIL NOT LOG-WRITE-PENDING.

           IF LOG-WRITE-FAILED
              MOVE SPACES TO WS-SCREEN-AREA
              MOVE 'ACCESS LOG UNAVAILABLE - INQUIRY NOT SHOWN'
                   TO WS-SCREEN-LINE(1)
              MOVE 'CALL THE HELP DESK, THEN PRESS CLEAR'
                   TO WS-SCREEN-LINE(2)
              MOVE SPACES TO CA-CUST-ID
           END-IF.

       8150-WRITE-ONE-LOG-ROW  SECTION.

           EXEC CICS WRITE
                DATASET('ACCLKSDS')
                FROM(WS-ACCESS-LOG-RECORD)
                RIDFLD(ACCL-KEY)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET LOG-WRITE-DONE TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                    AND ACCL-SEQ < 99
                   ADD 1 TO ACCL-SEQ
               WHEN OTHER
                   SET LOG-WRITE-FAILED TO TRUE
           END-EVALUATE.
