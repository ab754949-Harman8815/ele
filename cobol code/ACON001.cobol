       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACON001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-CONTACT-TRAN    ASSIGN TO ACONTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

      *    AUTHORIZED CONTACTS -- THE PEOPLE OTHER THAN THE NAMED
      *    ACCOUNT HOLDER WHO MAY SPEAK FOR THE ACCOUNT: SPOUSE,
      *    PROPERTY MANAGER, CARER, ACCOUNTANT. UP TO 99 PER
      *    CUSTOMER, KEYED CUSTOMER + SEQUENCE SO A PREFIX BROWSE
      *    FINDS THEM ALL. CINQ001 SHOWS THEM TO THE COUNTER CLERK
      *    VERIFYING A CALLER; DUNN001 AND DISCLTR RAISE A COPY OF
      *    EVERY ARREARS AND DISCONNECTION NOTICE FOR EACH ONE
      *    FLAGGED TO RECEIVE COPIES, AND NOTIFHUB DELIVERS IT.
           SELECT MO01-CONTACT-KSDS    ASSIGN TO ACONKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACON-KEY
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-CONTACT-ERR     ASSIGN TO ACONERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE TRANSACTION PER CONTACT ACTION -- 'A' ADDS A CONTACT
      *    UNDER THE CUSTOMER AT THE SEQUENCE GIVEN, 'C' REPLACES
      *    ITS DETAILS, 'X' REMOVES ITS AUTHORITY. A REMOVED
      *    CONTACT STAYS ON FILE SO THE HISTORY OF WHO COULD SPEAK
      *    FOR THE ACCOUNT SURVIVES.
       FD TI01-CONTACT-TRAN
           RECORDING MODE          IS F
           RECORD CONTAINS         86  CHARACTERS.

       01 TI01-CONTACT-TRAN-RECORD.
          05 IN-TRANS-TYPE       PIC X(01).
             88 IN-TRANS-ADD                 VALUE 'A'.
             88 IN-TRANS-CHANGE              VALUE 'C'.
             88 IN-TRANS-REMOVE              VALUE 'X'.
          05 IN-CUST-ID          PIC X(12).
          05 IN-SEQ              PIC 9(02).
          05 IN-NAME             PIC X(30).
          05 IN-RELATIONSHIP     PIC X(02).
             88 IN-REL-VALID                 VALUE 'SP' 'PM' 'CR'
                                                   'AC' 'FM' 'OT'.
          05 IN-PHONE            PIC X(12).
          05 IN-EMAIL            PIC X(25).
          05 IN-AUTHORITY        PIC X(01).
             88 IN-AUTH-VALID                VALUE 'I' 'C'.
          05 IN-COPY-NOTICES     PIC X(01).
             88 IN-COPY-VALID                VALUE 'Y' 'N'.
             88 IN-COPY-WANTED               VALUE 'Y'.

       FD MO01-CONTACT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MO01-CONTACT-RECORD.
          05 ACON-KEY.
             10 ACON-CUST-ID      PIC X(12).
             10 ACON-SEQ          PIC 9(02).
          05 ACON-NAME            PIC X(30).
          05 ACON-RELATIONSHIP    PIC X(02).
             88 ACON-REL-SPOUSE              VALUE 'SP'.
             88 ACON-REL-PROPERTY-MGR        VALUE 'PM'.
             88 ACON-REL-CARER               VALUE 'CR'.
             88 ACON-REL-ACCOUNTANT          VALUE 'AC'.
             88 ACON-REL-FAMILY              VALUE 'FM'.
             88 ACON-REL-OTHER               VALUE 'OT'.
          05 ACON-PHONE           PIC X(12).
          05 ACON-EMAIL           PIC X(25).
          05 ACON-AUTHORITY       PIC X(01).
             88 ACON-AUTH-INQUIRY            VALUE 'I'.
             88 ACON-AUTH-CHANGES            VALUE 'C'.
          05 ACON-COPY-NOTICES    PIC X(01).
             88 ACON-COPY-WANTED             VALUE 'Y'.
          05 ACON-STATUS          PIC X(01).
             88 ACON-STAT-ACTIVE             VALUE 'A'.
             88 ACON-STAT-REMOVED            VALUE 'X'.
          05 ACON-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(26).

      *    CUSTOMER MASTER -- READ ONLY TO PROVE THE ACCOUNT EXISTS,
      *    SO NOTHING PAST THE KEY IS NAMED.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 FILLER           PIC X(138).

       FD TO01-CONTACT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         87  CHARACTERS.

       01 TO01-CONTACT-ERR-RECORD.
          05 ERR-TRAN-IMAGE      PIC X(86).
          05 ERR-REASON          PIC X(01).
             88 ERR-REAS-DUP-ENTRY          VALUE '1'.
             88 ERR-REAS-NOT-FOUND          VALUE '2'.
             88 ERR-REAS-BAD-TRANS-TYPE     VALUE '3'.
             88 ERR-REAS-NO-CUSTOMER        VALUE '4'.
             88 ERR-REAS-NO-NAME            VALUE '5'.
             88 ERR-REAS-BAD-AUTHORITY      VALUE '6'.
             88 ERR-REAS-BAD-RELATIONSHIP   VALUE '7'.
             88 ERR-REAS-BAD-COPY-FLAG      VALUE '8'.
             88 ERR-REAS-NO-CHANNEL         VALUE '9'.

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.

       01 MO09-AUDIT-RECORD.
          05 AUDT-KEY.
             10 AUDT-PROGRAM-ID     PIC X(08).
             10 AUDT-RUN-DATE       PIC 9(08).
             10 AUDT-RUN-TIME       PIC 9(06).
             10 AUDT-SEQ-NO         PIC 9(04).
          05 AUDT-RECORD-KEY        PIC X(20).
          05 AUDT-BEFORE-IMAGE      PIC X(150).
          05 AUDT-AFTER-IMAGE       PIC X(150).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-VARIABLES.
          05 WS-AUDT-STATUS        PIC X(02).
             88 AUDT-IO-STATUS     VALUE '00'.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-EDIT-VARIABLES.
          05 WS-EDIT-FLAG          PIC X(01) VALUE 'Y'.
             88 TRAN-EDITS-OK      VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REMOVE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ACON001 EXECUTION BEGINS HERE ..........'
           DISPLAY '  AUTHORIZED CONTACTS MAINTENANCE       '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-CONTACT-TRAN UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-CONTACT-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY 'ERROR OPENING CONTACT TRAN FILE: '
                      WS-TRAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-CONTACT-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY 'ERROR OPENING CONTACT KSDS: ' WS-KSDS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: ' WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CONTACT-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY 'ERROR OPENING CONTACT ERROR FILE: '
                      WS-ERR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO09-AUDIT-KSDS.
           IF NOT AUDT-IO-STATUS
              DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                      WS-AUDT-STATUS
              STOP RUN
           END-IF.

       2200-READ-CONTACT-TRAN  SECTION.

           READ TI01-CONTACT-TRAN
                AT END  SET TRAN-EOF TO TRUE
                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-PROCESS-TRANSACTION
           END-READ.

       2300-PROCESS-TRANSACTION SECTION.

           EVALUATE TRUE
               WHEN IN-TRANS-ADD
                  PERFORM 2310-ADD-CONTACT
               WHEN IN-TRANS-CHANGE
                  PERFORM 2320-CHANGE-CONTACT
               WHEN IN-TRANS-REMOVE
                  PERFORM 2330-REMOVE-CONTACT
               WHEN OTHER
                  DISPLAY 'INVALID TRANSACTION TYPE: ' IN-TRANS-TYPE
                  ADD 1 TO WS-ERROR-CTR
                  SET ERR-REAS-BAD-TRANS-TYPE TO TRUE
                  PERFORM 2900-WRITE-ERR-RECORD
           END-EVALUATE.

       2310-ADD-CONTACT SECTION.

           PERFORM 2400-EDIT-CONTACT.
           IF NOT TRAN-EDITS-OK
              GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO MO01-CONTACT-RECORD.
           MOVE IN-CUST-ID         TO ACON-CUST-ID.
           MOVE IN-SEQ             TO ACON-SEQ.
           PERFORM 2450-MOVE-DETAILS.
           SET ACON-STAT-ACTIVE    TO TRUE.
           MOVE SPACES             TO WS-AUDIT-BEFORE.
           WRITE MO01-CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'CONTACT ALREADY ON FILE FOR: '
                           IN-CUST-ID ' SEQ ' IN-SEQ
                   ADD 1 TO WS-ERROR-CTR
                   SET ERR-REAS-DUP-ENTRY TO TRUE
                   PERFORM 2900-WRITE-ERR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   DISPLAY 'CONTACT ADDED FOR: ' ACON-CUST-ID
                           ' SEQ ' ACON-SEQ
           END-WRITE.

       2310-EXIT.
           EXIT.

       2320-CHANGE-CONTACT SECTION.

           PERFORM 2400-EDIT-CONTACT.
           IF NOT TRAN-EDITS-OK
              GO TO 2320-EXIT
           END-IF.

           MOVE IN-CUST-ID TO ACON-CUST-ID.
           MOVE IN-SEQ     TO ACON-SEQ.

           READ MO01-CONTACT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-CONTACT-RECORD TO WS-AUDIT-BEFORE
                   PERFORM 2450-MOVE-DETAILS
                   SET ACON-STAT-ACTIVE TO TRUE
                   PERFORM 2800-REWRITE-CONTACT
                   ADD 1 TO WS-CHANGE-CTR
           END-READ.

       2320-EXIT.
           EXIT.

       2330-REMOVE-CONTACT SECTION.

           MOVE IN-CUST-ID TO ACON-CUST-ID.
           MOVE IN-SEQ     TO ACON-SEQ.

           READ MO01-CONTACT-KSDS
               INVALID KEY
                   PERFORM 2910-REJECT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MO01-CONTACT-RECORD TO WS-AUDIT-BEFORE
                   SET ACON-STAT-REMOVED TO TRUE
                   MOVE WS-DATE TO ACON-EFF-DATE
                   PERFORM 2800-REWRITE-CONTACT
                   ADD 1 TO WS-REMOVE-CTR
           END-READ.

       2400-EDIT-CONTACT SECTION.

      *    A CONTACT MUST HANG OFF A REAL ACCOUNT, BE NAMED, AND
      *    CARRY RECOGNISED CODES. ONE FLAGGED FOR NOTICE COPIES
      *    NEEDS A PHONE OR AN E-MAIL ADDRESS TO SEND THEM TO.
           MOVE 'Y' TO WS-EDIT-FLAG.

           MOVE IN-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   DISPLAY 'CONTACT FOR UNKNOWN CUSTOMER: '
                           IN-CUST-ID
                   SET ERR-REAS-NO-CUSTOMER TO TRUE
                   GO TO 2400-REJECT
           END-READ.

           IF IN-NAME = SPACES
              DISPLAY 'CONTACT WITHOUT A NAME: ' IN-CUST-ID
              SET ERR-REAS-NO-NAME TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF NOT IN-REL-VALID
              DISPLAY 'INVALID RELATIONSHIP: ' IN-RELATIONSHIP
              SET ERR-REAS-BAD-RELATIONSHIP TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF NOT IN-AUTH-VALID
              DISPLAY 'INVALID AUTHORITY LEVEL: ' IN-AUTHORITY
              SET ERR-REAS-BAD-AUTHORITY TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF NOT IN-COPY-VALID
              DISPLAY 'INVALID COPY-NOTICES FLAG: ' IN-COPY-NOTICES
              SET ERR-REAS-BAD-COPY-FLAG TO TRUE
              GO TO 2400-REJECT
           END-IF.

           IF IN-COPY-WANTED
              AND IN-PHONE = SPACES
              AND IN-EMAIL = SPACES
              DISPLAY 'NOTICE COPIES WITH NO PHONE OR E-MAIL: '
                      IN-CUST-ID ' SEQ ' IN-SEQ
              SET ERR-REAS-NO-CHANNEL TO TRUE
              GO TO 2400-REJECT
           END-IF.

           GO TO 2400-EXIT.

       2400-REJECT.
           MOVE 'N' TO WS-EDIT-FLAG.
           ADD 1 TO WS-ERROR-CTR.
           PERFORM 2900-WRITE-ERR-RECORD.

       2400-EXIT.
           EXIT.

       2450-MOVE-DETAILS SECTION.

           MOVE IN-NAME            TO ACON-NAME.
           MOVE IN-RELATIONSHIP    TO ACON-RELATIONSHIP.
           MOVE IN-PHONE           TO ACON-PHONE.
           MOVE IN-EMAIL           TO ACON-EMAIL.
           MOVE IN-AUTHORITY       TO ACON-AUTHORITY.
           MOVE IN-COPY-NOTICES    TO ACON-COPY-NOTICES.
           MOVE WS-DATE            TO ACON-EFF-DATE.

       2800-REWRITE-CONTACT SECTION.

           REWRITE MO01-CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'CONTACT REWRITE FAILED: ' ACON-CUST-ID
                           ' SEQ ' ACON-SEQ
                           ' STATUS: ' WS-KSDS-STATUS
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
           END-REWRITE.

       2900-WRITE-ERR-RECORD SECTION.

           MOVE TI01-CONTACT-TRAN-RECORD TO ERR-TRAN-IMAGE.

           WRITE TO01-CONTACT-ERR-RECORD.

       2910-REJECT-NOT-FOUND SECTION.

           DISPLAY 'NO CONTACT ON FILE FOR: ' IN-CUST-ID
                   ' SEQ ' IN-SEQ.
           ADD 1 TO WS-ERROR-CTR.
           SET ERR-REAS-NOT-FOUND TO TRUE.
           PERFORM 2900-WRITE-ERR-RECORD.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'ACON001 ' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE SPACES             TO AUDT-RECORD-KEY.
           MOVE ACON-KEY           TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE SPACES             TO AUDT-AFTER-IMAGE.
           MOVE MO01-CONTACT-RECORD TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS PROCESSED   ',  WS-READ-CTR
           DISPLAY ' CONTACTS ADDED           ',  WS-ADD-CTR
           DISPLAY ' CONTACTS CHANGED         ',  WS-CHANGE-CTR
           DISPLAY ' CONTACTS REMOVED         ',  WS-REMOVE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-CONTACT-TRAN,
                  MO01-CONTACT-KSDS,
                  MI01-CUSTOMER-KSDS,
                  TO01-CONTACT-ERR,
                  MO09-AUDIT-KSDS.

           STOP RUN.
