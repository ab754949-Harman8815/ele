           RECORD KEY             IS PROT-CUST-ID
           FILE STATUS            IS WS-PROT-STATUS.

      *    EVERY LETTER GOES IN THE POST -- ITS LINES ARE ALSO
      *    WRITTEN HERE UNDER THE CUSTOMER'S ZIP FOR THE SORT AND
      *    PSRT001 PRESORT STEPS THAT BUILD THE MAILROOM TRAYS.
           SELECT TO03-PRESORT-WORK   ASSIGN TO PSRTWORK
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-PSW-STATUS.

      *    AUTHORIZED CONTACTS MAINTAINED BY ACON001 -- EVERY ONE
      *    FLAGGED FOR NOTICE COPIES GETS A COPY OF THE NOTICE
      *    THROUGH THE CENTRAL HUB.
           SELECT MI03-CONTACT-KSDS ASSIGN TO ACONKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ACON-KEY
           FILE STATUS            IS WS-ACON-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 TI01-DISCON-RECORD.
          05 DX-CUST-ID        PIC X(14).
          05 DX-BILL-ID        PIC X(14).
      *    DISCONEX PUTS THIS IN PLACE OF A BILL ID WHEN THE CANDIDATE
      *    IS A METER WHOSE ACCESS HAS BEEN REFUSED, NOT AN ARREARS.
             88 DX-ACCESS-REFUSAL             VALUE 'NO-ACCESS'.
          05 DX-FIRST-NAME     PIC X(10).
          05 DX-LAST-NAME      PIC X(10).
          05 DX-ADDRESS        PIC X(29).
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 CUST-STATUS-EFF-DATE PIC 9(8).
          05 CUST-DELIVERY-PREF PIC X(1).
          05 CUST-EMAIL        PIC X(25).
          05 FILLER           PIC X(4).
          05 CUST-MAIL-UNDELIV PIC X(1).
          05 CUST-LANGUAGE-CODE PIC X(1).

       FD TO01-DISCON-LETTERS
           RECORDING MODE          IS F

       01 TO01-LETTER-RECORD    PIC X(80).

      *    SAME PRESORT WORK LAYOUT PSRT001 READS BACK.
       FD TO03-PRESORT-WORK
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO03-PRESORT-RECORD.
          05 PSW-ZIP-CODE         PIC X(09).
          05 PSW-CUST-ID          PIC X(12).
          05 PSW-DOC-SEQ          PIC 9(06).
          05 PSW-LINE-SEQ         PIC 9(04).
          05 PSW-UNDELIV          PIC X(01).
          05 PSW-LINE             PIC X(100).

      *    SAME PROTECTED-CUSTOMER LAYOUT PROT001 MAINTAINS.
       FD MI02-PROTECT-KSDS
           RECORD CONTAINS         43  CHARACTERS.
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).

      *    SAME AUTHORIZED-CONTACT LAYOUT ACON001 MAINTAINS.
       FD MI03-CONTACT-KSDS
           RECORD CONTAINS         120 CHARACTERS.

       01 MI03-CONTACT-RECORD.
          05 ACON-KEY.
             10 ACON-CUST-ID      PIC X(12).
             10 ACON-SEQ          PIC 9(02).
          05 ACON-NAME            PIC X(30).
          05 ACON-RELATIONSHIP    PIC X(02).
          05 ACON-PHONE           PIC X(12).
          05 ACON-EMAIL           PIC X(25).
          05 ACON-AUTHORITY       PIC X(01).
          05 ACON-COPY-NOTICES    PIC X(01).
             88 ACON-COPY-WANTED             VALUE 'Y'.
          05 ACON-STATUS          PIC X(01).
             88 ACON-STAT-ACTIVE             VALUE 'A'.
          05 ACON-EFF-DATE        PIC 9(08).
          05 FILLER               PIC X(26).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-PROT-STATUS        PIC X(02).
             88 PROT-IO-STATUS     VALUE '00'.
             88 PROT-ROW-NOTFND    VALUE '23'.
          05 WS-PSW-STATUS         PIC X(02).
             88 PSW-IO-STATUS      VALUE '00'.

      *    NUMBER OF DAYS FROM THE RUN DATE A CUSTOMER IS GIVEN
      *    BEFORE DISCONNECTION TAKES EFFECT.
       01 WS-NRQ-STATUS            PIC X(02).
          88 NRQ-IO-STATUS         VALUE '00'.

      *    NOTICE COPIES FOR AUTHORIZED CONTACTS.
       01 WS-CONTACT-VARIABLES.
          05 WS-ACON-STATUS        PIC X(02).
             88 ACON-IO-STATUS     VALUE '00'.
          05 WS-CONTACT-DONE-FLAG  PIC X(01) VALUE 'N'.
             88 CONTACT-SCAN-DONE  VALUE 'Y'.
          05 WS-NOTICE-TEXT        PIC X(60) VALUE SPACES.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FMT.
          05 WS-L-CITY             PIC X(10).
          05 WS-L-AMOUNT           PIC $$,$$$,$$9.99.

      *    EVERY LINE OF THE LETTER, AND THE NOTIFICATION TEXT, IS
      *    LOOKED UP IN THE CUSTOMER'S LANGUAGE THROUGH TXTRTN. THE
      *    ENGLISH WORDING BUILT IN HERE STANDS WHEN THE TEMPLATE
      *    MASTER HAS NOTHING BETTER; '&1' AND '&2' MARK WHERE THE
      *    BILL, AMOUNT, DATE OR NAME IS DROPPED IN.
       01 WS-TEXT-REQUEST.
          05 WS-TXT-LANGUAGE       PIC X(01).
          05 WS-TXT-ID             PIC X(08).
          05 WS-TXT-VALUES.
             10 WS-TXT-VALUE-1     PIC X(20).
             10 WS-TXT-VALUE-2     PIC X(20).
             10 WS-TXT-VALUE-3     PIC X(20).
          05 WS-TXT-LINE           PIC X(72).
          05 WS-TXT-STATUS         PIC X(02).

       01 WS-COUNTERS.
          05 WS-LETTER-CNT         PIC 9(06) VALUE ZERO.
          05 WS-SKIPPED-CNT        PIC 9(06) VALUE ZERO.
          05 WS-PROTECTED-CNT      PIC 9(06) VALUE ZERO.
          05 WS-LINE-SEQ           PIC 9(04) VALUE ZERO.
          05 WS-COPY-CTR           PIC 9(06) VALUE ZERO.

       01 WS-PROTECT-FLAG          PIC X(01) VALUE 'N'.
          88 PROTECTION-SHIELDS    VALUE 'Y'.
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-PRESORT-WORK.
           IF NOT PSW-IO-STATUS
              DISPLAY 'ERROR OPENING PRESORT WORK FILE: '
                      WS-PSW-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONTACT-KSDS.
           IF NOT ACON-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORIZED CONTACT KSDS: '
                      WS-ACON-STATUS
              STOP RUN
           END-IF.

       2150-OPEN-NOTIF-REQ  SECTION.

           OPEN OUTPUT TO09-NOTIF-REQ.

           IF CUST-IO-STATUS
              IF ACCT-DISCONNECTED OR ACCT-CLOSED
                 OR ACCT-SUSPENDED
                 ADD 1 TO WS-SKIPPED-CNT
                 DISPLAY 'LETTER SKIPPED - ACCOUNT STATUS '
                         CUST-ACCT-STATUS ': ' CUST-KEY
                 ELSE
                    PERFORM 2400-PRINT-LETTER
                    PERFORM 2450-WRITE-NOTIF-REQUEST
                    PERFORM 2460-COPY-TO-CONTACTS
                 END-IF
              END-IF
           ELSE

       2400-PRINT-LETTER  SECTION.

           ADD 1 TO WS-LETTER-CNT
           MOVE ZERO TO WS-LINE-SEQ
           MOVE DX-AMOUNT-DUE TO WS-L-AMOUNT
           MOVE SPACES TO WS-TXT-VALUES

           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' CUST-LAST-NAME DELIMITED BY SPACE
                  INTO WS-L-FULL-NAME

           MOVE CUST-ADDRESS TO WS-L-ADDRESS
           MOVE CUST-CITY TO WS-L-CITY

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0001' TO WS-TXT-ID.
           MOVE 'ABC ELECTRICITY COMPANY' TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0002' TO WS-TXT-ID.
           MOVE 'DATE: &1' TO WS-TXT-LINE.
           MOVE WS-RUN-DATE-STR TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE WS-L-FULL-NAME TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE WS-L-ADDRESS TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE WS-L-CITY TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           IF DX-ACCESS-REFUSAL
              MOVE 'DISC0003' TO WS-TXT-ID
              MOVE SPACES TO WS-TXT-LINE
              STRING 'RE: METER ACCESS -- NOTICE OF IMPENDING '
                     'DISCONNECTION'
                     DELIMITED BY SIZE
                     INTO WS-TXT-LINE
              END-STRING
           ELSE
              MOVE 'DISC0004' TO WS-TXT-ID
              MOVE 'RE: BILL &1 -- NOTICE OF IMPENDING DISCONNECTION'
                  TO WS-TXT-LINE
              MOVE DX-BILL-ID TO WS-TXT-VALUE-1
           END-IF.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0005' TO WS-TXT-ID.
           MOVE 'DEAR &1 &2,' TO WS-TXT-LINE.
           MOVE CUST-FIRST-NAME TO WS-TXT-VALUE-1.
           MOVE CUST-LAST-NAME  TO WS-TXT-VALUE-2.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           IF DX-ACCESS-REFUSAL
              PERFORM 2420-ACCESS-BODY
           ELSE
              PERFORM 2410-ARREARS-BODY
           END-IF.

           MOVE 'DISC0016' TO WS-TXT-ID.
           MOVE 'ABC ELECTRICITY COMPANY - BILLING DEPARTMENT'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.
           PERFORM 2485-WRITE-LETTER-LINE.

       2410-ARREARS-BODY  SECTION.

           MOVE 'DISC0006' TO WS-TXT-ID.
           MOVE 'OUR RECORDS SHOW THE ABOVE BILL HAS REMAINED UNPAID'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0007' TO WS-TXT-ID.
           MOVE 'FOR &1 CONSECUTIVE BILLING CYCLES.' TO WS-TXT-LINE.
           MOVE DX-DUE-CYCLES TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0008' TO WS-TXT-ID.
           MOVE 'AMOUNT DUE: &1' TO WS-TXT-LINE.
           MOVE WS-L-AMOUNT TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0009' TO WS-TXT-ID.
           MOVE 'PLEASE REMIT PAYMENT IN FULL BY: &1' TO WS-TXT-LINE.
           MOVE WS-CUTOFF-DATE-STR TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0010' TO WS-TXT-ID.
           MOVE 'SERVICE TO THIS ACCOUNT WILL BE DISCONNECTED'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0011' TO WS-TXT-ID.
           MOVE 'IF PAYMENT IS NOT RECEIVED BY THE DATE ABOVE.'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

      *    BODY FOR AN ACCOUNT WHOSE METER HAS BEEN INACCESSIBLE -
      *    NOTHING IS OWED, SO THE LETTER ASKS FOR ACCESS, NOT MONEY.
       2420-ACCESS-BODY  SECTION.

           MOVE 'DISC0012' TO WS-TXT-ID.
           MOVE 'OUR METER READERS HAVE BEEN UNABLE TO GAIN ACCESS'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0013' TO WS-TXT-ID.
           MOVE 'TO YOUR METER FOR &1 CONSECUTIVE READING CYCLES.'
               TO WS-TXT-LINE.
           MOVE DX-DUE-CYCLES TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0014' TO WS-TXT-ID.
           MOVE 'PLEASE CONTACT US TO ARRANGE ACCESS BY: &1'
               TO WS-TXT-LINE.
           MOVE WS-CUTOFF-DATE-STR TO WS-TXT-VALUE-1.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

           MOVE 'DISC0010' TO WS-TXT-ID.
           MOVE 'SERVICE TO THIS ACCOUNT WILL BE DISCONNECTED'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE 'DISC0015' TO WS-TXT-ID.
           MOVE 'IF THE METER CANNOT BE READ BY THE DATE ABOVE.'
               TO WS-TXT-LINE.
           PERFORM 2480-WRITE-TEXT-LINE.

           MOVE SPACES TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

       2450-WRITE-NOTIF-REQUEST  SECTION.

           MOVE CUST-KEY        TO NRQ-CUST-ID.
           MOVE 'DISC'          TO NRQ-DOC-TYPE.
           MOVE DX-BILL-ID      TO NRQ-REF.
           IF DX-ACCESS-REFUSAL
              MOVE 'DISC0017' TO WS-TXT-ID
              MOVE 'DISCONNECTION WARNING - ALLOW METER ACCESS BY &1'
                  TO WS-TXT-LINE
              MOVE WS-CUTOFF-DATE-STR TO WS-TXT-VALUE-1
           ELSE
              MOVE 'DISC0018' TO WS-TXT-ID
              MOVE 'DISCONNECTION WARNING - PAY &1 BY &2'
                  TO WS-TXT-LINE
              MOVE WS-L-AMOUNT        TO WS-TXT-VALUE-1
              MOVE WS-CUTOFF-DATE-STR TO WS-TXT-VALUE-2
           END-IF.
           PERFORM 2490-GET-TEXT.
           MOVE WS-TXT-LINE     TO NRQ-TEXT.
           MOVE WS-DATE         TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.

       2460-COPY-TO-CONTACTS  SECTION.

      *    ONE 'NCPY' REQUEST PER AUTHORIZED CONTACT FLAGGED FOR
      *    COPIES, CARRYING THE NOTICE TEXT JUST SENT AND THE
      *    CONTACT'S KEY AS REFERENCE -- NOTIFHUB LOOKS THE CONTACT
      *    UP AND SENDS IT TO THEIR E-MAIL OR PHONE.
           MOVE NRQ-TEXT   TO WS-NOTICE-TEXT.
           MOVE 'N'        TO WS-CONTACT-DONE-FLAG.
           MOVE CUST-KEY   TO ACON-CUST-ID.
           MOVE ZEROS      TO ACON-SEQ.
           START MI03-CONTACT-KSDS KEY IS NOT LESS THAN ACON-KEY
               INVALID KEY
                   SET CONTACT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2465-COPY-ONE-CONTACT UNTIL CONTACT-SCAN-DONE.

       2465-COPY-ONE-CONTACT  SECTION.

           READ MI03-CONTACT-KSDS NEXT
               AT END
                   SET CONTACT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACON-CUST-ID NOT = CUST-KEY
                      SET CONTACT-SCAN-DONE TO TRUE
                   ELSE
                      IF ACON-STAT-ACTIVE AND ACON-COPY-WANTED
                         PERFORM 2467-WRITE-COPY-REQUEST
                      END-IF
                   END-IF
           END-READ.

       2467-WRITE-COPY-REQUEST  SECTION.

           MOVE SPACES          TO TO09-NOTIF-REQ-RECORD.
           MOVE CUST-KEY        TO NRQ-CUST-ID.
           MOVE 'NCPY'          TO NRQ-DOC-TYPE.
           MOVE ACON-KEY        TO NRQ-REF.
           STRING 'COPY: ' WS-NOTICE-TEXT
                  DELIMITED BY SIZE
                  INTO NRQ-TEXT
           END-STRING.
           MOVE WS-DATE         TO NRQ-REQ-DATE.
           WRITE TO09-NOTIF-REQ-RECORD.
           ADD 1 TO WS-COPY-CTR.

       2480-WRITE-TEXT-LINE  SECTION.

           PERFORM 2490-GET-TEXT.
           MOVE WS-TXT-LINE TO TO01-LETTER-RECORD.
           PERFORM 2485-WRITE-LETTER-LINE.

       2485-WRITE-LETTER-LINE  SECTION.

      *    THE LETTER LINE GOES TO DISCLTRS AS ALWAYS AND, UNDER THE
      *    CUSTOMER'S ZIP AND THIS LETTER'S NUMBER, TO THE PRESORT.
           WRITE TO01-LETTER-RECORD.

           ADD 1 TO WS-LINE-SEQ.
           MOVE SPACES             TO TO03-PRESORT-RECORD.
           MOVE CUST-ZIP-CODE      TO PSW-ZIP-CODE.
           MOVE CUST-KEY           TO PSW-CUST-ID.
           MOVE WS-LETTER-CNT      TO PSW-DOC-SEQ.
           MOVE WS-LINE-SEQ        TO PSW-LINE-SEQ.
           MOVE CUST-MAIL-UNDELIV  TO PSW-UNDELIV.
           MOVE TO01-LETTER-RECORD TO PSW-LINE.
           WRITE TO03-PRESORT-RECORD.

       2490-GET-TEXT  SECTION.

      *    THE VALUES ARE CLEARED ONCE THE TEXT IS BUILT SO THE NEXT
      *    LINE STARTS FROM NOTHING.
           MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE.
           CALL 'TXTRTN' USING WS-TEXT-REQUEST.
           MOVE SPACES TO WS-TXT-VALUES.

       9000-TERMINATE   SECTION.

           CLOSE TI01-DISCON-EXTRACT,
                 MI01-CUSTOMER-KSDS,
                 TO01-DISCON-LETTERS,
                 MI02-PROTECT-KSDS,
                 TO03-PRESORT-WORK,
                 MI03-CONTACT-KSDS.

           DISPLAY 'DISCONNECTION LETTER GENERATION COMPLETE'.
           DISPLAY 'LETTERS WRITTEN: ' WS-LETTER-CNT.
                   WS-SKIPPED-CNT.
           DISPLAY 'LETTERS BLOCKED - PROTECTED: '
                   WS-PROTECTED-CNT.
           DISPLAY 'CONTACT COPIES RAISED: ' WS-COPY-CTR.

           STOP RUN.
