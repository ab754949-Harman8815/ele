           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RET-STATUS.

      *    PREMISE MASTER -- A REQUEST WITH NO CUSTOMER IS
      *    ADDRESSED TO WHOEVER IS AT THE PREMISE NAMED IN ITS
      *    REFERENCE (VACC001'S APPLY-FOR-SERVICE LETTER), AND CAN
      *    ONLY GO ON PAPER.
           SELECT MI02-PREMISE-KSDS   ASSIGN TO PRMKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRM-PREMISE-ID
           ALTERNATE RECORD KEY   IS PRM-OCCUPANT-ID
                                  WITH DUPLICATES
           FILE STATUS            IS WS-PRM-STATUS.

      *    CUSTOMER MASTER -- THE DELIVERY PREFERENCE DECIDES THE
      *    CHANNEL, AND THE PHONE/EMAIL FIELDS FEED THE HAND-OFF.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           RECORD KEY             IS CORR-KEY
           FILE STATUS            IS WS-CORR-STATUS.

      *    AUTHORIZED CONTACTS MAINTAINED BY ACON001 -- A NOTICE
      *    COPY ('NCPY') NAMES THE CONTACT IN ITS REFERENCE AND GOES
      *    TO THAT CONTACT'S E-MAIL OR PHONE, NOT THE ACCOUNT'S.
           SELECT MI03-CONTACT-KSDS   ASSIGN TO ACONKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ACON-KEY
           FILE STATUS            IS WS-ACON-STATUS.

           SELECT CTL-ID-COUNTER      ASSIGN TO IDCTRF
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
       01 TI01-NOTIF-REQ-RECORD.
          05 NRQ-CUST-ID         PIC X(12).
          05 NRQ-DOC-TYPE        PIC X(04).
             88 NRQ-DUPLICATE-BILL          VALUE 'BDUP'.
             88 NRQ-NOTICE-COPY             VALUE 'NCPY'.
      *          THE PRODUCER HAS ALREADY WORDED THESE IN THE
      *          CUSTOMER'S LANGUAGE THROUGH TXTRTN, WITH THE AMOUNTS
      *          AND DATES FILLED IN.
             88 NRQ-PRODUCER-WORDED         VALUE 'DUNN' 'DISC'
                                                  'PACK' 'PDDF'
                                                  'PCHQ' 'PREV'.
          05 NRQ-REF             PIC X(14).
          05 NRQ-TEXT            PIC X(60).
          05 NRQ-REQ-DATE        PIC 9(08).
      *    CONTACTS THE ACCOUNT BY PHONE OR EMAIL INSTEAD.
          05 CUST-MAIL-UNDELIV PIC X(01).
             88 MAIL-UNDELIVERABLE       VALUE 'Y'.
          05 CUST-LANGUAGE-CODE PIC X(01).
             88 LANG-ENGLISH             VALUE 'E' SPACE.

      *    SAME PREMISE LAYOUT PREM001 MAINTAINS.
       FD MI02-PREMISE-KSDS
           RECORD CONTAINS         103  CHARACTERS.

       01 MI02-PREMISE-RECORD.
          05 PRM-PREMISE-ID       PIC X(10).
          05 PRM-ADDRESS          PIC X(29).
          05 PRM-CITY             PIC X(10).
          05 PRM-ZIP-CODE         PIC X(09).
          05 PRM-AREA-CODE        PIC X(06).
          05 PRM-OWNER-ID         PIC X(12).
          05 PRM-OCCUPANT-ID      PIC X(12).
          05 PRM-METER-ID         PIC X(14).
          05 PRM-REVERT-FLAG      PIC X(01).

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

       FD MO01-NOTIF-LOG-KSDS
           RECORD CONTAINS         58  CHARACTERS.
             88 RET-NOT-FOUND      VALUE '35'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-PRM-STATUS         PIC X(02).
             88 PRM-IO-STATUS      VALUE '00'.
          05 WS-ACON-STATUS        PIC X(02).
             88 ACON-IO-STATUS     VALUE '00'.
          05 WS-NLG-STATUS         PIC X(02).
             88 NLG-IO-STATUS      VALUE '00'.
          05 WS-CORR-STATUS        PIC X(02).
       01 WS-ID-GEN.
          05 WS-NOTIF-ID           PIC 9(09) VALUE ZEROS.

      *    A CUSTOMER WHO READS ANOTHER LANGUAGE GETS THE 'NTFY'
      *    TEMPLATE FOR THE DOCUMENT TYPE IN THAT LANGUAGE, WITH THE
      *    REQUEST'S REFERENCE AS '&1'. WITH NO SUCH TEMPLATE THE
      *    PRODUCER'S OWN TEXT GOES OUT AS IT CAME. NOTICES WHOSE
      *    PRODUCERS WORD THEM THEMSELVES (NRQ-PRODUCER-WORDED) ARE
      *    NEVER REPLACED.
       01 WS-TEXT-REQUEST.
          05 WS-TXT-LANGUAGE       PIC X(01).
          05 WS-TXT-ID.
             10 FILLER             PIC X(04) VALUE 'NTFY'.
             10 WS-TXT-DOC-TYPE    PIC X(04).
          05 WS-TXT-VALUES.
             10 WS-TXT-VALUE-1     PIC X(20).
             10 WS-TXT-VALUE-2     PIC X(20).
             10 WS-TXT-VALUE-3     PIC X(20).
          05 WS-TXT-LINE           PIC X(72).
          05 WS-TXT-STATUS         PIC X(02).

       01 WS-COUNTERS.
          05 WS-REQ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-PRINT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-EMAIL-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-RET-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-SUPPRESS-CTR       PIC 9(05) VALUE ZEROS.
          05 WS-COPY-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
              STOP RUN
           END-IF.

           OPEN INPUT MI02-PREMISE-KSDS.
           IF NOT PRM-IO-STATUS
              DISPLAY 'ERROR OPENING PREMISE KSDS: '
                      WS-PRM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CONTACT-KSDS.
           IF NOT ACON-IO-STATUS
              DISPLAY 'ERROR OPENING AUTHORIZED CONTACT KSDS: '
                      WS-ACON-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-NOTIF-LOG-KSDS.
           IF NOT NLG-IO-STATUS
              DISPLAY 'ERROR OPENING NOTIFICATION LOG KSDS: '

       2300-ROUTE-ONE-REQUEST  SECTION.

           IF NRQ-CUST-ID = SPACES
              PERFORM 2380-SEND-PREMISE-PRINT
              GO TO 2300-EXIT
           END-IF.

           MOVE NRQ-CUST-ID TO CUST-KEY.

           READ MI01-CUSTOMER-KSDS
                           NRQ-CUST-ID
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
      *            A NOTICE COPY ARRIVES ALREADY WORDED AS THE
      *            ACCOUNT HOLDER'S NOTICE WAS, AND SO DOES ANY
      *            NOTICE ITS PRODUCER LOCALISED ITSELF.
                   IF NOT LANG-ENGLISH AND NOT NRQ-NOTICE-COPY
                      AND NOT NRQ-PRODUCER-WORDED
                      PERFORM 2320-LOCALISE-TEXT
                   END-IF
                   EVALUATE TRUE
                       WHEN NRQ-NOTICE-COPY
                           PERFORM 2700-SEND-CONTACT-COPY
      *                    A DUPLICATE BILL ASKED FOR BY E-MAIL GOES
      *                    BY E-MAIL WHATEVER THE STANDING PREFERENCE
      *                    -- BILLPRNT HAS ALREADY VETTED THE ADDRESS.
                       WHEN NRQ-DUPLICATE-BILL
                           PERFORM 2450-SEND-EMAIL
                       WHEN PREF-SMS
                           PERFORM 2400-SEND-SMS
                       WHEN PREF-EMAIL
                   END-EVALUATE
           END-READ.

       2300-EXIT.
           EXIT.

       2320-LOCALISE-TEXT  SECTION.

      *    ONLY A TEMPLATE IN THE CUSTOMER'S OWN LANGUAGE REPLACES
      *    THE TEXT -- AN ENGLISH FALLBACK WOULD ONLY SWAP ONE
      *    ENGLISH WORDING FOR ANOTHER -- AND ONLY WHEN THE FILLED-IN
      *    LINE FITS NRQ-TEXT WHOLE; A LONGER ONE IS NEVER CUT SHORT.
           MOVE CUST-LANGUAGE-CODE TO WS-TXT-LANGUAGE.
           MOVE NRQ-DOC-TYPE       TO WS-TXT-DOC-TYPE.
           MOVE SPACES             TO WS-TXT-VALUES.
           MOVE NRQ-REF            TO WS-TXT-VALUE-1.
           MOVE NRQ-TEXT           TO WS-TXT-LINE.
           CALL 'TXTRTN' USING WS-TEXT-REQUEST.
           IF WS-TXT-STATUS = '00'
              IF WS-TXT-LINE(61:12) = SPACES
                 MOVE WS-TXT-LINE(1:60) TO NRQ-TEXT
              ELSE
                 DISPLAY 'NOTICE TEMPLATE TOO LONG - ' WS-TXT-ID
                         ' LANGUAGE ' WS-TXT-LANGUAGE
                         ' - PRODUCER TEXT SENT'
              END-IF
           END-IF.

       2350-SEND-PRINT  SECTION.

           PERFORM 2500-GET-NEXT-NOTIF-ID.
           MOVE 'P' TO NLG-CHANNEL.
           PERFORM 2550-LOG-NOTIFICATION.

       2380-SEND-PREMISE-PRINT  SECTION.

           MOVE NRQ-REF(1:10) TO PRM-PREMISE-ID.
           READ MI02-PREMISE-KSDS
               INVALID KEY
                   DISPLAY 'REQUEST FOR UNKNOWN PREMISE: '
                           NRQ-REF
                   ADD 1 TO WS-ERROR-CTR
               NOT INVALID KEY
                   PERFORM 2500-GET-NEXT-NOTIF-ID
                   MOVE SPACES         TO TO01-PRINT-RECORD
                   MOVE WS-NOTIF-ID    TO PRT-NOTIF-ID
                   MOVE SPACES         TO PRT-CUST-ID
                   MOVE 'THE OCCUPIER' TO PRT-NAME
                   MOVE PRM-ADDRESS    TO PRT-ADDRESS
                   MOVE PRM-CITY       TO PRT-CITY
                   MOVE NRQ-TEXT       TO PRT-TEXT
                   WRITE TO01-PRINT-RECORD
                   ADD 1 TO WS-PRINT-CTR
                   MOVE 'P' TO NLG-CHANNEL
                   PERFORM 2550-LOG-NOTIFICATION
           END-READ.

       2400-SEND-SMS  SECTION.

           PERFORM 2500-GET-NEXT-NOTIF-ID.
                   ADD 1 TO WS-ERROR-CTR
           END-WRITE.

      *    THE ACCOUNT TIMELINE ONLY HOLDS WHAT WENT TO AN ACCOUNT.
           IF NRQ-CUST-ID NOT = SPACES
              PERFORM 2560-LOG-CORRESPONDENCE
           END-IF.

       2560-LOG-CORRESPONDENCE  SECTION.

                   END-REWRITE
           END-READ.

       2700-SEND-CONTACT-COPY  SECTION.

      *    E-MAIL WHEN THE CONTACT HAS ONE, ELSE SMS. A CONTACT
      *    REMOVED OR TAKEN OFF COPIES SINCE THE PRODUCER RAN GETS
      *    NOTHING. THE COPY IS LOGGED AGAINST THE ACCOUNT WITH THE
      *    CONTACT'S KEY AS REFERENCE, SO THE TIMELINE SHOWS WHO
      *    WAS SENT WHAT.
           MOVE NRQ-REF TO ACON-KEY.
           READ MI03-CONTACT-KSDS
               INVALID KEY
                   DISPLAY 'COPY FOR UNKNOWN CONTACT: ' NRQ-REF
                   ADD 1 TO WS-ERROR-CTR
                   GO TO 2700-EXIT
           END-READ.

           IF NOT ACON-STAT-ACTIVE OR NOT ACON-COPY-WANTED
              ADD 1 TO WS-SUPPRESS-CTR
              DISPLAY 'COPY WITHDRAWN FOR CONTACT: ' NRQ-REF
              GO TO 2700-EXIT
           END-IF.

           IF ACON-EMAIL NOT = SPACES
              PERFORM 2500-GET-NEXT-NOTIF-ID
              MOVE SPACES       TO TO03-EMAIL-RECORD
              MOVE WS-NOTIF-ID  TO EML-NOTIF-ID
              MOVE ACON-EMAIL   TO EML-ADDRESS
              MOVE NRQ-DOC-TYPE TO EML-SUBJECT
              MOVE NRQ-TEXT     TO EML-TEXT
              WRITE TO03-EMAIL-RECORD
              ADD 1 TO WS-EMAIL-CTR
              MOVE 'E' TO NLG-CHANNEL
           ELSE
              IF ACON-PHONE NOT = SPACES
                 PERFORM 2500-GET-NEXT-NOTIF-ID
                 MOVE SPACES      TO TO02-SMS-RECORD
                 MOVE WS-NOTIF-ID TO SMS-NOTIF-ID
                 MOVE ACON-PHONE  TO SMS-PHONE
                 MOVE NRQ-TEXT    TO SMS-TEXT
                 WRITE TO02-SMS-RECORD
                 ADD 1 TO WS-SMS-CTR
                 MOVE 'S' TO NLG-CHANNEL
              ELSE
                 ADD 1 TO WS-SUPPRESS-CTR
                 DISPLAY 'NO REACHABLE CHANNEL FOR CONTACT: '
                         NRQ-REF
                 GO TO 2700-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-COPY-CTR.
           PERFORM 2550-LOG-NOTIFICATION.

       2700-EXIT.
           EXIT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' EMAIL HAND-OFFS          ',  WS-EMAIL-CTR
           DISPLAY ' DELIVERY RETURNS APPLIED ',  WS-RET-CTR
           DISPLAY ' SUPPRESSED - NO CHANNEL  ',  WS-SUPPRESS-CTR
           DISPLAY ' CONTACT COPIES SENT      ',  WS-COPY-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-NOTIF-REQUESTS,
                  MI01-CUSTOMER-KSDS,
                  MI02-PREMISE-KSDS,
                  MI03-CONTACT-KSDS,
                  MO01-NOTIF-LOG-KSDS,
                  MO02-CORR-KSDS,
                  CTL-ID-COUNTER,
