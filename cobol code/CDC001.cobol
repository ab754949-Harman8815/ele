           RECORD KEY             IS REG-PAYMENT-ID
           FILE STATUS            IS WS-REG-STATUS.

      *    READ SCHEDULE BUILT BY RSCH001, THE ROUTE EACH METER IS
      *    WALKED ON, AND THE METER'S CUSTOMER -- TOGETHER THEY GIVE
      *    THE PORTAL EACH CUSTOMER'S NEXT METER-READING DATE.
           SELECT MI03-SCHEDULE-KSDS  ASSIGN TO RSCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS RSC-KEY
           FILE STATUS            IS WS-RSC-STATUS.

           SELECT MI03-CYCLE-KSDS     ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CYC-METER-ID
           FILE STATUS            IS WS-CYC-STATUS.

           SELECT MI03-METER-KSDS     ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           FILE STATUS            IS WS-MTR-STATUS.

      *    SEQUENCED INTERCHANGE FEED THE PORTAL APPLIES IN ORDER.
           SELECT TO01-CDC-FEED       ASSIGN TO CDCFEED
           ORGANIZATION           IS SEQUENTIAL
          05 REG-BILL-ID          PIC X(14).
          05 REG-AMOUNT           PIC 9(06)V99.

      *    SAME READ SCHEDULE LAYOUT RSCH001 MAINTAINS.
       FD MI03-SCHEDULE-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 MI03-SCHEDULE-RECORD.
          05 RSC-KEY.
             10 RSC-CYCLE-CODE      PIC X(02).
             10 RSC-READ-PERIOD     PIC 9(06).
          05 RSC-READ-DATE          PIC 9(08).
          05 RSC-LAST-DATE          PIC 9(08).
          05 RSC-METER-COUNT        PIC 9(06).
          05 RSC-READ-DAYS          PIC 9(02).
          05 RSC-READER-COUNT       PIC 9(03).
          05 RSC-CAPACITY-FLAG      PIC X(01).
          05 RSC-GEN-DATE           PIC 9(08).
          05 FILLER                 PIC X(06).

      *    SAME CYCLE/ROUTE LAYOUT ROUTE001 MAINTAINS.
       FD MI03-CYCLE-KSDS
           RECORD CONTAINS         28  CHARACTERS.

       01 MI03-CYCLE-RECORD.
          05 CYC-METER-ID           PIC X(14).
          05 CYC-CYCLE-CODE         PIC X(02).
          05 CYC-WALK-SEQ           PIC 9(04).
          05 CYC-READER-ID          PIC X(08).

       FD MI03-METER-KSDS
           RECORD CONTAINS         38  CHARACTERS.

       01 MI03-METER-RECORD.
          05 MTR-ID               PIC X(14).
          05 MTR-CUST-ID          PIC X(12).
          05 FILLER               PIC X(12).

      *    ONE INTERCHANGE RECORD PER CHANGE, SEQUENCED SO THE
      *    PORTAL CAN APPLY INCREMENTALLY AND PROVE IT MISSED
      *    NOTHING. TYPE NAMES THE RECORD FAMILY, ACTION IS
             88 REG-EOF            VALUE '10'.
          05 WS-CDC-STATUS         PIC X(02).
             88 CDC-IO-STATUS      VALUE '00'.
          05 WS-RSC-STATUS         PIC X(02).
             88 RSC-IO-STATUS      VALUE '00'.
             88 RSC-EOF            VALUE '10'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-INT           PIC 9(08) VALUE ZEROS.
          05 WS-PRIOR-DATE         PIC 9(08) VALUE ZEROS.

      *    ONE ENTRY PER ROUTE ON THE READ SCHEDULE: THE NEXT READ
      *    AS IT STANDS TONIGHT AND AS IT STOOD LAST NIGHT. A ROUTE
      *    IS REPUBLISHED WHEN THE TWO DIFFER (ITS READ HAS JUST
      *    PASSED) OR WHEN RSCH001 REBUILT ITS SCHEDULE TODAY.
       01 WS-ROUTE-TABLE-STORAGE.
          05 WS-ROUTE-TABLE.
             10 WS-RTE-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-RTE-IDX.
                15 WS-RTE-CYCLE-CODE  PIC X(02).
                15 WS-RTE-NEXT-READ   PIC 9(08).
                15 WS-RTE-NEXT-LAST   PIC 9(08).
                15 WS-RTE-PRIOR-READ  PIC 9(08).
                15 WS-RTE-REGEN-FLAG  PIC X(01).
                   88 RTE-REGENERATED         VALUE 'Y'.
          05 WS-RTE-COUNT          PIC 9(03) VALUE ZEROS.
          05 WS-RTE-MAX-ENTRIES    PIC 9(03) VALUE 100.

      *    'NRD ' IMAGE -- THE CUSTOMER'S NEXT READ DATE AND THE
      *    LAST DAY OF THAT READ WINDOW.
       01 WS-NRD-IMAGE.
          05 NRD-METER-ID          PIC X(14).
          05 NRD-CUST-ID           PIC X(12).
          05 NRD-CYCLE-CODE        PIC X(02).
          05 NRD-NEXT-READ-DATE    PIC 9(08).
          05 NRD-WINDOW-LAST-DATE  PIC 9(08).

      *    'FULL' ON THE COMMAND LINE SWITCHES THE RUN FROM THE
      *    NIGHTLY DELTA TO A FULL-IMAGE RESYNC -- THE FALLBACK
          05 WS-BILL-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-PAY-CTR            PIC 9(07) VALUE ZEROS.
          05 WS-SKIP-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-NRD-CTR            PIC 9(07) VALUE ZEROS.

      *    FIXED 'TRAILER' SENTINEL CLOSING THE FEED -- THE RECORD
      *    COUNT LETS THE PORTAL LOADER PROVE IT RECEIVED THE
              DISPLAY 'NIGHTLY DELTA FOR RUN DATE ' WS-DATE
           END-IF.

           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) - 1.
           COMPUTE WS-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2400-READ-PAY-REGISTRY UNTIL REG-EOF.

           SET WS-RTE-IDX TO 1.
           PERFORM 2500-LOAD-ROUTE-SCHEDULE UNTIL RSC-EOF.

           PERFORM 2550-READ-CYCLE-KSDS UNTIL CYC-EOF.

           PERFORM 2800-WRITE-TRAILER.

       2100-OPEN-FILES  SECTION.
              STOP RUN
           END-IF.

           OPEN INPUT MI03-SCHEDULE-KSDS.
           IF NOT RSC-IO-STATUS
              DISPLAY 'ERROR OPENING READ SCHEDULE KSDS: '
                      WS-RSC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-CYCLE-KSDS.
           IF NOT CYC-IO-STATUS
              DISPLAY 'ERROR OPENING CYCLE/ROUTE KSDS: '
                      WS-CYC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI03-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY 'ERROR OPENING METER KSDS: ' WS-MTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CDC-FEED.
           IF NOT CDC-IO-STATUS
              DISPLAY 'ERROR OPENING CDC FEED: ' WS-CDC-STATUS
                   END-IF
           END-READ.

      *    THE SCHEDULE IS IN ROUTE, THEN PERIOD ORDER, SO THE
      *    FIRST WINDOW OPENING AFTER A DATE IS THE NEXT READ.
       2500-LOAD-ROUTE-SCHEDULE  SECTION.

           READ MI03-SCHEDULE-KSDS
               AT END  SET RSC-EOF TO TRUE
               NOT AT END
                   PERFORM 2510-NOTE-SCHEDULE-ROW
           END-READ.

       2510-NOTE-SCHEDULE-ROW  SECTION.

           IF WS-RTE-COUNT = ZERO
              OR WS-RTE-CYCLE-CODE(WS-RTE-IDX) NOT = RSC-CYCLE-CODE
              IF WS-RTE-COUNT >= WS-RTE-MAX-ENTRIES
                 DISPLAY 'ROUTE TABLE FULL - NOT PUBLISHED: '
                         RSC-CYCLE-CODE
                 GO TO 2510-EXIT
              END-IF
              ADD 1 TO WS-RTE-COUNT
              SET WS-RTE-IDX TO WS-RTE-COUNT
              MOVE RSC-CYCLE-CODE TO WS-RTE-CYCLE-CODE(WS-RTE-IDX)
              MOVE ZEROS          TO WS-RTE-NEXT-READ(WS-RTE-IDX)
              MOVE ZEROS          TO WS-RTE-NEXT-LAST(WS-RTE-IDX)
              MOVE ZEROS          TO WS-RTE-PRIOR-READ(WS-RTE-IDX)
              MOVE 'N'            TO WS-RTE-REGEN-FLAG(WS-RTE-IDX)
           END-IF.

           IF RSC-READ-DATE > WS-DATE
              AND WS-RTE-NEXT-READ(WS-RTE-IDX) = ZERO
              MOVE RSC-READ-DATE TO WS-RTE-NEXT-READ(WS-RTE-IDX)
              MOVE RSC-LAST-DATE TO WS-RTE-NEXT-LAST(WS-RTE-IDX)
           END-IF.

           IF RSC-READ-DATE > WS-PRIOR-DATE
              AND WS-RTE-PRIOR-READ(WS-RTE-IDX) = ZERO
              MOVE RSC-READ-DATE TO WS-RTE-PRIOR-READ(WS-RTE-IDX)
           END-IF.

           IF RSC-GEN-DATE = WS-DATE
              SET RTE-REGENERATED(WS-RTE-IDX) TO TRUE
           END-IF.

       2510-EXIT.
           EXIT.

       2550-READ-CYCLE-KSDS  SECTION.

           READ MI03-CYCLE-KSDS
               AT END  SET CYC-EOF TO TRUE
               NOT AT END
                   PERFORM 2560-PUBLISH-NEXT-READ
           END-READ.

      *    ON A DELTA RUN ONLY THE METERS ON A ROUTE WHOSE NEXT
      *    READ MOVED GO OUT; THE RESYNC SENDS EVERY SCHEDULED ONE.
       2560-PUBLISH-NEXT-READ  SECTION.

           SET WS-RTE-IDX TO 1.
           SEARCH WS-RTE-ENTRY
               AT END
                   GO TO 2560-EXIT
               WHEN WS-RTE-IDX > WS-RTE-COUNT
                   GO TO 2560-EXIT
               WHEN WS-RTE-CYCLE-CODE(WS-RTE-IDX) = CYC-CYCLE-CODE
                   CONTINUE
           END-SEARCH.

           IF WS-RTE-NEXT-READ(WS-RTE-IDX) = ZERO
              GO TO 2560-EXIT
           END-IF.

           IF DELTA-RUN
              AND NOT RTE-REGENERATED(WS-RTE-IDX)
              AND WS-RTE-NEXT-READ(WS-RTE-IDX) =
                  WS-RTE-PRIOR-READ(WS-RTE-IDX)
              GO TO 2560-EXIT
           END-IF.

           MOVE CYC-METER-ID TO MTR-ID.
           READ MI03-METER-KSDS
               INVALID KEY
                   ADD 1 TO WS-SKIP-CTR
                   GO TO 2560-EXIT
           END-READ.

           MOVE SPACES                        TO WS-NRD-IMAGE.
           MOVE CYC-METER-ID                  TO NRD-METER-ID.
           MOVE MTR-CUST-ID                   TO NRD-CUST-ID.
           MOVE CYC-CYCLE-CODE                TO NRD-CYCLE-CODE.
           MOVE WS-RTE-NEXT-READ(WS-RTE-IDX)  TO NRD-NEXT-READ-DATE.
           MOVE WS-RTE-NEXT-LAST(WS-RTE-IDX)  TO NRD-WINDOW-LAST-DATE.

           ADD 1 TO WS-NRD-CTR.
           MOVE SPACES           TO TO01-CDC-RECORD.
           MOVE 'NRD '           TO CDC-REC-TYPE.
           MOVE 'RSCH001 '       TO CDC-SOURCE-PGM.
           MOVE CYC-METER-ID     TO CDC-KEY.
           MOVE 'C'              TO CDC-ACTION.
           MOVE WS-NRD-IMAGE     TO CDC-IMAGE.
           PERFORM 2700-WRITE-CDC-RECORD.

       2560-EXIT.
           EXIT.

       2600-DUMP-CUSTOMER-MASTER  SECTION.

           READ MI01-CUSTOMER-KSDS
           DISPLAY ' CUSTOMERS (RESYNC)       ',  WS-CUST-CTR
           DISPLAY ' BILLS PUBLISHED          ',  WS-BILL-CTR
           DISPLAY ' PAYMENTS PUBLISHED       ',  WS-PAY-CTR
           DISPLAY ' NEXT READ DATES PUBLISHED',  WS-NRD-CTR
           DISPLAY ' ROWS OUTSIDE RUN DATE    ',  WS-SKIP-CTR
           DISPLAY ' FEED RECORDS WRITTEN     ',  WS-CDC-SEQ
           DISPLAY '----------------------------------------'

           CLOSE  MI01-BILL-KSDS,
                  MI02-PAY-REGISTRY,
                  MI03-SCHEDULE-KSDS,
                  MI03-CYCLE-KSDS,
                  MI03-METER-KSDS,
                  TO01-CDC-FEED.

           STOP RUN.
