          05 WS-DUE-DATE-INTEGER   PIC S9(09) COMP.
          05 WS-DAYS-PAST-DUE      PIC S9(05) COMP VALUE ZEROS.

      *    A BILL AGES FROM THE DUE DATE THE CUSTOMER WAS GIVEN --
      *    THE STORED DATE MOVED TO THEIR ELECTED DUE DAY (DUEDRTN)
      *    AND ROLLED PAST NON-WORKING DAYS (CALRTN), THE SAME
      *    EFFECTIVE DATE BILLPAYDB2 TIMES THE LATE PENALTY FROM.
       01 WS-DUE-DATE-VARIABLES.
          05 WS-DUE-CUST-LOOKUP    PIC X(12) VALUE SPACES.
          05 WS-DUE-DATE-ELECT     PIC 9(08) VALUE ZEROS.
          05 WS-DUE-DATE-EFF       PIC 9(08) VALUE ZEROS.
          05 WS-DUEDRTN-STATUS     PIC X(02) VALUE SPACES.
          05 WS-CALRTN-STATUS      PIC X(02) VALUE SPACES.
          05 WS-ELECTED-DUE-CNT    PIC 9(06) VALUE ZEROS.

      *    STALE-SNAPSHOT CONTROL BREAK -- THE CURSOR RETURNS EVERY
      *    RUN'S ROW FOR AN OPEN BILL, NEWEST FIRST WITHIN A
      *    BILL_ID, SO ONLY THE FIRST ROW SEEN FOR EACH CUST/BILL
           IF HV-AGE-DUE-DATE = ZEROS
              MOVE ZEROS TO WS-DAYS-PAST-DUE
           ELSE
              PERFORM 2410-EFFECTIVE-DUE-DATE
              COMPUTE WS-DUE-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-EFF)
              COMPUTE WS-DAYS-PAST-DUE =
                      WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
           END-IF.
              ADD WS-WORK-BALANCE TO WS-T-OUTSTANDING
           END-IF.

       2410-EFFECTIVE-DUE-DATE  SECTION.

           MOVE HV-AGE-CUST-ID(1:12) TO WS-DUE-CUST-LOOKUP.
           CALL 'DUEDRTN' USING WS-DUE-CUST-LOOKUP,
                                HV-AGE-DUE-DATE,
                                WS-DUE-DATE-ELECT,
                                WS-DUEDRTN-STATUS.
           IF WS-DUEDRTN-STATUS = '00'
              ADD 1 TO WS-ELECTED-DUE-CNT
           END-IF.

           CALL 'CALRTN' USING WS-DUE-DATE-ELECT, WS-DUE-DATE-EFF,
                               WS-CALRTN-STATUS.
           IF WS-CALRTN-STATUS NOT = '00'
              MOVE WS-DUE-DATE-ELECT TO WS-DUE-DATE-EFF
           END-IF.

       2450-LOOKUP-AREA-CODE  SECTION.

           MOVE HV-AGE-CUST-ID(1:12) TO CUST-KEY.
           DISPLAY 'AR AGING TRIAL BALANCE COMPLETE'.
           DISPLAY 'BILL_UPDATE ROWS SCANNED: ' WS-ROW-CNT.
           DISPLAY 'OPEN BILLS AGED: ' WS-BILL-CNT.
           DISPLAY 'AGED FROM AN ELECTED DUE DAY: ' WS-ELECTED-DUE-CNT.
           DISPLAY 'TOTAL OUTSTANDING: ' WS-T-OUTSTANDING.

           STOP RUN.
