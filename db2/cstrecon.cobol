       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CSTRECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    VSAM CUSTOMER MASTER -- THE MASTER OF RECORD. CUST001
      *    LOADS IT AND EVERY MAINTENANCE PROGRAM UPDATES IT; THE
      *    DB2 CUSTOMER TABLE ONLY EVER SEES ELECTDB2'S INSERTS.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CUST-ID
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT TO01-RECON-RPT   ASSIGN TO RECONRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    CENTRAL MAINTENANCE AUDIT TRAIL -- EVERY DB2 ROW THE
      *    CORRECTIVE RUN CHANGES OR ADDS, BEFORE AND AFTER.
           SELECT MO09-AUDIT-KSDS     ASSIGN TO AUDTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS AUDT-KEY
           FILE STATUS            IS WS-AUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME CUSTOMER MASTER LAYOUT CUST001 WRITES, CUT TO THE
      *    FIELDS THE DB2 TABLE ALSO CARRIES.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-ID          PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 CUST-AREA-CODE   PIC X(6).
          05 FILLER           PIC X(1).
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 FILLER           PIC X(23).
          05 CUST-TARIFF-CLASS PIC X(1).
             88 TARIFF-DOMESTIC      VALUE 'D' SPACE.
          05 FILLER           PIC X(2).
          05 CUST-ACCT-STATUS PIC X(1).
             88 ACCT-ACTIVE          VALUE 'A' SPACE.
             88 ACCT-DISCONNECTED    VALUE 'D'.
             88 ACCT-VACANT          VALUE 'V'.
             88 ACCT-CLOSED          VALUE 'C'.
             88 ACCT-SUSPENDED       VALUE 'S'.
          05 FILLER           PIC X(40).

       FD TO01-RECON-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-RECON-RPT-RECORD  PIC X(133).

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
          05 WS-AUDIT-KEY          PIC X(20) VALUE SPACES.
          05 WS-AUDIT-BEFORE       PIC X(150) VALUE SPACES.
          05 WS-AUDIT-AFTER        PIC X(150) VALUE SPACES.
          05 WS-AUDIT-SEQ          PIC 9(04) VALUE ZEROS.
          05 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-FILE-STATUS-CODES.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
             88 CUST-EOF           VALUE '10'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FMT.
             10 WS-CC              PIC 99.
             10 FILLER              PIC X VALUE '-'.
             10 WS-YY              PIC 99.
             10 FILLER              PIC X VALUE '-'.
             10 WS-MM              PIC 99.
             10 FILLER              PIC X VALUE '-'.
             10 WS-DD              PIC 99.

      *    PARM='APPLY' TURNS THE REPORT INTO A CORRECTIVE RUN --
      *    VSAM IS APPLIED TO DB2 FOR EVERY DIFFERENCE FOUND AND
      *    EVERY CUSTOMER DB2 DOES NOT HAVE. ANYTHING ELSE, OR NO
      *    PARM AT ALL, ONLY REPORTS.
       01 WS-PARM-VARIABLES.
          05 WS-PARM-LINE          PIC X(20) VALUE SPACES.
          05 WS-RUN-MODE-FLAG      PIC X(01) VALUE 'R'.
             88 REPORT-ONLY-RUN              VALUE 'R'.
             88 CORRECTIVE-RUN               VALUE 'A'.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(02) VALUE ZERO.
          05 WS-LINE-CNT           PIC 9(02) VALUE 60.
          05 WS-LINES-PER-PAGE     PIC 9(02) VALUE 55.

      *    VSAM AND DB2 ARE COMPARED KEY-BY-KEY, LOWEST CUSTOMER ID
      *    FIRST, THE SAME WAY BILLRECON MATCHES THE BILLS.
       01 WS-MATCH-VARIABLES.
          05 WS-VSAM-CUST-ID       PIC X(12) VALUE HIGH-VALUES.
          05 WS-DB-CUST-ID         PIC X(12) VALUE HIGH-VALUES.

      *    ONE CUSTOMER'S COMPARISON. BOTH SIDES ARE BROUGHT TO THE
      *    SAME FORM FIRST: VSAM HOLDS TEN CHARACTERS OF EACH NAME
      *    AND SIX OF THE AREA CODE, SO ONLY THAT MUCH OF THE DB2
      *    VALUE IS COMPARED; A BLANK TARIFF IS DOMESTIC AND A BLANK
      *    STATUS ACTIVE ON EITHER SIDE; AND THE DB2 STATUS WORD IS
      *    TAKEN BY ITS FIRST LETTER, WHICH IS THE VSAM CODE.
       01 WS-COMPARE-VARIABLES.
          05 WS-DIFF-CNT           PIC 9(02) VALUE ZERO.
          05 WS-VSAM-TARIFF        PIC X(01) VALUE SPACE.
          05 WS-DB-TARIFF          PIC X(01) VALUE SPACE.
          05 WS-VSAM-STAT-CODE     PIC X(01) VALUE SPACE.
          05 WS-DB-STAT-CODE       PIC X(01) VALUE SPACE.
          05 WS-STATUS-WORD        PIC X(10) VALUE SPACES.
          05 WS-FNAME-DIFF-FLAG    PIC X(01) VALUE 'N'.
             88 FNAME-DIFFERS                VALUE 'Y'.
          05 WS-LNAME-DIFF-FLAG    PIC X(01) VALUE 'N'.
             88 LNAME-DIFFERS                VALUE 'Y'.
          05 WS-AREA-DIFF-FLAG     PIC X(01) VALUE 'N'.
             88 AREA-DIFFERS                 VALUE 'Y'.
          05 WS-TARIFF-DIFF-FLAG   PIC X(01) VALUE 'N'.
             88 TARIFF-DIFFERS               VALUE 'Y'.
          05 WS-STAT-DIFF-FLAG     PIC X(01) VALUE 'N'.
             88 STATUS-DIFFERS               VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-VSAM-CNT           PIC 9(06) VALUE ZERO.
          05 WS-DB-CNT             PIC 9(06) VALUE ZERO.
          05 WS-MATCH-CNT          PIC 9(06) VALUE ZERO.
          05 WS-MISMATCH-CNT       PIC 9(06) VALUE ZERO.
          05 WS-FIELD-DIFF-CNT     PIC 9(06) VALUE ZERO.
          05 WS-MISSING-DB-CNT     PIC 9(06) VALUE ZERO.
          05 WS-MISSING-VSAM-CNT   PIC 9(06) VALUE ZERO.
          05 WS-UPDATED-CNT        PIC 9(06) VALUE ZERO.
          05 WS-INSERTED-CNT       PIC 9(06) VALUE ZERO.
          05 WS-SQL-ERROR-CNT      PIC 9(06) VALUE ZERO.

       01 WS-REPORT-HEADERS.
          05 WS-REPORT-TITLE       PIC X(40) VALUE
             '  ABC ELECTRICITY - CUSTOMER RECON RPT  '.
          05 WS-DATE-STR           PIC X(10) VALUE SPACES.
          05 WS-PAGE-STR           PIC X(03) VALUE SPACES.
          05 WS-MODE-STR           PIC X(16) VALUE SPACES.

       01 WS-HEADER-LINE1.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(53) VALUE
             '---------------------------------------------'.

       01 WS-HEADER-LINE2.
          05 FILLER                PIC X(40) VALUE
             'CUSTOMER ID   FIELD         VSAM VALUE '.
          05 FILLER                PIC X(40) VALUE
             '     DB2 VALUE        EXCEPTION        '.
          05 FILLER                PIC X(53) VALUE
             '              ACTION'.

       01 WS-HEADER-LINE3.
          05 FILLER                PIC X(40) VALUE
             '------------  ------------  -----------'.
          05 FILLER                PIC X(40) VALUE
             '----  ---------------  ----------------'.
          05 FILLER                PIC X(53) VALUE
             '--------------  ----------------'.

       01 WS-DETAIL-LINE.
          05 WS-D-CUSTID           PIC X(12).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-FIELD            PIC X(12).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-VSAM-VALUE       PIC X(15).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-DB-VALUE         PIC X(15).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-EXCEPTION        PIC X(30).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-ACTION           PIC X(16).
          05 FILLER                PIC X(23) VALUE SPACES.

       01 WS-SUMMARY-LINE1.
          05 FILLER                PIC X(40) VALUE
             '*** RECONCILIATION SUMMARY ***          '.
          05 FILLER                PIC X(93) VALUE SPACES.

       01 WS-SUMMARY-LINE2.
          05 FILLER                PIC X(20) VALUE 'VSAM CUSTOMERS: '.
          05 WS-S-VSAM             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(20) VALUE '    DB2 CUSTOMERS:'.
          05 WS-S-DB               PIC ZZZ,ZZ9.
          05 FILLER                PIC X(15) VALUE '    MATCHED: '.
          05 WS-S-MATCH            PIC ZZZ,ZZ9.
          05 FILLER                PIC X(57) VALUE SPACES.

       01 WS-SUMMARY-LINE3.
          05 FILLER                PIC X(20) VALUE
             'WITH DIFFERENCES:  '.
          05 WS-S-MISMATCH         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(22) VALUE
             '    MISSING FROM DB2: '.
          05 WS-S-MISS-DB          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(22) VALUE
             '    MISSING FROM VSAM:'.
          05 WS-S-MISS-VSAM        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(48) VALUE SPACES.

       01 WS-SUMMARY-LINE4.
          05 FILLER                PIC X(20) VALUE
             'FIELD DIFFERENCES: '.
          05 WS-S-FIELD-DIFF       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(22) VALUE
             '    DB2 ROWS UPDATED: '.
          05 WS-S-UPDATED          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(22) VALUE
             '    DB2 ROWS ADDED:   '.
          05 WS-S-INSERTED         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(48) VALUE SPACES.

      *============================================================
      * DB2 SQL DECLARATION AREA
      *============================================================

      * EVERY ROW ON THE DB2 CUSTOMER TABLE IN CUSTOMER-ID ORDER.
      * THE TARIFF CLASS IS NULL ON ROWS ELECTDB2 INSERTED BEFORE
      * THE COLUMN WAS CARRIED, SO IT IS FETCHED WITH AN INDICATOR.
           EXEC SQL
               DECLARE CUST_RECON_CURSOR CURSOR FOR
               SELECT CUST_ID, CUST_FNAME, CUST_LNAME,
                      CUST_AREACODE, CUST_ADDRESS1, CUST_LOCALITY,
                      CUST_CITY, CUST_UNITS, CUST_STATUS,
                      CUST_TARIFF_CLASS
               FROM CUSTOMER
               ORDER BY CUST_ID
           END-EXEC.

      * DB2 COMMUNICATION AREA
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * HOST VARIABLES FOR THE CURSOR FETCH -- THE SAME CUSTOMER
      * ROW ELECTDB2 INSERTS, WITH THE TARIFF CLASS ON THE END. THE
      * GROUP IS ALSO THE BEFORE / AFTER IMAGE ON THE AUDIT TRAIL.
       01 HV-CUSTOMER-RECORD.
          05 HV-CUST-ID            PIC X(12).
          05 HV-CUST-FNAME         PIC X(15).
          05 HV-CUST-LNAME         PIC X(15).
          05 HV-CUST-AREACODE      PIC X(7).
          05 HV-CUST-ADDRESS1      PIC X(30).
          05 HV-CUST-LOCALITY      PIC X(30).
          05 HV-CUST-CITY          PIC X(20).
          05 HV-CUST-UNITS         PIC X(10).
          05 HV-CUST-STATUS        PIC X(10).
          05 HV-CUST-TARIFF-CLASS  PIC X(1).

       01 HV-TARIFF-IND            PIC S9(4) COMP VALUE 0.

      * A CUSTOMER DB2 DOES NOT HAVE IS BUILT HERE, SO THE ROW
      * ALREADY FETCHED AHEAD OF IT IS NOT DISTURBED.
       01 HV-NEW-CUSTOMER-RECORD.
          05 HV-NEW-CUST-ID        PIC X(12).
          05 HV-NEW-FNAME          PIC X(15).
          05 HV-NEW-LNAME          PIC X(15).
          05 HV-NEW-AREACODE       PIC X(7).
          05 HV-NEW-ADDRESS1       PIC X(30).
          05 HV-NEW-LOCALITY       PIC X(30).
          05 HV-NEW-CITY           PIC X(20).
          05 HV-NEW-UNITS          PIC X(10).
          05 HV-NEW-STATUS         PIC X(10).
          05 HV-NEW-TARIFF-CLASS   PIC X(1).

       01 HV-DBNAME               PIC X(8) VALUE 'ELECTDB'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'CSTRECON EXECUTION BEGINS HERE .........'
           DISPLAY '  DB2 / VSAM CUSTOMER RECONCILIATION    '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE(1:2) TO WS-DATE-FMT(1:2).
           MOVE WS-DATE(3:2) TO WS-DATE-FMT(4:2).
           MOVE WS-DATE(5:2) TO WS-DATE-FMT(7:2).
           MOVE WS-DATE(7:2) TO WS-DATE-FMT(10:2).

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE(1:5) = 'APPLY'
              SET CORRECTIVE-RUN TO TRUE
              MOVE 'CORRECTIVE RUN' TO WS-MODE-STR
              DISPLAY 'CORRECTIVE RUN - VSAM APPLIED TO DB2'
           ELSE
              SET REPORT-ONLY-RUN TO TRUE
              MOVE 'REPORT ONLY'    TO WS-MODE-STR
              DISPLAY 'REPORT-ONLY RUN - DB2 NOT CHANGED'
           END-IF.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-DB2-CONNECT.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: ' WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RECON-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING REPORT FILE: ' WS-RPT-STATUS
              STOP RUN
           END-IF.

           IF CORRECTIVE-RUN
              OPEN I-O MO09-AUDIT-KSDS
              IF NOT AUDT-IO-STATUS
                 DISPLAY 'ERROR OPENING MAINTENANCE AUDIT KSDS: '
                         WS-AUDT-STATUS
                 STOP RUN
              END-IF
           END-IF.

       2150-DB2-CONNECT SECTION.

           EXEC SQL
               CONNECT TO :HV-DBNAME
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONNECTING TO DB2: SQLCODE=' SQLCODE
              STOP RUN
           END-IF.

           DISPLAY 'DB2 CONNECTION ESTABLISHED SUCCESSFULLY'.

       2000-PROCESS     SECTION.

           PERFORM 3000-PRINT-HEADERS.

           PERFORM 2200-READ-VSAM-CUSTOMER.

           EXEC SQL
               OPEN CUST_RECON_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CUSTOMER RECON CURSOR: SQLCODE='
                      SQLCODE
              STOP RUN
           END-IF.

           PERFORM 2300-NEXT-DB-CUSTOMER.

           PERFORM 2400-MATCH-CUSTOMERS
               UNTIL CUST-EOF AND WS-DB-CUST-ID = HIGH-VALUES.

           PERFORM 4000-PRINT-SUMMARY.

      *    A DIFFERENCE OF ANY KIND IS A WARNING FOR THE MORNING
      *    REVIEW, THE SAME RC=4 THE OTHER RECONCILIATIONS SET.
           IF WS-MISMATCH-CNT > ZERO
              OR WS-MISSING-DB-CNT > ZERO
              OR WS-MISSING-VSAM-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-SQL-ERROR-CNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.

       2200-READ-VSAM-CUSTOMER  SECTION.

           READ MI01-CUSTOMER-KSDS NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-VSAM-CUST-ID
               NOT AT END
                   MOVE CUST-ID TO WS-VSAM-CUST-ID
                   ADD 1 TO WS-VSAM-CNT
           END-READ.

       2300-NEXT-DB-CUSTOMER  SECTION.

           EXEC SQL
               FETCH CUST_RECON_CURSOR
               INTO :HV-CUST-ID, :HV-CUST-FNAME, :HV-CUST-LNAME,
                    :HV-CUST-AREACODE, :HV-CUST-ADDRESS1,
                    :HV-CUST-LOCALITY, :HV-CUST-CITY,
                    :HV-CUST-UNITS, :HV-CUST-STATUS,
                    :HV-CUST-TARIFF-CLASS :HV-TARIFF-IND
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HV-CUST-ID TO WS-DB-CUST-ID
                   ADD 1 TO WS-DB-CNT
               WHEN 100
                   MOVE HIGH-VALUES TO WS-DB-CUST-ID
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CUSTOMER: SQLCODE='
                           SQLCODE
                   ADD 1 TO WS-SQL-ERROR-CNT
                   MOVE HIGH-VALUES TO WS-DB-CUST-ID
           END-EVALUATE.

       2400-MATCH-CUSTOMERS  SECTION.

           EVALUATE TRUE
               WHEN WS-VSAM-CUST-ID = WS-DB-CUST-ID
                   PERFORM 2410-COMPARE-CUSTOMER
                   PERFORM 2200-READ-VSAM-CUSTOMER
                   PERFORM 2300-NEXT-DB-CUSTOMER
               WHEN WS-VSAM-CUST-ID < WS-DB-CUST-ID
                   PERFORM 2420-REPORT-MISSING-DB
                   PERFORM 2200-READ-VSAM-CUSTOMER
               WHEN OTHER
                   PERFORM 2430-REPORT-MISSING-VSAM
                   PERFORM 2300-NEXT-DB-CUSTOMER
           END-EVALUATE.

       2410-COMPARE-CUSTOMER  SECTION.

           MOVE ZERO TO WS-DIFF-CNT.
           MOVE 'N'  TO WS-FNAME-DIFF-FLAG.
           MOVE 'N'  TO WS-LNAME-DIFF-FLAG.
           MOVE 'N'  TO WS-AREA-DIFF-FLAG.
           MOVE 'N'  TO WS-TARIFF-DIFF-FLAG.
           MOVE 'N'  TO WS-STAT-DIFF-FLAG.

           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE WS-VSAM-CUST-ID   TO WS-D-CUSTID.
           IF CORRECTIVE-RUN
              MOVE 'DB2 UPDATED'  TO WS-D-ACTION
           ELSE
              MOVE 'REPORTED'     TO WS-D-ACTION
           END-IF.

           IF HV-CUST-FNAME(1:10) NOT = CUST-FIRST-NAME
              SET FNAME-DIFFERS TO TRUE
              MOVE 'FIRST NAME'       TO WS-D-FIELD
              MOVE CUST-FIRST-NAME    TO WS-D-VSAM-VALUE
              MOVE HV-CUST-FNAME      TO WS-D-DB-VALUE
              MOVE 'NAME DIFFERS'     TO WS-D-EXCEPTION
              PERFORM 2450-PRINT-DIFFERENCE
           END-IF.

           IF HV-CUST-LNAME(1:10) NOT = CUST-LAST-NAME
              SET LNAME-DIFFERS TO TRUE
              MOVE 'LAST NAME'        TO WS-D-FIELD
              MOVE CUST-LAST-NAME     TO WS-D-VSAM-VALUE
              MOVE HV-CUST-LNAME      TO WS-D-DB-VALUE
              MOVE 'NAME DIFFERS'     TO WS-D-EXCEPTION
              PERFORM 2450-PRINT-DIFFERENCE
           END-IF.

           IF HV-CUST-AREACODE(1:6) NOT = CUST-AREA-CODE
              SET AREA-DIFFERS TO TRUE
              MOVE 'AREA CODE'        TO WS-D-FIELD
              MOVE CUST-AREA-CODE     TO WS-D-VSAM-VALUE
              MOVE HV-CUST-AREACODE   TO WS-D-DB-VALUE
              MOVE 'AREA CODE DIFFERS' TO WS-D-EXCEPTION
              PERFORM 2450-PRINT-DIFFERENCE
           END-IF.

           IF TARIFF-DOMESTIC
              MOVE 'D'                TO WS-VSAM-TARIFF
           ELSE
              MOVE CUST-TARIFF-CLASS  TO WS-VSAM-TARIFF
           END-IF.
           IF HV-TARIFF-IND < 0
              MOVE SPACE              TO WS-DB-TARIFF
           ELSE
              IF HV-CUST-TARIFF-CLASS = SPACE
                 MOVE 'D'                  TO WS-DB-TARIFF
              ELSE
                 MOVE HV-CUST-TARIFF-CLASS TO WS-DB-TARIFF
              END-IF
           END-IF.
           IF WS-DB-TARIFF NOT = WS-VSAM-TARIFF
              SET TARIFF-DIFFERS TO TRUE
              MOVE 'TARIFF CLASS'     TO WS-D-FIELD
              MOVE WS-VSAM-TARIFF     TO WS-D-VSAM-VALUE
              IF HV-TARIFF-IND < 0
                 MOVE '(NULL)'           TO WS-D-DB-VALUE
                 MOVE 'TARIFF CLASS NOT SET IN DB2'
                                         TO WS-D-EXCEPTION
              ELSE
                 MOVE WS-DB-TARIFF       TO WS-D-DB-VALUE
                 MOVE 'TARIFF CLASS DIFFERS'
                                         TO WS-D-EXCEPTION
              END-IF
              PERFORM 2450-PRINT-DIFFERENCE
           END-IF.

           PERFORM 2460-VSAM-STATUS-WORD.
           IF HV-CUST-STATUS(1:1) = SPACE
              MOVE 'A'                  TO WS-DB-STAT-CODE
           ELSE
              MOVE HV-CUST-STATUS(1:1)  TO WS-DB-STAT-CODE
           END-IF.
           IF WS-DB-STAT-CODE NOT = WS-VSAM-STAT-CODE
              SET STATUS-DIFFERS TO TRUE
              MOVE 'STATUS'           TO WS-D-FIELD
              MOVE WS-STATUS-WORD     TO WS-D-VSAM-VALUE
              MOVE HV-CUST-STATUS     TO WS-D-DB-VALUE
              MOVE 'LIFECYCLE STATUS DIFFERS' TO WS-D-EXCEPTION
              PERFORM 2450-PRINT-DIFFERENCE
           END-IF.

           IF WS-DIFF-CNT = ZERO
              ADD 1 TO WS-MATCH-CNT
           ELSE
              ADD 1 TO WS-MISMATCH-CNT
              IF CORRECTIVE-RUN
                 PERFORM 2500-APPLY-VSAM-TO-DB2
              END-IF
           END-IF.

       2420-REPORT-MISSING-DB  SECTION.

           ADD 1 TO WS-MISSING-DB-CNT

           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE WS-VSAM-CUST-ID    TO WS-D-CUSTID.
           MOVE 'CUSTOMER'         TO WS-D-FIELD.
           MOVE CUST-LAST-NAME     TO WS-D-VSAM-VALUE.
           MOVE SPACES             TO WS-D-DB-VALUE.
           MOVE 'MISSING FROM DB2' TO WS-D-EXCEPTION.
           IF CORRECTIVE-RUN
              MOVE 'DB2 ROW ADDED'  TO WS-D-ACTION
           ELSE
              MOVE 'REPORTED'       TO WS-D-ACTION
           END-IF.

           PERFORM 2700-PRINT-DETAIL.

           IF CORRECTIVE-RUN
              PERFORM 2550-ADD-DB2-CUSTOMER
           END-IF.

      *    A ROW ONLY DB2 HOLDS IS NEVER REMOVED -- ELECTDB2 MAY
      *    HAVE TAKEN THE CUSTOMER ON BEFORE CUST001 HAS LOADED
      *    THEM. IT IS LISTED FOR THE CUSTOMER-DATA TEAM TO CLEAR.
       2430-REPORT-MISSING-VSAM  SECTION.

           ADD 1 TO WS-MISSING-VSAM-CNT

           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE WS-DB-CUST-ID       TO WS-D-CUSTID.
           MOVE 'CUSTOMER'          TO WS-D-FIELD.
           MOVE SPACES              TO WS-D-VSAM-VALUE.
           MOVE HV-CUST-LNAME       TO WS-D-DB-VALUE.
           MOVE 'MISSING FROM VSAM' TO WS-D-EXCEPTION.
           MOVE 'FOR REVIEW'        TO WS-D-ACTION.

           PERFORM 2700-PRINT-DETAIL.

       2450-PRINT-DIFFERENCE  SECTION.

           ADD 1 TO WS-DIFF-CNT.
           ADD 1 TO WS-FIELD-DIFF-CNT.

           PERFORM 2700-PRINT-DETAIL.

      *    THE VSAM CODE AS THE WORD THE DB2 TABLE CARRIES.
       2460-VSAM-STATUS-WORD  SECTION.

           EVALUATE TRUE
               WHEN ACCT-ACTIVE
                   MOVE 'A'            TO WS-VSAM-STAT-CODE
                   MOVE 'ACTIVE'       TO WS-STATUS-WORD
               WHEN ACCT-DISCONNECTED
                   MOVE 'D'            TO WS-VSAM-STAT-CODE
                   MOVE 'DISCONNECT'   TO WS-STATUS-WORD
               WHEN ACCT-VACANT
                   MOVE 'V'            TO WS-VSAM-STAT-CODE
                   MOVE 'VACANT'       TO WS-STATUS-WORD
               WHEN ACCT-CLOSED
                   MOVE 'C'            TO WS-VSAM-STAT-CODE
                   MOVE 'CLOSED'       TO WS-STATUS-WORD
               WHEN ACCT-SUSPENDED
                   MOVE 'S'            TO WS-VSAM-STAT-CODE
                   MOVE 'SUSPENDED'    TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE CUST-ACCT-STATUS TO WS-VSAM-STAT-CODE
                   MOVE CUST-ACCT-STATUS TO WS-STATUS-WORD
           END-EVALUATE.

      *    ONLY THE FIELDS THAT DIFFER ARE OVERWRITTEN, SO A DB2
      *    NAME LONGER THAN VSAM CAN HOLD SURVIVES WHEN ITS FIRST
      *    TEN CHARACTERS ALREADY AGREE.
       2500-APPLY-VSAM-TO-DB2  SECTION.

           MOVE SPACES             TO WS-AUDIT-BEFORE.
           MOVE HV-CUSTOMER-RECORD TO WS-AUDIT-BEFORE.

           IF FNAME-DIFFERS
              MOVE CUST-FIRST-NAME   TO HV-CUST-FNAME
           END-IF.
           IF LNAME-DIFFERS
              MOVE CUST-LAST-NAME    TO HV-CUST-LNAME
           END-IF.
           IF AREA-DIFFERS
              MOVE CUST-AREA-CODE    TO HV-CUST-AREACODE
           END-IF.
           IF TARIFF-DIFFERS
              MOVE WS-VSAM-TARIFF    TO HV-CUST-TARIFF-CLASS
           END-IF.
           IF STATUS-DIFFERS
              MOVE WS-STATUS-WORD    TO HV-CUST-STATUS
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
                  SET CUST_FNAME        = :HV-CUST-FNAME,
                      CUST_LNAME        = :HV-CUST-LNAME,
                      CUST_AREACODE     = :HV-CUST-AREACODE,
                      CUST_TARIFF_CLASS = :HV-CUST-TARIFF-CLASS,
                      CUST_STATUS       = :HV-CUST-STATUS
                WHERE CUST_ID = :HV-CUST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'CUSTOMER UPDATE FAILED: ' HV-CUST-ID
                      ' SQLCODE=' SQLCODE
              ADD 1 TO WS-SQL-ERROR-CNT
           ELSE
              ADD 1 TO WS-UPDATED-CNT
              MOVE SPACES             TO WS-AUDIT-KEY
              MOVE HV-CUST-ID         TO WS-AUDIT-KEY
              MOVE SPACES             TO WS-AUDIT-AFTER
              MOVE HV-CUSTOMER-RECORD TO WS-AUDIT-AFTER
              PERFORM 2950-WRITE-AUDIT-RECORD
           END-IF.

       2550-ADD-DB2-CUSTOMER  SECTION.

           PERFORM 2460-VSAM-STATUS-WORD.
           IF TARIFF-DOMESTIC
              MOVE 'D'                TO WS-VSAM-TARIFF
           ELSE
              MOVE CUST-TARIFF-CLASS  TO WS-VSAM-TARIFF
           END-IF.

           MOVE SPACES            TO HV-NEW-CUSTOMER-RECORD.
           MOVE CUST-ID           TO HV-NEW-CUST-ID.
           MOVE CUST-FIRST-NAME   TO HV-NEW-FNAME.
           MOVE CUST-LAST-NAME    TO HV-NEW-LNAME.
           MOVE CUST-AREA-CODE    TO HV-NEW-AREACODE.
           MOVE CUST-ADDRESS      TO HV-NEW-ADDRESS1.
           MOVE CUST-CITY         TO HV-NEW-CITY.
           MOVE CUST-UNITS        TO HV-NEW-UNITS.
           MOVE WS-STATUS-WORD    TO HV-NEW-STATUS.
           MOVE WS-VSAM-TARIFF    TO HV-NEW-TARIFF-CLASS.

           EXEC SQL
               INSERT INTO CUSTOMER
               (CUST_ID, CUST_FNAME, CUST_LNAME, CUST_AREACODE,
                CUST_ADDRESS1, CUST_LOCALITY, CUST_CITY,
                CUST_UNITS, CUST_STATUS, CUST_TARIFF_CLASS)
               VALUES
               (:HV-NEW-CUST-ID, :HV-NEW-FNAME, :HV-NEW-LNAME,
                :HV-NEW-AREACODE, :HV-NEW-ADDRESS1,
                :HV-NEW-LOCALITY, :HV-NEW-CITY,
                :HV-NEW-UNITS, :HV-NEW-STATUS,
                :HV-NEW-TARIFF-CLASS)
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'CUSTOMER INSERT FAILED: ' HV-NEW-CUST-ID
                      ' SQLCODE=' SQLCODE
              ADD 1 TO WS-SQL-ERROR-CNT
           ELSE
              ADD 1 TO WS-INSERTED-CNT
              MOVE SPACES                 TO WS-AUDIT-KEY
              MOVE HV-NEW-CUST-ID         TO WS-AUDIT-KEY
              MOVE SPACES                 TO WS-AUDIT-BEFORE
              MOVE SPACES                 TO WS-AUDIT-AFTER
              MOVE HV-NEW-CUSTOMER-RECORD TO WS-AUDIT-AFTER
              PERFORM 2950-WRITE-AUDIT-RECORD
           END-IF.

       2700-PRINT-DETAIL  SECTION.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-DETAIL-LINE TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       2950-WRITE-AUDIT-RECORD SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE 'CSTRECON' TO AUDT-PROGRAM-ID.
           MOVE WS-DATE            TO AUDT-RUN-DATE.
           MOVE WS-AUDIT-TIME(1:6) TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-SEQ       TO AUDT-SEQ-NO.
           MOVE WS-AUDIT-KEY       TO AUDT-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE    TO AUDT-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER     TO AUDT-AFTER-IMAGE.

           WRITE MO09-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'AUDIT WRITE FAILED - STATUS: '
                           WS-AUDT-STATUS
           END-WRITE.

       3000-PRINT-HEADERS  SECTION.

           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-STR
           MOVE WS-DATE-FMT TO WS-DATE-STR.

           MOVE SPACES TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           STRING WS-REPORT-TITLE '    DATE: ' WS-DATE-STR
                  '    PAGE: ' WS-PAGE-STR
                  '    ' WS-MODE-STR
                  DELIMITED BY SIZE
                  INTO TO01-RECON-RPT-RECORD
           END-STRING.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-HEADER-LINE1 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-HEADER-LINE2 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-HEADER-LINE3 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE 6 TO WS-LINE-CNT.

       4000-PRINT-SUMMARY  SECTION.

           MOVE SPACES TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-HEADER-LINE1 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-SUMMARY-LINE1 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-VSAM-CNT TO WS-S-VSAM
           MOVE WS-DB-CNT TO WS-S-DB
           MOVE WS-MATCH-CNT TO WS-S-MATCH

           MOVE WS-SUMMARY-LINE2 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-MISMATCH-CNT TO WS-S-MISMATCH
           MOVE WS-MISSING-DB-CNT TO WS-S-MISS-DB
           MOVE WS-MISSING-VSAM-CNT TO WS-S-MISS-VSAM

           MOVE WS-SUMMARY-LINE3 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

           MOVE WS-FIELD-DIFF-CNT TO WS-S-FIELD-DIFF
           MOVE WS-UPDATED-CNT TO WS-S-UPDATED
           MOVE WS-INSERTED-CNT TO WS-S-INSERTED

           MOVE WS-SUMMARY-LINE4 TO TO01-RECON-RPT-RECORD.
           WRITE TO01-RECON-RPT-RECORD.

       9000-TERMINATE   SECTION.

      *    CLOSE DB2 CURSOR
           EXEC SQL
               CLOSE CUST_RECON_CURSOR
           END-EXEC.

      *    COMMIT WORK AND DISCONNECT FROM DB2
           EXEC SQL
               COMMIT WORK
           END-EXEC.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           CLOSE MI01-CUSTOMER-KSDS,
                 TO01-RECON-RPT.

           IF CORRECTIVE-RUN
              CLOSE MO09-AUDIT-KSDS
           END-IF.

           DISPLAY 'CUSTOMER RECONCILIATION PROCESSING COMPLETE'.
           DISPLAY 'VSAM CUSTOMERS READ: ' WS-VSAM-CNT.
           DISPLAY 'DB2 CUSTOMERS READ: ' WS-DB-CNT.
           DISPLAY 'MATCHED: ' WS-MATCH-CNT.
           DISPLAY 'WITH DIFFERENCES: ' WS-MISMATCH-CNT.
           DISPLAY 'FIELD DIFFERENCES: ' WS-FIELD-DIFF-CNT.
           DISPLAY 'MISSING FROM DB2: ' WS-MISSING-DB-CNT.
           DISPLAY 'MISSING FROM VSAM: ' WS-MISSING-VSAM-CNT.
           DISPLAY 'DB2 ROWS UPDATED: ' WS-UPDATED-CNT.
           DISPLAY 'DB2 ROWS ADDED: ' WS-INSERTED-CNT.
           DISPLAY 'SQL ERRORS: ' WS-SQL-ERROR-CNT.

           STOP RUN.
