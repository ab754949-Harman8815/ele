       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    MONTHLY ELECTRICITY-DUTY OUTPUT REGISTER. TAXABLE VALUE
      *    AND DUTY ON EVERY BILL ISSUED IN THE PERIOD, BY RATE,
      *    TARIFF CLASS AND AREA, LESS THE DUTY GIVEN BACK THROUGH
      *    CREDIT NOTES, ADJUSTMENT CREDITS, WRITE-OFFS AND
      *    WAIVERS -- PRINTED FOR THE FILE AND CUT AS A DELIMITED
      *    FILE FOR THE TAX CONSULTANT. THE DUTY IS THEN TIED TO
      *    THE MOVEMENT ON THE GL TAX-PAYABLE ACCOUNT, AND THE
      *    RELIEFS NO OTHER PROGRAM JOURNALS ARE POSTED HERE SO
      *    THE ACCOUNT CLOSES ON THE REGISTER'S NET.

      *    BILLS ISSUED -- THE HISTORY ROWS BILLARCH STAMPED WITH
      *    THE PERIOD OF RECORD.
           SELECT MI01-BILL-HIST-KSDS ASSIGN TO BILHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS BH-KEY
           FILE STATUS            IS WS-BH-STATUS.

      *    LAST NIGHT'S BILLS -- JOURNALLED THIS MONTH BUT NOT
      *    ARCHIVED UNTIL THE FIRST NIGHT OF THE NEXT.
           SELECT MI01-BILL-KSDS      ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS BK-BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

      *    TARIFF CLASS OF EACH BILL'S CUSTOMER.
           SELECT MI01-CUSTOMER-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

      *    CREDIT NOTES RAISED BY REBL001.
           SELECT MI01-CREDIT-NOTE-KSDS ASSIGN TO CRNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CRN-ID
           FILE STATUS            IS WS-CRN-STATUS.

      *    WRITE-OFFS BOOKED BY WOFF001.
           SELECT MI01-WOFF-KSDS      ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS WOFF-BILL-ID
           FILE STATUS            IS WS-WOFF-STATUS.

      *    WAIVERS APPLIED -- THE WAIVER AUDIT GDG BASE.
           SELECT TI01-WAIVER-AUDIT   ASSIGN TO WAIVAUD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-WAV-STATUS.

      *    THE JOURNALS THAT TOUCH TAX PAYABLE -- GLPOST'S NIGHTLY
      *    JOURNAL AND REBL001'S CREDIT-NOTE JOURNAL, CONCATENATED.
           SELECT TI02-GL-JOURNALS    ASSIGN TO TAXGL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-GLJ-STATUS.

      *    CHART OF ACCOUNTS -- 'TAX ' IS THE ACCOUNT BEING TIED;
      *    'REV ' AND 'BDEX' TAKE THE OTHER SIDE OF THE RELIEFS.
           SELECT MI01-COA-MASTER     ASSIGN TO COAMSTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-COA-STATUS.

           SELECT MI09-PERIOD-KSDS    ASSIGN TO PERDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PRD-ID
           FILE STATUS            IS WS-PRD-STATUS.

      *    ONE ROW PER PERIOD -- THE DUTY ON BILLS NOT YET
      *    ARCHIVED AT CLOSE IS NEXT PERIOD'S OPENING TIMING ITEM.
           SELECT MO01-TAX-CONTROL-KSDS ASSIGN TO TAXCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS TC-PERIOD
           FILE STATUS            IS WS-TC-STATUS.

           SELECT TO01-JOURNAL        ASSIGN TO TAXJRNL
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-JRN-STATUS.

           SELECT TO02-TAX-RPT        ASSIGN TO TAXRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

      *    PIPE-DELIMITED COPY OF THE REGISTER FOR THE CONSULTANT.
           SELECT TO03-TAX-EXTRACT    ASSIGN TO TAXCSV
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CSV-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME HISTORY LAYOUT BILLARCH WRITES -- THE KEY, THEN
      *    THE WHOLE 230-BYTE BILL IMAGE.
       FD MI01-BILL-HIST-KSDS
           RECORD CONTAINS         260 CHARACTERS.

       01 MI01-BILL-HIST-RECORD.
          05 BH-KEY.
             10 BH-CUST-ID        PIC X(12).
             10 BH-BILL-PERIOD    PIC 9(06).
             10 BH-BILL-ID        PIC X(12).
          05 BH-BILL-IMAGE        PIC X(230).

       FD MI01-BILL-KSDS
           RECORD CONTAINS         230 CHARACTERS.

       01 MI01-BILL-KSDS-RECORD.
          05 BK-BILL-ID           PIC X(12).
          05 FILLER               PIC X(218).

      *    SAME CUSTOMER MASTER LAYOUT BILL003 USES, CUT OFF
      *    AFTER THE TARIFF CLASS.
       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         150  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME   PIC X(10).
          05 CUST-AREA-CODE   PIC X(6).
          05 CUST-SPACE       PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-ZIP-CODE    PIC X(9).
          05 CUST-PHONE       PIC X(12).
          05 CUST-DISCOUNT-CAT PIC X(1).
          05 CUST-BILLING-FREQ PIC X(1).
          05 CUST-TARIFF-CLASS PIC X(1).
             88 TARIFF-DOMESTIC    VALUE 'D' SPACE.
          05 FILLER           PIC X(43).

      *    SAME CREDIT-NOTE LAYOUT REBL001 WRITES.
       FD MI01-CREDIT-NOTE-KSDS
           RECORD CONTAINS         130 CHARACTERS.

       01 MI01-CREDIT-NOTE-RECORD.
          05 CRN-ID               PIC X(12).
          05 CRN-ISSUE-DATE       PIC 9(08).
          05 CRN-ORIG-BILL-ID     PIC X(12).
          05 CRN-CUST-ID          PIC X(12).
          05 CRN-REPL-BILL-ID     PIC X(12).
          05 CRN-AMOUNT           PIC 9(08)V99.
          05 CRN-TAX-AMOUNT       PIC 9(06)V99.
          05 CRN-RENT-AMOUNT      PIC 9(05)V99.
          05 CRN-REPL-AMOUNT      PIC 9(08)V99.
          05 CRN-PAID-CARRIED     PIC 9(08)V99.
          05 CRN-REASON-CODE      PIC X(02).
          05 CRN-OPERATOR-ID      PIC X(08).
          05 CRN-AREA-CODE        PIC X(06).
          05 CRN-TAXABLE-AMT      PIC 9(08)V99.
          05 FILLER               PIC X(03).

      *    SAME WRITE-OFF LAYOUT WOFF001 MAINTAINS.
       FD MI01-WOFF-KSDS
           RECORD CONTAINS         56  CHARACTERS.

       01 MI01-WOFF-RECORD.
          05 WOFF-BILL-ID         PIC X(14).
          05 WOFF-CUST-ID         PIC X(12).
          05 WOFF-AMOUNT          PIC 9(09)V99.
          05 WOFF-DATE            PIC 9(08).
          05 WOFF-STATUS          PIC X(01).
          05 WOFF-RECOVERED-AMT   PIC 9(09)V99.

       FD TI01-WAIVER-AUDIT
           RECORDING MODE          IS F
           RECORD CONTAINS         64  CHARACTERS.

       01 TI01-WAIVER-AUDIT-RECORD.
          05 WA-RUN-DATE         PIC 9(08).
          05 WA-BILL-ID          PIC X(14).
          05 WA-OLD-BALANCE      PIC 9(09)V99.
          05 WA-WAIVER-AMT       PIC 9(07)V99.
          05 WA-NEW-BALANCE      PIC 9(09)V99.
          05 WA-REASON-CODE      PIC X(02).
          05 WA-SUPERVISOR-ID    PIC X(08).
          05 WA-DISPOSITION      PIC X(01).
             88 WA-APPLIED              VALUE 'A'.

      *    SAME JOURNAL LAYOUT GLPOST WRITES, TRAILER INCLUDED.
       FD TI02-GL-JOURNALS
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TI02-GL-JOURNAL-RECORD.
          05 GJ-ACCT-CODE         PIC X(08).
          05 GJ-DR-CR             PIC X(01).
          05 GJ-AMOUNT            PIC 9(11)V99.
          05 GJ-AREA-CODE         PIC X(06).
          05 GJ-RUN-DATE          PIC 9(08).
          05 GJ-DESC              PIC X(20).

       FD MI01-COA-MASTER
           RECORDING MODE          IS F
           RECORD CONTAINS         42  CHARACTERS.

       01 MI01-COA-RECORD.
          05 COA-ROLE             PIC X(04).
          05 COA-ACCT-CODE        PIC X(08).
          05 COA-ACCT-NAME        PIC X(30).

       FD MI09-PERIOD-KSDS
           RECORD CONTAINS         25  CHARACTERS.

       01 MI09-PERIOD-RECORD.
          05 PRD-ID              PIC X(04).
          05 PRD-CURRENT-PERIOD  PIC 9(06).
          05 PRD-STATUS          PIC X(01).
          05 PRD-LAST-CLOSED     PIC 9(06).
          05 PRD-CLOSED-DATE     PIC 9(08).

       FD MO01-TAX-CONTROL-KSDS
           RECORD CONTAINS         90  CHARACTERS.

       01 MO01-TAX-CONTROL-RECORD.
          05 TC-PERIOD            PIC 9(06).
          05 TC-UNARCH-TAXABLE    PIC 9(11)V99.
          05 TC-UNARCH-TAX        PIC 9(11)V99.
          05 TC-NET-TAXABLE       PIC S9(11)V99.
          05 TC-NET-TAX           PIC S9(11)V99.
          05 TC-GL-MOVEMENT       PIC S9(11)V99.
          05 TC-DIFFERENCE        PIC S9(11)V99.
          05 FILLER               PIC X(06).

       FD TO01-JOURNAL
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TO01-JOURNAL-RECORD.
          05 JR-ACCT-CODE         PIC X(08).
          05 JR-DR-CR             PIC X(01).
          05 JR-AMOUNT            PIC 9(11)V99.
          05 JR-AREA-CODE         PIC X(06).
          05 JR-RUN-DATE          PIC 9(08).
          05 JR-DESC              PIC X(20).

       01 TO01-JOURNAL-TRAILER.
          05 JRT-ID               PIC X(08).
          05 JRT-REC-COUNT        PIC 9(07).
          05 JRT-HASH-TOTAL       PIC 9(13)V99.
          05 FILLER               PIC X(26).

       FD TO02-TAX-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TO02-TAX-RPT-RECORD     PIC X(133).

       FD TO03-TAX-EXTRACT
           RECORDING MODE          IS F
           RECORD CONTAINS         204 CHARACTERS.

       01 TO03-TAX-EXTRACT-RECORD PIC X(204).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-BH-STATUS          PIC X(02).
             88 BH-IO-STATUS       VALUE '00'.
             88 BH-EOF             VALUE '10'.
          05 WS-BILL-STATUS        PIC X(02).
             88 BILL-IO-STATUS     VALUE '00'.
             88 BILL-EOF           VALUE '10'.
          05 WS-CUST-STATUS        PIC X(02).
             88 CUST-IO-STATUS     VALUE '00'.
          05 WS-CRN-STATUS         PIC X(02).
             88 CRN-IO-STATUS      VALUE '00'.
             88 CRN-EOF            VALUE '10'.
          05 WS-WOFF-STATUS        PIC X(02).
             88 WOFF-IO-STATUS     VALUE '00'.
             88 WOFF-EOF           VALUE '10'.
          05 WS-WAV-STATUS         PIC X(02).
             88 WAV-IO-STATUS      VALUE '00'.
             88 WAV-EOF            VALUE '10'.
             88 WAV-NOT-FOUND      VALUE '35'.
          05 WS-GLJ-STATUS         PIC X(02).
             88 GLJ-IO-STATUS      VALUE '00'.
             88 GLJ-EOF            VALUE '10'.
          05 WS-COA-STATUS         PIC X(02).
             88 COA-IO-STATUS      VALUE '00'.
             88 COA-EOF            VALUE '10'.
          05 WS-PRD-STATUS         PIC X(02).
             88 PRD-IO-STATUS      VALUE '00'.
          05 WS-TC-STATUS          PIC X(02).
             88 TC-IO-STATUS       VALUE '00'.
          05 WS-JRN-STATUS         PIC X(02).
             88 JRN-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-CSV-STATUS         PIC X(02).
             88 CSV-IO-STATUS      VALUE '00'.
          05 WS-WAV-FILE-FLAG      PIC X(01) VALUE 'N'.
             88 WAV-FILE-PRESENT   VALUE 'Y'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-PERIOD             PIC 9(06) VALUE ZEROS.
          05 WS-PRIOR-PERIOD       PIC 9(06) VALUE ZEROS.
          05 WS-PERIOD-YYYY        PIC 9(04) VALUE ZEROS.
          05 WS-PERIOD-MM          PIC 9(02) VALUE ZEROS.

       01 WS-ACCOUNTS.
          05 WS-ACCT-TAX-PAYABLE   PIC X(08) VALUE SPACES.
          05 WS-ACCT-ENERGY-REV    PIC X(08) VALUE SPACES.
          05 WS-ACCT-BAD-DEBT      PIC X(08) VALUE SPACES.

      *    SAME BILL LAYOUT REBL001 USES -- THE HISTORY IMAGE AND
      *    THE LIVE MASTER ARE BOTH READ INTO IT.
       01 WS-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CUST-ID     PIC X(12).
          05 BILL-MTR-ID      PIC X(14).
          05 BILL-FIRST-NAME  PIC X(10).
          05 BILL-LAST-NAME   PIC X(10).
          05 BILL-AREA-CODE   PIC X(6).
          05 BILL-ADDRESS     PIC X(29).
          05 BILL-UNITS       PIC 9(6).
          05 BILL-ENERGY-CHG  PIC 9(8)V99.
          05 BILL-METER-RENT  PIC 9(5)V99.
          05 BILL-TAX-AMOUNT  PIC 9(6)V99.
          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-EST-FLAG    PIC X(1).
          05 BILL-PEAK-UNITS  PIC 9(6).
          05 BILL-NORM-UNITS  PIC 9(6).
          05 BILL-OFFP-UNITS  PIC 9(6).
          05 BILL-SPLIT-OLD-UNITS PIC 9(6).
          05 BILL-SPLIT-NEW-UNITS PIC 9(6).
          05 BILL-DISCOUNT-AMT PIC 9(6)V99.
          05 BILL-EXPORT-UNITS PIC 9(6).
          05 BILL-EXPORT-CR   PIC 9(6)V99.
          05 BILL-DEMAND-KW   PIC 9(5)V99.
          05 BILL-DEMAND-CHG  PIC 9(6)V99.
          05 BILL-PF-VALUE    PIC 9V99.
          05 BILL-PF-ADJ      PIC S9(6)V99.
          05 BILL-FCA-AMT     PIC S9(6)V99.
          05 BILL-ADJ-AMT     PIC S9(6)V99.
          05 BILL-CANCEL-FLAG PIC X(1).

      *    THE STANDARD DUTY RATE BILL003 CHARGES -- USED TO TAKE
      *    THE DUTY BACK OUT OF A WRITE-OFF OR WAIVER, WHICH CARRY
      *    ONLY A GROSS AMOUNT.
       01 WS-TAX-VARIABLES.
          05 WS-STD-TAX-PERCENT    PIC 9(03)V99 VALUE 5.00.
          05 WS-ROW-RATE           PIC 9(03)V99 VALUE ZEROS.
          05 WS-ROW-CLASS          PIC X(01) VALUE SPACE.
          05 WS-ROW-AREA           PIC X(06) VALUE SPACES.
          05 WS-ROW-TAXABLE        PIC 9(11)V99 VALUE ZEROS.
          05 WS-ROW-TAX            PIC 9(11)V99 VALUE ZEROS.
          05 WS-ROW-GROSS          PIC 9(11)V99 VALUE ZEROS.
          05 WS-ROW-KIND           PIC X(01) VALUE SPACE.
             88 ROW-ISSUED         VALUE 'I'.
             88 ROW-CREDIT-NOTE    VALUE 'C'.
             88 ROW-ADJUSTMENT     VALUE 'A'.
             88 ROW-WRITE-OFF      VALUE 'O'.
             88 ROW-WAIVER         VALUE 'V'.

      *    THE REGISTER -- ONE ROW PER RATE / CLASS / AREA, KEPT
      *    IN KEY ORDER AS ROWS ARE ADDED SO IT PRINTS SORTED.
       01 WS-REGISTER-STORAGE.
          05 WS-REGISTER-TABLE.
             10 WS-REG-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-REG-IDX.
                15 WS-RG-KEY.
                   20 WS-RG-RATE         PIC 9(03)V99.
                   20 WS-RG-CLASS        PIC X(01).
                   20 WS-RG-AREA         PIC X(06).
                15 WS-RG-ISS-TAXABLE     PIC 9(11)V99.
                15 WS-RG-ISS-TAX         PIC 9(11)V99.
                15 WS-RG-CRN-TAXABLE     PIC 9(11)V99.
                15 WS-RG-CRN-TAX         PIC 9(11)V99.
                15 WS-RG-ADJ-TAXABLE     PIC 9(11)V99.
                15 WS-RG-ADJ-TAX         PIC 9(11)V99.
                15 WS-RG-WOF-TAXABLE     PIC 9(11)V99.
                15 WS-RG-WOF-TAX         PIC 9(11)V99.
                15 WS-RG-WAV-TAXABLE     PIC 9(11)V99.
                15 WS-RG-WAV-TAX         PIC 9(11)V99.
          05 WS-REG-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-REG-ROWS       PIC 9(04) VALUE 500.
          05 WS-REG-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-REG-SHIFT-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-REG-INSERT-AT      PIC 9(04) VALUE ZEROS.
          05 WS-REG-FOUND-FLAG     PIC X(1) VALUE 'N'.
             88 REG-FOUND          VALUE 'Y'.
             88 REG-NOT-FOUND      VALUE 'N'.
          05 WS-REG-PASSED-FLAG    PIC X(1) VALUE 'N'.
             88 REG-PASSED         VALUE 'Y'.
          05 WS-SEARCH-KEY.
             10 WS-SK-RATE         PIC 9(03)V99.
             10 WS-SK-CLASS        PIC X(01).
             10 WS-SK-AREA         PIC X(06).

      *    THE PERIOD'S APPLIED WAIVERS. THE AUDIT FILE CARRIES
      *    ONLY THE BILL ID, SO CUSTOMER AND AREA ARE PICKED UP
      *    WHEN THE BILL COMES PAST ON THE HISTORY SCAN.
       01 WS-WAIVER-STORAGE.
          05 WS-WAIVER-TABLE.
             10 WS-WAV-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-WAV-IDX.
                15 WS-WV-BILL-ID         PIC X(14).
                15 WS-WV-AMOUNT          PIC 9(07)V99.
                15 WS-WV-CUST-ID         PIC X(12).
                15 WS-WV-AREA            PIC X(06).
          05 WS-WAV-COUNT          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-WAIVERS        PIC 9(04) VALUE 1000.
          05 WS-WAV-LOOP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-WAV-OVERFLOW-AMT   PIC 9(11)V99 VALUE ZEROS.

      *    REGISTER TOTALS AND THE GL TIE.
       01 WS-TOTALS.
          05 WS-TOT-ISS-TAXABLE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-ISS-TAX        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-CRN-TAXABLE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-CRN-TAX        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-ADJ-TAXABLE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-ADJ-TAX        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-WOF-TAXABLE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-WOF-TAX        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-WAV-TAXABLE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-WAV-TAX        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOT-NET-TAXABLE    PIC S9(11)V99 VALUE ZEROS.
          05 WS-TOT-NET-TAX        PIC S9(11)V99 VALUE ZEROS.
          05 WS-NET-TAXABLE        PIC S9(11)V99 VALUE ZEROS.
          05 WS-NET-TAX            PIC S9(11)V99 VALUE ZEROS.
          05 WS-RELIEF-TAX         PIC 9(11)V99 VALUE ZEROS.

       01 WS-GL-TIE.
          05 WS-OPEN-UNARCH-TAX    PIC 9(11)V99 VALUE ZEROS.
          05 WS-CLOSE-UNARCH-TAXABLE PIC 9(11)V99 VALUE ZEROS.
          05 WS-CLOSE-UNARCH-TAX   PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-MOVEMENT        PIC S9(11)V99 VALUE ZEROS.
          05 WS-GL-EXPECTED        PIC S9(11)V99 VALUE ZEROS.
          05 WS-GL-DIFFERENCE      PIC S9(11)V99 VALUE ZEROS.
          05 WS-GL-CLOSING         PIC S9(11)V99 VALUE ZEROS.
          05 WS-TOLERANCE          PIC 9(05)V99 VALUE 00010.00.

       01 WS-JOURNAL-TOTALS.
          05 WS-JRN-REC-COUNT      PIC 9(07) VALUE ZEROS.
          05 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-HIST-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-ISSUED-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-UNARCH-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-CRN-CTR            PIC 9(07) VALUE ZEROS.
          05 WS-ADJ-CTR            PIC 9(07) VALUE ZEROS.
          05 WS-WOFF-CTR           PIC 9(07) VALUE ZEROS.
          05 WS-WAIVER-CTR         PIC 9(07) VALUE ZEROS.
          05 WS-NO-CUST-CTR        PIC 9(07) VALUE ZEROS.
          05 WS-GLJ-CTR            PIC 9(07) VALUE ZEROS.
          05 WS-CSV-CTR            PIC 9(07) VALUE ZEROS.

       01 WS-RPT-HEADER1.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'ELECTRICITY DUTY OUTPUT REGISTER'.
          05 FILLER               PIC X(8)  VALUE 'PERIOD'.
          05 WS-RH-PERIOD         PIC 9(06).
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'DATE'.
          05 WS-RH-DATE           PIC 9(08).

       01 WS-RPT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE '  RATE'.
          05 FILLER               PIC X(3)  VALUE 'CL'.
          05 FILLER               PIC X(7)  VALUE 'AREA'.
          05 FILLER               PIC X(14) VALUE '   ISSUED VAL'.
          05 FILLER               PIC X(14) VALUE '   ISSUED DTY'.
          05 FILLER               PIC X(14) VALUE '  CR NOTE DTY'.
          05 FILLER               PIC X(14) VALUE '   ADJUST DTY'.
          05 FILLER               PIC X(14) VALUE ' WRITE-OFF DTY'.
          05 FILLER               PIC X(14) VALUE '    WAIVER DTY'.
          05 FILLER               PIC X(14) VALUE '      NET VAL'.
          05 FILLER               PIC X(14) VALUE '      NET DTY'.
          05 FILLER               PIC X(01) VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-RATE           PIC ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-CLASS          PIC X(01).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RD-AREA           PIC X(06).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-ISS-TAXABLE    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-ISS-TAX        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-CRN-TAX        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-ADJ-TAX        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-WOF-TAX        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-WAV-TAX        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-NET-TAXABLE    PIC --,---,--9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RD-NET-TAX        PIC --,---,--9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.

       01 WS-RPT-TOTAL-LINE REDEFINES WS-RPT-DETAIL.
          05 FILLER               PIC X(2).
          05 WS-RT-LABEL          PIC X(17).
          05 FILLER               PIC X(114).

       01 WS-RPT-TIE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-TL-LABEL          PIC X(40).
          05 WS-TL-AMOUNT         PIC ---,---,---,--9.99.
          05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-SECTION-TITLE        PIC X(133).

      *    THE CONSULTANT'S FILE -- FIXED-POSITION FIELDS WITH A
      *    PIPE BETWEEN EACH, ONE ROW PER REGISTER LINE, HEADED BY
      *    A ROW OF COLUMN NAMES.
       01 WS-CSV-HEADER.
          05 FILLER  PIC X(23) VALUE 'PERIOD|RATE  |C|AREA  |'.
          05 FILLER  PIC X(30) VALUE
             'ISSUED-VALUE  |ISSUED-DUTY   |'.
          05 FILLER  PIC X(30) VALUE
             'CRNOTE-VALUE  |CRNOTE-DUTY   |'.
          05 FILLER  PIC X(30) VALUE
             'ADJUST-VALUE  |ADJUST-DUTY   |'.
          05 FILLER  PIC X(30) VALUE
             'WRTOFF-VALUE  |WRTOFF-DUTY   |'.
          05 FILLER  PIC X(30) VALUE
             'WAIVER-VALUE  |WAIVER-DUTY   |'.
          05 FILLER  PIC X(31) VALUE
             'NET-VALUE      |NET-DUTY       '.

       01 WS-CSV-LINE.
          05 WS-CV-PERIOD         PIC 9(06).
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-RATE           PIC 9(03).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-CLASS          PIC X(01).
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-AREA           PIC X(06).
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-ISS-TAXABLE    PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-ISS-TAX        PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-CRN-TAXABLE    PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-CRN-TAX        PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-ADJ-TAXABLE    PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-ADJ-TAX        PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-WOF-TAXABLE    PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-WOF-TAX        PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-WAV-TAXABLE    PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-WAV-TAX        PIC 9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-NET-TAXABLE    PIC -9(11).99.
          05 FILLER               PIC X(01) VALUE '|'.
          05 WS-CV-NET-TAX        PIC -9(11).99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'TAXREG EXECUTION BEGINS HERE ...........'
           DISPLAY '  ELECTRICITY DUTY OUTPUT REGISTER      '
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-SET-PERIOD.
           PERFORM 2160-SET-PRIOR-PERIOD.

           PERFORM 2170-LOAD-CHART-OF-ACCOUNTS UNTIL COA-EOF.
           PERFORM 2180-CHECK-ACCOUNTS-RESOLVED.

           IF WAV-FILE-PRESENT
              PERFORM 2200-LOAD-WAIVERS UNTIL WAV-EOF
           END-IF.

           PERFORM 2300-SCAN-BILL-HISTORY UNTIL BH-EOF.

           PERFORM 2400-SCAN-UNARCHIVED-BILLS UNTIL BILL-EOF.

           PERFORM 2450-GATHER-CREDIT-NOTES UNTIL CRN-EOF.

           PERFORM 2500-GATHER-WRITEOFFS UNTIL WOFF-EOF.

           PERFORM 2550-REGISTER-WAIVERS
               VARYING WS-WAV-LOOP-CTR FROM 1 BY 1
               UNTIL WS-WAV-LOOP-CTR > WS-WAV-COUNT.

           IF WS-WAV-OVERFLOW-AMT > ZEROS
              PERFORM 2560-REGISTER-WAIVER-OVERFLOW
           END-IF.

           PERFORM 2580-SUM-GL-MOVEMENT UNTIL GLJ-EOF.

           PERFORM 2700-PRINT-REGISTER.

           PERFORM 2800-POST-RELIEF-JOURNAL.

           PERFORM 2900-TIE-TO-LEDGER.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MI01-BILL-HIST-KSDS.
           IF NOT BH-IO-STATUS
              DISPLAY 'ERROR OPENING BILL HISTORY KSDS: '
                      WS-BH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY 'ERROR OPENING BILL KSDS: ' WS-BILL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY 'ERROR OPENING CUSTOMER KSDS: '
                      WS-CUST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-CREDIT-NOTE-KSDS.
           IF NOT CRN-IO-STATUS
              DISPLAY 'ERROR OPENING CREDIT NOTE KSDS: '
                      WS-CRN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-WOFF-KSDS.
           IF NOT WOFF-IO-STATUS
              DISPLAY 'ERROR OPENING WRITE-OFF MASTER: '
                      WS-WOFF-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TI01-WAIVER-AUDIT.
           IF WAV-IO-STATUS
              SET WAV-FILE-PRESENT TO TRUE
           ELSE
              IF WAV-NOT-FOUND
                 DISPLAY 'NO WAIVER AUDIT FILE THIS PERIOD'
              ELSE
                 DISPLAY 'ERROR OPENING WAIVER AUDIT: '
                         WS-WAV-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT TI02-GL-JOURNALS.
           IF NOT GLJ-IO-STATUS
              DISPLAY 'ERROR OPENING GL JOURNALS: ' WS-GLJ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MI01-COA-MASTER.
           IF NOT COA-IO-STATUS
              DISPLAY 'ERROR OPENING CHART OF ACCOUNTS: '
                      WS-COA-STATUS
              STOP RUN
           END-IF.

           OPEN I-O MO01-TAX-CONTROL-KSDS.
           IF NOT TC-IO-STATUS
              DISPLAY 'ERROR OPENING TAX CONTROL KSDS: '
                      WS-TC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-JOURNAL.
           IF NOT JRN-IO-STATUS
              DISPLAY 'ERROR OPENING JOURNAL FILE: ' WS-JRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO02-TAX-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY 'ERROR OPENING TAX REGISTER: ' WS-RPT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TO03-TAX-EXTRACT.
           IF NOT CSV-IO-STATUS
              DISPLAY 'ERROR OPENING TAX EXTRACT: ' WS-CSV-STATUS
              STOP RUN
           END-IF.

       2150-SET-PERIOD  SECTION.

      *    THE PERIOD OF RECORD, NOT THE WALL CLOCK -- THE SAME
      *    RULE ARROLL FOLLOWS.
           OPEN INPUT MI09-PERIOD-KSDS.
           IF NOT PRD-IO-STATUS
              DISPLAY 'ERROR OPENING PERIOD CONTROL KSDS: '
                      WS-PRD-STATUS
              STOP RUN
           END-IF.
           MOVE 'CTRL' TO PRD-ID.
           READ MI09-PERIOD-KSDS
               INVALID KEY
                   MOVE WS-DATE(1:6) TO WS-PERIOD
                   DISPLAY 'PERIOD CONTROL RECORD NOT FOUND - '
                           'WALL CLOCK PERIOD ' WS-PERIOD
               NOT INVALID KEY
                   MOVE PRD-CURRENT-PERIOD TO WS-PERIOD
                   DISPLAY 'PERIOD OF RECORD: ' WS-PERIOD
           END-READ.
           CLOSE MI09-PERIOD-KSDS.

       2160-SET-PRIOR-PERIOD  SECTION.

           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YYYY.
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MM.
           IF WS-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-PERIOD-YYYY
              MOVE 12 TO WS-PERIOD-MM
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           MOVE WS-PERIOD-YYYY TO WS-PRIOR-PERIOD(1:4).
           MOVE WS-PERIOD-MM   TO WS-PRIOR-PERIOD(5:2).

      *    LAST CLOSE'S UNARCHIVED BILLS WERE JOURNALLED LAST
      *    MONTH BUT ARE STAMPED INTO THIS PERIOD'S HISTORY.
           MOVE WS-PRIOR-PERIOD TO TC-PERIOD.
           READ MO01-TAX-CONTROL-KSDS
               INVALID KEY
                   MOVE ZEROS TO WS-OPEN-UNARCH-TAX
                   DISPLAY 'NO PRIOR TAX CONTROL ROW - OPENING '
                           'TIMING ITEM TAKEN AS ZERO'
               NOT INVALID KEY
                   MOVE TC-UNARCH-TAX TO WS-OPEN-UNARCH-TAX
           END-READ.

       2170-LOAD-CHART-OF-ACCOUNTS  SECTION.

           READ MI01-COA-MASTER
               AT END  SET COA-EOF TO TRUE
               NOT AT END
                   EVALUATE COA-ROLE
                       WHEN 'TAX '
                           MOVE COA-ACCT-CODE TO WS-ACCT-TAX-PAYABLE
                       WHEN 'REV '
                           MOVE COA-ACCT-CODE TO WS-ACCT-ENERGY-REV
                       WHEN 'BDEX'
                           MOVE COA-ACCT-CODE TO WS-ACCT-BAD-DEBT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2180-CHECK-ACCOUNTS-RESOLVED  SECTION.

           IF WS-ACCT-TAX-PAYABLE = SPACES
              OR WS-ACCT-ENERGY-REV = SPACES
              OR WS-ACCT-BAD-DEBT = SPACES
              DISPLAY 'CHART OF ACCOUNTS INCOMPLETE - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2200-LOAD-WAIVERS  SECTION.

      *    THE AUDIT FILE IS APPENDED RUN AFTER RUN -- ONLY THIS
      *    PERIOD'S APPLIED WAIVERS BELONG ON THIS REGISTER.
           READ TI01-WAIVER-AUDIT
               AT END  SET WAV-EOF TO TRUE
               NOT AT END
                   IF WA-APPLIED
                      AND WA-RUN-DATE(1:6) = WS-PERIOD
                      ADD 1 TO WS-WAIVER-CTR
                      IF WS-WAV-COUNT >= WS-MAX-WAIVERS
      *                  REGISTERED UNRESOLVED RATHER THAN DROPPED
                         ADD WA-WAIVER-AMT TO WS-WAV-OVERFLOW-AMT
                      ELSE
                         ADD 1 TO WS-WAV-COUNT
                         SET WS-WAV-IDX TO WS-WAV-COUNT
                         MOVE WA-BILL-ID
                             TO WS-WV-BILL-ID(WS-WAV-IDX)
                         MOVE WA-WAIVER-AMT
                             TO WS-WV-AMOUNT(WS-WAV-IDX)
                         MOVE SPACES TO WS-WV-CUST-ID(WS-WAV-IDX)
                         MOVE SPACES TO WS-WV-AREA(WS-WAV-IDX)
                      END-IF
                   END-IF
           END-READ.

       2300-SCAN-BILL-HISTORY  SECTION.

      *    EVERY HISTORY ROW IS PASSED -- THIS PERIOD'S ROWS ARE
      *    THE BILLS ISSUED, AND ANY ROW MAY BE THE BILL A WAIVER
      *    WAS GRANTED AGAINST.
           READ MI01-BILL-HIST-KSDS
               AT END  SET BH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-CTR
                   MOVE BH-BILL-IMAGE TO WS-BILL-RECORD
                   PERFORM 2350-MATCH-WAIVERS
                   IF BH-BILL-PERIOD = WS-PERIOD
                      PERFORM 2310-REGISTER-ISSUED-BILL
                   END-IF
           END-READ.

       2310-REGISTER-ISSUED-BILL  SECTION.

      *    A BILL CANCELLED SINCE IS STILL AN ISSUED BILL -- ITS
      *    CREDIT NOTE TAKES THE DUTY BACK IN THE CREDIT COLUMN.
           ADD 1 TO WS-ISSUED-CTR.

           MOVE BILL-CUST-ID TO CUST-KEY.
           PERFORM 2320-FETCH-CLASS.

           MOVE BILL-AREA-CODE  TO WS-ROW-AREA.
           MOVE BILL-ENERGY-CHG TO WS-ROW-TAXABLE.
           MOVE BILL-TAX-AMOUNT TO WS-ROW-TAX.
           PERFORM 2330-DERIVE-RATE.

           SET ROW-ISSUED TO TRUE.
           PERFORM 2600-POST-TO-REGISTER.

      *    AN ADJUSTMENT CREDIT ON THE BILL CAME OFF A TAX-
      *    INCLUSIVE TOTAL -- THE DUTY INSIDE IT IS TAKEN BACK AT
      *    THE BILL'S OWN RATE.
           IF BILL-ADJ-AMT < ZEROS
              ADD 1 TO WS-ADJ-CTR
              COMPUTE WS-ROW-GROSS = 0 - BILL-ADJ-AMT
              PERFORM 2340-SPLIT-GROSS
              SET ROW-ADJUSTMENT TO TRUE
              PERFORM 2600-POST-TO-REGISTER
           END-IF.

       2320-FETCH-CLASS  SECTION.

           READ MI01-CUSTOMER-KSDS
               INVALID KEY
                   ADD 1 TO WS-NO-CUST-CTR
                   MOVE '?' TO WS-ROW-CLASS
               NOT INVALID KEY
                   IF TARIFF-DOMESTIC
                      MOVE 'D' TO WS-ROW-CLASS
                   ELSE
                      MOVE CUST-TARIFF-CLASS TO WS-ROW-CLASS
                   END-IF
           END-READ.

       2330-DERIVE-RATE  SECTION.

      *    THE RATE IS READ OFF THE BILL ITSELF, SO A BILL PRICED
      *    AT ANY OTHER RATE FALLS IN ITS OWN REGISTER LINE.
           IF WS-ROW-TAXABLE > ZEROS
              COMPUTE WS-ROW-RATE ROUNDED =
                      WS-ROW-TAX * 100 / WS-ROW-TAXABLE
           ELSE
              MOVE ZEROS TO WS-ROW-RATE
           END-IF.

       2340-SPLIT-GROSS  SECTION.

           COMPUTE WS-ROW-TAX ROUNDED =
                   WS-ROW-GROSS * WS-ROW-RATE / (100 + WS-ROW-RATE).
           COMPUTE WS-ROW-TAXABLE = WS-ROW-GROSS - WS-ROW-TAX.

       2350-MATCH-WAIVERS  SECTION.

           PERFORM 2360-MATCH-ONE-WAIVER
               VARYING WS-WAV-LOOP-CTR FROM 1 BY 1
               UNTIL WS-WAV-LOOP-CTR > WS-WAV-COUNT.

       2360-MATCH-ONE-WAIVER  SECTION.

           SET WS-WAV-IDX TO WS-WAV-LOOP-CTR.
           IF WS-WV-BILL-ID(WS-WAV-IDX) = BILL-ID
              MOVE BILL-CUST-ID   TO WS-WV-CUST-ID(WS-WAV-IDX)
              MOVE BILL-AREA-CODE TO WS-WV-AREA(WS-WAV-IDX)
           END-IF.

       2400-SCAN-UNARCHIVED-BILLS  SECTION.

      *    WHAT IS ON THE LIVE MASTER AT CLOSE GOES INTO NEXT
      *    PERIOD'S HISTORY -- ITS DUTY IS THIS MONTH'S CLOSING
      *    TIMING ITEM. A WAIVER AGAINST ONE OF THESE BILLS FINDS
      *    ITS CUSTOMER HERE.
           READ MI01-BILL-KSDS INTO WS-BILL-RECORD
               AT END  SET BILL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-UNARCH-CTR
                   ADD BILL-ENERGY-CHG TO WS-CLOSE-UNARCH-TAXABLE
                   ADD BILL-TAX-AMOUNT TO WS-CLOSE-UNARCH-TAX
                   PERFORM 2350-MATCH-WAIVERS
           END-READ.

       2450-GATHER-CREDIT-NOTES  SECTION.

           READ MI01-CREDIT-NOTE-KSDS
               AT END  SET CRN-EOF TO TRUE
               NOT AT END
                   IF CRN-ISSUE-DATE(1:6) = WS-PERIOD
                      ADD 1 TO WS-CRN-CTR
                      MOVE CRN-CUST-ID TO CUST-KEY
                      PERFORM 2320-FETCH-CLASS
                      MOVE CRN-AREA-CODE   TO WS-ROW-AREA
                      MOVE CRN-TAXABLE-AMT TO WS-ROW-TAXABLE
                      MOVE CRN-TAX-AMOUNT  TO WS-ROW-TAX
                      PERFORM 2330-DERIVE-RATE
                      SET ROW-CREDIT-NOTE TO TRUE
                      PERFORM 2600-POST-TO-REGISTER
                   END-IF
           END-READ.

       2500-GATHER-WRITEOFFS  SECTION.

      *    A WRITE-OFF CARRIES ONLY THE GROSS BALANCE ABANDONED --
      *    THE DUTY INSIDE IT IS TAKEN OUT AT THE STANDARD RATE,
      *    AGAINST THE CUSTOMER'S CLASS AND AREA.
           READ MI01-WOFF-KSDS
               AT END  SET WOFF-EOF TO TRUE
               NOT AT END
                   IF WOFF-DATE(1:6) = WS-PERIOD
                      ADD 1 TO WS-WOFF-CTR
                      MOVE WOFF-CUST-ID TO CUST-KEY
                      PERFORM 2320-FETCH-CLASS
                      IF WS-ROW-CLASS = '?'
                         MOVE SPACES TO WS-ROW-AREA
                      ELSE
                         MOVE CUST-AREA-CODE TO WS-ROW-AREA
                      END-IF
                      MOVE WS-STD-TAX-PERCENT TO WS-ROW-RATE
                      MOVE WOFF-AMOUNT TO WS-ROW-GROSS
                      PERFORM 2340-SPLIT-GROSS
                      SET ROW-WRITE-OFF TO TRUE
                      PERFORM 2600-POST-TO-REGISTER
                   END-IF
           END-READ.

       2550-REGISTER-WAIVERS  SECTION.

      *    A WAIVER WHOSE BILL WAS NEVER SEEN IS STILL REGISTERED,
      *    UNDER CLASS '?' AND A BLANK AREA, SO THE TOTAL IS WHOLE.
           SET WS-WAV-IDX TO WS-WAV-LOOP-CTR.

           IF WS-WV-CUST-ID(WS-WAV-IDX) = SPACES
              MOVE '?'    TO WS-ROW-CLASS
              MOVE SPACES TO WS-ROW-AREA
           ELSE
              MOVE WS-WV-CUST-ID(WS-WAV-IDX) TO CUST-KEY
              PERFORM 2320-FETCH-CLASS
              MOVE WS-WV-AREA(WS-WAV-IDX) TO WS-ROW-AREA
           END-IF.

           MOVE WS-STD-TAX-PERCENT        TO WS-ROW-RATE.
           MOVE WS-WV-AMOUNT(WS-WAV-IDX)  TO WS-ROW-GROSS.
           PERFORM 2340-SPLIT-GROSS.
           SET ROW-WAIVER TO TRUE.
           PERFORM 2600-POST-TO-REGISTER.

       2560-REGISTER-WAIVER-OVERFLOW  SECTION.

           DISPLAY 'WARNING: WAIVER TABLE FULL - MAX '
                   WS-MAX-WAIVERS ' - REMAINDER REGISTERED UNRESOLVED'.
           MOVE '?'                 TO WS-ROW-CLASS.
           MOVE SPACES              TO WS-ROW-AREA.
           MOVE WS-STD-TAX-PERCENT  TO WS-ROW-RATE.
           MOVE WS-WAV-OVERFLOW-AMT TO WS-ROW-GROSS.
           PERFORM 2340-SPLIT-GROSS.
           SET ROW-WAIVER TO TRUE.
           PERFORM 2600-POST-TO-REGISTER.

       2580-SUM-GL-MOVEMENT  SECTION.

      *    CREDITS TO TAX PAYABLE LESS DEBITS, ON EVERY JOURNAL
      *    LINE DATED IN THE PERIOD. THE BATCH TRAILERS ARE
      *    PASSED OVER.
           READ TI02-GL-JOURNALS
               AT END  SET GLJ-EOF TO TRUE
               NOT AT END
                   IF GJ-ACCT-CODE = WS-ACCT-TAX-PAYABLE
                      AND GJ-RUN-DATE(1:6) = WS-PERIOD
                      ADD 1 TO WS-GLJ-CTR
                      IF GJ-DR-CR = 'D'
                         SUBTRACT GJ-AMOUNT FROM WS-GL-MOVEMENT
                      ELSE
                         ADD GJ-AMOUNT TO WS-GL-MOVEMENT
                      END-IF
                   END-IF
           END-READ.

       2600-POST-TO-REGISTER  SECTION.

           MOVE WS-ROW-RATE  TO WS-SK-RATE.
           MOVE WS-ROW-CLASS TO WS-SK-CLASS.
           MOVE WS-ROW-AREA  TO WS-SK-AREA.

           SET REG-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-REG-PASSED-FLAG.
           COMPUTE WS-REG-INSERT-AT = WS-REG-COUNT + 1.
           PERFORM 2610-MATCH-ONE-ROW
               VARYING WS-REG-LOOP-CTR FROM 1 BY 1
               UNTIL WS-REG-LOOP-CTR > WS-REG-COUNT
                  OR REG-FOUND
                  OR REG-PASSED.

           IF REG-NOT-FOUND
              IF WS-REG-COUNT >= WS-MAX-REG-ROWS
                 DISPLAY 'WARNING: REGISTER TABLE FULL - MAX '
                         WS-MAX-REG-ROWS
              ELSE
                 PERFORM 2620-INSERT-ROW
              END-IF
           END-IF.

           IF REG-FOUND
              PERFORM 2640-ACCUMULATE-ROW
           END-IF.

       2610-MATCH-ONE-ROW  SECTION.

      *    THE TABLE IS IN KEY ORDER -- THE FIRST HIGHER KEY IS
      *    WHERE A NEW ROW BELONGS.
           SET WS-REG-IDX TO WS-REG-LOOP-CTR.
           IF WS-RG-KEY(WS-REG-IDX) = WS-SEARCH-KEY
              SET REG-FOUND TO TRUE
           ELSE
              IF WS-RG-KEY(WS-REG-IDX) > WS-SEARCH-KEY
                 MOVE 'Y' TO WS-REG-PASSED-FLAG
                 MOVE WS-REG-LOOP-CTR TO WS-REG-INSERT-AT
              END-IF
           END-IF.

       2620-INSERT-ROW  SECTION.

      *    EVERY ROW FROM THE INSERT POINT DOWN MOVES ONE PLACE
      *    TO MAKE ROOM.
           PERFORM 2630-SHIFT-ONE-ROW
               VARYING WS-REG-SHIFT-CTR FROM WS-REG-COUNT BY -1
               UNTIL WS-REG-SHIFT-CTR < WS-REG-INSERT-AT.

           ADD 1 TO WS-REG-COUNT.
           SET WS-REG-IDX TO WS-REG-INSERT-AT.
           MOVE ZEROS         TO WS-REG-ENTRY(WS-REG-IDX).
           MOVE WS-SEARCH-KEY TO WS-RG-KEY(WS-REG-IDX).
           SET REG-FOUND TO TRUE.

       2630-SHIFT-ONE-ROW  SECTION.

           MOVE WS-REG-ENTRY(WS-REG-SHIFT-CTR)
               TO WS-REG-ENTRY(WS-REG-SHIFT-CTR + 1).

       2640-ACCUMULATE-ROW  SECTION.

           EVALUATE TRUE
               WHEN ROW-ISSUED
                   ADD WS-ROW-TAXABLE TO WS-RG-ISS-TAXABLE(WS-REG-IDX)
                   ADD WS-ROW-TAX     TO WS-RG-ISS-TAX(WS-REG-IDX)
               WHEN ROW-CREDIT-NOTE
                   ADD WS-ROW-TAXABLE TO WS-RG-CRN-TAXABLE(WS-REG-IDX)
                   ADD WS-ROW-TAX     TO WS-RG-CRN-TAX(WS-REG-IDX)
               WHEN ROW-ADJUSTMENT
                   ADD WS-ROW-TAXABLE TO WS-RG-ADJ-TAXABLE(WS-REG-IDX)
                   ADD WS-ROW-TAX     TO WS-RG-ADJ-TAX(WS-REG-IDX)
               WHEN ROW-WRITE-OFF
                   ADD WS-ROW-TAXABLE TO WS-RG-WOF-TAXABLE(WS-REG-IDX)
                   ADD WS-ROW-TAX     TO WS-RG-WOF-TAX(WS-REG-IDX)
               WHEN ROW-WAIVER
                   ADD WS-ROW-TAXABLE TO WS-RG-WAV-TAXABLE(WS-REG-IDX)
                   ADD WS-ROW-TAX     TO WS-RG-WAV-TAX(WS-REG-IDX)
           END-EVALUATE.

       2700-PRINT-REGISTER  SECTION.

           MOVE WS-PERIOD TO WS-RH-PERIOD.
           MOVE WS-DATE   TO WS-RH-DATE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-HEADER1.
           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-SECTION-TITLE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-HEADER2.

           WRITE TO03-TAX-EXTRACT-RECORD FROM WS-CSV-HEADER.

           PERFORM 2710-PRINT-ONE-ROW
               VARYING WS-REG-LOOP-CTR FROM 1 BY 1
               UNTIL WS-REG-LOOP-CTR > WS-REG-COUNT.

           COMPUTE WS-TOT-NET-TAXABLE =
                   WS-TOT-ISS-TAXABLE - WS-TOT-CRN-TAXABLE
                   - WS-TOT-ADJ-TAXABLE - WS-TOT-WOF-TAXABLE
                   - WS-TOT-WAV-TAXABLE.
           COMPUTE WS-TOT-NET-TAX =
                   WS-TOT-ISS-TAX - WS-TOT-CRN-TAX
                   - WS-TOT-ADJ-TAX - WS-TOT-WOF-TAX
                   - WS-TOT-WAV-TAX.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE WS-TOT-ISS-TAXABLE TO WS-RD-ISS-TAXABLE.
           MOVE WS-TOT-ISS-TAX     TO WS-RD-ISS-TAX.
           MOVE WS-TOT-CRN-TAX     TO WS-RD-CRN-TAX.
           MOVE WS-TOT-ADJ-TAX     TO WS-RD-ADJ-TAX.
           MOVE WS-TOT-WOF-TAX     TO WS-RD-WOF-TAX.
           MOVE WS-TOT-WAV-TAX     TO WS-RD-WAV-TAX.
           MOVE WS-TOT-NET-TAXABLE TO WS-RD-NET-TAXABLE.
           MOVE WS-TOT-NET-TAX     TO WS-RD-NET-TAX.
           MOVE 'PERIOD TOTAL'     TO WS-RT-LABEL.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-DETAIL.

       2710-PRINT-ONE-ROW  SECTION.

           SET WS-REG-IDX TO WS-REG-LOOP-CTR.

           COMPUTE WS-NET-TAXABLE =
                   WS-RG-ISS-TAXABLE(WS-REG-IDX)
                   - WS-RG-CRN-TAXABLE(WS-REG-IDX)
                   - WS-RG-ADJ-TAXABLE(WS-REG-IDX)
                   - WS-RG-WOF-TAXABLE(WS-REG-IDX)
                   - WS-RG-WAV-TAXABLE(WS-REG-IDX).
           COMPUTE WS-NET-TAX =
                   WS-RG-ISS-TAX(WS-REG-IDX)
                   - WS-RG-CRN-TAX(WS-REG-IDX)
                   - WS-RG-ADJ-TAX(WS-REG-IDX)
                   - WS-RG-WOF-TAX(WS-REG-IDX)
                   - WS-RG-WAV-TAX(WS-REG-IDX).

           ADD WS-RG-ISS-TAXABLE(WS-REG-IDX) TO WS-TOT-ISS-TAXABLE.
           ADD WS-RG-ISS-TAX(WS-REG-IDX)     TO WS-TOT-ISS-TAX.
           ADD WS-RG-CRN-TAXABLE(WS-REG-IDX) TO WS-TOT-CRN-TAXABLE.
           ADD WS-RG-CRN-TAX(WS-REG-IDX)     TO WS-TOT-CRN-TAX.
           ADD WS-RG-ADJ-TAXABLE(WS-REG-IDX) TO WS-TOT-ADJ-TAXABLE.
           ADD WS-RG-ADJ-TAX(WS-REG-IDX)     TO WS-TOT-ADJ-TAX.
           ADD WS-RG-WOF-TAXABLE(WS-REG-IDX) TO WS-TOT-WOF-TAXABLE.
           ADD WS-RG-WOF-TAX(WS-REG-IDX)     TO WS-TOT-WOF-TAX.
           ADD WS-RG-WAV-TAXABLE(WS-REG-IDX) TO WS-TOT-WAV-TAXABLE.
           ADD WS-RG-WAV-TAX(WS-REG-IDX)     TO WS-TOT-WAV-TAX.

           MOVE WS-RG-RATE(WS-REG-IDX)        TO WS-RD-RATE.
           MOVE WS-RG-CLASS(WS-REG-IDX)       TO WS-RD-CLASS.
           MOVE WS-RG-AREA(WS-REG-IDX)        TO WS-RD-AREA.
           MOVE WS-RG-ISS-TAXABLE(WS-REG-IDX) TO WS-RD-ISS-TAXABLE.
           MOVE WS-RG-ISS-TAX(WS-REG-IDX)     TO WS-RD-ISS-TAX.
           MOVE WS-RG-CRN-TAX(WS-REG-IDX)     TO WS-RD-CRN-TAX.
           MOVE WS-RG-ADJ-TAX(WS-REG-IDX)     TO WS-RD-ADJ-TAX.
           MOVE WS-RG-WOF-TAX(WS-REG-IDX)     TO WS-RD-WOF-TAX.
           MOVE WS-RG-WAV-TAX(WS-REG-IDX)     TO WS-RD-WAV-TAX.
           MOVE WS-NET-TAXABLE                TO WS-RD-NET-TAXABLE.
           MOVE WS-NET-TAX                    TO WS-RD-NET-TAX.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-DETAIL.

           MOVE WS-PERIOD                     TO WS-CV-PERIOD.
           MOVE WS-RG-RATE(WS-REG-IDX)        TO WS-CV-RATE.
           MOVE WS-RG-CLASS(WS-REG-IDX)       TO WS-CV-CLASS.
           MOVE WS-RG-AREA(WS-REG-IDX)        TO WS-CV-AREA.
           MOVE WS-RG-ISS-TAXABLE(WS-REG-IDX) TO WS-CV-ISS-TAXABLE.
           MOVE WS-RG-ISS-TAX(WS-REG-IDX)     TO WS-CV-ISS-TAX.
           MOVE WS-RG-CRN-TAXABLE(WS-REG-IDX) TO WS-CV-CRN-TAXABLE.
           MOVE WS-RG-CRN-TAX(WS-REG-IDX)     TO WS-CV-CRN-TAX.
           MOVE WS-RG-ADJ-TAXABLE(WS-REG-IDX) TO WS-CV-ADJ-TAXABLE.
           MOVE WS-RG-ADJ-TAX(WS-REG-IDX)     TO WS-CV-ADJ-TAX.
           MOVE WS-RG-WOF-TAXABLE(WS-REG-IDX) TO WS-CV-WOF-TAXABLE.
           MOVE WS-RG-WOF-TAX(WS-REG-IDX)     TO WS-CV-WOF-TAX.
           MOVE WS-RG-WAV-TAXABLE(WS-REG-IDX) TO WS-CV-WAV-TAXABLE.
           MOVE WS-RG-WAV-TAX(WS-REG-IDX)     TO WS-CV-WAV-TAX.
           MOVE WS-NET-TAXABLE                TO WS-CV-NET-TAXABLE.
           MOVE WS-NET-TAX                    TO WS-CV-NET-TAX.
           WRITE TO03-TAX-EXTRACT-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-CSV-CTR.

       2800-POST-RELIEF-JOURNAL  SECTION.

      *    CREDIT NOTES ARE JOURNALLED BY REBL001 WHEN RAISED. THE
      *    DUTY INSIDE ADJUSTMENT CREDITS AND WAIVERS CAME OFF THE
      *    CUSTOMER'S BALANCE WITH NO LEDGER ENTRY, AND WOFF001
      *    CHARGES A WRITE-OFF GROSS TO BAD DEBT -- ALL THREE ARE
      *    TAKEN OUT OF TAX PAYABLE HERE, BY AREA.
           PERFORM 2810-POST-ONE-ROW
               VARYING WS-REG-LOOP-CTR FROM 1 BY 1
               UNTIL WS-REG-LOOP-CTR > WS-REG-COUNT.

           MOVE SPACES           TO TO01-JOURNAL-TRAILER.
           MOVE 'TRAILER '       TO JRT-ID.
           MOVE WS-JRN-REC-COUNT TO JRT-REC-COUNT.
           MOVE WS-HASH-TOTAL    TO JRT-HASH-TOTAL.
           WRITE TO01-JOURNAL-TRAILER.

       2810-POST-ONE-ROW  SECTION.

           SET WS-REG-IDX TO WS-REG-LOOP-CTR.
           MOVE WS-RG-AREA(WS-REG-IDX) TO JR-AREA-CODE.

           IF WS-RG-ADJ-TAX(WS-REG-IDX) + WS-RG-WAV-TAX(WS-REG-IDX)
              > ZEROS
              COMPUTE JR-AMOUNT = WS-RG-ADJ-TAX(WS-REG-IDX)
                                + WS-RG-WAV-TAX(WS-REG-IDX)
              MOVE WS-ACCT-TAX-PAYABLE      TO JR-ACCT-CODE
              MOVE 'D'                      TO JR-DR-CR
              MOVE 'DUTY ON CREDITS     '   TO JR-DESC
              PERFORM 2850-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-ENERGY-REV       TO JR-ACCT-CODE
              MOVE 'C'                      TO JR-DR-CR
              PERFORM 2850-WRITE-JOURNAL-RECORD
           END-IF.

           IF WS-RG-WOF-TAX(WS-REG-IDX) > ZEROS
              MOVE WS-RG-WOF-TAX(WS-REG-IDX) TO JR-AMOUNT
              MOVE WS-ACCT-TAX-PAYABLE      TO JR-ACCT-CODE
              MOVE 'D'                      TO JR-DR-CR
              MOVE 'DUTY ON WRITE-OFFS  '   TO JR-DESC
              PERFORM 2850-WRITE-JOURNAL-RECORD
              MOVE WS-ACCT-BAD-DEBT         TO JR-ACCT-CODE
              MOVE 'C'                      TO JR-DR-CR
              PERFORM 2850-WRITE-JOURNAL-RECORD
           END-IF.

       2850-WRITE-JOURNAL-RECORD  SECTION.

           MOVE WS-DATE TO JR-RUN-DATE.

           WRITE TO01-JOURNAL-RECORD.

           ADD 1 TO WS-JRN-REC-COUNT.
           ADD JR-AMOUNT TO WS-HASH-TOTAL.
           IF JR-DR-CR = 'D'
              ADD JR-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD JR-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       2900-TIE-TO-LEDGER  SECTION.

      *    WHAT THE LEDGER SHOULD HAVE MOVED BY: DUTY ON BILLS
      *    ISSUED, LESS LAST CLOSE'S UNARCHIVED BILLS (JOURNALLED
      *    LAST MONTH), PLUS THIS CLOSE'S (JOURNALLED THIS MONTH,
      *    REGISTERED NEXT), LESS THE CREDIT NOTES REBL001 POSTED.
      *    AFTER THE RELIEFS ABOVE THE ACCOUNT MUST SIT ON THE
      *    REGISTER'S NET DUTY PLUS THE SAME TIMING DIFFERENCE.
           COMPUTE WS-GL-EXPECTED =
                   WS-TOT-ISS-TAX - WS-OPEN-UNARCH-TAX
                   + WS-CLOSE-UNARCH-TAX - WS-TOT-CRN-TAX.
           COMPUTE WS-GL-DIFFERENCE =
                   WS-GL-MOVEMENT - WS-GL-EXPECTED.
           COMPUTE WS-RELIEF-TAX =
                   WS-TOT-ADJ-TAX + WS-TOT-WOF-TAX + WS-TOT-WAV-TAX.
           COMPUTE WS-GL-CLOSING =
                   WS-GL-MOVEMENT - WS-RELIEF-TAX.

           MOVE SPACES TO WS-SECTION-TITLE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-SECTION-TITLE.
           MOVE '  TIE TO GL TAX PAYABLE' TO WS-SECTION-TITLE.
           WRITE TO02-TAX-RPT-RECORD FROM WS-SECTION-TITLE.

           MOVE 'DUTY ON BILLS ISSUED'             TO WS-TL-LABEL.
           MOVE WS-TOT-ISS-TAX                     TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'LESS UNARCHIVED AT LAST CLOSE'    TO WS-TL-LABEL.
           MOVE WS-OPEN-UNARCH-TAX                 TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'PLUS UNARCHIVED AT THIS CLOSE'    TO WS-TL-LABEL.
           MOVE WS-CLOSE-UNARCH-TAX                TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'LESS CREDIT NOTES'                TO WS-TL-LABEL.
           MOVE WS-TOT-CRN-TAX                     TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'EXPECTED LEDGER MOVEMENT'         TO WS-TL-LABEL.
           MOVE WS-GL-EXPECTED                     TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'LEDGER MOVEMENT PER JOURNALS'     TO WS-TL-LABEL.
           MOVE WS-GL-MOVEMENT                     TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'DIFFERENCE'                       TO WS-TL-LABEL.
           MOVE WS-GL-DIFFERENCE                   TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'RELIEFS POSTED THIS RUN'          TO WS-TL-LABEL.
           MOVE WS-RELIEF-TAX                      TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'CLOSING LEDGER MOVEMENT'          TO WS-TL-LABEL.
           MOVE WS-GL-CLOSING                      TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.
           MOVE 'REGISTER NET DUTY'                TO WS-TL-LABEL.
           MOVE WS-TOT-NET-TAX                     TO WS-TL-AMOUNT.
           WRITE TO02-TAX-RPT-RECORD FROM WS-RPT-TIE-LINE.

           PERFORM 2950-STORE-TAX-CONTROL.

           IF WS-GL-DIFFERENCE > WS-TOLERANCE
              OR WS-GL-DIFFERENCE < (0 - WS-TOLERANCE)
              DISPLAY 'TAX REGISTER DOES NOT TIE TO LEDGER: '
                      WS-GL-DIFFERENCE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'TAX REGISTER TIES WITHIN TOLERANCE: '
                      WS-GL-DIFFERENCE
           END-IF.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY 'JOURNAL OUT OF BALANCE - DR '
                      WS-TOTAL-DEBITS ' CR ' WS-TOTAL-CREDITS
              MOVE 8 TO RETURN-CODE
           END-IF.

       2950-STORE-TAX-CONTROL  SECTION.

           MOVE SPACES                  TO MO01-TAX-CONTROL-RECORD.
           MOVE WS-PERIOD               TO TC-PERIOD.
           MOVE WS-CLOSE-UNARCH-TAXABLE TO TC-UNARCH-TAXABLE.
           MOVE WS-CLOSE-UNARCH-TAX     TO TC-UNARCH-TAX.
           MOVE WS-TOT-NET-TAXABLE      TO TC-NET-TAXABLE.
           MOVE WS-TOT-NET-TAX          TO TC-NET-TAX.
           MOVE WS-GL-MOVEMENT          TO TC-GL-MOVEMENT.
           MOVE WS-GL-DIFFERENCE        TO TC-DIFFERENCE.

           WRITE MO01-TAX-CONTROL-RECORD
               INVALID KEY
                   REWRITE MO01-TAX-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'TAX CONTROL REWRITE FAILED: '
                                   TC-PERIOD
                                   ' STATUS: ' WS-TC-STATUS
                   END-REWRITE
           END-WRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' HISTORY ROWS READ        ',  WS-HIST-CTR
           DISPLAY ' BILLS ISSUED IN PERIOD   ',  WS-ISSUED-CTR
           DISPLAY ' BILLS NOT YET ARCHIVED   ',  WS-UNARCH-CTR
           DISPLAY ' CREDIT NOTES             ',  WS-CRN-CTR
           DISPLAY ' ADJUSTMENT CREDITS       ',  WS-ADJ-CTR
           DISPLAY ' WRITE-OFFS               ',  WS-WOFF-CTR
           DISPLAY ' WAIVERS                  ',  WS-WAIVER-CTR
           DISPLAY ' CUSTOMERS NOT ON FILE    ',  WS-NO-CUST-CTR
           DISPLAY ' TAX LEDGER LINES READ    ',  WS-GLJ-CTR
           DISPLAY ' REGISTER LINES           ',  WS-REG-COUNT
           DISPLAY ' EXTRACT ROWS WRITTEN     ',  WS-CSV-CTR
           DISPLAY ' NET DUTY                 ',  WS-TOT-NET-TAX
           DISPLAY ' JOURNAL RECORDS WRITTEN  ',  WS-JRN-REC-COUNT
           DISPLAY '----------------------------------------'

           IF WAV-FILE-PRESENT
              CLOSE TI01-WAIVER-AUDIT
           END-IF.

           CLOSE  MI01-BILL-HIST-KSDS,
                  MI01-BILL-KSDS,
                  MI01-CUSTOMER-KSDS,
                  MI01-CREDIT-NOTE-KSDS,
                  MI01-WOFF-KSDS,
                  TI02-GL-JOURNALS,
                  MI01-COA-MASTER,
                  MO01-TAX-CONTROL-KSDS,
                  TO01-JOURNAL,
                  TO02-TAX-RPT,
                  TO03-TAX-EXTRACT.

           STOP RUN.
