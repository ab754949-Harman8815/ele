
       FD TI01-CUSTOMER-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         139 CHARACTERS.

       01 TI01-CUSTOMER-RECORD   PIC X(139).

       FD TI02-CUSTOMER-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         133 CHARACTERS.

       01 TI02-CUSTOMER-ERR-RECORD.
          05 ERR-RECORD-ID    PIC X(07).
