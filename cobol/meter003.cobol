          05 ERR-REASON        PIC X(01).

       FD MI02-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MI02-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-STATUS        PIC X(01).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
             88 ASSET-STAT-REMOVED           VALUE 'R'.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

       FD MO09-AUDIT-KSDS
           RECORD CONTAINS         346  CHARACTERS.
