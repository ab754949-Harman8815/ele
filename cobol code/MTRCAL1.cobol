       FILE SECTION.

       FD MI01-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MI02-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
          05 ASSET-STATUS        PIC X(01).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
             88 ASSET-STAT-REMOVED           VALUE 'R'.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

      *    SAME CALIBRATION-TEST LAYOUT MTRCAL2 POSTS RESULTS TO.
       FD MO01-CALTEST-KSDS
