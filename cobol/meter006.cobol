          05 FILLER              PIC X(10).

       FD MO01-ASSET-KSDS
           RECORD CONTAINS         61  CHARACTERS.

       01 MO01-ASSET-RECORD.
          05 ASSET-METER-ID      PIC X(14).
             88 ASSET-STAT-INSTALLED         VALUE 'I'.
             88 ASSET-STAT-REMOVED           VALUE 'R'.
             88 ASSET-STAT-SCRAPPED          VALUE 'X'.
      *    DATE THE SEAL WAS LAST SEEN INTACT AND MATCHING -- SET AT
      *    INSTALL, MOVED ON BY SEAL001 FROM THE FIELD INSPECTIONS.
          05 ASSET-SEAL-VERIFIED-DATE PIC 9(08).

       FD TO01-INVENTORY-RPT
           RECORDING MODE          IS F
           MOVE IN-MODEL      TO ASSET-MODEL.
           MOVE IN-SEAL-NO    TO ASSET-SEAL-NO.
           MOVE ZEROS         TO ASSET-INSTALL-DATE.
           MOVE ZEROS         TO ASSET-SEAL-VERIFIED-DATE.
           SET ASSET-STAT-IN-STORE TO TRUE.

           WRITE MO01-ASSET-RECORD
                              SET ASSET-STAT-INSTALLED TO TRUE
                              MOVE IN-MOVE-DATE
                                  TO ASSET-INSTALL-DATE
      *                       THE FITTER SEALS THE METER ON SITE --
      *                       A SEAL NUMBER ON THE INSTALL REPLACES
      *                       THE ONE IT CAME INTO THE STORE WITH.
                              IF IN-SEAL-NO NOT = SPACES
                                 MOVE IN-SEAL-NO TO ASSET-SEAL-NO
                              END-IF
                              MOVE IN-MOVE-DATE
                                  TO ASSET-SEAL-VERIFIED-DATE
                              ADD 1 TO WS-INSTALLED-CTR
                          WHEN IN-TRANS-REMOVE
                              SET ASSET-STAT-REMOVED TO TRUE
