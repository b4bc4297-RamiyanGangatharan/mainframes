      *                  RECONCILING SILENTLY - THE SAME GUARD THE
      *                  REST OF THE SUITE PUTS ON DATE-SELECTED
      *                  INPUTS.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 RETURN-IN-LINE              PIC X(120).

       FD DEPOSIT-FEED-FILE
           RECORDING MODE IS F
