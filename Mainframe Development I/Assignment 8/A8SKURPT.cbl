      * RETURN DOLLARS. THE "T" CONTROL TRAILERS ARE SKIPPED.
      * MODIFICATION HISTORY:
      *   AUG 21, 2026 - INITIAL VERSION.
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

       SD SKU-SORT-FILE
           RECORD CONTAINS 120 CHARACTERS.

      * SAME BYTE POSITIONS AS TRANSREC - ONLY THE FIELDS THIS
      * ANALYSIS NEEDS ARE NAMED.
          05 SS-AMOUNT                PIC 9(5)V99.
          05 FILLER                   PIC X(13).
          05 SS-SKU                   PIC X(15).
          05 FILLER                   PIC X(84).

       FD SKU-SUMMARY-FILE
           RECORDING MODE IS F
