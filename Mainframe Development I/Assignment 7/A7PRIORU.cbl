      * THE "T" CONTROL TRAILER ON THE EXTRACT IS SKIPPED.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

