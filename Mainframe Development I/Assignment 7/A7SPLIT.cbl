      *                  OUT WITH - SO AUDRPT CAN CROSS-FOOT EVERY
      *                  CONSUMER'S READS AGAINST WHAT WAS ACTUALLY
      *                  PRODUCED AND CATCH A STALE GENERATION.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * THIS SPLITS UP THE DATA INTO USABLE CHUNKS FROM THE RAW DATA.
      * SHARED WITH A8SL VIA TRANSREC SO BOTH PROGRAMS AGREE ON THE

        FD OUTPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
       01 OUTPUT-LINE                  PIC X(120).

        FD SALE_LAY_OUTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 SALE_LAY_OUTLINE             PIC X(120).

       FD RETURNED_OUTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 RETURNED_OUTLINE             PIC X(120).

       FD SALE_LAY_OUTFILE2
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 SALE_LAY_OUTLINE2            PIC X(120).

       FD RETURNED_OUTFILE2
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 RETURNED_OUTLINE2            PIC X(120).

       FD SALE_LAY_OUTFILE3
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 SALE_LAY_OUTLINE3            PIC X(120).

       FD RETURNED_OUTFILE3
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 RETURNED_OUTLINE3            PIC X(120).

       FD INVOICE-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01 INVOICE-EXCEPTION-LINE.
          05 IEL-RECORD                PIC X(120).
          05 IEL-REASON                PIC X(20).

       FD PRIOR-SALES-FILE
          05 HS-SALE-AMOUNT            PIC 9(5)V99.

       SD TRANS-SORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
      * SAME BYTE POSITIONS AS TRANSREC - ONLY THE SORT KEYS ARE
      * NAMED; THE REST RIDES THROUGH AS FILLER.
       01 SORT-TRANS-REC.
          05 ST-INVOICE-NUMBER         PIC X(9).
          05 FILLER                    PIC X(18).
          05 ST-TRANS-DATE             PIC X(8).
          05 FILLER                    PIC X(73).

       FD DATE-PARM-FILE
           RECORDING MODE IS F
       01 WS-GROUP-INVOICE             PIC X(9)   VALUE SPACES.
       01 WS-GROUP-COUNT               PIC 9(3)   VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 100 TIMES PIC X(120).
       01 WS-GROUP-I                   PIC 9(3).
       01 WS-GROUP-HAS-SALE-FLAG       PIC X(1).
       01 WS-GROUP-S-COUNT             PIC 9(3).
          05 WTL-CODE                  PIC X(1)  VALUE "T".
          05 WTL-RECORD-COUNT          PIC 9(7).
          05 WTL-AMOUNT-HASH           PIC 9(11)V99.
          05 FILLER                    PIC X(99) VALUE SPACES.

       01 WS-AUDIT-DUPLICATE-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-RETURN-COUNT    PIC 9(5) VALUE 0.
