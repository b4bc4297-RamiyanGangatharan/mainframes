      * MUCH OF IT IS SITTING IN SOCK DRAWERS.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - GIFT-CARD MASTER WIDENED TO 57 FOR BREAKAGE;
      *                  THE LIABILITY TOTAL IS FOLLOWED BY THE PART
      *                  OF IT ALREADY TAKEN INTO INCOME BY A7GCBRK.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD GIFT-CARD-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 57 CHARACTERS.

           COPY GCMSTR.

          05 WS-DORMANT-COUNT         PIC 9(5)     VALUE 0.
       01 WS-TOTAL-LIABILITY          PIC 9(9)V99  VALUE 0.
       01 WS-DORMANT-LIABILITY        PIC 9(9)V99  VALUE 0.
       01 WS-BREAKAGE-TAKEN           PIC 9(9)V99  VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(28)    VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "RMANT:  ".
          05 WSL-DORMANT              PIC ZZ,ZZZ,ZZ9.99.

      * CARD BALANCES ARE WHAT CUSTOMERS CAN STILL SPEND; THE BOOK
      * LIABILITY IS THAT LESS THE BREAKAGE ALREADY RECOGNIZED.
       01 WS-BREAKAGE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(24)    VALUE
             "TAKEN AS BREAKAGE:      ".
          05 WSB-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(21)    VALUE
             "  BOOK LIABILITY:    ".
          05 WSB-BOOK                 PIC ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
              END-IF
           END-IF.
           ADD WSM-BALANCE TO WS-TOTAL-LIABILITY.
           IF GC-BREAKAGE-AMOUNT NUMERIC
              ADD GC-BREAKAGE-AMOUNT TO WS-BREAKAGE-TAKEN
           END-IF.

       700-PRINT-STORE-TOTALS.
           MOVE SPACES TO OUTPUT-LINE.
           MOVE WS-TOTAL-LIABILITY   TO WSL-AMOUNT.
           MOVE WS-DORMANT-LIABILITY TO WSL-DORMANT.
           WRITE OUTPUT-LINE FROM WS-LIABILITY-LINE.
           MOVE WS-BREAKAGE-TAKEN TO WSB-AMOUNT.
           COMPUTE WSB-BOOK = WS-TOTAL-LIABILITY - WS-BREAKAGE-TAKEN.
           WRITE OUTPUT-LINE FROM WS-BREAKAGE-LINE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE OUTSTANDING
