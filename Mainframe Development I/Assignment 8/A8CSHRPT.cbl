      * CONTROL TRAILER IS SKIPPED.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - EACH CASHIER PRINTS WITH THEIR NAME FROM THE
      *                  CASHIER MASTER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "INVEXC"
                ORGANIZATION IS SEQUENTIAL.

      * CASHIER MASTER (CSHMNT) - FOR THE NAME ON EACH LINE.
            SELECT CASHIER-MASTER-FILE
                ASSIGN TO "CSHMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CS-CASHIER.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

        FD EXCEPTION-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A7SPLIT WRITES - THE FEED RECORD PLUS REASON.
       01 EXCEPTION-LINE.
          05 XL-RECORD                PIC X(120).
          05 XL-REASON                PIC X(20).

       FD CASHIER-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.

           COPY CSHMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
          05 FILLER                   PIC X(4)     VALUE "RANK".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(7)     VALUE "CASHIER".
          05 FILLER                   PIC X(1)     VALUE SPACES.
          05 FILLER                   PIC X(4)     VALUE "NAME".
          05 FILLER                   PIC X(21)    VALUE SPACES.
          05 FILLER                   PIC X(5)     VALUE "STORE".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(3)     VALUE "REG".
          05 WSD-RANK                 PIC ZZ9.
          05 FILLER                   PIC X(5)     VALUE SPACES.
          05 WSD-CASHIER              PIC 9(3).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-NAME                 PIC X(20).
          05 FILLER                   PIC X(6)     VALUE SPACES.
          05 WSD-STORE                PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-REGISTER             PIC X(3).
           INITIALIZE WS-CASHIER-TABLE WS-STORE-TABLE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT EXCEPTION-FILE.
           OPEN INPUT CASHIER-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       200-TALLY-RETURNS.
       550-PRINT-ONE-CASHIER.
           MOVE WS-RANK-NO TO WSD-RANK.
           MOVE WS-CASHIER-I TO WSD-CASHIER.
           PERFORM 560-LOOKUP-CASHIER-NAME.
           MOVE WCS-STORE(WS-CASHIER-I)      TO WSD-STORE.
           MOVE WCS-REGISTER(WS-CASHIER-I)   TO WSD-REGISTER.
           MOVE WCS-RETURN-COUNT(WS-CASHIER-I) TO WSD-COUNT.

           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      * A NUMBER THE CASHIER MASTER DOES NOT KNOW (OR KNOWS ONLY AS
      * KEYED IN ERROR) SAYS SO IN THE NAME COLUMN - ONE THAT GOT
      * THIS FAR CAME IN AHEAD OF ITS CSHMNT CARD.
       560-LOOKUP-CASHIER-NAME.
           MOVE WS-CASHIER-I TO CS-CASHIER.
           READ CASHIER-MASTER-FILE
               INVALID KEY
                   MOVE "I" TO CS-STATUS
           END-READ.
           IF CS-STATUS = "I"
              MOVE "** NOT ON FILE **" TO WSD-NAME
           ELSE
              MOVE CS-NAME TO WSD-NAME
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE REFUND DOLLARS
      * ANALYZED.
       900-CLOSE-FILES.
           CLOSE RETURN-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE CASHIER-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8CSHRPT.
