      * DESCRIPTION: RETURNS AND REFUNDS REPORT OVER A7SPLIT'S
      * RETURN EXTRACT (RETURNOUT), THE HALF OF THE TRANSACTION FLOW
      * A8SL NEVER SHOWS. PER STORE: RETURN COUNT, DOLLARS REFUNDED,
      * TAX REFUNDED AT THE SAME STORE RATES A8SL CHARGES, AND THE
      * RETURN RATE AGAINST THE STORE'S S+L DOLLARS FROM THE SALES
      * EXTRACT, WITH A FLAG ON ANY STORE WHOSE RATE IS OUT OF LINE.
      * A PAYMENT-TYPE BREAKDOWN OF REFUND TENDERS CLOSES THE
      *   AUG 21, 2026 - INITIAL VERSION.
      *   AUG 21, 2026 - SKIP THE "T" TRAILER RECORDS A7SPLIT NOW
      *                  WRITES AT THE END OF BOTH EXTRACTS.
      *   OCT 15, 2026 - TAX REFUNDED AT EACH STORE'S RATE FROM THE
      *                  SHARED TAX-RATE MASTER (BY PROVINCE ON THE
      *                  STORE MASTER, IN EFFECT ON THE DATEPARM
      *                  BUSINESS DATE) INSTEAD OF A COPY OF A8SL'S
      *                  STORE TABLE, SO A REFUND CAN NO LONGER BE
      *                  TAXED DIFFERENTLY FROM THE SALE.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "SLSFILE"
                ORGANIZATION IS SEQUENTIAL.

      * STORE MASTER - THE PROVINCE EACH STORE IS TAXED IN.
            SELECT STORE-MASTER-FILE
                ASSIGN TO "STORMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

      * SHARED SALES-TAX RATE MASTER, BY PROVINCE AND EFFECTIVE
      * DATE - THE SAME RATES A8SL CHARGES.
            SELECT TAX-MASTER-FILE
                ASSIGN TO "TAXMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TX-KEY.

      * SINGLE CARD CARRYING THE BUSINESS DATE (YYYYMMDD) THE
      * EXTRACTS BELONG TO - IT PICKS THE TAX RATES IN EFFECT.
            SELECT DATE-PARM-FILE
                ASSIGN TO "DATEPARM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT A7SPLIT AND A8SL USE FOR THIS FEED.
           COPY TRANSREC.
      * AND STORE ARE NEEDED HERE, SO JUST THOSE BYTES ARE NAMED.
        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 SALES-IN-LINE.
          05 FILLER                   PIC X(1).
          05 SL-AMOUNT                PIC 9(5)V99.
          05 FILLER                   PIC X(2).
          05 SL-STORE-NUMBER          PIC 9(2).
          05 FILLER                   PIC X(108).

       FD STORE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.

           COPY STORMSTR.

       FD TAX-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.

           COPY TAXMSTR.

       FD DATE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 DATE-PARM-LINE.
          05 DP-BUSINESS-DATE         PIC X(8).
          05 FILLER                   PIC X(72).

       FD OUTPUT-FILE
           RECORDING MODE IS F

       01 WS-RETURN-EOF-FLAG          PIC X(1)     VALUE 'N'.
       01 WS-SALES-EOF-FLAG           PIC X(1)     VALUE 'N'.
       01 WS-STORMSTR-EOF-FLAG        PIC X(1)     VALUE 'N'.
       01 WS-SM-STORE-NUM             PIC 9(2).

       01 WS-PAYMENT-TYPE-OPTIONS     PIC X(2).
          88 PTO-DEBIT                             VALUE 'DB'.
          88 PTO-CASH                              VALUE 'CA'.
          88 PTO-GIFTCARD                          VALUE 'GC'.

      * EACH STORE'S PROVINCE FROM THE STORE MASTER, AND THE TAX
      * RATE IN EFFECT FOR IT ON THE BUSINESS DATE - SETTLED ONCE AT
      * LOAD TIME FROM THE SHARED TAX-RATE MASTER BY THE SAME RULE
      * A8SL APPLIES, SO THE RATE CHARGED ON THE WAY IN IS THE RATE
      * REFUNDED ON THE WAY OUT. BOTH SUBSCRIPTED BY STORE NUMBER.
       01 WS-STORE-PROVINCE-TABLE.
          05 WS-STORE-PROVINCE OCCURS 99 TIMES PIC X(2).
       01 WS-STORE-TAX-RATE-TABLE.
          05 WS-STORE-TAX-RATE OCCURS 99 TIMES PIC V9(4).

       01 WS-TAX-RATE-TABLE.
          05 WS-TAX-RATE-ENTRY OCCURS 200 TIMES.
             10 WSTX-PROVINCE        PIC X(2).
             10 WSTX-EFFECTIVE-DATE  PIC 9(8).
             10 WSTX-RATE            PIC V9(4).
       01 WS-TAX-RATE-COUNT           PIC 9(3)     VALUE 0.
       01 WS-TAXMSTR-EOF-FLAG         PIC X(1)     VALUE 'N'.
       01 WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01 WS-TAX-RATE-DATE            PIC 9(8).
       01 WS-TAX-BEST-DATE            PIC 9(8).

       01 WS-TAX-LOOKUP-I             PIC 9(3).
       01 WS-TAX-RATE-WORK            PIC V9(4).
       77 WS-DEFAULT-TAX-RATE         PIC V9(4)    VALUE .1300.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 130-LOAD-STORE-PROVINCES.
           PERFORM 140-LOAD-TAX-RATES.
           PERFORM 200-LOAD-SALES.
           PERFORM 300-TALLY-RETURNS.
           PERFORM 700-PRINT-REPORT.

       100-OPEN-FILES.
           INITIALIZE WS-STORE-TABLE.
           MOVE SPACES TO WS-STORE-PROVINCE-TABLE.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
              MOVE SPACES TO DP-BUSINESS-DATE
           END-READ.
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE DATE-PARM-FILE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT SALES-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       130-LOAD-STORE-PROVINCES.
           OPEN INPUT STORE-MASTER-FILE.
           PERFORM 135-READ-STORE-MASTER
               UNTIL WS-STORMSTR-EOF-FLAG = 'Y'.
           CLOSE STORE-MASTER-FILE.

       135-READ-STORE-MASTER.
           READ STORE-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-STORMSTR-EOF-FLAG
           NOT AT END
              IF SM-STORE NUMERIC AND SM-STORE NOT = "00"
                 MOVE SM-STORE TO WS-SM-STORE-NUM
                 MOVE SM-PROVINCE
                    TO WS-STORE-PROVINCE(WS-SM-STORE-NUM)
              END-IF
           END-READ.

      * LOAD THE TAX-RATE MASTER, THEN SETTLE EVERY STORE'S RATE
      * FOR THE BUSINESS DATE. A BLANK DATEPARM CARD TAKES THE
      * RATES IN EFFECT TODAY.
       140-LOAD-TAX-RATES.
           IF WS-BUSINESS-DATE NUMERIC
              MOVE WS-BUSINESS-DATE TO WS-TAX-RATE-DATE
           ELSE
              ACCEPT WS-TAX-RATE-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT TAX-MASTER-FILE.
           PERFORM 142-READ-TAX-RATE
               UNTIL WS-TAXMSTR-EOF-FLAG = 'Y'.
           CLOSE TAX-MASTER-FILE.
           PERFORM 145-SET-STORE-TAX-RATE
               VARYING WS-STORE-I FROM 1 BY 1
               UNTIL WS-STORE-I > 99.

      * INACTIVE ROWS (KEYED IN ERROR) NEVER ENTER THE TABLE.
       142-READ-TAX-RATE.
           READ TAX-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-TAXMSTR-EOF-FLAG
           NOT AT END
              IF TX-STATUS NOT = "I"
                 AND WS-TAX-RATE-COUNT < 200
                 ADD 1 TO WS-TAX-RATE-COUNT
                 MOVE TX-PROVINCE
                    TO WSTX-PROVINCE(WS-TAX-RATE-COUNT)
                 MOVE TX-EFFECTIVE-DATE
                    TO WSTX-EFFECTIVE-DATE(WS-TAX-RATE-COUNT)
                 MOVE TX-RATE
                    TO WSTX-RATE(WS-TAX-RATE-COUNT)
              END-IF
           END-READ.

      * THE LATEST RATE FOR THE STORE'S PROVINCE DATED ON OR
      * BEFORE THE BUSINESS DATE; OTHERWISE THE CHAIN DEFAULT.
       145-SET-STORE-TAX-RATE.
           MOVE WS-DEFAULT-TAX-RATE TO WS-STORE-TAX-RATE(WS-STORE-I).
           MOVE 0 TO WS-TAX-BEST-DATE.
           IF WS-STORE-PROVINCE(WS-STORE-I) NOT = SPACES
              PERFORM 147-MATCH-TAX-RATE
                  VARYING WS-TAX-LOOKUP-I FROM 1 BY 1
                  UNTIL WS-TAX-LOOKUP-I > WS-TAX-RATE-COUNT
           END-IF.

       147-MATCH-TAX-RATE.
           IF WSTX-PROVINCE(WS-TAX-LOOKUP-I)
                 = WS-STORE-PROVINCE(WS-STORE-I)
              AND WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 NOT > WS-TAX-RATE-DATE
              AND WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 NOT < WS-TAX-BEST-DATE
              MOVE WSTX-RATE(WS-TAX-LOOKUP-I)
                 TO WS-STORE-TAX-RATE(WS-STORE-I)
              MOVE WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 TO WS-TAX-BEST-DATE
           END-IF.

      * EACH STORE'S S+L DOLLARS FROM THE SALES EXTRACT - THE
      * DENOMINATOR FOR THE RETURN RATE.
       200-LOAD-SALES.
              PERFORM 330-COUNT-ONE-TENDER
           END-IF.

      * THE STORE'S RATE AS SETTLED AT LOAD TIME - THE SAME RATE
      * A8SL CHARGED.
       320-LOOKUP-TAX-RATE.
           MOVE WS-STORE-TAX-RATE(IL-STORE-NUMBER) TO WS-TAX-RATE-WORK.

       330-COUNT-ONE-TENDER.
           IF PTO-DEBIT
