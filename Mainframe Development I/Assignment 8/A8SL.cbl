      *                  SECTION (COUNTS, DOLLARS, TAX OWING) NOW
      *                  CLOSES THE REPORT. THE STORE TABLE IS
      *                  SUBSCRIPTED DIRECTLY BY STORE NUMBER.
      *   OCT 15, 2026 - THE COMPILED-IN STORE TAX TABLE IS RETIRED:
      *                  EACH STORE'S RATE NOW COMES FROM THE SHARED
      *                  TAX-RATE MASTER (TAXMNT) BY ITS PROVINCE ON
      *                  THE STORE MASTER, AT THE RATE IN EFFECT ON
      *                  THE BUSINESS DATE - THE SAME LOOKUP A8REGRPT
      *                  AND A8RETRPT USE. THE TAXREMIT SUMMARY
      *                  CARRIES THAT RATE, AND TAX IS NOW ROUNDED
      *                  THE WAY THE REFUND SIDE ROUNDS IT.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

      * SHARED SALES-TAX RATE MASTER, BY PROVINCE AND EFFECTIVE
      * DATE - READ ONCE, UP FRONT.
            SELECT TAX-MASTER-FILE
                ASSIGN TO "TAXMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TX-KEY.

        DATA DIVISION.
        FILE SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * THIS SPLITS UP THE DATA INTO USABLE CHUNKS FROM THE RAW DATA.
      * SHARED WITH A7SPLIT VIA TRANSREC SO BOTH PROGRAMS AGREE ON THE

       FD REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 REJECT-LINE.
          05 RL-RECORD                PIC X(120).
          05 RL-REASON                PIC X(20).

       FD CODE-MASTER-FILE

           COPY STORMSTR.

       FD TAX-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.

           COPY TAXMSTR.

        WORKING-STORAGE SECTION.

          88 STORE-FIVE                            VALUE 05.
          88 STORE-TWELVE                          VALUE 12.

      * SALES-TAX RATES FROM THE SHARED TAX-RATE MASTER, HELD IN
      * CORE FOR THE RUN. EACH STORE'S RATE IS SETTLED ONCE AT LOAD
      * TIME FROM ITS PROVINCE AND THE BUSINESS DATE (140-LOAD-TAX-
      * RATES) AND KEPT IN WS-STORE-TAX-RATE, SUBSCRIPTED BY STORE
      * NUMBER. A8REGRPT AND A8RETRPT SETTLE THEIRS BY THE SAME RULE.
       01 WS-TAX-RATE-TABLE.
          05 WS-TAX-RATE-ENTRY OCCURS 200 TIMES.
             10 WSTX-PROVINCE        PIC X(2).
             10 WSTX-EFFECTIVE-DATE  PIC 9(8).
             10 WSTX-RATE            PIC V9(4).
       01 WS-TAX-RATE-COUNT           PIC 9(3)     VALUE 0.
       01 WS-TAXMSTR-EOF-FLAG         PIC X(1)     VALUE 'N'.
       01 WS-TAX-RATE-DATE            PIC 9(8).
       01 WS-TAX-BEST-DATE            PIC 9(8).

       01 WS-STORE-PROVINCE-TABLE.
          05 WS-STORE-PROVINCE OCCURS 99 TIMES PIC X(2).
       01 WS-STORE-TAX-RATE-TABLE.
          05 WS-STORE-TAX-RATE OCCURS 99 TIMES PIC V9(4).

       01 WS-TAX-LOOKUP-I             PIC 9(3).
       01 WS-TAX-LOOKUP-STORE         PIC 9(2).
       01 WS-TAX-FOUND-FLAG           PIC X(1).
       01 WS-TAX-RATE-WORK            PIC V9(4).
          05 WTW-CODE                 PIC X(1).
          05 WTW-RECORD-COUNT         PIC 9(7).
          05 WTW-AMOUNT-HASH          PIC 9(11)V99.
          05 FILLER                   PIC X(99).
       01 WS-TRAILER-SEEN-FLAG        PIC X(1)     VALUE "N".
       01 WS-INPUT-RECORD-COUNT       PIC 9(7)     VALUE 0.
       01 WS-INPUT-AMOUNT-HASH        PIC 9(11)V99 VALUE 0.
           INITIALIZE WS-STORE-TOTAL-TABLE.
           MOVE SPACES TO WS-STORE-NAME-TABLE.
           MOVE SPACES TO WS-STORE-OOS-TABLE.
           MOVE SPACES TO WS-STORE-PROVINCE-TABLE.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE DATE-PARM-FILE.
           PERFORM 130-LOAD-STORE-NAMES.
           PERFORM 140-LOAD-TAX-RATES.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE.
                  IF SM-STORE NUMERIC AND SM-STORE NOT = "00"
                     MOVE SM-STORE TO WS-SM-STORE-NUM
                     MOVE SM-NAME TO WS-STORE-NAME(WS-SM-STORE-NUM)
                     MOVE SM-PROVINCE
                        TO WS-STORE-PROVINCE(WS-SM-STORE-NUM)
                     PERFORM 135-JUDGE-STORE-STATUS
                  END-IF
               END-READ
                   CONTINUE
           END-EVALUATE.

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
               VARYING WS-STORE-TOTAL-I FROM 1 BY 1
               UNTIL WS-STORE-TOTAL-I > 99.

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

      * THE RATE IN EFFECT IS THE LATEST ONE FOR THE STORE'S
      * PROVINCE DATED ON OR BEFORE THE BUSINESS DATE. A STORE WITH
      * NO PROVINCE, OR A PROVINCE WITH NO RATE IN EFFECT YET,
      * FALLS BACK TO THE CHAIN-WIDE WSM-TAX-RATE - AND SAYS SO ON
      * THE JOB LOG, SO THE MISSING MASTER ROW GETS KEYED.
       145-SET-STORE-TAX-RATE.
           MOVE WSM-TAX-RATE TO WS-STORE-TAX-RATE(WS-STORE-TOTAL-I).
           MOVE "N" TO WS-TAX-FOUND-FLAG.
           MOVE 0 TO WS-TAX-BEST-DATE.
           IF WS-STORE-PROVINCE(WS-STORE-TOTAL-I) NOT = SPACES
              PERFORM 147-MATCH-TAX-RATE
                  VARYING WS-TAX-LOOKUP-I FROM 1 BY 1
                  UNTIL WS-TAX-LOOKUP-I > WS-TAX-RATE-COUNT
              IF WS-TAX-FOUND-FLAG = "N"
                 MOVE WS-STORE-TOTAL-I TO WS-STORE-NUMBER-OUT
                 DISPLAY "A8SL: NO TAX RATE IN EFFECT FOR STORE "
                         WS-STORE-NUMBER-OUT " PROVINCE "
                         WS-STORE-PROVINCE(WS-STORE-TOTAL-I)
                         " - CHAIN DEFAULT APPLIED"
              END-IF
           END-IF.

       147-MATCH-TAX-RATE.
           IF WSTX-PROVINCE(WS-TAX-LOOKUP-I)
                 = WS-STORE-PROVINCE(WS-STORE-TOTAL-I)
              AND WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 NOT > WS-TAX-RATE-DATE
              AND WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 NOT < WS-TAX-BEST-DATE
              MOVE WSTX-RATE(WS-TAX-LOOKUP-I)
                 TO WS-STORE-TAX-RATE(WS-STORE-TOTAL-I)
              MOVE WSTX-EFFECTIVE-DATE(WS-TAX-LOOKUP-I)
                 TO WS-TAX-BEST-DATE
              MOVE "Y" TO WS-TAX-FOUND-FLAG
           END-IF.

       150-READ-FILES.
           READ INPUT-FILE
           AT END
           PERFORM 225-LOOKUP-TAX-RATE.

           MOVE IL-TRANSACTION-AMOUNT TO WSM-PRODUCT-AMT.
           COMPUTE WSM-TAX-OWING ROUNDED =
              WSM-PRODUCT-AMT * WS-TAX-RATE-WORK.
           MOVE WSM-TAX-OWING TO WSD-TAXES-OWING.

           MOVE WS-DETAIL TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * THE STORE'S RATE AS SETTLED AT LOAD TIME FROM THE TAX-RATE
      * MASTER; A STORE NUMBER THAT NEVER RESOLVED TAKES THE
      * CHAIN-WIDE WSM-TAX-RATE. THE STORE TO LOOK UP ARRIVES IN
      * WS-TAX-LOOKUP-STORE SO THE REMITTANCE WRITER CAN USE THE
      * SAME LOOKUP AFTER THE INPUT FILE IS DONE.
       225-LOOKUP-TAX-RATE.
           MOVE WSM-TAX-RATE TO WS-TAX-RATE-WORK.
           IF WS-TAX-LOOKUP-STORE > 0
              MOVE WS-STORE-TAX-RATE(WS-TAX-LOOKUP-STORE)
                 TO WS-TAX-RATE-WORK
           END-IF.

       230-COUNT-PROCESSOR.

