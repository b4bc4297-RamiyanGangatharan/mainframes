      * "T" CONTROL TRAILERS ARE SKIPPED.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - ALSO POSTS THE HOURLY SALES HISTORY MASTER -
      *                  EACH STORE'S S AND L TRANSACTIONS AND
      *                  DOLLARS BY HOUR OF DAY FROM IL-TRANS-TIME -
      *                  FOR A8HRTRPT'S MONTHLY TRAFFIC REPORT. A
      *                  RECORD WITH NO VALID TIME IS LEFT OUT OF
      *                  THE HOURS AND COUNTED.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS SH-KEY.

      * HOURLY SALES HISTORY - THE SAME NIGHT BY HOUR OF DAY.
            SELECT HOURLY-HISTORY-FILE
                ASSIGN TO "HRLYHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HH-KEY.

        DATA DIVISION.
        FILE SECTION.

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 RETURN-IN-LINE              PIC X(120).

       FD SALES-HISTORY-FILE
           RECORDING MODE IS F

           COPY SALESHST.

       FD HOURLY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

           COPY HRLYHST.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
       01 WS-STORE-I                  PIC 9(3).
       01 WS-STORE-NUMBER-OUT         PIC 9(2).

      * THE SAME NIGHT'S S AND L TRAFFIC BY STORE AND HOUR OF DAY.
      * THE HOUR IS SUBSCRIPT 1-24 FOR HOURS 00-23.
       01 WS-HOUR-TABLE.
          05 WS-HOUR-STORE OCCURS 99 TIMES.
             10 WS-HOUR-ENTRY OCCURS 24 TIMES.
                15 WHH-TRAN-COUNT     PIC 9(5).
                15 WHH-NET-AMOUNT     PIC 9(7)V99.
       01 WS-HOUR-I                   PIC 9(2).
       01 WS-HOUR-OF-DAY              PIC 9(2).
       01 WS-HOUR-FOUND-FLAG          PIC X(1).

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-POSTED-COUNT          PIC 9(5)     VALUE 0.
          05 WS-HOURS-POSTED-COUNT    PIC 9(5)     VALUE 0.
          05 WS-NO-TIME-COUNT         PIC 9(5)     VALUE 0.
       01 WS-NET-TOTAL                PIC S9(9)V99 VALUE 0.

       01 WS-COUNT-LINE.
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 400-POST-HISTORY
              PERFORM 500-POST-HOURLY-HISTORY
                  VARYING WS-STORE-I FROM 1 BY 1
                  UNTIL WS-STORE-I > 99
              PERFORM 700-PRINT-COUNTS
              MOVE 0 TO RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG

       100-OPEN-FILES.
           INITIALIZE WS-STORE-TABLE.
           INITIALIZE WS-HOUR-TABLE.
           OPEN INPUT SALES-FILE.
           OPEN INPUT RETURN-FILE.
           OPEN I-O SALES-HISTORY-FILE.
           OPEN I-O HOURLY-HISTORY-FILE.

       200-TALLY-SALES.
           PERFORM UNTIL WS-SALES-EOF-FLAG = 'Y'
                     OR IL-TRANSACTION-CODE = "L"
                     ADD 1 TO WS-READ-COUNT
                     PERFORM 250-TALLY-ONE-RECORD
                     PERFORM 270-TALLY-ONE-HOUR
                  END-IF
               END-READ
           END-PERFORM.
              END-EVALUATE
           END-IF.

      * THE HOUR COMES OFF THE HHMM TIME. A TIME THAT IS NOT
      * NUMERIC OR NOT A REAL HOUR IS COUNTED, NOT GUESSED AT.
       270-TALLY-ONE-HOUR.
           MOVE "N" TO WS-HOUR-FOUND-FLAG.
           IF IL-TRANS-TIME NUMERIC AND IL-STORE-NUMBER > 0
              DIVIDE IL-TRANS-TIME BY 100 GIVING WS-HOUR-OF-DAY
              IF WS-HOUR-OF-DAY < 24
                 MOVE "Y" TO WS-HOUR-FOUND-FLAG
              END-IF
           END-IF.
           IF WS-HOUR-FOUND-FLAG = "Y"
              ADD 1 TO WS-HOUR-OF-DAY GIVING WS-HOUR-I
              ADD 1 TO WHH-TRAN-COUNT(IL-STORE-NUMBER, WS-HOUR-I)
              ADD IL-TRANSACTION-AMOUNT
                 TO WHH-NET-AMOUNT(IL-STORE-NUMBER, WS-HOUR-I)
           ELSE
              ADD 1 TO WS-NO-TIME-COUNT
           END-IF.

      * ONE MASTER ROW PER STORE THAT TRADED - WRITTEN FRESH OR
      * REPLACED IN PLACE ON A RERUN OF THE SAME NIGHT.
       400-POST-HISTORY.
              + WSH-L-AMOUNT(WS-STORE-I)
              - WSH-R-AMOUNT(WS-STORE-I).

      * ONE HOURLY ROW PER STORE AND HOUR THAT TRADED - WRITTEN
      * FRESH OR REPLACED IN PLACE ON A RERUN, LIKE THE DAILY ROW.
       500-POST-HOURLY-HISTORY.
           IF WSH-SEEN(WS-STORE-I) = "Y"
              PERFORM 550-POST-ONE-HOUR
                  VARYING WS-HOUR-I FROM 1 BY 1
                  UNTIL WS-HOUR-I > 24
           END-IF.

       550-POST-ONE-HOUR.
           IF WHH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I) > 0
              MOVE WS-STORE-I TO WS-STORE-NUMBER-OUT
              MOVE WS-STORE-NUMBER-OUT TO HH-STORE
              MOVE WS-BUSINESS-DATE TO HH-DATE
              SUBTRACT 1 FROM WS-HOUR-I GIVING HH-HOUR
              MOVE "Y" TO WS-MASTER-FOUND-FLAG
              READ HOURLY-HISTORY-FILE
                  INVALID KEY
                      MOVE "N" TO WS-MASTER-FOUND-FLAG
              END-READ
              MOVE WS-STORE-NUMBER-OUT TO HH-STORE
              MOVE WS-BUSINESS-DATE TO HH-DATE
              SUBTRACT 1 FROM WS-HOUR-I GIVING HH-HOUR
              MOVE WHH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I)
                 TO HH-TRAN-COUNT
              MOVE WHH-NET-AMOUNT(WS-STORE-I, WS-HOUR-I)
                 TO HH-NET-AMOUNT
              IF WS-MASTER-FOUND-FLAG = "Y"
                 REWRITE HOURLY-HISTORY-RECORD
              ELSE
                 WRITE HOURLY-HISTORY-RECORD
              END-IF
              ADD 1 TO WS-HOURS-POSTED-COUNT
           END-IF.

       700-PRINT-COUNTS.
           MOVE "EXTRACT RECORDS READ: " TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           MOVE "STORE-DAYS POSTED:    " TO WS-COUNT-TEXT.
           MOVE WS-POSTED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "STORE-HOURS POSTED:   " TO WS-COUNT-TEXT.
           MOVE WS-HOURS-POSTED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "S/L NO VALID TIME:    " TO WS-COUNT-TEXT.
           MOVE WS-NO-TIME-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE NIGHT'S NET -
           CLOSE SALES-FILE.
           CLOSE RETURN-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE HOURLY-HISTORY-FILE.

        END PROGRAM A8HSTUPD.
