      * CONTROL TRAILERS ARE SKIPPED.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - UNDER EACH REGISTER, THE CASHIERS WHO RANG IT
      *                  BY NAME FROM THE CASHIER MASTER, WITH THEIR
      *                  TRANSACTION AND REFUND COUNTS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "RETFILE"
                ORGANIZATION IS SEQUENTIAL.

      * BOTH FEEDS RESEQUENCED INTO STORE/REGISTER/CASHIER ORDER SO
      * EACH TILL'S RECORDS ARRIVE TOGETHER, CASHIER BY CASHIER.
            SELECT TILL-SORT-FILE
                ASSIGN TO "SORTWK1".

      * CASHIER MASTER (CSHMNT) - THE NAMES UNDER EACH REGISTER.
            SELECT CASHIER-MASTER-FILE
                ASSIGN TO "CSHMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CS-CASHIER.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 RETURN-IN-LINE              PIC X(120).

       SD TILL-SORT-FILE
           RECORD CONTAINS 120 CHARACTERS.

      * SAME BYTE POSITIONS AS TRANSREC - ONLY THE SORT KEYS ARE
      * NAMED; THE REST RIDES THROUGH AS FILLER. THE REGISTER SITS
      * AT BYTES 52-54, AFTER THE SKU, SALESPERSON, DATE, AND TIME,
      * AND THE CASHIER RIGHT BEHIND IT AT 55-57.
       01 TILL-SORT-REC.
          05 FILLER                   PIC X(10).
          05 TS-STORE-NUMBER          PIC X(2).
          05 FILLER                   PIC X(39).
          05 TS-REGISTER-NUMBER       PIC X(3).
          05 TS-CASHIER-NUMBER        PIC X(3).
          05 FILLER                   PIC X(63).

       FD CASHIER-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.

           COPY CSHMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F

       01 WS-PREV-STORE               PIC X(2)     VALUE SPACES.

      * THE CASHIERS WHO RANG THE TILL GROUP, IN CASHIER ORDER OFF
      * THE SORT. A REGISTER WITH MORE LOGINS THAN THE TABLE HOLDS
      * LUMPS THE REST INTO ONE "OTHER CASHIERS" LINE.
       01 WS-TILL-CASHIER-COUNT       PIC 9(2).
       01 WS-TILL-CASHIER-TABLE.
          05 WS-TILL-CASHIER OCCURS 20 TIMES.
             10 WTC-CASHIER           PIC X(3).
             10 WTC-TRAN-COUNT        PIC 9(5).
             10 WTC-REFUND-COUNT      PIC 9(5).
       01 WS-TILL-CASHIER-I           PIC 9(2).
       01 WS-CASHIER-LISTED-FLAG      PIC X(1).
       01 WS-TILL-OTHER-TRAN-COUNT    PIC 9(5).
       01 WS-TILL-OTHER-REFUND-COUNT  PIC 9(5).

       01 WS-MATH.
          05 WSM-SHARE                PIC 9(7)V99.
          05 WSM-SIGN                 PIC X(1).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-EXPECT-CASH          PIC -ZZZ,ZZ9.99.

       01 WS-CASHIER-LINE.
          05 FILLER                   PIC X(8)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "CASHIER ".
          05 WCL-CASHIER              PIC X(3).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WCL-NAME                 PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "TRANS ".
          05 WCL-TRAN-COUNT           PIC ZZZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "REFUNDS ".
          05 WCL-REFUND-COUNT         PIC ZZZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           SORT TILL-SORT-FILE
               ON ASCENDING KEY TS-STORE-NUMBER
                                TS-REGISTER-NUMBER
                                TS-CASHIER-NUMBER
               INPUT PROCEDURE IS 300-RELEASE-BOTH-FEEDS
               OUTPUT PROCEDURE IS 400-ACCUMULATE-BY-TILL.
           PERFORM 950-SET-RETURN-CODE.
       100-OPEN-FILES.
           OPEN INPUT SALES-FILE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT CASHIER-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       200-PRINT-HEADINGS.
                     MOVE TS-REGISTER-NUMBER TO WS-GROUP-REGISTER
                     MOVE "Y" TO WS-GROUP-PRESENT-FLAG
                     INITIALIZE WS-GROUP-TOTALS
                     MOVE 0 TO WS-TILL-CASHIER-COUNT
                     MOVE 0 TO WS-TILL-OTHER-TRAN-COUNT
                     MOVE 0 TO WS-TILL-OTHER-REFUND-COUNT
                     IF WS-GROUP-STORE NOT = WS-PREV-STORE
                        PERFORM 450-PRINT-STORE-HEADER
                        MOVE WS-GROUP-STORE TO WS-PREV-STORE
                     END-IF
                  END-IF
                  PERFORM 520-TALLY-CASHIER
                  PERFORM 500-TALLY-ONE-RECORD
               END-RETURN
           END-PERFORM.
              PERFORM 550-TALLY-ONE-TENDER
           END-IF.

      * A NEW CASHIER ON THE TILL OPENS THE NEXT ENTRY; THE SORT
      * KEEPS EACH CASHIER'S RECORDS TOGETHER WITHIN THE TILL.
       520-TALLY-CASHIER.
           MOVE "Y" TO WS-CASHIER-LISTED-FLAG.
           IF WS-TILL-CASHIER-COUNT = 0
              OR IL-CASHIER-NUMBER
                 NOT = WTC-CASHIER(WS-TILL-CASHIER-COUNT)
              IF WS-TILL-CASHIER-COUNT < 20
                 ADD 1 TO WS-TILL-CASHIER-COUNT
                 MOVE IL-CASHIER-NUMBER
                    TO WTC-CASHIER(WS-TILL-CASHIER-COUNT)
                 MOVE 0 TO WTC-TRAN-COUNT(WS-TILL-CASHIER-COUNT)
                 MOVE 0 TO WTC-REFUND-COUNT(WS-TILL-CASHIER-COUNT)
              ELSE
                 MOVE "N" TO WS-CASHIER-LISTED-FLAG
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CASHIER-LISTED-FLAG = "N"
                    AND IL-TRANSACTION-CODE = "R"
                   ADD 1 TO WS-TILL-OTHER-REFUND-COUNT
               WHEN WS-CASHIER-LISTED-FLAG = "N"
                   ADD 1 TO WS-TILL-OTHER-TRAN-COUNT
               WHEN IL-TRANSACTION-CODE = "R"
                   ADD 1 TO WTC-REFUND-COUNT(WS-TILL-CASHIER-COUNT)
               WHEN OTHER
                   ADD 1 TO WTC-TRAN-COUNT(WS-TILL-CASHIER-COUNT)
           END-EVALUATE.

       550-TALLY-ONE-TENDER.
           EVALUATE IL-PAYMENT-TYPE
               WHEN "DB"
           MOVE WSM-EXPECTED-CASH TO WSD-EXPECT-CASH.
           ADD WSM-EXPECTED-CASH TO WS-EXPECTED-CASH-TOTAL.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.
           PERFORM 650-PRINT-TILL-CASHIER
               VARYING WS-TILL-CASHIER-I FROM 1 BY 1
               UNTIL WS-TILL-CASHIER-I > WS-TILL-CASHIER-COUNT.
           IF WS-TILL-OTHER-TRAN-COUNT > 0
              OR WS-TILL-OTHER-REFUND-COUNT > 0
              MOVE SPACES TO WCL-CASHIER
              MOVE "OTHER CASHIERS" TO WCL-NAME
              MOVE WS-TILL-OTHER-TRAN-COUNT TO WCL-TRAN-COUNT
              MOVE WS-TILL-OTHER-REFUND-COUNT TO WCL-REFUND-COUNT
              WRITE OUTPUT-LINE FROM WS-CASHIER-LINE
           END-IF.
           MOVE "N" TO WS-GROUP-PRESENT-FLAG.

      * ONE LINE PER CASHIER WHO RANG THE TILL, NAMED FROM THE
      * CASHIER MASTER. A BLANK LOGIN, OR ONE THE MASTER DOES NOT
      * KNOW, SAYS SO INSTEAD.
       650-PRINT-TILL-CASHIER.
           MOVE WTC-CASHIER(WS-TILL-CASHIER-I) TO WCL-CASHIER.
           IF WTC-CASHIER(WS-TILL-CASHIER-I) = SPACES
              OR WTC-CASHIER(WS-TILL-CASHIER-I) = "000"
              MOVE "(NO CASHIER)" TO WCL-NAME
           ELSE
              MOVE WTC-CASHIER(WS-TILL-CASHIER-I) TO CS-CASHIER
              READ CASHIER-MASTER-FILE
                  INVALID KEY
                      MOVE "I" TO CS-STATUS
              END-READ
              IF CS-STATUS = "I"
                 MOVE "** NOT ON FILE **" TO WCL-NAME
              ELSE
                 MOVE CS-NAME TO WCL-NAME
              END-IF
           END-IF.
           MOVE WTC-TRAN-COUNT(WS-TILL-CASHIER-I) TO WCL-TRAN-COUNT.
           MOVE WTC-REFUND-COUNT(WS-TILL-CASHIER-I)
              TO WCL-REFUND-COUNT.
           WRITE OUTPUT-LINE FROM WS-CASHIER-LINE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CHAIN'S
      * EXPECTED CASH - THE FIGURE EVERY DRAWER COUNT ROLLS UP TO.
       900-CLOSE-FILES.
           CLOSE SALES-FILE.
           CLOSE RETURN-FILE.
           CLOSE CASHIER-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8TILRPT.
