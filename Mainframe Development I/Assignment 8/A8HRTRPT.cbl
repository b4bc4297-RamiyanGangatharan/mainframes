        IDENTIFICATION DIVISION.
        PROGRAM-ID. A8HRTRPT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: HOURLY TRAFFIC AND AVERAGE BASKET REPORT, SO
      * THE STORE MANAGERS CAN SCHEDULE STAFF TO THE TRAFFIC. FOR
      * EACH STORE AND HOUR OF DAY (FROM IL-TRANS-TIME) IT PRINTS
      * THE SALE AND LAYAWAY TRANSACTION COUNT, NET DOLLARS (AFTER
      * A7SPLIT HAS NETTED OUT SAME-DAY VOIDS), THE AVERAGE
      * TRANSACTION VALUE, AND THE HOUR'S SHARE OF THE STORE'S
      * DOLLARS, MARKING THE BUSIEST AND QUIETEST HOURS BY
      * TRANSACTION COUNT - THEN THE STORE'S AVERAGE BASKET BY DAY
      * OF WEEK. RETURNS ARE NOT TRAFFIC AND STAY OUT.
      * A BLANK HRPARM CARD REPORTS THE DAY FROM THE NIGHT'S SALES
      * EXTRACT; A MONTH (YYYYMM) ON IT REPORTS THAT MONTH FROM THE
      * HOURLY SALES HISTORY MASTER A8HSTUPD POSTS, WHERE THE DAY-
      * OF-WEEK BASKETS COME INTO THEIR OWN.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE DAY'S SALES/LAYAWAY EXTRACT FROM A7SPLIT.
            SELECT SALES-FILE
                ASSIGN TO "SLSFILE"
                ORGANIZATION IS SEQUENTIAL.

      * HOURLY SALES HISTORY (A8HSTUPD) - READ FOR A MONTH RUN.
            SELECT HOURLY-HISTORY-FILE
                ASSIGN TO "HRLYHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS HH-KEY.

      * SINGLE CARD: BLANK FOR THE DAY, OR THE MONTH (YYYYMM).
            SELECT HOUR-PARM-FILE
                ASSIGN TO "HRPARM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

       FD SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

       FD HOURLY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

           COPY HRLYHST.

       FD HOUR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 HOUR-PARM-LINE.
          05 HP-MONTH                 PIC X(6).
          05 HP-MONTH-N REDEFINES HP-MONTH.
             10 HP-MONTH-YEAR         PIC 9(4).
             10 HP-MONTH-MM           PIC 9(2).
          05 FILLER                   PIC X(74).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-SALES-EOF-FLAG           PIC X(1)     VALUE 'N'.
       01 WS-HRLYHST-EOF-FLAG         PIC X(1)     VALUE 'N'.

      * "D" = THE DAY FROM THE EXTRACT, "M" = A MONTH FROM THE
      * HOURLY HISTORY, "X" = A CARD THAT IS NEITHER.
       01 WS-REPORT-MODE              PIC X(1)     VALUE "D".
       01 WS-REPORT-MONTH             PIC X(6)     VALUE SPACES.
       01 WS-REPORT-PERIOD            PIC X(8)     VALUE SPACES.

      * ONE TRAFFIC ROW, FROM EITHER SOURCE, ON ITS WAY INTO THE
      * TABLES.
       01 WS-IN-ROW.
          05 WIN-STORE                PIC 9(2).
          05 WIN-DATE                 PIC 9(8).
          05 WIN-HOUR                 PIC 9(2).
          05 WIN-TRAN-COUNT           PIC 9(5).
          05 WIN-NET-AMOUNT           PIC 9(7)V99.

      * TRAFFIC BY STORE - BY HOUR OF DAY (SUBSCRIPT 1-24 FOR HOURS
      * 00-23) AND BY DAY OF WEEK (SUBSCRIPT 1-7, SATURDAY FIRST,
      * AS ZELLER NUMBERS THEM).
       01 WS-TRAFFIC-TABLE.
          05 WS-TRAFFIC-STORE OCCURS 99 TIMES.
             10 WTS-SEEN              PIC X(1).
             10 WTS-TRAN-COUNT        PIC 9(7).
             10 WTS-NET-AMOUNT        PIC 9(9)V99.
             10 WS-TRAFFIC-HOUR OCCURS 24 TIMES.
                15 WTH-TRAN-COUNT     PIC 9(7).
                15 WTH-NET-AMOUNT     PIC 9(9)V99.
             10 WS-TRAFFIC-DOW OCCURS 7 TIMES.
                15 WTD-TRAN-COUNT     PIC 9(7).
                15 WTD-NET-AMOUNT     PIC 9(9)V99.
       01 WS-STORE-I                  PIC 9(3).
       01 WS-STORE-NUMBER-OUT         PIC 9(2).
       01 WS-HOUR-I                   PIC 9(2).
       01 WS-DOW-I                    PIC 9(1).
       01 WS-PRINT-I                  PIC 9(1).

      * THE STORE'S BUSIEST AND QUIETEST HOURS THAT TRADED, BY
      * TRANSACTION COUNT - THE FIRST HOUR WINS A TIE.
       01 WS-BUSY-HOUR-I              PIC 9(2).
       01 WS-QUIET-HOUR-I             PIC 9(2).

      * DAY NAMES IN ZELLER ORDER, AND THE ORDER THEY PRINT IN -
      * MONDAY THROUGH SUNDAY.
       01 WS-DAY-NAME-TABLE.
          05 FILLER                   PIC X(21)    VALUE
             "SATSUNMONTUEWEDTHUFRI".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
          05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-DAY-ORDER-TABLE.
          05 FILLER                   PIC X(7)     VALUE "3456712".
       01 WS-DAY-ORDER REDEFINES WS-DAY-ORDER-TABLE.
          05 WS-DAY-ORDER-I OCCURS 7 TIMES PIC 9(1).

      * DAY-OF-WEEK ARITHMETIC (ZELLER), AS IN CALGEN. THE LAST
      * DATE WORKED OUT IS KEPT SO A DAY'S ROWS COST ONE PASS.
       01 WS-DOW-DATE                 PIC 9(8)     VALUE 0.
       01 WS-WORK-DATE.
          05 WS-WORK-YEAR             PIC 9(4).
          05 WS-WORK-MONTH            PIC 9(2).
          05 WS-WORK-DAY              PIC 9(2).
       01 WS-LEAP-WORK                PIC 9(4).
       01 WS-ZELLER.
          05 WS-Z-YEAR                PIC 9(4).
          05 WS-Z-MONTH               PIC 9(2).
          05 WS-Z-K                   PIC 9(4).
          05 WS-Z-J                   PIC 9(4).
          05 WS-Z-TERM                PIC 9(4).
          05 WS-Z-MONTH-Q             PIC 9(4).
          05 WS-Z-K-Q                 PIC 9(4).
          05 WS-Z-J-Q                 PIC 9(4).
          05 WS-Z-WORK                PIC 9(6).
          05 WS-Z-DOW                 PIC 9(1).

       01 WS-MATH.
          05 WSM-AVERAGE              PIC 9(7)V99.
          05 WSM-SHARE-PCT            PIC 9(3)V9.

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-NO-TIME-COUNT         PIC 9(5)     VALUE 0.
          05 WS-LINE-COUNT            PIC 9(5)     VALUE 0.
       01 WS-CHAIN-TOTALS.
          05 WSC-TRAN-COUNT           PIC 9(7)     VALUE 0.
          05 WSC-NET-AMOUNT           PIC 9(9)V99  VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(20)    VALUE SPACES.
          05 FILLER                   PIC X(36)    VALUE
             "HOURLY TRAFFIC AND AVERAGE BASKET - ".
          05 WST-PERIOD               PIC X(8).

       01 WS-STORE-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WSH-STORE                PIC 9(2).

       01 WS-HOUR-COL-HEADER.
          05 FILLER                   PIC X(40)    VALUE
             "    HOUR      TRANS         NET $      A".
          05 FILLER                   PIC X(12)    VALUE
             "VG $  SHARE%".

       01 WS-HOUR-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WHL-HOUR                 PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE ":00".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WHL-TRAN-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WHL-NET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WHL-AVERAGE              PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WHL-SHARE-PCT            PIC ZZ9.9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WHL-FLAG                 PIC X(12).

       01 WS-DOW-TITLE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(29)    VALUE
             "AVERAGE BASKET BY DAY OF WEEK".

       01 WS-DOW-COL-HEADER.
          05 FILLER                   PIC X(40)    VALUE
             "    DAY       TRANS         NET $ AVG BA".
          05 FILLER                   PIC X(4)    VALUE
             "SKET".

       01 WS-DOW-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WDL-DAY                  PIC X(3).
          05 FILLER                   PIC X(5)     VALUE SPACES.
          05 WDL-TRAN-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WDL-NET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WDL-AVERAGE              PIC ZZ,ZZ9.99.

       01 WS-STORE-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "TOTAL:  ".
          05 WSS-TRAN-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-NET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-AVERAGE              PIC ZZ,ZZ9.99.

       01 WS-CHAIN-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(14)    VALUE
             "CHAIN TRANS:  ".
          05 WCH-TRAN-COUNT           PIC Z,ZZZ,ZZ9.
          05 FILLER                   PIC X(9)     VALUE "  NET $: ".
          05 WCH-NET-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(15)    VALUE
             "  AVG BASKET: ".
          05 WCH-AVERAGE              PIC ZZ,ZZ9.99.

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(30).
          05 WS-COUNT-VALUE           PIC ZZZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           IF WS-REPORT-MODE = "X"
              DISPLAY "HRPARM CARD NOT BLANK OR A VALID YYYYMM"
              DISPLAY "TRAFFIC REPORT NOT RUN"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REPORT-MODE = "M"
                 PERFORM 300-LOAD-HISTORY
              ELSE
                 PERFORM 350-LOAD-EXTRACT
              END-IF
              PERFORM 200-PRINT-HEADINGS
              PERFORM 500-PRINT-STORE
                  VARYING WS-STORE-I FROM 1 BY 1
                  UNTIL WS-STORE-I > 99
              PERFORM 700-PRINT-CHAIN
              PERFORM 950-SET-RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG
           END-IF.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           INITIALIZE WS-TRAFFIC-TABLE.
           OPEN INPUT HOUR-PARM-FILE.
           READ HOUR-PARM-FILE
           AT END
              MOVE SPACES TO HP-MONTH
           END-READ.
           CLOSE HOUR-PARM-FILE.
           EVALUATE TRUE
               WHEN HP-MONTH = SPACES
                  MOVE "D" TO WS-REPORT-MODE
               WHEN HP-MONTH NUMERIC
                    AND HP-MONTH-MM > 0 AND HP-MONTH-MM < 13
                  MOVE "M" TO WS-REPORT-MODE
                  MOVE HP-MONTH TO WS-REPORT-MONTH
                  MOVE HP-MONTH TO WS-REPORT-PERIOD
               WHEN OTHER
                  MOVE "X" TO WS-REPORT-MODE
           END-EVALUATE.
           OPEN OUTPUT OUTPUT-FILE.

       200-PRINT-HEADINGS.
           MOVE WS-REPORT-PERIOD TO WST-PERIOD.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.

      * A MONTH RUN - THE HOURLY HISTORY ROWS DATED IN THE MONTH.
       300-LOAD-HISTORY.
           OPEN INPUT HOURLY-HISTORY-FILE.
           PERFORM 310-READ-HISTORY
               UNTIL WS-HRLYHST-EOF-FLAG = 'Y'.
           CLOSE HOURLY-HISTORY-FILE.

       310-READ-HISTORY.
           READ HOURLY-HISTORY-FILE
           AT END
              MOVE 'Y' TO WS-HRLYHST-EOF-FLAG
           NOT AT END
              IF HH-DATE(1:6) = WS-REPORT-MONTH
                 AND HH-STORE > 0
                 AND HH-HOUR < 24
                 ADD 1 TO WS-READ-COUNT
                 MOVE HH-STORE      TO WIN-STORE
                 MOVE HH-DATE       TO WIN-DATE
                 MOVE HH-HOUR       TO WIN-HOUR
                 MOVE HH-TRAN-COUNT TO WIN-TRAN-COUNT
                 MOVE HH-NET-AMOUNT TO WIN-NET-AMOUNT
                 PERFORM 400-TALLY-ROW
              END-IF
           END-READ.

      * A DAY RUN - EVERY S AND L RECORD ON THE EXTRACT. THE HOUR
      * COMES OFF THE HHMM TIME; A TIME THAT IS NOT NUMERIC OR NOT
      * A REAL HOUR IS COUNTED, NOT GUESSED AT. THE "T" CONTROL
      * TRAILERS ARE SKIPPED.
       350-LOAD-EXTRACT.
           OPEN INPUT SALES-FILE.
           PERFORM 360-READ-EXTRACT
               UNTIL WS-SALES-EOF-FLAG = 'Y'.
           CLOSE SALES-FILE.

       360-READ-EXTRACT.
           READ SALES-FILE
           AT END
              MOVE 'Y' TO WS-SALES-EOF-FLAG
           NOT AT END
              IF IL-TRANSACTION-CODE = "S"
                 OR IL-TRANSACTION-CODE = "L"
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 370-EXTRACT-ROW
              END-IF
           END-READ.

       370-EXTRACT-ROW.
           IF WS-REPORT-PERIOD = SPACES AND IL-TRANS-DATE NUMERIC
              MOVE IL-TRANS-DATE TO WS-REPORT-PERIOD
           END-IF.
           MOVE 99 TO WIN-HOUR.
           IF IL-TRANS-TIME NUMERIC
              DIVIDE IL-TRANS-TIME BY 100 GIVING WIN-HOUR
           END-IF.
           IF WIN-HOUR < 24
              AND IL-STORE-NUMBER > 0
              AND IL-TRANS-DATE NUMERIC
              MOVE IL-STORE-NUMBER       TO WIN-STORE
              MOVE IL-TRANS-DATE         TO WIN-DATE
              MOVE 1                     TO WIN-TRAN-COUNT
              MOVE IL-TRANSACTION-AMOUNT TO WIN-NET-AMOUNT
              PERFORM 400-TALLY-ROW
           ELSE
              ADD 1 TO WS-NO-TIME-COUNT
           END-IF.

      * ONE ROW INTO ITS STORE'S HOUR AND DAY-OF-WEEK CELLS.
       400-TALLY-ROW.
           IF WIN-DATE NOT = WS-DOW-DATE
              MOVE WIN-DATE TO WS-DOW-DATE
              MOVE WIN-DATE TO WS-WORK-DATE
              PERFORM 450-DAY-OF-WEEK
              ADD 1 TO WS-Z-DOW GIVING WS-DOW-I
           END-IF.
           ADD 1 TO WIN-HOUR GIVING WS-HOUR-I.
           MOVE "Y" TO WTS-SEEN(WIN-STORE).
           ADD WIN-TRAN-COUNT TO WTS-TRAN-COUNT(WIN-STORE).
           ADD WIN-NET-AMOUNT TO WTS-NET-AMOUNT(WIN-STORE).
           ADD WIN-TRAN-COUNT
              TO WTH-TRAN-COUNT(WIN-STORE, WS-HOUR-I).
           ADD WIN-NET-AMOUNT
              TO WTH-NET-AMOUNT(WIN-STORE, WS-HOUR-I).
           ADD WIN-TRAN-COUNT
              TO WTD-TRAN-COUNT(WIN-STORE, WS-DOW-I).
           ADD WIN-NET-AMOUNT
              TO WTD-NET-AMOUNT(WIN-STORE, WS-DOW-I).
           ADD WIN-TRAN-COUNT TO WSC-TRAN-COUNT.
           ADD WIN-NET-AMOUNT TO WSC-NET-AMOUNT.

      * ZELLER'S CONGRUENCE, EACH QUOTIENT FLOORED ON ITS OWN WITH
      * AN EXPLICIT DIVIDE, AS IN CALGEN. 0 SAT, 1 SUN, 2 MON..
       450-DAY-OF-WEEK.
           MOVE WS-WORK-YEAR  TO WS-Z-YEAR.
           MOVE WS-WORK-MONTH TO WS-Z-MONTH.
           IF WS-Z-MONTH < 3
              ADD 12 TO WS-Z-MONTH
              SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           DIVIDE WS-Z-YEAR BY 100
              GIVING WS-Z-J REMAINDER WS-Z-K.
           COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-MONTH-Q.
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-K-Q.
           DIVIDE WS-Z-J BY 4 GIVING WS-Z-J-Q.
           COMPUTE WS-Z-WORK =
              WS-WORK-DAY + WS-Z-MONTH-Q + WS-Z-K
              + WS-Z-K-Q + WS-Z-J-Q + (5 * WS-Z-J).
           DIVIDE WS-Z-WORK BY 7
              GIVING WS-LEAP-WORK REMAINDER WS-Z-DOW.

      * ONE STORE'S PAGE: ITS HOURS, BUSIEST AND QUIETEST MARKED,
      * THEN ITS DAY-OF-WEEK BASKETS AND ITS TOTAL.
       500-PRINT-STORE.
           IF WTS-SEEN(WS-STORE-I) = "Y"
              MOVE 0 TO WS-BUSY-HOUR-I
              MOVE 0 TO WS-QUIET-HOUR-I
              PERFORM 520-RANK-HOUR
                  VARYING WS-HOUR-I FROM 1 BY 1
                  UNTIL WS-HOUR-I > 24
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              MOVE WS-STORE-I TO WS-STORE-NUMBER-OUT
              MOVE WS-STORE-NUMBER-OUT TO WSH-STORE
              WRITE OUTPUT-LINE FROM WS-STORE-HEADER
              WRITE OUTPUT-LINE FROM WS-HOUR-COL-HEADER
              PERFORM 540-PRINT-HOUR
                  VARYING WS-HOUR-I FROM 1 BY 1
                  UNTIL WS-HOUR-I > 24
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              WRITE OUTPUT-LINE FROM WS-DOW-TITLE
              WRITE OUTPUT-LINE FROM WS-DOW-COL-HEADER
              PERFORM 560-PRINT-DOW
                  VARYING WS-PRINT-I FROM 1 BY 1
                  UNTIL WS-PRINT-I > 7
              MOVE WTS-TRAN-COUNT(WS-STORE-I) TO WSS-TRAN-COUNT
              MOVE WTS-NET-AMOUNT(WS-STORE-I) TO WSS-NET-AMOUNT
              COMPUTE WSM-AVERAGE ROUNDED =
                 WTS-NET-AMOUNT(WS-STORE-I)
                 / WTS-TRAN-COUNT(WS-STORE-I)
              MOVE WSM-AVERAGE TO WSS-AVERAGE
              WRITE OUTPUT-LINE FROM WS-STORE-TOTAL-LINE
           END-IF.

       520-RANK-HOUR.
           IF WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I) > 0
              IF WS-BUSY-HOUR-I = 0
                 OR WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I)
                    > WTH-TRAN-COUNT(WS-STORE-I, WS-BUSY-HOUR-I)
                 MOVE WS-HOUR-I TO WS-BUSY-HOUR-I
              END-IF
              IF WS-QUIET-HOUR-I = 0
                 OR WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I)
                    < WTH-TRAN-COUNT(WS-STORE-I, WS-QUIET-HOUR-I)
                 MOVE WS-HOUR-I TO WS-QUIET-HOUR-I
              END-IF
           END-IF.

      * ONLY HOURS THAT TRADED PRINT. THE SHARE IS OF THE STORE'S
      * DOLLARS FOR THE DAY (OR THE MONTH).
       540-PRINT-HOUR.
           IF WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I) > 0
              SUBTRACT 1 FROM WS-HOUR-I GIVING WHL-HOUR
              MOVE WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I)
                 TO WHL-TRAN-COUNT
              MOVE WTH-NET-AMOUNT(WS-STORE-I, WS-HOUR-I)
                 TO WHL-NET-AMOUNT
              COMPUTE WSM-AVERAGE ROUNDED =
                 WTH-NET-AMOUNT(WS-STORE-I, WS-HOUR-I)
                 / WTH-TRAN-COUNT(WS-STORE-I, WS-HOUR-I)
              MOVE WSM-AVERAGE TO WHL-AVERAGE
              MOVE 0 TO WSM-SHARE-PCT
              IF WTS-NET-AMOUNT(WS-STORE-I) > 0
                 COMPUTE WSM-SHARE-PCT ROUNDED =
                    (WTH-NET-AMOUNT(WS-STORE-I, WS-HOUR-I)
                     / WTS-NET-AMOUNT(WS-STORE-I)) * 100
              END-IF
              MOVE WSM-SHARE-PCT TO WHL-SHARE-PCT
              EVALUATE WS-HOUR-I
                  WHEN WS-BUSY-HOUR-I
                      MOVE "<< BUSIEST" TO WHL-FLAG
                  WHEN WS-QUIET-HOUR-I
                      MOVE "<< QUIETEST" TO WHL-FLAG
                  WHEN OTHER
                      MOVE SPACES TO WHL-FLAG
              END-EVALUATE
              WRITE OUTPUT-LINE FROM WS-HOUR-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

      * MONDAY THROUGH SUNDAY; ONLY DAYS THAT TRADED PRINT.
       560-PRINT-DOW.
           MOVE WS-DAY-ORDER-I(WS-PRINT-I) TO WS-DOW-I.
           IF WTD-TRAN-COUNT(WS-STORE-I, WS-DOW-I) > 0
              MOVE WS-DAY-NAME(WS-DOW-I) TO WDL-DAY
              MOVE WTD-TRAN-COUNT(WS-STORE-I, WS-DOW-I)
                 TO WDL-TRAN-COUNT
              MOVE WTD-NET-AMOUNT(WS-STORE-I, WS-DOW-I)
                 TO WDL-NET-AMOUNT
              COMPUTE WSM-AVERAGE ROUNDED =
                 WTD-NET-AMOUNT(WS-STORE-I, WS-DOW-I)
                 / WTD-TRAN-COUNT(WS-STORE-I, WS-DOW-I)
              MOVE WSM-AVERAGE TO WDL-AVERAGE
              WRITE OUTPUT-LINE FROM WS-DOW-LINE
           END-IF.

       700-PRINT-CHAIN.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WSC-TRAN-COUNT TO WCH-TRAN-COUNT.
           MOVE WSC-NET-AMOUNT TO WCH-NET-AMOUNT.
           MOVE 0 TO WSM-AVERAGE.
           IF WSC-TRAN-COUNT > 0
              COMPUTE WSM-AVERAGE ROUNDED =
                 WSC-NET-AMOUNT / WSC-TRAN-COUNT
           END-IF.
           MOVE WSM-AVERAGE TO WCH-AVERAGE.
           WRITE OUTPUT-LINE FROM WS-CHAIN-LINE.
           IF WS-NO-TIME-COUNT > 0
              MOVE "S/L RECORDS WITH NO VALID TIME" TO WS-COUNT-TEXT
              MOVE WS-NO-TIME-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CHAIN'S DOLLARS.
       895-WRITE-AUDIT-LOG.
           MOVE "A8HRTRPT" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-LINE-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-NO-TIME-COUNT TO AP-RECORDS-REJECTED.
           MOVE WSC-NET-AMOUNT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN SOME RECORDS CARRIED NO USABLE TIME, 8 WHEN
      * THERE WAS NO TRAFFIC AT ALL - AN EMPTY EXTRACT OR A MONTH
      * WITH NOTHING POSTED IS A GAP, NOT A QUIET DAY.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WSC-TRAN-COUNT = 0
                  MOVE 8 TO RETURN-CODE
               WHEN WS-NO-TIME-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8HRTRPT.
