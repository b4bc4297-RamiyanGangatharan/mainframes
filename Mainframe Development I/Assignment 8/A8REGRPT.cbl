      * DOLLARS ARE NEVER SILENTLY DROPPED.
      * MODIFICATION HISTORY:
      *   AUG 21, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - TAX OWING IS WORKED OUT AT EACH STORE'S RATE
      *                  FROM THE SHARED TAX-RATE MASTER (BY PROVINCE,
      *                  IN EFFECT ON THE DATEPARM BUSINESS DATE)
      *                  INSTEAD OF A COPY OF A8SL'S STORE TABLE.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - ACTUAL AGAINST BUDGET. EACH BUDGETED STORE'S
      *                  MONTH-TO-DATE NET (THE SALES HISTORY BEFORE
      *                  THE BUSINESS DATE PLUS THE DAY'S EXTRACTS)
      *                  IS SET AGAINST THE MONTH-TO-DATE SHARE OF
      *                  ITS BUDGET MASTER ROW - PRORATED BY BUSINESS
      *                  DAYS FROM THE BATCH CALENDAR - WITH THE
      *                  VARIANCE PERCENT AND A PROJECTED MONTH-END
      *                  FINISH. STORES MORE THAN THE THRESHOLD
      *                  UNDER ARE FLAGGED AND ROLLED UP BY REGION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
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

      * STORE SALES BUDGET MASTER (BUDMNT), BY STORE AND MONTH.
            SELECT BUDGET-MASTER-FILE
                ASSIGN TO "BUDMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BG-KEY.

      * DAILY SALES HISTORY (A8HSTUPD) - THE MONTH SO FAR, BEFORE
      * THE DAY THE EXTRACTS CARRY.
            SELECT SALES-HISTORY-FILE
                ASSIGN TO "SALESHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SH-KEY.

      * THE BUSINESS-DAY CALENDAR CALGEN READS - ITS HOLIDAYS TAKE
      * DAYS OUT OF THE MONTH'S BUSINESS-DAY COUNT.
            SELECT CALENDAR-FILE
                ASSIGN TO "CALFILE"
                ORGANIZATION IS SEQUENTIAL.

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

       01 RETURN-IN-LINE.
          05 RT-CODE                  PIC X(1).
          05 RT-AMOUNT                PIC 9(5)V99.
          05 FILLER                   PIC X(2).
          05 RT-STORE-NUMBER          PIC 9(2).
          05 FILLER                   PIC X(108).

       FD STORE-MASTER-FILE
           RECORDING MODE IS F

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

       FD BUDGET-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.

           COPY BUDMSTR.

       FD SALES-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.

           COPY SALESHST.

       FD CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 CALENDAR-LINE.
          05 CL-DATE                  PIC X(8).
          05 FILLER                   PIC X(1).
          05 CL-TYPE                  PIC X(1).
          05 FILLER                   PIC X(70).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
          05 WS-STORE-REGION OCCURS 99 TIMES PIC X(3).
       01 WS-SM-STORE-NUM             PIC 9(2).

      * EACH STORE'S PROVINCE FROM THE MASTER, AND THE TAX RATE IN
      * EFFECT FOR IT ON THE BUSINESS DATE - SETTLED ONCE AT LOAD
      * TIME FROM THE SHARED TAX-RATE MASTER BY THE SAME RULE A8SL
      * APPLIES. BOTH SUBSCRIPTED BY STORE NUMBER.
       01 WS-STORE-PROVINCE-TABLE.
          05 WS-STORE-PROVINCE OCCURS 99 TIMES PIC X(2).
       01 WS-STORE-TAX-RATE-TABLE.
          05 WS-STORE-TAX-RATE OCCURS 99 TIMES PIC V9(4).
       01 WS-STORE-I                  PIC 9(3).

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

          05 WS-RETURN-READ-COUNT     PIC 9(7)     VALUE 0.
       01 WS-GRAND-NET                PIC S9(9)V99 VALUE 0.

      * BUDGET PRORATION. THE BUSINESS DATE'S MONTH, ITS BUSINESS
      * DAYS (WEEKDAYS LESS CALENDAR HOLIDAYS), AND HOW MANY OF
      * THEM FALL ON OR BEFORE THE BUSINESS DATE.
       01 WS-TODAY                    PIC 9(8).
       01 WS-BUDGET-MONTH             PIC X(6).
       01 WS-AS-OF-DATE               PIC X(8).
       01 WS-BUS-DAYS-MONTH           PIC 9(2)     VALUE 0.
       01 WS-BUS-DAYS-ELAPSED         PIC 9(2)     VALUE 0.
      * A STORE MORE THAN THIS PERCENT UNDER ITS MONTH-TO-DATE
      * BUDGET IS FLAGGED.
       77 WS-BUDGET-THRESHOLD         PIC 9(2)V9   VALUE 5.0.
       01 WS-BUDGET-FOUND-FLAG        PIC X(1).
       01 WS-CAL-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-SALESHST-EOF-FLAG        PIC X(1)     VALUE 'N'.
       01 WS-NO-BUDGET-COUNT          PIC 9(3)     VALUE 0.

      * THE MONTH'S HOLIDAYS FROM THE CALENDAR.
       01 WS-HOLIDAY-COUNT            PIC 9(2)     VALUE 0.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-DATE OCCURS 31 TIMES PIC X(8).
       01 WS-HOLIDAY-I                PIC 9(2).
       01 WS-DAY-OK-FLAG              PIC X(1).

      * DATE WORK FIELDS AND THE DAY-OF-WEEK ARITHMETIC (ZELLER),
      * AS IN CALGEN.
       01 WS-WORK-DATE.
          05 WS-WORK-YEAR             PIC 9(4).
          05 WS-WORK-MONTH            PIC 9(2).
          05 WS-WORK-DAY              PIC 9(2).
       01 WS-MONTH-LAST-DAY           PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                   PIC X(24)    VALUE
             "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.
       01 WS-LEAP-WORK                PIC 9(4).
       01 WS-LEAP-REM                 PIC 9(4).
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

      * ONE BUDGET-MATH PASS: THE MONTH BUDGET AND THE ACTUAL IN,
      * THE MONTH-TO-DATE BUDGET, VARIANCE AND PROJECTION OUT.
       01 WS-BUDGET-MATH.
          05 WBG-BUDGET               PIC S9(9)V99.
          05 WBG-ACTUAL               PIC S9(9)V99.
          05 WBG-MTD-BUDGET           PIC S9(9)V99.
          05 WBG-VAR-PCT              PIC S9(4)V9.
          05 WBG-PROJECTED            PIC S9(9)V99.
          05 WBG-BELOW-FLAG           PIC X(1).

      * EACH STORE'S MONTH-TO-DATE NET, SUBSCRIPTED BY STORE
      * NUMBER.
       01 WS-STORE-MTD-TABLE.
          05 WS-STORE-MTD OCCURS 99 TIMES PIC S9(9)V99.

      * BUDGETED STORES ROLLED UP BY REGION, ADDED AS REGIONS ARE
      * FIRST SEEN, AND THE SAME FIGURES FOR THE WHOLE CHAIN.
       01 WS-BUDGET-REGION-COUNT      PIC 9(2)     VALUE 0.
       01 WS-BUDGET-REGION-TABLE.
          05 WS-BUDGET-REGION-ENTRY OCCURS 20 TIMES.
             10 WBR-REGION            PIC X(3).
             10 WBR-BUDGET            PIC S9(9)V99.
             10 WBR-ACTUAL            PIC S9(9)V99.
             10 WBR-STORE-COUNT       PIC 9(3).
             10 WBR-BELOW-COUNT       PIC 9(3).
       01 WS-REGION-OVERFLOW-COUNT    PIC 9(3)     VALUE 0.
       01 WS-BUDGET-CHAIN.
          05 WBC-BUDGET               PIC S9(9)V99 VALUE 0.
          05 WBC-ACTUAL               PIC S9(9)V99 VALUE 0.
          05 WBC-STORE-COUNT          PIC 9(3)     VALUE 0.
          05 WBC-BELOW-COUNT          PIC 9(3)     VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(28)    VALUE SPACES.
          05 FILLER                   PIC X(29)    VALUE
             "CHAIN NET $:   ".
          05 WSC-NET                  PIC -Z,ZZZ,ZZ9.99.

       01 WS-REGION-TITLE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(35)    VALUE
             "MONTH-TO-DATE ACTUAL AGAINST BUDGET".
          05 FILLER                   PIC X(16)    VALUE
             " - BUSINESS DAY ".
          05 WRT-ELAPSED              PIC Z9.
          05 FILLER                   PIC X(4)     VALUE " OF ".
          05 WRT-IN-MONTH             PIC Z9.

       01 WS-REGION-NOTE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(18)    VALUE
             "BELOW = MORE THAN ".
          05 WRN-THRESHOLD            PIC Z9.9.
          05 FILLER                   PIC X(32)    VALUE
             "% UNDER THE MONTH-TO-DATE BUDGET".

       01 WS-REGION-COL-HEADER.
          05 FILLER                   PIC X(40)    VALUE
             "    REGION  STRS BELOW   MONTH BUDGET   ".
          05 FILLER                   PIC X(40)    VALUE
             "  BUDGET MTD      ACTUAL MTD    VAR %   ".
          05 FILLER                   PIC X(13)    VALUE
             "    PROJECTED".

       01 WS-REGION-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WRL-REGION               PIC X(6).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WRL-STORES               PIC ZZ9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WRL-BELOW                PIC ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-BUDGET               PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-MTD-BUDGET           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-ACTUAL               PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-VAR-PCT              PIC -ZZZ9.9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-PROJECTED            PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WRL-FLAG                 PIC X(5).

       01 WS-BUDGET-STORE-HEADER.
          05 FILLER                   PIC X(40)    VALUE
             " STORE   RGN             MONTH BUDGET   ".
          05 FILLER                   PIC X(40)    VALUE
             "  BUDGET MTD      ACTUAL MTD    VAR %   ".
          05 FILLER                   PIC X(13)    VALUE
             "    PROJECTED".

       01 WS-BUDGET-STORE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WBS-STORE                PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WBS-REGION               PIC X(3).
          05 FILLER                   PIC X(12)    VALUE SPACES.
          05 WBS-BUDGET               PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBS-MTD-BUDGET           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBS-ACTUAL               PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBS-VAR-PCT              PIC -ZZZ9.9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBS-PROJECTED            PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBS-FLAG                 PIC X(5).

       01 WS-BUDGET-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WBN-TEXT                 PIC X(36).
          05 WBN-VALUE                PIC ZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-STORE-REGIONS.
           PERFORM 160-LOAD-TAX-RATES.
           PERFORM 200-ROLL-UP-SALES.
           PERFORM 300-ROLL-UP-RETURNS.
           PERFORM 170-LOAD-HOLIDAYS.
           PERFORM 175-COUNT-BUSINESS-DAYS.
           PERFORM 190-LOAD-MONTH-HISTORY.
           PERFORM 700-PRINT-REPORT.
           PERFORM 750-PRINT-BUDGET-REPORT.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           MOVE ALL "?" TO WS-STORE-REGION-TABLE.
           MOVE SPACES TO WS-STORE-PROVINCE-TABLE.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
              MOVE SPACES TO DP-BUSINESS-DATE
           END-READ.
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE DATE-PARM-FILE.
      * THE BUDGET IS REPORTED FOR THE BUSINESS DATE'S MONTH, AS
      * OF THE BUSINESS DATE - TODAY ON A BLANK CARD.
           IF WS-BUSINESS-DATE NUMERIC
              MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE(1:6) TO WS-BUDGET-MONTH.
           INITIALIZE WS-REGION-TABLE.
           INITIALIZE WS-BUDGET-REGION-TABLE.
           INITIALIZE WS-STORE-MTD-TABLE.
           OPEN INPUT SALES-FILE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT BUDGET-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       150-LOAD-STORE-REGIONS.
                     MOVE SM-STORE TO WS-SM-STORE-NUM
                     MOVE SM-REGION
                        TO WS-STORE-REGION(WS-SM-STORE-NUM)
                     MOVE SM-PROVINCE
                        TO WS-STORE-PROVINCE(WS-SM-STORE-NUM)
                  END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER-FILE.

      * LOAD THE TAX-RATE MASTER, THEN SETTLE EVERY STORE'S RATE
      * FOR THE BUSINESS DATE. A BLANK DATEPARM CARD TAKES THE
      * RATES IN EFFECT TODAY.
       160-LOAD-TAX-RATES.
           IF WS-BUSINESS-DATE NUMERIC
              MOVE WS-BUSINESS-DATE TO WS-TAX-RATE-DATE
           ELSE
              ACCEPT WS-TAX-RATE-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT TAX-MASTER-FILE.
           PERFORM 162-READ-TAX-RATE
               UNTIL WS-TAXMSTR-EOF-FLAG = 'Y'.
           CLOSE TAX-MASTER-FILE.
           PERFORM 165-SET-STORE-TAX-RATE
               VARYING WS-STORE-I FROM 1 BY 1
               UNTIL WS-STORE-I > 99.

      * INACTIVE ROWS (KEYED IN ERROR) NEVER ENTER THE TABLE.
       162-READ-TAX-RATE.
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
       165-SET-STORE-TAX-RATE.
           MOVE WS-DEFAULT-TAX-RATE TO WS-STORE-TAX-RATE(WS-STORE-I).
           MOVE 0 TO WS-TAX-BEST-DATE.
           IF WS-STORE-PROVINCE(WS-STORE-I) NOT = SPACES
              PERFORM 167-MATCH-TAX-RATE
                  VARYING WS-TAX-LOOKUP-I FROM 1 BY 1
                  UNTIL WS-TAX-LOOKUP-I > WS-TAX-RATE-COUNT
           END-IF.

       167-MATCH-TAX-RATE.
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

      * ONLY THE BUSINESS MONTH'S HOLIDAYS MATTER - PERIOD-END AND
      * YEAR-END MARKS ARE BUSINESS DAYS LIKE ANY OTHER.
       170-LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 172-READ-CALENDAR
               UNTIL WS-CAL-EOF-FLAG = 'Y'.
           CLOSE CALENDAR-FILE.

       172-READ-CALENDAR.
           READ CALENDAR-FILE
           AT END
              MOVE 'Y' TO WS-CAL-EOF-FLAG
           NOT AT END
              IF CL-DATE NUMERIC
                 AND CL-DATE(1:6) = WS-BUDGET-MONTH
                 AND CL-TYPE = "H"
                 AND WS-HOLIDAY-COUNT < 31
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE CL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
              END-IF
           END-READ.

      * WALK THE BUSINESS DATE'S MONTH DAY BY DAY COUNTING ITS
      * BUSINESS DAYS AND THOSE RUN BY THE BUSINESS DATE ITSELF.
       175-COUNT-BUSINESS-DAYS.
           MOVE WS-BUDGET-MONTH(1:4) TO WS-WORK-YEAR.
           MOVE WS-BUDGET-MONTH(5:2) TO WS-WORK-MONTH.
           IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
              MOVE 0 TO WS-MONTH-LAST-DAY
           ELSE
              MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH)
                 TO WS-MONTH-LAST-DAY
              IF WS-WORK-MONTH = 2
                 PERFORM 182-CHECK-LEAP-YEAR
              END-IF
           END-IF.
           PERFORM 177-CHECK-ONE-DAY
               VARYING WS-WORK-DAY FROM 1 BY 1
               UNTIL WS-WORK-DAY > WS-MONTH-LAST-DAY.

       177-CHECK-ONE-DAY.
           MOVE "Y" TO WS-DAY-OK-FLAG.
           PERFORM 180-DAY-OF-WEEK.
      * ZELLER: 0 = SATURDAY, 1 = SUNDAY.
           IF WS-Z-DOW < 2
              MOVE "N" TO WS-DAY-OK-FLAG
           END-IF.
           PERFORM 178-MATCH-HOLIDAY
               VARYING WS-HOLIDAY-I FROM 1 BY 1
               UNTIL WS-HOLIDAY-I > WS-HOLIDAY-COUNT.
           IF WS-DAY-OK-FLAG = "Y"
              ADD 1 TO WS-BUS-DAYS-MONTH
              IF WS-WORK-DATE NOT > WS-AS-OF-DATE
                 ADD 1 TO WS-BUS-DAYS-ELAPSED
              END-IF
           END-IF.

       178-MATCH-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-I) = WS-WORK-DATE
              MOVE "N" TO WS-DAY-OK-FLAG
           END-IF.

      * ZELLER'S CONGRUENCE, EACH QUOTIENT FLOORED ON ITS OWN WITH
      * AN EXPLICIT DIVIDE, AS IN CALGEN. 0 SAT, 1 SUN, 2 MON..
       180-DAY-OF-WEEK.
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

       182-CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4
              GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
              DIVIDE WS-WORK-YEAR BY 100
                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM NOT = 0
                 MOVE 29 TO WS-MONTH-LAST-DAY
              ELSE
                 DIVIDE WS-WORK-YEAR BY 400
                    GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-LAST-DAY
                 END-IF
              END-IF
           END-IF.

      * THE MONTH SO FAR FROM THE SALES HISTORY - DAYS BEFORE THE
      * BUSINESS DATE ONLY, SINCE THE DAY ITSELF COMES FROM THE
      * EXTRACTS (AND MAY ALREADY BE POSTED WHEN THIS RUNS).
       190-LOAD-MONTH-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE.
           PERFORM 192-READ-HISTORY
               UNTIL WS-SALESHST-EOF-FLAG = 'Y'.
           CLOSE SALES-HISTORY-FILE.

       192-READ-HISTORY.
           READ SALES-HISTORY-FILE
           AT END
              MOVE 'Y' TO WS-SALESHST-EOF-FLAG
           NOT AT END
              IF SH-DATE(1:6) = WS-BUDGET-MONTH
                 AND SH-DATE < WS-AS-OF-DATE
                 AND SH-STORE > 0
                 COMPUTE WS-STORE-MTD(SH-STORE) =
                    WS-STORE-MTD(SH-STORE)
                    + SH-S-AMOUNT + SH-L-AMOUNT - SH-R-AMOUNT
              END-IF
           END-READ.

       200-ROLL-UP-SALES.
           PERFORM UNTIL WS-SALES-EOF-FLAG = 'Y'
               READ SALES-FILE
           COMPUTE WSM-TAX ROUNDED =
              IL-TRANSACTION-AMOUNT * WS-TAX-RATE-WORK.
           ADD WSM-TAX TO WRG-TAX-AMOUNT(WS-REGION-I).
           IF IL-STORE-NUMBER > 0
              ADD IL-TRANSACTION-AMOUNT
                 TO WS-STORE-MTD(IL-STORE-NUMBER)
           END-IF.

       300-ROLL-UP-RETURNS.
           PERFORM UNTIL WS-RETURN-EOF-FLAG = 'Y'
                     PERFORM 450-FIND-REGION-ENTRY
                     ADD RT-AMOUNT
                        TO WRG-RETURN-AMOUNT(WS-REGION-I)
                     IF WS-SM-STORE-NUM > 0
                        SUBTRACT RT-AMOUNT
                           FROM WS-STORE-MTD(WS-SM-STORE-NUM)
                     END-IF
                  END-IF
               END-READ
           END-PERFORM.

       500-LOOKUP-TAX-RATE.
           MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE-WORK.
           IF IL-STORE-NUMBER > 0
              MOVE WS-STORE-TAX-RATE(IL-STORE-NUMBER)
                 TO WS-TAX-RATE-WORK
           END-IF.

       700-PRINT-REPORT.
           MOVE SPACES TO OUTPUT-LINE.
           MOVE WS-GRAND-NET TO WSC-NET.
           WRITE OUTPUT-LINE FROM WS-CHAIN-LINE.

      * EACH BUDGETED STORE'S MONTH-TO-DATE NET AGAINST ITS BUDGET,
      * THEN THE BUDGETED STORES ROLLED UP BY REGION AND THE
      * CHAIN. THE REGION STORE COUNTS ARE BUDGETED STORES; BELOW
      * IS HOW MANY OF THEM ARE FLAGGED.
       750-PRINT-BUDGET-REPORT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-BUS-DAYS-ELAPSED TO WRT-ELAPSED.
           MOVE WS-BUS-DAYS-MONTH TO WRT-IN-MONTH.
           WRITE OUTPUT-LINE FROM WS-REGION-TITLE.
           MOVE WS-BUDGET-THRESHOLD TO WRN-THRESHOLD.
           WRITE OUTPUT-LINE FROM WS-REGION-NOTE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-BUDGET-STORE-HEADER.
           PERFORM 760-PRINT-STORE-BUDGET
               VARYING WS-STORE-I FROM 1 BY 1
               UNTIL WS-STORE-I > 99.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-REGION-COL-HEADER.
           PERFORM 780-PRINT-ONE-REGION
               VARYING WS-REGION-I FROM 1 BY 1
               UNTIL WS-REGION-I > WS-BUDGET-REGION-COUNT.
           MOVE "CHAIN" TO WRL-REGION.
           MOVE WBC-STORE-COUNT TO WRL-STORES.
           MOVE WBC-BELOW-COUNT TO WRL-BELOW.
           MOVE WBC-BUDGET TO WBG-BUDGET.
           MOVE WBC-ACTUAL TO WBG-ACTUAL.
           PERFORM 785-PRINT-REGION-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "STORES WITH SALES BUT NO BUDGET:" TO WBN-TEXT.
           MOVE WS-NO-BUDGET-COUNT TO WBN-VALUE.
           WRITE OUTPUT-LINE FROM WS-BUDGET-COUNT-LINE.
           IF WS-REGION-OVERFLOW-COUNT > 0
              MOVE "*** REGION TABLE FULL - STORES:" TO WBN-TEXT
              MOVE WS-REGION-OVERFLOW-COUNT TO WBN-VALUE
              WRITE OUTPUT-LINE FROM WS-BUDGET-COUNT-LINE
           END-IF.

      * AN INACTIVE BUDGET ROW (KEYED IN ERROR) COUNTS AS NONE.
       760-PRINT-STORE-BUDGET.
           MOVE WS-STORE-I TO WS-SM-STORE-NUM.
           MOVE WS-SM-STORE-NUM TO BG-STORE.
           MOVE WS-BUDGET-MONTH TO BG-MONTH.
           MOVE "Y" TO WS-BUDGET-FOUND-FLAG.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                  MOVE "N" TO WS-BUDGET-FOUND-FLAG
           END-READ.
           IF WS-BUDGET-FOUND-FLAG = "Y" AND BG-STATUS = "I"
              MOVE "N" TO WS-BUDGET-FOUND-FLAG
           END-IF.
           IF WS-BUDGET-FOUND-FLAG = "N"
              IF WS-STORE-MTD(WS-STORE-I) NOT = 0
                 ADD 1 TO WS-NO-BUDGET-COUNT
              END-IF
           ELSE
              MOVE BG-NET-BUDGET TO WBG-BUDGET
              MOVE WS-STORE-MTD(WS-STORE-I) TO WBG-ACTUAL
              PERFORM 765-BUDGET-MATH
              MOVE WS-SM-STORE-NUM TO WBS-STORE
              MOVE WS-STORE-REGION(WS-STORE-I) TO WBS-REGION
              MOVE WBG-BUDGET TO WBS-BUDGET
              MOVE WBG-MTD-BUDGET TO WBS-MTD-BUDGET
              MOVE WBG-ACTUAL TO WBS-ACTUAL
              MOVE WBG-VAR-PCT TO WBS-VAR-PCT
              MOVE WBG-PROJECTED TO WBS-PROJECTED
              MOVE SPACES TO WBS-FLAG
              IF WBG-BELOW-FLAG = "Y"
                 MOVE "BELOW" TO WBS-FLAG
              END-IF
              WRITE OUTPUT-LINE FROM WS-BUDGET-STORE-LINE
              PERFORM 770-ADD-TO-REGION
           END-IF.

      * THE MONTH-TO-DATE SHARE OF THE BUDGET (ITS BUSINESS DAYS
      * RUN OVER THE MONTH'S), THE ACTUAL'S VARIANCE FROM IT IN
      * PERCENT, AND THE ACTUAL CARRIED ON AT THE SAME DAILY PACE
      * TO MONTH END. NOTHING RUN YET MEANS NO VARIANCE AND NO
      * FLAG RATHER THAN A DIVIDE FAILURE.
       765-BUDGET-MATH.
           MOVE 0 TO WBG-MTD-BUDGET.
           MOVE 0 TO WBG-VAR-PCT.
           MOVE WBG-ACTUAL TO WBG-PROJECTED.
           MOVE "N" TO WBG-BELOW-FLAG.
           IF WS-BUS-DAYS-MONTH > 0
              COMPUTE WBG-MTD-BUDGET ROUNDED =
                 WBG-BUDGET * WS-BUS-DAYS-ELAPSED / WS-BUS-DAYS-MONTH
           END-IF.
           IF WS-BUS-DAYS-ELAPSED > 0
              COMPUTE WBG-PROJECTED ROUNDED =
                 WBG-ACTUAL * WS-BUS-DAYS-MONTH / WS-BUS-DAYS-ELAPSED
           END-IF.
           IF WBG-MTD-BUDGET > 0
              COMPUTE WBG-VAR-PCT ROUNDED =
                 ((WBG-ACTUAL - WBG-MTD-BUDGET) / WBG-MTD-BUDGET)
                 * 100
                 ON SIZE ERROR
                    MOVE 9999.9 TO WBG-VAR-PCT
              END-COMPUTE
              IF WBG-VAR-PCT + WS-BUDGET-THRESHOLD < 0
                 MOVE "Y" TO WBG-BELOW-FLAG
              END-IF
           END-IF.

      * THE BUDGETED STORE'S FIGURES INTO ITS REGION AND THE CHAIN.
      * A REGION PAST THE TABLE'S ROOM STILL COUNTS IN THE CHAIN.
       770-ADD-TO-REGION.
           MOVE WS-STORE-REGION(WS-STORE-I) TO WS-THIS-REGION.
           MOVE "N" TO WS-REGION-FOUND-FLAG.
           PERFORM 772-MATCH-REGION
               VARYING WS-REGION-I FROM 1 BY 1
               UNTIL WS-REGION-I > WS-BUDGET-REGION-COUNT
                  OR WS-REGION-FOUND-FLAG = "Y".
           IF WS-REGION-FOUND-FLAG = "Y"
              SUBTRACT 1 FROM WS-REGION-I
           ELSE
              IF WS-BUDGET-REGION-COUNT < 20
                 ADD 1 TO WS-BUDGET-REGION-COUNT
                 MOVE WS-BUDGET-REGION-COUNT TO WS-REGION-I
                 MOVE WS-THIS-REGION TO WBR-REGION(WS-REGION-I)
                 MOVE "Y" TO WS-REGION-FOUND-FLAG
              ELSE
                 ADD 1 TO WS-REGION-OVERFLOW-COUNT
              END-IF
           END-IF.
           IF WS-REGION-FOUND-FLAG = "Y"
              ADD BG-NET-BUDGET TO WBR-BUDGET(WS-REGION-I)
              ADD WBG-ACTUAL TO WBR-ACTUAL(WS-REGION-I)
              ADD 1 TO WBR-STORE-COUNT(WS-REGION-I)
              IF WBG-BELOW-FLAG = "Y"
                 ADD 1 TO WBR-BELOW-COUNT(WS-REGION-I)
              END-IF
           END-IF.
           ADD BG-NET-BUDGET TO WBC-BUDGET.
           ADD WBG-ACTUAL TO WBC-ACTUAL.
           ADD 1 TO WBC-STORE-COUNT.
           IF WBG-BELOW-FLAG = "Y"
              ADD 1 TO WBC-BELOW-COUNT
           END-IF.

       772-MATCH-REGION.
           IF WBR-REGION(WS-REGION-I) = WS-THIS-REGION
              MOVE "Y" TO WS-REGION-FOUND-FLAG
           END-IF.

       780-PRINT-ONE-REGION.
           MOVE WBR-REGION(WS-REGION-I) TO WRL-REGION.
           MOVE WBR-STORE-COUNT(WS-REGION-I) TO WRL-STORES.
           MOVE WBR-BELOW-COUNT(WS-REGION-I) TO WRL-BELOW.
           MOVE WBR-BUDGET(WS-REGION-I) TO WBG-BUDGET.
           MOVE WBR-ACTUAL(WS-REGION-I) TO WBG-ACTUAL.
           PERFORM 785-PRINT-REGION-LINE.

       785-PRINT-REGION-LINE.
           PERFORM 765-BUDGET-MATH.
           MOVE WBG-BUDGET TO WRL-BUDGET.
           MOVE WBG-MTD-BUDGET TO WRL-MTD-BUDGET.
           MOVE WBG-ACTUAL TO WRL-ACTUAL.
           MOVE WBG-VAR-PCT TO WRL-VAR-PCT.
           MOVE WBG-PROJECTED TO WRL-PROJECTED.
           MOVE SPACES TO WRL-FLAG.
           IF WBG-BELOW-FLAG = "Y"
              MOVE "BELOW" TO WRL-FLAG
           END-IF.
           WRITE OUTPUT-LINE FROM WS-REGION-LINE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CHAIN NET.
       895-WRITE-AUDIT-LOG.

       900-CLOSE-FILES.
           CLOSE SALES-FILE.
           CLOSE BUDGET-MASTER-FILE.
           CLOSE RETURN-FILE.
           CLOSE OUTPUT-FILE.

