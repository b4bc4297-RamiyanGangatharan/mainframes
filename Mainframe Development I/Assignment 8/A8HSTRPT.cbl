      * SEQUENTIAL PASS WITH A CONTROL BREAK ON THE STORE.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - ACTUAL AGAINST BUDGET. EACH STORE'S MTD NET
      *                  (AND ITS SALE AND LAYAWAY PARTS WHEN THE
      *                  BUDGET IS SPLIT) IS SET AGAINST THE MONTH-
      *                  TO-DATE SHARE OF ITS BUDGET MASTER ROW -
      *                  PRORATED BY BUSINESS DAYS FROM THE BATCH
      *                  CALENDAR, AS OF THE DATEPARM BUSINESS DATE -
      *                  WITH THE VARIANCE PERCENT AND A PROJECTED
      *                  MONTH-END FINISH. STORES MORE THAN THE
      *                  THRESHOLD UNDER ARE FLAGGED AND ROLLED UP
      *                  BY THE STORE MASTER REGION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "MONPARM"
                ORGANIZATION IS SEQUENTIAL.

      * STORE SALES BUDGET MASTER (BUDMNT), BY STORE AND MONTH.
            SELECT BUDGET-MASTER-FILE
                ASSIGN TO "BUDMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BG-KEY.

      * STORE MASTER - THE REGION EACH STORE'S BUDGET ROLLS UP
      * UNDER.
            SELECT STORE-MASTER-FILE
                ASSIGN TO "STORMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

      * THE BUSINESS-DAY CALENDAR CALGEN READS - ITS HOLIDAYS TAKE
      * DAYS OUT OF THE MONTH'S BUSINESS-DAY COUNT.
            SELECT CALENDAR-FILE
                ASSIGN TO "CALFILE"
                ORGANIZATION IS SEQUENTIAL.

      * SINGLE CARD CARRYING THE BUSINESS DATE (YYYYMMDD) - HOW
      * FAR THROUGH THE REPORT MONTH THE BUDGET HAS RUN.
            SELECT DATE-PARM-FILE
                ASSIGN TO "DATEPARM"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

          05 MP-MONTH                 PIC X(6).
          05 FILLER                   PIC X(74).

       FD BUDGET-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.

           COPY BUDMSTR.

       FD STORE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.

           COPY STORMSTR.

       FD CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 CALENDAR-LINE.
          05 CL-DATE                  PIC X(8).
          05 FILLER                   PIC X(1).
          05 CL-TYPE                  PIC X(1).
          05 FILLER                   PIC X(70).

       FD DATE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 DATE-PARM-LINE.
          05 DP-BUSINESS-DATE         PIC X(8).
          05 FILLER                   PIC X(72).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
          05 WST-BEST-NET             PIC S9(9)V99.
          05 WST-WORST-DATE           PIC 9(8).
          05 WST-WORST-NET            PIC S9(9)V99.
          05 WST-S-AMOUNT             PIC S9(9)V99.
          05 WST-L-AMOUNT             PIC S9(9)V99.

       01 WS-CHAIN-TOTALS.
          05 WSC-NET                  PIC S9(9)V99 VALUE 0.
       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-MONTH-DAY-COUNT       PIC 9(5)     VALUE 0.
          05 WS-NO-BUDGET-COUNT       PIC 9(3)     VALUE 0.

      * BUDGET PRORATION. THE REPORT MONTH'S BUSINESS DAYS (WEEK-
      * DAYS LESS CALENDAR HOLIDAYS) AND HOW MANY OF THEM FALL ON
      * OR BEFORE THE AS-OF DATE - THE BUSINESS DATE WHEN IT IS IN
      * THE REPORT MONTH, THE WHOLE MONTH FOR A MONTH ALREADY
      * CLOSED, NONE FOR ONE NOT YET STARTED.
       01 WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01 WS-TODAY                    PIC 9(8).
       01 WS-AS-OF-DATE               PIC X(8).
       01 WS-BUS-DAYS-MONTH           PIC 9(2)     VALUE 0.
       01 WS-BUS-DAYS-ELAPSED         PIC 9(2)     VALUE 0.
      * A STORE MORE THAN THIS PERCENT UNDER ITS MONTH-TO-DATE
      * BUDGET IS FLAGGED.
       77 WS-BUDGET-THRESHOLD         PIC 9(2)V9   VALUE 5.0.
       01 WS-BUDGET-FOUND-FLAG        PIC X(1).
       01 WS-CAL-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-STORMSTR-EOF-FLAG        PIC X(1)     VALUE 'N'.

      * THE REPORT MONTH'S HOLIDAYS FROM THE CALENDAR.
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

      * EACH STORE'S REGION FROM THE MASTER, SUBSCRIPTED BY STORE
      * NUMBER. STORES WITH NO ROW CARRY "???". A STORE SEEN IN
      * THE HISTORY IS MARKED SO A BUDGETED STORE THAT POSTED
      * NOTHING AT ALL STILL GETS ITS BUDGET LINE.
       01 WS-STORE-REGION-TABLE.
          05 WS-STORE-REGION OCCURS 99 TIMES PIC X(3).
       01 WS-STORE-SEEN-TABLE.
          05 WS-STORE-SEEN OCCURS 99 TIMES PIC X(1).
       01 WS-SM-STORE-NUM             PIC 9(2).
       01 WS-STORE-I                  PIC 9(3).

      * ONE BUDGET-MATH PASS: THE MONTH BUDGET AND THE ACTUAL IN,
      * THE MONTH-TO-DATE BUDGET, VARIANCE AND PROJECTION OUT.
       01 WS-BUDGET-MATH.
          05 WBG-BUDGET               PIC S9(9)V99.
          05 WBG-ACTUAL               PIC S9(9)V99.
          05 WBG-MTD-BUDGET           PIC S9(9)V99.
          05 WBG-VAR-PCT              PIC S9(4)V9.
          05 WBG-PROJECTED            PIC S9(9)V99.
          05 WBG-BELOW-FLAG           PIC X(1).

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
       01 WS-REGION-I                 PIC 9(2).
       01 WS-REGION-FOUND-FLAG        PIC X(1).
       01 WS-THIS-REGION              PIC X(3).
       01 WS-REGION-OVERFLOW-COUNT    PIC 9(3)     VALUE 0.
       01 WS-BUDGET-CHAIN.
          05 WBC-BUDGET               PIC S9(9)V99 VALUE 0.
          05 WBC-ACTUAL               PIC S9(9)V99 VALUE 0.
          05 WBC-STORE-COUNT          PIC 9(3)     VALUE 0.
          05 WBC-BELOW-COUNT          PIC 9(3)     VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(25)    VALUE SPACES.
          05 FILLER                   PIC X(9)     VALUE "  CHNG % ".
          05 WCH-CHANGE               PIC -ZZZZ9.9.

       01 WS-NO-BUDGET-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(31)    VALUE
             "NO BUDGET ON FILE FOR THE MONTH".

       01 WS-BUDGET-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(12)    VALUE
             "BUDGET MTD: ".
          05 WBL-MTD-BUDGET           PIC -Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(8)     VALUE "  VAR % ".
          05 WBL-VAR-PCT              PIC -ZZZZ9.9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WBL-FLAG                 PIC X(12).

       01 WS-BUDGET-PROJ-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(14)    VALUE
             "MONTH BUDGET: ".
          05 WBP-BUDGET               PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(20)    VALUE
             "  PROJECTED FINISH: ".
          05 WBP-PROJECTED            PIC -Z,ZZZ,ZZ9.99.

       01 WS-SPLIT-LINE.
          05 FILLER                   PIC X(6)     VALUE SPACES.
          05 WSP-LABEL                PIC X(13).
          05 WSP-ACTUAL               PIC -Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(14)    VALUE
             "  BUDGET MTD: ".
          05 WSP-MTD-BUDGET           PIC -Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(8)     VALUE "  VAR % ".
          05 WSP-VAR-PCT              PIC -ZZZZ9.9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSP-FLAG                 PIC X(12).

       01 WS-REGION-TITLE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(32)    VALUE
             "ACTUAL AGAINST BUDGET BY REGION ".
          05 FILLER                   PIC X(14)    VALUE
             "- BUSINESS DAY".
          05 WRT-ELAPSED              PIC ZZ9.
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

       01 WS-BUDGET-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WBN-TEXT                 PIC X(36).
          05 WBN-VALUE                PIC ZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 200-PRINT-HEADINGS
              PERFORM 120-LOAD-STORE-REGIONS
              PERFORM 130-LOAD-HOLIDAYS
              PERFORM 140-COUNT-BUSINESS-DAYS
              PERFORM 300-SCAN-HISTORY
              IF WS-STORE-PRESENT-FLAG = "Y"
                 PERFORM 600-CLOSE-STORE
              END-IF
              PERFORM 680-BUDGET-ONLY-STORE
                  VARYING WS-STORE-I FROM 1 BY 1
                  UNTIL WS-STORE-I > 99
              PERFORM 700-PRINT-CHAIN
              PERFORM 750-PRINT-REGION-BUDGET
              PERFORM 950-SET-RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG
           END-IF.
                     WS-REPORT-MONTH(5:2) DELIMITED BY SIZE
                 INTO WS-PRIOR-MONTH
           END-IF.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
              MOVE SPACES TO DP-BUSINESS-DATE
           END-READ.
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE DATE-PARM-FILE.
           IF WS-BUSINESS-DATE NOT NUMERIC
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO WS-BUSINESS-DATE
           END-IF.
           MOVE ALL "?" TO WS-STORE-REGION-TABLE.
           MOVE ALL "N" TO WS-STORE-SEEN-TABLE.
           INITIALIZE WS-BUDGET-REGION-TABLE.
           OPEN INPUT SALES-HISTORY-FILE.
           OPEN INPUT BUDGET-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       120-LOAD-STORE-REGIONS.
           OPEN INPUT STORE-MASTER-FILE.
           PERFORM 122-READ-STORE-MASTER
               UNTIL WS-STORMSTR-EOF-FLAG = 'Y'.
           CLOSE STORE-MASTER-FILE.

       122-READ-STORE-MASTER.
           READ STORE-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-STORMSTR-EOF-FLAG
           NOT AT END
              IF SM-STORE NUMERIC AND SM-STORE NOT = "00"
                 MOVE SM-STORE TO WS-SM-STORE-NUM
                 MOVE SM-REGION TO WS-STORE-REGION(WS-SM-STORE-NUM)
              END-IF
           END-READ.

      * ONLY THE REPORT MONTH'S HOLIDAYS MATTER - PERIOD-END AND
      * YEAR-END MARKS ARE BUSINESS DAYS LIKE ANY OTHER.
       130-LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 132-READ-CALENDAR
               UNTIL WS-CAL-EOF-FLAG = 'Y'.
           CLOSE CALENDAR-FILE.

       132-READ-CALENDAR.
           READ CALENDAR-FILE
           AT END
              MOVE 'Y' TO WS-CAL-EOF-FLAG
           NOT AT END
              IF CL-DATE NUMERIC
                 AND CL-DATE(1:6) = WS-REPORT-MONTH
                 AND CL-TYPE = "H"
                 AND WS-HOLIDAY-COUNT < 31
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE CL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
              END-IF
           END-READ.

      * SETTLE THE AS-OF DATE AGAINST THE REPORT MONTH, THEN WALK
      * THE MONTH DAY BY DAY COUNTING ITS BUSINESS DAYS AND THOSE
      * ALREADY RUN.
       140-COUNT-BUSINESS-DAYS.
           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
                  MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
               WHEN WS-BUSINESS-DATE(1:6) > WS-REPORT-MONTH
                  MOVE WS-REPORT-MONTH TO WS-AS-OF-DATE(1:6)
                  MOVE "99" TO WS-AS-OF-DATE(7:2)
               WHEN OTHER
                  MOVE WS-REPORT-MONTH TO WS-AS-OF-DATE(1:6)
                  MOVE "00" TO WS-AS-OF-DATE(7:2)
           END-EVALUATE.
           MOVE WS-REPORT-MONTH(1:4) TO WS-WORK-YEAR.
           MOVE WS-REPORT-MONTH(5:2) TO WS-WORK-MONTH.
           IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
              MOVE 0 TO WS-MONTH-LAST-DAY
           ELSE
              MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH)
                 TO WS-MONTH-LAST-DAY
              IF WS-WORK-MONTH = 2
                 PERFORM 148-CHECK-LEAP-YEAR
              END-IF
           END-IF.
           PERFORM 142-CHECK-ONE-DAY
               VARYING WS-WORK-DAY FROM 1 BY 1
               UNTIL WS-WORK-DAY > WS-MONTH-LAST-DAY.

       142-CHECK-ONE-DAY.
           MOVE "Y" TO WS-DAY-OK-FLAG.
           PERFORM 146-DAY-OF-WEEK.
      * ZELLER: 0 = SATURDAY, 1 = SUNDAY.
           IF WS-Z-DOW < 2
              MOVE "N" TO WS-DAY-OK-FLAG
           END-IF.
           PERFORM 144-MATCH-HOLIDAY
               VARYING WS-HOLIDAY-I FROM 1 BY 1
               UNTIL WS-HOLIDAY-I > WS-HOLIDAY-COUNT.
           IF WS-DAY-OK-FLAG = "Y"
              ADD 1 TO WS-BUS-DAYS-MONTH
              IF WS-WORK-DATE NOT > WS-AS-OF-DATE
                 ADD 1 TO WS-BUS-DAYS-ELAPSED
              END-IF
           END-IF.

       144-MATCH-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-I) = WS-WORK-DATE
              MOVE "N" TO WS-DAY-OK-FLAG
           END-IF.

      * ZELLER'S CONGRUENCE, EACH QUOTIENT FLOORED ON ITS OWN WITH
      * AN EXPLICIT DIVIDE, AS IN CALGEN. 0 SAT, 1 SUN, 2 MON..
       146-DAY-OF-WEEK.
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

       148-CHECK-LEAP-YEAR.
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

       200-PRINT-HEADINGS.
           MOVE WS-REPORT-MONTH TO WST-MONTH.
           MOVE SPACES TO OUTPUT-LINE.
              MOVE SH-STORE TO WS-CURRENT-STORE
              MOVE "Y" TO WS-STORE-PRESENT-FLAG
              INITIALIZE WS-STORE-TOTALS
              IF SH-STORE > 0
                 MOVE "Y" TO WS-STORE-SEEN(SH-STORE)
              END-IF
              PERFORM 400-PRINT-STORE-HEADER
           END-IF.

              ADD 1 TO WST-DAY-COUNT
              ADD WSM-DAY-NET TO WST-NET
              ADD WSM-DAY-NET TO WSC-NET
              ADD SH-S-AMOUNT TO WST-S-AMOUNT
              ADD SH-L-AMOUNT TO WST-L-AMOUNT
              MOVE SH-DATE      TO WSD-DATE
              MOVE SH-S-COUNT   TO WSD-S-COUNT
              MOVE SH-L-COUNT   TO WSD-L-COUNT
              MOVE WST-WORST-NET  TO WSB-WORST-NET
              WRITE OUTPUT-LINE FROM WS-BEST-WORST-LINE
           END-IF.
           PERFORM 620-PRINT-STORE-BUDGET.
           MOVE "N" TO WS-STORE-PRESENT-FLAG.

      * THE STORE'S MTD NET AGAINST ITS BUDGET FOR THE MONTH. AN
      * INACTIVE BUDGET ROW (KEYED IN ERROR) COUNTS AS NONE.
       620-PRINT-STORE-BUDGET.
           MOVE WS-CURRENT-STORE TO BG-STORE.
           MOVE WS-REPORT-MONTH TO BG-MONTH.
           MOVE "Y" TO WS-BUDGET-FOUND-FLAG.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                  MOVE "N" TO WS-BUDGET-FOUND-FLAG
           END-READ.
           IF WS-BUDGET-FOUND-FLAG = "Y" AND BG-STATUS = "I"
              MOVE "N" TO WS-BUDGET-FOUND-FLAG
           END-IF.
           IF WS-BUDGET-FOUND-FLAG = "N"
              ADD 1 TO WS-NO-BUDGET-COUNT
              WRITE OUTPUT-LINE FROM WS-NO-BUDGET-LINE
           ELSE
              MOVE BG-NET-BUDGET TO WBG-BUDGET
              MOVE WST-NET TO WBG-ACTUAL
              PERFORM 660-BUDGET-MATH
              MOVE WBG-MTD-BUDGET TO WBL-MTD-BUDGET
              MOVE WBG-VAR-PCT TO WBL-VAR-PCT
              MOVE SPACES TO WBL-FLAG
              IF WBG-BELOW-FLAG = "Y"
                 MOVE "BELOW BUDGET" TO WBL-FLAG
              END-IF
              WRITE OUTPUT-LINE FROM WS-BUDGET-LINE
              MOVE BG-NET-BUDGET TO WBP-BUDGET
              MOVE WBG-PROJECTED TO WBP-PROJECTED
              WRITE OUTPUT-LINE FROM WS-BUDGET-PROJ-LINE
              PERFORM 670-ADD-TO-REGION
              IF BG-S-BUDGET > 0 OR BG-L-BUDGET > 0
                 PERFORM 630-PRINT-SPLIT-BUDGET
              END-IF
           END-IF.

      * A SPLIT BUDGET ALSO SETS THE SALE AND LAYAWAY DOLLARS
      * AGAINST THEIR OWN PARTS OF IT.
       630-PRINT-SPLIT-BUDGET.
           MOVE "SALES MTD:   " TO WSP-LABEL.
           MOVE BG-S-BUDGET TO WBG-BUDGET.
           MOVE WST-S-AMOUNT TO WBG-ACTUAL.
           PERFORM 635-PRINT-SPLIT-LINE.
           MOVE "LAYAWAY MTD: " TO WSP-LABEL.
           MOVE BG-L-BUDGET TO WBG-BUDGET.
           MOVE WST-L-AMOUNT TO WBG-ACTUAL.
           PERFORM 635-PRINT-SPLIT-LINE.

       635-PRINT-SPLIT-LINE.
           PERFORM 660-BUDGET-MATH.
           MOVE WBG-ACTUAL TO WSP-ACTUAL.
           MOVE WBG-MTD-BUDGET TO WSP-MTD-BUDGET.
           MOVE WBG-VAR-PCT TO WSP-VAR-PCT.
           MOVE SPACES TO WSP-FLAG.
           IF WBG-BELOW-FLAG = "Y"
              MOVE "BELOW BUDGET" TO WSP-FLAG
           END-IF.
           WRITE OUTPUT-LINE FROM WS-SPLIT-LINE.

      * THE MONTH-TO-DATE SHARE OF THE BUDGET (ITS BUSINESS DAYS
      * RUN OVER THE MONTH'S), THE ACTUAL'S VARIANCE FROM IT IN
      * PERCENT, AND THE ACTUAL CARRIED ON AT THE SAME DAILY PACE
      * TO MONTH END. NOTHING RUN YET MEANS NO VARIANCE AND NO
      * FLAG RATHER THAN A DIVIDE FAILURE.
       660-BUDGET-MATH.
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
       670-ADD-TO-REGION.
           IF WS-CURRENT-STORE > 0
              MOVE WS-STORE-REGION(WS-CURRENT-STORE) TO WS-THIS-REGION
           ELSE
              MOVE "???" TO WS-THIS-REGION
           END-IF.
           MOVE "N" TO WS-REGION-FOUND-FLAG.
           PERFORM 672-MATCH-REGION
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
              ADD WST-NET TO WBR-ACTUAL(WS-REGION-I)
              ADD 1 TO WBR-STORE-COUNT(WS-REGION-I)
              IF WBG-BELOW-FLAG = "Y"
                 ADD 1 TO WBR-BELOW-COUNT(WS-REGION-I)
              END-IF
           END-IF.
           ADD BG-NET-BUDGET TO WBC-BUDGET.
           ADD WST-NET TO WBC-ACTUAL.
           ADD 1 TO WBC-STORE-COUNT.
           IF WBG-BELOW-FLAG = "Y"
              ADD 1 TO WBC-BELOW-COUNT
           END-IF.

       672-MATCH-REGION.
           IF WBR-REGION(WS-REGION-I) = WS-THIS-REGION
              MOVE "Y" TO WS-REGION-FOUND-FLAG
           END-IF.

      * A STORE WITH A BUDGET BUT NO HISTORY IN EITHER MONTH NEVER
      * BROKE IN THE PASS - IT STILL GETS ITS HEADER AND BUDGET
      * LINES, AT NOTHING SOLD, SO A DARK STORE IS NOT MISSED.
       680-BUDGET-ONLY-STORE.
           IF WS-STORE-SEEN(WS-STORE-I) = "N"
              MOVE WS-STORE-I TO WS-SM-STORE-NUM
              MOVE WS-SM-STORE-NUM TO BG-STORE
              MOVE WS-REPORT-MONTH TO BG-MONTH
              MOVE "Y" TO WS-BUDGET-FOUND-FLAG
              READ BUDGET-MASTER-FILE
                  INVALID KEY
                     MOVE "N" TO WS-BUDGET-FOUND-FLAG
              END-READ
              IF WS-BUDGET-FOUND-FLAG = "Y" AND BG-STATUS NOT = "I"
                 MOVE WS-STORE-I TO WS-CURRENT-STORE
                 INITIALIZE WS-STORE-TOTALS
                 PERFORM 400-PRINT-STORE-HEADER
                 PERFORM 600-CLOSE-STORE
              END-IF
           END-IF.

      * PERCENT CHANGE OF THE STORE'S (OR CHAIN'S) NET AGAINST THE
      * SAME MONTH LAST YEAR. NO PRIOR FIGURE PRINTS AS ZERO
      * RATHER THAN A DIVIDE FAILURE.
           MOVE WSM-CHANGE-PCT TO WCH-CHANGE.
           WRITE OUTPUT-LINE FROM WS-CHAIN-LINE.

      * BUDGETED STORES ROLLED UP BY REGION, THEN THE CHAIN. THE
      * STORE COUNTS ARE BUDGETED STORES; BELOW IS HOW MANY OF
      * THEM ARE FLAGGED.
       750-PRINT-REGION-BUDGET.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-BUS-DAYS-ELAPSED TO WRT-ELAPSED.
           MOVE WS-BUS-DAYS-MONTH TO WRT-IN-MONTH.
           WRITE OUTPUT-LINE FROM WS-REGION-TITLE.
           MOVE WS-BUDGET-THRESHOLD TO WRN-THRESHOLD.
           WRITE OUTPUT-LINE FROM WS-REGION-NOTE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-REGION-COL-HEADER.
           PERFORM 752-PRINT-ONE-REGION
               VARYING WS-REGION-I FROM 1 BY 1
               UNTIL WS-REGION-I > WS-BUDGET-REGION-COUNT.
           MOVE "CHAIN" TO WRL-REGION.
           MOVE WBC-STORE-COUNT TO WRL-STORES.
           MOVE WBC-BELOW-COUNT TO WRL-BELOW.
           MOVE WBC-BUDGET TO WBG-BUDGET.
           MOVE WBC-ACTUAL TO WBG-ACTUAL.
           PERFORM 755-PRINT-REGION-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "STORES WITH NO BUDGET ON FILE:" TO WBN-TEXT.
           MOVE WS-NO-BUDGET-COUNT TO WBN-VALUE.
           WRITE OUTPUT-LINE FROM WS-BUDGET-COUNT-LINE.
           IF WS-REGION-OVERFLOW-COUNT > 0
              MOVE "*** REGION TABLE FULL - STORES:" TO WBN-TEXT
              MOVE WS-REGION-OVERFLOW-COUNT TO WBN-VALUE
              WRITE OUTPUT-LINE FROM WS-BUDGET-COUNT-LINE
           END-IF.

       752-PRINT-ONE-REGION.
           MOVE WBR-REGION(WS-REGION-I) TO WRL-REGION.
           MOVE WBR-STORE-COUNT(WS-REGION-I) TO WRL-STORES.
           MOVE WBR-BELOW-COUNT(WS-REGION-I) TO WRL-BELOW.
           MOVE WBR-BUDGET(WS-REGION-I) TO WBG-BUDGET.
           MOVE WBR-ACTUAL(WS-REGION-I) TO WBG-ACTUAL.
           PERFORM 755-PRINT-REGION-LINE.

       755-PRINT-REGION-LINE.
           PERFORM 660-BUDGET-MATH.
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
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CHAIN MTD NET.
       895-WRITE-AUDIT-LOG.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 8 WHEN THE MONTH HAD NO HISTORY ROWS AT ALL -
      * AN EMPTY MONTH IS A POSTING GAP, NOT A QUIET MONTH. 4 WHEN
      * A REGION DID NOT FIT THE BUDGET ROLLUP.
       950-SET-RETURN-CODE.
           IF WS-MONTH-DAY-COUNT = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REGION-OVERFLOW-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       900-CLOSE-FILES.
           CLOSE SALES-HISTORY-FILE.
           CLOSE BUDGET-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8HSTRPT.
