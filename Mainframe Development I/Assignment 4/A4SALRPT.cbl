      *                  SERVICE ARE NOW COMPUTED FROM THE HIRE
      *                  DATE ON THE MASTER, AND TERMINATED
      *                  EMPLOYEES DROP OFF THE RAISE RUN.
      *   OCT 15, 2026 - SALARY BANDS: EACH EMPLOYEE'S BAND IS READ
      *                  FROM THE SALARY BAND MASTER AND THE DETAIL
      *                  LINE SHOWS THE COMPA-RATIO (SALARY OVER
      *                  BAND MIDPOINT) BEFORE AND AFTER THE RAISE,
      *                  FLAGGING A NEW SALARY BELOW THE BAND
      *                  MINIMUM OR ABOVE ITS MAXIMUM. THE SUMMARY
      *                  COUNTS EMPLOYEES BELOW, WITHIN, AND ABOVE
      *                  BAND BEFORE AND AFTER, AND ANY OUT OF BAND
      *                  AFTER THE RAISE SETS CONDITION CODE 4.
      *   OCT 15, 2026 - THE EDUCATION-CODE RAISE LADDERS (SERVICE
      *                  BREAKS, POSITION TITLES, RAISE PERCENTS)
      *                  COME FROM THE RAISE-POLICY MASTER INSTEAD
      *                  OF VALUE CLAUSES. THE CYCPARM CARD NAMES
      *                  THE CYCLE BEING RUN (COLS 8-13, YYYYMM,
      *                  BLANK = THIS MONTH); THE LATEST POLICY
      *                  VERSION EFFECTIVE ON OR BEFORE IT IS USED
      *                  AND PRINTED ON THE REPORT. SIMUL OVERRIDE
      *                  CARDS NOW NAME A RUNG AS EDUCATION CODE,
      *                  DASH, SERVICE BREAK (E.G. G-16).
      *   OCT 15, 2026 - EMPLOYEE MASTER RECORD WIDENED TO 55 FOR
      *                  THE REINSTATEMENT DATE.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-EMPLOYEE-NUMBER.

      * SALARY BAND MASTER MAINTAINED BY A4BMAINT, READ BY EACH
      * EMPLOYEE'S BAND CODE FOR THE COMPA-RATIO AND BAND FLAGS.
           SELECT SALARY-BAND-FILE
           ASSIGN TO SALBAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-BAND-CODE.

      * RAISE-POLICY MASTER MAINTAINED BY A4RMAINT - THE LADDERS
      * FOR THE CYCLE ARE LOADED FROM IT BEFORE ANY EMPLOYEE RUNS.
           SELECT RAISE-POLICY-FILE
           ASSIGN TO RAISPOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RP-KEY.

      * SALARY-CHANGE INTERFACE FILE FOR PAYROLL, WRITTEN ONLY IN
      * CYCLE-CLOSE MODE - ONE FIXED-LAYOUT RECORD PER EMPLOYEE.
           SELECT SALARY-CHANGE-FILE

       FD EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.

           COPY EMPMSTR.

       FD SALARY-BAND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

           COPY SALBAND.

       FD RAISE-POLICY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

           COPY RAISPOL.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-LINE
           DATA RECORD IS CYCLE-PARM-LINE
           RECORD CONTAINS 80 CHARACTERS.

      * COLS 8-13 NAME THE CYCLE BEING RUN - THE RAISE POLICY IN
      * EFFECT FOR IT IS THE ONE APPLIED.
       01 CYCLE-PARM-LINE.
          05 CP-MODE                    PIC X(6).
          05 FILLER                     PIC X(1).
          05 CP-CYCLE                   PIC X(6).
          05 FILLER                     PIC X(67).

      * OVERRIDE CARDS FOLLOWING A SIMUL MODE CARD. OC-FIELD NAMES
      * A LADDER RUNG AS EDUCATION CODE, DASH, SERVICE BREAK (G-16)
      * OR SAYS MAXRAISE. OC-RATE CARRIES A RUNG'S RATE, V9999 LIKE
      * THE POLICY MASTER (SO 10.00 PCT IS KEYED 1000); OC-AMOUNT
      * CARRIES THE MAXRAISE DOLLAR CEILING (9(6)V99).
       01 OVERRIDE-CARD.
          05 OC-FIELD                   PIC X(12).
          05 OC-RUNG REDEFINES OC-FIELD.
             10 OC-RUNG-EDUCATION       PIC X(1).
             10 OC-RUNG-DASH            PIC X(1).
             10 OC-RUNG-YEARS           PIC X(2).
             10 FILLER                  PIC X(8).
          05 FILLER                     PIC X(1).
          05 OC-RATE                    PIC V9(4).
          05 FILLER                     PIC X(1).
          05 WS-PAGE-LIT                PIC X(5)       VALUE "PAGE ".
          05 WS-PAGE-NO                 PIC ZZ9.

      * THE POLICY VERSION THE RAISES WERE WORKED UNDER, SO A
      * RERUN OF AN OLD CYCLE CAN BE CHECKED AGAINST THE ORIGINAL.
       01 WS-POLICY-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE "CYCLE: ".
          05 WS-POLICY-CYCLE            PIC 9(6).
          05 FILLER                     PIC X(25)      VALUE
             "   RAISE POLICY VERSION: ".
          05 WS-POLICY-VERSION          PIC 9(6).

      * PRINTED IN PLACE OF THE DETAIL WHEN NO POLICY VERSION IS
      * EFFECTIVE FOR THE CYCLE - NOTHING IS WORKED OUT OR WRITTEN.
       01 WS-NO-POLICY-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(50)      VALUE
             "** NO RAISE POLICY IN EFFECT FOR THIS CYCLE - RUN ".
          05 FILLER                     PIC X(10)      VALUE
             "STOPPED **".

       01 WS-COLUMN-HEADER.
          05 WS-INIT-FILLER             PIC X(4)       VALUE SPACES.
          05 WS-EMP-NUMBER              PIC X(3)       VALUE "NUM".
          05 WS-GAP-FILL                PIC X(2)       VALUE SPACES.
          05 WS-VARIANCE-HDR            PIC X(9)       VALUE
                                                           "VARIANCE".
          05 WS-GAP-FILL                PIC X(4)       VALUE SPACES.
          05 WS-BAND-HDR                PIC X(6)       VALUE "BAND".
          05 WS-COMPA-OLD-HDR           PIC X(7)       VALUE
                                                           "CR OLD".
          05 WS-COMPA-NEW-HDR           PIC X(7)       VALUE
                                                           "CR NEW".
          05 WS-BAND-POS-HDR            PIC X(7)       VALUE
                                                           "IN BAND".

       01 WS-DETAIL.
          05 WS-FILLER                  PIC X(4)       VALUE SPACES.
          05 WSD-NEW-SALARY             PIC ZZZ,ZZ9.99.
          05 WS-FILLER                  PIC X(2)       VALUE SPACES.
          05 WSD-VARIANCE               PIC -ZZZ,ZZ9.99.
          05 WS-FILLER                  PIC X(2)       VALUE SPACES.
          05 WSD-BAND-CODE              PIC X(2).
          05 WS-FILLER                  PIC X(2)       VALUE SPACES.
          05 WSD-COMPA-BEFORE           PIC Z9.99.
          05 WS-FILLER                  PIC X(2)       VALUE SPACES.
          05 WSD-COMPA-AFTER            PIC Z9.99.
          05 WS-FILLER                  PIC X(2)       VALUE SPACES.
          05 WSD-BAND-POSITION          PIC X(6).

      * PRINTED WHEN A RAISE WAS REDUCED TO THE BUDGET CEILING.
       01 WS-CAP-EXCEPTION-LINE.
          05 WS-CAP-TEXT                PIC X(46)      VALUE
             "** RAISE REDUCED TO BUDGET CEILING **".

      * PRINTED WHEN THE NEW SALARY LANDS OUTSIDE THE EMPLOYEE'S
      * BAND, OR THE EMPLOYEE HAS NO BAND TO MEASURE AGAINST.
       01 WS-BAND-EXCEPTION-LINE.
          05 FILLER                     PIC X(15)      VALUE SPACES.
          05 WS-BAND-TEXT               PIC X(46).

      * END-OF-RUN PAYROLL COST SUMMARY.
       01 WS-SUMMARY-TITLE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
             "TOTAL NEW PAYROLL:    ".
          05 WSS-TOTAL-NEW              PIC $$$,$$$,$$9.99.

      * SALARY BAND SUMMARY - HEADCOUNT BELOW, WITHIN, AND ABOVE
      * BAND ON TODAY'S SALARIES AND ON THE NEW ONES, SO HR CAN SEE
      * THE PRESSURE THE CYCLE PUTS ON THE BANDS BEFORE A CLOSE.
       01 WS-BAND-SUMMARY-TITLE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(26)      VALUE
             "SALARY BAND SUMMARY".

       01 WS-BAND-COL-HEADER.
          05 FILLER                     PIC X(28)      VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
             "BEFORE RAISE".
          05 FILLER                     PIC X(16)      VALUE
             "AFTER RAISE".

       01 WS-BAND-COUNT-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSB-BAND-LABEL             PIC X(24).
          05 WSB-BEFORE-COUNT           PIC ZZ,ZZ9.
          05 FILLER                     PIC X(10)      VALUE SPACES.
          05 WSB-AFTER-COUNT            PIC ZZ,ZZ9.

      * SIMULATION SUMMARY - CURRENT-RULE AND SIMULATED FIGURES SIDE
      * BY SIDE SO HR CAN READ THE COST OF THE WHAT-IF DIRECTLY.
       01 WS-SIM-TITLE.
          05 MATH-RAISE-PERCENT         PIC V9(4).
          05 MATH-PRIOR-SALARY          PIC 9(6)V99.
          05 MATH-VARIANCE              PIC S9(6)V99.
          05 MATH-COMPA-BEFORE          PIC 9(2)V99.
          05 MATH-COMPA-AFTER           PIC 9(2)V99.

       01 WSD-POSITIONER.
          05 UNCLASSIFIED               PIC X(12)      VALUE
                                                         'UNCLASSIFIED'.

      * THE LADDERS IN EFFECT FOR THIS CYCLE, LOADED FROM THE
      * RAISE-POLICY MASTER: EVERY ACTIVE RUNG OF THE LATEST VERSION
      * EFFECTIVE ON OR BEFORE THE CYCLE. WPT-SIM-PERCENT STARTS AS
      * A COPY OF THE LIVE RATE AND IS PATCHED BY SIMUL OVERRIDES.
       01 WS-POLICY-TABLE.
          05 WS-POLICY-ENTRY OCCURS 60 TIMES.
             10 WPT-EDUCATION-CODE      PIC X(1).
             10 WPT-MIN-YEARS           PIC 9(2).
             10 WPT-POSITION-TITLE      PIC X(12).
             10 WPT-RAISE-PERCENT       PIC V9(4).
             10 WPT-SIM-PERCENT         PIC V9(4).
       77 WS-POLICY-MAX                 PIC 9(2)       VALUE 60.
       77 WS-POLICY-COUNT               PIC 9(2)       VALUE 0.
       77 WS-PT-IX                      PIC 9(2)       VALUE 0.

      * THE RUNG FOUND FOR THE CURRENT EMPLOYEE (0 = NONE) AND THE
      * LADDER BEING SEARCHED - THE EMPLOYEE'S OWN CODE, OR "*".
       77 WS-RUNG-IX                    PIC 9(2)       VALUE 0.
       01 WS-RUNG-EDUCATION             PIC X(1).
       01 WS-LADDER-FOUND-FLAG          PIC X(1)       VALUE "N".

      * THE CYCLE BEING RUN AND THE POLICY VERSION IN EFFECT FOR IT.
       01 WS-RUN-CYCLE                  PIC 9(6)       VALUE 0.
       01 WS-POLICY-CYCLE-IN-USE        PIC 9(6)       VALUE 0.
       01 WS-POLICY-EOF-FLAG            PIC X(1)       VALUE "N".

      * MAXIMUM DOLLAR RAISE PERMITTED REGARDLESS OF THE PERCENTAGE
      * FORMULA - OUR RAISE POOL IS FIXED PER FISCAL YEAR.
       77 WS-MAX-RAISE-AMOUNT           PIC 9(6)V99    VALUE 5000.00.

      * SIMULATION CEILING - STARTS AS A COPY OF THE LIVE CAP ABOVE
      * AND IS THEN PATCHED BY A MAXRAISE OVERRIDE CARD.
       77 WS-SIM-MAX-RAISE-AMOUNT       PIC 9(6)V99    VALUE 5000.00.

       01 WS-SIM-MATH.
          05 WS-TOTAL-NEW-SALARY        PIC 9(9)V99    VALUE 0.

       01 WS-PRIOR-FOUND-FLAG           PIC X(1)       VALUE "N".
       01 WS-BAND-FOUND-FLAG            PIC X(1)       VALUE "N".

      * WHERE A SALARY SITS IN ITS BAND: "B" BELOW THE MINIMUM,
      * "W" WITHIN, "A" ABOVE THE MAXIMUM.
       01 WS-BAND-SALARY                PIC 9(6)V99.
       01 WS-BAND-PLACE                 PIC X(1).

      * HEADCOUNT BY BAND POSITION - BEFORE THE RAISE AND AFTER.
       01 WS-BAND-COUNTS.
          05 WS-BEFORE-BELOW-COUNT      PIC 9(5)       VALUE 0.
          05 WS-BEFORE-WITHIN-COUNT     PIC 9(5)       VALUE 0.
          05 WS-BEFORE-ABOVE-COUNT      PIC 9(5)       VALUE 0.
          05 WS-AFTER-BELOW-COUNT       PIC 9(5)       VALUE 0.
          05 WS-AFTER-WITHIN-COUNT      PIC 9(5)       VALUE 0.
          05 WS-AFTER-ABOVE-COUNT       PIC 9(5)       VALUE 0.
          05 WS-NO-BAND-COUNT           PIC 9(5)       VALUE 0.

      * TODAY'S DATE AND THE SERVICE ARITHMETIC RUN OFF IT - YEARS
      * OF SERVICE COME FROM THE HIRE DATE ON THE MASTER NOW, NOT A
       01 WS-RUN-DATE.
          05 WS-RUN-YEAR                PIC 9(4).
          05 WS-RUN-MMDD                PIC 9(4).
       01 WS-RUN-DATE-CYCLE REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYYMM              PIC 9(6).
          05 FILLER                     PIC 9(2).
       01 WS-HIRE-DATE-SPLIT.
          05 WS-HIRE-YEAR               PIC 9(4).
          05 WS-HIRE-MMDD               PIC 9(4).
           PERFORM 300-PAGE-HEADER.
           PERFORM 350-COLUMN-HEADER.
           PERFORM 125-GAP.
           IF WS-POLICY-CYCLE-IN-USE = 0
              WRITE OUTPUT-LINE
                 FROM WS-NO-POLICY-LINE
           ELSE
              PERFORM 400-PROCESS-INPUT-RECORDS
           END-IF.
           PERFORM 600-PRINT-SUMMARY.
           PERFORM 950-SET-RETURN-CODE.
           IF WS-SIMULATION-FLAG NOT = "Y"
           WRITE OUTPUT-LINE.

       150-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 160-READ-CYCLE-PARM.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT SALARY-BAND-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           IF WS-CYCLE-CLOSE-FLAG = "Y"
              OPEN I-O PRIOR-SALARY-FILE

      * AN ABSENT CARD OR ANYTHING OTHER THAN CLOSE MEANS A NORMAL
      * REPORT-ONLY RUN, SO AN UNPARAMETERIZED SUBMISSION CAN NEVER
      * REWRITE PRIORSAL BY ACCIDENT. THE SAME CARD NAMES THE CYCLE
      * WHOSE RAISE POLICY APPLIES; BLANK MEANS THIS MONTH'S. THE
      * POLICY IS LOADED BEFORE ANY SIMUL OVERRIDE CARD IS READ,
      * SINCE THE OVERRIDES PATCH ITS RUNGS.
       160-READ-CYCLE-PARM.
           OPEN INPUT CYCLE-PARM-FILE.
           READ CYCLE-PARM-FILE
              AT END
                 MOVE SPACES
                    TO CYCLE-PARM-LINE
           END-READ.
           EVALUATE CP-MODE
              WHEN "CLOSE"
              WHEN "SIMUL"
                 MOVE "Y"
                    TO WS-SIMULATION-FLAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CP-CYCLE NUMERIC
              MOVE CP-CYCLE
                 TO WS-RUN-CYCLE
           ELSE
              MOVE WS-RUN-YYYYMM
                 TO WS-RUN-CYCLE
           END-IF.
           PERFORM 165-LOAD-RAISE-POLICY.
           IF WS-SIMULATION-FLAG = "Y"
              PERFORM 170-READ-OVERRIDE-CARDS
           END-IF.
           CLOSE CYCLE-PARM-FILE.

      * TWO PASSES OVER THE (SMALL) POLICY MASTER: THE FIRST FINDS
      * THE LATEST VERSION EFFECTIVE ON OR BEFORE THE CYCLE, THE
      * SECOND LOADS THAT VERSION'S ACTIVE RUNGS INTO THE TABLE.
      * NO VERSION AT ALL LEAVES WS-POLICY-CYCLE-IN-USE ZERO AND THE
      * RUN STOPS BEFORE ANY EMPLOYEE IS WORKED OUT.
       165-LOAD-RAISE-POLICY.
           MOVE 0
              TO WS-POLICY-CYCLE-IN-USE
                 WS-POLICY-COUNT.
           OPEN INPUT RAISE-POLICY-FILE.
           MOVE "N"
              TO WS-POLICY-EOF-FLAG.
           PERFORM 166-READ-POLICY.
           PERFORM 167-FIND-POLICY-VERSION
              UNTIL WS-POLICY-EOF-FLAG = "Y".
           CLOSE RAISE-POLICY-FILE.

           IF WS-POLICY-CYCLE-IN-USE > 0
              OPEN INPUT RAISE-POLICY-FILE
              MOVE "N"
                 TO WS-POLICY-EOF-FLAG
              PERFORM 166-READ-POLICY
              PERFORM 168-LOAD-POLICY-RUNG
                 UNTIL WS-POLICY-EOF-FLAG = "Y"
              CLOSE RAISE-POLICY-FILE
           END-IF.
           MOVE WS-RUN-CYCLE
              TO WS-POLICY-CYCLE.
           MOVE WS-POLICY-CYCLE-IN-USE
              TO WS-POLICY-VERSION.

       166-READ-POLICY.
           READ RAISE-POLICY-FILE
              AT END
                 MOVE "Y"
                    TO WS-POLICY-EOF-FLAG
           END-READ.

       167-FIND-POLICY-VERSION.
           IF RP-STATUS = "A"
              AND RP-EFFECTIVE-CYCLE NOT > WS-RUN-CYCLE
              AND RP-EFFECTIVE-CYCLE > WS-POLICY-CYCLE-IN-USE
              MOVE RP-EFFECTIVE-CYCLE
                 TO WS-POLICY-CYCLE-IN-USE
           END-IF.
           PERFORM 166-READ-POLICY.

       168-LOAD-POLICY-RUNG.
           IF RP-STATUS = "A"
              AND RP-EFFECTIVE-CYCLE = WS-POLICY-CYCLE-IN-USE
              IF WS-POLICY-COUNT < WS-POLICY-MAX
                 ADD 1
                    TO WS-POLICY-COUNT
                 MOVE RP-EDUCATION-CODE
                    TO WPT-EDUCATION-CODE(WS-POLICY-COUNT)
                 MOVE RP-MIN-YEARS
                    TO WPT-MIN-YEARS(WS-POLICY-COUNT)
                 MOVE RP-POSITION-TITLE
                    TO WPT-POSITION-TITLE(WS-POLICY-COUNT)
                 MOVE RP-RAISE-PERCENT
                    TO WPT-RAISE-PERCENT(WS-POLICY-COUNT)
                       WPT-SIM-PERCENT(WS-POLICY-COUNT)
              ELSE
                 DISPLAY "RAISE POLICY TABLE FULL - RUNG IGNORED: "
                    RP-KEY
              END-IF
           END-IF.
           PERFORM 166-READ-POLICY.

      * THE CARDS AFTER A SIMUL MODE CARD EACH PATCH ONE RUNG'S
      * SIMULATION RATE OR THE SIMULATION RAISE CAP. RUNGS NOT
      * MENTIONED KEEP THE LIVE RULES, SO A ONE-CARD WHAT-IF ONLY
      * MOVES THE ONE NUMBER HR IS ASKING ABOUT.
       170-READ-OVERRIDE-CARDS.
              DISPLAY "OVERRIDE CARD VALUE NOT NUMERIC - IGNORED: "
                 OC-FIELD
           ELSE
           IF OC-FIELD = "MAXRAISE"
              MOVE OC-AMOUNT TO WS-SIM-MAX-RAISE-AMOUNT
           ELSE
              PERFORM 185-FIND-OVERRIDE-RUNG
              IF WS-RUNG-IX = 0
                 DISPLAY "UNRECOGNIZED OVERRIDE CARD: " OC-FIELD
              ELSE
                 MOVE OC-RATE TO WPT-SIM-PERCENT(WS-RUNG-IX)
              END-IF
           END-IF
           END-IF.

      * AN OVERRIDE NAMES ITS RUNG AS EDUCATION CODE, DASH, SERVICE
      * BREAK - G-16 IS THE G LADDER'S 16-YEAR RUNG - AND MUST BE A
      * RUNG OF THE POLICY VERSION IN EFFECT.
       185-FIND-OVERRIDE-RUNG.
           MOVE 0
              TO WS-RUNG-IX.
           IF OC-RUNG-DASH = "-" AND OC-RUNG-YEARS NUMERIC
              PERFORM 186-MATCH-OVERRIDE-RUNG
                 VARYING WS-PT-IX FROM 1 BY 1
                 UNTIL WS-PT-IX > WS-POLICY-COUNT
           END-IF.

       186-MATCH-OVERRIDE-RUNG.
           IF WPT-EDUCATION-CODE(WS-PT-IX) = OC-RUNG-EDUCATION
              AND WPT-MIN-YEARS(WS-PT-IX) = OC-RUNG-YEARS
              MOVE WS-PT-IX
                 TO WS-RUNG-IX
           END-IF.

       200-REPORT-HEADER.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
              FROM WS-REPORT-TITLE.
           WRITE OUTPUT-LINE
              FROM WS-POLICY-LINE.

       350-COLUMN-HEADER.
           MOVE WS-PAGE-COUNTER
                   END-IF
           END-PERFORM.

      * THE EMPLOYEE'S OWN LADDER WHEN THE POLICY HAS ONE FOR THEIR
      * EDUCATION CODE, OTHERWISE THE "*" LADDER; ON IT, THE HIGHEST
      * RUNG THEIR COMPLETED YEARS REACH.
       440-FIND-POLICY-RUNG.
           MOVE 0
              TO WS-RUNG-IX.
           MOVE "N"
              TO WS-LADDER-FOUND-FLAG.
           MOVE EM-EDUCATION-CODE
              TO WS-RUNG-EDUCATION.
           PERFORM 445-CHECK-POLICY-RUNG
              VARYING WS-PT-IX FROM 1 BY 1
              UNTIL WS-PT-IX > WS-POLICY-COUNT.
           IF WS-LADDER-FOUND-FLAG = "N"
              MOVE "*"
                 TO WS-RUNG-EDUCATION
              PERFORM 445-CHECK-POLICY-RUNG
                 VARYING WS-PT-IX FROM 1 BY 1
                 UNTIL WS-PT-IX > WS-POLICY-COUNT
           END-IF.

       445-CHECK-POLICY-RUNG.
           IF WPT-EDUCATION-CODE(WS-PT-IX) = WS-RUNG-EDUCATION
              MOVE "Y"
                 TO WS-LADDER-FOUND-FLAG
              IF WPT-MIN-YEARS(WS-PT-IX) NOT > MATH-YEARS-SERVICE
                 IF WS-RUNG-IX = 0
                    MOVE WS-PT-IX
                       TO WS-RUNG-IX
                 ELSE
                    IF WPT-MIN-YEARS(WS-PT-IX)
                          > WPT-MIN-YEARS(WS-RUNG-IX)
                       MOVE WS-PT-IX
                          TO WS-RUNG-IX
                    END-IF
                 END-IF
              END-IF
           END-IF.

       450-CALCULATIONS.
      * POSITION NAME AND RAISE PERCENT COME FROM THE RUNG OF THE
      * EMPLOYEE'S LADDER IN THE POLICY IN EFFECT - EACH EDUCATION
      * CODE HAS ITS OWN YEARS-OF-SERVICE BREAKS AND PERCENTS. NO
      * RUNG REACHED MEANS UNCLASSIFIED AT NO RAISE.
           MOVE WSD-YEARS-SERVICE
              TO MATH-YEARS-SERVICE.

           PERFORM 440-FIND-POLICY-RUNG.

           IF WS-RUNG-IX = 0
              MOVE UNCLASSIFIED
                 TO WSD-POSITION
              MOVE ZERO
                 TO MATH-RAISE-PERCENT
           ELSE
              MOVE WPT-POSITION-TITLE(WS-RUNG-IX)
                 TO WSD-POSITION
              MOVE WPT-RAISE-PERCENT(WS-RUNG-IX)
                 TO MATH-RAISE-PERCENT
           END-IF

           MOVE WSD-PRESENT-SALARY
              TO MATH-PRESENT-SALARY.
           MOVE MATH-NEW-SALARY
              TO WSD-NEW-SALARY.

      * SIMULATION TWIN OF 450-CALCULATIONS - SAME RUNG, ITS
      * SIMULATION RATE AND THE SIMULATION CAP, ACCUMULATING ONLY
      * THE WHAT-IF TOTALS. IT DELIBERATELY TOUCHES NONE OF THE WSD-
      * REPORT FIELDS, SO THE PRINTED DETAIL STAYS THE CURRENT-RULE
      * RUN.
       455-SIM-CALCULATIONS.
           IF WS-RUNG-IX = 0
              MOVE ZERO
                 TO MATH-SIM-RAISE-PERCENT
           ELSE
              MOVE WPT-SIM-PERCENT(WS-RUNG-IX)
                 TO MATH-SIM-RAISE-PERCENT
           END-IF

           MULTIPLY MATH-PRESENT-SALARY
              BY MATH-SIM-RAISE-PERCENT
           END-IF.
           WRITE SALARY-CHANGE-RECORD.

      * READ THE EMPLOYEE'S BAND AND MEASURE BOTH SALARIES AGAINST
      * IT. THE COMPA-RATIO IS THE SALARY OVER THE BAND MIDPOINT -
      * 1.00 IS PAID RIGHT AT MIDPOINT. AN EMPLOYEE WITH NO BAND,
      * OR ONE NO LONGER ON THE BAND MASTER, PRINTS BLANK RATIOS
      * AND IS COUNTED APART SO THE GAP GETS FIXED.
       490-CHECK-SALARY-BAND.
           MOVE SPACES
              TO WS-BAND-TEXT.
           MOVE EM-BAND-CODE
              TO WSD-BAND-CODE.
           MOVE "Y"
              TO WS-BAND-FOUND-FLAG.
           IF EM-BAND-CODE = SPACES
              MOVE "N"
                 TO WS-BAND-FOUND-FLAG
           ELSE
              MOVE EM-BAND-CODE
                 TO SB-BAND-CODE
              READ SALARY-BAND-FILE
                 INVALID KEY
                    MOVE "N"
                       TO WS-BAND-FOUND-FLAG
              END-READ
           END-IF.

           IF WS-BAND-FOUND-FLAG = "N" OR SB-MIDPOINT = ZERO
              MOVE ZERO
                 TO WSD-COMPA-BEFORE
                    WSD-COMPA-AFTER
              MOVE "NONE"
                 TO WSD-BAND-POSITION
              MOVE "** NO SALARY BAND ON FILE FOR EMPLOYEE **"
                 TO WS-BAND-TEXT
              ADD 1
                 TO WS-NO-BAND-COUNT
           ELSE
              COMPUTE MATH-COMPA-BEFORE ROUNDED =
                 MATH-PRESENT-SALARY / SB-MIDPOINT
                 ON SIZE ERROR
                    MOVE 99.99 TO MATH-COMPA-BEFORE
              END-COMPUTE
              COMPUTE MATH-COMPA-AFTER ROUNDED =
                 MATH-NEW-SALARY / SB-MIDPOINT
                 ON SIZE ERROR
                    MOVE 99.99 TO MATH-COMPA-AFTER
              END-COMPUTE
              MOVE MATH-COMPA-BEFORE
                 TO WSD-COMPA-BEFORE
              MOVE MATH-COMPA-AFTER
                 TO WSD-COMPA-AFTER

              MOVE MATH-PRESENT-SALARY
                 TO WS-BAND-SALARY
              PERFORM 495-PLACE-IN-BAND
              EVALUATE WS-BAND-PLACE
                 WHEN "B"
                    ADD 1 TO WS-BEFORE-BELOW-COUNT
                 WHEN "A"
                    ADD 1 TO WS-BEFORE-ABOVE-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-BEFORE-WITHIN-COUNT
              END-EVALUATE

              MOVE MATH-NEW-SALARY
                 TO WS-BAND-SALARY
              PERFORM 495-PLACE-IN-BAND
              EVALUATE WS-BAND-PLACE
                 WHEN "B"
                    ADD 1 TO WS-AFTER-BELOW-COUNT
                    MOVE "BELOW"
                       TO WSD-BAND-POSITION
                    MOVE "** NEW SALARY BELOW BAND MINIMUM **"
                       TO WS-BAND-TEXT
                 WHEN "A"
                    ADD 1 TO WS-AFTER-ABOVE-COUNT
                    MOVE "ABOVE"
                       TO WSD-BAND-POSITION
                    MOVE "** NEW SALARY ABOVE BAND MAXIMUM **"
                       TO WS-BAND-TEXT
                 WHEN OTHER
                    ADD 1 TO WS-AFTER-WITHIN-COUNT
                    MOVE "YES"
                       TO WSD-BAND-POSITION
              END-EVALUATE
           END-IF.

       495-PLACE-IN-BAND.
           EVALUATE TRUE
              WHEN WS-BAND-SALARY < SB-MINIMUM
                 MOVE "B"
                    TO WS-BAND-PLACE
              WHEN WS-BAND-SALARY > SB-MAXIMUM
                 MOVE "A"
                    TO WS-BAND-PLACE
              WHEN OTHER
                 MOVE "W"
                    TO WS-BAND-PLACE
           END-EVALUATE.

       500-PREPARE-OUTPUT.
           MOVE EM-NUMBER
              TO WSD-EMPLOYEE-NUMBER.
              PERFORM 455-SIM-CALCULATIONS
           END-IF.
           PERFORM 460-LOOKUP-PRIOR-SALARY.
           PERFORM 490-CHECK-SALARY-BAND.

           ADD MATH-PRESENT-SALARY
              TO WS-TOTAL-PRESENT-SALARY.
                 FROM WS-CAP-EXCEPTION-LINE
           END-IF.

           IF WS-BAND-TEXT NOT = SPACES
              THEN
              WRITE OUTPUT-LINE
                 FROM WS-BAND-EXCEPTION-LINE
           END-IF.

           PERFORM 125-GAP.

      * COMPLETED YEARS BETWEEN THE HIRE DATE AND TODAY - ONE LESS
           WRITE OUTPUT-LINE
              FROM WS-SUMMARY-LINE-NEW.

           PERFORM 620-PRINT-BAND-SUMMARY.

           IF WS-SIMULATION-FLAG = "Y"
              PERFORM 650-PRINT-SIM-SUMMARY
           END-IF.

       620-PRINT-BAND-SUMMARY.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
              FROM WS-BAND-SUMMARY-TITLE.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
              FROM WS-BAND-COL-HEADER.

           MOVE "BELOW BAND MINIMUM:     " TO WSB-BAND-LABEL.
           MOVE WS-BEFORE-BELOW-COUNT    TO WSB-BEFORE-COUNT.
           MOVE WS-AFTER-BELOW-COUNT     TO WSB-AFTER-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-BAND-COUNT-LINE.

           MOVE "WITHIN BAND:            " TO WSB-BAND-LABEL.
           MOVE WS-BEFORE-WITHIN-COUNT   TO WSB-BEFORE-COUNT.
           MOVE WS-AFTER-WITHIN-COUNT    TO WSB-AFTER-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-BAND-COUNT-LINE.

           MOVE "ABOVE BAND MAXIMUM:     " TO WSB-BAND-LABEL.
           MOVE WS-BEFORE-ABOVE-COUNT    TO WSB-BEFORE-COUNT.
           MOVE WS-AFTER-ABOVE-COUNT     TO WSB-AFTER-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-BAND-COUNT-LINE.

           MOVE "NO BAND ON FILE:        " TO WSB-BAND-LABEL.
           MOVE WS-NO-BAND-COUNT         TO WSB-BEFORE-COUNT.
           MOVE WS-NO-BAND-COUNT         TO WSB-AFTER-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-BAND-COUNT-LINE.

       650-PRINT-SIM-SUMMARY.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY RAISE WAS CAPPED TO THE CEILING OR ANY
      * NEW SALARY LANDS OUTSIDE ITS BAND (OR HAS NO BAND),
      * 8 WHEN NO EMPLOYEES WERE READ.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
                 MOVE 8
                    TO RETURN-CODE
              WHEN WS-CAP-FLAG-COUNT > 0
                OR WS-AFTER-BELOW-COUNT > 0
                OR WS-AFTER-ABOVE-COUNT > 0
                OR WS-NO-BAND-COUNT > 0
                 MOVE 4
                    TO RETURN-CODE
              WHEN OTHER

       800-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE SALARY-BAND-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE PRIOR-SALARY-FILE.
           IF WS-CYCLE-CLOSE-FLAG = "Y"
