      *                 QUARTER AND TOTAL FIELDS, AND THE RANKING
      *                 AND YEAR-OVER-YEAR ACCUMULATORS ARE WIDENED
      *                 TO MATCH.
      *  OCT 15, 2026 - THE CALL-HISTORY MASTER CARRIES MONTHLY
      *                 STAFFED HOURS NOW (135 BYTES). THE DETAIL LINE
      *                 PRINTS THE YEAR'S HOURS AND CALLS PER STAFFED
      *                 HOUR, AND THE "*" FLAG IS JUDGED ON THAT RATE
      *                 AGAINST WS-MIN-CPH-THRESHOLD; AN OPERATOR WITH
      *                 NO HOURS ON FILE IS STILL JUDGED ON THE OLD
      *                 MONTHLY-AVERAGE RULE. THE TEAM SUBTOTALS ADD
      *                 HOURS AND CALLS PER HOUR, AND THE TOP/BOTTOM
      *                 RANKING IS BY CALLS PER HOUR (OPERATORS WITH NO
      *                 HOURS RANK AFTER THOSE WITH, BY VOLUME).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      * LAST YEAR'S CALLS, SAME 135-BYTE LAYOUT AS THE MASTER - A
      * SNAPSHOT TAKEN BEFORE THE YEAR WAS CLEARED DOWN.
           SELECT PRIOR-CALLS-FILE
               ASSIGN TO PRIORCAL
       FD EMP-FILE
           DATA RECORD IS EMP-REC
           RECORDING MODE IS F
           RECORD CONTAINS 135 CHARACTERS.
      *
           COPY CALLHIST.
      *
       FD PRIOR-CALLS-FILE
           DATA RECORD IS PY-REC
           RECORDING MODE IS F
           RECORD CONTAINS 135 CHARACTERS.
      *
       01 PY-REC.
          05 PY-NUM                   PIC X(3).
          05 PY-NAME                  PIC X(12).
          05 PY-CALLS                 PIC 9(5) OCCURS 12 TIMES.
          05 PY-HOURS                 PIC 9(3)V99 OCCURS 12 TIMES.
      *
      *
       WORKING-STORAGE SECTION.
       77 WS-MIN-AVG-THRESHOLD        PIC 9(2)   VALUE 10.
       77 WS-LOW-AVG-COUNT            PIC 9(5)   VALUE 0.

      * MINIMUM CALLS PER STAFFED HOUR EXPECTED OF AN OPERATOR WITH
      * HOURS ON FILE - RATES BELOW THIS ARE FLAGGED INSTEAD OF THE
      * MONTHLY AVERAGE, SO A PART-TIMER IS NOT FLAGGED FOR VOLUME.
       77 WS-MIN-CPH-THRESHOLD        PIC 9(2)V9 VALUE 6.0.

      * THE YEAR'S STAFFED HOURS, AND THE CALLS TAKEN IN THE MONTHS
      * THAT HAVE HOURS - A MONTH WITH CALLS BUT NO HOURS REPORTED
      * WOULD OTHERWISE INFLATE THE RATE.
       01 WS-DL-HOURS-TOTAL           PIC 9(5)V99 VALUE 0.
       01 WS-DL-RATE-CALLS            PIC 9(7)   VALUE 0.
       01 WS-DL-CPH-VALUE             PIC 9(3)V9 VALUE 0.

       01 WS-SUB                      PIC 99.

       01 WS-CALCULATED-FIELDS.
          05 FILLER                   PIC X(3)   VALUE 'REM'.
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 FILLER                   PIC X(1)   VALUE '*'.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE 'HOURS'.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(3)   VALUE 'CPH'.
      *
       01 WS-HEADING-LINE2.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WS-DL-REM                PIC 99.
          05 FILLER                   PIC X(3)   VALUE SPACES.
      * "*" WHEN THIS OPERATOR'S CALLS PER STAFFED HOUR ARE BELOW
      * WS-MIN-CPH-THRESHOLD (OR, WITH NO HOURS ON FILE, THE MONTHLY
      * AVERAGE IS BELOW WS-MIN-AVG-THRESHOLD); "?" IN THE NEXT
      * COLUMN WHEN THE OPERATOR IS NOT ON THE OPERATOR MASTER OR IS
      * INACTIVE.
          05 WS-DL-FLAG               PIC X(1).
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WS-DL-OPFLAG             PIC X(1).
      * THE YEAR'S STAFFED HOURS AND CALLS PER STAFFED HOUR.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WS-DL-HOURS              PIC ZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WS-DL-CPH                PIC ZZ9.9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
      *
       01 WS-TOTAL-LINE1.
          05 FILLER                   PIC X(6)   VALUE SPACES.
             10 WOP-NUM               PIC X(3).
             10 WOP-NAME              PIC X(12).
             10 WOP-TOTAL             PIC 9(7).
             10 WOP-HAS-HOURS         PIC X(1).
             10 WOP-CPH               PIC 9(3)V9.

       01 WS-OP-SORT-WORK.
          05 WS-OP-I                  PIC 9(4).
             10 WOPT-NUM              PIC X(3).
             10 WOPT-NAME             PIC X(12).
             10 WOPT-TOTAL            PIC 9(7).
             10 WOPT-HAS-HOURS        PIC X(1).
             10 WOPT-CPH              PIC 9(3)V9.
          05 WS-OP-SWAP-FLAG          PIC X(1).

       01 WS-RANK-TITLE-TOP.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 FILLER                   PIC X(36)  VALUE
             "TOP 3 OPERATORS BY CALLS PER HOUR".

       01 WS-RANK-TITLE-BOTTOM.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 FILLER                   PIC X(36)  VALUE
             "BOTTOM 3 OPERATORS BY CALLS PER HOUR".

       01 WS-RANK-HEADER.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 FILLER                   PIC X(13)  VALUE
             "ANNUAL TOTAL".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".

      * PRIOR-YEAR TOTALS TABLE, LOADED FROM PRIOR-CALLS-FILE AND
      * MATCHED BY OPERATOR NUMBER FOR THE YEAR-OVER-YEAR SECTION.
             10 WTM-TEAM              PIC X(3).
             10 WTM-OPS               PIC 9(3).
             10 WTM-TOTAL             PIC 9(7).
             10 WTM-HOURS             PIC 9(6)V99.
             10 WTM-RATE-CALLS        PIC 9(7).
       01 WS-TEAM-I                   PIC 9(2).
       01 WS-TEAM-FOUND-FLAG          PIC X.
       01 WS-THIS-TEAM                PIC X(3).
          05 FILLER                   PIC X(9)   VALUE "OPERATORS".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(11)  VALUE "TOTAL CALLS".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "  HOURS".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".

       01 WS-TEAM-DETAIL.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 WTD-OPS                  PIC ZZ9.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 WTD-TOTAL                PIC ZZZZZZ9.
          05 FILLER                   PIC X(8)   VALUE SPACES.
          05 WTD-HOURS                PIC ZZZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WTD-CPH                  PIC ZZ9.9.

       01 WS-NOT-ON-MASTER-LINE.
          05 FILLER                   PIC X(6)   VALUE SPACES.
          05 WRD-NAME                  PIC X(12).
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 WRD-TOTAL                 PIC ZZZZZZ9.
          05 FILLER                   PIC X(9)   VALUE SPACES.
          05 WRD-CPH                  PIC ZZ9.9.
      *
       PROCEDURE DIVISION.
      *

       300-PROCESS-RECORDS.
           MOVE ZERO TO WS-DL-CALL-TOTAL.
           MOVE ZERO TO WS-DL-HOURS-TOTAL.
           MOVE ZERO TO WS-DL-RATE-CALLS.

           PERFORM 310-CALCULATIONS
              VARYING WS-SUB FROM 1 BY 1
           MOVE WS-DL-CALL-TOTAL
              TO WS-DL-TOTAL.

           PERFORM 325-CALLS-PER-HOUR.

           PERFORM 330-VALIDATE-OPERATOR.
           PERFORM 340-TEAM-ACCUMULATOR.
           MOVE EMP-REC-NUM    TO WOP-NUM(WS-OP-COUNT).
           MOVE EMP-REC-NAME   TO WOP-NAME(WS-OP-COUNT).
           MOVE WS-DL-CALL-TOTAL TO WOP-TOTAL(WS-OP-COUNT).
           MOVE WS-DL-CPH-VALUE TO WOP-CPH(WS-OP-COUNT).
           IF WS-DL-HOURS-TOTAL > ZERO
              MOVE "Y" TO WOP-HAS-HOURS(WS-OP-COUNT)
           ELSE
              MOVE "N" TO WOP-HAS-HOURS(WS-OP-COUNT)
           END-IF.

           MOVE 0
              TO WS-EMP-TOTAL.
              ADD 1 TO WS-ZERO-MONTH-COUNT
           END-IF.

      *    STAFFED HOURS, AND THE CALLS THAT GO WITH THEM
           IF (EMP-REC-HOURS(WS-SUB) IS GREATER THAN ZERO)
              THEN
              ADD EMP-REC-HOURS(WS-SUB)
                 TO WS-DL-HOURS-TOTAL
              ADD EMP-REC-CALLS(WS-SUB)
                 TO WS-DL-RATE-CALLS
           END-IF.

      *    AVERAGE CALCULATIONS
           IF (EMP-REC-CALLS(WS-SUB) IS GREATER THAN ZERO)
              THEN
      *       MOVE ZERO TO WS-DL-REM
      *    END-IF.

      * CALLS PER STAFFED HOUR FOR THE YEAR, AND THE "*" FLAG JUDGED
      * ON IT. AN OPERATOR WITH NO HOURS ON FILE (A MONTHLY-SUMMARY
      * SWITCH THAT SENDS NONE) HAS NO RATE AND FALLS BACK TO THE
      * MONTHLY-AVERAGE VOLUME RULE.
       325-CALLS-PER-HOUR.
           MOVE WS-DL-HOURS-TOTAL TO WS-DL-HOURS.
           IF WS-DL-HOURS-TOTAL > ZERO
              COMPUTE WS-DL-CPH-VALUE ROUNDED =
                 WS-DL-RATE-CALLS / WS-DL-HOURS-TOTAL
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-DL-CPH-VALUE
              END-COMPUTE
              MOVE WS-DL-CPH-VALUE TO WS-DL-CPH
              IF WS-DL-CPH-VALUE < WS-MIN-CPH-THRESHOLD
                 MOVE "*" TO WS-DL-FLAG
                 ADD 1 TO WS-LOW-AVG-COUNT
              ELSE
                 MOVE SPACE TO WS-DL-FLAG
              END-IF
           ELSE
              MOVE ZERO TO WS-DL-CPH-VALUE
              MOVE ZERO TO WS-DL-CPH
              IF WS-DL-AVG IS LESS THAN WS-MIN-AVG-THRESHOLD
                 MOVE "*" TO WS-DL-FLAG
                 ADD 1 TO WS-LOW-AVG-COUNT
              ELSE
                 MOVE SPACE TO WS-DL-FLAG
              END-IF
           END-IF.
      *
      * LOOK THE OPERATOR UP ON THE MASTER. NOT ON FILE OR MARKED
      * INACTIVE GETS THE "?" FLAG ON THE DETAIL LINE AND COUNTS ON
      * THE EXCEPTION LINE AT THE BOTTOM OF THE REPORT.
              IF WTM-TEAM(WS-TEAM-I) = WS-THIS-TEAM
                 ADD 1 TO WTM-OPS(WS-TEAM-I)
                 ADD WS-DL-CALL-TOTAL TO WTM-TOTAL(WS-TEAM-I)
                 ADD WS-DL-HOURS-TOTAL TO WTM-HOURS(WS-TEAM-I)
                 ADD WS-DL-RATE-CALLS TO WTM-RATE-CALLS(WS-TEAM-I)
                 MOVE "Y" TO WS-TEAM-FOUND-FLAG
              END-IF
           END-PERFORM.
              MOVE WS-THIS-TEAM TO WTM-TEAM(WS-TEAM-COUNT)
              MOVE 1 TO WTM-OPS(WS-TEAM-COUNT)
              MOVE WS-DL-CALL-TOTAL TO WTM-TOTAL(WS-TEAM-COUNT)
              MOVE WS-DL-HOURS-TOTAL TO WTM-HOURS(WS-TEAM-COUNT)
              MOVE WS-DL-RATE-CALLS
                 TO WTM-RATE-CALLS(WS-TEAM-COUNT)
           END-IF.
      *
      * QUARTER SUBTOTALS - JUL-SEP, OCT-DEC, JAN-MAR, APR-JUN,
              MOVE WTM-TEAM(WS-TEAM-I)  TO WTD-TEAM
              MOVE WTM-OPS(WS-TEAM-I)   TO WTD-OPS
              MOVE WTM-TOTAL(WS-TEAM-I) TO WTD-TOTAL
              MOVE WTM-HOURS(WS-TEAM-I) TO WTD-HOURS
              PERFORM 460-TEAM-RATE
              WRITE REPORT-LINE FROM WS-TEAM-DETAIL
                 AFTER ADVANCING 1 LINE
           END-PERFORM.

      * THE TEAM'S CALLS PER STAFFED HOUR, OVER THE MONTHS ITS
      * OPERATORS HAVE HOURS FOR.
       460-TEAM-RATE.
           IF WTM-HOURS(WS-TEAM-I) > ZERO
              COMPUTE WS-DL-CPH-VALUE ROUNDED =
                 WTM-RATE-CALLS(WS-TEAM-I) / WTM-HOURS(WS-TEAM-I)
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-DL-CPH-VALUE
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-DL-CPH-VALUE
           END-IF.
           MOVE WS-DL-CPH-VALUE TO WTD-CPH.

      * RANK ALL OPERATORS DESCENDING BY CALLS PER STAFFED HOUR AND
      * PRINT THE TOP 3 AND BOTTOM 3 SO TEAM LEADS DON'T HAVE TO SCAN
      * EVERY ROW THEMSELVES. OPERATORS WITH NO HOURS ON FILE RANK
      * AFTER EVERY OPERATOR WITH HOURS, AMONG THEMSELVES BY VOLUME.
       500-RANK-OPERATORS.
           PERFORM VARYING WS-OP-I FROM 1 BY 1
               UNTIL WS-OP-I > WS-OP-COUNT
               PERFORM VARYING WS-OP-J FROM 1 BY 1
                   UNTIL WS-OP-J > WS-OP-COUNT - WS-OP-I
                   PERFORM 510-CHECK-RANK-ORDER
                   IF WS-OP-SWAP-FLAG = "Y"
                       MOVE WS-OP-ENTRY(WS-OP-J)
                           TO WS-OP-TEMP
                       MOVE WS-OP-ENTRY(WS-OP-J + 1)
                  MOVE WOP-NUM(WS-OP-I)  TO WRD-NUM
                  MOVE WOP-NAME(WS-OP-I) TO WRD-NAME
                  MOVE WOP-TOTAL(WS-OP-I) TO WRD-TOTAL
                  MOVE WOP-CPH(WS-OP-I)  TO WRD-CPH
                  WRITE REPORT-LINE FROM WS-RANK-DETAIL
                     AFTER ADVANCING 1 LINE
              END-PERFORM
                  MOVE WOP-NUM(WS-OP-RANK)   TO WRD-NUM
                  MOVE WOP-NAME(WS-OP-RANK)  TO WRD-NAME
                  MOVE WOP-TOTAL(WS-OP-RANK) TO WRD-TOTAL
                  MOVE WOP-CPH(WS-OP-RANK)   TO WRD-CPH
                  WRITE REPORT-LINE FROM WS-RANK-DETAIL
                     AFTER ADVANCING 1 LINE
              END-PERFORM
           END-IF.

      * "Y" WHEN ENTRY WS-OP-J BELONGS BELOW ENTRY WS-OP-J + 1.
       510-CHECK-RANK-ORDER.
           MOVE "N" TO WS-OP-SWAP-FLAG.
           EVALUATE TRUE
              WHEN WOP-HAS-HOURS(WS-OP-J) = "N"
               AND WOP-HAS-HOURS(WS-OP-J + 1) = "Y"
                 MOVE "Y" TO WS-OP-SWAP-FLAG
              WHEN WOP-HAS-HOURS(WS-OP-J) = "Y"
               AND WOP-HAS-HOURS(WS-OP-J + 1) = "Y"
               AND WOP-CPH(WS-OP-J) < WOP-CPH(WS-OP-J + 1)
                 MOVE "Y" TO WS-OP-SWAP-FLAG
              WHEN WOP-HAS-HOURS(WS-OP-J) = "N"
               AND WOP-HAS-HOURS(WS-OP-J + 1) = "N"
               AND WOP-TOTAL(WS-OP-J) < WOP-TOTAL(WS-OP-J + 1)
                 MOVE "Y" TO WS-OP-SWAP-FLAG
           END-EVALUATE.

      * PULL LAST YEAR'S FILE INTO A TOTALS-BY-OPERATOR TABLE. THE
      * FILE IS THE SAME SHAPE AS THE MASTER, SO EACH RECORD'S
      * TWELVE BUCKETS ARE SUMMED HERE.
              END-IF
           END-PERFORM.
      *
      * 0 CLEAN, 4 WHEN ANY OPERATOR WAS FLAGGED (LOW RATE OR
      * NOT ON THE OPERATOR MASTER), 8 WHEN NO OPERATORS WERE READ.
       700-SET-RETURN-CODE.
           EVALUATE TRUE
