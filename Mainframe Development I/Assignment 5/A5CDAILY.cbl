      *YET ON THE MASTER IS ADDED WITH THE NAME FROM THE FEED.
      *ALL CARDS IN ONE FEED MUST CARRY THE SAME BUSINESS DATE -
      *A CARD FOR ANY OTHER DATE IS REJECTED.
      *EACH CARD ALSO CARRIES THE OPERATOR'S STAFFED HOURS FOR THE
      *DAY, SO THE REGISTER AND A5CCORPT CAN JUDGE CALLS PER
      *STAFFED HOUR RATHER THAN RAW VOLUME.
      *MODIFICATION HISTORY:
      *  SEP 01, 2026 - INITIAL VERSION.
      *  OCT 15, 2026 - THE FEED CARRIES EACH OPERATOR'S STAFFED
      *                 HOURS FOR THE DAY (COLS 28-31, 99V99); THEY
      *                 ARE KEPT ON THE DAILY CALL FILE (16 -> 20
      *                 BYTES), SUMMED INTO THE MASTER'S MONTHLY
      *                 HOURS BUCKET, AND THE REGISTER PRINTS HOURS
      *                 AND CALLS PER STAFFED HOUR FOR THE DAY, WEEK,
      *                 AND MONTH. A BLANK HOURS FIELD POSTS AS ZERO
      *                 (NOT REPORTED) AND PRINTS NO RATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD FEED-FILE
           DATA RECORD IS FEED-REC
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
      *
       01 FEED-REC.
          05 DF-NUM                   PIC X(3).
          05 DF-DATE                  PIC 9(8).
          05 DF-CALLS                 PIC 9(4).
          05 DF-NAME                  PIC X(12).
          05 DF-HOURS                 PIC 99V99.
          05 DF-HOURS-X REDEFINES DF-HOURS
                                      PIC X(4).
      *
       FD OLD-DAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      *
       01 OLD-DAY-RECORD.
          05 OD-NUM                   PIC X(3).
          05 OD-DATE                  PIC 9(8).
          05 OD-CALLS                 PIC 9(5).
          05 OD-HOURS                 PIC 99V99.
      *
       FD NEW-DAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      *
       01 NEW-DAY-RECORD.
          05 ND-NUM                   PIC X(3).
          05 ND-DATE                  PIC 9(8).
          05 ND-CALLS                 PIC 9(5).
          05 ND-HOURS                 PIC 99V99.
      *
       FD CALL-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 135 CHARACTERS.
      *
           COPY CALLHIST.
      *
       FD REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJECT-LINE
           RECORD CONTAINS 51 CHARACTERS.
      *
       01 REJECT-LINE.
          05 RL-RECORD                PIC X(31).
          05 RL-REASON                PIC X(20).
      *
      *
             10 WOP-WEEK              PIC 9(6).
             10 WOP-MONTH             PIC 9(6).
             10 WOP-NAME              PIC X(12).
             10 WOP-TODAY-HOURS       PIC 9(3)V99.
             10 WOP-WEEK-HOURS        PIC 9(4)V99.
             10 WOP-MONTH-HOURS       PIC 9(4)V99.
       01 WS-OP-I                     PIC 9(3).
      *
      * CALLS PER STAFFED HOUR FOR ONE WINDOW. NO HOURS, NO RATE.
       01 WS-RATE-CALLS               PIC 9(6).
       01 WS-RATE-HOURS               PIC 9(4)V99.
       01 WS-RATE                     PIC 9(3)V9.
       01 WS-OP-NUM-DISPLAY           PIC 9(3).
      *
       01 WS-TOTALS.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "TODAY".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE " HOURS".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE "WEEK  ".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "  HOURS".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE "MONTH ".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "  HOURS".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".
      *
       01 WS-REGISTER-LINE.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-TODAY                PIC ZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WRL-TODAY-HOURS          PIC ZZ9.99.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-TODAY-CPH            PIC ZZ9.9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-WEEK                 PIC ZZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-WEEK-HOURS           PIC ZZZ9.99.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-WEEK-CPH             PIC ZZ9.9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-MONTH                PIC ZZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-MONTH-HOURS          PIC ZZZ9.99.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-MONTH-CPH            PIC ZZ9.9.
      *
       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(22).
               WHEN DF-DATE NOT NUMERIC OR DF-CALLS NOT NUMERIC
                   MOVE "INVALID DATE/CALLS" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN DF-HOURS-X NOT = SPACES
                    AND DF-HOURS NOT NUMERIC
                   MOVE "INVALID HOURS" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN WS-BUSINESS-DATE NOT = 0
                    AND DF-DATE NOT = WS-BUSINESS-DATE
                   MOVE "WRONG BUSINESS DATE" TO RL-REASON
                   MOVE "Y" TO WOP-FED-FLAG(WS-OP-I)
                   ADD DF-CALLS TO WOP-TODAY(WS-OP-I)
                   MOVE DF-NAME TO WOP-NAME(WS-OP-I)
                   IF DF-HOURS-X NOT = SPACES
                      ADD DF-HOURS TO WOP-TODAY-HOURS(WS-OP-I)
                   END-IF
           END-EVALUATE.
      *
       120-WRITE-REJECT.
              IF WS-OP-I > 0
                 IF OD-DATE(1:6) = WS-BUSINESS-MONTH
                    ADD OD-CALLS TO WOP-MONTH(WS-OP-I)
                    ADD OD-HOURS TO WOP-MONTH-HOURS(WS-OP-I)
                 END-IF
                 IF OD-DATE NOT < WS-WEEK-START-DATE
                    AND OD-DATE NOT > WS-BUSINESS-DATE
                    ADD OD-CALLS TO WOP-WEEK(WS-OP-I)
                    ADD OD-HOURS TO WOP-WEEK-HOURS(WS-OP-I)
                 END-IF
              END-IF
           END-IF.
                  MOVE WS-OP-NUM-DISPLAY TO ND-NUM
                  MOVE WS-BUSINESS-DATE TO ND-DATE
                  MOVE WOP-TODAY(WS-OP-I) TO ND-CALLS
                  MOVE WOP-TODAY-HOURS(WS-OP-I) TO ND-HOURS
                  WRITE NEW-DAY-RECORD
                  ADD 1 TO WS-DAY-OUT-COUNT
                  ADD WOP-TODAY(WS-OP-I) TO WOP-MONTH(WS-OP-I)
                  ADD WOP-TODAY(WS-OP-I) TO WOP-WEEK(WS-OP-I)
                  ADD WOP-TODAY-HOURS(WS-OP-I)
                     TO WOP-MONTH-HOURS(WS-OP-I)
                  ADD WOP-TODAY-HOURS(WS-OP-I)
                     TO WOP-WEEK-HOURS(WS-OP-I)
               END-IF
           END-PERFORM.
      *
           IF WS-MASTER-FOUND-FLAG = "Y"
              MOVE WOP-MONTH(WS-OP-I)
                 TO EMP-REC-CALLS(WS-FISCAL-INDEX)
              MOVE WOP-MONTH-HOURS(WS-OP-I)
                 TO EMP-REC-HOURS(WS-FISCAL-INDEX)
              REWRITE EMP-REC
           ELSE
              MOVE WS-OP-NUM-DISPLAY TO EMP-REC-NUM
                 UNTIL WS-SUB IS GREATER THAN 12
              MOVE WOP-MONTH(WS-OP-I)
                 TO EMP-REC-CALLS(WS-FISCAL-INDEX)
              MOVE WOP-MONTH-HOURS(WS-OP-I)
                 TO EMP-REC-HOURS(WS-FISCAL-INDEX)
              WRITE EMP-REC
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
      *
       460-ZERO-MONTHS.
           MOVE ZERO TO EMP-REC-CALLS(WS-SUB).
           MOVE ZERO TO EMP-REC-HOURS(WS-SUB).
      *
       500-PRINT-REGISTER.
           MOVE WS-BUSINESS-DATE TO WS-TITLE-DATE.
                  MOVE WOP-TODAY(WS-OP-I) TO WRL-TODAY
                  MOVE WOP-WEEK(WS-OP-I)  TO WRL-WEEK
                  MOVE WOP-MONTH(WS-OP-I) TO WRL-MONTH
                  PERFORM 510-SET-RATES
                  DISPLAY WS-REGISTER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
      *
      * HOURS AND CALLS PER STAFFED HOUR FOR THE DAY, THE TRAILING
      * WEEK, AND THE MONTH. A WINDOW WITH NO HOURS REPORTED PRINTS
      * ZERO RATHER THAN A RATE SOMEONE MIGHT TAKE AT FACE VALUE.
       510-SET-RATES.
           MOVE WOP-TODAY-HOURS(WS-OP-I) TO WRL-TODAY-HOURS.
           MOVE WOP-TODAY(WS-OP-I)       TO WS-RATE-CALLS.
           MOVE WOP-TODAY-HOURS(WS-OP-I) TO WS-RATE-HOURS.
           PERFORM 520-COMPUTE-RATE.
           MOVE WS-RATE TO WRL-TODAY-CPH.
           MOVE WOP-WEEK-HOURS(WS-OP-I)  TO WRL-WEEK-HOURS.
           MOVE WOP-WEEK(WS-OP-I)        TO WS-RATE-CALLS.
           MOVE WOP-WEEK-HOURS(WS-OP-I)  TO WS-RATE-HOURS.
           PERFORM 520-COMPUTE-RATE.
           MOVE WS-RATE TO WRL-WEEK-CPH.
           MOVE WOP-MONTH-HOURS(WS-OP-I) TO WRL-MONTH-HOURS.
           MOVE WOP-MONTH(WS-OP-I)       TO WS-RATE-CALLS.
           MOVE WOP-MONTH-HOURS(WS-OP-I) TO WS-RATE-HOURS.
           PERFORM 520-COMPUTE-RATE.
           MOVE WS-RATE TO WRL-MONTH-CPH.
      *
       520-COMPUTE-RATE.
           IF WS-RATE-HOURS > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-RATE-CALLS / WS-RATE-HOURS
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-RATE
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF.
      *
      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. CALL COUNTS, NOT DOLLARS, MOVE THROUGH
      * THIS PROGRAM, SO THE CONTROL TOTAL IS ZERO.
