       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5QPOST.
       AUTHOR. RAMIYAN GANGATHARAN.
       DATE-WRITTEN.  OCTOBER 15 2026.
      *PROGRAM DESCRIPTION: POSTS THE TELEPHONE SWITCH'S DAILY
      *QUEUE-STATISTICS FEED (QUEUE, DATE, INTERVAL, CALLS OFFERED,
      *ANSWERED, ABANDONED, ANSWERED WITHIN THE SERVICE-LEVEL
      *TARGET, AVERAGE SPEED OF ANSWER, AVERAGE HANDLE TIME) INTO
      *THE QUEUE HISTORY FILE THAT A5QSLRPT REPORTS FROM. THE RUN
      *WRITES THE DAY'S VALID CARDS TO A NEW GENERATION, THEN
      *COPIES THE OLD GENERATION BEHIND THEM, DROPPING ANY RECORD
      *FOR THE FEED'S DATE AND A QUEUE THE FEED CARRIES - SO A
      *RERUN, OR A CORRECTED FEED FOR A QUEUE, REPLACES THE EARLIER
      *POSTING INSTEAD OF DOUBLING IT (THE SAME RULE A5CDAILY USES
      *FOR THE DAILY CALL FILE). THE REGISTER PRINTS EACH QUEUE'S
      *DAY: INTERVALS, OFFERED, ANSWERED, ABANDONED, AND THE
      *ABANDON AND SERVICE-LEVEL PERCENTAGES.
      *ALL CARDS IN ONE FEED MUST CARRY THE SAME BUSINESS DATE -
      *A CARD FOR ANY OTHER DATE IS REJECTED.
      *MODIFICATION HISTORY:
      *  OCT 15, 2026 - INITIAL VERSION.
      *  OCT 15, 2026 - A CARD WHOSE DATE HAS NO SUCH MONTH OR DAY
      *                 IS REJECTED (INVALID DATE) INSTEAD OF BEING
      *                 FILED FOR A5QSLRPT TO SUBSCRIPT BY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT FEED-FILE
               ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * YESTERDAY'S CUMULATIVE QUEUE HISTORY.
           SELECT OLD-QUEUE-FILE
               ASSIGN TO QUEIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * THE NEW GENERATION - TODAY'S CARDS, THEN THE OLD FILE LESS
      * ANY SUPERSEDED RECORDS.
           SELECT NEW-QUEUE-FILE
               ASSIGN TO QUEOUT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REJECT-FILE
               ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD FEED-FILE
           DATA RECORD IS FEED-REC
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
      *
       01 FEED-REC.
          05 QF-QUEUE                 PIC X(4).
          05 QF-DATE                  PIC 9(8).
          05 QF-DATE-PARTS REDEFINES QF-DATE.
             10 QF-DATE-YYYY          PIC 9(4).
             10 QF-DATE-MM            PIC 99.
             10 QF-DATE-DD            PIC 99.
          05 QF-INTERVAL.
             10 QF-INTERVAL-HH        PIC 99.
             10 QF-INTERVAL-MM        PIC 99.
          05 QF-OFFERED               PIC 9(5).
          05 QF-ANSWERED              PIC 9(5).
          05 QF-ABANDONED             PIC 9(5).
          05 QF-IN-TARGET             PIC 9(5).
          05 QF-AVG-ANSWER-SECS       PIC 9(4).
          05 QF-AVG-HANDLE-SECS       PIC 9(4).
      *
       FD OLD-QUEUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
      *
       01 OLD-QUEUE-RECORD.
          05 OQ-QUEUE                 PIC X(4).
          05 OQ-DATE                  PIC 9(8).
          05 FILLER                   PIC X(32).
      *
       FD NEW-QUEUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
      *
           COPY QUEHIST.
      *
       FD REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJECT-LINE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01 REJECT-LINE.
          05 RL-RECORD                PIC X(44).
          05 RL-REASON                PIC X(20).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 WS-FEED-EOF-FLAG            PIC X      VALUE 'n'.
          88 WS-FEED-END                         VALUE "y".
       01 WS-QUEUE-EOF-FLAG           PIC X      VALUE "N".
      *
      * THE FEED'S BUSINESS DATE - THE FIRST VALID CARD'S DATE.
       01 WS-BUSINESS-DATE            PIC 9(8)   VALUE 0.
      *
      * LAST DAY OF EACH MONTH FOR THE DATE CHECK - FEBRUARY 29 IS
      * LET THROUGH IN ANY YEAR; THE SWITCH NEVER SENDS IT WRONGLY
      * AND A DAY IN RANGE CANNOT HURT THE REPORT.
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                   PIC X(24)  VALUE
             "312931303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.
      *
      * ONE ENTRY PER QUEUE IN TODAY'S FEED, IN THE ORDER FIRST
      * SEEN - THE SUPERSEDE LIST AND THE REGISTER'S TOTALS.
       01 WS-QUEUE-COUNT              PIC 99     VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 50 TIMES.
             10 WQ-QUEUE              PIC X(4).
             10 WQ-INTERVALS          PIC 9(3).
             10 WQ-OFFERED            PIC 9(7).
             10 WQ-ANSWERED           PIC 9(7).
             10 WQ-ABANDONED          PIC 9(7).
             10 WQ-IN-TARGET          PIC 9(7).
       01 WS-QUEUE-I                  PIC 99.
       01 WS-QUEUE-FOUND-I            PIC 99.
       01 WS-THIS-QUEUE               PIC X(4).
      *
       01 WS-ABANDON-PCT              PIC 9(3)V9.
       01 WS-SERVICE-PCT              PIC 9(3)V9.
      *
       01 WS-TOTALS.
          05 WS-READ-COUNT            PIC 9(5)   VALUE 0.
          05 WS-POSTED-COUNT          PIC 9(5)   VALUE 0.
          05 WS-REJECT-COUNT          PIC 9(5)   VALUE 0.
          05 WS-HIST-IN-COUNT         PIC 9(7)   VALUE 0.
          05 WS-HIST-OUT-COUNT        PIC 9(7)   VALUE 0.
          05 WS-SUPERSEDED-COUNT      PIC 9(5)   VALUE 0.
      *
       01 WS-REGISTER-TITLE.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 FILLER                   PIC X(35)  VALUE
             "QUEUE STATISTICS POSTING REGISTER ".
          05 WS-TITLE-DATE            PIC 9(8).
      *
       01 WS-REGISTER-HEADER.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "QUEUE".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "INTVL".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "OFFERED".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(8)   VALUE "ANSWERED".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(9)   VALUE "ABANDONED".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE " ABAN%".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE "   SL%".
      *
       01 WS-REGISTER-LINE.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 WRL-QUEUE                PIC X(4).
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 WRL-INTERVALS            PIC ZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WRL-OFFERED              PIC ZZZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WRL-ANSWERED             PIC ZZZZZZ9.
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 WRL-ABANDONED            PIC ZZZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WRL-ABANDON-PCT          PIC ZZ9.9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WRL-SERVICE-PCT          PIC ZZ9.9.
      *
       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(22).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
           OPEN INPUT FEED-FILE,
                INPUT OLD-QUEUE-FILE,
                OUTPUT NEW-QUEUE-FILE,
                OUTPUT REJECT-FILE.
      *
           PERFORM 100-READ-FEED.
           PERFORM 110-FILE-ONE-CARD
               UNTIL WS-FEED-END.
           IF WS-BUSINESS-DATE = 0
              DISPLAY "NO USABLE FEED CARDS - NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 200-READ-OLD-QUEUE
              PERFORM 250-CARRY-ONE-RECORD
                  UNTIL WS-QUEUE-EOF-FLAG = "Y"
              PERFORM 500-PRINT-REGISTER
              PERFORM 700-SET-RETURN-CODE
              PERFORM 600-WRITE-AUDIT-LOG
           END-IF.
      *
           CLOSE FEED-FILE
                 OLD-QUEUE-FILE
                 NEW-QUEUE-FILE
                 REJECT-FILE.
      *
           STOP RUN.
      *
       100-READ-FEED.
           READ FEED-FILE
           AT END
              MOVE 'y' TO WS-FEED-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
           END-READ.
      *
      * VALIDATE ONE CARD AND, IF IT STANDS, WRITE IT STRAIGHT TO
      * THE NEW GENERATION AND ROLL IT INTO ITS QUEUE'S TOTALS. THE
      * FIRST VALID CARD'S DATE IS THE RUN'S BUSINESS DATE.
       110-FILE-ONE-CARD.
           EVALUATE TRUE
               WHEN QF-QUEUE = SPACES
                   MOVE "MISSING QUEUE" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN QF-DATE NOT NUMERIC
                    OR QF-INTERVAL NOT NUMERIC
                    OR QF-OFFERED NOT NUMERIC
                    OR QF-ANSWERED NOT NUMERIC
                    OR QF-ABANDONED NOT NUMERIC
                    OR QF-IN-TARGET NOT NUMERIC
                    OR QF-AVG-ANSWER-SECS NOT NUMERIC
                    OR QF-AVG-HANDLE-SECS NOT NUMERIC
                   MOVE "INVALID NUMBER" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN QF-DATE-MM < 1 OR QF-DATE-MM > 12
                   MOVE "INVALID DATE" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN QF-DATE-DD < 1
                    OR QF-DATE-DD > WS-DAYS-IN-MONTH(QF-DATE-MM)
                   MOVE "INVALID DATE" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN QF-INTERVAL-HH > 23 OR QF-INTERVAL-MM > 59
                   MOVE "INVALID INTERVAL" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN QF-ANSWERED > QF-OFFERED
                    OR QF-ABANDONED > QF-OFFERED
                    OR QF-IN-TARGET > QF-ANSWERED
                   MOVE "COUNTS INCONSISTENT" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN WS-BUSINESS-DATE NOT = 0
                    AND QF-DATE NOT = WS-BUSINESS-DATE
                   MOVE "WRONG BUSINESS DATE" TO RL-REASON
                   PERFORM 120-WRITE-REJECT
               WHEN OTHER
                   PERFORM 130-FIND-QUEUE
                   IF WS-QUEUE-FOUND-I = 0
                      MOVE "TOO MANY QUEUES" TO RL-REASON
                      PERFORM 120-WRITE-REJECT
                   ELSE
                      PERFORM 140-POST-CARD
                   END-IF
           END-EVALUATE.
           PERFORM 100-READ-FEED.
      *
       120-WRITE-REJECT.
           MOVE FEED-REC TO RL-RECORD.
           WRITE REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
      *
      * FIND THE CARD'S QUEUE IN THE TABLE, ADDING IT THE FIRST TIME
      * IT IS SEEN. ZERO BACK MEANS THE TABLE IS FULL.
       130-FIND-QUEUE.
           MOVE QF-QUEUE TO WS-THIS-QUEUE.
           MOVE 0 TO WS-QUEUE-FOUND-I.
           PERFORM 135-MATCH-QUEUE
               VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
                  OR WS-QUEUE-FOUND-I > 0.
           IF WS-QUEUE-FOUND-I = 0 AND WS-QUEUE-COUNT < 50
              ADD 1 TO WS-QUEUE-COUNT
              MOVE WS-QUEUE-COUNT TO WS-QUEUE-FOUND-I
              MOVE WS-THIS-QUEUE TO WQ-QUEUE(WS-QUEUE-FOUND-I)
              MOVE ZERO TO WQ-INTERVALS(WS-QUEUE-FOUND-I)
                           WQ-OFFERED(WS-QUEUE-FOUND-I)
                           WQ-ANSWERED(WS-QUEUE-FOUND-I)
                           WQ-ABANDONED(WS-QUEUE-FOUND-I)
                           WQ-IN-TARGET(WS-QUEUE-FOUND-I)
           END-IF.
      *
       135-MATCH-QUEUE.
           IF WQ-QUEUE(WS-QUEUE-I) = WS-THIS-QUEUE
              MOVE WS-QUEUE-I TO WS-QUEUE-FOUND-I
           END-IF.
      *
       140-POST-CARD.
           MOVE QF-DATE TO WS-BUSINESS-DATE.
           MOVE FEED-REC TO QUEUE-HISTORY-RECORD.
           WRITE QUEUE-HISTORY-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-HIST-OUT-COUNT.
           ADD 1 TO WQ-INTERVALS(WS-QUEUE-FOUND-I).
           ADD QF-OFFERED   TO WQ-OFFERED(WS-QUEUE-FOUND-I).
           ADD QF-ANSWERED  TO WQ-ANSWERED(WS-QUEUE-FOUND-I).
           ADD QF-ABANDONED TO WQ-ABANDONED(WS-QUEUE-FOUND-I).
           ADD QF-IN-TARGET TO WQ-IN-TARGET(WS-QUEUE-FOUND-I).
      *
       200-READ-OLD-QUEUE.
           READ OLD-QUEUE-FILE
           AT END
              MOVE "Y" TO WS-QUEUE-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-HIST-IN-COUNT
           END-READ.
      *
      * CARRY THE OLD HISTORY FORWARD. A RECORD FOR THE FEED'S DATE
      * AND A QUEUE IN TODAY'S FEED IS SUPERSEDED (THE RERUN GUARD);
      * EVERYTHING ELSE PASSES THROUGH UNCHANGED.
       250-CARRY-ONE-RECORD.
           MOVE 0 TO WS-QUEUE-FOUND-I.
           IF OQ-DATE = WS-BUSINESS-DATE
              MOVE OQ-QUEUE TO WS-THIS-QUEUE
              PERFORM 135-MATCH-QUEUE
                  VARYING WS-QUEUE-I FROM 1 BY 1
                  UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
                     OR WS-QUEUE-FOUND-I > 0
           END-IF.
           IF WS-QUEUE-FOUND-I > 0
              ADD 1 TO WS-SUPERSEDED-COUNT
           ELSE
              MOVE OLD-QUEUE-RECORD TO QUEUE-HISTORY-RECORD
              WRITE QUEUE-HISTORY-RECORD
              ADD 1 TO WS-HIST-OUT-COUNT
           END-IF.
           PERFORM 200-READ-OLD-QUEUE.
      *
       500-PRINT-REGISTER.
           MOVE WS-BUSINESS-DATE TO WS-TITLE-DATE.
           DISPLAY WS-REGISTER-TITLE.
           DISPLAY SPACES.
           DISPLAY WS-REGISTER-HEADER.
           PERFORM 510-PRINT-ONE-QUEUE
               VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-COUNT.
           DISPLAY SPACES.
           MOVE "FEED CARDS READ:      " TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "INTERVALS POSTED:     " TO WS-COUNT-TEXT.
           MOVE WS-POSTED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "CARDS REJECTED:       " TO WS-COUNT-TEXT.
           MOVE WS-REJECT-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "HISTORY RECORDS OUT:  " TO WS-COUNT-TEXT.
           MOVE WS-HIST-OUT-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "RECORDS SUPERSEDED:   " TO WS-COUNT-TEXT.
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
      *
      * ABANDON RATE IS ABANDONED OVER OFFERED; SERVICE LEVEL IS
      * CALLS ANSWERED WITHIN TARGET OVER CALLS OFFERED, SO A CALLER
      * WHO HUNG UP ON HOLD COUNTS AGAINST IT.
       510-PRINT-ONE-QUEUE.
           MOVE WQ-QUEUE(WS-QUEUE-I)     TO WRL-QUEUE.
           MOVE WQ-INTERVALS(WS-QUEUE-I) TO WRL-INTERVALS.
           MOVE WQ-OFFERED(WS-QUEUE-I)   TO WRL-OFFERED.
           MOVE WQ-ANSWERED(WS-QUEUE-I)  TO WRL-ANSWERED.
           MOVE WQ-ABANDONED(WS-QUEUE-I) TO WRL-ABANDONED.
           IF WQ-OFFERED(WS-QUEUE-I) > 0
              COMPUTE WS-ABANDON-PCT ROUNDED =
                 WQ-ABANDONED(WS-QUEUE-I) * 100
                 / WQ-OFFERED(WS-QUEUE-I)
              COMPUTE WS-SERVICE-PCT ROUNDED =
                 WQ-IN-TARGET(WS-QUEUE-I) * 100
                 / WQ-OFFERED(WS-QUEUE-I)
           ELSE
              MOVE ZERO TO WS-ABANDON-PCT
              MOVE ZERO TO WS-SERVICE-PCT
           END-IF.
           MOVE WS-ABANDON-PCT TO WRL-ABANDON-PCT.
           MOVE WS-SERVICE-PCT TO WRL-SERVICE-PCT.
           DISPLAY WS-REGISTER-LINE.
      *
      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. CALL COUNTS, NOT DOLLARS, MOVE THROUGH
      * THIS PROGRAM, SO THE CONTROL TOTAL IS ZERO.
       600-WRITE-AUDIT-LOG.
           MOVE "A5QPOST" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-POSTED-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.
      *
      * 0 CLEAN, 4 WHEN ANY CARD WAS REJECTED, 8 WHEN NOTHING
      * USABLE ARRIVED (SET IN 000-MAIN).
       700-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      *
       END PROGRAM A5QPOST.
