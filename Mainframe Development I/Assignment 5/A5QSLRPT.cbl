       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5QSLRPT.
       AUTHOR. RAMIYAN GANGATHARAN.
       DATE-WRITTEN.  OCTOBER 15 2026.
      *PROGRAM DESCRIPTION: QUEUE SERVICE-LEVEL REPORT FOR ONE
      *MONTH, BUILT FROM THE QUEUE HISTORY A5QPOST POSTS FROM THE
      *TELEPHONE SWITCH. ONE LINE PER DAY AND A MONTH TOTAL SHOW
      *CALLS OFFERED, ANSWERED, AND ABANDONED, THE ANSWER AND
      *ABANDON RATES, THE PERCENT ANSWERED WITHIN THE SERVICE-LEVEL
      *TARGET, AND THE AVERAGE SPEED OF ANSWER AND HANDLE TIME -
      *AND, NEXT TO THEM, THE OPERATORS WHO TOOK CALLS THAT DAY,
      *THEIR CALLS, AND THEIR STAFFED HOURS FROM A5CDAILY'S DAILY
      *CALL FILE, SO STAFFING CAN BE ARGUED FROM ONE PAGE. A
      *BY-QUEUE SECTION FOLLOWS FOR THE MONTH.
      *RATES ARE OVER CALLS OFFERED. THE SWITCH REPORTS SPEED OF
      *ANSWER AND HANDLE TIME AS INTERVAL AVERAGES; THEY ARE
      *WEIGHTED BY CALLS ANSWERED WHEN ROLLED UP.
      *QSLPARM CARD: COLS 1-6 REPORT MONTH (YYYYMM, BLANK = THE
      *CURRENT MONTH), 7-9 THE SWITCH'S SERVICE-LEVEL TARGET IN
      *SECONDS (BLANK = 20), PRINTED IN THE HEADING.
      *MODIFICATION HISTORY:
      *  OCT 15, 2026 - INITIAL VERSION.
      *  OCT 15, 2026 - A HISTORY RECORD WHOSE DAY IS NOT 01-31 IS
      *                 SKIPPED AND COUNTED ON THE REPORT INSTEAD
      *                 OF SUBSCRIPTING PAST THE DAY TABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * QUEUE HISTORY, CURRENT GENERATION, POSTED BY A5QPOST.
           SELECT QUEUE-HISTORY-FILE
               ASSIGN TO QUEIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * DAILY CALL FILE, CURRENT GENERATION, POSTED BY A5CDAILY.
           SELECT DAY-CALL-FILE
               ASSIGN TO DAYIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PARM-FILE
               ASSIGN TO QSLPARM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE
               ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD QUEUE-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
      *
           COPY QUEHIST.
      *
       FD DAY-CALL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      *
       01 DAY-CALL-RECORD.
          05 DC-NUM                   PIC X(3).
          05 DC-DATE.
             10 DC-MONTH              PIC 9(6).
             10 DC-DAY                PIC 99.
          05 DC-CALLS                 PIC 9(5).
          05 DC-HOURS                 PIC 99V99.
      *
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *
       01 PARM-REC.
          05 PR-MONTH                 PIC X(6).
          05 PR-TARGET-SECS           PIC X(3).
          05 FILLER                   PIC X(71).
      *
       FD REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01 REPORT-LINE                 PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 WS-QUEUE-EOF-FLAG           PIC X      VALUE "N".
       01 WS-DAY-EOF-FLAG             PIC X      VALUE "N".
       01 WS-BAD-PARM-FLAG            PIC X      VALUE "N".
      *
       01 WS-REPORT-MONTH             PIC 9(6)   VALUE 0.
       01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
          05 WS-REPORT-YEAR           PIC 9(4).
          05 WS-REPORT-MM             PIC 99.
       01 WS-TARGET-SECS              PIC 9(3)   VALUE 20.
       01 WS-TODAY                    PIC 9(8).
      *
      * ONE ENTRY PER DAY OF THE MONTH - QUEUE FIGURES FROM THE
      * HISTORY, OPERATOR FIGURES FROM THE DAILY CALL FILE. THE
      * SECONDS FIELDS HOLD AVERAGE X ANSWERED, SUMMED.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 WD-OFFERED            PIC 9(7).
             10 WD-ANSWERED           PIC 9(7).
             10 WD-ABANDONED          PIC 9(7).
             10 WD-IN-TARGET          PIC 9(7).
             10 WD-ANSWER-SECS        PIC 9(11).
             10 WD-HANDLE-SECS        PIC 9(11).
             10 WD-OPERATORS          PIC 9(4).
             10 WD-OP-CALLS           PIC 9(7).
             10 WD-OP-HOURS           PIC 9(5)V99.
       01 WS-DAY-I                    PIC 99.
      *
      * ONE ENTRY PER QUEUE SEEN IN THE MONTH, IN THE ORDER FIRST
      * SEEN ON THE HISTORY.
       01 WS-QUEUE-COUNT              PIC 99     VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 50 TIMES.
             10 WQ-QUEUE              PIC X(4).
             10 WQ-OFFERED            PIC 9(7).
             10 WQ-ANSWERED           PIC 9(7).
             10 WQ-ABANDONED          PIC 9(7).
             10 WQ-IN-TARGET          PIC 9(7).
             10 WQ-ANSWER-SECS        PIC 9(11).
             10 WQ-HANDLE-SECS        PIC 9(11).
       01 WS-QUEUE-I                  PIC 99.
       01 WS-QUEUE-FOUND-I            PIC 99.
       01 WS-QUEUE-OVERFLOW-COUNT     PIC 9(5)   VALUE 0.
      *
      * THE FIGURES FOR THE LINE BEING PRINTED - A DAY, THE MONTH,
      * OR A QUEUE - MOVED HERE SO ONE PARAGRAPH FORMATS THEM ALL.
       01 WS-LINE-FIGURES.
          05 WLF-OFFERED              PIC 9(7).
          05 WLF-ANSWERED             PIC 9(7).
          05 WLF-ABANDONED            PIC 9(7).
          05 WLF-IN-TARGET            PIC 9(7).
          05 WLF-ANSWER-SECS          PIC 9(11).
          05 WLF-HANDLE-SECS          PIC 9(11).
          05 WLF-OPERATORS            PIC 9(4).
          05 WLF-OP-CALLS             PIC 9(7).
          05 WLF-OP-HOURS             PIC 9(5)V99.
      *
       01 WS-MONTH-FIGURES.
          05 WMF-OFFERED              PIC 9(7)   VALUE 0.
          05 WMF-ANSWERED             PIC 9(7)   VALUE 0.
          05 WMF-ABANDONED            PIC 9(7)   VALUE 0.
          05 WMF-IN-TARGET            PIC 9(7)   VALUE 0.
          05 WMF-ANSWER-SECS          PIC 9(11)  VALUE 0.
          05 WMF-HANDLE-SECS          PIC 9(11)  VALUE 0.
          05 WMF-OPERATORS            PIC 9(4)   VALUE 0.
          05 WMF-OP-CALLS             PIC 9(7)   VALUE 0.
          05 WMF-OP-HOURS             PIC 9(5)V99 VALUE 0.
      *
       01 WS-PCT-WORK                 PIC 9(3)V9.
       01 WS-SECS-WORK                PIC 9(4).
       01 WS-LABEL-DATE               PIC 9(8).
      *
       01 WS-TOTALS.
          05 WS-QUEUE-READ-COUNT      PIC 9(7)   VALUE 0.
          05 WS-QUEUE-USED-COUNT      PIC 9(7)   VALUE 0.
          05 WS-BAD-DAY-COUNT         PIC 9(7)   VALUE 0.
          05 WS-DAY-READ-COUNT        PIC 9(7)   VALUE 0.
          05 WS-DAY-LINE-COUNT        PIC 9(3)   VALUE 0.
      *
       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(30)  VALUE SPACES.
          05 FILLER                   PIC X(40)  VALUE
             "CALL CENTRE QUEUE SERVICE-LEVEL REPORT".
      *
       01 WS-SUBTITLE-LINE.
          05 FILLER                   PIC X(30)  VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "MONTH: ".
          05 WST-YEAR                 PIC 9(4).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 WST-MONTH                PIC 99.
          05 FILLER                   PIC X(26)  VALUE
             "   SERVICE-LEVEL TARGET: ".
          05 WST-TARGET               PIC ZZ9.
          05 FILLER                   PIC X(8)   VALUE " SECONDS".
      *
       01 WS-BAD-PARM-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(50)  VALUE
             "** INVALID QSLPARM CARD - REPORT NOT PRODUCED **".
      *
       01 WS-HEADING-LINE1.
          05 FILLER                   PIC X(14)  VALUE SPACES.
          05 FILLER                   PIC X(28)  VALUE
             "---------- QUEUE CALLS -----".
          05 FILLER                   PIC X(40)  VALUE
             "---------------------------------------".
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 FILLER                   PIC X(28)  VALUE
             "------ OPERATORS -------".
      *
       01 WS-HEADING-LINE2.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WHL-LABEL                PIC X(10)  VALUE "DATE".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "OFFERED".
          05 FILLER                   PIC X(1)   VALUE SPACES.
          05 FILLER                   PIC X(8)   VALUE "ANSWERED".
          05 FILLER                   PIC X(1)   VALUE SPACES.
          05 FILLER                   PIC X(8)   VALUE "ABANDOND".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE " ANS%".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE " ABN%".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  SL%".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(4)   VALUE " ASA".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(4)   VALUE " AHT".
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 FILLER                   PIC X(4)   VALUE " OPS".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "  CALLS".
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(8)   VALUE "   HOURS".
      *
       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-LABEL                PIC X(10).
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-OFFERED              PIC ZZZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-ANSWERED             PIC ZZZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-ABANDONED            PIC ZZZZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-ANSWER-PCT           PIC ZZ9.9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-ABANDON-PCT          PIC ZZ9.9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-SERVICE-PCT          PIC ZZ9.9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-ASA                  PIC ZZZ9.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-AHT                  PIC ZZZ9.
      * THE OPERATOR COLUMNS ARE BLANKED ON THE BY-QUEUE LINES -
      * OPERATORS ARE NOT ASSIGNED TO QUEUES ON THE DAILY FILE.
          05 WDL-OPERATOR-PART.
             10 FILLER                PIC X(4).
             10 WDL-OPERATORS         PIC ZZZ9.
             10 FILLER                PIC X(2).
             10 WDL-OP-CALLS          PIC ZZZZZZ9.
             10 FILLER                PIC X(2).
             10 WDL-OP-HOURS          PIC ZZZZ9.99.
      *
       01 WS-LABEL-DATE-EDIT          PIC 9999/99/99.
      *
       01 WS-QUEUE-TITLE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(30)  VALUE
             "BY QUEUE FOR THE MONTH".
      *
       01 WS-QUEUE-OVERFLOW-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(35)  VALUE
             "** HISTORY RECORDS NOT BY QUEUE:  ".
          05 WQO-COUNT                PIC ZZZZ9.
          05 FILLER                   PIC X(31)  VALUE
             " - MORE THAN 50 QUEUES IN MONTH".
      *
       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WCL-TEXT                 PIC X(28).
          05 WCL-COUNT                PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
           PERFORM 100-READ-PARM.
           OPEN OUTPUT REPORT-FILE.
           IF WS-BAD-PARM-FLAG = "Y"
              WRITE REPORT-LINE FROM WS-BAD-PARM-LINE
                 AFTER ADVANCING 1 LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT QUEUE-HISTORY-FILE,
                   INPUT DAY-CALL-FILE
              INITIALIZE WS-DAY-TABLE
              PERFORM 200-READ-QUEUE-HISTORY
              PERFORM 210-ACCUMULATE-QUEUE
                  UNTIL WS-QUEUE-EOF-FLAG = "Y"
              PERFORM 300-READ-DAY-CALLS
              PERFORM 310-ACCUMULATE-DAY-CALLS
                  UNTIL WS-DAY-EOF-FLAG = "Y"
              PERFORM 400-PRINT-HEADINGS
              PERFORM 410-PRINT-ONE-DAY
                  VARYING WS-DAY-I FROM 1 BY 1
                  UNTIL WS-DAY-I > 31
              PERFORM 430-PRINT-MONTH-TOTAL
              PERFORM 500-PRINT-QUEUES
              PERFORM 550-PRINT-COUNTS
              PERFORM 700-SET-RETURN-CODE
              PERFORM 600-WRITE-AUDIT-LOG
              CLOSE QUEUE-HISTORY-FILE
                    DAY-CALL-FILE
           END-IF.
      *
           CLOSE REPORT-FILE.
      *
           STOP RUN.
      *
      * THE REPORT MONTH AND TARGET FROM THE PARM CARD. A BLANK
      * MONTH IS THE CURRENT ONE; ANYTHING ELSE MUST BE A REAL
      * YYYYMM OR THE REPORT IS NOT PRODUCED.
       100-READ-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
              AT END
                 MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-FILE.
           IF PR-MONTH = SPACES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           ELSE
              IF PR-MONTH NUMERIC
                 MOVE PR-MONTH TO WS-REPORT-MONTH
                 IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                    MOVE "Y" TO WS-BAD-PARM-FLAG
                 END-IF
              ELSE
                 MOVE "Y" TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
           IF PR-TARGET-SECS NOT = SPACES
              IF PR-TARGET-SECS NUMERIC
                 MOVE PR-TARGET-SECS TO WS-TARGET-SECS
              ELSE
                 MOVE "Y" TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
      *
       200-READ-QUEUE-HISTORY.
           READ QUEUE-HISTORY-FILE
           AT END
              MOVE "Y" TO WS-QUEUE-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-QUEUE-READ-COUNT
           END-READ.
      *
      * A HISTORY RECORD IN THE REPORT MONTH GOES INTO ITS DAY AND
      * ITS QUEUE. ONE WITH NO SUCH DAY (POSTED BEFORE A5QPOST
      * CHECKED DATES) IS SKIPPED AND COUNTED, NOT SUBSCRIPTED.
       210-ACCUMULATE-QUEUE.
           IF QH-DATE(1:6) = WS-REPORT-MONTH(1:6)
              AND (QH-DATE(7:2) < "01" OR QH-DATE(7:2) > "31")
              ADD 1 TO WS-BAD-DAY-COUNT
           END-IF.
           IF QH-DATE(1:6) = WS-REPORT-MONTH(1:6)
              AND QH-DATE(7:2) NOT < "01" AND QH-DATE(7:2) NOT > "31"
              ADD 1 TO WS-QUEUE-USED-COUNT
              MOVE QH-DATE(7:2) TO WS-DAY-I
              ADD QH-OFFERED   TO WD-OFFERED(WS-DAY-I)
              ADD QH-ANSWERED  TO WD-ANSWERED(WS-DAY-I)
              ADD QH-ABANDONED TO WD-ABANDONED(WS-DAY-I)
              ADD QH-IN-TARGET TO WD-IN-TARGET(WS-DAY-I)
              COMPUTE WD-ANSWER-SECS(WS-DAY-I) =
                 WD-ANSWER-SECS(WS-DAY-I)
                 + QH-AVG-ANSWER-SECS * QH-ANSWERED
              COMPUTE WD-HANDLE-SECS(WS-DAY-I) =
                 WD-HANDLE-SECS(WS-DAY-I)
                 + QH-AVG-HANDLE-SECS * QH-ANSWERED
              PERFORM 220-FIND-QUEUE
              IF WS-QUEUE-FOUND-I = 0
                 ADD 1 TO WS-QUEUE-OVERFLOW-COUNT
              ELSE
                 PERFORM 230-ADD-TO-QUEUE
              END-IF
           END-IF.
           PERFORM 200-READ-QUEUE-HISTORY.
      *
      * FIND THE RECORD'S QUEUE IN THE TABLE, ADDING IT THE FIRST
      * TIME IT IS SEEN. ZERO BACK MEANS THE TABLE IS FULL.
       220-FIND-QUEUE.
           MOVE 0 TO WS-QUEUE-FOUND-I.
           PERFORM 225-MATCH-QUEUE
               VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
                  OR WS-QUEUE-FOUND-I > 0.
           IF WS-QUEUE-FOUND-I = 0 AND WS-QUEUE-COUNT < 50
              ADD 1 TO WS-QUEUE-COUNT
              MOVE WS-QUEUE-COUNT TO WS-QUEUE-FOUND-I
              MOVE QH-QUEUE TO WQ-QUEUE(WS-QUEUE-FOUND-I)
              MOVE ZERO TO WQ-OFFERED(WS-QUEUE-FOUND-I)
                           WQ-ANSWERED(WS-QUEUE-FOUND-I)
                           WQ-ABANDONED(WS-QUEUE-FOUND-I)
                           WQ-IN-TARGET(WS-QUEUE-FOUND-I)
                           WQ-ANSWER-SECS(WS-QUEUE-FOUND-I)
                           WQ-HANDLE-SECS(WS-QUEUE-FOUND-I)
           END-IF.
      *
       225-MATCH-QUEUE.
           IF WQ-QUEUE(WS-QUEUE-I) = QH-QUEUE
              MOVE WS-QUEUE-I TO WS-QUEUE-FOUND-I
           END-IF.
      *
       230-ADD-TO-QUEUE.
           ADD QH-OFFERED   TO WQ-OFFERED(WS-QUEUE-FOUND-I).
           ADD QH-ANSWERED  TO WQ-ANSWERED(WS-QUEUE-FOUND-I).
           ADD QH-ABANDONED TO WQ-ABANDONED(WS-QUEUE-FOUND-I).
           ADD QH-IN-TARGET TO WQ-IN-TARGET(WS-QUEUE-FOUND-I).
           COMPUTE WQ-ANSWER-SECS(WS-QUEUE-FOUND-I) =
              WQ-ANSWER-SECS(WS-QUEUE-FOUND-I)
              + QH-AVG-ANSWER-SECS * QH-ANSWERED.
           COMPUTE WQ-HANDLE-SECS(WS-QUEUE-FOUND-I) =
              WQ-HANDLE-SECS(WS-QUEUE-FOUND-I)
              + QH-AVG-HANDLE-SECS * QH-ANSWERED.
      *
       300-READ-DAY-CALLS.
           READ DAY-CALL-FILE
           AT END
              MOVE "Y" TO WS-DAY-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-DAY-READ-COUNT
           END-READ.
      *
      * EACH DAILY CALL RECORD IS ONE OPERATOR'S DAY.
       310-ACCUMULATE-DAY-CALLS.
           IF DC-MONTH = WS-REPORT-MONTH
              AND DC-DAY > 0 AND DC-DAY < 32
              MOVE DC-DAY TO WS-DAY-I
              ADD 1        TO WD-OPERATORS(WS-DAY-I)
              ADD DC-CALLS TO WD-OP-CALLS(WS-DAY-I)
              ADD DC-HOURS TO WD-OP-HOURS(WS-DAY-I)
           END-IF.
           PERFORM 300-READ-DAY-CALLS.
      *
       400-PRINT-HEADINGS.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-REPORT-YEAR TO WST-YEAR.
           MOVE WS-REPORT-MM   TO WST-MONTH.
           MOVE WS-TARGET-SECS TO WST-TARGET.
           WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "DATE" TO WHL-LABEL.
           WRITE REPORT-LINE FROM WS-HEADING-LINE1
              AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-HEADING-LINE2
              AFTER ADVANCING 1 LINE.
      *
      * A DAY WITH NOTHING FROM EITHER FILE IS LEFT OFF. THE DAY'S
      * FIGURES ALSO ROLL INTO THE MONTH TOTAL HERE.
       410-PRINT-ONE-DAY.
           IF WD-OFFERED(WS-DAY-I) > 0 OR WD-OPERATORS(WS-DAY-I) > 0
              MOVE WD-OFFERED(WS-DAY-I)     TO WLF-OFFERED
              MOVE WD-ANSWERED(WS-DAY-I)    TO WLF-ANSWERED
              MOVE WD-ABANDONED(WS-DAY-I)   TO WLF-ABANDONED
              MOVE WD-IN-TARGET(WS-DAY-I)   TO WLF-IN-TARGET
              MOVE WD-ANSWER-SECS(WS-DAY-I) TO WLF-ANSWER-SECS
              MOVE WD-HANDLE-SECS(WS-DAY-I) TO WLF-HANDLE-SECS
              MOVE WD-OPERATORS(WS-DAY-I)   TO WLF-OPERATORS
              MOVE WD-OP-CALLS(WS-DAY-I)    TO WLF-OP-CALLS
              MOVE WD-OP-HOURS(WS-DAY-I)    TO WLF-OP-HOURS
              COMPUTE WS-LABEL-DATE =
                 WS-REPORT-MONTH * 100 + WS-DAY-I
              MOVE WS-LABEL-DATE TO WS-LABEL-DATE-EDIT
              MOVE WS-LABEL-DATE-EDIT TO WDL-LABEL
              PERFORM 450-FORMAT-LINE
              PERFORM 460-FORMAT-OPERATORS
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-DAY-LINE-COUNT
              ADD WLF-OFFERED     TO WMF-OFFERED
              ADD WLF-ANSWERED    TO WMF-ANSWERED
              ADD WLF-ABANDONED   TO WMF-ABANDONED
              ADD WLF-IN-TARGET   TO WMF-IN-TARGET
              ADD WLF-ANSWER-SECS TO WMF-ANSWER-SECS
              ADD WLF-HANDLE-SECS TO WMF-HANDLE-SECS
              ADD WLF-OPERATORS   TO WMF-OPERATORS
              ADD WLF-OP-CALLS    TO WMF-OP-CALLS
              ADD WLF-OP-HOURS    TO WMF-OP-HOURS
           END-IF.
      *
      * THE MONTH'S OPERATOR COUNT IS OPERATOR-DAYS - THE SUM OF
      * THE DAILY COUNTS - SINCE THE SAME OPERATOR WORKS MANY DAYS.
       430-PRINT-MONTH-TOTAL.
           MOVE WS-MONTH-FIGURES TO WS-LINE-FIGURES.
           MOVE "MONTH" TO WDL-LABEL.
           PERFORM 450-FORMAT-LINE.
           PERFORM 460-FORMAT-OPERATORS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 2 LINES.
      *
      * RATES OVER CALLS OFFERED; SPEED OF ANSWER AND HANDLE TIME
      * AS THE ANSWERED-WEIGHTED AVERAGE OF THE INTERVAL AVERAGES.
       450-FORMAT-LINE.
           MOVE WLF-OFFERED   TO WDL-OFFERED.
           MOVE WLF-ANSWERED  TO WDL-ANSWERED.
           MOVE WLF-ABANDONED TO WDL-ABANDONED.
           IF WLF-OFFERED > 0
              COMPUTE WS-PCT-WORK ROUNDED =
                 WLF-ANSWERED * 100 / WLF-OFFERED
              MOVE WS-PCT-WORK TO WDL-ANSWER-PCT
              COMPUTE WS-PCT-WORK ROUNDED =
                 WLF-ABANDONED * 100 / WLF-OFFERED
              MOVE WS-PCT-WORK TO WDL-ABANDON-PCT
              COMPUTE WS-PCT-WORK ROUNDED =
                 WLF-IN-TARGET * 100 / WLF-OFFERED
              MOVE WS-PCT-WORK TO WDL-SERVICE-PCT
           ELSE
              MOVE ZERO TO WDL-ANSWER-PCT
                           WDL-ABANDON-PCT
                           WDL-SERVICE-PCT
           END-IF.
           IF WLF-ANSWERED > 0
              COMPUTE WS-SECS-WORK ROUNDED =
                 WLF-ANSWER-SECS / WLF-ANSWERED
                 ON SIZE ERROR
                    MOVE 9999 TO WS-SECS-WORK
              END-COMPUTE
              MOVE WS-SECS-WORK TO WDL-ASA
              COMPUTE WS-SECS-WORK ROUNDED =
                 WLF-HANDLE-SECS / WLF-ANSWERED
                 ON SIZE ERROR
                    MOVE 9999 TO WS-SECS-WORK
              END-COMPUTE
              MOVE WS-SECS-WORK TO WDL-AHT
           ELSE
              MOVE ZERO TO WDL-ASA
                           WDL-AHT
           END-IF.
      *
       460-FORMAT-OPERATORS.
           MOVE SPACES TO WDL-OPERATOR-PART.
           MOVE WLF-OPERATORS TO WDL-OPERATORS.
           MOVE WLF-OP-CALLS  TO WDL-OP-CALLS.
           MOVE WLF-OP-HOURS  TO WDL-OP-HOURS.
      *
       500-PRINT-QUEUES.
           WRITE REPORT-LINE FROM WS-QUEUE-TITLE
              AFTER ADVANCING 3 LINES.
           MOVE "QUEUE" TO WHL-LABEL.
           WRITE REPORT-LINE FROM WS-HEADING-LINE2
              AFTER ADVANCING 1 LINE.
           PERFORM 510-PRINT-ONE-QUEUE
               VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-COUNT.
           IF WS-QUEUE-OVERFLOW-COUNT > 0
              MOVE WS-QUEUE-OVERFLOW-COUNT TO WQO-COUNT
              WRITE REPORT-LINE FROM WS-QUEUE-OVERFLOW-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
       510-PRINT-ONE-QUEUE.
           MOVE WQ-OFFERED(WS-QUEUE-I)     TO WLF-OFFERED.
           MOVE WQ-ANSWERED(WS-QUEUE-I)    TO WLF-ANSWERED.
           MOVE WQ-ABANDONED(WS-QUEUE-I)   TO WLF-ABANDONED.
           MOVE WQ-IN-TARGET(WS-QUEUE-I)   TO WLF-IN-TARGET.
           MOVE WQ-ANSWER-SECS(WS-QUEUE-I) TO WLF-ANSWER-SECS.
           MOVE WQ-HANDLE-SECS(WS-QUEUE-I) TO WLF-HANDLE-SECS.
           MOVE WQ-QUEUE(WS-QUEUE-I)       TO WDL-LABEL.
           PERFORM 450-FORMAT-LINE.
           MOVE SPACES TO WDL-OPERATOR-PART.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      *
       550-PRINT-COUNTS.
           MOVE "QUEUE HISTORY RECORDS READ:" TO WCL-TEXT.
           MOVE WS-QUEUE-READ-COUNT TO WCL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "  IN THE REPORT MONTH:" TO WCL-TEXT.
           MOVE WS-QUEUE-USED-COUNT TO WCL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-BAD-DAY-COUNT > 0
              MOVE "  SKIPPED, NO SUCH DAY:" TO WCL-TEXT
              MOVE WS-BAD-DAY-COUNT TO WCL-COUNT
              WRITE REPORT-LINE FROM WS-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "DAILY CALL RECORDS READ:" TO WCL-TEXT.
           MOVE WS-DAY-READ-COUNT TO WCL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE MONTH'S CALLS
      * OFFERED.
       600-WRITE-AUDIT-LOG.
           MOVE "A5QSLRPT" TO AP-PROGRAM-ID.
           MOVE WS-QUEUE-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-DAY-LINE-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-BAD-DAY-COUNT TO AP-RECORDS-REJECTED.
           MOVE WMF-OFFERED TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.
      *
      * 0 CLEAN, 4 WHEN THE MONTH HAS NO QUEUE FIGURES AT ALL (THE
      * FEED HAS NOT BEEN POSTED) OR A RECORD WAS SKIPPED FOR A BAD
      * DAY, 8 BAD PARM CARD (SET IN 000-MAIN).
       700-SET-RETURN-CODE.
           IF WS-QUEUE-USED-COUNT = 0 OR WS-BAD-DAY-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      *
       END PROGRAM A5QSLRPT.
