       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4HCRPT.
       DATE-WRITTEN. OCTOBER 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *DESCRIPTION: QUARTERLY HEADCOUNT, TENURE, AND TURNOVER REPORT
      *             FROM THE EMPLOYEE MASTER, RUN FOR FINANCE
      *             ALONGSIDE THE PAYROLL COST SUMMARY ON A4SALRPT.
      *             FOR THE PERIOD ON THE HCTPARM CARD (COLS 1-8
      *             START, 9-16 END, YYYYMMDD; BLANK = THE LAST
      *             COMPLETED CALENDAR QUARTER) IT PRINTS THE
      *             START AND END HEADCOUNT, HIRES, REINSTATEMENTS,
      *             TERMINATIONS BY REASON (CODEMSTR CODE TYPE "T"),
      *             THE TURNOVER RATE, THE TENURE OF THE PERIOD-END
      *             HEADCOUNT BY EDUCATION CODE, AND THE ANNUAL
      *             PAYROLL OF THAT HEADCOUNT AT TODAY'S SALARIES.
      *             AN EMPLOYEE IS ON THE HEADCOUNT AT A DATE WHEN
      *             HIRED ON OR BEFORE IT AND EITHER ACTIVE OR
      *             TERMINATED WITH A LAST DAY WORKED ON OR AFTER
      *             IT, OR REINSTATED ON OR BEFORE IT - SO START +
      *             HIRES + REINSTATEMENTS - TERMINATIONS = END.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - ORIGINAL VERSION.
      *   OCT 15, 2026 - A REINSTATED EMPLOYEE KEEPS THEIR TERMINATION
      *                  ON THE MASTER (EM-REINSTATE-DATE BESIDE IT),
      *                  SO THEY COUNT AS A LEAVER IN THE PERIOD
      *                  THEY LEFT AND ARE BACK ON THE HEADCOUNT
      *                  FROM THE REINSTATEMENT, WHICH PRINTS AS ITS
      *                  OWN LINE. A PAST PERIOD'S TURNOVER NO
      *                  LONGER CHANGES WHEN SOMEONE COMES BACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * EMPLOYEE MASTER MAINTAINED BY A4EMAINT, READ END TO END.
           SELECT EMPLOYEE-MASTER-FILE
           ASSIGN TO EMPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-NUMBER.

      * SHARED CODE MASTER - TERMINATION REASON DESCRIPTIONS ARE
      * CODE TYPE "T".
           SELECT CODE-MASTER-FILE
           ASSIGN TO CODEMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-KEY.

           SELECT OUTPUT-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL.

      * SINGLE PARAMETER CARD NAMING THE REPORTING PERIOD.
           SELECT PERIOD-PARM-FILE
           ASSIGN TO HCTPARM
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.

           COPY EMPMSTR.

       FD CODE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.

           COPY CODEMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-LINE
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                   PIC X(100).

       FD PERIOD-PARM-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-PARM-LINE
           RECORD CONTAINS 80 CHARACTERS.

       01 PERIOD-PARM-LINE.
          05 PP-PERIOD-START            PIC X(8).
          05 PP-PERIOD-END              PIC X(8).
          05 FILLER                     PIC X(64).

       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-GAP.
          05 WS-FILLER                  PIC X(100)     VALUE " ".

       01 WS-REPORT-TITLE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE
             "HEADCOUNT, TENURE, AND TURNOVER REPORT".

       01 WS-PERIOD-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE "PERIOD: ".
          05 WSP-PERIOD-START           PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE " TO ".
          05 WSP-PERIOD-END             PIC 9(8).

      * PRINTED IN PLACE OF THE REPORT WHEN THE HCTPARM CARD IS
      * NEITHER BLANK NOR A VALID START/END PAIR.
       01 WS-BAD-PARM-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(50)      VALUE
             "** INVALID PERIOD ON HCTPARM CARD - RUN STOPPED **".

       01 WS-SECTION-TITLE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSH-SECTION-TEXT           PIC X(40).

       01 WS-COUNT-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSC-COUNT-LABEL            PIC X(36).
          05 WSC-COUNT                  PIC ZZ,ZZ9.

       01 WS-TURNOVER-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(36)      VALUE
             "TURNOVER RATE (PCT):".
          05 WST-TURNOVER-RATE          PIC ZZ9.99.

       01 WS-REASON-COL-HEADER.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE "CODE".
          05 FILLER                     PIC X(30)      VALUE
             "REASON".
          05 FILLER                     PIC X(6)       VALUE " COUNT".

       01 WS-REASON-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSR-REASON-CODE            PIC X(2).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSR-REASON-DESC            PIC X(30).
          05 WSR-REASON-COUNT           PIC ZZ,ZZ9.

       01 WS-TENURE-COL-HEADER.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
             "EDUCATION".
          05 FILLER                     PIC X(8)       VALUE "   <1 YR".
          05 FILLER                     PIC X(8)       VALUE "     1-2".
          05 FILLER                     PIC X(8)       VALUE "     3-4".
          05 FILLER                     PIC X(8)       VALUE "     5-9".
          05 FILLER                     PIC X(8)       VALUE "   10-19".
          05 FILLER                     PIC X(8)       VALUE "     20+".
          05 FILLER                     PIC X(8)       VALUE "   TOTAL".

       01 WS-TENURE-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 WSE-EDUCATION-CODE         PIC X(1).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 WSE-BUCKET-COUNT           PIC ZZZZ,ZZ9
                                        OCCURS 6 TIMES.
          05 WSE-TOTAL-COUNT            PIC ZZZZ,ZZ9.

       01 WS-PAYROLL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(36)      VALUE
             "ANNUAL PAYROLL, PERIOD-END STAFF:".
          05 WSY-PAYROLL                PIC $$$,$$$,$$9.99.

       01 WS-PAYROLL-NOTE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(52)      VALUE
             "(AT TODAY'S SALARIES - SEE A4SALRPT FOR RAISE COST)".

      * THE REPORTING PERIOD AND TODAY'S DATE. THE DEFAULT PERIOD IS
      * THE LAST CALENDAR QUARTER THAT HAS ENDED.
       01 WS-RUN-DATE.
          05 WS-RUN-YEAR                PIC 9(4).
          05 WS-RUN-MONTH               PIC 9(2).
          05 WS-RUN-DAY                 PIC 9(2).
       01 WS-PERIOD-START.
          05 WS-START-YEAR              PIC 9(4).
          05 WS-START-MMDD              PIC 9(4).
       01 WS-PERIOD-END.
          05 WS-END-YEAR                PIC 9(4).
          05 WS-END-MMDD                PIC 9(4).
       01 WS-RUN-QUARTER                PIC 9(1).
       01 WS-BAD-PARM-FLAG              PIC X(1)       VALUE "N".

       01 WS-HIRE-DATE-SPLIT.
          05 WS-HIRE-YEAR               PIC 9(4).
          05 WS-HIRE-MMDD               PIC 9(4).
       01 WS-TENURE-YEARS               PIC S9(4).
       77 WS-BUCKET-IX                  PIC 9(2)       VALUE 0.

      * HEADCOUNT FLOWS FOR THE PERIOD.
       01 WS-HEADCOUNTS.
          05 WS-START-HEADCOUNT         PIC 9(5)       VALUE 0.
          05 WS-END-HEADCOUNT           PIC 9(5)       VALUE 0.
          05 WS-HIRE-COUNT              PIC 9(5)       VALUE 0.
          05 WS-TERM-COUNT              PIC 9(5)       VALUE 0.
          05 WS-REINSTATE-COUNT         PIC 9(5)       VALUE 0.
          05 WS-NO-DATE-TERM-COUNT      PIC 9(5)       VALUE 0.
          05 WS-UNKNOWN-REASON-COUNT    PIC 9(5)       VALUE 0.
       01 WS-AVERAGE-HEADCOUNT          PIC 9(5)V99    VALUE 0.
       01 WS-TURNOVER-RATE              PIC 9(3)V99    VALUE 0.
       01 WS-END-PAYROLL                PIC 9(9)V99    VALUE 0.

      * TERMINATIONS IN THE PERIOD BY REASON CODE, IN THE ORDER THE
      * CODES ARE FIRST MET. A REASON PAST THE TABLE'S END COUNTS
      * UNDER "OTHER".
       01 WS-REASON-TABLE.
          05 WS-REASON-ENTRY            OCCURS 30 TIMES.
             10 WRT-REASON-CODE         PIC X(2).
             10 WRT-REASON-COUNT        PIC 9(5).
       77 WS-REASON-MAX                 PIC 9(2)       VALUE 30.
       77 WS-REASON-COUNT               PIC 9(2)       VALUE 0.
       77 WS-REASON-IX                  PIC 9(2)       VALUE 0.
       77 WS-REASON-OVERFLOW            PIC 9(5)       VALUE 0.
       01 WS-REASON-FOUND-FLAG          PIC X(1)       VALUE "N".

      * PERIOD-END HEADCOUNT BY EDUCATION CODE AND TENURE BUCKET:
      * 1 UNDER A YEAR, 2 ONE-TWO, 3 THREE-FOUR, 4 FIVE-NINE,
      * 5 TEN-NINETEEN, 6 TWENTY AND OVER.
       01 WS-EDUCATION-TABLE.
          05 WS-EDUCATION-ENTRY         OCCURS 10 TIMES.
             10 WET-EDUCATION-CODE      PIC X(1).
             10 WET-BUCKET-COUNT        PIC 9(5)
                                        OCCURS 6 TIMES.
             10 WET-TOTAL-COUNT         PIC 9(5).
       77 WS-EDUCATION-MAX              PIC 9(2)       VALUE 10.
       77 WS-EDUCATION-COUNT            PIC 9(2)       VALUE 0.
       77 WS-EDUCATION-IX               PIC 9(2)       VALUE 0.
       77 WS-EDUCATION-OVERFLOW         PIC 9(5)       VALUE 0.
       01 WS-EDUCATION-FOUND-FLAG       PIC X(1)       VALUE "N".

       77 WS-AUDIT-READ-COUNT           PIC 9(7)       VALUE 0.

       01 WS-EOF-FLAG                   PIC X(1)       VALUE "N".
          88 WS-EOF                                    VALUE "Y".

      * THE EMPLOYEE'S WORKING SPELLS: LEFT WHEN THERE IS A
      * TERMINATION TO PLACE, BACK WHEN THEY WERE REINSTATED AFTER
      * IT AND ARE STILL ACTIVE.
       01 WS-LEFT-FLAG                  PIC X(1)       VALUE "N".
       01 WS-BACK-FLAG                  PIC X(1)       VALUE "N".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 150-OPEN-FILES.
           PERFORM 200-REPORT-HEADER.
           IF WS-BAD-PARM-FLAG = "Y"
              WRITE OUTPUT-LINE
                 FROM WS-BAD-PARM-LINE
           ELSE
              PERFORM 400-PROCESS-EMPLOYEES
              PERFORM 600-PRINT-HEADCOUNT
              PERFORM 620-PRINT-REASONS
              PERFORM 640-PRINT-TENURE
              PERFORM 660-PRINT-PAYROLL
           END-IF.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 700-WRITE-AUDIT-LOG.
           PERFORM 800-CLOSE-FILES.
           GOBACK.

       125-GAP.
           MOVE WS-GAP
              TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

       150-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 160-READ-PERIOD-PARM.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT CODE-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

      * A BLANK OR ABSENT CARD MEANS THE LAST COMPLETED QUARTER, SO
      * THE QUARTERLY SUBMISSION NEEDS NO CARD CHANGE. A CARD THAT
      * IS KEYED MUST CARRY TWO NUMERIC DATES, START NOT AFTER END.
       160-READ-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE.
           READ PERIOD-PARM-FILE
              AT END
                 MOVE SPACES
                    TO PERIOD-PARM-LINE
           END-READ.
           CLOSE PERIOD-PARM-FILE.
           IF PP-PERIOD-START = SPACES
              AND PP-PERIOD-END = SPACES
              PERFORM 170-DEFAULT-QUARTER
           ELSE
              IF PP-PERIOD-START NUMERIC
                 AND PP-PERIOD-END NUMERIC
                 AND PP-PERIOD-START NOT > PP-PERIOD-END
                 MOVE PP-PERIOD-START
                    TO WS-PERIOD-START
                 MOVE PP-PERIOD-END
                    TO WS-PERIOD-END
              ELSE
                 MOVE "Y"
                    TO WS-BAD-PARM-FLAG
                 MOVE ZERO
                    TO WS-PERIOD-START
                 MOVE ZERO
                    TO WS-PERIOD-END
              END-IF
           END-IF.

      * QUARTER 1 OF THIS YEAR RUNNING MEANS QUARTER 4 OF LAST YEAR
      * IS THE ONE TO REPORT.
       170-DEFAULT-QUARTER.
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH - 1) / 3 + 1.
           MOVE WS-RUN-YEAR
              TO WS-START-YEAR.
           MOVE WS-RUN-YEAR
              TO WS-END-YEAR.
           EVALUATE WS-RUN-QUARTER
              WHEN 1
                 SUBTRACT 1 FROM WS-START-YEAR
                 SUBTRACT 1 FROM WS-END-YEAR
                 MOVE 1001
                    TO WS-START-MMDD
                 MOVE 1231
                    TO WS-END-MMDD
              WHEN 2
                 MOVE 0101
                    TO WS-START-MMDD
                 MOVE 0331
                    TO WS-END-MMDD
              WHEN 3
                 MOVE 0401
                    TO WS-START-MMDD
                 MOVE 0630
                    TO WS-END-MMDD
              WHEN OTHER
                 MOVE 0701
                    TO WS-START-MMDD
                 MOVE 0930
                    TO WS-END-MMDD
           END-EVALUATE.

       200-REPORT-HEADER.
           WRITE OUTPUT-LINE
              FROM WS-REPORT-TITLE.
           MOVE WS-PERIOD-START
              TO WSP-PERIOD-START.
           MOVE WS-PERIOD-END
              TO WSP-PERIOD-END.
           WRITE OUTPUT-LINE
              FROM WS-PERIOD-LINE.
           PERFORM 125-GAP.

       400-PROCESS-EMPLOYEES.
           PERFORM 410-READ-EMPLOYEE.
           PERFORM 420-CLASSIFY-EMPLOYEE
              UNTIL WS-EOF.

       410-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
              AT END
                 MOVE "Y"
                    TO WS-EOF-FLAG
              NOT AT END
                 ADD 1
                    TO WS-AUDIT-READ-COUNT
           END-READ.

      * A TERMINATED ROW WITH NO DATE WAS TERMINATED BEFORE THE DATE
      * WAS KEPT - IT CANNOT BE PLACED IN THE PERIOD, SO IT IS
      * COUNTED ON ITS OWN AND LEFT OUT OF EVERY HEADCOUNT.
      * A REINSTATED EMPLOYEE WORKED FROM HIRE TO THE TERMINATION
      * AND AGAIN FROM THE REINSTATEMENT ON.
       420-CLASSIFY-EMPLOYEE.
           IF EM-STATUS = "T"
              AND (EM-TERM-DATE NOT NUMERIC OR EM-TERM-DATE = 0)
              ADD 1
                 TO WS-NO-DATE-TERM-COUNT
           ELSE
              PERFORM 425-SET-SPELLS
              IF (EM-HIRE-DATE < WS-PERIOD-START
                  AND (WS-LEFT-FLAG = "N"
                       OR EM-TERM-DATE NOT < WS-PERIOD-START))
                 OR (WS-BACK-FLAG = "Y"
                     AND EM-REINSTATE-DATE < WS-PERIOD-START)
                 ADD 1
                    TO WS-START-HEADCOUNT
              END-IF
              IF EM-HIRE-DATE NOT < WS-PERIOD-START
                 AND EM-HIRE-DATE NOT > WS-PERIOD-END
                 ADD 1
                    TO WS-HIRE-COUNT
              END-IF
              IF WS-LEFT-FLAG = "Y"
                 AND EM-TERM-DATE NOT < WS-PERIOD-START
                 AND EM-TERM-DATE NOT > WS-PERIOD-END
                 ADD 1
                    TO WS-TERM-COUNT
                 PERFORM 430-COUNT-REASON
              END-IF
              IF WS-BACK-FLAG = "Y"
                 AND EM-REINSTATE-DATE NOT < WS-PERIOD-START
                 AND EM-REINSTATE-DATE NOT > WS-PERIOD-END
                 ADD 1
                    TO WS-REINSTATE-COUNT
              END-IF
              IF (EM-HIRE-DATE NOT > WS-PERIOD-END
                  AND (WS-LEFT-FLAG = "N"
                       OR EM-TERM-DATE > WS-PERIOD-END))
                 OR (WS-BACK-FLAG = "Y"
                     AND EM-REINSTATE-DATE NOT > WS-PERIOD-END)
                 ADD 1
                    TO WS-END-HEADCOUNT
                 ADD EM-SALARY
                    TO WS-END-PAYROLL
                 PERFORM 450-COUNT-TENURE
              END-IF
           END-IF.
           PERFORM 410-READ-EMPLOYEE.

      * AN ACTIVE ROW WITH A TERMINATION BUT NO REINSTATEMENT DATE
      * WAS REINSTATED BEFORE THE DATE WAS KEPT (THE TERMINATION WAS
      * CLEARED THEN) AND IS TAKEN AS NEVER HAVING LEFT. A ROW
      * TERMINATED AGAIN AFTER A REINSTATEMENT IS PLACED BY ITS
      * LATEST TERMINATION ONLY.
       425-SET-SPELLS.
           MOVE "N"
              TO WS-LEFT-FLAG.
           MOVE "N"
              TO WS-BACK-FLAG.
           IF EM-STATUS = "T"
              MOVE "Y"
                 TO WS-LEFT-FLAG
           ELSE
              IF EM-TERM-DATE NUMERIC
                 AND EM-TERM-DATE > 0
                 AND EM-REINSTATE-DATE NUMERIC
                 AND EM-REINSTATE-DATE > 0
                 MOVE "Y"
                    TO WS-LEFT-FLAG
                 MOVE "Y"
                    TO WS-BACK-FLAG
              END-IF
           END-IF.

       430-COUNT-REASON.
           MOVE "N"
              TO WS-REASON-FOUND-FLAG.
           PERFORM 435-MATCH-REASON
              VARYING WS-REASON-IX FROM 1 BY 1
              UNTIL WS-REASON-IX > WS-REASON-COUNT
                 OR WS-REASON-FOUND-FLAG = "Y".
           IF WS-REASON-FOUND-FLAG = "N"
              IF WS-REASON-COUNT < WS-REASON-MAX
                 ADD 1
                    TO WS-REASON-COUNT
                 MOVE EM-TERM-REASON
                    TO WRT-REASON-CODE (WS-REASON-COUNT)
                 MOVE 1
                    TO WRT-REASON-COUNT (WS-REASON-COUNT)
              ELSE
                 ADD 1
                    TO WS-REASON-OVERFLOW
              END-IF
           END-IF.

       435-MATCH-REASON.
           IF WRT-REASON-CODE (WS-REASON-IX) = EM-TERM-REASON
              ADD 1
                 TO WRT-REASON-COUNT (WS-REASON-IX)
              MOVE "Y"
                 TO WS-REASON-FOUND-FLAG
           END-IF.

      * WHOLE YEARS OF SERVICE AT THE PERIOD END - ONE LESS WHEN
      * THE HIRE ANNIVERSARY FALLS AFTER THE END DATE IN ITS YEAR.
       450-COUNT-TENURE.
           MOVE EM-HIRE-DATE
              TO WS-HIRE-DATE-SPLIT.
           COMPUTE WS-TENURE-YEARS =
              WS-END-YEAR - WS-HIRE-YEAR.
           IF WS-END-MMDD < WS-HIRE-MMDD
              SUBTRACT 1 FROM WS-TENURE-YEARS
           END-IF.
           EVALUATE TRUE
              WHEN WS-TENURE-YEARS < 1
                 MOVE 1
                    TO WS-BUCKET-IX
              WHEN WS-TENURE-YEARS < 3
                 MOVE 2
                    TO WS-BUCKET-IX
              WHEN WS-TENURE-YEARS < 5
                 MOVE 3
                    TO WS-BUCKET-IX
              WHEN WS-TENURE-YEARS < 10
                 MOVE 4
                    TO WS-BUCKET-IX
              WHEN WS-TENURE-YEARS < 20
                 MOVE 5
                    TO WS-BUCKET-IX
              WHEN OTHER
                 MOVE 6
                    TO WS-BUCKET-IX
           END-EVALUATE.
           MOVE "N"
              TO WS-EDUCATION-FOUND-FLAG.
           PERFORM 455-MATCH-EDUCATION
              VARYING WS-EDUCATION-IX FROM 1 BY 1
              UNTIL WS-EDUCATION-IX > WS-EDUCATION-COUNT
                 OR WS-EDUCATION-FOUND-FLAG = "Y".
           IF WS-EDUCATION-FOUND-FLAG = "N"
              IF WS-EDUCATION-COUNT < WS-EDUCATION-MAX
                 ADD 1
                    TO WS-EDUCATION-COUNT
                 MOVE EM-EDUCATION-CODE
                    TO WET-EDUCATION-CODE (WS-EDUCATION-COUNT)
                 MOVE ZERO
                    TO WET-BUCKET-COUNT (WS-EDUCATION-COUNT 1)
                       WET-BUCKET-COUNT (WS-EDUCATION-COUNT 2)
                       WET-BUCKET-COUNT (WS-EDUCATION-COUNT 3)
                       WET-BUCKET-COUNT (WS-EDUCATION-COUNT 4)
                       WET-BUCKET-COUNT (WS-EDUCATION-COUNT 5)
                       WET-BUCKET-COUNT (WS-EDUCATION-COUNT 6)
                 MOVE 1
                    TO WET-BUCKET-COUNT
                          (WS-EDUCATION-COUNT WS-BUCKET-IX)
                 MOVE 1
                    TO WET-TOTAL-COUNT (WS-EDUCATION-COUNT)
              ELSE
                 ADD 1
                    TO WS-EDUCATION-OVERFLOW
              END-IF
           END-IF.

       455-MATCH-EDUCATION.
           IF WET-EDUCATION-CODE (WS-EDUCATION-IX) = EM-EDUCATION-CODE
              ADD 1
                 TO WET-BUCKET-COUNT (WS-EDUCATION-IX WS-BUCKET-IX)
              ADD 1
                 TO WET-TOTAL-COUNT (WS-EDUCATION-IX)
              MOVE "Y"
                 TO WS-EDUCATION-FOUND-FLAG
           END-IF.

      * TURNOVER IS THE PERIOD'S TERMINATIONS OVER THE AVERAGE OF
      * THE START AND END HEADCOUNTS.
       600-PRINT-HEADCOUNT.
           MOVE "HEADCOUNT"
              TO WSH-SECTION-TEXT.
           WRITE OUTPUT-LINE
              FROM WS-SECTION-TITLE.
           PERFORM 125-GAP.
           MOVE "START-OF-PERIOD HEADCOUNT:"
              TO WSC-COUNT-LABEL.
           MOVE WS-START-HEADCOUNT
              TO WSC-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-COUNT-LINE.
           MOVE "HIRES IN PERIOD:"
              TO WSC-COUNT-LABEL.
           MOVE WS-HIRE-COUNT
              TO WSC-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-COUNT-LINE.
           MOVE "REINSTATEMENTS IN PERIOD:"
              TO WSC-COUNT-LABEL.
           MOVE WS-REINSTATE-COUNT
              TO WSC-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-COUNT-LINE.
           MOVE "TERMINATIONS IN PERIOD:"
              TO WSC-COUNT-LABEL.
           MOVE WS-TERM-COUNT
              TO WSC-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-COUNT-LINE.
           MOVE "END-OF-PERIOD HEADCOUNT:"
              TO WSC-COUNT-LABEL.
           MOVE WS-END-HEADCOUNT
              TO WSC-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-COUNT-LINE.
           COMPUTE WS-AVERAGE-HEADCOUNT =
              (WS-START-HEADCOUNT + WS-END-HEADCOUNT) / 2.
           IF WS-AVERAGE-HEADCOUNT > 0
              COMPUTE WS-TURNOVER-RATE ROUNDED =
                 WS-TERM-COUNT * 100 / WS-AVERAGE-HEADCOUNT
           ELSE
              MOVE 0
                 TO WS-TURNOVER-RATE
           END-IF.
           MOVE WS-TURNOVER-RATE
              TO WST-TURNOVER-RATE.
           WRITE OUTPUT-LINE
              FROM WS-TURNOVER-LINE.
           IF WS-NO-DATE-TERM-COUNT > 0
              MOVE "TERMINATED, NO DATE ON FILE:"
                 TO WSC-COUNT-LABEL
              MOVE WS-NO-DATE-TERM-COUNT
                 TO WSC-COUNT
              WRITE OUTPUT-LINE
                 FROM WS-COUNT-LINE
           END-IF.

       620-PRINT-REASONS.
           PERFORM 125-GAP.
           MOVE "TERMINATIONS BY REASON"
              TO WSH-SECTION-TEXT.
           WRITE OUTPUT-LINE
              FROM WS-SECTION-TITLE.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
              FROM WS-REASON-COL-HEADER.
           PERFORM 625-PRINT-REASON-LINE
              VARYING WS-REASON-IX FROM 1 BY 1
              UNTIL WS-REASON-IX > WS-REASON-COUNT.
           IF WS-REASON-OVERFLOW > 0
              MOVE SPACES
                 TO WSR-REASON-CODE
              MOVE "OTHER"
                 TO WSR-REASON-DESC
              MOVE WS-REASON-OVERFLOW
                 TO WSR-REASON-COUNT
              WRITE OUTPUT-LINE
                 FROM WS-REASON-LINE
           END-IF.

      * A REASON NO LONGER ON THE CODE MASTER STILL PRINTS WITH ITS
      * COUNT, SO THE REASON LINES ALWAYS ADD UP TO THE TOTAL.
       625-PRINT-REASON-LINE.
           MOVE WRT-REASON-CODE (WS-REASON-IX)
              TO WSR-REASON-CODE.
           MOVE "T"
              TO CM-CODE-TYPE.
           MOVE WRT-REASON-CODE (WS-REASON-IX)
              TO CM-CODE-VALUE.
           READ CODE-MASTER-FILE
              INVALID KEY
                 MOVE "UNKNOWN REASON"
                    TO WSR-REASON-DESC
                 ADD WRT-REASON-COUNT (WS-REASON-IX)
                    TO WS-UNKNOWN-REASON-COUNT
              NOT INVALID KEY
                 MOVE CM-DESCRIPTION
                    TO WSR-REASON-DESC
           END-READ.
           MOVE WRT-REASON-COUNT (WS-REASON-IX)
              TO WSR-REASON-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-REASON-LINE.

       640-PRINT-TENURE.
           PERFORM 125-GAP.
           MOVE "TENURE AT PERIOD END BY EDUCATION CODE"
              TO WSH-SECTION-TEXT.
           WRITE OUTPUT-LINE
              FROM WS-SECTION-TITLE.
           PERFORM 125-GAP.
           WRITE OUTPUT-LINE
              FROM WS-TENURE-COL-HEADER.
           PERFORM 645-PRINT-TENURE-LINE
              VARYING WS-EDUCATION-IX FROM 1 BY 1
              UNTIL WS-EDUCATION-IX > WS-EDUCATION-COUNT.
           IF WS-EDUCATION-OVERFLOW > 0
              MOVE "OTHER EDUCATION CODES:"
                 TO WSC-COUNT-LABEL
              MOVE WS-EDUCATION-OVERFLOW
                 TO WSC-COUNT
              WRITE OUTPUT-LINE
                 FROM WS-COUNT-LINE
           END-IF.

       645-PRINT-TENURE-LINE.
           MOVE WET-EDUCATION-CODE (WS-EDUCATION-IX)
              TO WSE-EDUCATION-CODE.
           PERFORM 647-MOVE-BUCKET
              VARYING WS-BUCKET-IX FROM 1 BY 1
              UNTIL WS-BUCKET-IX > 6.
           MOVE WET-TOTAL-COUNT (WS-EDUCATION-IX)
              TO WSE-TOTAL-COUNT.
           WRITE OUTPUT-LINE
              FROM WS-TENURE-LINE.

       647-MOVE-BUCKET.
           MOVE WET-BUCKET-COUNT (WS-EDUCATION-IX WS-BUCKET-IX)
              TO WSE-BUCKET-COUNT (WS-BUCKET-IX).

       660-PRINT-PAYROLL.
           PERFORM 125-GAP.
           MOVE WS-END-PAYROLL
              TO WSY-PAYROLL.
           WRITE OUTPUT-LINE
              FROM WS-PAYROLL-LINE.
           WRITE OUTPUT-LINE
              FROM WS-PAYROLL-NOTE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG - THE CONTROL TOTAL IS THE PERIOD-END
      * PAYROLL.
       700-WRITE-AUDIT-LOG.
           MOVE "A4HCRPT" TO AP-PROGRAM-ID.
           MOVE WS-AUDIT-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-END-HEADCOUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-NO-DATE-TERM-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-END-PAYROLL TO AP-CONTROL-TOTAL.
           MOVE "A4HC" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY LEAVER COULD NOT BE FULLY PLACED (NO
      * TERMINATION DATE, OR A REASON NOT ON THE CODE MASTER),
      * 8 WHEN THE PERIOD CARD WAS BAD OR NO EMPLOYEES WERE READ.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-BAD-PARM-FLAG = "Y"
                OR WS-AUDIT-READ-COUNT = 0
                 MOVE 8
                    TO RETURN-CODE
              WHEN WS-NO-DATE-TERM-COUNT > 0
                OR WS-UNKNOWN-REASON-COUNT > 0
                 MOVE 4
                    TO RETURN-CODE
              WHEN OTHER
                 MOVE 0
                    TO RETURN-CODE
           END-EVALUATE.

       800-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE CODE-MASTER-FILE.
           CLOSE OUTPUT-FILE.

       END PROGRAM A4HCRPT.
