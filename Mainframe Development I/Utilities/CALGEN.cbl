      *                  WHICH A7SPLIT'S POLICY CHECK AND A7PRIORU'S
      *                  HISTORY TRIM BOTH READ, SO THE WINDOW IS
      *                  COMPUTED ONCE AND NEVER HAND-KEYED.
      *   OCT 15, 2026 - ON A PERIOD END (CALENDAR TYPE E OR Y) THE
      *                  MONTH-END PARAMETER CARDS ARE CUT TOO -
      *                  THE MONTH (YYYYMM) FOR A2IVAL AND A8HSTRPT,
      *                  THE GIFT-CARD DORMANCY DATE FOR A7GCRPT,
      *                  THE PURCHASE-ORDER AGE DATE FOR A2POAGE,
      *                  AND THE PERIOD ID FOR A3PAYREC - A
      *                  "MECARDS" AUDIT LINE RECORDS THEM, AND THE
      *                  STEP ENDS 2 SO BATCHRUN SUBMITS THE
      *                  MONTHEND STREAM. NO MORE HAND-EDITED
      *                  MONTH-END CARDS.
      *   OCT 15, 2026 - A FIFTH MONTH-END CARD, PRIORPM, CARRIES
      *                  THE PERIOD BEFORE THIS ONE. PAYROLL HAS
      *                  NOT ACKNOWLEDGED TONIGHT'S INTERFACE YET,
      *                  SO MONTHEND'S A3PAYREC STEP RECONCILES
      *                  THE PRIOR PERIOD'S RETAINED INTERFACE
      *                  UNDER THIS CARD.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "RUNCARD"
                ORGANIZATION IS SEQUENTIAL.

      * THE MONTH-END CARDS - OPENED AND WRITTEN ONLY WHEN THE
      * BUSINESS DATE IS A PERIOD END, SO THEY HOLD THE LAST
      * PERIOD END'S VALUES UNTIL THE NEXT ONE.
            SELECT ME-MONTH-CARD-FILE
                ASSIGN TO "MEMONTH"
                ORGANIZATION IS SEQUENTIAL.

            SELECT ME-DORMANT-CARD-FILE
                ASSIGN TO "MEDORM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT ME-AGE-CARD-FILE
                ASSIGN TO "MEAGE"
                ORGANIZATION IS SEQUENTIAL.

            SELECT ME-PERIOD-CARD-FILE
                ASSIGN TO "MEPERIOD"
                ORGANIZATION IS SEQUENTIAL.

            SELECT ME-PRIOR-CARD-FILE
                ASSIGN TO "MEPRIOR"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

          05 FILLER                   PIC X(1).
          05 RC-TAIL                  PIC X(71).

      * MONPARM FOR A2IVAL AND A8HSTRPT: COLS 1-6 YYYYMM.
       FD ME-MONTH-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ME-MONTH-CARD.
          05 MM-MONTH                 PIC X(6).
          05 FILLER                   PIC X(74).

      * DORMPRM FOR A7GCRPT: COLS 1-8 DORMANCY DATE (YYYYMMDD).
       FD ME-DORMANT-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ME-DORMANT-CARD.
          05 MD-DORMANT-DATE          PIC X(8).
          05 FILLER                   PIC X(72).

      * AGEPRM FOR A2POAGE: COLS 1-8 AGE DATE (YYYYMMDD).
       FD ME-AGE-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ME-AGE-CARD.
          05 MA-AGE-DATE              PIC X(8).
          05 FILLER                   PIC X(72).

      * PERIODPM FOR A3PAYREC: COLS 1-8 PERIOD ID, 10-29 BLANK
      * (THE COMMISSION INTERFACE).
       FD ME-PERIOD-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ME-PERIOD-CARD.
          05 MP-PERIOD                PIC X(8).
          05 FILLER                   PIC X(72).

      * PRIORPM FOR MONTHEND'S A3PAYREC STEP: THE SAME LAYOUT AS
      * PERIODPM, HOLDING THE PERIOD BEFORE THIS ONE.
       FD ME-PRIOR-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ME-PRIOR-CARD.
          05 MR-PERIOD                PIC X(8).
          05 FILLER                   PIC X(72).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
       01 WS-DAY-OK-FLAG              PIC X(1).
       01 WS-PERIOD-END-FLAG          PIC X(1)     VALUE "N".
       01 WS-YEAR-END-FLAG            PIC X(1)     VALUE "N".
       01 WS-MONTH-END-FLAG           PIC X(1)     VALUE "N".

      * MONTH-END CARD WINDOWS. A GIFT CARD WITH NO ACTIVITY IN
      * THE LAST HALF-YEAR IS DORMANT ON THE LIABILITY REPORT; A
      * PURCHASE ORDER WHOSE VENDOR HAS NO LEAD TIME ON FILE IS
      * AGED ONCE IT HAS BEEN OUT A MONTH.
       77 WS-DORMANT-DAYS             PIC 9(3)     VALUE 180.
       77 WS-PO-AGE-DAYS              PIC 9(3)     VALUE 30.
       01 WS-DORMANT-DATE             PIC 9(8)     VALUE 0.
       01 WS-PO-AGE-DATE              PIC 9(8)     VALUE 0.

      * DATE WORK FIELDS - STEPPING BACKWARD AND THE DAY-OF-WEEK
      * ARITHMETIC (ZELLER), SO SATURDAYS AND SUNDAYS STEP BACK
          05 WS-Z-DOW                 PIC 9(1).

       01 WS-RUN-ID                   PIC X(8).
      * THE PERIOD BEFORE THIS ONE, SAME YYYYMNN SHAPE.
       01 WS-PRIOR-ID                 PIC X(8).
       01 WS-PRIOR-YEAR               PIC 9(4).
       01 WS-PRIOR-MONTH              PIC 9(2).
       01 WS-MODEL-TAIL               PIC X(71)    VALUE SPACES.

       01 WS-REGISTER-LINE.
           ELSE
              PERFORM 300-BUILD-RUN-ID
              PERFORM 400-WRITE-CARDS
              IF WS-MONTH-END-FLAG = "Y"
                 PERFORM 450-WRITE-MONTH-END-CARDS
              END-IF
              PERFORM 500-PRINT-REGISTER
              PERFORM 950-SET-RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG
              IF WS-MONTH-END-FLAG = "Y"
                 PERFORM 896-WRITE-MECARDS-AUDIT
              END-IF
      * THE CALL TO AUDLOG HANDS BACK ITS OWN ZERO - SET THE CODE
      * AGAIN SO THE PERIOD-END 2 REACHES THE SUBME TEST.
              PERFORM 950-SET-RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
                  END-IF
               END-IF
           END-PERFORM.
      * A FISCAL YEAR END IS A PERIOD END TOO.
           IF WS-PERIOD-END-FLAG = "Y" OR WS-YEAR-END-FLAG = "Y"
              MOVE "Y" TO WS-MONTH-END-FLAG
           END-IF.

       400-WRITE-CARDS.
           MOVE SPACES TO DATE-CARD-LINE.
           MOVE WS-MODEL-TAIL TO RC-TAIL.
           WRITE RUN-CARD-LINE.

      * THE MONTH-END CARDS, EACH IN THE LAYOUT ITS PROGRAM HAS
      * ALWAYS READ. THE DORMANCY AND AGE DATES ARE WALKED BACK
      * FROM THE BUSINESS DATE WITH THE SAME DAY-STEPPER AS THE
      * RETURN CUTOFF.
       450-WRITE-MONTH-END-CARDS.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-TO-GO.
           PERFORM 285-BACK-ONE-POLICY-DAY
               UNTIL WS-DAYS-TO-GO = 0.
           MOVE WS-WORK-DATE TO WS-DORMANT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE WS-PO-AGE-DAYS TO WS-DAYS-TO-GO.
           PERFORM 285-BACK-ONE-POLICY-DAY
               UNTIL WS-DAYS-TO-GO = 0.
           MOVE WS-WORK-DATE TO WS-PO-AGE-DATE.

           OPEN OUTPUT ME-MONTH-CARD-FILE.
           MOVE SPACES TO ME-MONTH-CARD.
           MOVE WS-BUSINESS-DATE(1:6) TO MM-MONTH.
           WRITE ME-MONTH-CARD.
           CLOSE ME-MONTH-CARD-FILE.

           OPEN OUTPUT ME-DORMANT-CARD-FILE.
           MOVE SPACES TO ME-DORMANT-CARD.
           MOVE WS-DORMANT-DATE TO MD-DORMANT-DATE.
           WRITE ME-DORMANT-CARD.
           CLOSE ME-DORMANT-CARD-FILE.

           OPEN OUTPUT ME-AGE-CARD-FILE.
           MOVE SPACES TO ME-AGE-CARD.
           MOVE WS-PO-AGE-DATE TO MA-AGE-DATE.
           WRITE ME-AGE-CARD.
           CLOSE ME-AGE-CARD-FILE.

           OPEN OUTPUT ME-PERIOD-CARD-FILE.
           MOVE SPACES TO ME-PERIOD-CARD.
           MOVE WS-RUN-ID TO MP-PERIOD.
           WRITE ME-PERIOD-CARD.
           CLOSE ME-PERIOD-CARD-FILE.

           PERFORM 460-BUILD-PRIOR-ID.
           OPEN OUTPUT ME-PRIOR-CARD-FILE.
           MOVE SPACES TO ME-PRIOR-CARD.
           MOVE WS-PRIOR-ID TO MR-PERIOD.
           WRITE ME-PRIOR-CARD.
           CLOSE ME-PRIOR-CARD-FILE.

      * ONE MONTH BACK FROM THE BUSINESS DATE, JANUARY ROLLING
      * BACK TO DECEMBER OF THE YEAR BEFORE.
       460-BUILD-PRIOR-ID.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-PRIOR-YEAR.
           MOVE WS-BUSINESS-DATE(5:2) TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MONTH = 1
              MOVE 12 TO WS-PRIOR-MONTH
              SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.
           MOVE SPACES TO WS-PRIOR-ID.
           STRING WS-PRIOR-YEAR         DELIMITED BY SIZE
                  "M"                   DELIMITED BY SIZE
                  WS-PRIOR-MONTH        DELIMITED BY SIZE
              INTO WS-PRIOR-ID.

       500-PRINT-REGISTER.
           MOVE "RUN DATE CANDIDATE:   " TO WS-REG-TEXT.
           MOVE WS-CANDIDATE-DATE TO WS-REG-VALUE.
           MOVE "FISCAL YEAR END:      " TO WS-REG-TEXT.
           MOVE WS-YEAR-END-FLAG TO WS-REG-VALUE.
           DISPLAY WS-REGISTER-LINE.
           IF WS-MONTH-END-FLAG = "Y"
              MOVE "MONTH-END CARDS CUT:  " TO WS-REG-TEXT
              MOVE "Y" TO WS-REG-VALUE
              DISPLAY WS-REGISTER-LINE
              MOVE "GIFT-CARD DORMANCY:   " TO WS-REG-TEXT
              MOVE WS-DORMANT-DATE TO WS-REG-VALUE
              DISPLAY WS-REGISTER-LINE
              MOVE "PURCHASE-ORDER AGE:   " TO WS-REG-TEXT
              MOVE WS-PO-AGE-DATE TO WS-REG-VALUE
              DISPLAY WS-REGISTER-LINE
              MOVE "PRIOR PERIOD ID:      " TO WS-REG-TEXT
              MOVE WS-PRIOR-ID TO WS-REG-VALUE
              DISPLAY WS-REGISTER-LINE
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CARDS GENERATED ARE THE WRITES.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * A SECOND LINE ON A PERIOD END, UNDER A PSEUDO-PROGRAM NAME
      * THE WAY A7SPLIT LOGS ITS EXTRACTS, SO THE MONTH-END
      * SECTION OF AUDRPT SEES THE CARDS WERE CUT.
       896-WRITE-MECARDS-AUDIT.
           MOVE "MECARDS" TO AP-PROGRAM-ID.
           MOVE 1 TO AP-RECORDS-READ.
           MOVE 5 TO AP-RECORDS-WRITTEN.
           MOVE 0 TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "CALG" TO AP-STEP-ID.
           MOVE 2 TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 2 ON A PERIOD END - BATCHRUN'S SUBME STEP RUNS ONLY ON
      * THAT CODE AND SUBMITS THE MONTHEND STREAM. ANY OTHER
      * NIGHT IS 0. BOTH PASS THE (4,LT,CALGO) GATES.
       950-SET-RETURN-CODE.
           IF WS-MONTH-END-FLAG = "Y"
              MOVE 2 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE CALENDAR-FILE.
           CLOSE DATE-CARD-FILE.
