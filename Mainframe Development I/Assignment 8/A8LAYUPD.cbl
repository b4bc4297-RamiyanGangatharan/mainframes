      *                  JOURNAL AND THE LIABILITY MOVEMENT REPORT
      *                  READ THE LIFECYCLE INSTEAD OF GUESSING IT
      *                  FROM TWO AGING REPORTS.
      *   OCT 15, 2026 - CARRY THE OPENING L RECORD'S SALESPERSON
      *                  ON THE (WIDENED) LAYAWAY MASTER, AND WHEN A
      *                  LAYAWAY COMPLETES APPEND A "K" COMPLETION
      *                  RECORD IN THE TRANSREC LAYOUT TO THE
      *                  LAYCOMM FILE SO A3SCOMM CREDITS THE OPENER
      *                  WITH THE LAYAWAY'S VALUE IN THE PERIOD IT
      *                  COMPLETES. CANCELLED, VOIDED, AND FORFEITED
      *                  LAYAWAYS WRITE NOTHING THERE.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - A NEW LAYAWAY GETS A PAYMENT SCHEDULE FROM
      *                  THE LAYTERMS CARD FOR ITS VALUE BAND
      *                  (NUMBER OF INSTALLMENTS, DAYS BETWEEN
      *                  THEM), CARRIED ON THE (WIDENED) MASTER
      *                  WITH THE INSTALLMENT AMOUNT AND THE NEXT
      *                  AND FINAL DUE DATES. EACH PAYMENT POSTS
      *                  AGAINST IT AND MOVES THE NEXT DUE DATE ON,
      *                  SO A8LAYDUE CAN LIST THE LAYAWAYS THAT HAVE
      *                  FALLEN BEHIND.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "LAYMOVE"
                ORGANIZATION IS SEQUENTIAL.

      * ONE COMMISSIONABLE COMPLETION RECORD PER LAYAWAY COMPLETED
      * THIS RUN, APPENDED TO THE CUMULATIVE FILE A3SCOMM READS
      * BEHIND ITS TRANSACTION FEED.
            SELECT COMPLETION-FILE
                ASSIGN TO "LAYCOMM"
                ORGANIZATION IS SEQUENTIAL.

      * PAYMENT TERMS BY VALUE BAND - ONE CARD PER BAND, LOWEST
      * CEILING FIRST.
            SELECT TERMS-FILE
                ASSIGN TO "LAYTERMS"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

       FD LAYAWAY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

          05 LV-TOTAL                 PIC 9(5)V99.
          05 LV-PAID                  PIC 9(5)V99.

       FD COMPLETION-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPLETION-RECORD
           RECORD CONTAINS 120 CHARACTERS.

      * THE TRANSREC LAYOUT, FIELD FOR FIELD AS FAR AS THE
      * SALESPERSON, DATE, AND TIME - KEEP IN STEP WITH THE
      * COPYBOOK. LC-CODE IS ALWAYS "K"; THE AMOUNT IS THE
      * LAYAWAY'S FULL VALUE, THE DATE THE DAY IT COMPLETED.
       01 COMPLETION-RECORD.
          05 LC-CODE                  PIC X(1).
          05 LC-AMOUNT                PIC 9(5)V99.
          05 LC-PAYMENT-TYPE          PIC X(2).
          05 LC-STORE-NUMBER          PIC 9(2).
          05 LC-INVOICE-NUMBER        PIC X(9).
          05 LC-SKU                   PIC X(15).
          05 LC-SALESPERSON-NUMBER    PIC X(3).
          05 LC-TRANS-DATE            PIC 9(8).
          05 LC-TRANS-TIME            PIC 9(4).
          05 FILLER                   PIC X(69).

      * COLS 1-7 BAND CEILING (9(5)V99, NO POINT), 9-10 NUMBER OF
      * INSTALLMENTS, 12-14 DAYS BETWEEN INSTALLMENTS. A LAYAWAY
      * TAKES THE FIRST BAND WHOSE CEILING COVERS ITS VALUE; ONE
      * WORTH MORE THAN THE TOP CEILING TAKES THE TOP BAND.
       FD TERMS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 TERMS-CARD.
          05 TC-BAND-CEILING          PIC 9(5)V99.
          05 FILLER                   PIC X(1).
          05 TC-INSTALLMENTS          PIC 9(2).
          05 FILLER                   PIC X(1).
          05 TC-INTERVAL-DAYS         PIC 9(3).
          05 FILLER                   PIC X(66).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-MASTER-FOUND-FLAG       PIC X(1)     VALUE "N".
       01 WS-TERMS-EOF-FLAG           PIC X(1)     VALUE 'N'.

      * THE LAYTERMS BANDS, IN CARD ORDER.
       01 WS-TERMS-TABLE.
          05 WS-TERMS-ENTRY OCCURS 20 TIMES.
             10 WTB-CEILING           PIC 9(5)V99.
             10 WTB-INSTALLMENTS      PIC 9(2).
             10 WTB-INTERVAL-DAYS     PIC 9(3).
       01 WS-TERMS-COUNT              PIC 9(2)     VALUE 0.
       01 WS-TERMS-I                  PIC 9(2).
       01 WS-BAND-I                   PIC 9(2).

       01 WS-SCHEDULE-MATH.
          05 WSM-INSTALLMENT-VALUE    PIC 9(7)V99.
          05 WSM-DUE-NUMBER           PIC 9(3).
          05 WSM-DAYS-OUT             PIC 9(5).

      * FORWARD DAY-STEPPER WORK FIELDS - THE SAME MONTH TABLE AND
      * LEAP-YEAR RULE AS CALGEN'S, WALKING THE OTHER WAY.
       01 WS-WORK-DATE.
          05 WS-WORK-YEAR             PIC 9(4).
          05 WS-WORK-MONTH            PIC 9(2).
          05 WS-WORK-DAY              PIC 9(2).
       01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                   PIC X(24)    VALUE
             "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.
       01 WS-MONTH-LENGTH             PIC 9(2).
       01 WS-DAYS-TO-GO               PIC 9(5).
       01 WS-LEAP-WORK                PIC 9(4).
       01 WS-LEAP-REM                 PIC 9(4).

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-COMPLETED-COUNT       PIC 9(5)     VALUE 0.
          05 WS-CANCELLED-COUNT       PIC 9(5)     VALUE 0.
          05 WS-VOIDED-COUNT          PIC 9(5)     VALUE 0.
          05 WS-COMMISSION-COUNT      PIC 9(5)     VALUE 0.
          05 WS-NO-SALESPERSON-COUNT  PIC 9(5)     VALUE 0.
          05 WS-PLAN-COUNT            PIC 9(5)     VALUE 0.
          05 WS-NO-PLAN-COUNT         PIC 9(5)     VALUE 0.

       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(22).
           GOBACK.

       100-OPEN-FILES.
           OPEN INPUT TERMS-FILE.
           PERFORM 110-LOAD-TERMS UNTIL WS-TERMS-EOF-FLAG = 'Y'.
           CLOSE TERMS-FILE.
           IF WS-TERMS-COUNT = 0
              DISPLAY "NO LAYTERMS CARDS - NEW LAYAWAYS OPEN WITH "
                 "NO PAYMENT PLAN"
           END-IF.
           OPEN INPUT INPUT-FILE.
           OPEN I-O LAYAWAY-MASTER-FILE.
           OPEN OUTPUT MOVEMENT-FILE.
           OPEN EXTEND COMPLETION-FILE.

      * A CARD THAT IS NOT NUMERIC, OR CALLS FOR NO INSTALLMENTS
      * OR NO DAYS BETWEEN THEM, IS REPORTED AND SKIPPED.
       110-LOAD-TERMS.
           READ TERMS-FILE
           AT END
              MOVE 'Y' TO WS-TERMS-EOF-FLAG
           NOT AT END
              IF TC-BAND-CEILING NOT NUMERIC
                 OR TC-INSTALLMENTS NOT NUMERIC
                 OR TC-INTERVAL-DAYS NOT NUMERIC
                 OR TC-INSTALLMENTS = 0
                 OR TC-INTERVAL-DAYS = 0
                 DISPLAY "LAYTERMS CARD IGNORED: " TERMS-CARD
              ELSE
                 IF WS-TERMS-COUNT < 20
                    ADD 1 TO WS-TERMS-COUNT
                    MOVE TC-BAND-CEILING
                       TO WTB-CEILING(WS-TERMS-COUNT)
                    MOVE TC-INSTALLMENTS
                       TO WTB-INSTALLMENTS(WS-TERMS-COUNT)
                    MOVE TC-INTERVAL-DAYS
                       TO WTB-INTERVAL-DAYS(WS-TERMS-COUNT)
                 ELSE
                    DISPLAY "LAYTERMS CARD OVER 20 IGNORED: "
                       TERMS-CARD
                 END-IF
              END-IF
           END-READ.

       200-PROCESS-RECORD.
           EVALUATE IL-TRANSACTION-CODE
              MOVE IL-TRANS-DATE         TO LM-LAST-ACTIVITY-DATE
              MOVE IL-CUSTOMER-NAME      TO LM-CUSTOMER-NAME
              MOVE IL-CUSTOMER-PHONE     TO LM-CUSTOMER-PHONE
              MOVE IL-SALESPERSON-NUMBER TO LM-SALESPERSON-NUMBER
              PERFORM 320-SET-SCHEDULE
              WRITE LAYAWAY-MASTER-RECORD
              ADD 1 TO WS-OPENED-COUNT
              MOVE "O" TO LV-TYPE
                    MOVE "C" TO LV-TYPE
                    MOVE LM-PAID-AMOUNT TO LV-AMOUNT
                    PERFORM 500-WRITE-MOVEMENT
                    PERFORM 550-WRITE-COMPLETION
                 END-IF
                 PERFORM 340-POST-SCHEDULE
                 REWRITE LAYAWAY-MASTER-RECORD
                 ADD 1 TO WS-POSTED-COUNT
              END-IF
           END-IF.

      * THE PAYMENT PLAN FOR A NEW LAYAWAY: THE FIRST BAND WHOSE
      * CEILING COVERS THE VALUE SETS THE NUMBER OF INSTALLMENTS
      * AND THE DAYS BETWEEN THEM. THE INSTALLMENT IS THE VALUE
      * SPLIT EVENLY, ROUNDED UP TO THE CENT SO THE PLAN NEVER
      * FALLS SHORT; THE FIRST IS DUE ONE INTERVAL AFTER OPENING.
      * WITH NO TERMS LOADED THE LAYAWAY OPENS WITH NO PLAN.
       320-SET-SCHEDULE.
           MOVE ZERO TO LM-INSTALLMENT-COUNT LM-INSTALLMENT-AMOUNT
                        LM-INTERVAL-DAYS LM-INSTALLMENTS-MET
                        LM-NEXT-DUE-DATE LM-FINAL-DUE-DATE.
           IF WS-TERMS-COUNT = 0
              OR LM-OPEN-DATE NOT NUMERIC
              OR LM-OPEN-DATE = 0
              ADD 1 TO WS-NO-PLAN-COUNT
           ELSE
              MOVE 0 TO WS-BAND-I
              PERFORM 325-FIND-BAND
                 VARYING WS-TERMS-I FROM 1 BY 1
                 UNTIL WS-TERMS-I > WS-TERMS-COUNT
                    OR WS-BAND-I > 0
              IF WS-BAND-I = 0
                 MOVE WS-TERMS-COUNT TO WS-BAND-I
              END-IF
              MOVE WTB-INSTALLMENTS(WS-BAND-I)
                 TO LM-INSTALLMENT-COUNT
              MOVE WTB-INTERVAL-DAYS(WS-BAND-I)
                 TO LM-INTERVAL-DAYS
              DIVIDE LM-TOTAL-AMOUNT BY LM-INSTALLMENT-COUNT
                 GIVING LM-INSTALLMENT-AMOUNT
              COMPUTE WSM-INSTALLMENT-VALUE =
                 LM-INSTALLMENT-AMOUNT * LM-INSTALLMENT-COUNT
              IF WSM-INSTALLMENT-VALUE < LM-TOTAL-AMOUNT
                 ADD 0.01 TO LM-INSTALLMENT-AMOUNT
              END-IF
              MOVE 1 TO WSM-DUE-NUMBER
              PERFORM 360-COMPUTE-DUE-DATE
              MOVE WS-WORK-DATE-N TO LM-NEXT-DUE-DATE
              MOVE LM-INSTALLMENT-COUNT TO WSM-DUE-NUMBER
              PERFORM 360-COMPUTE-DUE-DATE
              MOVE WS-WORK-DATE-N TO LM-FINAL-DUE-DATE
              ADD 1 TO WS-PLAN-COUNT
           END-IF.

       325-FIND-BAND.
           IF LM-TOTAL-AMOUNT NOT > WTB-CEILING(WS-TERMS-I)
              MOVE WS-TERMS-I TO WS-BAND-I
           END-IF.

      * A PAYMENT AGAINST THE PLAN: THE INSTALLMENTS MET ARE AS
      * MANY WHOLE INSTALLMENTS AS THE PAID AMOUNT NOW COVERS,
      * AND THE NEXT DUE DATE MOVES ON TO THE FIRST ONE NOT YET
      * COVERED. A COMPLETED LAYAWAY HAS MET THEM ALL AND OWES
      * NOTHING MORE. A LAYAWAY WITH NO PLAN IS LEFT ALONE.
       340-POST-SCHEDULE.
           IF LM-INSTALLMENT-COUNT > 0
              AND LM-INSTALLMENT-AMOUNT > 0
              IF LM-STATUS = "C"
                 OR LM-PAID-AMOUNT NOT < LM-TOTAL-AMOUNT
                 MOVE LM-INSTALLMENT-COUNT TO LM-INSTALLMENTS-MET
              ELSE
                 DIVIDE LM-PAID-AMOUNT BY LM-INSTALLMENT-AMOUNT
                    GIVING WSM-DUE-NUMBER
                 IF WSM-DUE-NUMBER > LM-INSTALLMENT-COUNT
                    MOVE LM-INSTALLMENT-COUNT TO WSM-DUE-NUMBER
                 END-IF
                 MOVE WSM-DUE-NUMBER TO LM-INSTALLMENTS-MET
              END-IF
              IF LM-INSTALLMENTS-MET NOT < LM-INSTALLMENT-COUNT
                 MOVE ZERO TO LM-NEXT-DUE-DATE
              ELSE
                 COMPUTE WSM-DUE-NUMBER = LM-INSTALLMENTS-MET + 1
                 PERFORM 360-COMPUTE-DUE-DATE
                 MOVE WS-WORK-DATE-N TO LM-NEXT-DUE-DATE
              END-IF
           END-IF.

      * DUE DATE OF INSTALLMENT WSM-DUE-NUMBER: THAT MANY
      * INTERVALS AFTER THE OPEN DATE, LEFT IN WS-WORK-DATE.
       360-COMPUTE-DUE-DATE.
           COMPUTE WSM-DAYS-OUT = WSM-DUE-NUMBER * LM-INTERVAL-DAYS.
           MOVE LM-OPEN-DATE TO WS-WORK-DATE-N.
           MOVE WSM-DAYS-OUT TO WS-DAYS-TO-GO.
           PERFORM 370-FORWARD-ONE-DAY UNTIL WS-DAYS-TO-GO = 0.

       370-FORWARD-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-MONTH-LENGTH.
           IF WS-WORK-MONTH = 2
              PERFORM 375-CHECK-LEAP-YEAR
           END-IF.
           IF WS-WORK-DAY < WS-MONTH-LENGTH
              ADD 1 TO WS-WORK-DAY
           ELSE
              MOVE 1 TO WS-WORK-DAY
              IF WS-WORK-MONTH = 12
                 MOVE 1 TO WS-WORK-MONTH
                 ADD 1 TO WS-WORK-YEAR
              ELSE
                 ADD 1 TO WS-WORK-MONTH
              END-IF
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-TO-GO.

       375-CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4
              GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
              DIVIDE WS-WORK-YEAR BY 100
                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM NOT = 0
                 MOVE 29 TO WS-MONTH-LENGTH
              ELSE
                 DIVIDE WS-WORK-YEAR BY 400
                    GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-LENGTH
                 END-IF
              END-IF
           END-IF.

      * AN R WHOSE INVOICE IS AN OPEN LAYAWAY IS THE CUSTOMER
      * BACKING OUT - MARK IT CANCELLED. ANY OTHER R IS AN ORDINARY
      * MERCHANDISE RETURN AND IS NONE OF THIS PROGRAM'S BUSINESS.
           MOVE LM-PAID-AMOUNT    TO LV-PAID.
           WRITE MOVEMENT-RECORD.

      * THE COMPLETED LAYAWAY, AS A COMMISSIONABLE SALE FOR THE
      * SALESPERSON WHO OPENED IT. A LAYAWAY OPENED BEFORE THE
      * MASTER CARRIED THE SALESPERSON HAS NOBODY TO CREDIT AND IS
      * ONLY COUNTED.
       550-WRITE-COMPLETION.
           IF LM-SALESPERSON-NUMBER NOT NUMERIC
              OR LM-SALESPERSON-NUMBER = "000"
              ADD 1 TO WS-NO-SALESPERSON-COUNT
           ELSE
              MOVE SPACES                TO COMPLETION-RECORD
              MOVE "K"                   TO LC-CODE
              MOVE LM-TOTAL-AMOUNT       TO LC-AMOUNT
              MOVE LM-STORE-NUMBER       TO LC-STORE-NUMBER
              MOVE LM-INVOICE-NUMBER     TO LC-INVOICE-NUMBER
              MOVE LM-SALESPERSON-NUMBER TO LC-SALESPERSON-NUMBER
              MOVE IL-TRANS-DATE         TO LC-TRANS-DATE
              MOVE IL-TRANS-TIME         TO LC-TRANS-TIME
              WRITE COMPLETION-RECORD
              ADD 1 TO WS-COMMISSION-COUNT
           END-IF.

       700-PRINT-COUNTS.
           MOVE "FEED RECORDS READ:    " TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           MOVE "OPENS VOIDED:         " TO WS-COUNT-TEXT.
           MOVE WS-VOIDED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "COMMISSION RECORDS:   " TO WS-COUNT-TEXT.
           MOVE WS-COMMISSION-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "COMPLETED, NO SALES#: " TO WS-COUNT-TEXT.
           MOVE WS-NO-SALESPERSON-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "PAYMENT PLANS SET:    " TO WS-COUNT-TEXT.
           MOVE WS-PLAN-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "OPENED, NO PLAN:      " TO WS-COUNT-TEXT.
           MOVE WS-NO-PLAN-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG.
           CLOSE INPUT-FILE.
           CLOSE LAYAWAY-MASTER-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE COMPLETION-FILE.

        END PROGRAM A8LAYUPD.
