        IDENTIFICATION DIVISION.
        PROGRAM-ID. A8LAYDUE.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: NIGHTLY PAST-DUE LAYAWAY RUN. READS THE LAYAWAY
      * MASTER END TO END AND, FOR EVERY OPEN LAYAWAY ON A PAYMENT
      * PLAN WHOSE NEXT INSTALLMENT FELL DUE BEFORE THE BUSINESS
      * DATE ON THE DATEPARM CARD, WORKS OUT HOW MANY INSTALLMENTS
      * IT IS BEHIND, THE AMOUNT PAST DUE, AND THE DATE IT WILL BE
      * FORFEITED UNDER THE NINETY-DAY NO-ACTIVITY POLICY IF
      * NOTHING MORE COMES IN. THE REPORT LISTS THEM BY STORE WITH
      * THE CUSTOMER'S NAME AND PHONE, AND A NOTICE FILE CARRIES
      * ONE RECORD PER LAYAWAY FOR THE MAILING - A REMINDER, OR A
      * FINAL NOTICE ONCE THE FORFEIT DATE IS WITHIN THIRTY DAYS -
      * SO THE CUSTOMER HEARS ABOUT IT LONG BEFORE A8LAYCAN KEEPS
      * THE DEPOSIT. ONE ALREADY AT THE FORFEIT DATE IS LISTED
      * BUT NOT MAILED; IT IS A8LAYCAN'S NOW. LAYAWAYS OPENED
      * BEFORE THE PAYMENT SCHEDULE EXISTED HAVE NO PLAN AND ARE
      * NEVER LISTED.
      * DATEPARM CARD: COLS 1-8 BUSINESS DATE (YYYYMMDD), THE AS-OF
      * DATE FOR THE RUN.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LAYAWAY-MASTER-FILE
                ASSIGN TO "LAYMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-INVOICE-NUMBER.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

      * ONE RECORD PER PAST-DUE LAYAWAY TO BE MAILED, IN STORE
      * ORDER - THE FEED FOR THE NOTICE PRINT.
            SELECT NOTICE-FILE
                ASSIGN TO "NOTICES"
                ORGANIZATION IS SEQUENTIAL.

      * PAST-DUE LAYAWAYS RESEQUENCED INTO STORE ORDER.
            SELECT DUE-SORT-FILE
                ASSIGN TO "SORTWK1".

            SELECT DATE-PARM-FILE
                ASSIGN TO "DATEPARM"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD LAYAWAY-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

      * LN-NOTICE-TYPE: "R" REMINDER, "F" FINAL NOTICE (THE
      * LAYAWAY IS FORFEITED ON LN-FORFEIT-DATE IF NOTHING IS PAID
      * BEFORE THEN, AND THAT IS WITHIN THIRTY DAYS). AMOUNTS ARE
      * 9(5)V99 WITH NO POINT; DATES ARE YYYYMMDD.
       FD NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 NOTICE-RECORD.
          05 LN-NOTICE-TYPE           PIC X(1).
          05 LN-STORE                 PIC 9(2).
          05 LN-INVOICE               PIC X(9).
          05 LN-CUSTOMER-NAME         PIC X(20).
          05 LN-CUSTOMER-PHONE        PIC X(10).
          05 LN-INSTALLMENT-AMOUNT    PIC 9(5)V99.
          05 LN-AMOUNT-PAST-DUE       PIC 9(5)V99.
          05 LN-INSTALLMENTS-BEHIND   PIC 9(2).
          05 LN-OLDEST-DUE-DATE       PIC 9(8).
          05 LN-FORFEIT-DATE          PIC 9(8).
          05 LN-BALANCE               PIC 9(5)V99.
          05 LN-NOTICE-DATE           PIC 9(8).
          05 FILLER                   PIC X(11).

       SD DUE-SORT-FILE
           RECORD CONTAINS 81 CHARACTERS.

      * DS-NOTICE-TYPE: "R" REMINDER, "F" FINAL NOTICE, "N" NO
      * NOTICE (ALREADY AT THE FORFEIT DATE).
       01 DUE-SORT-REC.
          05 DS-STORE                 PIC 9(2).
          05 DS-OLDEST-DUE-DATE       PIC 9(8).
          05 DS-INVOICE               PIC X(9).
          05 DS-CUSTOMER-NAME         PIC X(20).
          05 DS-CUSTOMER-PHONE        PIC X(10).
          05 DS-INSTALLMENT-AMOUNT    PIC 9(5)V99.
          05 DS-AMOUNT-PAST-DUE       PIC 9(5)V99.
          05 DS-INSTALLMENTS-BEHIND   PIC 9(2).
          05 DS-FORFEIT-DATE          PIC 9(8).
          05 DS-BALANCE               PIC 9(5)V99.
          05 DS-NOTICE-TYPE           PIC X(1).

       FD DATE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 DATE-PARM-LINE.
          05 DP-BUSINESS-DATE         PIC X(8).
          05 FILLER                   PIC X(72).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-SORT-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-AS-OF-DATE-X             PIC X(8)     VALUE SPACES.
       01 WS-AS-OF-DATE REDEFINES WS-AS-OF-DATE-X PIC 9(8).

      * COMPANY POLICY, AS APPLIED BY A8LAYCAN: NINETY DAYS WITH
      * NO ACTIVITY FORFEITS THE LAYAWAY. A LAYAWAY WHOSE FORFEIT
      * DATE FALLS WITHIN THE FINAL-NOTICE WINDOW GETS THE FINAL
      * NOTICE RATHER THAN A REMINDER.
       77 WS-FORFEIT-DAYS             PIC 9(3)     VALUE 90.
       77 WS-FINAL-NOTICE-DAYS        PIC 9(3)     VALUE 30.
       01 WS-FINAL-NOTICE-DATE        PIC 9(8).

       01 WS-MATH.
          05 WSM-BEHIND               PIC 9(3).
          05 WSM-DUE-NUMBER           PIC 9(3).
          05 WSM-AMOUNT-DUE           PIC 9(7)V99.
          05 WSM-PAST-DUE             PIC 9(5)V99.
          05 WSM-BALANCE              PIC 9(5)V99.

      * FORWARD DAY-STEPPER WORK FIELDS, AS IN A8LAYUPD.
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

      * STORE CONTROL BREAK ON THE SORTED PAST-DUE RECORDS.
       01 WS-PREV-STORE               PIC 9(2)     VALUE 0.
       01 WS-FIRST-FLAG               PIC X(1)     VALUE "Y".
       01 WS-STORE-COUNT              PIC 9(5)     VALUE 0.
       01 WS-STORE-PAST-DUE           PIC 9(7)V99  VALUE 0.

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-OPEN-COUNT            PIC 9(5)     VALUE 0.
          05 WS-NO-PLAN-COUNT         PIC 9(5)     VALUE 0.
          05 WS-PAST-DUE-COUNT        PIC 9(5)     VALUE 0.
          05 WS-REMINDER-COUNT        PIC 9(5)     VALUE 0.
          05 WS-FINAL-COUNT           PIC 9(5)     VALUE 0.
          05 WS-AT-CUTOFF-COUNT       PIC 9(5)     VALUE 0.
       01 WS-TOTAL-PAST-DUE           PIC 9(9)V99  VALUE 0.

       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(24).
          05 WS-COUNT-VALUE           PIC ZZZZ9.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(26)    VALUE SPACES.
          05 FILLER                   PIC X(31)    VALUE
             "LAYAWAYS BEHIND SCHEDULE AS OF ".
          05 WST-AS-OF                PIC 9(8).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(9)     VALUE "INVOICE".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "DUE DATE".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "BEHIND".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(9)     VALUE "INSTALMNT".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(9)     VALUE " PAST DUE".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(9)     VALUE "  BALANCE".
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "FORFEITS".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "NOTICE".

       01 WS-STORE-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WSH-STORE                PIC 9(2).

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-INVOICE              PIC X(9).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-OLDEST-DUE           PIC 9(8).
          05 FILLER                   PIC X(6)     VALUE SPACES.
          05 WSD-BEHIND               PIC ZZ9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-INSTALLMENT          PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-PAST-DUE             PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-BALANCE              PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-FORFEIT              PIC 9(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-NOTICE               PIC X(11).

      * CONTACT LINE UNDER EACH DETAIL LINE, AS ON A8LAYRPT.
       01 WS-CONTACT-LINE.
          05 FILLER                   PIC X(8)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "CALL: ".
          05 WSC-CUSTOMER-NAME        PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-CUSTOMER-PHONE       PIC X(10).

       01 WS-STORE-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WSS-STORE                PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSS-COUNT                PIC ZZZZ9.
          05 FILLER                   PIC X(10)    VALUE
             " PAST DUE ".
          05 FILLER                   PIC X(8)     VALUE "AMOUNT: ".
          05 WSS-PAST-DUE             PIC Z,ZZZ,ZZ9.99.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(24)    VALUE
             "TOTAL PAST DUE:         ".
          05 WSG-PAST-DUE             PIC ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           IF WS-AS-OF-DATE-X NOT NUMERIC
              DISPLAY "DATEPARM BUSINESS DATE MISSING OR NOT NUMERIC"
              DISPLAY "PAST-DUE RUN NOT STARTED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 150-SET-FINAL-NOTICE-DATE
              PERFORM 200-PRINT-HEADINGS
              SORT DUE-SORT-FILE
                  ON ASCENDING KEY DS-STORE DS-OLDEST-DUE-DATE
                                   DS-INVOICE
                  INPUT PROCEDURE IS 250-SCAN-MASTER
                  OUTPUT PROCEDURE IS 600-PRINT-PAST-DUE
              PERFORM 700-PRINT-COUNTS
              PERFORM 950-SET-RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG
           END-IF.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
              MOVE SPACES TO DP-BUSINESS-DATE
           END-READ.
           MOVE DP-BUSINESS-DATE TO WS-AS-OF-DATE-X.
           CLOSE DATE-PARM-FILE.
           OPEN INPUT LAYAWAY-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT NOTICE-FILE.

      * A FORFEIT DATE ON OR BEFORE THIS DATE EARNS A FINAL
      * NOTICE.
       150-SET-FINAL-NOTICE-DATE.
           MOVE WS-AS-OF-DATE TO WS-WORK-DATE-N.
           MOVE WS-FINAL-NOTICE-DAYS TO WS-DAYS-TO-GO.
           PERFORM 870-FORWARD-ONE-DAY UNTIL WS-DAYS-TO-GO = 0.
           MOVE WS-WORK-DATE-N TO WS-FINAL-NOTICE-DATE.

       200-PRINT-HEADINGS.
           MOVE WS-AS-OF-DATE TO WST-AS-OF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

      * THE PASS OVER THE MASTER - EACH PAST-DUE LAYAWAY IS
      * RELEASED TO THE SORT FOR THE STORE-ORDER REPORT.
       250-SCAN-MASTER.
           PERFORM 260-READ-MASTER UNTIL WS-EOF-FLAG = 'Y'.

       260-READ-MASTER.
           READ LAYAWAY-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              IF LM-STATUS = "O"
                 ADD 1 TO WS-OPEN-COUNT
                 PERFORM 300-CHECK-SCHEDULE
              END-IF
           END-READ.

      * AN INSTALLMENT DUE ON THE AS-OF DATE ITSELF IS NOT YET
      * LATE. WITH NO PLAN THERE IS NOTHING TO BE BEHIND ON.
       300-CHECK-SCHEDULE.
           IF LM-INSTALLMENT-COUNT = 0
              OR LM-INSTALLMENT-AMOUNT = 0
              OR LM-INTERVAL-DAYS = 0
              ADD 1 TO WS-NO-PLAN-COUNT
           ELSE
              IF LM-NEXT-DUE-DATE > 0
                 AND LM-NEXT-DUE-DATE < WS-AS-OF-DATE
                 PERFORM 400-RELEASE-PAST-DUE
              END-IF
           END-IF.

      * COUNT THE INSTALLMENTS FALLEN DUE AND NOT COVERED, FROM
      * THE NEXT DUE DATE FORWARD ONE INTERVAL AT A TIME. THE
      * AMOUNT PAST DUE IS WHAT THOSE INSTALLMENTS CALL FOR IN
      * TOTAL, CAPPED AT THE LAYAWAY'S VALUE, LESS WHAT IS PAID.
       400-RELEASE-PAST-DUE.
           MOVE 0 TO WSM-BEHIND.
           COMPUTE WSM-DUE-NUMBER = LM-INSTALLMENTS-MET + 1.
           MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE-N.
           PERFORM 410-COUNT-ONE-BEHIND
              UNTIL WS-WORK-DATE-N NOT < WS-AS-OF-DATE
                 OR WSM-DUE-NUMBER > LM-INSTALLMENT-COUNT.
           COMPUTE WSM-AMOUNT-DUE =
              (LM-INSTALLMENTS-MET + WSM-BEHIND)
              * LM-INSTALLMENT-AMOUNT.
           IF WSM-AMOUNT-DUE > LM-TOTAL-AMOUNT
              MOVE LM-TOTAL-AMOUNT TO WSM-AMOUNT-DUE
           END-IF.
           IF WSM-AMOUNT-DUE > LM-PAID-AMOUNT
              COMPUTE WSM-PAST-DUE =
                 WSM-AMOUNT-DUE - LM-PAID-AMOUNT
           ELSE
              MOVE 0 TO WSM-PAST-DUE
           END-IF.
           COMPUTE WSM-BALANCE = LM-TOTAL-AMOUNT - LM-PAID-AMOUNT.

           MOVE LM-STORE-NUMBER       TO DS-STORE.
           MOVE LM-NEXT-DUE-DATE      TO DS-OLDEST-DUE-DATE.
           MOVE LM-INVOICE-NUMBER     TO DS-INVOICE.
           MOVE LM-CUSTOMER-NAME      TO DS-CUSTOMER-NAME.
           MOVE LM-CUSTOMER-PHONE     TO DS-CUSTOMER-PHONE.
           MOVE LM-INSTALLMENT-AMOUNT TO DS-INSTALLMENT-AMOUNT.
           MOVE WSM-PAST-DUE          TO DS-AMOUNT-PAST-DUE.
           MOVE WSM-BEHIND            TO DS-INSTALLMENTS-BEHIND.
           MOVE WSM-BALANCE           TO DS-BALANCE.
           PERFORM 420-SET-NOTICE-TYPE.
           RELEASE DUE-SORT-REC.
           ADD 1 TO WS-PAST-DUE-COUNT.
           ADD WSM-PAST-DUE TO WS-TOTAL-PAST-DUE.

       410-COUNT-ONE-BEHIND.
           ADD 1 TO WSM-BEHIND.
           ADD 1 TO WSM-DUE-NUMBER.
           MOVE LM-INTERVAL-DAYS TO WS-DAYS-TO-GO.
           PERFORM 870-FORWARD-ONE-DAY UNTIL WS-DAYS-TO-GO = 0.

      * THE FORFEIT DATE IS NINETY DAYS AFTER THE LAST ACTIVITY.
      * A LAYAWAY ALREADY THERE GETS NO NOTICE - A8LAYCAN CANCELS
      * IT ON ITS NEXT RUN.
       420-SET-NOTICE-TYPE.
           MOVE LM-LAST-ACTIVITY-DATE TO WS-WORK-DATE-N.
           MOVE WS-FORFEIT-DAYS TO WS-DAYS-TO-GO.
           PERFORM 870-FORWARD-ONE-DAY UNTIL WS-DAYS-TO-GO = 0.
           MOVE WS-WORK-DATE-N TO DS-FORFEIT-DATE.
           IF DS-FORFEIT-DATE NOT > WS-AS-OF-DATE
              MOVE "N" TO DS-NOTICE-TYPE
              ADD 1 TO WS-AT-CUTOFF-COUNT
           ELSE
              IF DS-FORFEIT-DATE NOT > WS-FINAL-NOTICE-DATE
                 MOVE "F" TO DS-NOTICE-TYPE
                 ADD 1 TO WS-FINAL-COUNT
              ELSE
                 MOVE "R" TO DS-NOTICE-TYPE
                 ADD 1 TO WS-REMINDER-COUNT
              END-IF
           END-IF.

      * THE PAST-DUE LAYAWAYS COME BACK IN STORE ORDER, OLDEST
      * DUE DATE FIRST WITHIN A STORE. EACH PRINTS WITH ITS
      * CONTACT LINE AND, UNLESS IT IS AT THE FORFEIT DATE, GOES
      * OUT ON THE NOTICE FILE.
       600-PRINT-PAST-DUE.
           PERFORM 610-RETURN-PAST-DUE UNTIL WS-SORT-EOF-FLAG = 'Y'.
           IF WS-FIRST-FLAG = "N"
              PERFORM 650-PRINT-STORE-TOTAL
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-TOTAL-PAST-DUE TO WSG-PAST-DUE.
           WRITE OUTPUT-LINE FROM WS-GRAND-TOTAL-LINE.

       610-RETURN-PAST-DUE.
           RETURN DUE-SORT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLAG
           NOT AT END
              PERFORM 620-PRINT-ONE-LAYAWAY
           END-RETURN.

       620-PRINT-ONE-LAYAWAY.
           IF WS-FIRST-FLAG = "Y"
              OR DS-STORE NOT = WS-PREV-STORE
              IF WS-FIRST-FLAG = "N"
                 PERFORM 650-PRINT-STORE-TOTAL
              END-IF
              MOVE "N" TO WS-FIRST-FLAG
              MOVE DS-STORE TO WS-PREV-STORE
              MOVE 0 TO WS-STORE-COUNT WS-STORE-PAST-DUE
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              MOVE DS-STORE TO WSH-STORE
              WRITE OUTPUT-LINE FROM WS-STORE-HEADER
           END-IF.

           MOVE DS-INVOICE             TO WSD-INVOICE.
           MOVE DS-OLDEST-DUE-DATE     TO WSD-OLDEST-DUE.
           MOVE DS-INSTALLMENTS-BEHIND TO WSD-BEHIND.
           MOVE DS-INSTALLMENT-AMOUNT  TO WSD-INSTALLMENT.
           MOVE DS-AMOUNT-PAST-DUE     TO WSD-PAST-DUE.
           MOVE DS-BALANCE             TO WSD-BALANCE.
           MOVE DS-FORFEIT-DATE        TO WSD-FORFEIT.
           EVALUATE DS-NOTICE-TYPE
               WHEN "R"
                   MOVE "REMINDER"    TO WSD-NOTICE
               WHEN "F"
                   MOVE "FINAL"       TO WSD-NOTICE
               WHEN OTHER
                   MOVE "PAST CUTOFF" TO WSD-NOTICE
           END-EVALUATE.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.
           MOVE DS-CUSTOMER-NAME  TO WSC-CUSTOMER-NAME.
           MOVE DS-CUSTOMER-PHONE TO WSC-CUSTOMER-PHONE.
           WRITE OUTPUT-LINE FROM WS-CONTACT-LINE.

           ADD 1 TO WS-STORE-COUNT.
           ADD DS-AMOUNT-PAST-DUE TO WS-STORE-PAST-DUE.

           IF DS-NOTICE-TYPE NOT = "N"
              PERFORM 630-WRITE-NOTICE
           END-IF.

       630-WRITE-NOTICE.
           MOVE SPACES                 TO NOTICE-RECORD.
           MOVE DS-NOTICE-TYPE         TO LN-NOTICE-TYPE.
           MOVE DS-STORE               TO LN-STORE.
           MOVE DS-INVOICE             TO LN-INVOICE.
           MOVE DS-CUSTOMER-NAME       TO LN-CUSTOMER-NAME.
           MOVE DS-CUSTOMER-PHONE      TO LN-CUSTOMER-PHONE.
           MOVE DS-INSTALLMENT-AMOUNT  TO LN-INSTALLMENT-AMOUNT.
           MOVE DS-AMOUNT-PAST-DUE     TO LN-AMOUNT-PAST-DUE.
           MOVE DS-INSTALLMENTS-BEHIND TO LN-INSTALLMENTS-BEHIND.
           MOVE DS-OLDEST-DUE-DATE     TO LN-OLDEST-DUE-DATE.
           MOVE DS-FORFEIT-DATE        TO LN-FORFEIT-DATE.
           MOVE DS-BALANCE             TO LN-BALANCE.
           MOVE WS-AS-OF-DATE          TO LN-NOTICE-DATE.
           WRITE NOTICE-RECORD.

       650-PRINT-STORE-TOTAL.
           MOVE WS-PREV-STORE     TO WSS-STORE.
           MOVE WS-STORE-COUNT    TO WSS-COUNT.
           MOVE WS-STORE-PAST-DUE TO WSS-PAST-DUE.
           WRITE OUTPUT-LINE FROM WS-STORE-TOTAL-LINE.

       700-PRINT-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "LAYAWAYS READ:          " TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "OPEN LAYAWAYS:          " TO WS-COUNT-TEXT.
           MOVE WS-OPEN-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "OPEN, NO PAYMENT PLAN:  " TO WS-COUNT-TEXT.
           MOVE WS-NO-PLAN-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "PAST DUE:               " TO WS-COUNT-TEXT.
           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "REMINDERS WRITTEN:      " TO WS-COUNT-TEXT.
           MOVE WS-REMINDER-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "FINAL NOTICES WRITTEN:  " TO WS-COUNT-TEXT.
           MOVE WS-FINAL-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "PAST CUTOFF, NO NOTICE: " TO WS-COUNT-TEXT.
           MOVE WS-AT-CUTOFF-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.

      * DATE PLUS ONE DAY, IN WS-WORK-DATE - THE SAME STEPPER AS
      * A8LAYUPD'S, COUNTING WS-DAYS-TO-GO DOWN.
       870-FORWARD-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-MONTH-LENGTH.
           IF WS-WORK-MONTH = 2
              PERFORM 875-CHECK-LEAP-YEAR
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

       875-CHECK-LEAP-YEAR.
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

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. WRITTEN IS THE NOTICES MAILED; THE
      * CONTROL TOTAL IS THE AMOUNT PAST DUE.
       895-WRITE-AUDIT-LOG.
           MOVE "A8LAYDUE" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           COMPUTE AP-RECORDS-WRITTEN =
              WS-REMINDER-COUNT + WS-FINAL-COUNT.
           MOVE WS-AT-CUTOFF-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-TOTAL-PAST-DUE TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 4 WHEN ANY LAYAWAY IS BEHIND SCHEDULE, SO THE STEP SHOWS
      * THERE ARE NOTICES TO MAIL.
       950-SET-RETURN-CODE.
           IF WS-PAST-DUE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE LAYAWAY-MASTER-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE NOTICE-FILE.

        END PROGRAM A8LAYDUE.
