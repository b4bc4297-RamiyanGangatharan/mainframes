      * ACCOUNTS: 1010 CASH CLEARING, 4010 SALES REVENUE,
      * 2100 TAX PAYABLE, 2200 LAYAWAY LIABILITY, 4020 FORFEITED
      * DEPOSITS (THE "F" MOVEMENTS THE A8LAYCAN STALE-CANCEL RUN
      * APPENDS - DEPOSITS KEPT, NOT REFUNDED), 6100 COMMISSION
      * EXPENSE, 2300 ACCRUED COMMISSIONS PAYABLE, 2400 GIFT-CARD
      * LIABILITY, 4030 GIFT-CARD BREAKAGE INCOME.
      * COMMISSION IS ACCRUED AT PERIOD END FROM THE PAY-INTERFACE
      * FILE A3SCOMM SENT TO PAYROLL (PAYACCR - EARNED AND BONUS,
      * HELD RECORDS INCLUDED, SINCE THE EXPENSE IS INCURRED
      * WHETHER OR NOT PAYROLL HAS RELEASED IT), AND REVERSED FROM
      * THE PAID CONFIRMATIONS A3PAYREC WRITES ONCE PAYROLL'S
      * ACKNOWLEDGMENT IS RECONCILED (PAYCONF) - PAYROLL BOOKS THE
      * PAYMENT ITSELF. BOTH ARE READ BY THE MONTH-END CLOSE'S RUN
      * OF THIS PROGRAM, WHICH HAS THE NIGHTLY INPUTS DUMMY; THE
      * NIGHTLY RUN HAS BOTH DUMMY AND ITS JOURNAL IS THE STORES'
      * ALONE. THE COMMISSION ENTRIES CARRY STORE 00 - THEY ARE
      * NOT A STORE'S. THE MONTH-END CLOSE RUNS THIS PROGRAM WITH
      * PARM='ME' AND THAT RUN LOGS STEP "ME", SO AUDRPT'S
      * MONTH-END SECTION FINDS IT APART FROM THE SAME NIGHT'S
      * STORE JOURNAL - HOWEVER MANY COMMISSION RECORDS IT HAD.
      * GIFT-CARD BREAKAGE IS RECOGNIZED BY THE PERIODIC A7GCBRK
      * RUN, WHICH SENDS ITS OWN JOURNAL. WHEN A CARD CARRYING
      * BREAKAGE IS REDEEMED, A7GCPOST WRITES THE AMOUNT TO ITS
      * BRKREV FILE AND THIS RUN BOOKS IT BACK UNDER THE ISSUING
      * STORE (DR 4030 / CR 2400).
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   SEP 01, 2026 - A LAYAWAY CANCELLATION IS JOURNALLED ONCE:
      *                  RETURN PASS SKIPS ANY R WHOSE INVOICE HAS
      *                  AN "X" MOVEMENT, INSTEAD OF BOOKING THE
      *                  SAME REFUND FROM BOTH SOURCES.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - COMMISSION EXPENSE ACCRUAL: PAYACCR ACCRUES
      *                  THE PERIOD'S EARNED COMMISSION AND BONUS
      *                  (DR 6100 / CR 2300); PAYCONF REVERSES WHAT
      *                  A3PAYREC CONFIRMS PAYROLL PAID.
      *   OCT 15, 2026 - GIFT-CARD BREAKAGE REVERSALS FROM A7GCPOST'S
      *                  BRKREV FILE (DR 4030 / CR 2400).
      *   OCT 15, 2026 - THE COMMISSION ACCRUAL AND REVERSAL ARE
      *                  JOURNALLED BY THE MONTH-END CLOSE, NOT A
      *                  HAND-EDITED NIGHTLY RUN; THAT RUN LOGS
      *                  STEP "ME".
      *   OCT 15, 2026 - THE "ME" STEP COMES FROM THE EXEC PARM THE
      *                  MONTH-END CLOSE PASSES, NOT FROM WHETHER
      *                  ANY COMMISSION RECORDS WERE READ - A
      *                  ZERO-COMMISSION PERIOD LOGGED "GO" AND
      *                  AUDRPT SHOWED THE JOURNAL MISSING.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO DATEPARM
                ORGANIZATION IS SEQUENTIAL.

      * A3SCOMM'S PAY-INTERFACE FILE FOR THE PERIOD BEING ACCRUED
      * (DUMMY EXCEPT ON THE MONTH-END CLOSE'S RUN).
            SELECT PAY-ACCRUAL-FILE
                ASSIGN TO PAYACCR
                ORGANIZATION IS SEQUENTIAL.

      * A3PAYREC'S PAID CONFIRMATIONS - THE ACCRUAL THEY REVERSE
      * (DUMMY EXCEPT ON THE MONTH-END CLOSE'S RUN, STRAIGHT AFTER
      * THE RECONCILIATION).
            SELECT PAY-CONFIRM-FILE
                ASSIGN TO PAYCONF
                ORGANIZATION IS SEQUENTIAL.

      * A7GCPOST'S BREAKAGE REVERSALS - BREAKAGE TAKEN ON CARDS
      * THAT HAVE SINCE BEEN REDEEMED.
            SELECT BREAKAGE-REVERSAL-FILE
                ASSIGN TO BRKREV
                ORGANIZATION IS SEQUENTIAL.

      * THE JOURNAL FILE THE GL LOAD CONSUMES.
            SELECT JOURNAL-FILE
                ASSIGN TO JRNLOUT

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 RETURN-IN-LINE              PIC X(120).

       FD TAX-REMIT-FILE
           RECORDING MODE IS F
          05 LV-TOTAL                 PIC 9(5)V99.
          05 LV-PAID                  PIC 9(5)V99.

       FD PAY-ACCRUAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-ACCRUAL-RECORD
           RECORD CONTAINS 28 CHARACTERS.

      * SAME FIXED LAYOUT A3SCOMM WRITES FOR PAYROLL - KEEP THE
      * TWO IN STEP.
       01 PAY-ACCRUAL-RECORD.
          05 PA-NUMBER                PIC X(3).
          05 PA-PERIOD-EARNED         PIC 9(10)V99.
          05 PA-PERIOD-BONUS          PIC 9(10)V99.
          05 PA-HOLD-FLAG             PIC X(1).

       FD PAY-CONFIRM-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CONFIRM-RECORD
           RECORD CONTAINS 35 CHARACTERS.

      * SAME LAYOUT A3PAYREC WRITES - KEEP THE TWO IN STEP. THE
      * EARNED AND BONUS ARE WHAT WAS SENT (AND ACCRUED), NOT
      * WHAT PAYROLL PAID, SO THE REVERSAL CLEARS THE ACCRUAL
      * EXACTLY.
       01 PAY-CONFIRM-RECORD.
          05 PC-NUMBER                PIC X(3).
          05 PC-PERIOD                PIC X(8).
          05 PC-EARNED                PIC 9(10)V99.
          05 PC-BONUS                 PIC 9(10)V99.

       FD BREAKAGE-REVERSAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS BREAKAGE-REVERSAL-RECORD
           RECORD CONTAINS 26 CHARACTERS.

      * SAME LAYOUT A7GCPOST WRITES - KEEP THE TWO IN STEP. THE
      * STORE IS THE CARD'S ISSUING STORE, WHERE A7GCBRK BOOKED
      * THE BREAKAGE.
       01 BREAKAGE-REVERSAL-RECORD.
          05 BR-STORE                 PIC 9(2).
          05 BR-CARD-NUMBER           PIC X(9).
          05 BR-AMOUNT                PIC 9(5)V99.
          05 BR-DATE                  PIC 9(8).

       FD DATE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-RETURN-EOF-FLAG          PIC X(1)     VALUE 'N'.
       01 WS-TAX-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-MOVE-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-ACCR-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-CONF-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-BRK-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-BUSINESS-DATE            PIC 9(8)     VALUE 0.

      * PER-STORE ACCUMULATION, SUBSCRIPTED DIRECTLY BY THE
             10 WGL-REFUNDED-DEP      PIC 9(9)V99.
             10 WGL-FORFEITED         PIC 9(9)V99.
             10 WGL-TAX               PIC 9(9)V99.
             10 WGL-BRK-REVERSED      PIC 9(9)V99.
       01 WS-STORE-I                  PIC 9(3).

       01 WS-COUNTS.
       01 WS-XINV-MATCH-FLAG          PIC X(1).
       01 WS-CANCEL-R-SKIPPED         PIC 9(5)     VALUE 0.

      * COMMISSION ACCRUED AND REVERSED THIS RUN - COMPANY-WIDE,
      * JOURNALLED UNDER STORE 00.
       01 WS-COMM-TOTALS.
          05 WS-ACCR-EARNED           PIC 9(9)V99  VALUE 0.
          05 WS-ACCR-BONUS            PIC 9(9)V99  VALUE 0.
          05 WS-REV-EARNED            PIC 9(9)V99  VALUE 0.
          05 WS-REV-BONUS             PIC 9(9)V99  VALUE 0.
       01 WS-ACCR-COUNT               PIC 9(5)     VALUE 0.
       01 WS-CONF-COUNT               PIC 9(5)     VALUE 0.

      * BREAKAGE REVERSED ON A CARD WITH NO ISSUING STORE BOOKS
      * UNDER STORE 00, WHERE A7GCBRK BOOKED IT.
       01 WS-BRK-NO-STORE             PIC 9(9)V99  VALUE 0.
       01 WS-BRK-COUNT                PIC 9(5)     VALUE 0.

       01 WS-ENTRY-AMOUNT             PIC 9(9)V99.
       01 WS-DR-ACCOUNT               PIC X(4).
       01 WS-CR-ACCOUNT               PIC X(4).
          05 WS-TOTAL-TEXT            PIC X(22).
          05 WS-TOTAL-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        LINKAGE SECTION.

      * THE EXEC PARM - 'ME' FROM THE MONTH-END CLOSE, NONE FROM
      * THE NIGHTLY JOB.
       01 GL-PARM.
          05 GL-PARM-LENGTH           PIC S9(4)    COMP.
          05 GL-PARM-TEXT             PIC X(8).

        PROCEDURE DIVISION USING GL-PARM.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-TALLY-SALES.
           PERFORM 300-TALLY-TAX.
           PERFORM 350-TALLY-MOVEMENT.
           PERFORM 250-TALLY-RETURNS.
           PERFORM 370-TALLY-ACCRUAL.
           PERFORM 380-TALLY-CONFIRMED.
           PERFORM 390-TALLY-BRK-REVERSAL.
           PERFORM 400-WRITE-JOURNAL.
           PERFORM 480-JOURNAL-COMMISSION.
           PERFORM 600-WRITE-TRAILER.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 950-SET-RETURN-CODE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT TAX-REMIT-FILE.
           OPEN INPUT MOVEMENT-FILE.
           OPEN INPUT PAY-ACCRUAL-FILE.
           OPEN INPUT PAY-CONFIRM-FILE.
           OPEN INPUT BREAKAGE-REVERSAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.

      * S RECORDS ONLY - LAYAWAY MONEY JOURNALS FROM THE LIFECYCLE
               END-READ
           END-PERFORM.

      * EVERY PAY-INTERFACE RECORD ACCRUES, HELD OR NOT.
       370-TALLY-ACCRUAL.
           PERFORM 375-READ-ACCRUAL
               UNTIL WS-ACCR-EOF-FLAG = 'Y'.

       375-READ-ACCRUAL.
           READ PAY-ACCRUAL-FILE
           AT END
              MOVE 'Y' TO WS-ACCR-EOF-FLAG
           NOT AT END
              IF PA-NUMBER NUMERIC AND PA-NUMBER NOT = "000"
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-ACCR-COUNT
                 ADD PA-PERIOD-EARNED TO WS-ACCR-EARNED
                 ADD PA-PERIOD-BONUS TO WS-ACCR-BONUS
              END-IF
           END-READ.

       380-TALLY-CONFIRMED.
           PERFORM 385-READ-CONFIRMED
               UNTIL WS-CONF-EOF-FLAG = 'Y'.

       385-READ-CONFIRMED.
           READ PAY-CONFIRM-FILE
           AT END
              MOVE 'Y' TO WS-CONF-EOF-FLAG
           NOT AT END
              IF PC-NUMBER NUMERIC AND PC-NUMBER NOT = "000"
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-CONF-COUNT
                 ADD PC-EARNED TO WS-REV-EARNED
                 ADD PC-BONUS TO WS-REV-BONUS
              END-IF
           END-READ.

       390-TALLY-BRK-REVERSAL.
           PERFORM 395-READ-BRK-REVERSAL
               UNTIL WS-BRK-EOF-FLAG = 'Y'.

       395-READ-BRK-REVERSAL.
           READ BREAKAGE-REVERSAL-FILE
           AT END
              MOVE 'Y' TO WS-BRK-EOF-FLAG
           NOT AT END
              IF BR-AMOUNT NUMERIC AND BR-AMOUNT > 0
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-BRK-COUNT
                 IF BR-STORE NUMERIC AND BR-STORE > 0
                    MOVE "Y" TO WGL-SEEN(BR-STORE)
                    ADD BR-AMOUNT TO WGL-BRK-REVERSED(BR-STORE)
                 ELSE
                    ADD BR-AMOUNT TO WS-BRK-NO-STORE
                 END-IF
              END-IF
           END-READ.

      * EVERY ENTRY GOES OUT AS A DEBIT/CREDIT PAIR, SO THE
      * JOURNAL BALANCES BY CONSTRUCTION AND THE END-OF-RUN CHECK
      * PROVES NOTHING WENT MISSING ON THE WAY OUT.
              MOVE "TAX COLLECTED   " TO WS-ENTRY-DESC
              PERFORM 500-WRITE-PAIR
           END-IF.
           IF WGL-BRK-REVERSED(WS-STORE-I) > 0
              MOVE WGL-BRK-REVERSED(WS-STORE-I) TO WS-ENTRY-AMOUNT
              PERFORM 460-JOURNAL-BRK-REVERSAL
           END-IF.

      * THE REDEEMED CARD WAS NOT BREAKAGE AFTER ALL - TAKE THE
      * INCOME BACK OFF AND RESTORE THE LIABILITY IT CLEARED.
       460-JOURNAL-BRK-REVERSAL.
           MOVE "4030" TO WS-DR-ACCOUNT.
           MOVE "2400" TO WS-CR-ACCOUNT.
           MOVE "BREAKAGE REVERSD" TO WS-ENTRY-DESC.
           PERFORM 500-WRITE-PAIR.

      * THE ACCRUAL BOOKS THE EXPENSE AGAINST THE PAYABLE; THE
      * REVERSAL IS ITS MIRROR FOR WHAT PAYROLL HAS SINCE PAID.
       480-JOURNAL-COMMISSION.
           MOVE 0 TO WS-STORE-I.
           IF WS-ACCR-EARNED > 0
              MOVE WS-ACCR-EARNED TO WS-ENTRY-AMOUNT
              MOVE "6100" TO WS-DR-ACCOUNT
              MOVE "2300" TO WS-CR-ACCOUNT
              MOVE "COMM ACCRUAL    " TO WS-ENTRY-DESC
              PERFORM 500-WRITE-PAIR
           END-IF.
           IF WS-ACCR-BONUS > 0
              MOVE WS-ACCR-BONUS TO WS-ENTRY-AMOUNT
              MOVE "6100" TO WS-DR-ACCOUNT
              MOVE "2300" TO WS-CR-ACCOUNT
              MOVE "BONUS ACCRUAL   " TO WS-ENTRY-DESC
              PERFORM 500-WRITE-PAIR
           END-IF.
           IF WS-REV-EARNED > 0
              MOVE WS-REV-EARNED TO WS-ENTRY-AMOUNT
              MOVE "2300" TO WS-DR-ACCOUNT
              MOVE "6100" TO WS-CR-ACCOUNT
              MOVE "COMM ACCRUAL REV" TO WS-ENTRY-DESC
              PERFORM 500-WRITE-PAIR
           END-IF.
           IF WS-REV-BONUS > 0
              MOVE WS-REV-BONUS TO WS-ENTRY-AMOUNT
              MOVE "2300" TO WS-DR-ACCOUNT
              MOVE "6100" TO WS-CR-ACCOUNT
              MOVE "BONUS ACCRUAL RV" TO WS-ENTRY-DESC
              PERFORM 500-WRITE-PAIR
           END-IF.
           IF WS-BRK-NO-STORE > 0
              MOVE WS-BRK-NO-STORE TO WS-ENTRY-AMOUNT
              PERFORM 460-JOURNAL-BRK-REVERSAL
           END-IF.

       500-WRITE-PAIR.
           MOVE WS-DR-ACCOUNT TO JR-ACCOUNT.
           MOVE "CANCEL RETURNS SKIPPED" TO WS-COUNT-TEXT.
           MOVE WS-CANCEL-R-SKIPPED TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "PAY RECORDS ACCRUED:  " TO WS-COUNT-TEXT.
           MOVE WS-ACCR-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "PAID RECORDS REVERSED:" TO WS-COUNT-TEXT.
           MOVE WS-CONF-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "BREAKAGE REVERSALS:   " TO WS-COUNT-TEXT.
           MOVE WS-BRK-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "TOTAL DEBITS:         " TO WS-TOTAL-TEXT.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-VALUE.
           DISPLAY WS-TOTAL-LINE.
           MOVE 0 TO AP-RECORDS-REJECTED.
           MOVE WS-DEBIT-TOTAL TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           IF GL-PARM-LENGTH > 1
              IF GL-PARM-TEXT(1:2) = "ME"
                 MOVE "ME" TO AP-STEP-ID
              END-IF
           END-IF.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.
           CLOSE RETURN-FILE.
           CLOSE TAX-REMIT-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE PAY-ACCRUAL-FILE.
           CLOSE PAY-CONFIRM-FILE.
           CLOSE BREAKAGE-REVERSAL-FILE.
           CLOSE JOURNAL-FILE.

        END PROGRAM GLJRNL.
