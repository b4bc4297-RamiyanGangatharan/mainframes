      *                  STILL RECONCILES ON A DAY THIS RUN
      *                  EXECUTES AND GLJRNL BOOKS THE FORFEITED
      *                  DEPOSITS AS INCOME.
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 75 BYTES
      *                  FOR THE OPENING SALESPERSON; NO CHANGE TO
      *                  THIS PROGRAM'S LOGIC.
      *   OCT 15, 2026 - A FORFEITED LAYAWAY IS LEFT AT STATUS "F",
      *                  NOT "X", SO IT STAYS TELLABLE FROM A
      *                  CUSTOMER CANCELLATION (THE CUSTOMER MASTER
      *                  COUNTS FORFEITURES FROM IT).
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 105 BYTES
      *                  FOR THE PAYMENT SCHEDULE; NO CHANGE TO THIS
      *                  PROGRAM'S LOGIC.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD LAYAWAY-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

                 MOVE LM-TOTAL-AMOUNT   TO LV-TOTAL
                 MOVE LM-PAID-AMOUNT    TO LV-PAID
                 WRITE MOVEMENT-RECORD
                 MOVE "F" TO LM-STATUS
                 MOVE WS-RUN-DATE TO LM-LAST-ACTIVITY-DATE
                 REWRITE LAYAWAY-MASTER-RECORD
              END-IF
