      *                  CANCELLATIONS, SO THE DERIVED OPENING
      *                  STILL RECONCILES ON A DAY THAT RUN
      *                  EXECUTES.
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 75 BYTES
      *                  FOR THE OPENING SALESPERSON; NO CHANGE TO
      *                  THIS PROGRAM'S LOGIC.
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 105 BYTES
      *                  FOR THE PAYMENT SCHEDULE; NO CHANGE TO THIS
      *                  PROGRAM'S LOGIC.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD LAYAWAY-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

