      *                  STALE LINE, AND WRITE A CHASE-LIST FILE IN
      *                  STORE ORDER SO EACH STORE GETS A CALLABLE
      *                  LIST OF ITS OWN STALE LAYAWAYS.
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

