      * OF A SPREADSHEET. THE OUTSTANDING BALANCE IS ALWAYS
      * GC-ORIGINAL-AMOUNT LESS GC-REDEEMED-AMOUNT.
      * GC-STATUS: "O" = OUTSTANDING, "Z" = FULLY REDEEMED.
      *
      * GC-BREAKAGE-AMOUNT IS THE PART OF THE OUTSTANDING BALANCE
      * THE A7GCBRK BREAKAGE RUN HAS TAKEN INTO INCOME, AND
      * GC-BREAKAGE-DATE THE RUN THAT TOOK IT; A CARD CARRYING AN
      * AMOUNT IS NEVER RECOGNIZED AGAIN. THE CUSTOMER'S BALANCE
      * IS UNCHANGED BY IT - BREAKAGE IS ACCOUNTING, NOT A DEBIT TO
      * THE CARD. WHEN THE CARD IS NEXT REDEEMED A7GCPOST REVERSES
      * THE BREAKAGE IN FULL (GLJRNL JOURNALS THE REVERSAL) AND
      * ZEROES BOTH FIELDS. RECORDS WRITTEN BEFORE THESE FIELDS
      * EXISTED CARRY SPACES AND COUNT AS NO BREAKAGE TAKEN.
      * RECORD LENGTH 57.
      *****************************************************************
       01 GIFT-CARD-MASTER-RECORD.
          05 GC-CARD-NUMBER          PIC X(9).
          05 GC-REDEEMED-AMOUNT      PIC 9(5)V99.
          05 GC-LAST-ACTIVITY-DATE   PIC 9(8).
          05 GC-STATUS               PIC X(1).
          05 GC-BREAKAGE-AMOUNT      PIC 9(5)V99.
          05 GC-BREAKAGE-DATE        PIC 9(8).
