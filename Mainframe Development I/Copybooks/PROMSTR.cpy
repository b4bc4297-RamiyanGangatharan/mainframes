      *****************************************************************
      * PROMSTR - PROMOTION MASTER, KEYED BY THE PROMOTION ID. ONE
      * ROW PER PROMOTION: WHAT IS ON PROMOTION (ONE SKU, OR EVERY
      * SKU WHOSE ITEM IS IN AN INVENTORY CLASS), AT WHAT PRICE
      * (A FIXED PROMOTION PRICE, OR A PERCENT OFF THE ITEM'S
      * SELLING PRICE), FOR WHICH DAYS AND IN WHICH STORES.
      * MAINTAINED BY THE PROMMNT CARD PROGRAM. A8PRCOVR ACCEPTS
      * THE PROMOTION PRICE AT THE TILL INSIDE THE WINDOW, AND
      * A8PRMLFT REPORTS THE LIFT ONCE THE PROMOTION HAS RUN.
      *
      * PR-SKU / PR-ITEM-CLASS: EXACTLY ONE IS FILLED IN.
      * PR-PROMO-PRICE / PR-PERCENT-OFF: EXACTLY ONE IS NON-ZERO.
      * PR-START-DATE TO PR-END-DATE: THE DAYS IN EFFECT, BOTH
      * INCLUSIVE (YYYYMMDD).
      * PR-STORE: UP TO EIGHT STORE NUMBERS; ALL BLANK = EVERY
      * STORE. A PROMOTION FOR MORE STORES THAN THAT (BUT NOT THE
      * CHAIN) IS KEYED AS A SECOND PROMOTION ID.
      * PR-STATUS: "A" = ACTIVE, "I" = INACTIVE (KEYED IN ERROR OR
      * CALLED OFF - IGNORED BY THE READERS, KEPT FOR THE HISTORY).
      *****************************************************************
       01 PROMOTION-MASTER-RECORD.
          05 PR-PROMO-ID             PIC X(6).
          05 PR-SKU                  PIC X(15).
          05 PR-ITEM-CLASS           PIC X(1).
          05 PR-PROMO-PRICE          PIC 9(4)V99.
          05 PR-PERCENT-OFF          PIC 9(2).
          05 PR-START-DATE           PIC 9(8).
          05 PR-END-DATE             PIC 9(8).
          05 PR-STORE-LIST.
             10 PR-STORE             PIC X(2)  OCCURS 8 TIMES.
          05 PR-DESCRIPTION          PIC X(16).
          05 PR-STATUS               PIC X(1).
