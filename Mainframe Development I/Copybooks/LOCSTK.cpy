      *****************************************************************
      * LOCSTK - STOCK BY LOCATION, KEYED BY ITEM CODE AND LOCATION.
      * A LOCATION IS A 2-CHARACTER STORE NUMBER FROM THE STORE
      * MASTER (STORMSTR), OR "WH" FOR THE WAREHOUSE. THE INVENTORY
      * MASTER'S IM-QTY-ON-HAND STAYS THE CHAIN TOTAL; THIS FILE
      * SAYS WHERE IT IS: THE ITEM'S LS-QTY-ON-HAND ACROSS ALL ITS
      * LOCATIONS, PLUS WHAT IS IN TRANSIT BETWEEN THEM, ALWAYS ADDS
      * BACK TO IM-QTY-ON-HAND.
      *
      * A2IPOST POSTS WAREHOUSE RECEIPTS AND ISSUES (AND THE T/U
      * TRANSFER CARDS) HERE, A2IRELV RELIEVES THE SELLING STORE'S
      * ROW FOR STORE SALES AND RESTOCKS IT FOR RETURNS, AND A2ICOUNT
      * ADJUSTS THE COUNTED LOCATION. A ROW IS WRITTEN THE FIRST TIME
      * STOCK ARRIVES AT A LOCATION; A2ILSEED SEEDS THE WAREHOUSE
      * ROWS FROM THE MASTER AT CUTOVER.
      *
      * LS-QTY-IN-TRANSIT IS STOCK SHIPPED TO THIS LOCATION ON A
      * TRANSFER (XFRMSTR) AND NOT YET RECEIVED - STILL THE CHAIN'S,
      * NOT YET ON THIS LOCATION'S SHELF. LS-LAST-MOVE-DATE IS THE
      * LAST DAY ANYTHING POSTED TO THE ROW.
      *****************************************************************
       01 LOCATION-STOCK-RECORD.
          05 LS-KEY.
             10 LS-ITEM              PIC X(4).
             10 LS-LOCATION          PIC X(2).
          05 LS-QTY-ON-HAND          PIC 9(3).
          05 LS-QTY-IN-TRANSIT       PIC 9(3).
          05 LS-LAST-MOVE-DATE       PIC 9(8).
