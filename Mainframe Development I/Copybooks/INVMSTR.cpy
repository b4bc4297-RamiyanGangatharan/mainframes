      *****************************************************************
      * INVMSTR - INVENTORY MASTER RECORD, KEYED BY ITEM CODE. THE
      * ON-HAND QUANTITY IS MAINTAINED BY A2IPOST FROM THE DAILY
      * RECEIPTS/ISSUES FEED AND BY A2IRELV FROM WHAT THE STORES
      * SOLD AND TOOK BACK, A2ILOAD BUILDS THE FILE FROM THE OLD
      * 27-BYTE LISTING RECORDS, AND A2ILIST REPORTS FROM IT, SO THE
      * LOW-STOCK FLAG IS JUDGED AGAINST WHAT IS ACTUALLY IN THE
      * WAREHOUSE RATHER THAN A RE-KEYED SNAPSHOT.
      * IM-VENDOR AND IM-ORDER-UP-TO CARRY WHAT PURCHASING NEEDS ON
      * THE PURCHASE-ORDER SUGGESTION FILE: WHO SUPPLIES THE ITEM AND
      * THE LEVEL THE ON-HAND QUANTITY SHOULD BE BROUGHT BACK UP TO
      * WHEN THE REORDER FLAG TRIPS. IM-VENDOR IS A CODE ON THE
      * VENDOR MASTER (VNDMSTR) - A2IMAINT ACCEPTS NO OTHER.
      *
      * THE DESCRIPTIVE FIELDS ARE MAINTAINED BY A2IMAINT FROM
      * TRANSACTION CARDS NOW - NO MORE HAND-EDITING THE CLUSTER.
      * DISCONTINUED - A DISCONTINUED ITEM KEEPS ITS ROW AND SELLS
      * DOWN ITS STOCK BUT IS NEVER SUGGESTED FOR REORDER AND
      * ACCEPTS NO MORE RECEIPTS.
      *
      * IM-UNIT-PRICE IS THE SELLING PRICE. IM-AVG-COST IS THE
      * RUNNING WEIGHTED-AVERAGE UNIT COST A2IPOST KEEPS FROM THE
      * COST EACH RECEIPT ARRIVES AT (THE R CARD'S, OR THE OPEN
      * PO'S): ON-HAND AT THE OLD AVERAGE PLUS THE RECEIPT AT ITS
      * COST, OVER THE NEW ON-HAND. ISSUES, SALES AND COUNT
      * ADJUSTMENTS MOVE STOCK AT THE AVERAGE AND LEAVE IT AS IT
      * STANDS. A2IVAL AND A2ICOUNT VALUE AT THIS COST; ZERO = NOT
      * YET COSTED, AND THOSE ITEMS FALL BACK TO THE SELLING PRICE.
      *
      * IM-QTY-ON-HAND IS THE CHAIN TOTAL. WHERE THAT STOCK SITS -
      * WHICH STORE, THE WAREHOUSE, OR IN TRANSIT BETWEEN THEM - IS
      * KEPT ON THE STOCK-BY-LOCATION FILE (LOCSTK), WHICH ALWAYS
      * ADDS BACK TO THIS FIGURE.
      *
      * IM-LAST-COUNT-DATE IS THE LAST DAY A PHYSICAL COUNT OF THE
      * ITEM POSTED THROUGH A2ICOUNT (AGREEING OR ADJUSTED), ZERO =
      * NEVER COUNTED. A2ICYCLE SCHEDULES THE CYCLE COUNTS FROM IT.
      *****************************************************************
       01 INVENTORY-MASTER-RECORD.
          05 IM-ITEM                 PIC X(4).
          05 IM-ORDER-UP-TO          PIC 9(3).
          05 IM-STATUS               PIC X(1).
          05 IM-REORDER-POINT        PIC 9(3).
          05 IM-AVG-COST             PIC 9(4)V99.
          05 IM-LAST-COUNT-DATE      PIC 9(8).
