      * PO-STATUS: "O" = OPEN, "C" = CLOSED (RECEIVED IN FULL OR
      * OVER). A CLOSED RECORD STAYS ON FILE UNTIL THE NEXT ORDER
      * FOR THE ITEM OVERWRITES IT, SO THE LAST ORDER'S HISTORY IS
      * ALWAYS READABLE. PO-VENDOR IS A CODE ON THE VENDOR MASTER
      * (VNDMSTR); A2POAGE HOLDS EACH OPEN ORDER TO THAT VENDOR'S
      * LEAD TIME AND A2POSCR SCORES THE MONTH'S CLOSED ORDERS BY
      * VENDOR.
      * PO-XMIT-DATE IS THE DATE A2POOPEN PUT THE ORDER ON THE
      * VENDOR'S PURCHASE-ORDER DOCUMENT (AND, FOR A VENDOR THAT
      * TAKES ELECTRONIC ORDERS, THE OUTBOUND ORDER FILE); ZERO =
      * NOT YET SENT. A RERUN SENDS ONLY THE ORDERS STILL AT ZERO.
      * PO-UNIT-COST IS THE UNIT COST THE ORDER WAS PLACED AT - THE
      * ITEM'S AVERAGE COST WHEN A2POOPEN OPENED IT. A2IPOST COSTS
      * A RECEIPT AGAINST THE ORDER AT THIS FIGURE WHEN THE R CARD
      * CARRIES NO COST OF ITS OWN. ZERO = NO COST ON THE ORDER.
      *****************************************************************
       01 PURCHASE-ORDER-MASTER-RECORD.
          05 PO-ITEM                 PIC X(4).
          05 PO-RECEIVED-QTY         PIC 9(3).
          05 PO-STATUS               PIC X(1).
          05 PO-CLOSE-DATE           PIC 9(8).
          05 PO-XMIT-DATE            PIC 9(8).
          05 PO-UNIT-COST            PIC 9(4)V99.
