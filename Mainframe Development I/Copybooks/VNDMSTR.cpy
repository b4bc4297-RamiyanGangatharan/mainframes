      *****************************************************************
      * VNDMSTR - VENDOR MASTER RECORD, KEYED BY VENDOR CODE. THE
      * CODE IS THE SAME X(10) VALUE CARRIED IN IM-VENDOR ON THE
      * INVENTORY MASTER AND PO-VENDOR ON THE PURCHASE-ORDER MASTER,
      * SO ONE SUPPLIER IS ONE CODE - A2IMAINT WILL NOT PUT AN ITEM
      * ON A CODE THAT IS NOT HERE AND A2POOPEN WILL NOT OPEN AN
      * ORDER AGAINST ONE. MAINTAINED BY THE A2VMAINT CARD PROGRAM.
      *
      * VN-LEAD-DAYS IS THE VENDOR'S QUOTED STANDARD LEAD TIME IN
      * CALENDAR DAYS FROM ORDER TO FULL RECEIPT. A2POAGE FLAGS AN
      * OPEN ORDER LATE ONCE IT HAS BEEN OUT LONGER THAN THIS, AND
      * A2POSCR SETS IT AGAINST THE LEAD TIME THE CLOSED ORDERS
      * ACTUALLY TOOK. ZERO = NO LEAD TIME QUOTED.
      *
      * VN-ORDER-METHOD: "E" = TAKES ELECTRONIC ORDERS - ITS ORDERS
      * GO ON A2POOPEN'S OUTBOUND ORDER FILE AS WELL AS THE PRINTED
      * PURCHASE-ORDER DOCUMENT; ANYTHING ELSE = PRINTED DOCUMENT
      * ONLY.
      *
      * VN-STATUS: "A" = ACTIVE, "I" = INACTIVE (NO NEW ITEMS OR
      * ORDERS; THE ROW STAYS SO OLD ORDERS STILL REPORT BY NAME).
      *****************************************************************
       01 VENDOR-MASTER-RECORD.
          05 VN-CODE                 PIC X(10).
          05 VN-NAME                 PIC X(25).
          05 VN-CONTACT              PIC X(25).
          05 VN-LEAD-DAYS            PIC 9(3).
          05 VN-STATUS               PIC X(1).
          05 VN-ORDER-METHOD         PIC X(1).
