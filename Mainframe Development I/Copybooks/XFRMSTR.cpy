      *****************************************************************
      * XFRMSTR - INTER-LOCATION TRANSFER MASTER, KEYED BY ITEM CODE,
      * SHIPPING LOCATION AND RECEIVING LOCATION (THE LOCATION
      * CODES OF LOCSTK - A STORE NUMBER OR "WH"). ONE ROW PER LANE
      * PER ITEM, THE WAY POMSTR HOLDS ONE ORDER PER ITEM: A2IPOST'S
      * T CARD (SHIPPED) ADDS TO XF-QTY-IN-TRANSIT, ITS U CARD
      * (RECEIVED) TAKES IT OFF, AND THE ROW CLOSES WHEN NOTHING IS
      * LEFT ON THE ROAD. A SECOND SHIPMENT ON A LANE ALREADY IN
      * TRANSIT ADDS TO THE SAME ROW AND KEEPS THE OLDER SHIP DATE,
      * SO THE ROW AGES FROM ITS OLDEST UNRECEIVED UNITS. A2IXFER
      * LISTS THE ROWS STILL IN TRANSIT PAST ITS CUTOFF.
      *
      * XF-STATUS: "T" = IN TRANSIT, "R" = RECEIVED IN FULL. A
      * RECEIVED ROW STAYS ON FILE UNTIL THE NEXT SHIPMENT ON THE
      * LANE REOPENS IT, SO THE LAST TRANSFER IS ALWAYS READABLE.
      *****************************************************************
       01 TRANSFER-MASTER-RECORD.
          05 XF-KEY.
             10 XF-ITEM              PIC X(4).
             10 XF-FROM-LOCATION     PIC X(2).
             10 XF-TO-LOCATION       PIC X(2).
          05 XF-QTY-IN-TRANSIT       PIC 9(3).
          05 XF-QTY-SHIPPED          PIC 9(5).
          05 XF-QTY-RECEIVED         PIC 9(5).
          05 XF-SHIP-DATE            PIC 9(8).
          05 XF-LAST-RECEIPT-DATE    PIC 9(8).
          05 XF-STATUS               PIC X(1).
