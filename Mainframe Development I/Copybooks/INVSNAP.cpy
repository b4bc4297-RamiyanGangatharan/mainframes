      *****************************************************************
      * INVSNAP - A2IPOST'S PRE-POSTING SNAPSHOT, KEYED BY THE FILE
      * A POSTING TOUCHES ("I" INVMSTR, "P" POMSTR, "L" LOCSTK, "X"
      * XFRMSTR) AND THAT RECORD'S OWN KEY (ITEM; ITEM + LOCATION;
      * ITEM + FROM + TO LOCATION), LEFT-JUSTIFIED.
      *
      * PS-LAST-RUN-ID AND PS-LAST-BUS-DATE ARE THE RUNCTL RUN ID
      * AND THE DATEPARM BUSINESS DATE OF THE POSTING THAT LAST
      * TOUCHED THE RECORD - THE RUN ID ALONE IS THE PERIOD AND
      * SPANS A MONTH OF NIGHTS. THE PRIOR FIELDS HOLD THE FIGURES
      * THE POSTING MOVES AS THEY STOOD BEFORE IT, SO THE SAME
      * RUN ID AND DATE CAN POST AGAIN FROM THE SNAPSHOT WITHOUT
      * DOUBLE-ADDING (THE YTDCOMM RERUN GUARD, KEPT BESIDE THE
      * MASTERS RATHER THAN IN THEM). ONLY THOSE FIGURES ARE
      * SNAPSHOT - DESCRIPTIONS, PRICES AND THE REST OF THE RECORD
      * ARE NEVER ROLLED BACK.
      *
      * PS-ON-FILE-FLAG "N" = THE RECORD DID NOT EXIST BEFORE THE
      * POSTING (A LOCATION'S FIRST STOCK, A NEW TRANSFER LANE) -
      * A RERUN REMOVES IT. PS-PRIOR-PO-NUMBER GUARDS A PURCHASE
      * ORDER REPLACED SINCE THE SNAPSHOT: A DIFFERENT ORDER IS
      * NEVER ROLLED BACK.
      *****************************************************************
       01 POSTING-SNAPSHOT-RECORD.
          05 PS-KEY.
             10 PS-FILE               PIC X(1).
             10 PS-RECORD-KEY         PIC X(8).
          05 PS-LAST-RUN-ID           PIC X(8).
          05 PS-LAST-BUS-DATE         PIC X(8).
          05 PS-ON-FILE-FLAG          PIC X(1).
          05 PS-PRIOR-FIELDS          PIC X(30).
          05 PS-PRIOR-INV REDEFINES PS-PRIOR-FIELDS.
             10 PS-PRIOR-QTY-ON-HAND  PIC 9(3).
             10 PS-PRIOR-AVG-COST     PIC 9(4)V99.
             10 FILLER                PIC X(21).
          05 PS-PRIOR-PO REDEFINES PS-PRIOR-FIELDS.
             10 PS-PRIOR-PO-NUMBER    PIC X(8).
             10 PS-PRIOR-RECEIVED-QTY PIC 9(3).
             10 PS-PRIOR-PO-STATUS    PIC X(1).
             10 PS-PRIOR-CLOSE-DATE   PIC 9(8).
             10 FILLER                PIC X(10).
          05 PS-PRIOR-LOC REDEFINES PS-PRIOR-FIELDS.
             10 PS-PRIOR-LS-ON-HAND   PIC 9(3).
             10 PS-PRIOR-LS-IN-TRANSIT
                                      PIC 9(3).
             10 PS-PRIOR-LS-MOVE-DATE PIC 9(8).
             10 FILLER                PIC X(16).
          05 PS-PRIOR-XFER REDEFINES PS-PRIOR-FIELDS.
             10 PS-PRIOR-XF-IN-TRANSIT
                                      PIC 9(3).
             10 PS-PRIOR-XF-SHIPPED   PIC 9(5).
             10 PS-PRIOR-XF-RECEIVED  PIC 9(5).
             10 PS-PRIOR-XF-SHIP-DATE PIC 9(8).
             10 PS-PRIOR-XF-RECEIPT-DATE
                                      PIC 9(8).
             10 PS-PRIOR-XF-STATUS    PIC X(1).
