        IDENTIFICATION DIVISION.
        PROGRAM-ID. A7CRDREC.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: DEBIT/CREDIT CARD SETTLEMENT RECONCILIATION BY
      * STORE. A7DEPREC CHECKS THE CASH TENDERS AGAINST THE BANK;
      * THIS RUN CHECKS THE DB AND CR TENDERS AGAINST WHAT THE CARD
      * PROCESSOR ACTUALLY SETTLES. IT READS THE NIGHT'S SALES/
      * LAYAWAY AND RETURN EXTRACTS FROM A7SPLIT AND TOTALS EACH
      * STORE'S DB AND CR TENDERS PER BUSINESS DATE (SALES AND
      * LAYAWAY PAYMENTS LESS REFUNDS), SPLITTING A SECOND TENDER
      * THE SAME WAY A7DEPREC DOES: THE FIRST TENDER'S SHARE IS THE
      * TRANSACTION AMOUNT LESS THE SECOND TENDER'S OWN AMOUNT.
      * THE PROCESSOR'S SETTLEMENT FILE THEN CLEARS EACH STORE/
      * DATE/CARD TYPE IT SETTLES, AND THE REPORT PRINTS OVER/SHORT
      * NET OF THE PROCESSOR'S FEES - NET DEPOSITED PLUS FEES
      * AGAINST WHAT THE REGISTERS TOOK.
      * A STORE/DATE/CARD TYPE THE PROCESSOR HAS NOT YET SETTLED
      * IS CARRIED FORWARD ON THE OPEN-ITEMS FILE AND TRIED AGAIN
      * THE NEXT NIGHT UNTIL IT CLEARS; ONE STILL OPEN AFTER
      * WS-CHASE-NIGHTS RUNS IS FLAGGED FOR THE PROCESSOR TO BE
      * CHASED. THE "T" CONTROL TRAILERS ARE SKIPPED.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE DAY'S SALES/LAYAWAY EXTRACT FROM A7SPLIT.
            SELECT SALES-FILE
                ASSIGN TO "SLSFILE"
                ORGANIZATION IS SEQUENTIAL.

      * THE DAY'S RETURN EXTRACT FROM A7SPLIT.
            SELECT RETURN-FILE
                ASSIGN TO "RETFILE"
                ORGANIZATION IS SEQUENTIAL.

      * THE CARD PROCESSOR'S SETTLEMENT FILE - ONE RECORD PER
      * STORE, BUSINESS DATE AND CARD TYPE SETTLED.
            SELECT SETTLEMENT-FILE
                ASSIGN TO "SETLFEED"
                ORGANIZATION IS SEQUENTIAL.

      * LAST NIGHT'S OPEN ITEMS IN, TONIGHT'S OUT.
            SELECT OLD-OPEN-ITEMS-FILE
                ASSIGN TO "OPENOLD"
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-OPEN-ITEMS-FILE
                ASSIGN TO "OPENNEW"
                ORGANIZATION IS SEQUENTIAL.

      * STORE MASTER - NAMES FOR THE REPORT LINES.
            SELECT STORE-MASTER-FILE
                ASSIGN TO "STORMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD SALES-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.

        FD RETURN-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

       01 RETURN-IN-LINE              PIC X(120).

       FD SETTLEMENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS SETTLEMENT-RECORD
           RECORD CONTAINS 30 CHARACTERS.

      * FIXED LAYOUT AGREED WITH THE PROCESSOR: STORE, BUSINESS
      * DATE, CARD TYPE (DB/CR), THE FEES IT KEPT, AND THE NET IT
      * DEPOSITED.
       01 SETTLEMENT-RECORD.
          05 SF-STORE                 PIC 9(2).
          05 SF-BUSINESS-DATE         PIC 9(8).
          05 SF-CARD-TYPE             PIC X(2).
          05 SF-FEES                  PIC 9(5)V99.
          05 SF-NET                   PIC 9(7)V99.
          05 FILLER                   PIC X(2).

       FD OLD-OPEN-ITEMS-FILE
           RECORDING MODE IS F
           DATA RECORD IS OLD-OPEN-ITEM-RECORD
           RECORD CONTAINS 30 CHARACTERS.

      * ONE UNSETTLED STORE/DATE/CARD TYPE: WHAT THE REGISTERS
      * TOOK AND HOW MANY RUNS IT HAS WAITED.
       01 OLD-OPEN-ITEM-RECORD.
          05 OI-STORE                 PIC 9(2).
          05 OI-BUSINESS-DATE         PIC 9(8).
          05 OI-CARD-TYPE             PIC X(2).
          05 OI-EXPECTED              PIC S9(9)V99.
          05 OI-NIGHTS-OPEN           PIC 9(3).
          05 FILLER                   PIC X(4).

       FD NEW-OPEN-ITEMS-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-OPEN-ITEM-RECORD
           RECORD CONTAINS 30 CHARACTERS.

      * SAME LAYOUT AS THE OLD OPEN ITEMS.
       01 NEW-OPEN-ITEM-RECORD.
          05 NI-STORE                 PIC 9(2).
          05 NI-BUSINESS-DATE         PIC 9(8).
          05 NI-CARD-TYPE             PIC X(2).
          05 NI-EXPECTED              PIC S9(9)V99.
          05 NI-NIGHTS-OPEN           PIC 9(3).
          05 FILLER                   PIC X(4).

       FD STORE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.

           COPY STORMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-SALES-EOF-FLAG           PIC X(1)     VALUE 'N'.
       01 WS-RETURN-EOF-FLAG          PIC X(1)     VALUE 'N'.
       01 WS-SETTLE-EOF-FLAG          PIC X(1)     VALUE 'N'.
       01 WS-OPEN-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-STORMSTR-EOF-FLAG        PIC X(1)     VALUE 'N'.

      * AN ITEM STILL UNSETTLED AFTER THIS MANY RUNS IS FLAGGED
      * FOR THE PROCESSOR TO BE CHASED - CARD SETTLEMENT NORMALLY
      * LANDS THE NEXT BUSINESS DAY.
       01 WS-CHASE-NIGHTS             PIC 9(3)     VALUE 3.

      * ONE ENTRY PER STORE, BUSINESS DATE AND CARD TYPE - LAST
      * NIGHT'S OPEN ITEMS FIRST, THEN TONIGHT'S TENDERS, THEN ANY
      * SETTLEMENT THAT MATCHES NEITHER. A NIGHT CARRIES A FEW
      * HUNDRED; TWO THOUSAND IS ROOM TO SPARE, AND AN OVERFLOW
      * ENDS THE RUN 8 RATHER THAN DROPPING AN OPEN ITEM.
       01 WS-ITEM-COUNT               PIC 9(4)     VALUE 0.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
             10 WCI-STORE             PIC 9(2).
             10 WCI-BUSINESS-DATE     PIC 9(8).
             10 WCI-CARD-TYPE         PIC X(2).
             10 WCI-EXPECTED          PIC S9(9)V99.
             10 WCI-FEES              PIC 9(7)V99.
             10 WCI-NET               PIC 9(9)V99.
             10 WCI-SETTLED-FLAG      PIC X(1).
             10 WCI-NIGHTS-OPEN       PIC 9(3).
       01 WS-ITEM-I                   PIC 9(4).
       01 WS-ITEM-FOUND               PIC 9(4).
       01 WS-ITEM-OVERFLOW-COUNT      PIC 9(5)     VALUE 0.

      * THE ITEM BEING LOOKED UP OR ADDED.
       01 WS-KEY-STORE                PIC 9(2).
       01 WS-KEY-DATE                 PIC 9(8).
       01 WS-KEY-TYPE                 PIC X(2).
       01 WS-KEY-AMOUNT               PIC S9(9)V99.

      * REPORT ORDER - STORE, THEN CARD TYPE IN THIS ORDER.
       01 WS-CARD-TYPE-VALUES         PIC X(4)     VALUE "DBCR".
       01 WS-CARD-TYPE-TABLE REDEFINES WS-CARD-TYPE-VALUES.
          05 WS-CARD-TYPE-NAME OCCURS 2 TIMES PIC X(2).
       01 WS-TYPE-I                   PIC 9(1).
       01 WS-STORE-I                  PIC 9(3).

      * STORE NAMES FROM THE STORE MASTER, SUBSCRIPTED BY STORE
      * NUMBER.
       01 WS-STORE-NAME-TABLE.
          05 WS-STORE-NAME OCCURS 99 TIMES PIC X(20).
       01 WS-SM-STORE-NUM             PIC 9(2).

       01 WS-MATH.
          05 WSM-FIRST-SHARE          PIC 9(7)V99.
          05 WSM-SECOND-SHARE         PIC 9(7)V99.
          05 WSM-SIGN                 PIC S9(1).
          05 WSM-OVER-SHORT           PIC S9(9)V99.

       01 WS-COUNTS.
          05 WS-SALES-READ-COUNT      PIC 9(7)     VALUE 0.
          05 WS-RETURN-READ-COUNT     PIC 9(7)     VALUE 0.
          05 WS-SETTLE-READ-COUNT     PIC 9(5)     VALUE 0.
          05 WS-OPEN-READ-COUNT       PIC 9(5)     VALUE 0.
          05 WS-SETTLE-BAD-COUNT      PIC 9(5)     VALUE 0.
          05 WS-SETTLED-COUNT         PIC 9(5)     VALUE 0.
          05 WS-OUT-OF-BALANCE-COUNT  PIC 9(5)     VALUE 0.
          05 WS-CARRIED-COUNT         PIC 9(5)     VALUE 0.
          05 WS-CHASE-COUNT           PIC 9(5)     VALUE 0.
       01 WS-CHAIN-EXPECTED           PIC S9(9)V99 VALUE 0.
       01 WS-CHAIN-FEES               PIC 9(9)V99  VALUE 0.
       01 WS-CHAIN-NET                PIC 9(9)V99  VALUE 0.
       01 WS-CHAIN-OVER-SHORT         PIC S9(9)V99 VALUE 0.
       01 WS-CHAIN-OPEN               PIC S9(9)V99 VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(22)    VALUE SPACES.
          05 FILLER                   PIC X(40)    VALUE
             "CARD SETTLEMENT RECONCILIATION".

       01 WS-SECTION-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSS-TEXT                 PIC X(60).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(20)    VALUE "STORE".
          05 FILLER                   PIC X(9)     VALUE "DATE".
          05 FILLER                   PIC X(4)     VALUE "CARD".
          05 FILLER                   PIC X(12)    VALUE
             "    EXPECTED".
          05 FILLER                   PIC X(10)    VALUE
             "      FEES".
          05 FILLER                   PIC X(11)    VALUE
             "        NET".
          05 FILLER                   PIC X(12)    VALUE
             "  OVER/SHORT".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-STORE                PIC 9(2).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-NAME                 PIC X(16).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-DATE                 PIC 9(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-TYPE                 PIC X(2).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-EXPECTED             PIC -ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-FEES                 PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-NET                  PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-OVER-SHORT           PIC -ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-FLAG                 PIC X(13).

       01 WS-OPEN-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(20)    VALUE "STORE".
          05 FILLER                   PIC X(9)     VALUE "DATE".
          05 FILLER                   PIC X(4)     VALUE "CARD".
          05 FILLER                   PIC X(12)    VALUE
             "    EXPECTED".
          05 FILLER                   PIC X(14)    VALUE
             "  NIGHTS OPEN".

       01 WS-OPEN-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSO-STORE                PIC 9(2).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSO-NAME                 PIC X(16).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSO-DATE                 PIC 9(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSO-TYPE                 PIC X(2).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSO-EXPECTED             PIC -ZZZ,ZZ9.99.
          05 FILLER                   PIC X(8)     VALUE SPACES.
          05 WSO-NIGHTS               PIC ZZ9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSO-FLAG                 PIC X(20).

       01 WS-CHAIN-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(32)    VALUE
             "CHAIN TOTAL SETTLED".
          05 WSC-EXPECTED             PIC -ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSC-FEES                 PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSC-NET                  PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSC-OVER-SHORT           PIC -ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(30).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.
       01 WS-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-TOTAL-TEXT            PIC X(30).
          05 WS-TOTAL-VALUE           PIC -ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-STORE-NAMES.
           PERFORM 180-LOAD-OPEN-ITEMS.
           PERFORM 200-TALLY-CARD-SALES.
           PERFORM 300-TALLY-CARD-REFUNDS.
           PERFORM 400-APPLY-SETTLEMENTS.
           PERFORM 700-PRINT-REPORT.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           INITIALIZE WS-ITEM-TABLE.
           MOVE SPACES TO WS-STORE-NAME-TABLE.
           OPEN INPUT SALES-FILE.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT SETTLEMENT-FILE.
           OPEN INPUT OLD-OPEN-ITEMS-FILE.
           OPEN OUTPUT NEW-OPEN-ITEMS-FILE.
           OPEN OUTPUT OUTPUT-FILE.

      * PULL EVERY STORE'S NAME OFF THE STORE MASTER ONCE, UP
      * FRONT. A STORE WITH NO MASTER ROW PRINTS BLANK.
       150-LOAD-STORE-NAMES.
           OPEN INPUT STORE-MASTER-FILE.
           PERFORM 155-READ-STORE-NAME
               UNTIL WS-STORMSTR-EOF-FLAG = 'Y'.
           CLOSE STORE-MASTER-FILE.

       155-READ-STORE-NAME.
           READ STORE-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-STORMSTR-EOF-FLAG
           NOT AT END
              IF SM-STORE NUMERIC AND SM-STORE NOT = "00"
                 MOVE SM-STORE TO WS-SM-STORE-NUM
                 MOVE SM-NAME TO WS-STORE-NAME(WS-SM-STORE-NUM)
              END-IF
           END-READ.

      * LAST NIGHT'S UNSETTLED ITEMS GO IN FIRST, KEEPING THE
      * NUMBER OF RUNS THEY HAVE ALREADY WAITED.
       180-LOAD-OPEN-ITEMS.
           PERFORM 185-READ-OPEN-ITEM
               UNTIL WS-OPEN-EOF-FLAG = 'Y'.

       185-READ-OPEN-ITEM.
           READ OLD-OPEN-ITEMS-FILE
           AT END
              MOVE 'Y' TO WS-OPEN-EOF-FLAG
           NOT AT END
              IF OI-STORE NUMERIC AND OI-STORE > 0
                 ADD 1 TO WS-OPEN-READ-COUNT
                 MOVE OI-STORE         TO WS-KEY-STORE
                 MOVE OI-BUSINESS-DATE TO WS-KEY-DATE
                 MOVE OI-CARD-TYPE     TO WS-KEY-TYPE
                 MOVE OI-EXPECTED      TO WS-KEY-AMOUNT
                 PERFORM 600-ADD-TO-ITEM
                 IF WS-ITEM-FOUND > 0
                    MOVE OI-NIGHTS-OPEN
                       TO WCI-NIGHTS-OPEN(WS-ITEM-FOUND)
                 END-IF
              END-IF
           END-READ.

       200-TALLY-CARD-SALES.
           PERFORM 210-READ-SALE
               UNTIL WS-SALES-EOF-FLAG = 'Y'.

       210-READ-SALE.
           READ SALES-FILE
           AT END
              MOVE 'Y' TO WS-SALES-EOF-FLAG
           NOT AT END
              IF (IL-TRANSACTION-CODE = "S"
                 OR IL-TRANSACTION-CODE = "L")
                 AND IL-STORE-NUMBER > 0
                 ADD 1 TO WS-SALES-READ-COUNT
                 MOVE 1 TO WSM-SIGN
                 PERFORM 250-CARD-SHARES
              END-IF
           END-READ.

      * THE RETURN EXTRACT CARRIES THE SAME LAYOUT, SO EACH RECORD
      * IS PASSED THROUGH THE SHARED INPUT-LINE FIELDS AND THE SAME
      * SPLIT ARITHMETIC, TAKEN OFF INSTEAD OF ADDED.
       300-TALLY-CARD-REFUNDS.
           PERFORM 310-READ-RETURN
               UNTIL WS-RETURN-EOF-FLAG = 'Y'.

       310-READ-RETURN.
           READ RETURN-FILE
           AT END
              MOVE 'Y' TO WS-RETURN-EOF-FLAG
           NOT AT END
              IF RETURN-IN-LINE(1:1) = "R"
                 MOVE RETURN-IN-LINE TO INPUT-LINE
                 IF IL-STORE-NUMBER > 0
                    ADD 1 TO WS-RETURN-READ-COUNT
                    MOVE -1 TO WSM-SIGN
                    PERFORM 250-CARD-SHARES
                 END-IF
              END-IF
           END-READ.

      * EACH TENDER ON THE RECORD GOES TO ITS OWN CARD TYPE. A
      * SINGLE-TENDER RECORD IS ALL FIRST TENDER; ON A SPLIT THE
      * SECOND TENDER KEEPS ITS OWN AMOUNT AND THE FIRST TAKES THE
      * INVOICE LESS IT - AS A7DEPREC SPLITS THE CASH SHARE.
       250-CARD-SHARES.
           MOVE IL-TRANSACTION-AMOUNT TO WSM-FIRST-SHARE.
           MOVE 0 TO WSM-SECOND-SHARE.
           IF IL-TENDER-2-TYPE NOT = SPACES
              AND IL-TENDER-2-AMOUNT NUMERIC
              MOVE IL-TENDER-2-AMOUNT TO WSM-SECOND-SHARE
              COMPUTE WSM-FIRST-SHARE =
                 IL-TRANSACTION-AMOUNT - IL-TENDER-2-AMOUNT
           END-IF.
           MOVE IL-STORE-NUMBER TO WS-KEY-STORE.
           MOVE IL-TRANS-DATE   TO WS-KEY-DATE.
           IF (IL-PAYMENT-TYPE = "DB" OR IL-PAYMENT-TYPE = "CR")
              AND WSM-FIRST-SHARE > 0
              MOVE IL-PAYMENT-TYPE TO WS-KEY-TYPE
              COMPUTE WS-KEY-AMOUNT = WSM-FIRST-SHARE * WSM-SIGN
              PERFORM 600-ADD-TO-ITEM
           END-IF.
           IF (IL-TENDER-2-TYPE = "DB" OR IL-TENDER-2-TYPE = "CR")
              AND WSM-SECOND-SHARE > 0
              MOVE IL-TENDER-2-TYPE TO WS-KEY-TYPE
              COMPUTE WS-KEY-AMOUNT = WSM-SECOND-SHARE * WSM-SIGN
              PERFORM 600-ADD-TO-ITEM
           END-IF.

      * A SETTLEMENT CLEARS ITS STORE/DATE/CARD TYPE WHETHER THAT
      * IS TONIGHT'S OR AN OLDER OPEN ITEM. ONE FOR A DAY WE HAVE
      * NO TENDERS FOR STILL PRINTS - WITH NOTHING EXPECTED IT
      * SHOWS AS ALL OVER, WHICH IS WHAT NEEDS LOOKING AT.
       400-APPLY-SETTLEMENTS.
           PERFORM 410-READ-SETTLEMENT
               UNTIL WS-SETTLE-EOF-FLAG = 'Y'.

       410-READ-SETTLEMENT.
           READ SETTLEMENT-FILE
           AT END
              MOVE 'Y' TO WS-SETTLE-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-SETTLE-READ-COUNT
              IF SF-STORE NUMERIC AND SF-STORE > 0
                 AND SF-BUSINESS-DATE NUMERIC
                 AND (SF-CARD-TYPE = "DB" OR SF-CARD-TYPE = "CR")
                 AND SF-FEES NUMERIC AND SF-NET NUMERIC
                 MOVE SF-STORE         TO WS-KEY-STORE
                 MOVE SF-BUSINESS-DATE TO WS-KEY-DATE
                 MOVE SF-CARD-TYPE     TO WS-KEY-TYPE
                 MOVE 0                TO WS-KEY-AMOUNT
                 PERFORM 600-ADD-TO-ITEM
                 IF WS-ITEM-FOUND > 0
                    MOVE "Y" TO WCI-SETTLED-FLAG(WS-ITEM-FOUND)
                    ADD SF-FEES TO WCI-FEES(WS-ITEM-FOUND)
                    ADD SF-NET  TO WCI-NET(WS-ITEM-FOUND)
                 END-IF
              ELSE
                 ADD 1 TO WS-SETTLE-BAD-COUNT
              END-IF
           END-READ.

      * FIND THE ITEM FOR THE KEY AND ADD THE AMOUNT TO IT, OPENING
      * A NEW ONE WHEN THERE IS NONE. WS-ITEM-FOUND COMES BACK
      * ZERO ONLY WHEN THE TABLE IS FULL.
       600-ADD-TO-ITEM.
           MOVE 0 TO WS-ITEM-FOUND.
           PERFORM 610-MATCH-ITEM
               VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-COUNT
                  OR WS-ITEM-FOUND > 0.
           IF WS-ITEM-FOUND = 0
              IF WS-ITEM-COUNT < 2000
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND
                 MOVE WS-KEY-STORE TO WCI-STORE(WS-ITEM-FOUND)
                 MOVE WS-KEY-DATE TO WCI-BUSINESS-DATE(WS-ITEM-FOUND)
                 MOVE WS-KEY-TYPE TO WCI-CARD-TYPE(WS-ITEM-FOUND)
                 MOVE "N" TO WCI-SETTLED-FLAG(WS-ITEM-FOUND)
              ELSE
                 ADD 1 TO WS-ITEM-OVERFLOW-COUNT
              END-IF
           END-IF.
           IF WS-ITEM-FOUND > 0
              ADD WS-KEY-AMOUNT TO WCI-EXPECTED(WS-ITEM-FOUND)
           END-IF.

       610-MATCH-ITEM.
           IF WCI-STORE(WS-ITEM-I) = WS-KEY-STORE
              AND WCI-BUSINESS-DATE(WS-ITEM-I) = WS-KEY-DATE
              AND WCI-CARD-TYPE(WS-ITEM-I) = WS-KEY-TYPE
              MOVE WS-ITEM-I TO WS-ITEM-FOUND
           END-IF.

      * SETTLED ITEMS FIRST WITH THEIR OVER/SHORT, THEN WHAT IS
      * STILL OPEN AND CARRIED FORWARD - EACH BY STORE, THEN CARD
      * TYPE.
       700-PRINT-REPORT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "SETTLED BY THE PROCESSOR" TO WSS-TEXT.
           WRITE OUTPUT-LINE FROM WS-SECTION-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           PERFORM 710-PRINT-IF-SETTLED
               VARYING WS-STORE-I FROM 1 BY 1 UNTIL WS-STORE-I > 99
               AFTER WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 2
               AFTER WS-ITEM-I FROM 1 BY 1
                  UNTIL WS-ITEM-I > WS-ITEM-COUNT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-CHAIN-EXPECTED   TO WSC-EXPECTED.
           MOVE WS-CHAIN-FEES       TO WSC-FEES.
           MOVE WS-CHAIN-NET        TO WSC-NET.
           MOVE WS-CHAIN-OVER-SHORT TO WSC-OVER-SHORT.
           WRITE OUTPUT-LINE FROM WS-CHAIN-LINE.

           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "NOT YET SETTLED - CARRIED FORWARD" TO WSS-TEXT.
           WRITE OUTPUT-LINE FROM WS-SECTION-LINE.
           WRITE OUTPUT-LINE FROM WS-OPEN-HEADER.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           PERFORM 760-CARRY-IF-OPEN
               VARYING WS-STORE-I FROM 1 BY 1 UNTIL WS-STORE-I > 99
               AFTER WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 2
               AFTER WS-ITEM-I FROM 1 BY 1
                  UNTIL WS-ITEM-I > WS-ITEM-COUNT.
           PERFORM 800-PRINT-TOTALS.

       710-PRINT-IF-SETTLED.
           IF WCI-STORE(WS-ITEM-I) = WS-STORE-I
              AND WCI-CARD-TYPE(WS-ITEM-I)
                  = WS-CARD-TYPE-NAME(WS-TYPE-I)
              AND WCI-SETTLED-FLAG(WS-ITEM-I) = "Y"
              PERFORM 750-PRINT-SETTLED-LINE
           END-IF.

      * THE PROCESSOR DEPOSITS THE NET AND KEEPS ITS FEES, SO THE
      * TWO TOGETHER ARE WHAT THE TENDERS SHOULD HAVE COME TO.
       750-PRINT-SETTLED-LINE.
           ADD 1 TO WS-SETTLED-COUNT.
           COMPUTE WSM-OVER-SHORT =
              WCI-NET(WS-ITEM-I) + WCI-FEES(WS-ITEM-I)
              - WCI-EXPECTED(WS-ITEM-I).
           MOVE WCI-STORE(WS-ITEM-I)          TO WSD-STORE.
           MOVE WS-STORE-NAME(WS-STORE-I)     TO WSD-NAME.
           MOVE WCI-BUSINESS-DATE(WS-ITEM-I)  TO WSD-DATE.
           MOVE WCI-CARD-TYPE(WS-ITEM-I)      TO WSD-TYPE.
           MOVE WCI-EXPECTED(WS-ITEM-I)       TO WSD-EXPECTED.
           MOVE WCI-FEES(WS-ITEM-I)           TO WSD-FEES.
           MOVE WCI-NET(WS-ITEM-I)            TO WSD-NET.
           MOVE WSM-OVER-SHORT                TO WSD-OVER-SHORT.
           EVALUATE TRUE
               WHEN WSM-OVER-SHORT < 0
                   MOVE "** SHORT" TO WSD-FLAG
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               WHEN WSM-OVER-SHORT > 0
                   MOVE "** OVER" TO WSD-FLAG
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WSD-FLAG
           END-EVALUATE.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.
           ADD WCI-EXPECTED(WS-ITEM-I) TO WS-CHAIN-EXPECTED.
           ADD WCI-FEES(WS-ITEM-I)     TO WS-CHAIN-FEES.
           ADD WCI-NET(WS-ITEM-I)      TO WS-CHAIN-NET.
           ADD WSM-OVER-SHORT          TO WS-CHAIN-OVER-SHORT.

      * AN UNSETTLED ITEM GOES ONTO TONIGHT'S OPEN-ITEMS FILE WITH
      * ONE MORE NIGHT ON IT. A DAY WHOSE CARD SALES AND REFUNDS
      * NETTED TO NOTHING HAS NOTHING TO SETTLE AND IS DROPPED.
       760-CARRY-IF-OPEN.
           IF WCI-STORE(WS-ITEM-I) = WS-STORE-I
              AND WCI-CARD-TYPE(WS-ITEM-I)
                  = WS-CARD-TYPE-NAME(WS-TYPE-I)
              AND WCI-SETTLED-FLAG(WS-ITEM-I) NOT = "Y"
              AND WCI-EXPECTED(WS-ITEM-I) NOT = 0
              PERFORM 770-CARRY-OPEN-ITEM
           END-IF.

       770-CARRY-OPEN-ITEM.
           ADD 1 TO WS-CARRIED-COUNT.
           ADD 1 TO WCI-NIGHTS-OPEN(WS-ITEM-I).
           MOVE WCI-STORE(WS-ITEM-I)         TO NI-STORE.
           MOVE WCI-BUSINESS-DATE(WS-ITEM-I) TO NI-BUSINESS-DATE.
           MOVE WCI-CARD-TYPE(WS-ITEM-I)     TO NI-CARD-TYPE.
           MOVE WCI-EXPECTED(WS-ITEM-I)      TO NI-EXPECTED.
           MOVE WCI-NIGHTS-OPEN(WS-ITEM-I)   TO NI-NIGHTS-OPEN.
           WRITE NEW-OPEN-ITEM-RECORD.
           ADD WCI-EXPECTED(WS-ITEM-I) TO WS-CHAIN-OPEN.
           MOVE WCI-STORE(WS-ITEM-I)         TO WSO-STORE.
           MOVE WS-STORE-NAME(WS-STORE-I)    TO WSO-NAME.
           MOVE WCI-BUSINESS-DATE(WS-ITEM-I) TO WSO-DATE.
           MOVE WCI-CARD-TYPE(WS-ITEM-I)     TO WSO-TYPE.
           MOVE WCI-EXPECTED(WS-ITEM-I)      TO WSO-EXPECTED.
           MOVE WCI-NIGHTS-OPEN(WS-ITEM-I)   TO WSO-NIGHTS.
           IF WCI-NIGHTS-OPEN(WS-ITEM-I) > WS-CHASE-NIGHTS
              MOVE "** CHASE PROCESSOR" TO WSO-FLAG
              ADD 1 TO WS-CHASE-COUNT
           ELSE
              MOVE SPACES TO WSO-FLAG
           END-IF.
           WRITE OUTPUT-LINE FROM WS-OPEN-LINE.

       800-PRINT-TOTALS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "OPEN ITEMS BROUGHT FORWARD:" TO WS-COUNT-TEXT.
           MOVE WS-OPEN-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "SETTLEMENT RECORDS READ:" TO WS-COUNT-TEXT.
           MOVE WS-SETTLE-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "SETTLEMENT RECORDS UNUSABLE:" TO WS-COUNT-TEXT.
           MOVE WS-SETTLE-BAD-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ITEMS SETTLED:" TO WS-COUNT-TEXT.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ITEMS OVER OR SHORT:" TO WS-COUNT-TEXT.
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ITEMS CARRIED FORWARD:" TO WS-COUNT-TEXT.
           MOVE WS-CARRIED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ITEMS TO CHASE:" TO WS-COUNT-TEXT.
           MOVE WS-CHASE-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "OPEN AMOUNT CARRIED:" TO WS-TOTAL-TEXT.
           MOVE WS-CHAIN-OPEN TO WS-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.
           IF WS-ITEM-OVERFLOW-COUNT > 0
              MOVE "*** ITEM TABLE FULL - DROPPED:" TO WS-COUNT-TEXT
              MOVE WS-ITEM-OVERFLOW-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CHAIN OVER/SHORT
      * ON WHAT SETTLED - ZERO ON A NIGHT THE PROCESSOR AND THE
      * REGISTERS AGREE.
       895-WRITE-AUDIT-LOG.
           MOVE "A7CRDREC" TO AP-PROGRAM-ID.
           COMPUTE AP-RECORDS-READ =
              WS-SALES-READ-COUNT + WS-RETURN-READ-COUNT
              + WS-SETTLE-READ-COUNT + WS-OPEN-READ-COUNT.
           MOVE WS-CARRIED-COUNT TO AP-RECORDS-WRITTEN.
           COMPUTE AP-RECORDS-REJECTED =
              WS-OUT-OF-BALANCE-COUNT + WS-SETTLE-BAD-COUNT.
           MOVE WS-CHAIN-OVER-SHORT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY SETTLEMENT IS OVER OR SHORT, UNUSABLE,
      * OR AN ITEM IS DUE TO BE CHASED, 8 WHEN NOTHING AT ALL WAS
      * READ OR THE ITEM TABLE OVERFLOWED (AN OPEN ITEM WOULD BE
      * LOST - RERUN WITH A LARGER TABLE).
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SALES-READ-COUNT = 0
                 AND WS-RETURN-READ-COUNT = 0
                 AND WS-SETTLE-READ-COUNT = 0
                 AND WS-OPEN-READ-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEM-OVERFLOW-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE-COUNT > 0
                 OR WS-SETTLE-BAD-COUNT > 0
                 OR WS-CHASE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE SALES-FILE.
           CLOSE RETURN-FILE.
           CLOSE SETTLEMENT-FILE.
           CLOSE OLD-OPEN-ITEMS-FILE.
           CLOSE NEW-OPEN-ITEMS-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A7CRDREC.
