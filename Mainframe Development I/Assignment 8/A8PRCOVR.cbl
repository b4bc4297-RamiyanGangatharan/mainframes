        IDENTIFICATION DIVISION.
        PROGRAM-ID. A8PRCOVR.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: REGISTER PRICE-OVERRIDE EXCEPTION REPORT. THE
      * AMOUNT RUNG AT THE TILL HAS ALWAYS BEEN TAKEN AS GIVEN;
      * THIS RUN CHECKS IT. EACH "S" RECORD ON THE DAY'S SALES
      * EXTRACT IS ONE UNIT SOLD (AS A2IRELV COUNTS IT): ITS SKU IS
      * MAPPED THROUGH THE SKU CROSS-REFERENCE TO THE INVENTORY
      * MASTER AND THE RUNG AMOUNT IS COMPARED TO THE ITEM'S
      * SELLING PRICE, IM-UNIT-PRICE. A SALE MORE THAN THE
      * TOLERANCE AWAY FROM IT - BELOW (A MARKDOWN) OR ABOVE - IS
      * LISTED BY STORE, REGISTER AND CASHIER WITH THE INVOICE,
      * SKU, ITEM, BOTH PRICES AND THE DIFFERENCE, AND A CLOSING
      * PAGE TOTALS THE DOLLARS EACH CASHIER GAVE AWAY BELOW PRICE
      * SO LOSS PREVENTION CAN SEE THE UNAUTHORIZED MARKDOWNS.
      * A SKU WITH NO ACTIVE MAPPING, AN ITEM NOT ON THE MASTER, OR
      * AN ITEM WITH NO SELLING PRICE SET UP CANNOT BE CHECKED AND
      * IS ONLY COUNTED (A8SKUINV LISTS THE UNMAPPED SKUS). LAYAWAY
      * PAYMENTS ARE NOT ITEM PRICES AND ARE NOT CHECKED.
      * A SALE RUNG INSIDE A PROMOTION ON THE PROMOTION MASTER -
      * ITS SKU OR ITS ITEM'S CLASS, ITS STORE, ITS BUSINESS DATE
      * IN THE WINDOW - IS JUDGED AGAINST THE PROMOTION PRICE
      * INSTEAD (THE LOWEST, WHEN TWO PROMOTIONS OVERLAP), MARKED
      * "M" BESIDE THE PRICE WHEN IT IS LISTED.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - PROMOTION PRICES FROM THE PROMOTION MASTER
      *                  ACCEPTED INSIDE THEIR WINDOWS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE DAY'S SALES/LAYAWAY EXTRACT FROM A7SPLIT.
            SELECT SALES-FILE
                ASSIGN TO "SLSFILE"
                ORGANIZATION IS SEQUENTIAL.

            SELECT SKU-XREF-FILE
                ASSIGN TO "SKUXREF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SX-SKU.

            SELECT INVENTORY-MASTER-FILE
                ASSIGN TO "INVMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IM-ITEM.

      * PROMOTION MASTER - READ ONCE AT THE START INTO A TABLE.
            SELECT PROMOTION-MASTER-FILE
                ASSIGN TO "PROMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PR-PROMO-ID.

      * THE OUT-OF-TOLERANCE SALES RESEQUENCED INTO STORE/
      * REGISTER/CASHIER ORDER FOR THE LISTING.
            SELECT OVERRIDE-SORT-FILE
                ASSIGN TO "SORTWK1".

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

        FD SKU-XREF-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 20 CHARACTERS.

           COPY SKUXREF.

        FD INVENTORY-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 58 CHARACTERS.

           COPY INVMSTR.

        FD PROMOTION-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 79 CHARACTERS.

           COPY PROMSTR.

       SD OVERRIDE-SORT-FILE
           RECORD CONTAINS 71 CHARACTERS.

      * ONE OUT-OF-TOLERANCE SALE. THE DIFFERENCE IS PRICE LESS
      * RUNG - POSITIVE WHEN THE SALE WENT BELOW PRICE.
       01 OVERRIDE-SORT-REC.
          05 OS-STORE                 PIC X(2).
          05 OS-REGISTER              PIC X(3).
          05 OS-CASHIER               PIC X(3).
          05 OS-INVOICE               PIC X(9).
          05 OS-SKU                   PIC X(15).
          05 OS-ITEM                  PIC X(4).
          05 OS-TRANS-TIME            PIC 9(4).
          05 OS-RUNG                  PIC 9(5)V99.
          05 OS-PRICE                 PIC 9(5)V99.
          05 OS-DIFFERENCE            PIC S9(5)V99.
          05 OS-PRICE-SOURCE          PIC X(1).
          05 FILLER                   PIC X(9).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-SALES-EOF-FLAG           PIC X(1)     VALUE 'N'.
       01 WS-SORT-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-ITEM-FOUND-FLAG          PIC X(1)     VALUE "N".

      * HOW FAR THE RUNG AMOUNT MAY SIT FROM THE SELLING PRICE
      * BEFORE THE SALE IS LISTED - ROOM FOR ROUNDING AND THE
      * ODD COUPON, NOT FOR A MARKDOWN.
       77 WS-PRICE-TOLERANCE          PIC V99      VALUE .05.
       01 WS-TOL-BAND.
          05 WS-TOL-AMOUNT            PIC 9(5)V99.
          05 WS-TOL-LOW               PIC 9(5)V99.
          05 WS-TOL-HIGH              PIC 9(5)V99.

      * THE PRICE THE SALE IS JUDGED AGAINST AND WHERE IT CAME
      * FROM ("P" = THE ITEM'S SELLING PRICE, "M" = A PROMOTION).
       01 WS-EXPECTED-PRICE           PIC 9(5)V99.
       01 WS-PRICE-SOURCE             PIC X(1).

      * THE ACTIVE PROMOTIONS. A FEW DOZEN RUN AT ONCE; TWO
      * HUNDRED IS ROOM TO SPARE, AND AN OVERFLOW IS COUNTED AND
      * PRINTED - THOSE PROMOTIONS ARE JUDGED AT FULL PRICE.
       01 WS-PROMO-EOF-FLAG           PIC X(1)     VALUE 'N'.
       01 WS-PROMO-COUNT              PIC 9(3)     VALUE 0.
       01 WS-PROMO-TABLE.
          05 WS-PROMO-ENTRY OCCURS 200 TIMES.
             10 WPT-SKU               PIC X(15).
             10 WPT-CLASS             PIC X(1).
             10 WPT-PRICE             PIC 9(4)V99.
             10 WPT-PERCENT           PIC 9(2).
             10 WPT-START             PIC 9(8).
             10 WPT-END               PIC 9(8).
             10 WPT-STORE-LIST.
                15 WPT-STORE          PIC X(2)     OCCURS 8 TIMES.
       01 WS-PROMO-I                  PIC 9(3).
       01 WS-PROMO-STORE-I            PIC 9(2).
       01 WS-PROMO-STORE-FLAG         PIC X(1).
       01 WS-PROMO-PRICE              PIC 9(5)V99.
       01 WS-PROMO-OVERFLOW-COUNT     PIC 9(5)     VALUE 0.
       01 WS-SALE-STORE               PIC X(2).

      * DOLLARS GIVEN AWAY BELOW PRICE, PER STORE AND CASHIER. A
      * NIGHT'S EXCEPTIONS COME FROM A FEW DOZEN CASHIERS; FIVE
      * HUNDRED IS ROOM TO SPARE, AND AN OVERFLOW IS COUNTED AND
      * PRINTED RATHER THAN LOST.
       01 WS-CASHIER-COUNT            PIC 9(3)     VALUE 0.
       01 WS-CASHIER-TABLE.
          05 WS-CASHIER-ENTRY OCCURS 500 TIMES.
             10 WCT-STORE             PIC X(2).
             10 WCT-CASHIER           PIC X(3).
             10 WCT-UNDER-COUNT       PIC 9(5).
             10 WCT-GIVEN-AWAY        PIC 9(7)V99.
             10 WCT-OVER-COUNT        PIC 9(5).
       01 WS-CASHIER-I                PIC 9(3).
       01 WS-CASHIER-FOUND            PIC 9(3).
       01 WS-CASHIER-OVERFLOW-COUNT   PIC 9(5)     VALUE 0.

       01 WS-PREV-STORE               PIC X(2)     VALUE SPACES.
       01 WS-PREV-REGISTER            PIC X(3)     VALUE SPACES.

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-CHECKED-COUNT         PIC 9(7)     VALUE 0.
          05 WS-UNCHECKED-COUNT       PIC 9(7)     VALUE 0.
          05 WS-PROMO-PRICED-COUNT    PIC 9(7)     VALUE 0.
          05 WS-UNDER-COUNT           PIC 9(5)     VALUE 0.
          05 WS-OVER-COUNT            PIC 9(5)     VALUE 0.
       01 WS-GIVEN-AWAY-TOTAL         PIC 9(9)V99  VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(25)    VALUE SPACES.
          05 FILLER                   PIC X(40)    VALUE
             "REGISTER PRICE-OVERRIDE EXCEPTIONS".

       01 WS-STORE-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WSH-STORE                PIC X(2).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(5)     VALUE "REG".
          05 FILLER                   PIC X(5)     VALUE "CSH".
          05 FILLER                   PIC X(11)    VALUE "INVOICE".
          05 FILLER                   PIC X(17)    VALUE "SKU".
          05 FILLER                   PIC X(6)     VALUE "ITEM".
          05 FILLER                   PIC X(6)     VALUE "TIME".
          05 FILLER                   PIC X(10)    VALUE "     RUNG".
          05 FILLER                   PIC X(10)    VALUE "    PRICE".
          05 FILLER                   PIC X(11)    VALUE
             " DIFFERENCE".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-REGISTER             PIC X(3).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-CASHIER              PIC X(3).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-INVOICE              PIC X(9).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-SKU                  PIC X(15).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-ITEM                 PIC X(4).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-TIME                 PIC 9(4).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-RUNG                 PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-PRICE                PIC ZZ,ZZ9.99.
          05 WSD-PRICE-SOURCE         PIC X(1).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-DIFFERENCE           PIC -ZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSD-FLAG                 PIC X(5).

       01 WS-CASHIER-TITLE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(41)    VALUE
             "DOLLARS GIVEN AWAY BELOW PRICE BY CASHIER".

       01 WS-CASHIER-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(7)     VALUE "STORE".
          05 FILLER                   PIC X(9)     VALUE "CASHIER".
          05 FILLER                   PIC X(8)     VALUE "  UNDER".
          05 FILLER                   PIC X(14)    VALUE
             "    GIVEN AWAY".
          05 FILLER                   PIC X(8)     VALUE "   OVER".

       01 WS-CASHIER-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-STORE                PIC X(2).
          05 FILLER                   PIC X(5)     VALUE SPACES.
          05 WSC-CASHIER              PIC X(3).
          05 FILLER                   PIC X(6)     VALUE SPACES.
          05 WSC-UNDER-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSC-GIVEN-AWAY           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSC-OVER-COUNT           PIC ZZZZ9.

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(30).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.
       01 WS-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-TOTAL-TEXT            PIC X(30).
          05 WS-TOTAL-VALUE           PIC ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-PRINT-HEADINGS.
           SORT OVERRIDE-SORT-FILE
               ON ASCENDING KEY OS-STORE
                                OS-REGISTER
                                OS-CASHIER
                                OS-TRANS-TIME
               INPUT PROCEDURE IS 300-CHECK-SALES
               OUTPUT PROCEDURE IS 400-PRINT-EXCEPTIONS.
           PERFORM 700-PRINT-CASHIER-TOTALS.
           PERFORM 800-PRINT-COUNTS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           INITIALIZE WS-CASHIER-TABLE.
           OPEN INPUT SALES-FILE.
           OPEN INPUT SKU-XREF-FILE.
           OPEN INPUT INVENTORY-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN INPUT PROMOTION-MASTER-FILE.
           PERFORM 150-LOAD-PROMOTION
               UNTIL WS-PROMO-EOF-FLAG = 'Y'.
           CLOSE PROMOTION-MASTER-FILE.

      * ONLY ACTIVE ROWS ARE KEPT; WHETHER ONE APPLIES TO A SALE
      * IS DECIDED SALE BY SALE IN 355.
       150-LOAD-PROMOTION.
           READ PROMOTION-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-PROMO-EOF-FLAG
           NOT AT END
              IF PR-STATUS NOT = "I"
                 IF WS-PROMO-COUNT < 200
                    ADD 1 TO WS-PROMO-COUNT
                    MOVE PR-SKU         TO WPT-SKU(WS-PROMO-COUNT)
                    MOVE PR-ITEM-CLASS  TO WPT-CLASS(WS-PROMO-COUNT)
                    MOVE PR-PROMO-PRICE TO WPT-PRICE(WS-PROMO-COUNT)
                    MOVE PR-PERCENT-OFF
                                      TO WPT-PERCENT(WS-PROMO-COUNT)
                    MOVE PR-START-DATE  TO WPT-START(WS-PROMO-COUNT)
                    MOVE PR-END-DATE    TO WPT-END(WS-PROMO-COUNT)
                    MOVE PR-STORE-LIST
                                   TO WPT-STORE-LIST(WS-PROMO-COUNT)
                 ELSE
                    ADD 1 TO WS-PROMO-OVERFLOW-COUNT
                 END-IF
              END-IF
           END-READ.

       200-PRINT-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.

      * ONLY THE SALES OUTSIDE TOLERANCE GO THROUGH THE SORT.
       300-CHECK-SALES.
           PERFORM 310-READ-SALE
               UNTIL WS-SALES-EOF-FLAG = 'Y'.

       310-READ-SALE.
           READ SALES-FILE
           AT END
              MOVE 'Y' TO WS-SALES-EOF-FLAG
           NOT AT END
              IF IL-TRANSACTION-CODE = "S"
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 320-FIND-ITEM
                 IF WS-ITEM-FOUND-FLAG = "Y"
                    PERFORM 350-SET-EXPECTED-PRICE
                 END-IF
                 IF WS-ITEM-FOUND-FLAG = "Y"
                    AND WS-EXPECTED-PRICE > 0
                    ADD 1 TO WS-CHECKED-COUNT
                    PERFORM 360-CHECK-TOLERANCE
                 ELSE
                    ADD 1 TO WS-UNCHECKED-COUNT
                 END-IF
              END-IF
           END-READ.

      * SKU TO ITEM THROUGH THE CROSS-REFERENCE, THEN THE ITEM'S
      * MASTER ROW. AN INACTIVE MAPPING COUNTS AS NONE.
       320-FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-FLAG.
           MOVE IL-SKU TO SX-SKU.
           READ SKU-XREF-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF SX-STATUS NOT = "I"
                 MOVE SX-ITEM TO IM-ITEM
                 READ INVENTORY-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ITEM-FOUND-FLAG
                 END-READ
              END-IF
           END-READ.

      * THE ITEM'S SELLING PRICE, UNLESS A PROMOTION IN FORCE FOR
      * THE SALE BRINGS IT LOWER.
       350-SET-EXPECTED-PRICE.
           MOVE IM-UNIT-PRICE TO WS-EXPECTED-PRICE.
           MOVE "P" TO WS-PRICE-SOURCE.
           MOVE IL-STORE-NUMBER TO WS-SALE-STORE.
           PERFORM 355-MATCH-PROMOTION
               VARYING WS-PROMO-I FROM 1 BY 1
               UNTIL WS-PROMO-I > WS-PROMO-COUNT.
           IF WS-PRICE-SOURCE = "M"
              ADD 1 TO WS-PROMO-PRICED-COUNT
           END-IF.

      * THE PROMOTION COVERS THIS SALE WHEN IT NAMES THE SKU (OR
      * THE ITEM'S CLASS), THE BUSINESS DATE FALLS IN ITS WINDOW,
      * AND ITS STORE LIST IS EMPTY OR HOLDS THE SALE'S STORE.
       355-MATCH-PROMOTION.
           IF (WPT-SKU(WS-PROMO-I) = IL-SKU
               OR (WPT-SKU(WS-PROMO-I) = SPACES
                   AND WPT-CLASS(WS-PROMO-I) = IM-CLASS))
              AND IL-TRANS-DATE NOT < WPT-START(WS-PROMO-I)
              AND IL-TRANS-DATE NOT > WPT-END(WS-PROMO-I)
              IF WPT-STORE-LIST(WS-PROMO-I) = SPACES
                 MOVE "Y" TO WS-PROMO-STORE-FLAG
              ELSE
                 MOVE "N" TO WS-PROMO-STORE-FLAG
                 PERFORM 357-MATCH-PROMO-STORE
                     VARYING WS-PROMO-STORE-I FROM 1 BY 1
                     UNTIL WS-PROMO-STORE-I > 8
              END-IF
              IF WS-PROMO-STORE-FLAG = "Y"
                 IF WPT-PRICE(WS-PROMO-I) > 0
                    MOVE WPT-PRICE(WS-PROMO-I) TO WS-PROMO-PRICE
                 ELSE
                    COMPUTE WS-PROMO-PRICE ROUNDED =
                       IM-UNIT-PRICE
                       * (100 - WPT-PERCENT(WS-PROMO-I)) / 100
                 END-IF
                 IF WS-PROMO-PRICE < WS-EXPECTED-PRICE
                    MOVE WS-PROMO-PRICE TO WS-EXPECTED-PRICE
                    MOVE "M" TO WS-PRICE-SOURCE
                 END-IF
              END-IF
           END-IF.

       357-MATCH-PROMO-STORE.
           IF WPT-STORE(WS-PROMO-I, WS-PROMO-STORE-I) = WS-SALE-STORE
              MOVE "Y" TO WS-PROMO-STORE-FLAG
           END-IF.

      * THE SAME BAND A2ILIST PUTS AROUND THE STANDARD PRICE:
      * PRICE LESS AND PLUS THE TOLERANCE SHARE OF IT.
       360-CHECK-TOLERANCE.
           COMPUTE WS-TOL-AMOUNT ROUNDED =
              WS-EXPECTED-PRICE * WS-PRICE-TOLERANCE.
           COMPUTE WS-TOL-LOW  = WS-EXPECTED-PRICE - WS-TOL-AMOUNT.
           COMPUTE WS-TOL-HIGH = WS-EXPECTED-PRICE + WS-TOL-AMOUNT.
           IF IL-TRANSACTION-AMOUNT < WS-TOL-LOW
              OR IL-TRANSACTION-AMOUNT > WS-TOL-HIGH
              MOVE SPACES                TO OVERRIDE-SORT-REC
              MOVE IL-STORE-NUMBER       TO OS-STORE
              MOVE IL-REGISTER-NUMBER    TO OS-REGISTER
              MOVE IL-CASHIER-NUMBER     TO OS-CASHIER
              MOVE IL-INVOICE-NUMBER     TO OS-INVOICE
              MOVE IL-SKU                TO OS-SKU
              MOVE IM-ITEM               TO OS-ITEM
              MOVE IL-TRANS-TIME         TO OS-TRANS-TIME
              MOVE IL-TRANSACTION-AMOUNT TO OS-RUNG
              MOVE WS-EXPECTED-PRICE     TO OS-PRICE
              MOVE WS-PRICE-SOURCE       TO OS-PRICE-SOURCE
              COMPUTE OS-DIFFERENCE =
                 WS-EXPECTED-PRICE - IL-TRANSACTION-AMOUNT
              RELEASE OVERRIDE-SORT-REC
           END-IF.

       400-PRINT-EXCEPTIONS.
           PERFORM 410-RETURN-EXCEPTION
               UNTIL WS-SORT-EOF-FLAG = 'Y'.

       410-RETURN-EXCEPTION.
           RETURN OVERRIDE-SORT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLAG
           NOT AT END
              IF OS-STORE NOT = WS-PREV-STORE
                 PERFORM 450-PRINT-STORE-HEADER
                 MOVE OS-STORE TO WS-PREV-STORE
                 MOVE SPACES TO WS-PREV-REGISTER
              END-IF
              IF OS-REGISTER NOT = WS-PREV-REGISTER
                 AND WS-PREV-REGISTER NOT = SPACES
                 MOVE SPACES TO OUTPUT-LINE
                 WRITE OUTPUT-LINE
              END-IF
              MOVE OS-REGISTER TO WS-PREV-REGISTER
              PERFORM 500-PRINT-EXCEPTION-LINE
           END-RETURN.

       450-PRINT-STORE-HEADER.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE OS-STORE TO WSH-STORE.
           WRITE OUTPUT-LINE FROM WS-STORE-HEADER.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

       500-PRINT-EXCEPTION-LINE.
           MOVE OS-REGISTER     TO WSD-REGISTER.
           MOVE OS-CASHIER      TO WSD-CASHIER.
           MOVE OS-INVOICE      TO WSD-INVOICE.
           MOVE OS-SKU          TO WSD-SKU.
           MOVE OS-ITEM         TO WSD-ITEM.
           MOVE OS-TRANS-TIME   TO WSD-TIME.
           MOVE OS-RUNG         TO WSD-RUNG.
           MOVE OS-PRICE        TO WSD-PRICE.
           IF OS-PRICE-SOURCE = "P"
              MOVE SPACE TO WSD-PRICE-SOURCE
           ELSE
              MOVE OS-PRICE-SOURCE TO WSD-PRICE-SOURCE
           END-IF.
           MOVE OS-DIFFERENCE   TO WSD-DIFFERENCE.
           PERFORM 600-FIND-CASHIER.
           IF OS-DIFFERENCE > 0
              MOVE "UNDER" TO WSD-FLAG
              ADD 1 TO WS-UNDER-COUNT
              ADD OS-DIFFERENCE TO WS-GIVEN-AWAY-TOTAL
              IF WS-CASHIER-FOUND > 0
                 ADD 1 TO WCT-UNDER-COUNT(WS-CASHIER-FOUND)
                 ADD OS-DIFFERENCE TO WCT-GIVEN-AWAY(WS-CASHIER-FOUND)
              END-IF
           ELSE
              MOVE "OVER " TO WSD-FLAG
              ADD 1 TO WS-OVER-COUNT
              IF WS-CASHIER-FOUND > 0
                 ADD 1 TO WCT-OVER-COUNT(WS-CASHIER-FOUND)
              END-IF
           END-IF.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      * THE CASHIER'S ENTRY FOR THIS STORE, OPENED ON FIRST SIGHT.
      * WS-CASHIER-FOUND COMES BACK ZERO ONLY WHEN THE TABLE IS
      * FULL.
       600-FIND-CASHIER.
           MOVE 0 TO WS-CASHIER-FOUND.
           PERFORM 610-MATCH-CASHIER
               VARYING WS-CASHIER-I FROM 1 BY 1
               UNTIL WS-CASHIER-I > WS-CASHIER-COUNT
                  OR WS-CASHIER-FOUND > 0.
           IF WS-CASHIER-FOUND = 0
              IF WS-CASHIER-COUNT < 500
                 ADD 1 TO WS-CASHIER-COUNT
                 MOVE WS-CASHIER-COUNT TO WS-CASHIER-FOUND
                 MOVE OS-STORE   TO WCT-STORE(WS-CASHIER-FOUND)
                 MOVE OS-CASHIER TO WCT-CASHIER(WS-CASHIER-FOUND)
              ELSE
                 ADD 1 TO WS-CASHIER-OVERFLOW-COUNT
              END-IF
           END-IF.

       610-MATCH-CASHIER.
           IF WCT-STORE(WS-CASHIER-I) = OS-STORE
              AND WCT-CASHIER(WS-CASHIER-I) = OS-CASHIER
              MOVE WS-CASHIER-I TO WS-CASHIER-FOUND
           END-IF.

      * THE TABLE FILLS IN STORE ORDER OFF THE SORT, SO THE
      * CLOSING PAGE READS STORE BY STORE.
       700-PRINT-CASHIER-TOTALS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-CASHIER-TITLE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-CASHIER-HEADER.
           PERFORM 710-PRINT-ONE-CASHIER
               VARYING WS-CASHIER-I FROM 1 BY 1
               UNTIL WS-CASHIER-I > WS-CASHIER-COUNT.

       710-PRINT-ONE-CASHIER.
           MOVE WCT-STORE(WS-CASHIER-I)       TO WSC-STORE.
           MOVE WCT-CASHIER(WS-CASHIER-I)     TO WSC-CASHIER.
           MOVE WCT-UNDER-COUNT(WS-CASHIER-I) TO WSC-UNDER-COUNT.
           MOVE WCT-GIVEN-AWAY(WS-CASHIER-I)  TO WSC-GIVEN-AWAY.
           MOVE WCT-OVER-COUNT(WS-CASHIER-I)  TO WSC-OVER-COUNT.
           WRITE OUTPUT-LINE FROM WS-CASHIER-LINE.

       800-PRINT-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "SALES READ:" TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "SALES CHECKED:" TO WS-COUNT-TEXT.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "NOT CHECKED (NO ITEM/PRICE):" TO WS-COUNT-TEXT.
           MOVE WS-UNCHECKED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "JUDGED AT PROMOTION PRICE:" TO WS-COUNT-TEXT.
           MOVE WS-PROMO-PRICED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "RUNG BELOW PRICE:" TO WS-COUNT-TEXT.
           MOVE WS-UNDER-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "RUNG ABOVE PRICE:" TO WS-COUNT-TEXT.
           MOVE WS-OVER-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "TOTAL GIVEN AWAY:" TO WS-TOTAL-TEXT.
           MOVE WS-GIVEN-AWAY-TOTAL TO WS-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.
           IF WS-CASHIER-OVERFLOW-COUNT > 0
              MOVE "*** CASHIER TABLE FULL:" TO WS-COUNT-TEXT
              MOVE WS-CASHIER-OVERFLOW-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.
           IF WS-PROMO-OVERFLOW-COUNT > 0
              MOVE "*** PROMOTION TABLE FULL:" TO WS-COUNT-TEXT
              MOVE WS-PROMO-OVERFLOW-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE DOLLARS GIVEN
      * AWAY BELOW PRICE.
       895-WRITE-AUDIT-LOG.
           MOVE "A8PRCOVR" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           COMPUTE AP-RECORDS-WRITTEN =
              WS-UNDER-COUNT + WS-OVER-COUNT.
           MOVE WS-UNCHECKED-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-GIVEN-AWAY-TOTAL TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY SALE WAS LISTED OR THE CASHIER OR
      * PROMOTION TABLE FILLED, 8 WHEN THE EXTRACT CAME UP EMPTY.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNDER-COUNT > 0
                 OR WS-OVER-COUNT > 0
                 OR WS-CASHIER-OVERFLOW-COUNT > 0
                 OR WS-PROMO-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE SALES-FILE.
           CLOSE SKU-XREF-FILE.
           CLOSE INVENTORY-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8PRCOVR.
