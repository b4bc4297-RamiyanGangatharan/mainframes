        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROMMNT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: PROMOTION MASTER MAINTENANCE. APPLIES
      * TRANSACTION CARDS - A (ADD), C (CHANGE), D (DEACTIVATE),
      * R (REACTIVATE) - KEYED ON THE PROMOTION ID, AGAINST THE
      * PROMOTION MASTER, AND PRINTS AN APPLIED/REJECTED REGISTER.
      * A PROMOTION NAMES ONE SKU OR ONE INVENTORY CLASS, A FIXED
      * PRICE OR A PERCENT OFF, ITS FIRST AND LAST DAYS, AND UP TO
      * EIGHT STORES (NONE = EVERY STORE). A SKU MUST BE ACTIVE ON
      * THE SKU CROSS-REFERENCE, SO A TYPO CANNOT PROMOTE A SKU THE
      * REGISTERS NEVER RING. ON A CHANGE, BLANK FIELDS LEAVE THE
      * MASTER FIELD AS IT STANDS; A SKU REPLACES THE CLASS AND A
      * PRICE REPLACES THE PERCENT (AND THE OTHER WAY ABOUT), AND
      * ANY STORE ON THE CARD REPLACES THE WHOLE LIST - "00" IN
      * THE FIRST STORE PUTS IT BACK TO EVERY STORE. THE CHANGED
      * ROW IS PROVED THE SAME WAY AS AN ADD BEFORE IT IS WRITTEN.
      * A PROMOTION CALLED OFF IS DEACTIVATED, NEVER DELETED.
      * CARD COLUMNS: 1 ACTION, 2-7 PROMOTION ID, 8-22 SKU, 23
      * ITEM CLASS, 24-29 PROMOTION PRICE (2 DECIMALS), 30-31
      * PERCENT OFF, 32-39 START DATE, 40-47 END DATE (YYYYMMDD),
      * 48-63 STORES (EIGHT 2-DIGIT NUMBERS), 64-79 DESCRIPTION.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANSACTION-FILE
                ASSIGN TO TRANFILE
                ORGANIZATION IS SEQUENTIAL.

            SELECT PROMOTION-MASTER-FILE
                ASSIGN TO PROMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PR-PROMO-ID.

      * SKU CROSS-REFERENCE - READ ONLY, TO PROVE THE SKU EXISTS.
            SELECT SKU-XREF-FILE
                ASSIGN TO SKUXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SX-SKU.

        DATA DIVISION.
        FILE SECTION.

        FD TRANSACTION-FILE
            RECORDING MODE IS F
            DATA RECORD IS TRANSACTION-LINE
            RECORD CONTAINS 80 CHARACTERS.

      * 80-BYTE CARD IMAGES, LIKE EVERY OTHER PARM-CARD FILE IN THE
      * SUITE, SO THE DECK CAN BE FED INSTREAM.
        01 TRANSACTION-LINE.
            05 TL-ACTION       PIC X(1).
            05 TL-PROMO-ID     PIC X(6).
            05 TL-SKU          PIC X(15).
            05 TL-CLASS        PIC X(1).
            05 TL-PRICE        PIC X(6).
            05 TL-PRICE-N REDEFINES TL-PRICE
                               PIC 9(4)V99.
            05 TL-PERCENT      PIC X(2).
            05 TL-PERCENT-N REDEFINES TL-PERCENT
                               PIC 9(2).
            05 TL-START        PIC X(8).
            05 TL-END          PIC X(8).
            05 TL-STORE-LIST.
                10 TL-STORE    PIC X(2) OCCURS 8 TIMES.
            05 TL-DESCRIPTION  PIC X(16).
            05 FILLER          PIC X(1).

        FD PROMOTION-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 79 CHARACTERS.

            COPY PROMSTR.

        FD SKU-XREF-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 20 CHARACTERS.

            COPY SKUXREF.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
            COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
            COPY CHGPARM.

        01 ws-eof-flag       pic x value "N".
        77 ws-eof-Y          pic x value "Y".
        77 ws-eof-N          pic x value "N".

        01 ws-master-found-flag pic x value "N".
        01 ws-sku-found-flag    pic x value "N".
        01 ws-valid-flag        pic x value "N".
        01 ws-store-i           pic 9(2).

        01 ws-counts.
            05 ws-read-count    pic 9(5) value 0.
            05 ws-applied-count pic 9(5) value 0.
            05 ws-reject-count  pic 9(5) value 0.

        01 ws-register-title.
            05 FILLER pic x(5)  value spaces.
            05 FILLER pic x(30) value
               "PROMOTION MAINTENANCE REGISTER".

        01 ws-register-line.
            05 ws-reg-action    pic x(1).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-promo-id  pic x(6).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-sku       pic x(15).
            05 FILLER           pic x(1)  value spaces.
            05 ws-reg-class     pic x(1).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-start     pic x(8).
            05 FILLER           pic x(1)  value "-".
            05 ws-reg-end       pic x(8).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-status    pic x(8).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-reason    pic x(22).

        01 ws-count-line.
            05 ws-count-text  pic x(22).
            05 ws-count-value pic zzzz9.

        PROCEDURE DIVISION.
        000-MAIN.
            OPEN INPUT TRANSACTION-FILE.
            OPEN I-O PROMOTION-MASTER-FILE.
            OPEN INPUT SKU-XREF-FILE.

            DISPLAY ws-register-title.
            DISPLAY SPACES.

            PERFORM 200-READ-TRANSACTION.
            PERFORM 300-APPLY-CARD
                 UNTIL ws-eof-flag = ws-eof-Y.

            PERFORM 700-PRINT-COUNTS.
            PERFORM 900-WRITE-AUDIT-LOG.
            MOVE "C" TO JP-FUNCTION.
            CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

            CLOSE TRANSACTION-FILE.
            CLOSE PROMOTION-MASTER-FILE.
            CLOSE SKU-XREF-FILE.
            GOBACK.

        200-READ-TRANSACTION.
            READ TRANSACTION-FILE
                 AT END MOVE ws-eof-Y TO ws-eof-flag.

        300-APPLY-CARD.
            ADD 1 TO ws-read-count.
            PERFORM 320-READ-MASTER.

            EVALUATE TL-ACTION
                WHEN "A"
                    PERFORM 330-ADD-PROMOTION
                WHEN "C"
                    PERFORM 340-CHANGE-PROMOTION
                WHEN "D"
                    PERFORM 350-SET-STATUS
                WHEN "R"
                    PERFORM 350-SET-STATUS
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
            END-EVALUATE.

            PERFORM 200-READ-TRANSACTION.

        320-READ-MASTER.
            MOVE TL-PROMO-ID TO PR-PROMO-ID.
            MOVE "Y" TO ws-master-found-flag.
            READ PROMOTION-MASTER-FILE
                INVALID KEY
                    MOVE "N" TO ws-master-found-flag
            END-READ.
            IF ws-master-found-flag = "Y"
                MOVE PROMOTION-MASTER-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

      * THE FIELDS KEYED ON THE CARD, BEFORE ANY OF THEM IS MOVED
      * TO THE ROW. A BLANK FIELD PASSES - ON AN ADD, 360 CATCHES
      * WHAT IS STILL MISSING.
        325-CHECK-CARD.
            MOVE "Y" TO ws-valid-flag.
            EVALUATE TRUE
                WHEN TL-PRICE NOT = SPACES
                     AND TL-PRICE NOT NUMERIC
                    MOVE "INVALID PRICE" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN TL-PERCENT NOT = SPACES
                     AND TL-PERCENT NOT NUMERIC
                    MOVE "INVALID PERCENT" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN TL-PRICE NOT = SPACES
                     AND TL-PERCENT NOT = SPACES
                    MOVE "BOTH PRICE AND PERCENT" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN TL-SKU NOT = SPACES
                     AND TL-CLASS NOT = SPACE
                    MOVE "BOTH SKU AND CLASS" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN TL-START NOT = SPACES
                     AND TL-START NOT NUMERIC
                    MOVE "INVALID START DATE" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN TL-END NOT = SPACES
                     AND TL-END NOT NUMERIC
                    MOVE "INVALID END DATE" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
            END-EVALUATE.

        330-ADD-PROMOTION.
            EVALUATE TRUE
                WHEN TL-PROMO-ID = SPACES
                    MOVE "PROMOTION ID MISSING" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN ws-master-found-flag = "Y"
                    MOVE "PROMO ALREADY ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    PERFORM 325-CHECK-CARD
                    IF ws-valid-flag = "Y"
                        MOVE TL-PROMO-ID TO PR-PROMO-ID
                        MOVE SPACES TO PR-SKU
                        MOVE SPACE  TO PR-ITEM-CLASS
                        MOVE 0      TO PR-PROMO-PRICE
                        MOVE 0      TO PR-PERCENT-OFF
                        MOVE 0      TO PR-START-DATE
                        MOVE 0      TO PR-END-DATE
                        MOVE SPACES TO PR-STORE-LIST
                        MOVE SPACES TO PR-DESCRIPTION
                        MOVE "A"    TO PR-STATUS
                        PERFORM 345-MOVE-CARD-FIELDS
                        PERFORM 360-CHECK-PROMOTION
                    END-IF
                    IF ws-valid-flag = "Y"
                        WRITE PROMOTION-MASTER-RECORD
                        PERFORM 410-REGISTER-APPLIED
                    ELSE
                        PERFORM 420-REGISTER-REJECTED
                    END-IF
            END-EVALUATE.

      * THE PROMOTION ID ITSELF CANNOT BE CHANGED - ONE KEYED
      * WRONGLY IS DEACTIVATED AND RE-ADDED.
        340-CHANGE-PROMOTION.
            IF ws-master-found-flag = "N"
                MOVE "PROMO NOT ON FILE" TO ws-reg-reason
                PERFORM 420-REGISTER-REJECTED
            ELSE
                PERFORM 325-CHECK-CARD
                IF ws-valid-flag = "Y"
                    PERFORM 345-MOVE-CARD-FIELDS
                    PERFORM 360-CHECK-PROMOTION
                END-IF
                IF ws-valid-flag = "Y"
                    REWRITE PROMOTION-MASTER-RECORD
                    PERFORM 410-REGISTER-APPLIED
                ELSE
                    PERFORM 420-REGISTER-REJECTED
                END-IF
            END-IF.

      * EVERY FIELD KEYED ON THE CARD OVER THE ROW. WHAT IS BOUGHT
      * (SKU OR CLASS) AND HOW IT IS PRICED (PRICE OR PERCENT) ARE
      * EITHER/OR, SO KEYING ONE CLEARS THE OTHER.
        345-MOVE-CARD-FIELDS.
            IF TL-SKU NOT = SPACES
                MOVE TL-SKU TO PR-SKU
                MOVE SPACE  TO PR-ITEM-CLASS
            END-IF.
            IF TL-CLASS NOT = SPACE
                MOVE TL-CLASS TO PR-ITEM-CLASS
                MOVE SPACES   TO PR-SKU
            END-IF.
            IF TL-PRICE NOT = SPACES
                MOVE TL-PRICE-N TO PR-PROMO-PRICE
                MOVE 0          TO PR-PERCENT-OFF
            END-IF.
            IF TL-PERCENT NOT = SPACES
                MOVE TL-PERCENT-N TO PR-PERCENT-OFF
                MOVE 0            TO PR-PROMO-PRICE
            END-IF.
            IF TL-START NOT = SPACES
                MOVE TL-START TO PR-START-DATE
            END-IF.
            IF TL-END NOT = SPACES
                MOVE TL-END TO PR-END-DATE
            END-IF.
            IF TL-STORE(1) = "00"
                MOVE SPACES TO PR-STORE-LIST
            ELSE
                IF TL-STORE-LIST NOT = SPACES
                    MOVE TL-STORE-LIST TO PR-STORE-LIST
                END-IF
            END-IF.
            IF TL-DESCRIPTION NOT = SPACES
                MOVE TL-DESCRIPTION TO PR-DESCRIPTION
            END-IF.

      * THE ROW AS IT WOULD BE WRITTEN, PROVED WHOLE.
        360-CHECK-PROMOTION.
            MOVE "N" TO ws-sku-found-flag.
            IF PR-SKU NOT = SPACES
                PERFORM 365-CHECK-SKU
            END-IF.
            EVALUATE TRUE
                WHEN PR-SKU = SPACES AND PR-ITEM-CLASS = SPACE
                    MOVE "SKU OR CLASS MISSING" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN PR-SKU NOT = SPACES
                     AND ws-sku-found-flag = "N"
                    MOVE "SKU NOT ON XREF" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN PR-PROMO-PRICE = 0 AND PR-PERCENT-OFF = 0
                    MOVE "PRICE/PERCENT MISSING" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN PR-START-DATE = 0 OR PR-END-DATE = 0
                    MOVE "DATES MISSING" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                WHEN PR-END-DATE < PR-START-DATE
                    MOVE "END BEFORE START" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
            END-EVALUATE.
            IF ws-valid-flag = "Y"
                PERFORM 370-CHECK-STORE
                    VARYING ws-store-i FROM 1 BY 1
                    UNTIL ws-store-i > 8
            END-IF.

      * AN INACTIVE MAPPING COUNTS AS NONE, THE SAME RULE EVERY
      * READER OF THE CROSS-REFERENCE APPLIES.
        365-CHECK-SKU.
            MOVE PR-SKU TO SX-SKU.
            MOVE "Y" TO ws-sku-found-flag.
            READ SKU-XREF-FILE
                INVALID KEY
                    MOVE "N" TO ws-sku-found-flag
            END-READ.
            IF ws-sku-found-flag = "Y" AND SX-STATUS = "I"
                MOVE "N" TO ws-sku-found-flag
            END-IF.

        370-CHECK-STORE.
            IF PR-STORE(ws-store-i) NOT = SPACES
                IF PR-STORE(ws-store-i) NOT NUMERIC
                   OR PR-STORE(ws-store-i) = "00"
                    MOVE "INVALID STORE" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                END-IF
            END-IF.

      * D MARKS THE PROMOTION INACTIVE; R PUTS IT BACK. THE ROW
      * ITSELF NEVER LEAVES THE FILE.
        350-SET-STATUS.
            IF ws-master-found-flag = "N"
                MOVE "PROMO NOT ON FILE" TO ws-reg-reason
                PERFORM 420-REGISTER-REJECTED
            ELSE
                IF TL-ACTION = "D"
                    MOVE "I" TO PR-STATUS
                ELSE
                    MOVE "A" TO PR-STATUS
                END-IF
                REWRITE PROMOTION-MASTER-RECORD
                PERFORM 410-REGISTER-APPLIED
            END-IF.

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION     TO ws-reg-action.
            MOVE TL-PROMO-ID   TO ws-reg-promo-id.
            MOVE PR-SKU        TO ws-reg-sku.
            MOVE PR-ITEM-CLASS TO ws-reg-class.
            MOVE PR-START-DATE TO ws-reg-start.
            MOVE PR-END-DATE   TO ws-reg-end.
            MOVE "APPLIED"     TO ws-reg-status.
            MOVE SPACES        TO ws-reg-reason.
            DISPLAY ws-register-line.

        420-REGISTER-REJECTED.
            ADD 1 TO ws-reject-count.
            MOVE TL-ACTION   TO ws-reg-action.
            MOVE TL-PROMO-ID TO ws-reg-promo-id.
            MOVE TL-SKU      TO ws-reg-sku.
            MOVE TL-CLASS    TO ws-reg-class.
            MOVE TL-START    TO ws-reg-start.
            MOVE TL-END      TO ws-reg-end.
            MOVE "REJECTED"  TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "PROMMNT"   TO JP-PROGRAM-ID.
            MOVE "PROMSTR"   TO JP-MASTER-ID.
            MOVE PR-PROMO-ID TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE PROMOTION-MASTER-RECORD TO JP-AFTER-IMAGE.
            CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

        700-PRINT-COUNTS.
            DISPLAY SPACES.
            MOVE "CARDS READ:           " TO ws-count-text.
            MOVE ws-read-count TO ws-count-value.
            DISPLAY ws-count-line.
            MOVE "CARDS APPLIED:        " TO ws-count-text.
            MOVE ws-applied-count TO ws-count-value.
            DISPLAY ws-count-line.
            MOVE "CARDS REJECTED:       " TO ws-count-text.
            MOVE ws-reject-count TO ws-count-value.
            DISPLAY ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG THROUGH THE SHARED LOGGER.
        900-WRITE-AUDIT-LOG.
            MOVE "PROMMNT" TO AP-PROGRAM-ID.
            MOVE ws-read-count TO AP-RECORDS-READ.
            MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
            MOVE ws-reject-count TO AP-RECORDS-REJECTED.
            MOVE 0 TO AP-CONTROL-TOTAL.
            MOVE "GO" TO AP-STEP-ID.
            MOVE RETURN-CODE TO AP-COND-CODE.
            MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
            CALL "AUDLOG" USING AUDIT-PARM.

        END PROGRAM PROMMNT.
