        IDENTIFICATION DIVISION.
        PROGRAM-ID. BUDMNT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: STORE SALES BUDGET MAINTENANCE. APPLIES
      * TRANSACTION CARDS - A (ADD), C (CHANGE) - KEYED ON STORE
      * AND MONTH AGAINST THE BUDGET MASTER, AND PRINTS AN
      * APPLIED/REJECTED REGISTER. THE YEAR'S BUDGETS GO IN AS ONE
      * DECK OF ADD CARDS AT BUDGET TIME; A REVISED BUDGET IS A
      * CHANGE CARD. THE STORE MUST BE ON THE STORE MASTER. THE
      * SALE/LAYAWAY SPLIT IS OPTIONAL, BUT WHEN KEYED IT MUST ADD
      * BACK TO THE NET BUDGET. ON A CHANGE, BLANK FIELDS LEAVE THE
      * MASTER FIELD AS IT STANDS; A ROW KEYED IN ERROR IS RETIRED
      * WITH A STATUS OF "I" RATHER THAN DELETED.
      * CARD COLUMNS: 1 ACTION, 2-3 STORE, 4-9 MONTH (YYYYMM),
      * 10-19 NET BUDGET, 20-29 SALE BUDGET, 30-39 LAYAWAY BUDGET
      * (EACH 2 DECIMAL PLACES, 0012500000 = 125,000.00), 40 STATUS
      * (A/I).
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANSACTION-FILE
                ASSIGN TO TRANFILE
                ORGANIZATION IS SEQUENTIAL.

            SELECT BUDGET-MASTER-FILE
                ASSIGN TO BUDMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BG-KEY.

      * STORE MASTER - READ ONLY, TO PROVE THE STORE EXISTS.
            SELECT STORE-MASTER-FILE
                ASSIGN TO STORMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STORE.

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
            05 TL-STORE        PIC X(2).
            05 TL-MONTH        PIC X(6).
            05 TL-MONTH-N REDEFINES TL-MONTH.
                10 TL-MONTH-YEAR PIC 9(4).
                10 TL-MONTH-MM   PIC 9(2).
            05 TL-NET          PIC X(10).
            05 TL-NET-N REDEFINES TL-NET
                               PIC 9(8)V99.
            05 TL-SALE         PIC X(10).
            05 TL-SALE-N REDEFINES TL-SALE
                               PIC 9(8)V99.
            05 TL-LAYAWAY      PIC X(10).
            05 TL-LAYAWAY-N REDEFINES TL-LAYAWAY
                               PIC 9(8)V99.
            05 TL-STATUS       PIC X(1).
            05 FILLER          PIC X(40).

        FD BUDGET-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 39 CHARACTERS.

            COPY BUDMSTR.

        FD STORE-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 36 CHARACTERS.

            COPY STORMSTR.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
            COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
            COPY CHGPARM.

        01 ws-eof-flag       pic x value "N".
        77 ws-eof-Y          pic x value "Y".
        77 ws-eof-N          pic x value "N".

        01 ws-master-found-flag pic x value "N".
        01 ws-store-found-flag  pic x value "N".
        01 ws-valid-flag        pic x value "N".

        01 ws-counts.
            05 ws-read-count    pic 9(5) value 0.
            05 ws-applied-count pic 9(5) value 0.
            05 ws-reject-count  pic 9(5) value 0.
        01 ws-net-applied       pic 9(10)v99 value 0.

        01 ws-register-title.
            05 FILLER pic x(5)  value spaces.
            05 FILLER pic x(33) value
               "STORE BUDGET MAINTENANCE REGISTER".

        01 ws-register-line.
            05 ws-reg-action    pic x(1).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-store     pic x(2).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-month     pic x(6).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-net       pic x(10).
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
            OPEN I-O BUDGET-MASTER-FILE.
            OPEN INPUT STORE-MASTER-FILE.

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
            CLOSE BUDGET-MASTER-FILE.
            CLOSE STORE-MASTER-FILE.
            GOBACK.

        200-READ-TRANSACTION.
            READ TRANSACTION-FILE
                 AT END MOVE ws-eof-Y TO ws-eof-flag.

        300-APPLY-CARD.
            ADD 1 TO ws-read-count.
            PERFORM 320-READ-MASTER.

            EVALUATE TL-ACTION
                WHEN "A"
                    PERFORM 330-ADD-BUDGET
                WHEN "C"
                    PERFORM 340-CHANGE-BUDGET
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
            END-EVALUATE.

            PERFORM 200-READ-TRANSACTION.

        320-READ-MASTER.
            MOVE "N" TO ws-master-found-flag.
            IF TL-MONTH NUMERIC
                MOVE TL-STORE TO BG-STORE
                MOVE TL-MONTH TO BG-MONTH
                MOVE "Y" TO ws-master-found-flag
                READ BUDGET-MASTER-FILE
                    INVALID KEY
                        MOVE "N" TO ws-master-found-flag
                END-READ
            END-IF.
            IF ws-master-found-flag = "Y"
                MOVE BUDGET-MASTER-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

        325-CHECK-STORE.
            MOVE TL-STORE TO SM-STORE.
            MOVE "Y" TO ws-store-found-flag.
            READ STORE-MASTER-FILE
                INVALID KEY
                    MOVE "N" TO ws-store-found-flag
            END-READ.

        330-ADD-BUDGET.
            PERFORM 325-CHECK-STORE.
            EVALUATE TRUE
                WHEN ws-store-found-flag = "N"
                    MOVE "STORE NOT ON MASTER" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-MONTH NOT NUMERIC
                     OR TL-MONTH-MM < 1 OR TL-MONTH-MM > 12
                    MOVE "INVALID MONTH" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN ws-master-found-flag = "Y"
                    MOVE "BUDGET ALREADY ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-NET NOT NUMERIC
                    MOVE "INVALID NET BUDGET" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    MOVE TL-STORE  TO BG-STORE
                    MOVE TL-MONTH  TO BG-MONTH
                    MOVE TL-NET-N  TO BG-NET-BUDGET
                    MOVE 0         TO BG-S-BUDGET
                    MOVE 0         TO BG-L-BUDGET
                    MOVE TL-STATUS TO BG-STATUS
                    PERFORM 350-APPLY-SPLIT
                    IF ws-valid-flag = "Y"
                        WRITE BUDGET-MASTER-RECORD
                        PERFORM 410-REGISTER-APPLIED
                    ELSE
                        PERFORM 420-REGISTER-REJECTED
                    END-IF
            END-EVALUATE.

      * BLANK FIELDS ON A CHANGE CARD LEAVE THE MASTER FIELD
      * ALONE. THE KEY ITSELF CANNOT BE CHANGED - A BUDGET KEYED
      * UNDER THE WRONG STORE OR MONTH IS RETIRED WITH STATUS "I"
      * AND RE-ADDED.
        340-CHANGE-BUDGET.
            EVALUATE TRUE
                WHEN ws-master-found-flag = "N"
                    MOVE "BUDGET NOT ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-NET NOT = SPACES
                     AND TL-NET NOT NUMERIC
                    MOVE "INVALID NET BUDGET" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = SPACE
                     AND TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    IF TL-NET NOT = SPACES
                        MOVE TL-NET-N TO BG-NET-BUDGET
                    END-IF
                    IF TL-STATUS NOT = SPACE
                        MOVE TL-STATUS TO BG-STATUS
                    END-IF
                    PERFORM 350-APPLY-SPLIT
                    IF ws-valid-flag = "Y"
                        REWRITE BUDGET-MASTER-RECORD
                        PERFORM 410-REGISTER-APPLIED
                    ELSE
                        PERFORM 420-REGISTER-REJECTED
                    END-IF
            END-EVALUATE.

      * THE SALE/LAYAWAY SPLIT. KEYED, BOTH PARTS COME TOGETHER AND
      * MUST ADD BACK TO THE NET BUDGET; A SPLIT ALREADY ON THE ROW
      * MUST STILL ADD BACK AFTER A CHANGE TO THE NET.
        350-APPLY-SPLIT.
            MOVE "Y" TO ws-valid-flag.
            IF TL-SALE NOT = SPACES OR TL-LAYAWAY NOT = SPACES
                IF TL-SALE NOT NUMERIC OR TL-LAYAWAY NOT NUMERIC
                    MOVE "INVALID SALE/LAY SPLIT" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                ELSE
                    MOVE TL-SALE-N    TO BG-S-BUDGET
                    MOVE TL-LAYAWAY-N TO BG-L-BUDGET
                END-IF
            END-IF.
            IF ws-valid-flag = "Y"
                AND (BG-S-BUDGET > 0 OR BG-L-BUDGET > 0)
                AND BG-S-BUDGET + BG-L-BUDGET NOT = BG-NET-BUDGET
                MOVE "SPLIT NOT = NET BUDGET" TO ws-reg-reason
                MOVE "N" TO ws-valid-flag
            END-IF.

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            ADD BG-NET-BUDGET TO ws-net-applied.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION TO ws-reg-action.
            MOVE TL-STORE  TO ws-reg-store.
            MOVE TL-MONTH  TO ws-reg-month.
            MOVE TL-NET    TO ws-reg-net.
            MOVE "APPLIED" TO ws-reg-status.
            MOVE SPACES    TO ws-reg-reason.
            DISPLAY ws-register-line.

        420-REGISTER-REJECTED.
            ADD 1 TO ws-reject-count.
            MOVE TL-ACTION  TO ws-reg-action.
            MOVE TL-STORE   TO ws-reg-store.
            MOVE TL-MONTH   TO ws-reg-month.
            MOVE TL-NET     TO ws-reg-net.
            MOVE "REJECTED" TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "BUDMNT"    TO JP-PROGRAM-ID.
            MOVE "BUDMSTR"   TO JP-MASTER-ID.
            MOVE BG-KEY      TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE BUDGET-MASTER-RECORD TO JP-AFTER-IMAGE.
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
      * SHARED AUDIT LOG THROUGH THE SHARED LOGGER. THE CONTROL
      * TOTAL IS THE NET BUDGET ON THE ROWS APPLIED.
        900-WRITE-AUDIT-LOG.
            MOVE "BUDMNT" TO AP-PROGRAM-ID.
            MOVE ws-read-count TO AP-RECORDS-READ.
            MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
            MOVE ws-reject-count TO AP-RECORDS-REJECTED.
            MOVE ws-net-applied TO AP-CONTROL-TOTAL.
            MOVE "GO" TO AP-STEP-ID.
            MOVE RETURN-CODE TO AP-COND-CODE.
            MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
            CALL "AUDLOG" USING AUDIT-PARM.

        END PROGRAM BUDMNT.
