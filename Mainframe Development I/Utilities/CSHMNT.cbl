        IDENTIFICATION DIVISION.
        PROGRAM-ID. CSHMNT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: CASHIER MASTER MAINTENANCE. APPLIES
      * TRANSACTION CARDS - A (ADD), C (CHANGE) - KEYED ON THE
      * CASHIER NUMBER AGAINST THE CASHIER MASTER, AND PRINTS AN
      * APPLIED/REJECTED REGISTER. A NEW LOGIN IS AN ADD CARD WITH
      * THE PERSON'S NAME, HOME STORE AND HIRE DATE; A TRANSFER OR
      * A FLOAT ASSIGNMENT IS A CHANGE TO THE STORES; A LEAVER IS
      * A CHANGE CARD CARRYING THE TERMINATION DATE. EVERY STORE
      * MUST BE ON THE STORE MASTER. ON A CHANGE, BLANK FIELDS
      * LEAVE THE MASTER FIELD AS IT STANDS; "00" IN THE FIRST
      * OTHER-STORE SLOT CLEARS THE OTHER STORES, AND A TERMINATION
      * DATE OF ZEROS TAKES A REHIRE BACK ON. A ROW KEYED IN ERROR
      * IS RETIRED WITH A STATUS OF "I" RATHER THAN DELETED.
      * CARD COLUMNS: 1 ACTION, 2-4 CASHIER, 5-24 NAME, 25-26 HOME
      * STORE, 27-32 OTHER STORES (THREE 2-DIGIT NUMBERS), 33-40
      * HIRE DATE, 41-48 TERMINATION DATE (YYYYMMDD), 49 STATUS
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

            SELECT CASHIER-MASTER-FILE
                ASSIGN TO CSHMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CS-CASHIER.

      * STORE MASTER - READ ONLY, TO PROVE EACH STORE EXISTS.
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
            05 TL-CASHIER      PIC X(3).
            05 TL-NAME         PIC X(20).
            05 TL-HOME-STORE   PIC X(2).
            05 TL-OTHER-STORES.
                10 TL-OTHER-STORE PIC X(2) OCCURS 3 TIMES.
            05 TL-HIRE         PIC X(8).
            05 TL-HIRE-N REDEFINES TL-HIRE
                               PIC 9(8).
            05 TL-TERM         PIC X(8).
            05 TL-TERM-N REDEFINES TL-TERM
                               PIC 9(8).
            05 TL-STATUS       PIC X(1).
            05 FILLER          PIC X(31).

        FD CASHIER-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 48 CHARACTERS.

            COPY CSHMSTR.

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
        01 ws-store-i           pic 9(1).

      * A DATE ON THE ROW, TAKEN APART FOR THE RANGE CHECK.
        01 ws-check-date.
            05 ws-check-yyyy    pic 9(4).
            05 ws-check-mm      pic 9(2).
            05 ws-check-dd      pic 9(2).

        01 ws-counts.
            05 ws-read-count    pic 9(5) value 0.
            05 ws-applied-count pic 9(5) value 0.
            05 ws-reject-count  pic 9(5) value 0.

        01 ws-register-title.
            05 FILLER pic x(5)  value spaces.
            05 FILLER pic x(35) value
               "CASHIER MASTER MAINTENANCE REGISTER".

        01 ws-register-line.
            05 ws-reg-action    pic x(1).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-cashier   pic x(3).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-name      pic x(20).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-store     pic x(2).
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
            OPEN I-O CASHIER-MASTER-FILE.
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
            CLOSE CASHIER-MASTER-FILE.
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
                    PERFORM 330-ADD-CASHIER
                WHEN "C"
                    PERFORM 340-CHANGE-CASHIER
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
            END-EVALUATE.

            PERFORM 200-READ-TRANSACTION.

        320-READ-MASTER.
            MOVE TL-CASHIER TO CS-CASHIER.
            MOVE "Y" TO ws-master-found-flag.
            READ CASHIER-MASTER-FILE
                INVALID KEY
                    MOVE "N" TO ws-master-found-flag
            END-READ.
            IF ws-master-found-flag = "Y"
                MOVE CASHIER-MASTER-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

        330-ADD-CASHIER.
            EVALUATE TRUE
                WHEN TL-CASHIER NOT NUMERIC
                     OR TL-CASHIER = "000"
                    MOVE "INVALID CASHIER NUMBER" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN ws-master-found-flag = "Y"
                    MOVE "DUPLICATE CASHIER" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-NAME = SPACES
                    MOVE "NAME MISSING" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-HIRE = SPACES
                    MOVE "HIRE DATE MISSING" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    MOVE SPACES     TO CASHIER-MASTER-RECORD
                    MOVE TL-CASHIER TO CS-CASHIER
                    MOVE 0          TO CS-HIRE-DATE
                    MOVE 0          TO CS-TERM-DATE
                    PERFORM 345-MOVE-CARD-FIELDS
                    IF ws-valid-flag = "Y"
                        PERFORM 360-CHECK-CASHIER
                    END-IF
                    IF ws-valid-flag = "Y"
                        WRITE CASHIER-MASTER-RECORD
                        PERFORM 410-REGISTER-APPLIED
                    ELSE
                        PERFORM 420-REGISTER-REJECTED
                    END-IF
            END-EVALUATE.

      * BLANK FIELDS ON A CHANGE CARD LEAVE THE MASTER FIELD
      * ALONE. THE CASHIER NUMBER ITSELF CANNOT BE CHANGED - A
      * LOGIN KEYED UNDER THE WRONG NUMBER IS RETIRED WITH STATUS
      * "I" AND RE-ADDED.
        340-CHANGE-CASHIER.
            EVALUATE TRUE
                WHEN ws-master-found-flag = "N"
                    MOVE "CASHIER NOT ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = SPACE
                     AND TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    PERFORM 345-MOVE-CARD-FIELDS
                    IF ws-valid-flag = "Y"
                        PERFORM 360-CHECK-CASHIER
                    END-IF
                    IF ws-valid-flag = "Y"
                        REWRITE CASHIER-MASTER-RECORD
                        PERFORM 410-REGISTER-APPLIED
                    ELSE
                        PERFORM 420-REGISTER-REJECTED
                    END-IF
            END-EVALUATE.

      * EVERY FIELD KEYED ON THE CARD OVER THE ROW. A KEYED DATE
      * MUST BE NUMERIC BEFORE IT GOES NEAR THE ROW.
        345-MOVE-CARD-FIELDS.
            MOVE "Y" TO ws-valid-flag.
            IF TL-HIRE NOT = SPACES AND TL-HIRE NOT NUMERIC
                MOVE "INVALID HIRE DATE" TO ws-reg-reason
                MOVE "N" TO ws-valid-flag
            END-IF.
            IF TL-TERM NOT = SPACES AND TL-TERM NOT NUMERIC
                MOVE "INVALID TERM DATE" TO ws-reg-reason
                MOVE "N" TO ws-valid-flag
            END-IF.
            IF ws-valid-flag = "Y"
                IF TL-NAME NOT = SPACES
                    MOVE TL-NAME TO CS-NAME
                END-IF
                IF TL-HOME-STORE NOT = SPACES
                    MOVE TL-HOME-STORE TO CS-HOME-STORE
                END-IF
                IF TL-OTHER-STORE(1) = "00"
                    MOVE SPACES TO CS-OTHER-STORES
                ELSE
                    IF TL-OTHER-STORES NOT = SPACES
                        MOVE TL-OTHER-STORES TO CS-OTHER-STORES
                    END-IF
                END-IF
                IF TL-HIRE NOT = SPACES
                    MOVE TL-HIRE-N TO CS-HIRE-DATE
                END-IF
                IF TL-TERM NOT = SPACES
                    MOVE TL-TERM-N TO CS-TERM-DATE
                END-IF
                IF TL-STATUS NOT = SPACE
                    MOVE TL-STATUS TO CS-STATUS
                END-IF
            END-IF.

      * THE ROW AS IT WOULD BE WRITTEN, PROVED WHOLE: A HOME STORE
      * ON THE STORE MASTER, OTHER STORES ON IT TOO AND NOT THE
      * HOME STORE AGAIN, A REAL HIRE DATE, AND A TERMINATION
      * DATE (WHEN THERE IS ONE) THAT IS REAL AND NOT BEFORE IT.
        360-CHECK-CASHIER.
            MOVE CS-HOME-STORE TO SM-STORE.
            PERFORM 325-CHECK-STORE.
            IF ws-store-found-flag = "N"
                MOVE "HOME STORE NOT ON FILE" TO ws-reg-reason
                MOVE "N" TO ws-valid-flag
            END-IF.
            IF ws-valid-flag = "Y"
                PERFORM 370-CHECK-OTHER-STORE
                    VARYING ws-store-i FROM 1 BY 1
                    UNTIL ws-store-i > 3
            END-IF.
            IF ws-valid-flag = "Y"
                MOVE CS-HIRE-DATE TO ws-check-date
                IF ws-check-mm < 1 OR ws-check-mm > 12
                   OR ws-check-dd < 1 OR ws-check-dd > 31
                    MOVE "INVALID HIRE DATE" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                END-IF
            END-IF.
            IF ws-valid-flag = "Y" AND CS-TERM-DATE > 0
                MOVE CS-TERM-DATE TO ws-check-date
                EVALUATE TRUE
                    WHEN ws-check-mm < 1 OR ws-check-mm > 12
                         OR ws-check-dd < 1 OR ws-check-dd > 31
                        MOVE "INVALID TERM DATE" TO ws-reg-reason
                        MOVE "N" TO ws-valid-flag
                    WHEN CS-TERM-DATE < CS-HIRE-DATE
                        MOVE "TERM BEFORE HIRE" TO ws-reg-reason
                        MOVE "N" TO ws-valid-flag
                END-EVALUATE
            END-IF.

        325-CHECK-STORE.
            MOVE "Y" TO ws-store-found-flag.
            READ STORE-MASTER-FILE
                INVALID KEY
                    MOVE "N" TO ws-store-found-flag
            END-READ.

        370-CHECK-OTHER-STORE.
            IF ws-valid-flag = "Y"
               AND CS-OTHER-STORE(ws-store-i) NOT = SPACES
                IF CS-OTHER-STORE(ws-store-i) = CS-HOME-STORE
                    MOVE "OTHER STORE IS HOME" TO ws-reg-reason
                    MOVE "N" TO ws-valid-flag
                ELSE
                    MOVE CS-OTHER-STORE(ws-store-i) TO SM-STORE
                    PERFORM 325-CHECK-STORE
                    IF ws-store-found-flag = "N"
                        MOVE "OTHER STORE UNKNOWN" TO ws-reg-reason
                        MOVE "N" TO ws-valid-flag
                    END-IF
                END-IF
            END-IF.

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION     TO ws-reg-action.
            MOVE TL-CASHIER    TO ws-reg-cashier.
            MOVE CS-NAME       TO ws-reg-name.
            MOVE CS-HOME-STORE TO ws-reg-store.
            MOVE "APPLIED"     TO ws-reg-status.
            MOVE SPACES        TO ws-reg-reason.
            DISPLAY ws-register-line.

        420-REGISTER-REJECTED.
            ADD 1 TO ws-reject-count.
            MOVE TL-ACTION     TO ws-reg-action.
            MOVE TL-CASHIER    TO ws-reg-cashier.
            MOVE TL-NAME       TO ws-reg-name.
            MOVE TL-HOME-STORE TO ws-reg-store.
            MOVE "REJECTED"    TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "CSHMNT"    TO JP-PROGRAM-ID.
            MOVE "CSHMSTR"   TO JP-MASTER-ID.
            MOVE CS-CASHIER  TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE CASHIER-MASTER-RECORD TO JP-AFTER-IMAGE.
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
      * SHARED AUDIT LOG THROUGH THE SHARED LOGGER. A NAME FILE
      * HAS NO DOLLARS TO FOOT, SO THE CONTROL TOTAL IS ZERO.
        900-WRITE-AUDIT-LOG.
            MOVE "CSHMNT" TO AP-PROGRAM-ID.
            MOVE ws-read-count TO AP-RECORDS-READ.
            MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
            MOVE ws-reject-count TO AP-RECORDS-REJECTED.
            MOVE 0 TO AP-CONTROL-TOTAL.
            MOVE "GO" TO AP-STEP-ID.
            MOVE RETURN-CODE TO AP-COND-CODE.
            MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
            CALL "AUDLOG" USING AUDIT-PARM.

        END PROGRAM CSHMNT.
