        IDENTIFICATION DIVISION.
        PROGRAM-ID. TAXMNT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: SALES-TAX RATE MASTER MAINTENANCE. APPLIES
      * TRANSACTION CARDS - A (ADD), C (CHANGE) - KEYED ON PROVINCE
      * AND EFFECTIVE DATE AGAINST THE TAX-RATE MASTER, AND PRINTS AN
      * APPLIED/REJECTED REGISTER. A PROVINCIAL RATE CHANGE IS AN ADD
      * CARD CARRYING THE NEW RATE AND THE DATE IT TAKES EFFECT; THE
      * ROW IN FORCE TODAY STAYS ON FILE AND KEEPS COVERING EVERY
      * DATE BEFORE IT. ON A CHANGE, BLANK FIELDS LEAVE THE MASTER
      * FIELD AS IT STANDS; A ROW KEYED IN ERROR IS RETIRED WITH A
      * STATUS OF "I" RATHER THAN DELETED.
      * CARD COLUMNS: 1 ACTION, 2-3 PROVINCE, 4-11 EFFECTIVE DATE
      * (YYYYMMDD), 12-15 RATE (4 DECIMAL PLACES, 1300 = 13%),
      * 16-35 DESCRIPTION, 36 STATUS (A/I).
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - EVERY APPLIED CARD IS JOURNALED - THE
      *                  RECORD BEFORE AND AFTER, WITH THE
      *                  SUBMITTING USER ID - TO THE SHARED
      *                  CHANGE JOURNAL THROUGH CHGLOG.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANSACTION-FILE
                ASSIGN TO TRANFILE
                ORGANIZATION IS SEQUENTIAL.

            SELECT TAX-MASTER-FILE
                ASSIGN TO TAXMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TX-KEY.

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
            05 TL-PROVINCE     PIC X(2).
            05 TL-EFFECTIVE    PIC X(8).
            05 TL-RATE         PIC X(4).
            05 TL-RATE-N REDEFINES TL-RATE
                               PIC V9(4).
            05 TL-DESCRIPTION  PIC X(20).
            05 TL-STATUS       PIC X(1).
            05 FILLER          PIC X(44).

        FD TAX-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 35 CHARACTERS.

            COPY TAXMSTR.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
            COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
            COPY CHGPARM.

        01 ws-eof-flag       pic x value "N".
        77 ws-eof-Y          pic x value "Y".
        77 ws-eof-N          pic x value "N".

        01 ws-master-found-flag pic x value "N".

        01 ws-counts.
            05 ws-read-count    pic 9(5) value 0.
            05 ws-applied-count pic 9(5) value 0.
            05 ws-reject-count  pic 9(5) value 0.

        01 ws-register-title.
            05 FILLER pic x(5)  value spaces.
            05 FILLER pic x(29) value
               "TAX RATE MAINTENANCE REGISTER".

        01 ws-register-line.
            05 ws-reg-action    pic x(1).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-province  pic x(2).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-effective pic x(8).
            05 FILLER           pic x(2)  value spaces.
            05 ws-reg-rate      pic x(4).
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
            OPEN I-O TAX-MASTER-FILE.

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
            CLOSE TAX-MASTER-FILE.
            GOBACK.

        200-READ-TRANSACTION.
            READ TRANSACTION-FILE
                 AT END MOVE ws-eof-Y TO ws-eof-flag.

        300-APPLY-CARD.
            ADD 1 TO ws-read-count.
            PERFORM 320-READ-MASTER.

            EVALUATE TL-ACTION
                WHEN "A"
                    PERFORM 330-ADD-RATE
                WHEN "C"
                    PERFORM 340-CHANGE-RATE
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
            END-EVALUATE.

            PERFORM 200-READ-TRANSACTION.

        320-READ-MASTER.
            MOVE "N" TO ws-master-found-flag.
            IF TL-EFFECTIVE NUMERIC
                MOVE TL-PROVINCE  TO TX-PROVINCE
                MOVE TL-EFFECTIVE TO TX-EFFECTIVE-DATE
                MOVE "Y" TO ws-master-found-flag
                READ TAX-MASTER-FILE
                    INVALID KEY
                        MOVE "N" TO ws-master-found-flag
                END-READ
            END-IF.
            IF ws-master-found-flag = "Y"
                MOVE TAX-RATE-MASTER-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

        330-ADD-RATE.
            EVALUATE TRUE
                WHEN TL-PROVINCE = SPACES
                    MOVE "PROVINCE MISSING" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-EFFECTIVE NOT NUMERIC
                    MOVE "INVALID EFF DATE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN ws-master-found-flag = "Y"
                    MOVE "RATE ALREADY ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-RATE NOT NUMERIC
                    MOVE "INVALID RATE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    MOVE TL-PROVINCE    TO TX-PROVINCE
                    MOVE TL-EFFECTIVE   TO TX-EFFECTIVE-DATE
                    MOVE TL-RATE-N      TO TX-RATE
                    MOVE TL-DESCRIPTION TO TX-DESCRIPTION
                    MOVE TL-STATUS      TO TX-STATUS
                    WRITE TAX-RATE-MASTER-RECORD
                    PERFORM 410-REGISTER-APPLIED
            END-EVALUATE.

      * BLANK FIELDS ON A CHANGE CARD LEAVE THE MASTER FIELD
      * ALONE. THE KEY ITSELF CANNOT BE CHANGED - A RATE DATED
      * WRONGLY IS RETIRED WITH STATUS "I" AND RE-ADDED.
        340-CHANGE-RATE.
            EVALUATE TRUE
                WHEN ws-master-found-flag = "N"
                    MOVE "RATE NOT ON FILE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-RATE NOT = SPACES
                     AND TL-RATE NOT NUMERIC
                    MOVE "INVALID RATE" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN TL-STATUS NOT = SPACE
                     AND TL-STATUS NOT = "A" AND TL-STATUS NOT = "I"
                    MOVE "INVALID STATUS" TO ws-reg-reason
                    PERFORM 420-REGISTER-REJECTED
                WHEN OTHER
                    IF TL-RATE NOT = SPACES
                        MOVE TL-RATE-N TO TX-RATE
                    END-IF
                    IF TL-DESCRIPTION NOT = SPACES
                        MOVE TL-DESCRIPTION TO TX-DESCRIPTION
                    END-IF
                    IF TL-STATUS NOT = SPACE
                        MOVE TL-STATUS TO TX-STATUS
                    END-IF
                    REWRITE TAX-RATE-MASTER-RECORD
                    PERFORM 410-REGISTER-APPLIED
            END-EVALUATE.

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION    TO ws-reg-action.
            MOVE TL-PROVINCE  TO ws-reg-province.
            MOVE TL-EFFECTIVE TO ws-reg-effective.
            MOVE TL-RATE      TO ws-reg-rate.
            MOVE "APPLIED"    TO ws-reg-status.
            MOVE SPACES       TO ws-reg-reason.
            DISPLAY ws-register-line.

        420-REGISTER-REJECTED.
            ADD 1 TO ws-reject-count.
            MOVE TL-ACTION    TO ws-reg-action.
            MOVE TL-PROVINCE  TO ws-reg-province.
            MOVE TL-EFFECTIVE TO ws-reg-effective.
            MOVE TL-RATE      TO ws-reg-rate.
            MOVE "REJECTED"   TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "TAXMNT"    TO JP-PROGRAM-ID.
            MOVE "TAXMSTR"   TO JP-MASTER-ID.
            MOVE TX-KEY      TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE TAX-RATE-MASTER-RECORD TO JP-AFTER-IMAGE.
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
            MOVE "TAXMNT" TO AP-PROGRAM-ID.
            MOVE ws-read-count TO AP-RECORDS-READ.
            MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
            MOVE ws-reject-count TO AP-RECORDS-REJECTED.
            MOVE 0 TO AP-CONTROL-TOTAL.
            MOVE "GO" TO AP-STEP-ID.
            MOVE RETURN-CODE TO AP-COND-CODE.
            MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
            CALL "AUDLOG" USING AUDIT-PARM.

        END PROGRAM TAXMNT.
