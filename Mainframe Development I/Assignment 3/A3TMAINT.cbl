      * (9(8)V99), 15-26 ANNUAL TARGET (9(10)V99).
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - EVERY APPLIED CARD IS JOURNALED - THE
      *                  RECORD BEFORE AND AFTER, WITH THE
      *                  SUBMITTING USER ID - TO THE SHARED
      *                  CHANGE JOURNAL THROUGH CHGLOG.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
            COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
            COPY CHGPARM.

        01 ws-eof-flag       pic x value "N".
        77 ws-eof-Y          pic x value "y".
        77 ws-eof-N          pic x value "N".

            PERFORM 700-PRINT-COUNTS.
            PERFORM 900-WRITE-AUDIT-LOG.
            MOVE "C" TO JP-FUNCTION.
            CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

            CLOSE TRANSACTION-FILE.
            CLOSE TARGET-MASTER-FILE.
                INVALID KEY
                    MOVE "N" TO ws-master-found-flag
            END-READ.
            IF ws-master-found-flag = "Y"
                MOVE TARGET-MASTER-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

        330-ADD-TARGET.
            EVALUATE TRUE

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION TO ws-reg-action.
            MOVE TL-NUMBER TO ws-reg-number.
            MOVE "APPLIED" TO ws-reg-status.
            MOVE "REJECTED" TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "A3TMAINT"  TO JP-PROGRAM-ID.
            MOVE "TGTMSTR"   TO JP-MASTER-ID.
            MOVE TG-NUMBER   TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE TARGET-MASTER-RECORD TO JP-AFTER-IMAGE.
            CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

        700-PRINT-COUNTS.
            DISPLAY SPACES.
            MOVE "CARDS READ:           " TO ws-count-text.
