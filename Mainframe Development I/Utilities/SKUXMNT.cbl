      * CARD COLUMNS: 1 ACTION, 2-16 SKU, 17-20 ITEM CODE.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - EVERY APPLIED CARD IS JOURNALED - THE
      *                  RECORD BEFORE AND AFTER, WITH THE
      *                  SUBMITTING USER ID - TO THE SHARED
      *                  CHANGE JOURNAL THROUGH CHGLOG.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        FD INVENTORY-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 58 CHARACTERS.

            COPY INVMSTR.

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
            CLOSE SKU-XREF-FILE.
                INVALID KEY
                    MOVE "N" TO ws-master-found-flag
            END-READ.
            IF ws-master-found-flag = "Y"
                MOVE SKU-XREF-RECORD TO JP-BEFORE-IMAGE
            ELSE
                MOVE SPACES TO JP-BEFORE-IMAGE
            END-IF.

        325-CHECK-ITEM.
            MOVE TL-ITEM TO IM-ITEM.

        410-REGISTER-APPLIED.
            ADD 1 TO ws-applied-count.
            PERFORM 430-JOURNAL-CHANGE.
            MOVE TL-ACTION TO ws-reg-action.
            MOVE TL-SKU    TO ws-reg-sku.
            MOVE TL-ITEM   TO ws-reg-item.
            MOVE "REJECTED" TO ws-reg-status.
            DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
        430-JOURNAL-CHANGE.
            MOVE "W"         TO JP-FUNCTION.
            MOVE "SKUXMNT"   TO JP-PROGRAM-ID.
            MOVE "SKUXREF"   TO JP-MASTER-ID.
            MOVE SX-SKU      TO JP-KEY.
            MOVE TL-ACTION   TO JP-ACTION.
            MOVE SKU-XREF-RECORD TO JP-AFTER-IMAGE.
            CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

        700-PRINT-COUNTS.
            DISPLAY SPACES.
            MOVE "CARDS READ:           " TO ws-count-text.
