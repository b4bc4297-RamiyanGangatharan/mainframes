      *STANDS, SO A TEAM MOVE DOESN'T HAVE TO RE-KEY THE NAME.
      *MODIFICATION HISTORY:
      *  AUG 21, 2026 - INITIAL VERSION.
      *  OCT 15, 2026 - EVERY APPLIED CARD IS JOURNALED - THE
      *                 RECORD BEFORE AND AFTER, WITH THE
      *                 SUBMITTING USER ID - TO THE SHARED
      *                 CHANGE JOURNAL THROUGH CHGLOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
           COPY CHGPARM.
      *
       01 WS-EOF-FLAG                 PIC X      VALUE 'n'.
          88 WS-END-OF-FILE                      VALUE "y".
      *
           PERFORM 400-PRINT-TOTALS.
           PERFORM 600-WRITE-AUDIT-LOG.
           MOVE "C" TO JP-FUNCTION.
           CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.
      *
           CLOSE TRANSACTION-FILE
                 OPERATOR-MASTER-FILE.
              INVALID KEY
                 MOVE "N" TO WS-MASTER-FOUND-FLAG
           END-READ.
           IF WS-MASTER-FOUND-FLAG = "Y"
              MOVE OPERATOR-MASTER-RECORD TO JP-BEFORE-IMAGE
           ELSE
              MOVE SPACES TO JP-BEFORE-IMAGE
           END-IF.
      *
       330-ADD-OPERATOR.
           IF WS-MASTER-FOUND-FLAG = "Y"
      *
       410-REGISTER-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 430-JOURNAL-CHANGE.
           MOVE TL-ACTION TO WS-REG-ACTION.
           MOVE TL-NUM    TO WS-REG-NUM.
           MOVE "APPLIED" TO WS-REG-STATUS.
           MOVE TL-NUM     TO WS-REG-NUM.
           MOVE "REJECTED" TO WS-REG-STATUS.
           DISPLAY WS-REGISTER-LINE.
      *
      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS (SPACES
      * ONCE A DELETE HAS REMOVED IT).
       430-JOURNAL-CHANGE.
           MOVE "W"         TO JP-FUNCTION.
           MOVE "A5OMAINT"  TO JP-PROGRAM-ID.
           MOVE "OPRMSTR"   TO JP-MASTER-ID.
           MOVE OM-NUM      TO JP-KEY.
           MOVE TL-ACTION   TO JP-ACTION.
           IF TL-ACTION = "D"
              MOVE SPACES TO JP-AFTER-IMAGE
           ELSE
              MOVE OPERATOR-MASTER-RECORD TO JP-AFTER-IMAGE
           END-IF.
           CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.
      *
       400-PRINT-TOTALS.
           DISPLAY SPACES.
