       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4BMAINT.
       DATE-WRITTEN. OCTOBER 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Salary-band master maintenance. Applies
      *transaction cards - A (add), C (change), D (delete) - keyed
      *on band code against the salary band master that A4EMAINT
      *assigns employees to and A4SALRPT measures raises against,
      *and prints an applied/rejected register the same way
      *A4EMAINT does for the employee master. On a change, blank
      *amount fields leave the master field as it stands. A band
      *must keep its minimum at or under its midpoint and its
      *midpoint at or under its maximum, with a midpoint above
      *zero, or the card is rejected.
      *Card columns: 1 action, 2-3 band code, 4-11 minimum,
      *12-19 midpoint, 20-27 maximum (each 9(6)V99).
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *  Oct 15, 2026 - every applied card is journaled - the
      *                 record before and after, with the
      *                 submitting user id - to the shared
      *                 change journal through CHGLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SALARY-BAND-FILE
               ASSIGN TO SALBAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-BAND-CODE.

      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TRANSACTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRANSACTION-LINE
           RECORD CONTAINS 80 CHARACTERS.
      *
      * 80-byte card images, like every other parm-card file in the
      * suite, so the deck can be fed instream.
       01 TRANSACTION-LINE.
           05 tl-action          pic x(1).
           05 tl-band-code       pic x(2).
           05 tl-minimum         pic 9(6)v99.
           05 tl-midpoint        pic 9(6)v99.
           05 tl-maximum         pic 9(6)v99.
           05 FILLER             pic x(53).
      *
       FD SALARY-BAND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
      *
           COPY SALBAND.
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
           COPY CHGPARM.
      *
       01 ws-eof-flag       pic x value "N".
       77 ws-eof-Y          pic x value "y".
       77 ws-eof-N          pic x value "N".

       01 ws-master-found-flag pic x value "N".

      * THE BAND AS IT WILL STAND ONCE THE CARD IS APPLIED, CHECKED
      * BEFORE ANYTHING IS WRITTEN.
       01 ws-new-band.
           05 ws-new-minimum  pic 9(6)v99.
           05 ws-new-midpoint pic 9(6)v99.
           05 ws-new-maximum  pic 9(6)v99.

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 ws-applied-count pic 9(5) value 0.
           05 ws-reject-count  pic 9(5) value 0.

       01 ws-register-title.
           05 FILLER pic x(5)  value spaces.
           05 FILLER pic x(32) value
              "SALARY BAND MAINTENANCE REGISTER".

       01 ws-register-line.
           05 ws-reg-action   pic x(1).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-band     pic x(2).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-minimum  pic zzz,zz9.99.
           05 FILLER          pic x(1)  value spaces.
           05 ws-reg-midpoint pic zzz,zz9.99.
           05 FILLER          pic x(1)  value spaces.
           05 ws-reg-maximum  pic zzz,zz9.99.
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-status   pic x(8).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-reason   pic x(22).

       01 ws-count-line.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzz9.

       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT TRANSACTION-FILE.
           OPEN I-O SALARY-BAND-FILE.

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
           CLOSE SALARY-BAND-FILE.
           GOBACK.

       200-READ-TRANSACTION.
           READ TRANSACTION-FILE
                AT END MOVE ws-eof-Y TO ws-eof-flag.

       300-APPLY-CARD.
           ADD 1 TO ws-read-count.
           PERFORM 320-READ-MASTER.

           EVALUATE tl-action
               WHEN "A"
                   PERFORM 330-ADD-BAND
               WHEN "C"
                   PERFORM 340-CHANGE-BAND
               WHEN "D"
                   PERFORM 350-DELETE-BAND
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
           END-EVALUATE.

           PERFORM 200-READ-TRANSACTION.

       320-READ-MASTER.
           MOVE "Y" TO ws-master-found-flag.
           IF tl-band-code NOT = SPACES
               MOVE tl-band-code TO SB-BAND-CODE
               READ SALARY-BAND-FILE
                   INVALID KEY
                       MOVE "N" TO ws-master-found-flag
               END-READ
           ELSE
               MOVE "N" TO ws-master-found-flag
           END-IF.
           IF ws-master-found-flag = "Y"
               MOVE SALARY-BAND-RECORD TO JP-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO JP-BEFORE-IMAGE
           END-IF.

      * AN ADD NEEDS A CODE NOT ALREADY ON FILE AND ALL THREE
      * AMOUNTS, IN ORDER.
       330-ADD-BAND.
           EVALUATE TRUE
               WHEN tl-band-code = SPACES
                   MOVE "BAND CODE MISSING" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-master-found-flag = "Y"
                   MOVE "BAND ALREADY ON FILE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN tl-minimum NOT NUMERIC
                 OR tl-midpoint NOT NUMERIC
                 OR tl-maximum NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN OTHER
                   MOVE tl-minimum  TO ws-new-minimum
                   MOVE tl-midpoint TO ws-new-midpoint
                   MOVE tl-maximum  TO ws-new-maximum
                   PERFORM 360-CHECK-BAND-ORDER
                   IF ws-reg-reason = SPACES
                       MOVE tl-band-code    TO SB-BAND-CODE
                       MOVE ws-new-minimum  TO SB-MINIMUM
                       MOVE ws-new-midpoint TO SB-MIDPOINT
                       MOVE ws-new-maximum  TO SB-MAXIMUM
                       WRITE SALARY-BAND-RECORD
                       PERFORM 410-REGISTER-APPLIED
                   ELSE
                       PERFORM 420-REGISTER-REJECTED
                   END-IF
           END-EVALUATE.

      * BLANK AMOUNTS ON A CHANGE CARD LEAVE THE MASTER FIELD ALONE,
      * SO WIDENING THE TOP OF A BAND DOESN'T RE-KEY THE BOTTOM.
       340-CHANGE-BAND.
           IF ws-master-found-flag = "N"
               MOVE "BAND NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
               MOVE SB-MINIMUM  TO ws-new-minimum
               MOVE SB-MIDPOINT TO ws-new-midpoint
               MOVE SB-MAXIMUM  TO ws-new-maximum
               IF tl-minimum NUMERIC
                   MOVE tl-minimum TO ws-new-minimum
               END-IF
               IF tl-midpoint NUMERIC
                   MOVE tl-midpoint TO ws-new-midpoint
               END-IF
               IF tl-maximum NUMERIC
                   MOVE tl-maximum TO ws-new-maximum
               END-IF
               PERFORM 360-CHECK-BAND-ORDER
               IF ws-reg-reason = SPACES
                   MOVE ws-new-minimum  TO SB-MINIMUM
                   MOVE ws-new-midpoint TO SB-MIDPOINT
                   MOVE ws-new-maximum  TO SB-MAXIMUM
                   REWRITE SALARY-BAND-RECORD
                   PERFORM 410-REGISTER-APPLIED
               ELSE
                   PERFORM 420-REGISTER-REJECTED
               END-IF
           END-IF.

      * A DELETED BAND LEAVES ANY EMPLOYEE STILL CARRYING ITS CODE
      * WITHOUT A BAND ON THE RAISE REPORT UNTIL A4EMAINT MOVES
      * THEM TO ANOTHER, SO DELETE ONLY AFTER THE MOVES.
       350-DELETE-BAND.
           IF ws-master-found-flag = "N"
               MOVE "BAND NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
               MOVE SB-MINIMUM  TO ws-new-minimum
               MOVE SB-MIDPOINT TO ws-new-midpoint
               MOVE SB-MAXIMUM  TO ws-new-maximum
               DELETE SALARY-BAND-FILE RECORD
               PERFORM 410-REGISTER-APPLIED
           END-IF.

       360-CHECK-BAND-ORDER.
           MOVE SPACES TO ws-reg-reason.
           EVALUATE TRUE
               WHEN ws-new-midpoint = ZERO
                   MOVE "MIDPOINT IS ZERO" TO ws-reg-reason
               WHEN ws-new-minimum > ws-new-midpoint
                   MOVE "MINIMUM OVER MIDPOINT" TO ws-reg-reason
               WHEN ws-new-midpoint > ws-new-maximum
                   MOVE "MIDPOINT OVER MAXIMUM" TO ws-reg-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       410-REGISTER-APPLIED.
           ADD 1 TO ws-applied-count.
           PERFORM 430-JOURNAL-CHANGE.
           MOVE tl-action       TO ws-reg-action.
           MOVE tl-band-code    TO ws-reg-band.
           MOVE ws-new-minimum  TO ws-reg-minimum.
           MOVE ws-new-midpoint TO ws-reg-midpoint.
           MOVE ws-new-maximum  TO ws-reg-maximum.
           MOVE "APPLIED"       TO ws-reg-status.
           MOVE SPACES          TO ws-reg-reason.
           DISPLAY ws-register-line.

       420-REGISTER-REJECTED.
           ADD 1 TO ws-reject-count.
           MOVE tl-action    TO ws-reg-action.
           MOVE tl-band-code TO ws-reg-band.
           MOVE ZERO         TO ws-reg-minimum ws-reg-midpoint
                                ws-reg-maximum.
           MOVE "REJECTED"   TO ws-reg-status.
           DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS (SPACES
      * ONCE A DELETE HAS REMOVED IT).
       430-JOURNAL-CHANGE.
           MOVE "W"         TO JP-FUNCTION.
           MOVE "A4BMAINT"  TO JP-PROGRAM-ID.
           MOVE "SALBAND"   TO JP-MASTER-ID.
           MOVE SB-BAND-CODE TO JP-KEY.
           MOVE tl-action   TO JP-ACTION.
           IF tl-action = "D"
               MOVE SPACES TO JP-AFTER-IMAGE
           ELSE
               MOVE SALARY-BAND-RECORD TO JP-AFTER-IMAGE
           END-IF.
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
      * SHARED AUDIT LOG.
       900-WRITE-AUDIT-LOG.
           MOVE "A4BMAINT" TO AP-PROGRAM-ID.
           MOVE ws-read-count TO AP-RECORDS-READ.
           MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
           MOVE ws-reject-count TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       END PROGRAM A4BMAINT.
