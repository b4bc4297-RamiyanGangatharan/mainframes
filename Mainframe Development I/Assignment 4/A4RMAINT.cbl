       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4RMAINT.
       DATE-WRITTEN. OCTOBER 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Raise-policy master maintenance. Applies
      *transaction cards - A (add a rung), C (change), I (inactivate),
      *R (reactivate) - keyed on education code, effective cycle,
      *and service break against the raise-policy master A4SALRPT
      *reads its ladders from, and prints an applied/rejected
      *register the same way A4EMAINT does for the employee master.
      *On a change, a blank title or percent leaves the master field
      *as it stands. A policy version effective before the current
      *month has already been run under and is frozen - a change to
      *it is keyed as a new version instead, so an old cycle always
      *reruns under the rules it closed with.
      *Card columns: 1 action, 2 education code ("*" = every code
      *without a ladder of its own), 3-8 effective cycle (YYYYMM),
      *9-10 minimum completed years of service, 11-22 position
      *title, 23-26 raise percent as V9999 (6.70 pct = 0670).
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

           SELECT RAISE-POLICY-FILE
               ASSIGN TO RAISPOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-KEY.

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
           05 tl-education-code  pic x(1).
           05 tl-effective-cycle pic x(6).
           05 tl-cycle-split redefines tl-effective-cycle.
               10 tl-cycle-year  pic 9(4).
               10 tl-cycle-month pic 9(2).
           05 tl-min-years       pic x(2).
           05 tl-position-title  pic x(12).
           05 tl-raise-percent   pic v9(4).
           05 FILLER             pic x(54).
      *
       FD RAISE-POLICY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
      *
           COPY RAISPOL.
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

      * THE CURRENT CYCLE - VERSIONS EFFECTIVE BEFORE IT ARE FROZEN.
       01 ws-run-date.
           05 ws-run-cycle   pic 9(6).
           05 FILLER         pic 9(2).

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 ws-applied-count pic 9(5) value 0.
           05 ws-reject-count  pic 9(5) value 0.

       01 ws-register-title.
           05 FILLER pic x(5)  value spaces.
           05 FILLER pic x(33) value
              "RAISE POLICY MAINTENANCE REGISTER".

       01 ws-register-line.
           05 ws-reg-action   pic x(1).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-education pic x(1).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-cycle    pic x(6).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-years    pic x(2).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-title    pic x(12).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-percent  pic 9.9999.
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-status   pic x(8).
           05 FILLER          pic x(2)  value spaces.
           05 ws-reg-reason   pic x(22).

       01 ws-count-line.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzz9.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT ws-run-date FROM DATE YYYYMMDD.
           OPEN INPUT TRANSACTION-FILE.
           OPEN I-O RAISE-POLICY-FILE.

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
           CLOSE RAISE-POLICY-FILE.
           GOBACK.

       200-READ-TRANSACTION.
           READ TRANSACTION-FILE
                AT END MOVE ws-eof-Y TO ws-eof-flag.

      * THE KEY IS CHECKED ONCE FOR EVERY ACTION; A CARD THAT GETS
      * PAST IT HAS A READABLE KEY AND A CYCLE STILL OPEN TO CHANGE.
       300-APPLY-CARD.
           ADD 1 TO ws-read-count.
           MOVE SPACES TO ws-reg-reason.
           EVALUATE TRUE
               WHEN tl-education-code = SPACE
                   MOVE "EDUCATION CODE MISSING" TO ws-reg-reason
               WHEN tl-effective-cycle NOT NUMERIC
                   MOVE "INVALID CYCLE" TO ws-reg-reason
               WHEN tl-cycle-month < 1 OR tl-cycle-month > 12
                   MOVE "INVALID CYCLE" TO ws-reg-reason
               WHEN tl-min-years NOT NUMERIC
                   MOVE "INVALID SERVICE BREAK" TO ws-reg-reason
               WHEN tl-effective-cycle < ws-run-cycle
                   MOVE "VERSION FROZEN - PAST" TO ws-reg-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF ws-reg-reason NOT = SPACES
               PERFORM 420-REGISTER-REJECTED
           ELSE
               PERFORM 320-READ-MASTER
               EVALUATE tl-action
                   WHEN "A"
                       PERFORM 330-ADD-RUNG
                   WHEN "C"
                       PERFORM 340-CHANGE-RUNG
                   WHEN "I"
                       PERFORM 350-SET-STATUS
                   WHEN "R"
                       PERFORM 350-SET-STATUS
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO ws-reg-reason
                       PERFORM 420-REGISTER-REJECTED
               END-EVALUATE
           END-IF.

           PERFORM 200-READ-TRANSACTION.

       320-READ-MASTER.
           MOVE "Y" TO ws-master-found-flag.
           MOVE tl-education-code  TO RP-EDUCATION-CODE.
           MOVE tl-effective-cycle TO RP-EFFECTIVE-CYCLE.
           MOVE tl-min-years       TO RP-MIN-YEARS.
           READ RAISE-POLICY-FILE
               INVALID KEY
                   MOVE "N" TO ws-master-found-flag
           END-READ.
           IF ws-master-found-flag = "Y"
               MOVE RAISE-POLICY-RECORD TO JP-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO JP-BEFORE-IMAGE
           END-IF.

      * A NEW RUNG NEEDS A TITLE AND A NUMERIC PERCENT.
       330-ADD-RUNG.
           EVALUATE TRUE
               WHEN ws-master-found-flag = "Y"
                   MOVE "RUNG ALREADY ON FILE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN tl-position-title = SPACES
                   MOVE "POSITION TITLE MISSING" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN tl-raise-percent NOT NUMERIC
                   MOVE "INVALID PERCENT" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN OTHER
                   MOVE tl-education-code  TO RP-EDUCATION-CODE
                   MOVE tl-effective-cycle TO RP-EFFECTIVE-CYCLE
                   MOVE tl-min-years       TO RP-MIN-YEARS
                   MOVE tl-position-title  TO RP-POSITION-TITLE
                   MOVE tl-raise-percent   TO RP-RAISE-PERCENT
                   MOVE "A"                TO RP-STATUS
                   WRITE RAISE-POLICY-RECORD
                   PERFORM 410-REGISTER-APPLIED
           END-EVALUATE.

      * BLANK FIELDS ON A CHANGE CARD LEAVE THE MASTER FIELD ALONE,
      * SO A PERCENT CHANGE DOESN'T RE-KEY THE TITLE.
       340-CHANGE-RUNG.
           IF ws-master-found-flag = "N"
               MOVE "RUNG NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
               IF tl-position-title NOT = SPACES
                   MOVE tl-position-title TO RP-POSITION-TITLE
               END-IF
               IF tl-raise-percent NUMERIC
                   MOVE tl-raise-percent TO RP-RAISE-PERCENT
               END-IF
               REWRITE RAISE-POLICY-RECORD
               PERFORM 410-REGISTER-APPLIED
           END-IF.

      * I WITHDRAWS A RUNG FROM ITS VERSION; R PUTS IT BACK. THE
      * ROW ITSELF NEVER LEAVES THE FILE.
       350-SET-STATUS.
           IF ws-master-found-flag = "N"
               MOVE "RUNG NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
               IF tl-action = "I"
                   MOVE "I" TO RP-STATUS
               ELSE
                   MOVE "A" TO RP-STATUS
               END-IF
               REWRITE RAISE-POLICY-RECORD
               PERFORM 410-REGISTER-APPLIED
           END-IF.

       410-REGISTER-APPLIED.
           ADD 1 TO ws-applied-count.
           PERFORM 430-JOURNAL-CHANGE.
           MOVE tl-action          TO ws-reg-action.
           MOVE RP-EDUCATION-CODE  TO ws-reg-education.
           MOVE RP-EFFECTIVE-CYCLE TO ws-reg-cycle.
           MOVE RP-MIN-YEARS       TO ws-reg-years.
           MOVE RP-POSITION-TITLE  TO ws-reg-title.
           MOVE RP-RAISE-PERCENT   TO ws-reg-percent.
           MOVE "APPLIED"          TO ws-reg-status.
           MOVE SPACES             TO ws-reg-reason.
           DISPLAY ws-register-line.

       420-REGISTER-REJECTED.
           ADD 1 TO ws-reject-count.
           MOVE tl-action          TO ws-reg-action.
           MOVE tl-education-code  TO ws-reg-education.
           MOVE tl-effective-cycle TO ws-reg-cycle.
           MOVE tl-min-years       TO ws-reg-years.
           MOVE tl-position-title  TO ws-reg-title.
           MOVE ZERO               TO ws-reg-percent.
           MOVE "REJECTED"         TO ws-reg-status.
           DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
       430-JOURNAL-CHANGE.
           MOVE "W"         TO JP-FUNCTION.
           MOVE "A4RMAINT"  TO JP-PROGRAM-ID.
           MOVE "RAISPOL"   TO JP-MASTER-ID.
           MOVE RP-KEY      TO JP-KEY.
           MOVE tl-action   TO JP-ACTION.
           MOVE RAISE-POLICY-RECORD TO JP-AFTER-IMAGE.
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
           MOVE "A4RMAINT" TO AP-PROGRAM-ID.
           MOVE ws-read-count TO AP-RECORDS-READ.
           MOVE ws-applied-count TO AP-RECORDS-WRITTEN.
           MOVE ws-reject-count TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       END PROGRAM A4RMAINT.
