      *contacts (A1CMAINT), codes (CODEMNT), and operators
      *(A5OMAINT). On a change, blank card fields leave the master
      *field as it stands. A terminated employee keeps their row
      *but drops off the raise report; the terminate card records
      *the termination date and reason for the turnover report
      *(A4HCRPT), and a reinstate records the first day back beside
      *them.
      *Card columns: 1 action, 2-4 employee number, 5-19 name,
      *20 education code, 21-28 hire date (YYYYMMDD), 29-35 salary
      *(9(5)V99), 36-37 salary band code, 38-45 termination date -
      *on an R card the reinstatement date (YYYYMMDD, blank =
      *today), 46-47 termination reason code.
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - salary band code on the card (cols 36-37),
      *                 required on a hire and changeable on a C
      *                 card; either way it must be on the salary
      *                 band master (A4BMAINT).
      *  Oct 15, 2026 - terminate card records the termination date
      *                 (cols 38-45, blank = today, not before the
      *                 hire date or after today) and a reason code
      *                 (cols 46-47) that must be an active code
      *                 type "T" on CODEMSTR; reinstate clears both.
      *  Oct 15, 2026 - every applied card is journaled - the
      *                 record before and after, with the
      *                 submitting user id - to the shared
      *                 change journal through CHGLOG.
      *  Oct 15, 2026 - reinstate no longer clears the termination
      *                 date and reason, which A4HCRPT's past
      *                 periods still count; it records the first
      *                 day back (cols 38-45, blank = today) in the
      *                 new EM-REINSTATE-DATE. Only a terminated
      *                 employee can be reinstated, and a later
      *                 termination may not predate the return.
      *  Oct 15, 2026 - a T card for someone already terminated is
      *                 rejected instead of overwriting the term
      *                 date and reason A4HCRPT counts; the
      *                 register reason widened to fit.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-NUMBER.

      * SALARY BAND MASTER MAINTAINED BY A4BMAINT - A BAND CODE
      * KEYED ON A CARD MUST BE ON IT.
           SELECT SALARY-BAND-FILE
               ASSIGN TO SALBAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-BAND-CODE.

      * SHARED CODE MASTER - TERMINATION REASONS ARE CODE TYPE "T".
           SELECT CODE-MASTER-FILE
               ASSIGN TO CODEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY.

      *
       DATA DIVISION.
       FILE SECTION.
           05 tl-education-code  pic x(1).
           05 tl-hire-date       pic x(8).
           05 tl-salary          pic 9(5)v99.
           05 tl-band-code       pic x(2).
           05 tl-term-date       pic x(8).
           05 tl-term-reason     pic x(2).
           05 FILLER             pic x(33).
      *
       FD EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
      *
           COPY EMPMSTR.
      *
       FD SALARY-BAND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
      *
           COPY SALBAND.
      *
       FD CODE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
      *
           COPY CODEMSTR.
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
       01 ws-band-found-flag   pic x value "N".
       01 ws-reason-found-flag pic x value "N".

      * TODAY - THE DEFAULT TERMINATION DATE AND THE LATEST ALLOWED.
       01 ws-run-date          pic 9(8).
       01 ws-term-date         pic 9(8).
       01 ws-reinstate-date    pic 9(8).

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-status  pic x(8).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-reason  pic x(27).

       01 ws-count-line.
           05 ws-count-text  pic x(22).
       000-MAIN.
           OPEN INPUT TRANSACTION-FILE.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           OPEN INPUT SALARY-BAND-FILE.
           OPEN INPUT CODE-MASTER-FILE.
           ACCEPT ws-run-date FROM DATE YYYYMMDD.

           DISPLAY ws-register-title.
           DISPLAY SPACES.

           PERFORM 700-PRINT-COUNTS.
           PERFORM 900-WRITE-AUDIT-LOG.
           MOVE "C" TO JP-FUNCTION.
           CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

           CLOSE TRANSACTION-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE SALARY-BAND-FILE.
           CLOSE CODE-MASTER-FILE.
           GOBACK.

       200-READ-TRANSACTION.
       300-APPLY-CARD.
           ADD 1 TO ws-read-count.
           PERFORM 320-READ-MASTER.
           PERFORM 325-READ-BAND.

           EVALUATE tl-action
               WHEN "A"
               WHEN "C"
                   PERFORM 340-CHANGE-EMPLOYEE
               WHEN "T"
                   PERFORM 360-TERMINATE-EMPLOYEE
               WHEN "R"
                   PERFORM 350-SET-STATUS
               WHEN OTHER
           ELSE
               MOVE "N" TO ws-master-found-flag
           END-IF.
           IF ws-master-found-flag = "Y"
               MOVE EMPLOYEE-MASTER-RECORD TO JP-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO JP-BEFORE-IMAGE
           END-IF.

      * A BLANK BAND CODE IS NOT LOOKED UP - IT LEAVES THE FLAG
      * "N", WHICH A HIRE REJECTS AND A CHANGE NEVER CONSULTS.
       325-READ-BAND.
           MOVE "Y" TO ws-band-found-flag.
           IF tl-band-code = SPACES
               MOVE "N" TO ws-band-found-flag
           ELSE
               MOVE tl-band-code TO SB-BAND-CODE
               READ SALARY-BAND-FILE
                   INVALID KEY
                       MOVE "N" TO ws-band-found-flag
               END-READ
           END-IF.

      * A HIRE CARD NEEDS A NUMERIC NUMBER, A NAME, A REAL HIRE
      * DATE, A NUMERIC SALARY, AND A BAND ON THE BAND MASTER -
      * A4SALRPT'S SERVICE ARITHMETIC RUNS OFF THE HIRE DATE AND
      * ITS COMPA-RATIO OFF THE BAND, SO NEITHER CAN GO ON BAD.
       330-HIRE-EMPLOYEE.
           EVALUATE TRUE
               WHEN tl-number NOT NUMERIC
               WHEN tl-salary NOT NUMERIC
                   MOVE "INVALID SALARY" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN tl-band-code = SPACES
                   MOVE "BAND CODE MISSING" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-band-found-flag = "N"
                   MOVE "BAND NOT ON FILE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN OTHER
                   MOVE tl-number         TO EM-NUMBER
                   MOVE tl-name           TO EM-NAME
                   MOVE tl-hire-date      TO EM-HIRE-DATE
                   MOVE tl-salary         TO EM-SALARY
                   MOVE "A"               TO EM-STATUS
                   MOVE tl-band-code      TO EM-BAND-CODE
                   MOVE ZERO              TO EM-TERM-DATE
                   MOVE SPACES            TO EM-TERM-REASON
                   MOVE ZERO              TO EM-REINSTATE-DATE
                   WRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 410-REGISTER-APPLIED
           END-EVALUATE.
           IF ws-master-found-flag = "N"
               MOVE "NUMBER NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
           IF tl-band-code NOT = SPACES
              AND ws-band-found-flag = "N"
               MOVE "BAND NOT ON FILE" TO ws-reg-reason
               PERFORM 420-REGISTER-REJECTED
           ELSE
               IF tl-name NOT = SPACES
                   MOVE tl-name TO EM-NAME
               IF tl-salary NUMERIC
                   MOVE tl-salary TO EM-SALARY
               END-IF
               IF tl-band-code NOT = SPACES
                   MOVE tl-band-code TO EM-BAND-CODE
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
               PERFORM 410-REGISTER-APPLIED
           END-IF
           END-IF.

      * R PUTS A TERMINATED EMPLOYEE BACK AS OF THE CARD'S DATE
      * (OR TODAY). THE TERMINATION DATE AND REASON STAY AS THEY
      * WERE - THE TURNOVER REPORT HAS ALREADY COUNTED THAT LEAVER
      * IN ITS PERIOD, AND A RERUN OF THAT PERIOD MUST STILL SAY
      * SO - AND THE FIRST DAY BACK IS RECORDED BESIDE THEM. IT
      * MUST FALL AFTER THE LAST DAY WORKED (AFTER THE HIRE, FOR A
      * LEAVER WITH NO DATE ON FILE) AND NOT AFTER TODAY.
       350-SET-STATUS.
           IF tl-term-date = SPACES
               MOVE ws-run-date TO ws-reinstate-date
           ELSE
               IF tl-term-date NUMERIC
                   MOVE tl-term-date TO ws-reinstate-date
               ELSE
                   MOVE ZERO TO ws-reinstate-date
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ws-master-found-flag = "N"
                   MOVE "NUMBER NOT ON FILE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN EM-STATUS NOT = "T"
                   MOVE "NOT TERMINATED" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-reinstate-date = ZERO
                   MOVE "INVALID REINSTATE DATE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-reinstate-date NOT > EM-TERM-DATE
                   MOVE "NOT AFTER TERM DATE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-reinstate-date < EM-HIRE-DATE
                   MOVE "REINSTATE BEFORE HIRE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-reinstate-date > ws-run-date
                   MOVE "REINSTATE IN FUTURE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN OTHER
                   MOVE "A"               TO EM-STATUS
                   MOVE ws-reinstate-date TO EM-REINSTATE-DATE
                   REWRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 410-REGISTER-APPLIED
           END-EVALUATE.

      * T MARKS THE EMPLOYEE TERMINATED AS OF THE CARD'S DATE (OR
      * TODAY) FOR THE CARD'S REASON. THE DATE MAY NOT FALL BEFORE
      * THE HIRE OR AFTER TODAY, AND THE REASON MUST BE AN ACTIVE
      * TERMINATION REASON ON THE CODE MASTER, SO THE TURNOVER
      * REPORT NEVER COUNTS A LEAVER IT CANNOT PLACE.
       360-TERMINATE-EMPLOYEE.
           IF tl-term-date = SPACES
               MOVE ws-run-date TO ws-term-date
           ELSE
               IF tl-term-date NUMERIC
                   MOVE tl-term-date TO ws-term-date
               ELSE
                   MOVE ZERO TO ws-term-date
               END-IF
           END-IF.
           PERFORM 365-READ-REASON.
           EVALUATE TRUE
               WHEN ws-master-found-flag = "N"
                   MOVE "NUMBER NOT ON FILE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN EM-STATUS = "T"
                   MOVE "EMPLOYEE ALREADY TERMINATED"
                     TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-term-date = ZERO
                   MOVE "INVALID TERM DATE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-term-date < EM-HIRE-DATE
                   MOVE "TERM DATE BEFORE HIRE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-term-date < EM-REINSTATE-DATE
                   MOVE "TERM BEFORE REINSTATE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-term-date > ws-run-date
                   MOVE "TERM DATE IN FUTURE" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN tl-term-reason = SPACES
                   MOVE "TERM REASON MISSING" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN ws-reason-found-flag = "N"
                   MOVE "TERM REASON NOT FOUND" TO ws-reg-reason
                   PERFORM 420-REGISTER-REJECTED
               WHEN OTHER
                   MOVE "T"            TO EM-STATUS
                   MOVE ws-term-date   TO EM-TERM-DATE
                   MOVE tl-term-reason TO EM-TERM-REASON
                   REWRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 410-REGISTER-APPLIED
           END-EVALUATE.

      * AN INACTIVE CODE COUNTS AS NOT ON FILE, AS IN EVERY OTHER
      * PROGRAM THAT VALIDATES AGAINST CODEMSTR.
       365-READ-REASON.
           MOVE "N" TO ws-reason-found-flag.
           IF tl-term-reason NOT = SPACES
               MOVE "T"            TO CM-CODE-TYPE
               MOVE tl-term-reason TO CM-CODE-VALUE
               READ CODE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS NOT = "I"
                           MOVE "Y" TO ws-reason-found-flag
                       END-IF
               END-READ
           END-IF.

       410-REGISTER-APPLIED.
           ADD 1 TO ws-applied-count.
           PERFORM 430-JOURNAL-CHANGE.
           MOVE tl-action TO ws-reg-action.
           MOVE tl-number TO ws-reg-number.
           MOVE tl-name   TO ws-reg-name.
           MOVE "REJECTED" TO ws-reg-status.
           DISPLAY ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL -
      * THE RECORD AS 320 READ IT AND AS IT NOW STANDS.
       430-JOURNAL-CHANGE.
           MOVE "W"         TO JP-FUNCTION.
           MOVE "A4EMAINT"  TO JP-PROGRAM-ID.
           MOVE "EMPMSTR"   TO JP-MASTER-ID.
           MOVE EM-NUMBER   TO JP-KEY.
           MOVE tl-action   TO JP-ACTION.
           MOVE EMPLOYEE-MASTER-RECORD TO JP-AFTER-IMAGE.
           CALL "CHGLOG" USING CHANGE-JOURNAL-PARM.

       700-PRINT-COUNTS.
           DISPLAY SPACES.
           MOVE "CARDS READ:           " TO ws-count-text.
