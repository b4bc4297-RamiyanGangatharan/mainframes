       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2VMAINT.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Vendor-master maintenance. Applies transaction
      *cards - A (add), C (change), D (deactivate), R (reactivate) -
      *keyed on vendor code against the vendor master and prints an
      *applied/rejected register, the same card-driven maintenance
      *the inventory master already gets from A2IMAINT. On a change,
      *blank fields leave the master field as it stands. An inactive
      *vendor keeps its row, so orders already placed with it still
      *report by name, but A2IMAINT and A2POOPEN refuse it.
      *Card columns: 1 action, 2-11 vendor code, 12-36 name, 37-61
      *contact, 62-64 standard lead time in days, 65 order method
      *(E electronic, P printed; blank on an add = P).
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *  Oct 15, 2026 - order method added, so A2POOPEN knows which
      *                 vendors take the outbound order file.
      *  Oct 15, 2026 - every applied card is journaled - the
      *                 record before and after, with the
      *                 submitting user id - to the shared
      *                 change journal through CHGLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
           select transaction-file
               assign to TRANFILE
               organization is sequential.
      *
           select vendor-master-file
               assign to VNDMSTR
               organization is indexed
               access mode is random
               record key is vn-code.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       fd transaction-file
           recording mode is F
           data record is transaction-line
           record contains 80 characters.
      *
      * 80-byte card images, like every other parm-card file in the
      * suite, so the deck can be fed instream.
       01 transaction-line.
           05 tl-action        pic x(1).
           05 tl-vendor        pic x(10).
           05 tl-name          pic x(25).
           05 tl-contact       pic x(25).
           05 tl-lead-days     pic x(3).
           05 tl-lead-days-n redefines tl-lead-days
                               pic 999.
           05 tl-order-method  pic x(1).
           05 FILLER           pic x(15).
      *
       fd vendor-master-file
           recording mode is F
           record contains 65 characters.
      *
           COPY VNDMSTR.
      *
       WORKING-STORAGE SECTION.

      * parameter block for the shared audit logger.
           COPY AUDPARM.

      * parameter block for the shared change-journal writer.
           COPY CHGPARM.
      *
       01 ws-eof-flag   pic x value "N".
       77 ws-eof-Y      pic x value "y".
       77 ws-eof-N      pic x value "N".

       01 ws-master-found-flag pic x value "N".

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 ws-applied-count pic 9(5) value 0.
           05 ws-reject-count  pic 9(5) value 0.

       01 ws-register-title.
           05 FILLER pic x(5)  value spaces.
           05 FILLER pic x(27) value
              "VENDOR MAINTENANCE REGISTER".

       01 ws-register-line.
           05 ws-reg-action  pic x(1).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-vendor  pic x(10).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-name    pic x(25).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-lead    pic x(3).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-status  pic x(8).
           05 FILLER         pic x(2)  value spaces.
           05 ws-reg-reason  pic x(22).

       01 ws-count-line.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzz9.

       PROCEDURE DIVISION.
       000-main.
           open input transaction-file.
           open i-o vendor-master-file.

           display ws-register-title.
           display spaces.

           perform 200-read-transaction.
           perform 300-apply-card
                until ws-eof-flag = ws-eof-Y.

           perform 700-print-counts.
           perform 900-write-audit-log.
           move "C" to JP-FUNCTION.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.

           close transaction-file.
           close vendor-master-file.
           goback.

       200-read-transaction.
           read transaction-file
                at end move ws-eof-Y to ws-eof-flag.

       300-apply-card.
           add 1 to ws-read-count.
           perform 320-read-master.

           evaluate tl-action
               when "A"
                   perform 330-add-vendor
               when "C"
                   perform 340-change-vendor
               when "D"
                   perform 350-set-status
               when "R"
                   perform 350-set-status
               when other
                   move "INVALID ACTION CODE" to ws-reg-reason
                   perform 420-register-rejected
           end-evaluate.

           perform 200-read-transaction.

       320-read-master.
           move tl-vendor to vn-code.
           move "Y" to ws-master-found-flag.
           read vendor-master-file
               invalid key
                   move "N" to ws-master-found-flag
           end-read.
           if ws-master-found-flag = "Y"
               move vendor-master-record to JP-BEFORE-IMAGE
           else
               move spaces to JP-BEFORE-IMAGE
           end-if.

      * A VENDOR GOES ON FILE ACTIVE. THE LEAD TIME MAY BE LEFT
      * BLANK UNTIL THE VENDOR QUOTES ONE - A2POAGE THEN FALLS
      * BACK TO THE AGEPRM CUTOFF FOR ITS ORDERS.
       330-add-vendor.
           evaluate true
               when ws-master-found-flag = "Y"
                   move "VENDOR ALREADY ON FILE" to ws-reg-reason
                   perform 420-register-rejected
               when tl-vendor = spaces
                   move "VENDOR CODE MISSING" to ws-reg-reason
                   perform 420-register-rejected
               when tl-name = spaces
                   move "VENDOR NAME MISSING" to ws-reg-reason
                   perform 420-register-rejected
               when tl-lead-days not = spaces
                    and tl-lead-days not numeric
                   move "INVALID LEAD TIME" to ws-reg-reason
                   perform 420-register-rejected
               when tl-order-method not = space
                    and tl-order-method not = "E"
                    and tl-order-method not = "P"
                   move "INVALID ORDER METHOD" to ws-reg-reason
                   perform 420-register-rejected
               when other
                   move tl-vendor  to vn-code
                   move tl-name    to vn-name
                   move tl-contact to vn-contact
                   if tl-lead-days numeric
                       move tl-lead-days-n to vn-lead-days
                   else
                       move zero to vn-lead-days
                   end-if
                   if tl-order-method = space
                       move "P" to vn-order-method
                   else
                       move tl-order-method to vn-order-method
                   end-if
                   move "A" to vn-status
                   write vendor-master-record
                   perform 410-register-applied
           end-evaluate.

      * BLANK FIELDS ON A CHANGE CARD LEAVE THE MASTER FIELD
      * ALONE. THE CODE ITSELF IS THE KEY AND CANNOT BE CHANGED -
      * A RENAMED SUPPLIER KEEPS ITS CODE AND TAKES A NEW NAME.
       340-change-vendor.
           evaluate true
               when ws-master-found-flag = "N"
                   move "VENDOR NOT ON FILE" to ws-reg-reason
                   perform 420-register-rejected
               when tl-lead-days not = spaces
                    and tl-lead-days not numeric
                   move "INVALID LEAD TIME" to ws-reg-reason
                   perform 420-register-rejected
               when tl-order-method not = space
                    and tl-order-method not = "E"
                    and tl-order-method not = "P"
                   move "INVALID ORDER METHOD" to ws-reg-reason
                   perform 420-register-rejected
               when other
                   if tl-name not = spaces
                       move tl-name to vn-name
                   end-if
                   if tl-contact not = spaces
                       move tl-contact to vn-contact
                   end-if
                   if tl-lead-days numeric
                       move tl-lead-days-n to vn-lead-days
                   end-if
                   if tl-order-method not = space
                       move tl-order-method to vn-order-method
                   end-if
                   rewrite vendor-master-record
                   perform 410-register-applied
           end-evaluate.

      * D MARKS THE VENDOR INACTIVE; R PUTS IT BACK. THE ROW
      * ITSELF NEVER LEAVES THE FILE, SO OLD ORDERS AND THE
      * SCORECARD STILL FIND IT BY CODE.
       350-set-status.
           if ws-master-found-flag = "N"
               move "VENDOR NOT ON FILE" to ws-reg-reason
               perform 420-register-rejected
           else
               if tl-action = "D"
                   move "I" to vn-status
               else
                   move "A" to vn-status
               end-if
               rewrite vendor-master-record
               perform 410-register-applied
           end-if.

       410-register-applied.
           add 1 to ws-applied-count.
           perform 430-journal-change.
           move tl-action    to ws-reg-action.
           move tl-vendor    to ws-reg-vendor.
           move tl-name      to ws-reg-name.
           move tl-lead-days to ws-reg-lead.
           move "APPLIED"    to ws-reg-status.
           move spaces       to ws-reg-reason.
           display ws-register-line.

       420-register-rejected.
           add 1 to ws-reject-count.
           move tl-action    to ws-reg-action.
           move tl-vendor    to ws-reg-vendor.
           move tl-name      to ws-reg-name.
           move tl-lead-days to ws-reg-lead.
           move "REJECTED"   to ws-reg-status.
           display ws-register-line.

      * every applied card goes to the shared change journal -
      * the record as 320 read it and as it now stands.
       430-journal-change.
           move "W"         to JP-FUNCTION.
           move "A2VMAINT"  to JP-PROGRAM-ID.
           move "VNDMSTR"   to JP-MASTER-ID.
           move vn-code     to JP-KEY.
           move tl-action   to JP-ACTION.
           move vendor-master-record to JP-AFTER-IMAGE.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.

       700-print-counts.
           display spaces.
           move "CARDS READ:           " to ws-count-text.
           move ws-read-count to ws-count-value.
           display ws-count-line.
           move "CARDS APPLIED:        " to ws-count-text.
           move ws-applied-count to ws-count-value.
           display ws-count-line.
           move "CARDS REJECTED:       " to ws-count-text.
           move ws-reject-count to ws-count-value.
           display ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG THROUGH THE SHARED LOGGER.
       900-write-audit-log.
           move "A2VMAINT" to AP-PROGRAM-ID.
           move ws-read-count to AP-RECORDS-READ.
           move ws-applied-count to AP-RECORDS-WRITTEN.
           move ws-reject-count to AP-RECORDS-REJECTED.
           move 0 to AP-CONTROL-TOTAL.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

       end program A2VMAINT.
