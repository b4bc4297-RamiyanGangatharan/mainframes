      *                 being a hand-kept side file and do-not-
      *                 contact requests are actually recorded.
      *                 Record widened 82 -> 132, cards 83 -> 133.
      *  Oct 15, 2026 - every applied card is journaled - the
      *                 contact before and after, with the
      *                 submitting user id - to the shared
      *                 change journal through CHGLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

      * PARAMETER BLOCK FOR THE SHARED CHANGE-JOURNAL WRITER.
           COPY CHGPARM.
       01 ws-master-eof-flag pic x value "N".
       01 ws-trans-eof-flag  pic x value "N".
       77 ws-eof-Y           pic x value "Y".
           perform 800-print-counts.
           perform 900-close-files.
           perform 950-write-audit-log.
           move "C" to JP-FUNCTION.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.
           GOBACK.

      * RESEQUENCE BOTH INPUTS INTO NAME ORDER SO THE BALANCED-LINE
                   write new-contact-line
                   add 1 to ws-master-out-count
                   move stl-name to ws-last-add-name
                   move spaces to JP-BEFORE-IMAGE
                   move new-contact-line to JP-AFTER-IMAGE
                   perform 400-register-applied
               end-if
           else
       320-transaction-matches.
           evaluate stl-action
               when "C"
                   move ws-hold-record to JP-BEFORE-IMAGE
                   if stl-email not = spaces
                       move stl-email to ws-hold-email
                   end-if
                   if stl-consent = "Y" or stl-consent = "N"
                       move stl-consent to ws-hold-consent
                   end-if
                   move ws-hold-record to JP-AFTER-IMAGE
                   perform 400-register-applied
               when "D"
                   move "Y" to ws-hold-deleted-flag
                   move ws-hold-record to JP-BEFORE-IMAGE
                   move spaces to JP-AFTER-IMAGE
                   perform 400-register-applied
               when "A"
                   move "NAME ALREADY ON FILE" to ws-reg-reason

       400-register-applied.
           add 1 to ws-applied-count.
           perform 420-journal-change.
           move stl-action to ws-reg-action.
           move stl-name   to ws-reg-name.
           move "APPLIED"  to ws-reg-status.
           move "REJECTED" to ws-reg-status.
           display ws-register-line.

      * EVERY APPLIED CARD GOES TO THE SHARED CHANGE JOURNAL. THE
      * CALLER HAS ALREADY SET THE BEFORE AND AFTER IMAGES - SPACES
      * BEFORE AN ADD, SPACES AFTER A DELETE. THE JOURNAL CALLS THE
      * MASTER "CONTACT" RATHER THAN BY EITHER GENERATION'S DD NAME.
       420-journal-change.
           move "W"        to JP-FUNCTION.
           move "A1CMAINT" to JP-PROGRAM-ID.
           move "CONTACT"  to JP-MASTER-ID.
           move stl-name   to JP-KEY.
           move stl-action to JP-ACTION.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.

       800-print-counts.
           display spaces.
           move "TRANSACTIONS READ:    " to ws-count-text.
