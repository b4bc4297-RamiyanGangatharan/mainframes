      *its stock, but A2ILIST stops suggesting it and A2IPOST
      *rejects receipts for it. The per-item reorder point set here
      *is what the reorder flag trips at - zero means the standing
      *default. The average cost keyed on an add (or a change) is
      *the opening cost the item is carried at until A2IPOST's
      *receipts average it - for stock already on the shelf before
      *costs were kept; receipts maintain it from then on.
      *Card columns: 1 action, 2-5 item, 6 class, 7-19 description,
      *20-25 unit price (9(4)V99), 26-35 vendor, 36-38 order-up-to,
      *39-41 reorder point, 42-47 average cost (9(4)V99).
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - a vendor named on an add or change card must
      *                 be an active vendor on the vendor master.
      *  Oct 15, 2026 - opening average cost on add and change cards.
      *  Oct 15, 2026 - a new item goes on file never counted (zero
      *                 last count date), due on the next cycle count.
      *  Oct 15, 2026 - every applied card is journaled - the
      *                 record before and after, with the
      *                 submitting user id - to the shared
      *                 change journal through CHGLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               organization is indexed
               access mode is random
               record key is im-item.
      *
      * vendor master - every vendor code keyed here must be on it.
           select vendor-master-file
               assign to VNDMSTR
               organization is indexed
               access mode is random
               record key is vn-code.
      *
       DATA DIVISION.
       FILE SECTION.
           05 tl-vendor        pic x(10).
           05 tl-order-up-to   pic 999.
           05 tl-reorder-point pic 999.
           05 tl-avg-cost      pic 9(4)v99.
           05 FILLER           pic x(33).
      *
       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
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
       01 ws-vendor-ok-flag    pic x value "Y".

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
       000-main.
           open input transaction-file.
           open i-o inventory-master-file.
           open input vendor-master-file.

           display ws-register-title.
           display spaces.

           perform 700-print-counts.
           perform 900-write-audit-log.
           move "C" to JP-FUNCTION.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.

           close transaction-file.
           close inventory-master-file.
           close vendor-master-file.
           goback.

       200-read-transaction.
       300-apply-card.
           add 1 to ws-read-count.
           perform 320-read-master.
           perform 325-check-vendor.

           evaluate tl-action
               when "A"
               invalid key
                   move "N" to ws-master-found-flag
           end-read.
           if ws-master-found-flag = "Y"
               move inventory-master-record to JP-BEFORE-IMAGE
           else
               move spaces to JP-BEFORE-IMAGE
           end-if.

      * A BLANK VENDOR IS LET THROUGH (AN ITEM NOT YET SOURCED, OR
      * A CHANGE CARD LEAVING THE VENDOR ALONE); ANY CODE KEYED
      * MUST BE AN ACTIVE VENDOR ON THE VENDOR MASTER, SO "ACME"
      * AND "ACME INC" CANNOT BOTH TURN UP AGAINST ITEMS.
       325-check-vendor.
           move "Y" to ws-vendor-ok-flag.
           if tl-vendor not = spaces
               move tl-vendor to vn-code
               read vendor-master-file
                   invalid key
                       move "N" to ws-vendor-ok-flag
                       move "VENDOR NOT ON FILE" to ws-reg-reason
               end-read
               if ws-vendor-ok-flag = "Y" and vn-status = "I"
                   move "N" to ws-vendor-ok-flag
                   move "VENDOR INACTIVE" to ws-reg-reason
               end-if
           end-if.

       330-add-item.
           evaluate true
               when tl-price not numeric
                   move "INVALID UNIT PRICE" to ws-reg-reason
                   perform 420-register-rejected
               when ws-vendor-ok-flag = "N"
                   perform 420-register-rejected
               when other
                   move tl-item  to im-item
                   move tl-class to im-class
                   else
                       move zero to im-reorder-point
                   end-if
                   if tl-avg-cost numeric
                       move tl-avg-cost to im-avg-cost
                   else
                       move zero to im-avg-cost
                   end-if
                   move zero to im-last-count-date
                   move "A" to im-status
                   write inventory-master-record
                   perform 410-register-applied
      * THE ON-HAND QUANTITY IS A2IPOST'S ALONE AND IS NEVER
      * TOUCHED HERE.
       340-change-item.
           evaluate true
               when ws-master-found-flag = "N"
                   move "ITEM NOT ON FILE" to ws-reg-reason
                   perform 420-register-rejected
               when ws-vendor-ok-flag = "N"
                   perform 420-register-rejected
               when other
                   if tl-class not = space
                       move tl-class to im-class
                   end-if
                   if tl-desc not = spaces
                       move tl-desc to im-desc
                   end-if
                   if tl-price numeric and tl-price > 0
                       move tl-price to im-unit-price
                   end-if
                   if tl-vendor not = spaces
                       move tl-vendor to im-vendor
                   end-if
                   if tl-order-up-to numeric and tl-order-up-to > 0
                       move tl-order-up-to to im-order-up-to
                   end-if
                   if tl-reorder-point numeric
                      and tl-reorder-point > 0
                       move tl-reorder-point to im-reorder-point
                   end-if
                   if tl-avg-cost numeric and tl-avg-cost > 0
                       move tl-avg-cost to im-avg-cost
                   end-if
                   rewrite inventory-master-record
                   perform 410-register-applied
           end-evaluate.

      * D MARKS THE ITEM DISCONTINUED; R PUTS IT BACK. THE ROW
      * ITSELF NEVER LEAVES THE FILE, SO OLD REPORTS STILL

       410-register-applied.
           add 1 to ws-applied-count.
           perform 430-journal-change.
           move tl-action to ws-reg-action.
           move tl-item   to ws-reg-item.
           move tl-desc   to ws-reg-desc.
           move "REJECTED" to ws-reg-status.
           display ws-register-line.

      * every applied card goes to the shared change journal -
      * the record as 320 read it and as it now stands.
       430-journal-change.
           move "W"         to JP-FUNCTION.
           move "A2IMAINT"  to JP-PROGRAM-ID.
           move "INVMSTR"   to JP-MASTER-ID.
           move im-item     to JP-KEY.
           move tl-action   to JP-ACTION.
           move inventory-master-record to JP-AFTER-IMAGE.
           call "CHGLOG" using CHANGE-JOURNAL-PARM.

       700-print-counts.
           display spaces.
           move "CARDS READ:           " to ws-count-text.
