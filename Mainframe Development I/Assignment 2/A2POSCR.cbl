       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2POSCR.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Monthly vendor delivery-performance scorecard.
      *Reads the purchase-order master end to end, takes every order
      *A2IPOST closed in the scorecard month, and sorts them into
      *vendor order. For each vendor it prints the orders closed,
      *the lead time quoted on the vendor master against the average
      *lead time the orders actually took (order date to close date,
      *in calendar days), how many closed within the quote, the fill
      *rate (units received up to the quantity ordered, as a percent
      *of units ordered), and the over- and under-received orders.
      *The purchase-order master keeps only each item's latest order,
      *so an item ordered twice in a month scores its later order.
      *The SCRPRM card names the month (YYYYMM); blank means the
      *current month.
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
           select po-master-file
               assign to POMSTR
               organization is indexed
               access mode is sequential
               record key is po-item.
      *
      * vendor master - name and quoted lead time for each vendor.
           select vendor-master-file
               assign to VNDMSTR
               organization is indexed
               access mode is random
               record key is vn-code.
      *
      * the month's closed orders resequenced into vendor order for
      * the vendor break.
           select order-sort-file
               assign to SORTWK1.
      *
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
      * single card: the scorecard month (YYYYMM).
           select score-parm-file
               assign to SCRPRM
               organization is sequential.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       fd po-master-file
           recording mode is F
           record contains 59 characters.
      *
           COPY POMSTR.
      *
       fd vendor-master-file
           recording mode is F
           record contains 65 characters.
      *
           COPY VNDMSTR.
      *
       sd order-sort-file
           record contains 33 characters.
      *
       01 order-sort-rec.
           05 sr-vendor        pic x(10).
           05 sr-item          pic x(4).
           05 sr-ponum         pic x(8).
           05 sr-ordered       pic 999.
           05 sr-received      pic 999.
           05 sr-days-taken    pic 9(5).
      *
       fd output-file
           recording mode is F
           data record is output-line
           record contains 100 characters.
      *
       01 output-line   pic x(100).
      *
       fd score-parm-file
           recording mode is F
           record contains 80 characters.
      *
       01 score-parm-line.
           05 sp-month     pic x(6).
           05 FILLER       pic x(74).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 ws-master-eof-flag  pic x value "N".
       01 ws-sort-eof-flag    pic x value "N".
       01 ws-vendor-found-flag pic x value "N".

      * THE SCORECARD MONTH, AND EACH ORDER'S CLOSE MONTH TO MATCH
      * IT AGAINST.
       01 ws-score-month      pic x(6) value spaces.
       01 ws-run-date.
           05 ws-run-month    pic x(6).
           05 FILLER          pic x(2).
       01 ws-close-date-x.
           05 ws-close-month  pic x(6).
           05 FILLER          pic x(2).

       01 ws-prev-vendor      pic x(10) value spaces.
       01 ws-filled-qty       pic 999.
       01 ws-close-day-number pic 9(7).

      * DATE TO DAY-NUMBER WORK FIELDS. MARCH COUNTS AS MONTH 0 SO
      * FEBRUARY'S LEAP DAY FALLS AT THE END OF THE COUNTING YEAR;
      * EACH QUOTIENT IS FLOORED ON ITS OWN WITH AN EXPLICIT DIVIDE,
      * THE SAME WAY CALGEN'S DAY-OF-WEEK ARITHMETIC IS.
       01 ws-dn-date.
           05 ws-dn-year     pic 9(4).
           05 ws-dn-month    pic 9(2).
           05 ws-dn-day      pic 9(2).
       01 ws-dn-work.
           05 ws-dn-y        pic 9(4).
           05 ws-dn-m        pic 9(2).
           05 ws-dn-q4       pic 9(4).
           05 ws-dn-q100     pic 9(4).
           05 ws-dn-q400     pic 9(4).
           05 ws-dn-mterm    pic 9(4).
           05 ws-dn-mq       pic 9(4).
       01 ws-day-number      pic 9(7).

      * ONE VENDOR'S FIGURES, CLEARED AT EACH VENDOR BREAK, AND THE
      * SAME FIGURES FOR ALL VENDORS.
       01 ws-vendor-totals.
           05 ws-v-orders       pic 9(5) value 0.
           05 ws-v-days         pic 9(7) value 0.
           05 ws-v-on-time      pic 9(5) value 0.
           05 ws-v-ordered-qty  pic 9(7) value 0.
           05 ws-v-filled-qty   pic 9(7) value 0.
           05 ws-v-over         pic 9(5) value 0.
           05 ws-v-short        pic 9(5) value 0.
       01 ws-grand-totals.
           05 ws-g-orders       pic 9(5) value 0.
           05 ws-g-days         pic 9(7) value 0.
           05 ws-g-on-time      pic 9(5) value 0.
           05 ws-g-ordered-qty  pic 9(7) value 0.
           05 ws-g-filled-qty   pic 9(7) value 0.
           05 ws-g-over         pic 9(5) value 0.
           05 ws-g-short        pic 9(5) value 0.
       01 ws-avg-days         pic 999v9.
       01 ws-fill-pct         pic 999v9.

       01 ws-counts.
           05 ws-read-count      pic 9(5) value 0.
           05 ws-vendor-count    pic 9(5) value 0.
           05 ws-no-vendor-count pic 9(5) value 0.

       01 ws-title-line.
           05 FILLER pic x(25) value spaces.
           05 FILLER pic x(34) value
              "VENDOR DELIVERY SCORECARD - MONTH ".
           05 wst-month pic x(6).

       01 ws-col-header-1.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(10) value "VENDOR".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(20) value "NAME".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "ORDERS".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "QUOTED".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "ACTUAL".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "ONTIME".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "  FILL".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "  OVER".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value " SHORT".

       01 ws-col-header-2.
           05 FILLER pic x(42) value spaces.
           05 FILLER pic x(6)  value "  LEAD".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(6)  value "  LEAD".
           05 FILLER pic x(8)  value spaces.
           05 FILLER pic x(6)  value "     %".

       01 ws-detail-line.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-vendor     pic x(10).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-name       pic x(20).
           05 FILLER         pic x(3)  value spaces.
           05 wsd-orders     pic zzz9.
           05 FILLER         pic x(4)  value spaces.
           05 wsd-quoted     pic zz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-actual     pic zz9.9.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-on-time    pic zzz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-fill       pic zz9.9.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-over       pic zzz9.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-short      pic zzz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-flag       pic x(14).

       01 ws-count-line.
           05 FILLER         pic x(2)  value spaces.
           05 ws-count-text  pic x(24).
           05 ws-count-value pic zzzz9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           sort order-sort-file
               on ascending key sr-vendor sr-item
               input procedure is 150-release-closed-orders
               output procedure is 300-report-body.
           perform 700-print-counts.
           perform 950-write-audit-log.
           perform 900-close-files.
           goback.

      * A BLANK OR MISSING CARD SCORES THE CURRENT MONTH.
       100-open-files.
           accept ws-run-date from date yyyymmdd.
           open input score-parm-file.
           read score-parm-file
               at end move spaces to sp-month
           end-read.
           if sp-month = spaces
               move ws-run-month to ws-score-month
           else
               move sp-month to ws-score-month
           end-if.
           close score-parm-file.
           open input po-master-file.
           open input vendor-master-file.
           open output output-file.

      * HAND THE SORT EVERY ORDER CLOSED IN THE SCORECARD MONTH,
      * WITH THE CALENDAR DAYS IT TOOK FROM ORDER TO CLOSE.
       150-release-closed-orders.
           perform 160-read-po-master.
           perform 170-release-one-order
               until ws-master-eof-flag = "Y".

       160-read-po-master.
           read po-master-file
               at end move "Y" to ws-master-eof-flag
           end-read.

       170-release-one-order.
           add 1 to ws-read-count.
           move PO-CLOSE-DATE to ws-close-date-x.
           if PO-STATUS = "C"
              and PO-CLOSE-DATE numeric
              and ws-close-month = ws-score-month
              and PO-ORDER-DATE numeric
               move PO-CLOSE-DATE to ws-dn-date
               perform 600-compute-day-number
               move ws-day-number to ws-close-day-number
               move PO-ORDER-DATE to ws-dn-date
               perform 600-compute-day-number
               move zero to sr-days-taken
               if ws-close-day-number > ws-day-number
                   compute sr-days-taken =
                       ws-close-day-number - ws-day-number
               end-if
               move PO-VENDOR       to sr-vendor
               move PO-ITEM         to sr-item
               move PO-NUMBER       to sr-ponum
               move PO-ORDER-QTY    to sr-ordered
               move PO-RECEIVED-QTY to sr-received
               release order-sort-rec
           end-if.
           perform 160-read-po-master.

      * THE REPORT PROPER - ORDERS COME BACK FROM THE SORT IN VENDOR
      * ORDER; EACH CHANGE OF VENDOR PRINTS THE VENDOR JUST ENDED.
       300-report-body.
           perform 200-print-headings.
           perform 310-return-order.
           perform 320-accumulate-order
               until ws-sort-eof-flag = "Y".
           if ws-v-orders > 0
               perform 400-print-vendor
           end-if.
           perform 450-print-grand-total.

       200-print-headings.
           move ws-score-month to wst-month.
           move spaces to output-line.
           write output-line.
           write output-line from ws-title-line.
           move spaces to output-line.
           write output-line.
           write output-line from ws-col-header-1.
           write output-line from ws-col-header-2.
           move spaces to output-line.
           write output-line.

       310-return-order.
           return order-sort-file
               at end move "Y" to ws-sort-eof-flag
           end-return.

       320-accumulate-order.
           if ws-v-orders > 0 and sr-vendor not = ws-prev-vendor
               perform 400-print-vendor
           end-if.
           move sr-vendor to ws-prev-vendor.
           if ws-v-orders = 0
               perform 370-read-vendor
           end-if.

           add 1 to ws-v-orders.
           add sr-days-taken to ws-v-days.
           add sr-ordered to ws-v-ordered-qty.
      * A UNIT OVER THE ORDER IS NOT A UNIT MORE FILLED - THE FILL
      * RATE COUNTS RECEIPTS ONLY UP TO THE QUANTITY ORDERED, AND
      * THE OVER-RECEIPT SHOWS IN ITS OWN COLUMN.
           if sr-received > sr-ordered
               move sr-ordered to ws-filled-qty
               add 1 to ws-v-over
           else
               move sr-received to ws-filled-qty
               if sr-received < sr-ordered
                   add 1 to ws-v-short
               end-if
           end-if.
           add ws-filled-qty to ws-v-filled-qty.
           if ws-vendor-found-flag = "Y" and vn-lead-days > 0
              and sr-days-taken not > vn-lead-days
               add 1 to ws-v-on-time
           end-if.

           perform 310-return-order.

       370-read-vendor.
           move sr-vendor to vn-code.
           move "Y" to ws-vendor-found-flag.
           read vendor-master-file
               invalid key
                   move "N" to ws-vendor-found-flag
           end-read.

      * ONE LINE PER VENDOR, THEN ITS FIGURES ROLL INTO THE GRAND
      * TOTAL AND ARE CLEARED FOR THE NEXT VENDOR.
       400-print-vendor.
           add 1 to ws-vendor-count.
           move ws-prev-vendor to wsd-vendor.
           move spaces to wsd-flag.
           if ws-vendor-found-flag = "Y"
               move vn-name to wsd-name
               move vn-lead-days to wsd-quoted
           else
               move spaces to wsd-name
               move zero to wsd-quoted
               move "NOT ON MASTER " to wsd-flag
               add ws-v-orders to ws-no-vendor-count
           end-if.
           perform 420-format-figures.
           if ws-vendor-found-flag = "Y"
               if vn-lead-days = 0
                   move "NO LEAD QUOTED" to wsd-flag
               else
                   if ws-avg-days > vn-lead-days
                       move "** SLOW **    " to wsd-flag
                   end-if
               end-if
           end-if.
           write output-line from ws-detail-line.

           add ws-v-orders      to ws-g-orders.
           add ws-v-days        to ws-g-days.
           add ws-v-on-time     to ws-g-on-time.
           add ws-v-ordered-qty to ws-g-ordered-qty.
           add ws-v-filled-qty  to ws-g-filled-qty.
           add ws-v-over        to ws-g-over.
           add ws-v-short       to ws-g-short.
           initialize ws-vendor-totals.

      * AVERAGE ACTUAL LEAD AND FILL RATE FOR THE FIGURES IN
      * WS-VENDOR-TOTALS.
       420-format-figures.
           move zero to ws-avg-days ws-fill-pct.
           if ws-v-orders > 0
               compute ws-avg-days rounded =
                   ws-v-days / ws-v-orders
           end-if.
           if ws-v-ordered-qty > 0
               compute ws-fill-pct rounded =
                   ws-v-filled-qty * 100 / ws-v-ordered-qty
           end-if.
           move ws-v-orders  to wsd-orders.
           move ws-avg-days  to wsd-actual.
           move ws-v-on-time to wsd-on-time.
           move ws-fill-pct  to wsd-fill.
           move ws-v-over    to wsd-over.
           move ws-v-short   to wsd-short.

       450-print-grand-total.
           move ws-grand-totals to ws-vendor-totals.
           move spaces to output-line.
           write output-line.
           move "ALL VENDORS" to wsd-vendor.
           move spaces to wsd-name.
           move zero to wsd-quoted.
           move spaces to wsd-flag.
           perform 420-format-figures.
           write output-line from ws-detail-line.

       700-print-counts.
           move spaces to output-line.
           write output-line.
           move "PO RECORDS READ:        " to ws-count-text.
           move ws-read-count to ws-count-value.
           write output-line from ws-count-line.
           move "ORDERS CLOSED IN MONTH: " to ws-count-text.
           move ws-g-orders to ws-count-value.
           write output-line from ws-count-line.
           move "VENDORS SCORED:         " to ws-count-text.
           move ws-vendor-count to ws-count-value.
           write output-line from ws-count-line.
           move "ORDERS, NO VENDOR ROW:  " to ws-count-text.
           move ws-no-vendor-count to ws-count-value.
           write output-line from ws-count-line.

      * DAYS SINCE A FIXED ORIGIN FOR THE YYYYMMDD DATE IN
      * WS-DN-DATE, SO TWO DATES SUBTRACT TO THE CALENDAR DAYS
      * BETWEEN THEM ACROSS MONTH, YEAR AND LEAP-DAY BOUNDARIES.
       600-compute-day-number.
           if ws-dn-month < 3
               compute ws-dn-y = ws-dn-year - 1
               compute ws-dn-m = ws-dn-month + 9
           else
               move ws-dn-year to ws-dn-y
               compute ws-dn-m = ws-dn-month - 3
           end-if.
           divide ws-dn-y by 4   giving ws-dn-q4.
           divide ws-dn-y by 100 giving ws-dn-q100.
           divide ws-dn-y by 400 giving ws-dn-q400.
           compute ws-dn-mterm = 153 * ws-dn-m + 2.
           divide ws-dn-mterm by 5 giving ws-dn-mq.
           compute ws-day-number =
               365 * ws-dn-y + ws-dn-q4 - ws-dn-q100 + ws-dn-q400
               + ws-dn-mq + ws-dn-day.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. QUANTITIES, NOT DOLLARS, MOVE THROUGH
      * THIS PROGRAM, SO THE CONTROL TOTAL IS ZERO.
       950-write-audit-log.
           move "A2POSCR" to ap-program-id.
           move ws-read-count to ap-records-read.
           move ws-vendor-count to ap-records-written.
           move ws-no-vendor-count to ap-records-rejected.
           move 0 to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

       900-close-files.
           close po-master-file, vendor-master-file, output-file.

       end program A2POSCR.
