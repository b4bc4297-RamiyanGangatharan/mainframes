      *Description: Open purchase-order aging report. Reads the
      *purchase-order master end to end and prints every open order
      *with its vendor, quantities ordered and received so far, and
      *order date, flagging orders that have been out longer than
      *their vendor's quoted lead time so purchasing can chase the
      *vendor instead of waiting for the warehouse to notice nothing
      *arrived. An order whose vendor has no lead time on the vendor
      *master falls back to the AGEPRM date and is flagged aged when
      *placed on or before it. Closed orders print in a short history
      *section with their over/under receipt outcome.
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - open orders are flagged late against the
      *                 vendor's lead time on the vendor master, with
      *                 the days out and the lead time printed; the
      *                 AGEPRM date now covers only orders whose
      *                 vendor has no lead time on file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               assign to OUTFILE
               organization is sequential.
      *
      * single card: an open order whose vendor has no lead time on
      * file is flagged aged when placed on or before this date
      * (YYYYMMDD).
           select age-parm-file
               assign to AGEPRM
               organization is sequential.
      *
      * vendor master - the quoted lead time each order is held to.
           select vendor-master-file
               assign to VNDMSTR
               organization is indexed
               access mode is random
               record key is vn-code.
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
       01 age-parm-line.
           05 ap-age-date  pic x(8).
           05 FILLER       pic x(72).
      *
       fd vendor-master-file
           recording mode is F
           record contains 65 characters.
      *
           COPY VNDMSTR.
      *
      *
       WORKING-STORAGE SECTION.
       01 ws-eof-flag     pic x value "N".
       01 ws-age-date     pic x(8) value spaces.
       01 ws-order-date-x pic x(8).
       01 ws-vendor-found-flag pic x value "N".

      * TODAY IS THE AS-OF DATE AN OPEN ORDER'S DAYS OUT ARE
      * COUNTED TO.
       01 ws-run-date     pic 9(8).
       01 ws-run-day-number   pic 9(7) value 0.
       01 ws-order-day-number pic 9(7) value 0.
       01 ws-days-out         pic 9(5) value 0.

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

       01 ws-counts.
           05 ws-read-count  pic 9(5) value 0.
           05 ws-open-count  pic 9(5) value 0.
           05 ws-aged-count  pic 9(5) value 0.
           05 ws-late-count  pic 9(5) value 0.
       01 ws-open-qty-total  pic 9(7) value 0.

       01 ws-title-line.
           05 FILLER pic x(8)  value "RECEIVED".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "ORDERED ".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(4)  value "DAYS".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "LEAD".

       01 ws-detail-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-order-date pic 9(8).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-days-out   pic zzz9.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-lead       pic zz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-flag       pic x(14).

       01 ws-count-line.
           goback.

       100-open-files.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-dn-date.
           perform 600-compute-day-number.
           move ws-day-number to ws-run-day-number.
           open input age-parm-file.
           read age-parm-file
               at end move spaces to ap-age-date
           close age-parm-file.
           open input po-master-file.
           open output output-file.
           open input vendor-master-file.

       200-print-headings.
           move spaces to output-line.
           move PO-RECEIVED-QTY to wsd-received.
           move PO-ORDER-DATE   to wsd-order-date.
           move spaces          to wsd-flag.
           move zero            to wsd-days-out.
           move zero            to wsd-lead.

           if PO-STATUS = "O"
               add 1 to ws-open-count
               add PO-ORDER-QTY to ws-open-qty-total
               perform 370-read-vendor
               perform 380-count-days-out
               move ws-days-out to wsd-days-out
               if ws-vendor-found-flag = "Y" and vn-lead-days > 0
                   move vn-lead-days to wsd-lead
                   if ws-days-out > vn-lead-days
                       move "** LATE **    " to wsd-flag
                       add 1 to ws-late-count
                   end-if
               else
      * NO LEAD TIME TO HOLD THE ORDER TO - YYYYMMDD DATES COMPARE
      * CORRECTLY AS CHARACTERS, SO THE AGED TEST IS A STRAIGHT
      * COMPARE AGAINST THE CARD.
                   move PO-ORDER-DATE to ws-order-date-x
                   if ws-age-date not = spaces
                       and ws-order-date-x not > ws-age-date
                       move "** AGED **    " to wsd-flag
                       add 1 to ws-aged-count
                   end-if
               end-if
           else
               if PO-RECEIVED-QTY > PO-ORDER-QTY

           write output-line from ws-detail-line.

       370-read-vendor.
           move PO-VENDOR to vn-code.
           move "Y" to ws-vendor-found-flag.
           read vendor-master-file
               invalid key
                   move "N" to ws-vendor-found-flag
           end-read.

      * CALENDAR DAYS FROM THE ORDER DATE TO TODAY. AN ORDER DATE
      * THAT IS NOT A DATE, OR ONE AFTER TODAY, COUNTS AS ZERO.
       380-count-days-out.
           move zero to ws-days-out.
           if PO-ORDER-DATE numeric and PO-ORDER-DATE > 0
               move PO-ORDER-DATE to ws-dn-date
               perform 600-compute-day-number
               move ws-day-number to ws-order-day-number
               if ws-run-day-number > ws-order-day-number
                   compute ws-days-out =
                       ws-run-day-number - ws-order-day-number
               end-if
           end-if.

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

       700-print-counts.
           move spaces to output-line.
           write output-line.
           move "AGED OPEN ORDERS:       " to ws-count-text.
           move ws-aged-count to ws-count-value.
           write output-line from ws-count-line.
           move "LATE VS VENDOR LEAD:    " to ws-count-text.
           move ws-late-count to ws-count-value.
           write output-line from ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. QUANTITIES, NOT DOLLARS, MOVE THROUGH
           move "A2POAGE" to ap-program-id.
           move ws-read-count to ap-records-read.
           move ws-open-count to ap-records-written.
           compute ap-records-rejected =
               ws-aged-count + ws-late-count.
           move 0 to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           call "AUDLOG" using AUDIT-PARM.

       900-close-files.
           close po-master-file, output-file,
                 vendor-master-file.

       end program A2POAGE.
