      *card (type S) for the item is in the deck; otherwise it is
      *held on the report for review.
      *Card columns: 1 type (C count / S approval), 2-5 item,
      *C: 6-8 counted qty, 9-11 counter id, 12-13 location counted
      *(a store number, blank = the warehouse); S: 6-8 supervisor id.
      *Dollar variances are valued at the item's average cost (the
      *selling price for an item not yet costed), so the report and
      *the threshold speak in what the shrinkage actually cost.
      *A count is of one location's shelf: it is compared with that
      *location's row on the stock-by-location file (LOCSTK), and
      *an adjustment sets the row to the count and moves the
      *chain total on the master by the same difference.
      *Every count that agrees or posts stamps the item's last count
      *date on the master, which the A2ICYCLE count schedule runs
      *from; a count held for approval does not.
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - dollar variances valued at average cost
      *                 instead of the selling price.
      *  Oct 15, 2026 - counts are by location and reconcile against
      *                 the location's stock, not the chain total.
      *  Oct 15, 2026 - stamp the item's last count date on the master
      *                 when a count agrees or posts.
      *  Oct 15, 2026 - movement log record widened to 32 for
      *                 A2IPOST's posting stamp (run ID and
      *                 business date).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               access mode is random
               record key is im-item.
      *
      * stock by item and location - the counted location's row.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is random
               record key is ls-key.
      *
      * store master - every location but the warehouse is a store.
           select store-master-file
               assign to STORMSTR
               organization is indexed
               access mode is random
               record key is sm-store.
      *
      * variance records resequenced into dollar order, largest
      * first, for the report.
           select variance-sort-file
           05 cc-item      pic x(4).
           05 cc-qty       pic 999.
           05 cc-counter   pic x(3).
           05 cc-location  pic x(2).
           05 FILLER       pic x(67).
       01 approval-card-view redefines count-card-line.
           05 FILLER       pic x(5).
           05 ac-super     pic x(3).
      *
       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
      *
       fd location-stock-file
           recording mode is F
           record contains 20 characters.
      *
           COPY LOCSTK.
      *
       fd store-master-file
           recording mode is F
           record contains 36 characters.
      *
           COPY STORMSTR.
      *
       sd variance-sort-file
           record contains 34 characters.
      *
       01 variance-sort-rec.
           05 vs-abs-dollar pic 9(7)v99.
           05 vs-dollar     pic s9(7)v99.
           05 vs-counter    pic x(3).
           05 vs-approved   pic x.
           05 vs-location   pic x(2).
      *
       fd movement-log-file
           recording mode is F
           data record is movement-log-record
           record contains 32 characters.
      *
      * same layout A2IPOST writes - keep the two in step.
       01 movement-log-record.
           05 mv-item  pic x(4).
           05 mv-type  pic x.
           05 mv-qty   pic 999.
      * A2IPOST'S POSTING STAMP - BLANK ON THE LINES LOGGED HERE.
           05 mv-run-id        pic x(8).
           05 mv-business-date pic x(8).
      *
       fd output-file
           recording mode is F
       01 ws-eof-flag        pic x value "N".
       01 ws-sort-eof-flag   pic x value "N".
       01 ws-item-found-flag pic x value "N".
       01 ws-loc-found-flag  pic x value "N".
       01 ws-loc-ok-flag     pic x value "N".

      * THE WAREHOUSE'S LOCATION CODE ON LOCSTK - A COUNT CARD WITH
      * NO LOCATION IS A WAREHOUSE COUNT.
       77 ws-warehouse       pic x(2) value "WH".

      * APPROVED ITEMS OFF THE S CARDS, GATHERED BEFORE THE COUNTS
      * ARE RELEASED SO CARD ORDER IN THE DECK DOES NOT MATTER.
               10 wct-item    pic x(4).
               10 wct-qty     pic 999.
               10 wct-counter pic x(3).
               10 wct-location pic x(2).
       01 ws-count-i         pic 9(4).

       01 ws-run-date        pic 9(8).
           05 wsm-abs-qty     pic 9(3).
           05 wsm-dollar      pic s9(7)v99.
           05 wsm-abs-dollar  pic 9(7)v99.
           05 wsm-unit-cost   pic 9(4)v99.
           05 wsm-new-total   pic s9(4).

       01 ws-counts.
           05 ws-read-count     pic 9(5) value 0.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "LOC".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(7)  value "COUNTED".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(7)  value "ON HAND".
       01 ws-detail-line.
           05 FILLER        pic x(2)  value spaces.
           05 wsd-item      pic x(4).
           05 FILLER        pic x(2)  value spaces.
           05 wsd-location  pic x(2).
           05 FILLER        pic x(6)  value spaces.
           05 wsd-counted   pic zz9.
           05 FILLER        pic x(6)  value spaces.
           05 wsd-on-hand   pic zz9.
           close threshold-parm-file.
           open input count-card-file.
           open i-o inventory-master-file.
           open i-o location-stock-file.
           open input store-master-file.
           open extend movement-log-file.
           open output output-file.
           open output reject-file.
                   move cc-item    to wct-item(ws-count-count)
                   move cc-qty     to wct-qty(ws-count-count)
                   move cc-counter to wct-counter(ws-count-count)
                   if cc-location = spaces
                       move ws-warehouse
                           to wct-location(ws-count-count)
                   else
                       move cc-location
                           to wct-location(ws-count-count)
                   end-if
               when other
                   move "COUNT TABLE FULL" to rl-reason
                   perform 180-write-reject
           write output-line.

      * EACH COUNT BECOMES ONE VARIANCE RECORD, VALUED AT THE
      * ITEM'S AVERAGE COST AND CARRYING ITS APPROVAL, SO THE SORT
      * CAN HAND THE REPORT BACK LARGEST DOLLAR VARIANCE FIRST.
       300-release-variances.
           perform varying ws-count-i from 1 by 1
                   invalid key
                       move "N" to ws-item-found-flag
               end-read
               if ws-item-found-flag = "Y"
                   perform 320-check-location
               end-if
               if ws-item-found-flag = "N" or ws-loc-ok-flag = "N"
                   move spaces to count-card-line
                   move "C" to cc-type
                   move wct-item(ws-count-i) to cc-item
                   move wct-qty(ws-count-i) to cc-qty
                   move wct-counter(ws-count-i) to cc-counter
                   move wct-location(ws-count-i) to cc-location
                   if ws-item-found-flag = "N"
                       move "ITEM NOT ON MASTER" to rl-reason
                   else
                       move "LOCATION NOT ON FILE" to rl-reason
                   end-if
                   perform 180-write-reject
               else
                   perform 330-read-count-location
                   compute wsm-variance =
                       wct-qty(ws-count-i) - ls-qty-on-hand
                   if im-avg-cost > 0
                       move im-avg-cost to wsm-unit-cost
                   else
                       move im-unit-price to wsm-unit-cost
                   end-if
                   compute wsm-dollar rounded =
                       wsm-variance * wsm-unit-cost
                   if wsm-dollar < 0
                       compute wsm-abs-dollar = 0 - wsm-dollar
                   else
                   move wsm-abs-dollar to vs-abs-dollar
                   move wct-item(ws-count-i) to vs-item
                   move wct-qty(ws-count-i) to vs-counted
                   move ls-qty-on-hand to vs-on-hand
                   move wsm-dollar to vs-dollar
                   move wct-counter(ws-count-i) to vs-counter
                   move wct-location(ws-count-i) to vs-location
                   perform 350-check-approval
                   move ws-approved-flag to vs-approved
                   release variance-sort-rec
               end-if
           end-perform.

      * THE WAREHOUSE IS ALWAYS A LOCATION; ANY OTHER MUST BE A
      * STORE ON THE STORE MASTER.
       320-check-location.
           move "Y" to ws-loc-ok-flag.
           if wct-location(ws-count-i) not = ws-warehouse
               move wct-location(ws-count-i) to sm-store
               read store-master-file
                   invalid key
                       move "N" to ws-loc-ok-flag
               end-read
           end-if.

      * A LOCATION THAT HAS NEVER HELD THE ITEM READS AS AN EMPTY
      * ROW - A COUNT FINDING STOCK THERE WRITES IT.
       330-read-count-location.
           move wct-item(ws-count-i)     to ls-item.
           move wct-location(ws-count-i) to ls-location.
           perform 340-read-location.

       340-read-location.
           move "Y" to ws-loc-found-flag.
           read location-stock-file
               invalid key
                   move "N" to ws-loc-found-flag
                   move zero to ls-qty-on-hand
                   move zero to ls-qty-in-transit
                   move zero to ls-last-move-date
           end-read.

       350-check-approval.
           move "N" to ws-approved-flag.
           perform varying ws-approval-i from 1 by 1

       450-handle-one-variance.
           move vs-item    to wsd-item.
           move vs-location to wsd-location.
           move vs-counted to wsd-counted.
           move vs-on-hand to wsd-on-hand.
           compute wsm-variance = vs-counted - vs-on-hand.
               when wsm-variance = 0
                   move "COUNT AGREES    " to wsd-disp
                   add 1 to ws-clean-count
                   perform 520-stamp-count-date
               when vs-abs-dollar > ws-threshold
                    and vs-approved not = "Y"
                   move "HELD - APPROVAL " to wsd-disp

           write output-line from ws-detail-line.

      * THE COUNTED LOCATION'S ROW BECOMES THE COUNT, AND THE CHAIN
      * TOTAL ON THE MASTER MOVES BY THE SAME DIFFERENCE.
       500-post-adjustment.
           move vs-item to im-item.
           read inventory-master-file
                   move "POST READ FAILED" to wsd-disp
           end-read.
           if wsd-disp = "ADJUSTED        "
               move vs-item     to ls-item
               move vs-location to ls-location
               perform 340-read-location
               compute wsm-new-total =
                   im-qty-on-hand - ls-qty-on-hand + vs-counted
               if wsm-new-total < 0
                   move zero to im-qty-on-hand
               else
                   move wsm-new-total to im-qty-on-hand
               end-if
               move ws-run-date to im-last-count-date
               rewrite inventory-master-record
               move vs-counted  to ls-qty-on-hand
               move ws-run-date to ls-last-move-date
               if ws-loc-found-flag = "Y"
                   rewrite location-stock-record
               else
                   write location-stock-record
               end-if
               add 1 to ws-posted-count
               add vs-dollar to ws-posted-dollar
               move ws-run-date to mv-date
                   compute wsm-abs-qty = 0 - wsm-variance
               end-if
               move wsm-abs-qty to mv-qty
               move spaces to mv-run-id mv-business-date
               write movement-log-record
           end-if.

      * A COUNT THAT AGREES CHANGES NO QUANTITY BUT IS STILL A
      * COUNT - THE ITEM IS COVERED FOR THE CYCLE-COUNT SCHEDULE.
       520-stamp-count-date.
           move vs-item to im-item.
           read inventory-master-file
               invalid key
                   continue
               not invalid key
                   move ws-run-date to im-last-count-date
                   rewrite inventory-master-record
           end-read.

       700-print-counts.
           move spaces to output-line.
           write output-line.

       900-close-files.
           close count-card-file, inventory-master-file,
                 location-stock-file, store-master-file,
                 movement-log-file, output-file, reject-file.

       end program A2ICOUNT.
