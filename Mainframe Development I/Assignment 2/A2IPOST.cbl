      *not on the master, a non-numeric quantity, or an issue that
      *would drive the quantity below zero is rejected to the reject
      *file. A register of cards read/applied/rejected prints at the
      *end of the run. Each receipt is costed - at the unit cost on
      *the R card, or when the card carries none at the cost on the
      *item's open PO - and folded into the item's weighted-average
      *cost on the master.
      *Stock is also kept by location (LOCSTK - a store number or WH
      *for the warehouse). R and I cards post to the card's location
      *(blank = the warehouse) as well as the chain total. A T card
      *ships stock from one location to another - it leaves the
      *shipping location and sits in transit on the transfer master
      *(XFRMSTR) - and a U card receives it at the other end. The
      *chain total does not move on a transfer.
      *Card columns: 1-4 item, 5 type (R/I/T/U), 6-8 quantity, 9-14
      *unit cost on an R card (9(4)V99, blank = the PO's cost),
      *15-16 location (T/U: the shipping location), 17-18 receiving
      *location on a T or U card.
      *Every posting is stamped with the RUNCTL run ID and the
      *DATEPARM business date. Before anything posts, each master
      *record the cards will touch is snapshot to INVSNAP; a rerun
      *under the same run ID and date first puts those records
      *back as the snapshot left them and then posts the cards
      *again, so a failed run is simply resubmitted - no restore.
      *Modification History:
      *  Aug 21, 2026 - initial version.
      *  Aug 21, 2026 - the step condition code now reports the
      *                 the run date, so the month-end valuation
      *                 (A2IVAL) can reconcile the master's closing
      *                 position against what actually posted.
      *  Oct 15, 2026 - receipts carry a unit cost (the card's, else
      *                 the open PO's) and keep a running weighted-
      *                 average cost on the master; the control
      *                 total is now the cost value received.
      *  Oct 15, 2026 - stock kept by location as well as chain-wide;
      *                 T (transfer shipped) and U (transfer
      *                 received) cards move it between locations
      *                 through an in-transit state.
      *  Oct 15, 2026 - restart-safe: postings are stamped with the
      *                 RUNCTL run ID and DATEPARM business date and
      *                 each touched INVMSTR, POMSTR, LOCSTK and
      *                 XFRMSTR record is snapshot first (INVSNAP);
      *                 a rerun of the same run re-posts from the
      *                 snapshot and skips the movement lines the
      *                 failed run already logged. No run ID or
      *                 date ends the step 8 with nothing posted.
      *  Oct 15, 2026 - a run refused for no run ID or date still
      *                 writes its audit line, so AUDRPT shows it
      *                 failed rather than missing.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               access mode is random
               record key is po-item.
      *
      * stock by item and location, posted alongside the master.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is random
               record key is ls-key.
      *
      * transfers in transit between locations.
           select transfer-master-file
               assign to XFRMSTR
               organization is indexed
               access mode is random
               record key is xf-key.
      *
      * store master - every location but the warehouse is a store.
           select store-master-file
               assign to STORMSTR
               organization is indexed
               access mode is random
               record key is sm-store.
      *
      * cumulative movement log - one record per applied card,
      * stamped with the run date, read by the A2IVAL month-end
      * valuation and the A2ISLOW slow-mover report.
           select movement-log-file
               assign to MOVELOG
               organization is sequential.
      *
      * the pre-posting snapshot of every master record a card
      * touches - the rerun guard.
           select posting-snapshot-file
               assign to INVSNAP
               organization is indexed
               access mode is random
               record key is ps-key.
      *
      * the night's run ID (cols 1-8) - the same card A3SCOMM
      * reads.
           select run-control-file
               assign to RUNCTL
               organization is sequential.
      *
      * the business date being posted (cols 1-8).
           select date-parm-file
               assign to DATEPARM
               organization is sequential.
      *
      * cards this run could not apply, with the reason.
           select reject-file
               assign to REJFILE
       fd transaction-file
           recording mode is F
           data record is transaction-line
           record contains 18 characters.
      *
       01 transaction-line.
           05 tl-item       pic x(4).
           05 tl-type       pic x.
           05 tl-qty        pic 999.
           05 tl-unit-cost  pic x(6).
           05 tl-unit-cost-n redefines tl-unit-cost
                            pic 9(4)v99.
           05 tl-location   pic x(2).
           05 tl-to-location pic x(2).
      *
       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
      *
       fd po-master-file
           recording mode is F
           record contains 59 characters.
      *
           COPY POMSTR.
      *
       fd location-stock-file
           recording mode is F
           record contains 20 characters.
      *
           COPY LOCSTK.
      *
       fd transfer-master-file
           recording mode is F
           record contains 38 characters.
      *
           COPY XFRMSTR.
      *
       fd store-master-file
           recording mode is F
           record contains 36 characters.
      *
           COPY STORMSTR.
      *
       fd movement-log-file
           recording mode is F
           data record is movement-log-record
           record contains 32 characters.
      *
      * mv-run-id/mv-business-date stamp the lines this program
      * logs; A2IRELV and A2ICOUNT leave them blank.
       01 movement-log-record.
           05 mv-date  pic 9(8).
           05 mv-item  pic x(4).
           05 mv-type  pic x.
           05 mv-qty   pic 999.
           05 mv-run-id        pic x(8).
           05 mv-business-date pic x(8).
      *
       fd posting-snapshot-file
           recording mode is F
           record contains 56 characters.
      *
           COPY INVSNAP.
      *
       fd run-control-file
           recording mode is F
           data record is run-control-line
           record contains 80 characters.
      *
       01 run-control-line.
           05 rc-run-id     pic x(8).
           05 FILLER        pic x(72).
      *
       fd date-parm-file
           recording mode is F
           data record is date-parm-line
           record contains 80 characters.
      *
       01 date-parm-line.
           05 dp-business-date pic x(8).
           05 FILLER           pic x(72).
      *
       fd reject-file
           recording mode is F
           data record is reject-line
           record contains 38 characters.
      *
       01 reject-line.
           05 rl-record  pic x(18).
           05 rl-reason  pic x(20).
      *
      *
      * TODAY STAMPS THE CLOSE DATE ON ANY PO A RECEIPT COMPLETES.
       01 ws-run-date          pic 9(8).

      * THE POSTING STAMP - RUNCTL RUN ID AND DATEPARM BUSINESS
      * DATE. A SNAPSHOT OR MOVEMENT LINE CARRYING BOTH BELONGS TO
      * THIS RUN (OR TO THE FAILED RUN IT IS REDOING).
       01 ws-run-id            pic x(8).
       01 ws-business-date     pic x(8).
       01 ws-snap-found-flag   pic x value "N".
       01 ws-rec-found-flag    pic x value "N".
       01 ws-log-eof-flag      pic x value "N".
      * MOVEMENT LINES THIS RUN ID AND DATE ALREADY HAVE ON THE LOG
      * (NONZERO ONLY ON A RERUN), AND THIS RUN'S MOVEMENTS SO FAR.
      * THE RESTORED MASTERS POST THE SAME CARDS THE SAME WAY, SO
      * THE FIRST ws-logged-count MOVEMENTS ARE ALREADY ON FILE.
       01 ws-logged-count      pic 9(5) value 0.
       01 ws-movement-seq      pic 9(5) value 0.

      * WEIGHTED-AVERAGE COST WORK FIELDS FOR A RECEIPT: THE ON-HAND
      * QUANTITY BEFORE IT, AND THE UNIT COST IT ARRIVES AT.
       01 ws-cost-work.
           05 ws-old-qty        pic 9(3).
           05 ws-receipt-cost   pic 9(4)v99.
           05 ws-receipt-value  pic 9(7)v99.
       01 ws-received-value    pic 9(9)v99 value 0.

      * THE CARD'S LOCATIONS - A BLANK LOCATION IS THE WAREHOUSE.
       77 ws-warehouse         pic x(2) value "WH".
       01 ws-from-loc          pic x(2).
       01 ws-to-loc            pic x(2).
       01 ws-check-loc         pic x(2).
       01 ws-loc-ok-flag       pic x value "Y".
       01 ws-loc-found-flag    pic x value "N".
       01 ws-xfer-found-flag   pic x value "N".

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 ws-applied-count pic 9(5) value 0.
           05 ws-po-relieved-count pic 9(5) value 0.
           05 ws-po-closed-count   pic 9(5) value 0.
           05 ws-po-over-count     pic 9(5) value 0.
           05 ws-cost-card-count   pic 9(5) value 0.
           05 ws-cost-po-count     pic 9(5) value 0.
           05 ws-cost-avg-count    pic 9(5) value 0.
           05 ws-xfer-ship-count   pic 9(5) value 0.
           05 ws-xfer-recv-count   pic 9(5) value 0.
           05 ws-snap-taken-count  pic 9(5) value 0.

       01 ws-po-register-line.
           05 ws-por-text   pic x(22).

       PROCEDURE DIVISION.
       000-main.
           perform 050-read-run-control.
           if ws-run-id = spaces
              or ws-business-date = spaces
              or ws-business-date not numeric
               display "RUN-CONTROL OR DATE CARD MISSING OR BLANK"
               display "A2IPOST NOT RUN - MASTERS UNTOUCHED"
      * LOGGED AS A FAILED RUN, NOT LEFT FOR AUDRPT TO CALL MISSING.
               move 8 to RETURN-CODE
               perform 950-write-audit-log
               move 8 to RETURN-CODE
           else
               perform 100-open-files
               perform 200-read-file
               perform 300-snapshot-card
                   until ws-eof-flag = ws-eof-Y
               perform 190-rewind-cards
               perform 200-read-file
               perform 400-post-transaction
                   until ws-eof-flag = ws-eof-Y
               perform 800-print-counts
               perform 960-set-return-code
               perform 950-write-audit-log
               perform 900-close-files
           end-if.
           goback.

      * THE POSTING STAMP. WITHOUT BOTH THE RUN ID AND THE DATE THE
      * RERUN GUARD CANNOT TELL A RERUN FROM A NEW NIGHT, SO THE
      * RUN STOPS BEFORE ANYTHING POSTS.
       050-read-run-control.
           open input run-control-file.
           read run-control-file
               at end move spaces to run-control-line
           end-read.
           move rc-run-id to ws-run-id.
           close run-control-file.
           open input date-parm-file.
           read date-parm-file
               at end move spaces to date-parm-line
           end-read.
           move dp-business-date to ws-business-date.
           close date-parm-file.

       100-open-files.
           accept ws-run-date from date yyyymmdd.
           open input transaction-file.
           open i-o inventory-master-file.
           open i-o po-master-file.
           open i-o location-stock-file.
           open i-o transfer-master-file.
           open input store-master-file.
           open i-o posting-snapshot-file.
           open input movement-log-file.
           perform 160-count-logged
               until ws-log-eof-flag = "Y".
           close movement-log-file.
           open extend movement-log-file.
           open output reject-file.
           move ws-eof-N to ws-eof-flag.

      * A FAILED RUN'S MOVEMENT LINES ARE ALREADY ON THE LOG.
       160-count-logged.
           read movement-log-file
               at end
                   move "Y" to ws-log-eof-flag
               not at end
                   if mv-run-id = ws-run-id
                      and mv-business-date = ws-business-date
                       add 1 to ws-logged-count
                   end-if
           end-read.

      * THE SNAPSHOT PASS IS DONE - BACK TO THE FIRST CARD TO POST.
       190-rewind-cards.
           close transaction-file.
           open input transaction-file.
           move ws-eof-N to ws-eof-flag.

       200-read-file.
           read transaction-file
                at end move ws-eof-Y to ws-eof-flag.

      * SNAPSHOT PASS - NOTHING POSTS. EVERY MASTER RECORD THE CARD
      * COULD MOVE IS SNAPSHOT BEFORE THE FIRST POSTING, OR, WHEN
      * ITS SNAPSHOT ALREADY CARRIES THIS RUN'S STAMP, PUT BACK AS
      * THE SNAPSHOT LEFT IT. ON A FIRST RUN A SECOND CARD FOR THE
      * SAME RECORD PUTS BACK WHAT IS ALREADY THERE, SO THE PASS
      * CAN VISIT A RECORD ANY NUMBER OF TIMES.
       300-snapshot-card.
           if tl-location = spaces
              move ws-warehouse to ws-from-loc
           else
              move tl-location to ws-from-loc
           end-if.
           move tl-to-location to ws-to-loc.
           evaluate tl-type
               when "R"
                   perform 302-snapshot-item
                   move "P" to ps-file
                   move tl-item to ps-record-key
                   perform 310-snapshot-record
                   move ws-from-loc to ws-check-loc
                   perform 304-snapshot-location
               when "I"
                   perform 302-snapshot-item
                   move ws-from-loc to ws-check-loc
                   perform 304-snapshot-location
               when "T"
                   move ws-from-loc to ws-check-loc
                   perform 304-snapshot-location
                   move ws-to-loc to ws-check-loc
                   perform 304-snapshot-location
                   perform 306-snapshot-lane
               when "U"
                   move ws-to-loc to ws-check-loc
                   perform 304-snapshot-location
                   perform 306-snapshot-lane
               when other
                   continue
           end-evaluate.
           perform 200-read-file.

       302-snapshot-item.
           move "I" to ps-file.
           move tl-item to ps-record-key.
           perform 310-snapshot-record.

       304-snapshot-location.
           move "L" to ps-file.
           move spaces to ps-record-key.
           move tl-item      to ps-record-key(1:4).
           move ws-check-loc to ps-record-key(5:2).
           perform 310-snapshot-record.

       306-snapshot-lane.
           move "X" to ps-file.
           move tl-item     to ps-record-key(1:4).
           move ws-from-loc to ps-record-key(5:2).
           move ws-to-loc   to ps-record-key(7:2).
           perform 310-snapshot-record.

       310-snapshot-record.
           move "Y" to ws-snap-found-flag.
           read posting-snapshot-file
               invalid key
                   move "N" to ws-snap-found-flag
           end-read.
           if ws-snap-found-flag = "Y"
              and ps-last-run-id = ws-run-id
              and ps-last-bus-date = ws-business-date
               perform 320-restore-record
           else
               perform 330-capture-record
               move ws-run-id        to ps-last-run-id
               move ws-business-date to ps-last-bus-date
               if ws-snap-found-flag = "Y"
                   rewrite posting-snapshot-record
               else
                   write posting-snapshot-record
               end-if
               add 1 to ws-snap-taken-count
           end-if.

      * PUT THE RECORD'S POSTED FIGURES BACK AS THE SNAPSHOT HOLDS
      * THEM. A ROW THE POSTING CREATED IS REMOVED AGAIN.
       320-restore-record.
           evaluate ps-file
               when "I"
                   move ps-record-key(1:4) to im-item
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                      and ps-on-file-flag = "Y"
                       move ps-prior-qty-on-hand to im-qty-on-hand
                       move ps-prior-avg-cost    to im-avg-cost
                       rewrite inventory-master-record
                   end-if
               when "P"
                   move ps-record-key(1:4) to po-item
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                      and ps-on-file-flag = "Y"
                      and PO-NUMBER = ps-prior-po-number
                       move ps-prior-received-qty to PO-RECEIVED-QTY
                       move ps-prior-po-status    to PO-STATUS
                       move ps-prior-close-date   to PO-CLOSE-DATE
                       rewrite purchase-order-master-record
                   end-if
               when "L"
                   move ps-record-key(1:6) to ls-key
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       if ps-on-file-flag = "Y"
                           move ps-prior-ls-on-hand
                             to ls-qty-on-hand
                           move ps-prior-ls-in-transit
                             to ls-qty-in-transit
                           move ps-prior-ls-move-date
                             to ls-last-move-date
                           rewrite location-stock-record
                       else
                           delete location-stock-file
                       end-if
                   end-if
               when "X"
                   move ps-record-key to xf-key
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       if ps-on-file-flag = "Y"
                           move ps-prior-xf-in-transit
                             to xf-qty-in-transit
                           move ps-prior-xf-shipped
                             to xf-qty-shipped
                           move ps-prior-xf-received
                             to xf-qty-received
                           move ps-prior-xf-ship-date
                             to xf-ship-date
                           move ps-prior-xf-receipt-date
                             to xf-last-receipt-date
                           move ps-prior-xf-status to xf-status
                           rewrite transfer-master-record
                       else
                           delete transfer-master-file
                       end-if
                   end-if
           end-evaluate.

      * A FRESH SNAPSHOT OF THE FIGURES THE POSTING MOVES.
       330-capture-record.
           move spaces to ps-prior-fields.
           evaluate ps-file
               when "I"
                   move ps-record-key(1:4) to im-item
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       move im-qty-on-hand to ps-prior-qty-on-hand
                       move im-avg-cost    to ps-prior-avg-cost
                   end-if
               when "P"
                   move ps-record-key(1:4) to po-item
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       move PO-NUMBER       to ps-prior-po-number
                       move PO-RECEIVED-QTY to ps-prior-received-qty
                       move PO-STATUS       to ps-prior-po-status
                       move PO-CLOSE-DATE   to ps-prior-close-date
                   end-if
               when "L"
                   move ps-record-key(1:6) to ls-key
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       move ls-qty-on-hand    to ps-prior-ls-on-hand
                       move ls-qty-in-transit
                         to ps-prior-ls-in-transit
                       move ls-last-move-date
                         to ps-prior-ls-move-date
                   end-if
               when "X"
                   move ps-record-key to xf-key
                   perform 340-read-snap-master
                   if ws-rec-found-flag = "Y"
                       move xf-qty-in-transit
                         to ps-prior-xf-in-transit
                       move xf-qty-shipped  to ps-prior-xf-shipped
                       move xf-qty-received to ps-prior-xf-received
                       move xf-ship-date    to ps-prior-xf-ship-date
                       move xf-last-receipt-date
                         to ps-prior-xf-receipt-date
                       move xf-status       to ps-prior-xf-status
                   end-if
           end-evaluate.
           move ws-rec-found-flag to ps-on-file-flag.

      * THE MASTER RECORD BEHIND THE SNAPSHOT KEY, BY FILE.
       340-read-snap-master.
           move "Y" to ws-rec-found-flag.
           evaluate ps-file
               when "I"
                   read inventory-master-file
                       invalid key
                           move "N" to ws-rec-found-flag
                   end-read
               when "P"
                   read po-master-file
                       invalid key
                           move "N" to ws-rec-found-flag
                   end-read
               when "L"
                   read location-stock-file
                       invalid key
                           move "N" to ws-rec-found-flag
                   end-read
               when "X"
                   read transfer-master-file
                       invalid key
                           move "N" to ws-rec-found-flag
                   end-read
           end-evaluate.

      * ONE CARD: FIND THE ITEM, APPLY THE RECEIPT OR ISSUE TO THE
      * ON-HAND QUANTITY, AND PUT THE MASTER RECORD BACK. ANYTHING
      * THAT CANNOT BE APPLIED CLEANLY GOES TO THE REJECT FILE
           if ws-reject-flag = "Y"
              perform 430-write-reject
           else
              evaluate tl-type
                 when "R"
                    perform 440-cost-receipt
                    add tl-qty to im-qty-on-hand
                        on size error
                            move "Y" to ws-reject-flag
                            move "QTY OVERFLOW" to ws-reject-reason
                        not on size error
                            perform 445-average-cost
                    end-add
                 when "I"
                    subtract tl-qty from im-qty-on-hand
                 when other
                    continue
              end-evaluate
              if ws-reject-flag = "Y"
                 perform 430-write-reject
              else
                 rewrite inventory-master-record
                 perform 600-post-location
                 add 1 to ws-applied-count
                 perform 450-log-movement
                 if tl-type = "R"
           end-if.
           perform 200-read-file.

      * THE RECEIPT'S UNIT COST: THE CARD'S WHEN IT CARRIES ONE,
      * ELSE THE COST ON THE ITEM'S OPEN PO, ELSE THE ITEM'S OWN
      * AVERAGE - AN UNCOSTED RECEIPT NEITHER RAISES NOR LOWERS IT.
       440-cost-receipt.
           move im-qty-on-hand to ws-old-qty.
           if tl-unit-cost-n numeric and tl-unit-cost-n > 0
               move tl-unit-cost-n to ws-receipt-cost
               add 1 to ws-cost-card-count
           else
               move tl-item to po-item
               move "Y" to ws-po-found-flag
               read po-master-file
                   invalid key
                       move "N" to ws-po-found-flag
               end-read
               if ws-po-found-flag = "Y" and PO-STATUS = "O"
                  and PO-UNIT-COST numeric and PO-UNIT-COST > 0
                   move PO-UNIT-COST to ws-receipt-cost
                   add 1 to ws-cost-po-count
               else
                   move im-avg-cost to ws-receipt-cost
                   add 1 to ws-cost-avg-count
               end-if
           end-if.

      * STOCK ON HAND AT THE OLD AVERAGE PLUS THE RECEIPT AT ITS
      * COST, OVER THE NEW ON-HAND. AN ITEM NOT YET COSTED (OR
      * WITH NOTHING ON HAND) SIMPLY TAKES THE RECEIPT'S COST.
       445-average-cost.
           if im-avg-cost = 0 or ws-old-qty = 0
               move ws-receipt-cost to im-avg-cost
           else
               compute im-avg-cost rounded =
                   (ws-old-qty * im-avg-cost
                    + tl-qty * ws-receipt-cost)
                   / im-qty-on-hand
           end-if.
           compute ws-receipt-value rounded =
               tl-qty * ws-receipt-cost.
           add ws-receipt-value to ws-received-value.

      * ONE MOVEMENT-LOG LINE PER APPLIED CARD - THE AUDIT TRAIL
      * THE MONTH-END VALUATION RECONCILES AGAINST. ON A RERUN THE
      * LINES THE FAILED RUN ALREADY LOGGED ARE NOT WRITTEN AGAIN.
       450-log-movement.
           add 1 to ws-movement-seq.
           if ws-movement-seq > ws-logged-count
               move ws-run-date to mv-date
               move tl-item     to mv-item
               move tl-type     to mv-type
               move tl-qty      to mv-qty
               move ws-run-id        to mv-run-id
               move ws-business-date to mv-business-date
               write movement-log-record
           end-if.

      * AN APPLIED RECEIPT FOR AN ITEM ON AN OPEN PO RELIEVES THE
      * ORDER. WHEN THE RECEIVED QUANTITY COVERS IT THE PO CLOSES -
           end-if.

           if tl-type not = "R" and tl-type not = "I"
              and tl-type not = "T" and tl-type not = "U"
              move "Y" to ws-reject-flag
              move "INVALID TRANS TYPE" to ws-reject-reason
           end-if.

           if ws-reject-flag = "N"
              perform 415-check-locations
           end-if.

           if ws-reject-flag = "N"
              and tl-type = "R"
              and tl-unit-cost not = spaces
              and tl-unit-cost-n not numeric
              move "Y" to ws-reject-flag
              move "INVALID UNIT COST" to ws-reject-reason
           end-if.

           if ws-reject-flag = "N"
              perform 420-read-master
              if ws-master-found-flag = "N"
              end-if
           end-if.

      * AN ISSUE OR A SHIPMENT CAN ONLY TAKE WHAT THE LOCATION
      * ITSELF HOLDS, WHATEVER THE REST OF THE CHAIN HAS.
           if ws-reject-flag = "N"
              and (tl-type = "I" or tl-type = "T")
              move tl-item     to ls-item
              move ws-from-loc to ls-location
              perform 470-read-location
              if tl-qty > ls-qty-on-hand
                 move "Y" to ws-reject-flag
                 move "INSUFFICIENT STOCK" to ws-reject-reason
              end-if
           end-if.

      * A RECEIVED TRANSFER HAS TO BE ON THE ROAD ON THAT LANE.
           if ws-reject-flag = "N"
              and tl-type = "U"
              perform 480-read-transfer
              if ws-xfer-found-flag = "N"
                 or xf-status not = "T"
                 or tl-qty > xf-qty-in-transit
                 move "Y" to ws-reject-flag
                 move "NOT IN TRANSIT" to ws-reject-reason
              end-if
           end-if.

           if ws-reject-flag = "N"
              move "ITEM DISCONTINUED" to ws-reject-reason
           end-if.

      * THE CARD'S LOCATION DEFAULTS TO THE WAREHOUSE. A TRANSFER
      * NEEDS A RECEIVING LOCATION TOO, AND IT CANNOT BE THE
      * SHIPPING ONE. EVERY LOCATION BUT THE WAREHOUSE MUST BE A
      * STORE ON THE STORE MASTER.
       415-check-locations.
           if tl-location = spaces
              move ws-warehouse to ws-from-loc
           else
              move tl-location to ws-from-loc
           end-if.
           move tl-to-location to ws-to-loc.
           move ws-from-loc to ws-check-loc.
           perform 416-check-one-location.
           if ws-loc-ok-flag = "N"
              move "Y" to ws-reject-flag
              move "LOCATION NOT ON FILE" to ws-reject-reason
           end-if.
           if ws-reject-flag = "N"
              and (tl-type = "T" or tl-type = "U")
              if ws-to-loc = spaces or ws-to-loc = ws-from-loc
                 move "Y" to ws-reject-flag
                 move "INVALID TO LOCATION" to ws-reject-reason
              else
                 move ws-to-loc to ws-check-loc
                 perform 416-check-one-location
                 if ws-loc-ok-flag = "N"
                    move "Y" to ws-reject-flag
                    move "LOCATION NOT ON FILE" to ws-reject-reason
                 end-if
              end-if
           end-if.

       416-check-one-location.
           move "Y" to ws-loc-ok-flag.
           if ws-check-loc not = ws-warehouse
              move ws-check-loc to sm-store
              read store-master-file
                  invalid key
                      move "N" to ws-loc-ok-flag
              end-read
           end-if.

       420-read-master.
           move tl-item to im-item.
           move "Y" to ws-master-found-flag.
           write reject-line.
           add 1 to ws-reject-count.

      * THE LOCATION SIDE OF AN APPLIED CARD. R AND I MOVE THE
      * CARD'S LOCATION WITH THE CHAIN TOTAL; A T CARD TAKES STOCK
      * OFF THE SHIPPING LOCATION AND PUTS IT IN TRANSIT TO THE
      * RECEIVING ONE; A U CARD LANDS IT THERE.
       600-post-location.
           move tl-item to ls-item.
           evaluate tl-type
               when "R"
                   move ws-from-loc to ls-location
                   perform 470-read-location
                   add tl-qty to ls-qty-on-hand
                   perform 475-put-location
               when "I"
                   move ws-from-loc to ls-location
                   perform 470-read-location
                   subtract tl-qty from ls-qty-on-hand
                   perform 475-put-location
               when "T"
                   move ws-from-loc to ls-location
                   perform 470-read-location
                   subtract tl-qty from ls-qty-on-hand
                   perform 475-put-location
                   move tl-item   to ls-item
                   move ws-to-loc to ls-location
                   perform 470-read-location
                   add tl-qty to ls-qty-in-transit
                   perform 475-put-location
                   perform 620-ship-transfer
               when "U"
                   move ws-to-loc to ls-location
                   perform 470-read-location
                   add tl-qty to ls-qty-on-hand
                   if tl-qty > ls-qty-in-transit
                       move zero to ls-qty-in-transit
                   else
                       subtract tl-qty from ls-qty-in-transit
                   end-if
                   perform 475-put-location
                   perform 630-receive-transfer
           end-evaluate.

      * THE LOCATION ROW FOR LS-ITEM/LS-LOCATION. A LOCATION THAT
      * HAS NEVER HELD THE ITEM READS AS AN EMPTY ROW, WRITTEN
      * WHEN SOMETHING FIRST POSTS TO IT.
       470-read-location.
           move "Y" to ws-loc-found-flag.
           read location-stock-file
               invalid key
                   move "N" to ws-loc-found-flag
                   move zero to ls-qty-on-hand
                   move zero to ls-qty-in-transit
                   move zero to ls-last-move-date
           end-read.

       475-put-location.
           move ws-run-date to ls-last-move-date.
           if ws-loc-found-flag = "Y"
               rewrite location-stock-record
           else
               write location-stock-record
           end-if.

       480-read-transfer.
           move tl-item     to xf-item.
           move ws-from-loc to xf-from-location.
           move ws-to-loc   to xf-to-location.
           move "Y" to ws-xfer-found-flag.
           read transfer-master-file
               invalid key
                   move "N" to ws-xfer-found-flag
           end-read.

      * A SHIPMENT OPENS THE LANE'S ROW, OR ADDS TO IT WHEN STOCK
      * IS ALREADY ON THE ROAD - THE OLDER SHIP DATE STANDS SO THE
      * ROW AGES FROM ITS OLDEST UNRECEIVED UNITS.
       620-ship-transfer.
           perform 480-read-transfer.
           if ws-xfer-found-flag = "Y" and xf-status = "T"
               add tl-qty to xf-qty-in-transit
               add tl-qty to xf-qty-shipped
           else
               move tl-qty      to xf-qty-in-transit
               move tl-qty      to xf-qty-shipped
               move zero        to xf-qty-received
               move ws-run-date to xf-ship-date
               move zero        to xf-last-receipt-date
               move "T"         to xf-status
           end-if.
           if ws-xfer-found-flag = "Y"
               rewrite transfer-master-record
           else
               write transfer-master-record
           end-if.
           add 1 to ws-xfer-ship-count.

      * A RECEIPT TAKES THE UNITS OFF THE ROAD; THE ROW CLOSES WHEN
      * NOTHING IS LEFT IN TRANSIT ON THE LANE.
       630-receive-transfer.
           perform 480-read-transfer.
           if ws-xfer-found-flag = "Y"
               subtract tl-qty from xf-qty-in-transit
               add tl-qty to xf-qty-received
               move ws-run-date to xf-last-receipt-date
               if xf-qty-in-transit = 0
                   move "R" to xf-status
               end-if
               rewrite transfer-master-record
               add 1 to ws-xfer-recv-count
           end-if.

       800-print-counts.
           move "SNAPSHOTS TAKEN:      " to ws-count-text.
           move ws-snap-taken-count to ws-count-value.
           display ws-count-line.
           move "MOVES ALREADY LOGGED: " to ws-count-text.
           move ws-logged-count to ws-count-value.
           display ws-count-line.
           move "PO RECEIPTS MATCHED:  " to ws-count-text.
           move ws-po-relieved-count to ws-count-value.
           display ws-count-line.
           move "POS OVER-RECEIVED:    " to ws-count-text.
           move ws-po-over-count to ws-count-value.
           display ws-count-line.
           move "RECEIPTS COSTED-CARD: " to ws-count-text.
           move ws-cost-card-count to ws-count-value.
           display ws-count-line.
           move "RECEIPTS COSTED-PO:   " to ws-count-text.
           move ws-cost-po-count to ws-count-value.
           display ws-count-line.
           move "RECEIPTS AT AVERAGE:  " to ws-count-text.
           move ws-cost-avg-count to ws-count-value.
           display ws-count-line.
           move "TRANSFERS SHIPPED:    " to ws-count-text.
           move ws-xfer-ship-count to ws-count-value.
           display ws-count-line.
           move "TRANSFERS RECEIVED:   " to ws-count-text.
           move ws-xfer-recv-count to ws-count-value.
           display ws-count-line.
           move "CARDS READ:           " to ws-count-text.
           move ws-read-count to ws-count-value.
           display ws-count-line.
           display ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE COST VALUE OF
      * THE RECEIPTS POSTED.
       950-write-audit-log.
           move "A2IPOST" to ap-program-id.
           move ws-read-count to ap-records-read.
           move ws-applied-count to ap-records-written.
           move ws-reject-count to ap-records-rejected.
           move ws-received-value to ap-control-total.
           move "A2PG" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.

       900-close-files.
           close transaction-file, inventory-master-file,
                 po-master-file, location-stock-file,
                 transfer-master-file, store-master-file,
                 movement-log-file, reject-file,
                 posting-snapshot-file.

       end program A2IPOST.
