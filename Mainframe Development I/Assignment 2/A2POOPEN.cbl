      *master's order-up-to level needs setting up and is rejected
      *to the register. Purchasing orders from the register instead
      *of re-keying the suggestion file, and the receipts A2IPOST
      *posts later relieve these records. Every open order not yet
      *sent - tonight's and any an earlier run failed to send - is
      *then grouped by vendor onto a printed purchase-order document
      *(items, quantities, the unit cost the order was placed at and
      *a vendor total), and for a vendor that takes electronic
      *orders onto the outbound order file as header, detail and
      *trailer records. Each order is stamped as transmitted on the
      *master as it is sent, so a rerun never sends it twice.
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - a suggestion is only opened against an active
      *                 vendor on the vendor master; an item with no
      *                 vendor, or one not on file or inactive there,
      *                 is rejected to the register.
      *  Oct 15, 2026 - unsent open orders are grouped by vendor onto
      *                 the purchase-order document and the outbound
      *                 order file, and stamped transmitted.
      *  Oct 15, 2026 - each order is opened at the item's average
      *                 cost, carried on the PO for A2IPOST to cost
      *                 the receipt; the document and order file
      *                 price at it (selling price only when the
      *                 item has no cost yet).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               assign to PORDFILE
               organization is sequential.
      *
      * purchase-order master opened and maintained by this run -
      * read by key while opening orders, browsed for unsent ones.
           select po-master-file
               assign to POMSTR
               organization is indexed
               access mode is dynamic
               record key is po-item.
      *
      * vendor master - an order goes only to a vendor on it.
           select vendor-master-file
               assign to VNDMSTR
               organization is indexed
               access mode is random
               record key is vn-code.
      *
      * inventory master - the average cost each new order is
      * placed at, and the description for the purchase-order
      * document.
           select inventory-master-file
               assign to INVMSTR
               organization is indexed
               access mode is random
               record key is im-item.
      *
      * unsent open orders resequenced into vendor order.
           select order-sort-file
               assign to SORTWK1.
      *
      * printed purchase-order documents, one per vendor.
           select po-document-file
               assign to PODOC
               organization is sequential.
      *
      * outbound order file for vendors that take electronic orders.
           select order-out-file
               assign to ORDOUT
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
       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
      *
       sd order-sort-file
           record contains 31 characters.
      *
       01 order-sort-rec.
           05 so-vendor      pic x(10).
           05 so-ponum       pic x(8).
           05 so-item        pic x(4).
           05 so-qty         pic 999.
           05 so-unit-cost   pic 9(4)v99.
      *
       fd po-document-file
           recording mode is F
           data record is po-document-line
           record contains 80 characters.
      *
       01 po-document-line   pic x(80).
      *
      * 80-byte outbound records - per vendor, one "H" header, one
      * "D" detail per order line, one "T" trailer carrying the line
      * count and totals the vendor can balance to. The three
      * layouts share the one record area.
       fd order-out-file
           recording mode is F
           record contains 80 characters.
      *
       01 order-out-header.
           05 oh-rec-type     pic x.
           05 oh-vendor       pic x(10).
           05 oh-vendor-name  pic x(25).
           05 oh-order-date   pic 9(8).
           05 FILLER          pic x(36).
       01 order-out-detail.
           05 od-rec-type     pic x.
           05 od-vendor       pic x(10).
           05 od-po-number    pic x(8).
           05 od-item         pic x(4).
           05 od-desc         pic x(13).
           05 od-qty          pic 9(3).
           05 od-unit-price   pic 9(4)v99.
           05 od-extended     pic 9(7)v99.
           05 FILLER          pic x(26).
       01 order-out-trailer.
           05 ot-rec-type     pic x.
           05 ot-vendor       pic x(10).
           05 ot-line-count   pic 9(5).
           05 ot-total-qty    pic 9(7).
           05 ot-total-amount pic 9(9)v99.
           05 FILLER          pic x(46).
      *
      *
       WORKING-STORAGE SECTION.
       77 ws-eof-N      pic x value "N".

       01 ws-master-found-flag pic x value "N".
       01 ws-vendor-ok-flag    pic x value "Y".
       01 ws-vendor-reason     pic x(22) value spaces.
       01 ws-browse-eof-flag   pic x value "N".
       01 ws-sort-eof-flag     pic x value "N".
       01 ws-item-found-flag   pic x value "N".
       01 ws-electronic-flag   pic x value "N".
       01 ws-prev-vendor       pic x(10) value spaces.
       01 ws-line-price        pic 9(4)v99.
       01 ws-line-extended     pic 9(7)v99.

      * TODAY BECOMES THE ORDER DATE AND THE MMDD HALF OF THE PO
      * NUMBER.
           05 ws-opened-count  pic 9(5) value 0.
           05 ws-onorder-count pic 9(5) value 0.
           05 ws-reject-count  pic 9(5) value 0.
           05 ws-vendor-reject-count pic 9(5) value 0.
           05 ws-sent-count    pic 9(5) value 0.
           05 ws-document-count pic 9(5) value 0.
           05 ws-edi-line-count pic 9(5) value 0.

      * ONE VENDOR'S DOCUMENT TOTALS, CLEARED AT EACH VENDOR BREAK,
      * AND THE DOLLARS SENT TO ALL VENDORS.
       01 ws-vendor-totals.
           05 ws-v-lines       pic 9(5) value 0.
           05 ws-v-qty         pic 9(7) value 0.
           05 ws-v-amount      pic 9(9)v99 value 0.
       01 ws-sent-amount       pic 9(9)v99 value 0.

       01 ws-register-title.
           05 FILLER pic x(5)  value spaces.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzz9.

      * PURCHASE-ORDER DOCUMENT LINES.
       01 ws-doc-title.
           05 FILLER pic x(30) value spaces.
           05 FILLER pic x(14) value "PURCHASE ORDER".

       01 ws-doc-vendor-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(12) value "VENDOR:".
           05 wdv-vendor     pic x(10).
           05 FILLER         pic x(2)  value spaces.
           05 wdv-name       pic x(25).

       01 ws-doc-contact-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(12) value "CONTACT:".
           05 wdc-contact    pic x(25).

       01 ws-doc-date-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(12) value "ORDER DATE:".
           05 wdd-date       pic 9(8).
           05 FILLER         pic x(4)  value spaces.
           05 wdd-method     pic x(24).

       01 ws-doc-col-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "PO NUM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(13) value "DESCRIPTION".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "QTY".
           05 FILLER pic x(3)  value spaces.
           05 FILLER pic x(8)  value "  UNIT $".
           05 FILLER pic x(3)  value spaces.
           05 FILLER pic x(10) value "  EXTENDED".

       01 ws-doc-detail-line.
           05 FILLER         pic x(2)  value spaces.
           05 wdl-ponum      pic x(8).
           05 FILLER         pic x(2)  value spaces.
           05 wdl-item       pic x(4).
           05 FILLER         pic x(2)  value spaces.
           05 wdl-desc       pic x(13).
           05 FILLER         pic x(2)  value spaces.
           05 wdl-qty        pic zz9.
           05 FILLER         pic x(3)  value spaces.
           05 wdl-price      pic z,zz9.99.
           05 FILLER         pic x(3)  value spaces.
           05 wdl-extended   pic zzz,zz9.99.

       01 ws-doc-total-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(29) value "VENDOR TOTAL".
           05 wdt-qty        pic zzzz9.
           05 FILLER         pic x(12) value spaces.
           05 wdt-amount     pic z,zzz,zz9.99.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           perform 200-read-suggestion.
           perform 300-open-order
               until ws-eof-flag = ws-eof-Y.
           sort order-sort-file
               on ascending key so-vendor so-ponum
               input procedure is 500-release-unsent-orders
               output procedure is 600-issue-documents.
           perform 800-print-counts.
           perform 960-set-return-code.
           perform 950-write-audit-log.
           accept ws-run-date from date yyyymmdd.
           open input suggestion-file.
           open i-o po-master-file.
           open input vendor-master-file.
           open input inventory-master-file.
           open output po-document-file.
           open output order-out-file.
           move ws-eof-N to ws-eof-flag.

       200-read-suggestion.
       300-open-order.
           add 1 to ws-read-count.
           perform 320-read-master.
           perform 330-check-vendor.

           evaluate true
               when ws-master-found-flag = "Y"
                   move spaces to ws-reg-ponum
                   add 1 to ws-reject-count
                   perform 420-register-skipped
               when ws-vendor-ok-flag = "N"
                   move ws-vendor-reason to ws-reg-reason
                   move spaces to ws-reg-ponum
                   add 1 to ws-vendor-reject-count
                   perform 420-register-skipped
               when other
                   perform 340-write-order
           end-evaluate.
                   move "N" to ws-master-found-flag
           end-read.

      * THE ITEM'S VENDOR HAS TO BE AN ACTIVE VENDOR ON THE VENDOR
      * MASTER BEFORE PURCHASING ORDERS FROM IT - A BLANK OR
      * MISKEYED VENDOR IS FIXED ON THE ITEM THROUGH A2IMAINT AND
      * THE SUGGESTION COMES BACK THE NEXT NIGHT.
       330-check-vendor.
           move "Y" to ws-vendor-ok-flag.
           move spaces to ws-vendor-reason.
           if sg-vendor = spaces
               move "N" to ws-vendor-ok-flag
               move "NO VENDOR ON ITEM" to ws-vendor-reason
           else
               move sg-vendor to vn-code
               read vendor-master-file
                   invalid key
                       move "N" to ws-vendor-ok-flag
                       move "VENDOR NOT ON FILE" to ws-vendor-reason
               end-read
               if ws-vendor-ok-flag = "Y" and vn-status = "I"
                   move "N" to ws-vendor-ok-flag
                   move "VENDOR INACTIVE" to ws-vendor-reason
               end-if
           end-if.

       340-write-order.
           move sg-item TO po-item.
           string sg-item delimited by size
           move zero           to PO-RECEIVED-QTY.
           move "O"            to PO-STATUS.
           move zero           to PO-CLOSE-DATE.
           move zero           to PO-XMIT-DATE.
           perform 345-cost-order.
           if ws-master-found-flag = "Y"
               rewrite purchase-order-master-record
           else
           move spaces to ws-reg-reason.
           perform 410-register-opened.

      * THE ORDER IS PLACED AT THE ITEM'S CURRENT AVERAGE COST -
      * ZERO WHEN THE ITEM HAS NONE YET, AND THE RECEIPT IS THEN
      * COSTED OFF THE R CARD.
       345-cost-order.
           move sg-item to im-item.
           read inventory-master-file
               invalid key
                   move zero to PO-UNIT-COST
               not invalid key
                   move im-avg-cost to PO-UNIT-COST
           end-read.

       410-register-opened.
           move sg-item      to ws-reg-item.
           move sg-vendor    to ws-reg-vendor.
           move "SKIPPED"    to ws-reg-status.
           display ws-register-line.

      * BROWSE THE MASTER FOR EVERY OPEN ORDER NOT YET SENT AND HAND
      * IT TO THE SORT. AN ORDER STILL UNSENT FROM A RUN THAT DIED
      * PART WAY IS PICKED UP HERE TOO.
       500-release-unsent-orders.
           move "N" to ws-browse-eof-flag.
           move low-values to po-item.
           start po-master-file key is not less than po-item
               invalid key
                   move "Y" to ws-browse-eof-flag
           end-start.
           perform 510-read-next-order.
           perform 520-release-one-order
               until ws-browse-eof-flag = "Y".

       510-read-next-order.
           if ws-browse-eof-flag = "N"
               read po-master-file next record
                   at end move "Y" to ws-browse-eof-flag
               end-read
           end-if.

       520-release-one-order.
           if PO-STATUS = "O"
              and (PO-XMIT-DATE not numeric or PO-XMIT-DATE = 0)
               move PO-VENDOR    to so-vendor
               move PO-NUMBER    to so-ponum
               move PO-ITEM      to so-item
               move PO-ORDER-QTY to so-qty
               if PO-UNIT-COST numeric
                   move PO-UNIT-COST to so-unit-cost
               else
                   move zero to so-unit-cost
               end-if
               release order-sort-rec
           end-if.
           perform 510-read-next-order.

      * ORDERS COME BACK IN VENDOR ORDER; EACH VENDOR GETS ITS OWN
      * DOCUMENT (AND HEADER/TRAILER ON THE OUTBOUND FILE).
       600-issue-documents.
           perform 610-return-order.
           perform 620-issue-one-order
               until ws-sort-eof-flag = "Y".
           if ws-v-lines > 0
               perform 680-close-vendor
           end-if.

       610-return-order.
           return order-sort-file
               at end move "Y" to ws-sort-eof-flag
           end-return.

       620-issue-one-order.
           if ws-v-lines > 0 and so-vendor not = ws-prev-vendor
               perform 680-close-vendor
           end-if.
           if ws-v-lines = 0
               perform 650-open-vendor
           end-if.
           move so-vendor to ws-prev-vendor.

           move so-item to im-item.
           move "Y" to ws-item-found-flag.
           read inventory-master-file
               invalid key
                   move "N" to ws-item-found-flag
           end-read.
           if ws-item-found-flag = "Y"
               move im-desc to wdl-desc od-desc
               if so-unit-cost > 0
                   move so-unit-cost to ws-line-price
               else
                   move im-unit-price to ws-line-price
               end-if
           else
               move "NOT ON MASTER" to wdl-desc od-desc
               move zero to ws-line-price
           end-if.
           compute ws-line-extended = so-qty * ws-line-price.

           move so-ponum         to wdl-ponum.
           move so-item          to wdl-item.
           move so-qty           to wdl-qty.
           move ws-line-price    to wdl-price.
           move ws-line-extended to wdl-extended.
           write po-document-line from ws-doc-detail-line.

           if ws-electronic-flag = "Y"
               move "D"              to od-rec-type
               move so-vendor        to od-vendor
               move so-ponum         to od-po-number
               move so-item          to od-item
               move so-qty           to od-qty
               move ws-line-price    to od-unit-price
               move ws-line-extended to od-extended
               write order-out-detail
               add 1 to ws-edi-line-count
           end-if.

           add 1 to ws-v-lines.
           add so-qty to ws-v-qty.
           add ws-line-extended to ws-v-amount.
           perform 640-stamp-transmitted.

           perform 610-return-order.

      * THE ORDER IS ON ITS WAY - STAMP IT SO A RERUN SKIPS IT.
       640-stamp-transmitted.
           move so-item to po-item.
           read po-master-file
               invalid key
                   continue
               not invalid key
                   move ws-run-date to PO-XMIT-DATE
                   rewrite purchase-order-master-record
                   add 1 to ws-sent-count
           end-read.

      * A NEW VENDOR: START ITS DOCUMENT ON A FRESH PAGE, AND ITS
      * HEADER RECORD WHEN IT TAKES ELECTRONIC ORDERS.
       650-open-vendor.
           add 1 to ws-document-count.
           move "N" to ws-electronic-flag.
           move so-vendor to vn-code.
           read vendor-master-file
               invalid key
                   move "NOT ON VENDOR MASTER" to vn-name
                   move spaces to vn-contact
                   move "P" to vn-order-method
           end-read.
           if vn-order-method = "E"
               move "Y" to ws-electronic-flag
               move "SENT ELECTRONICALLY" to wdd-method
           else
               move "MAIL OR FAX THIS ORDER" to wdd-method
           end-if.

           move spaces to po-document-line.
           write po-document-line after advancing page.
           write po-document-line from ws-doc-title.
           move spaces to po-document-line.
           write po-document-line.
           move so-vendor to wdv-vendor.
           move vn-name   to wdv-name.
           write po-document-line from ws-doc-vendor-line.
           move vn-contact to wdc-contact.
           write po-document-line from ws-doc-contact-line.
           move ws-run-date to wdd-date.
           write po-document-line from ws-doc-date-line.
           move spaces to po-document-line.
           write po-document-line.
           write po-document-line from ws-doc-col-header.

           if ws-electronic-flag = "Y"
               move spaces      to order-out-header
               move "H"         to oh-rec-type
               move so-vendor   to oh-vendor
               move vn-name     to oh-vendor-name
               move ws-run-date to oh-order-date
               write order-out-header
           end-if.

      * THE VENDOR IS DONE: PRINT ITS TOTAL, CLOSE ITS OUTBOUND
      * BATCH WITH THE TRAILER, AND CLEAR FOR THE NEXT VENDOR.
       680-close-vendor.
           move spaces to po-document-line.
           write po-document-line.
           move ws-v-qty    to wdt-qty.
           move ws-v-amount to wdt-amount.
           write po-document-line from ws-doc-total-line.
           if ws-electronic-flag = "Y"
               move spaces        to order-out-trailer
               move "T"           to ot-rec-type
               move ws-prev-vendor to ot-vendor
               move ws-v-lines    to ot-line-count
               move ws-v-qty      to ot-total-qty
               move ws-v-amount   to ot-total-amount
               write order-out-trailer
           end-if.
           add ws-v-amount to ws-sent-amount.
           initialize ws-vendor-totals.

       800-print-counts.
           display spaces.
           move "SUGGESTIONS READ:     " to ws-count-text.
           move "REJECTED:             " to ws-count-text.
           move ws-reject-count to ws-count-value.
           display ws-count-line.
           move "VENDOR REJECTED:      " to ws-count-text.
           move ws-vendor-reject-count to ws-count-value.
           display ws-count-line.
           move "ORDERS SENT:          " to ws-count-text.
           move ws-sent-count to ws-count-value.
           display ws-count-line.
           move "VENDOR DOCUMENTS:     " to ws-count-text.
           move ws-document-count to ws-count-value.
           display ws-count-line.
           move "ELECTRONIC LINES:     " to ws-count-text.
           move ws-edi-line-count to ws-count-value.
           display ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE DOLLAR VALUE OF
      * THE ORDERS SENT TO VENDORS THIS RUN.
       950-write-audit-log.
           move "A2POOPEN" to ap-program-id.
           move ws-read-count to ap-records-read.
           move ws-opened-count to ap-records-written.
           compute ap-records-rejected =
               ws-onorder-count + ws-reject-count
               + ws-vendor-reject-count.
           move ws-sent-amount to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
               WHEN ws-read-count = 0
                   MOVE 8 to RETURN-CODE
               WHEN ws-onorder-count > 0 OR ws-reject-count > 0
                    OR ws-vendor-reject-count > 0
                   MOVE 4 to RETURN-CODE
               WHEN OTHER
                   MOVE 0 to RETURN-CODE
           END-EVALUATE.

       900-close-files.
           close suggestion-file, po-master-file,
                 vendor-master-file, inventory-master-file,
                 po-document-file, order-out-file.

       end program A2POOPEN.
