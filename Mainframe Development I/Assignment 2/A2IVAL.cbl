       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Month-end inventory valuation and movement
      *report. Snapshots the inventory master, values the on-hand
      *stock by item class at the item's average cost, and reads
      *the month's records off the movement log A2IPOST writes to
      *report, per class: opening value, receipts, issues, and
      *closing value, with a warehouse total - so finance gets a
      *stated inventory figure at cost for the monthly package
      *instead of an estimate. The opening value is derived as
      *closing less receipts plus issues, all valued at the master's
      *current average cost, so the movement line always reconciles
      *to what A2IPOST posted during the month. An item not yet
      *costed is carried at its selling price and counted on the
      *report. A second section sets the closing stock at retail
      *beside its cost, with the implied margin, by class.
      *Modification History:
      *  Sep 01, 2026 - initial version.
      *  Oct 15, 2026 - store sales ("S") and customer returns put
      *                 back to stock ("C"), posted to the movement
      *                 log by A2IRELV, value as issues and receipts.
      *  Oct 15, 2026 - valued at average cost instead of the selling
      *                 price; retail, cost and margin by class.
      *  Oct 15, 2026 - movement log record widened to 32 for
      *                 A2IPOST's posting stamp (run ID and
      *                 business date).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
      *
       fd movement-log-file
           recording mode is F
           data record is movement-log-record
           record contains 32 characters.
      *
      * same layout A2IPOST writes - keep the two in step.
       01 movement-log-record.
           05 mv-item       pic x(4).
           05 mv-type       pic x.
           05 mv-qty        pic 999.
           05 mv-run-id        pic x(8).
           05 mv-business-date pic x(8).
      *
       fd output-file
           recording mode is F
               10 wcl-closing-value  pic 9(9)v99.
               10 wcl-receipt-value  pic 9(9)v99.
               10 wcl-issue-value    pic 9(9)v99.
               10 wcl-retail-value   pic 9(9)v99.
       01 ws-class-i         pic 9(2).
       01 ws-class-found-flag pic x.
       01 ws-this-class      pic x.
       01 ws-math.
           05 wsm-value          pic 9(9)v99.
           05 wsm-opening        pic s9(9)v99.
           05 wsm-unit-cost      pic 9(4)v99.
           05 wsm-margin         pic s9(11)v99.
           05 wsm-margin-pct     pic s999v9.

       01 ws-counts.
           05 ws-item-count      pic 9(5) value 0.
           05 ws-move-read-count pic 9(7) value 0.
           05 ws-move-used-count pic 9(7) value 0.
           05 ws-move-orphan-count pic 9(5) value 0.
           05 ws-uncosted-count  pic 9(5) value 0.
       01 ws-total-opening   pic s9(11)v99 value 0.
       01 ws-total-receipts  pic 9(11)v99 value 0.
       01 ws-total-issues    pic 9(11)v99 value 0.
       01 ws-total-closing   pic 9(11)v99 value 0.
       01 ws-total-retail    pic 9(11)v99 value 0.

       01 ws-title-line.
           05 FILLER pic x(20) value spaces.
           05 FILLER pic x(30) value
              "INVENTORY VALUATION - MONTH ".
           05 wst-month pic x(6).
           05 FILLER pic x(10) value "  AT COST".

       01 ws-margin-title.
           05 FILLER pic x(20) value spaces.
           05 FILLER pic x(40) value
              "CLOSING STOCK - RETAIL, COST AND MARGIN".

       01 ws-margin-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(5)  value "CLASS".
           05 FILLER pic x(3)  value spaces.
           05 FILLER pic x(12) value "RETAIL VALUE".
           05 FILLER pic x(5)  value spaces.
           05 FILLER pic x(10) value "COST VALUE".
           05 FILLER pic x(10) value spaces.
           05 FILLER pic x(6)  value "MARGIN".
           05 FILLER pic x(1)  value spaces.
           05 FILLER pic x(8)  value "MARGIN %".

       01 ws-margin-line.
           05 FILLER        pic x(2)  value spaces.
           05 wsg-label     pic x(3)  justified right.
           05 FILLER        pic x(3)  value spaces.
           05 wsg-retail    pic zzz,zzz,zz9.99.
           05 FILLER        pic x(1)  value spaces.
           05 wsg-cost      pic zzz,zzz,zz9.99.
           05 FILLER        pic x(1)  value spaces.
           05 wsg-margin    pic -zzz,zzz,zz9.99.
           05 FILLER        pic x(3)  value spaces.
           05 wsg-pct       pic -zz9.9.

       01 ws-col-header.
           05 FILLER pic x(2)  value spaces.
           open output output-file.

      * PASS 1 - THE CLOSING POSITION: EVERY MASTER RECORD'S
      * ON-HAND QUANTITY VALUED AT ITS AVERAGE COST, AND AGAIN AT
      * ITS SELLING PRICE FOR THE MARGIN SECTION, ROLLED UP BY
      * CLASS.
       200-snapshot-master.
           perform until ws-master-eof-flag = "Y"
                       add 1 to ws-item-count
                       move im-class to ws-this-class
                       perform 400-find-class-entry
                       perform 420-unit-cost
                       if im-avg-cost = 0 and im-qty-on-hand > 0
                           add 1 to ws-uncosted-count
                       end-if
                       compute wsm-value rounded =
                           im-qty-on-hand * wsm-unit-cost
                       add wsm-value
                           to wcl-closing-value(ws-class-i)
                       compute wsm-value rounded =
                           im-qty-on-hand * im-unit-price
                       add wsm-value
                           to wcl-retail-value(ws-class-i)
               end-read
           end-perform.

      * PASS 2 - THE MONTH'S MOVEMENT OFF THE LOG, EACH RECORD
      * VALUED AT THE MASTER'S CURRENT AVERAGE COST SO THE MOVEMENT
      * LINE RECONCILES TO THE SNAPSHOT IT SITS BESIDE. A MOVEMENT
      * FOR AN ITEM NO LONGER ON THE MASTER IS COUNTED AND SKIPPED.
       300-roll-up-movement.
               add 1 to ws-move-used-count
               move im-class to ws-this-class
               perform 400-find-class-entry
               perform 420-unit-cost
               compute wsm-value rounded =
                   mv-qty * wsm-unit-cost
      * COUNT ADJUSTMENTS (A UP / D DOWN FROM A2ICOUNT) MOVE VALUE
      * THE SAME WAY RECEIPTS AND ISSUES DO, SO A MONTH WITH A
      * PHYSICAL COUNT STILL FOOTS ACROSS. LIKEWISE THE STORE SALES
      * (S) AND CUSTOMER RETURNS (C) A2IRELV RELIEVES.
               evaluate mv-type
                   when "R"
                   when "A"
                   when "C"
                       add wsm-value
                           to wcl-receipt-value(ws-class-i)
                   when "I"
                   when "D"
                   when "S"
                       add wsm-value
                           to wcl-issue-value(ws-class-i)
                   when other
               move ws-this-class to wcl-class(ws-class-i)
           end-if.

      * THE COST AN ITEM IS VALUED AT - ITS AVERAGE COST, OR ITS
      * SELLING PRICE UNTIL A2IPOST HAS COSTED A RECEIPT FOR IT.
       420-unit-cost.
           if im-avg-cost > 0
               move im-avg-cost to wsm-unit-cost
           else
               move im-unit-price to wsm-unit-cost
           end-if.

       700-print-report.
           move ws-report-month to wst-month.
           move spaces to output-line.
           move "MOVEMENTS FOR GONE ITEMS: " to ws-count-text.
           move ws-move-orphan-count to ws-count-value.
           write output-line from ws-count-line.
           move "STOCKED ITEMS NOT COSTED: " to ws-count-text.
           move ws-uncosted-count to ws-count-value.
           write output-line from ws-count-line.

           perform 770-print-margin-section.

      * OPENING = CLOSING - RECEIPTS + ISSUES, SO THE FOUR COLUMNS
      * ALWAYS FOOT ACROSS AND THE MOVEMENT TIES TO THE POSTINGS.
           add wcl-issue-value(ws-class-i)    to ws-total-issues.
           add wcl-closing-value(ws-class-i)  to ws-total-closing.

      * RETAIL BESIDE COST FOR THE CLOSING STOCK, CLASS BY CLASS,
      * AND THE MARGIN THE DIFFERENCE IMPLIES.
       770-print-margin-section.
           move spaces to output-line.
           write output-line.
           write output-line from ws-margin-title.
           move spaces to output-line.
           write output-line.
           write output-line from ws-margin-header.
           move spaces to output-line.
           write output-line.
           perform 780-print-margin-line
               varying ws-class-i from 1 by 1
               until ws-class-i > ws-class-count.
           move spaces to output-line.
           write output-line.
           move "ALL" to wsg-label.
           move ws-total-retail  to wsg-retail.
           move ws-total-closing to wsg-cost.
           compute wsm-margin = ws-total-retail - ws-total-closing.
           move wsm-margin to wsg-margin.
           if ws-total-retail > 0
               compute wsm-margin-pct rounded =
                   wsm-margin * 100 / ws-total-retail
           else
               move zero to wsm-margin-pct
           end-if.
           move wsm-margin-pct to wsg-pct.
           write output-line from ws-margin-line.

       780-print-margin-line.
           move wcl-class(ws-class-i) to wsg-label.
           move wcl-retail-value(ws-class-i)  to wsg-retail.
           move wcl-closing-value(ws-class-i) to wsg-cost.
           compute wsm-margin =
               wcl-retail-value(ws-class-i)
               - wcl-closing-value(ws-class-i).
           move wsm-margin to wsg-margin.
           if wcl-retail-value(ws-class-i) > 0
               compute wsm-margin-pct rounded =
                   wsm-margin * 100 / wcl-retail-value(ws-class-i)
           else
               move zero to wsm-margin-pct
           end-if.
           move wsm-margin-pct to wsg-pct.
           write output-line from ws-margin-line.
           add wcl-retail-value(ws-class-i) to ws-total-retail.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CLOSING VALUE AT
      * COST STATED TO FINANCE.
       950-write-audit-log.
           move "A2IVAL" to ap-program-id.
           compute ap-records-read =
