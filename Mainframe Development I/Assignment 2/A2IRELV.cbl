       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2IRELV.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Relieves the inventory master from what the
      *stores actually sold and took back. Each "S" record on
      *A7SPLIT's sales extract is one unit sold: its SKU is mapped
      *through the SKU cross-reference to an item, and one unit is
      *issued off that item's on-hand quantity. Each "R" record on
      *the return extract is one unit back from a customer and,
      *when the item is restockable (on the master and not
      *discontinued), is received back to stock. Every unit posted
      *is appended to the movement log under its own movement type
      *- "S" store sale (an issue), "C" customer return (a receipt)
      *- dated the day it was rung, so A2IVAL keeps reconciling.
      *A SKU not on the cross-reference (or inactive there), an
      *item not on the master, a sale with no stock left to
      *relieve, and a return that cannot go back to stock all land
      *on the exception file with the reason, instead of being
      *dropped.
      *Stock is also kept by location (LOCSTK): a sale is taken off
      *the selling store's row, or off the warehouse row when the
      *store holds none of the item (counted as sold from the
      *warehouse), and a return goes back on the store's row.
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *  Oct 15, 2026 - sales and returns post to the store's row on
      *                 the stock-by-location file as well as the
      *                 chain total on the master.
      *  Oct 15, 2026 - feed record widened to 120 for the shared-
      *                 sale fields (second salesperson and split).
      *  Oct 15, 2026 - movement log record widened to 32 for
      *                 A2IPOST's posting stamp (run ID and
      *                 business date).
      *  Oct 15, 2026 - a night with returns but no sales ends 4,
      *                 not 8; 8 only when both extracts are empty.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
      * the day's sales/layaway extract from A7SPLIT.
           select sales-file
               assign to SLSFILE
               organization is sequential.
      *
      * the day's return extract from A7SPLIT.
           select return-file
               assign to RETFILE
               organization is sequential.
      *
      * SKU-to-item cross-reference, maintained by SKUXMNT.
           select sku-xref-file
               assign to SKUXREF
               organization is indexed
               access mode is random
               record key is sx-sku.
      *
      * inventory master - the on-hand quantity this run relieves.
           select inventory-master-file
               assign to INVMSTR
               organization is indexed
               access mode is random
               record key is im-item.
      *
      * stock by item and location - the selling store's row.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is random
               record key is ls-key.
      *
      * cumulative movement log shared with A2IPOST and A2ICOUNT.
           select movement-log-file
               assign to MOVELOG
               organization is sequential.
      *
      * sales and returns this run could not post, with the reason.
           select exception-file
               assign to EXCFILE
               organization is sequential.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       fd sales-file
           recording mode is F
           record contains 120 characters.
      *
      * SAME SHARED LAYOUT THE EXTRACTS CARRY.
           COPY TRANSREC.
      *
      * the return extract carries the same layout; only the code,
      * store, SKU and date are needed here, so just those bytes are
      * named.
       fd return-file
           recording mode is F
           record contains 120 characters.
      *
       01 return-in-line.
           05 rt-code        pic x.
           05 FILLER         pic x(9).
           05 rt-store       pic x(2).
           05 FILLER         pic x(9).
           05 rt-sku         pic x(15).
           05 FILLER         pic x(3).
           05 rt-trans-date  pic 9(8).
           05 FILLER         pic x(73).
      *
       fd sku-xref-file
           recording mode is F
           record contains 20 characters.
      *
           COPY SKUXREF.
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
       fd movement-log-file
           recording mode is F
           data record is movement-log-record
           record contains 32 characters.
      *
      * same layout A2IPOST writes - keep the two in step.
       01 movement-log-record.
           05 mv-date  pic 9(8).
           05 mv-item  pic x(4).
           05 mv-type  pic x.
           05 mv-qty   pic 999.
      * A2IPOST'S POSTING STAMP - BLANK ON THE LINES LOGGED HERE.
           05 mv-run-id        pic x(8).
           05 mv-business-date pic x(8).
      *
       fd exception-file
           recording mode is F
           data record is exception-line
           record contains 140 characters.
      *
       01 exception-line.
           05 xl-record  pic x(120).
           05 xl-reason  pic x(20).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 ws-sales-eof-flag    pic x value "N".
       01 ws-return-eof-flag   pic x value "N".

       01 ws-item-found-flag   pic x value "N".
       01 ws-exception-flag    pic x value "N".
       01 ws-exception-reason  pic x(20) value spaces.

      * THE SKU AND DATE OF THE RECORD IN HAND, WHICHEVER EXTRACT
      * IT CAME FROM.
       01 ws-this-sku          pic x(15).
       01 ws-this-date         pic 9(8).
       01 ws-this-type         pic x.
       01 ws-this-record       pic x(120).
       01 ws-this-store        pic x(2).

      * THE WAREHOUSE'S LOCATION CODE ON LOCSTK - WHERE A SALE IS
      * RELIEVED WHEN THE STORE HOLDS NONE OF THE ITEM.
       77 ws-warehouse         pic x(2) value "WH".
       01 ws-loc-found-flag    pic x value "N".

      * A RECORD WITH NO USABLE DATE IS STAMPED WITH TODAY.
       01 ws-run-date          pic 9(8).

       01 ws-counts.
           05 ws-sales-read-count   pic 9(7) value 0.
           05 ws-return-read-count  pic 9(7) value 0.
           05 ws-issue-count        pic 9(7) value 0.
           05 ws-restock-count      pic 9(7) value 0.
           05 ws-from-wh-count      pic 9(7) value 0.
           05 ws-unmapped-count     pic 9(5) value 0.
           05 ws-exception-count    pic 9(5) value 0.

       01 ws-count-line.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzzzz9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           perform 200-read-sales.
           perform 300-relieve-sale
               until ws-sales-eof-flag = "Y".
           perform 250-read-returns.
           perform 400-restock-return
               until ws-return-eof-flag = "Y".
           perform 800-print-counts.
           perform 960-set-return-code.
           perform 950-write-audit-log.
           perform 900-close-files.
           goback.

       100-open-files.
           accept ws-run-date from date yyyymmdd.
           open input sales-file.
           open input return-file.
           open input sku-xref-file.
           open i-o inventory-master-file.
           open i-o location-stock-file.
           open extend movement-log-file.
           open output exception-file.

       200-read-sales.
           read sales-file
                at end move "Y" to ws-sales-eof-flag.

       250-read-returns.
           read return-file
                at end move "Y" to ws-return-eof-flag.

      * ONE SOLD UNIT: MAP THE SKU, THEN TAKE ONE OFF THE ITEM'S
      * ON-HAND. ONLY "S" RECORDS ARE MERCHANDISE LEAVING THE
      * STORE - LAYAWAY MERCHANDISE STAYS HELD UNTIL IT IS PAID
      * OUT, AND THE "T" TRAILER IS NOT A SALE.
       300-relieve-sale.
           if il-transaction-code = "S"
              add 1 to ws-sales-read-count
              move il-sku to ws-this-sku
              move il-trans-date to ws-this-date
              move input-line to ws-this-record
              move il-store-number to ws-this-store
              move "S" to ws-this-type
              perform 500-map-sku
              if ws-exception-flag = "N"
                 and im-qty-on-hand = 0
                 move "Y" to ws-exception-flag
                 move "NO STOCK TO RELIEVE" to ws-exception-reason
              end-if
              if ws-exception-flag = "N"
                 perform 520-find-sale-location
              end-if
              if ws-exception-flag = "Y"
                 perform 600-write-exception
              else
                 subtract 1 from im-qty-on-hand
                 rewrite inventory-master-record
                 subtract 1 from ls-qty-on-hand
                 perform 540-put-location
                 add 1 to ws-issue-count
                 perform 550-log-movement
              end-if
           end-if.
           perform 200-read-sales.

      * ONE RETURNED UNIT: MAP THE SKU AND, WHEN THE ITEM CAN GO
      * BACK ON THE SHELF, RECEIVE ONE BACK TO ITS ON-HAND. A
      * DISCONTINUED ITEM ACCEPTS NO RECEIPTS (SAME RULE AS
      * A2IPOST), SO ITS RETURNS ARE EXCEPTED FOR DISPOSAL.
       400-restock-return.
           if rt-code = "R"
              add 1 to ws-return-read-count
              move rt-sku to ws-this-sku
              move rt-trans-date to ws-this-date
              move return-in-line to ws-this-record
              move rt-store to ws-this-store
              move "C" to ws-this-type
              perform 500-map-sku
              if ws-exception-flag = "N"
                 and im-status = "D"
                 move "Y" to ws-exception-flag
                 move "ITEM DISCONTINUED" to ws-exception-reason
              end-if
              if ws-exception-flag = "N"
                 add 1 to im-qty-on-hand
                     on size error
                         move "Y" to ws-exception-flag
                         move "QTY OVERFLOW" to ws-exception-reason
                 end-add
              end-if
              if ws-exception-flag = "N"
                 perform 530-find-return-location
                 add 1 to ls-qty-on-hand
                     on size error
                         move "Y" to ws-exception-flag
                         move "QTY OVERFLOW" to ws-exception-reason
                 end-add
              end-if
              if ws-exception-flag = "Y"
                 perform 600-write-exception
              else
                 rewrite inventory-master-record
                 perform 540-put-location
                 add 1 to ws-restock-count
                 perform 550-log-movement
              end-if
           end-if.
           perform 250-read-returns.

      * SKU TO ITEM THROUGH THE CROSS-REFERENCE (AN INACTIVE ROW
      * READS AS NOT ON FILE), THEN THE ITEM'S MASTER RECORD.
       500-map-sku.
           move "N" to ws-exception-flag.
           move spaces to ws-exception-reason.
           move ws-this-sku to sx-sku.
           read sku-xref-file
               invalid key
                   move "Y" to ws-exception-flag
                   move "SKU NOT MAPPED" to ws-exception-reason
           end-read.
           if ws-exception-flag = "N"
              and sx-status = "I"
              move "Y" to ws-exception-flag
              move "SKU NOT MAPPED" to ws-exception-reason
           end-if.
           if ws-exception-flag = "Y"
              add 1 to ws-unmapped-count
           else
              move sx-item to im-item
              move "Y" to ws-item-found-flag
              read inventory-master-file
                  invalid key
                      move "N" to ws-item-found-flag
              end-read
              if ws-item-found-flag = "N"
                 move "Y" to ws-exception-flag
                 move "ITEM NOT ON MASTER" to ws-exception-reason
              end-if
           end-if.

      * THE LOCATION A SOLD UNIT LEAVES: THE SELLING STORE'S ROW
      * WHEN IT HOLDS ANY, ELSE THE WAREHOUSE'S (STOCK NOT YET
      * TRANSFERRED OUT, OR A SALE WITH NO USABLE STORE NUMBER).
      * WHEN NEITHER HOLDS ANY, THE CHAIN'S STOCK IS AT ANOTHER
      * STORE OR IN TRANSIT AND THE SALE IS EXCEPTED FOR A COUNT.
       520-find-sale-location.
           move "N" to ws-loc-found-flag.
           if il-store-number numeric
              move im-item       to ls-item
              move ws-this-store to ls-location
              perform 535-read-location
           end-if.
           if ws-loc-found-flag = "N"
              or ls-qty-on-hand = 0
              move im-item      to ls-item
              move ws-warehouse to ls-location
              perform 535-read-location
              if ws-loc-found-flag = "Y"
                 and ls-qty-on-hand > 0
                 add 1 to ws-from-wh-count
              else
                 move "Y" to ws-exception-flag
                 move "NO STOCK AT STORE" to ws-exception-reason
              end-if
           end-if.

      * A RETURN GOES BACK ON THE STORE IT WAS BROUGHT TO, OR TO
      * THE WAREHOUSE WHEN THE RECORD CARRIES NO STORE NUMBER.
       530-find-return-location.
           move im-item to ls-item.
           if ws-this-store numeric
              move ws-this-store to ls-location
           else
              move ws-warehouse to ls-location
           end-if.
           perform 535-read-location.

      * A LOCATION THAT HAS NEVER HELD THE ITEM READS AS AN EMPTY
      * ROW, WRITTEN WHEN SOMETHING FIRST POSTS TO IT.
       535-read-location.
           move "Y" to ws-loc-found-flag.
           read location-stock-file
               invalid key
                   move "N" to ws-loc-found-flag
                   move zero to ls-qty-on-hand
                   move zero to ls-qty-in-transit
                   move zero to ls-last-move-date
           end-read.

       540-put-location.
           move ws-run-date to ls-last-move-date.
           if ws-loc-found-flag = "Y"
              rewrite location-stock-record
           else
              write location-stock-record
           end-if.

      * ONE MOVEMENT-LOG LINE PER UNIT POSTED, DATED THE DAY IT WAS
      * RUNG SO THE MONTH-END VALUATION PUTS IT IN THE RIGHT MONTH.
       550-log-movement.
           if ws-this-date numeric and ws-this-date > 0
              move ws-this-date to mv-date
           else
              move ws-run-date to mv-date
           end-if.
           move im-item      to mv-item.
           move ws-this-type to mv-type.
           move 1            to mv-qty.
           move spaces       to mv-run-id mv-business-date.
           write movement-log-record.

       600-write-exception.
           move ws-this-record      to xl-record.
           move ws-exception-reason to xl-reason.
           write exception-line.
           add 1 to ws-exception-count.

       800-print-counts.
           move "SALES READ:           " to ws-count-text.
           move ws-sales-read-count to ws-count-value.
           display ws-count-line.
           move "UNITS ISSUED:         " to ws-count-text.
           move ws-issue-count to ws-count-value.
           display ws-count-line.
           move "SOLD FROM WAREHOUSE:  " to ws-count-text.
           move ws-from-wh-count to ws-count-value.
           display ws-count-line.
           move "RETURNS READ:         " to ws-count-text.
           move ws-return-read-count to ws-count-value.
           display ws-count-line.
           move "UNITS RESTOCKED:      " to ws-count-text.
           move ws-restock-count to ws-count-value.
           display ws-count-line.
           move "SKUS NOT MAPPED:      " to ws-count-text.
           move ws-unmapped-count to ws-count-value.
           display ws-count-line.
           move "EXCEPTIONS WRITTEN:   " to ws-count-text.
           move ws-exception-count to ws-count-value.
           display ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. QUANTITIES, NOT DOLLARS, MOVE THROUGH THIS
      * PROGRAM, SO THE CONTROL TOTAL IS ZERO.
       950-write-audit-log.
           move "A2IRELV" to ap-program-id.
           compute ap-records-read =
               ws-sales-read-count + ws-return-read-count.
           compute ap-records-written =
               ws-issue-count + ws-restock-count.
           move ws-exception-count to ap-records-rejected.
           move 0 to ap-control-total.
           move "A2RG" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANYTHING WENT TO THE EXCEPTION FILE OR THE
      * NIGHT HELD RETURNS BUT NO SALES, 8 ONLY WHEN BOTH EXTRACTS
      * WERE EMPTY - A RETURNS-ONLY NIGHT IS REAL AND MUST NOT STOP
      * THE STEPS BEHIND THIS ONE.
       960-set-return-code.
           EVALUATE TRUE
               WHEN ws-sales-read-count = 0
                AND ws-return-read-count = 0
                   MOVE 8 to RETURN-CODE
               WHEN ws-sales-read-count = 0
                   MOVE 4 to RETURN-CODE
               WHEN ws-exception-count > 0
                   MOVE 4 to RETURN-CODE
               WHEN OTHER
                   MOVE 0 to RETURN-CODE
           END-EVALUATE.

       900-close-files.
           close sales-file, return-file, sku-xref-file,
                 inventory-master-file, location-stock-file,
                 movement-log-file,
                 exception-file.

       end program A2IRELV.
