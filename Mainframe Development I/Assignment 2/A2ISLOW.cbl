       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2ISLOW.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Slow-moving and dead-stock report with ABC
      *classification. Looks back over a window of days (the SLWPRM
      *card - 90, 180, 365 or whatever purchasing asks for) from an
      *as-of date, totals each item's issues off the movement log
      *(warehouse issues "I" and store sales "S" - count adjustments
      *are not demand), values them at the master's unit price, and
      *ranks every item on the inventory master by that issue value:
      *the items making up the first 80% of the window's issue value
      *are class A, the next 15% class B, and the rest - including
      *every item with no issues at all - class C. Items with no
      *issues in the window are listed again with the on-hand value
      *they tie up, and a discontinued item still holding stock is
      *flagged wherever it appears, so purchasing can see what to
      *mark down and what to stop reordering.
      *SLWPRM card: cols 1-3 window in days (blank = 90), cols 4-11
      *as-of date YYYYMMDD (blank = today).
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *  Oct 15, 2026 - movement log record widened to 32 for
      *                 A2IPOST's posting stamp (run ID and
      *                 business date).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
      * inventory master - read end to end in item order and
      * matched against the sorted movements.
           select inventory-master-file
               assign to INVMSTR
               organization is indexed
               access mode is sequential
               record key is im-item.
      *
      * cumulative movement log written by A2IPOST and A2IRELV.
           select movement-log-file
               assign to MOVELOG
               organization is sequential.
      *
      * the window's issue movements resequenced into item order.
           select movement-sort-file
               assign to SORTWK1.
      *
      * one summary record per master item - the window's issues
      * beside the on-hand position - built by the first pass and
      * sorted into rank order by the second.
           select item-work-file
               assign to ITEMWORK
               organization is sequential.
      *
           select rank-sort-file
               assign to SORTWK1.
      *
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
      * single card: window days and as-of date.
           select slow-parm-file
               assign to SLWPRM
               organization is sequential.
      *
      *
       DATA DIVISION.
       FILE SECTION.
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
           05 mv-date       pic 9(8).
           05 mv-item       pic x(4).
           05 mv-type       pic x.
           05 mv-qty        pic 999.
           05 mv-run-id        pic x(8).
           05 mv-business-date pic x(8).
      *
       sd movement-sort-file
           record contains 7 characters.
      *
       01 movement-sort-rec.
           05 ms-item       pic x(4).
           05 ms-qty        pic 999.
      *
       fd item-work-file
           recording mode is F
           record contains 55 characters.
      *
       01 item-work-rec.
           05 iw-item           pic x(4).
           05 iw-class          pic x.
           05 iw-desc           pic x(13).
           05 iw-status         pic x.
           05 iw-qty-on-hand    pic 999.
           05 iw-unit-price     pic 9(4)v99.
           05 iw-issue-qty      pic 9(7).
           05 iw-issue-value    pic 9(9)v99.
           05 iw-onhand-value   pic 9(7)v99.
      *
       sd rank-sort-file
           record contains 55 characters.
      *
       01 rank-sort-rec.
           05 rk-item           pic x(4).
           05 rk-class          pic x.
           05 rk-desc           pic x(13).
           05 rk-status         pic x.
           05 rk-qty-on-hand    pic 999.
           05 rk-unit-price     pic 9(4)v99.
           05 rk-issue-qty      pic 9(7).
           05 rk-issue-value    pic 9(9)v99.
           05 rk-onhand-value   pic 9(7)v99.
      *
       fd output-file
           recording mode is F
           data record is output-line
           record contains 100 characters.
      *
       01 output-line   pic x(100).
      *
       fd slow-parm-file
           recording mode is F
           record contains 80 characters.
      *
       01 slow-parm-line.
           05 sp-window-days  pic x(3).
           05 sp-as-of-date   pic x(8).
           05 FILLER          pic x(69).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 ws-master-eof-flag pic x value "N".
       01 ws-log-eof-flag    pic x value "N".
       01 ws-move-eof-flag   pic x value "N".
       01 ws-rank-eof-flag   pic x value "N".
       01 ws-dead-header-flag pic x value "N".

      * THE WINDOW: MOVEMENTS DATED AFTER THE CUTOFF AND ON OR
      * BEFORE THE AS-OF DATE COUNT.
       77 ws-default-window  pic 9(3) value 90.
       01 ws-window-days     pic 9(3) value 0.
       01 ws-as-of-date      pic 9(8) value 0.
       01 ws-cutoff-date     pic 9(8) value 0.
       01 ws-days-to-go      pic 9(3) value 0.

      * DATE WORK FIELDS FOR STEPPING BACK TO THE CUTOFF - THE SAME
      * DAY-STEPPER CALGEN WALKS THE RETURN-POLICY WINDOW WITH.
       01 ws-work-date.
           05 ws-work-year   pic 9(4).
           05 ws-work-month  pic 9(2).
           05 ws-work-day    pic 9(2).
       01 ws-month-days-table.
           05 FILLER         pic x(24) value
              "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-table.
           05 ws-days-in-month occurs 12 times pic 99.
       01 ws-leap-work       pic 9(4).
       01 ws-leap-rem        pic 9(4).

      * ABC BREAKPOINTS - CUMULATIVE PERCENT OF THE WINDOW'S ISSUE
      * VALUE.
       77 ws-class-a-limit   pic 999 value 80.
       77 ws-class-b-limit   pic 999 value 95.

       01 ws-math.
           05 wsm-cum-value      pic 9(11)v99 value 0.
           05 wsm-cum-pct        pic 999v9 value 0.
           05 wsm-pct-before     pic 999v9 value 0.
       01 ws-abc-class       pic x.
       01 ws-rank            pic 9(5) value 0.

       01 ws-counts.
           05 ws-item-count      pic 9(5) value 0.
           05 ws-move-read-count pic 9(7) value 0.
           05 ws-move-used-count pic 9(7) value 0.
           05 ws-move-orphan-count pic 9(5) value 0.
           05 ws-class-a-count   pic 9(5) value 0.
           05 ws-class-b-count   pic 9(5) value 0.
           05 ws-class-c-count   pic 9(5) value 0.
           05 ws-dead-count      pic 9(5) value 0.
           05 ws-disc-count      pic 9(5) value 0.
       01 ws-totals.
           05 ws-total-issue-value pic 9(11)v99 value 0.
           05 ws-class-a-value   pic 9(11)v99 value 0.
           05 ws-class-b-value   pic 9(11)v99 value 0.
           05 ws-class-c-value   pic 9(11)v99 value 0.
           05 ws-dead-value      pic 9(11)v99 value 0.
           05 ws-disc-value      pic 9(11)v99 value 0.

       01 ws-title-line.
           05 FILLER pic x(15) value spaces.
           05 FILLER pic x(35) value
              "SLOW-MOVING / ABC REPORT - WINDOW ".
           05 wst-days  pic zz9.
           05 FILLER pic x(9)  value " DAYS TO ".
           05 wst-as-of pic 9(8).

       01 ws-rank-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(5)  value " RANK".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(13) value "DESCRIPTION".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "ABC".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(7)  value " ISSUED".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(14) value "   ISSUE VALUE".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(5)  value "CUM %".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "O/H".

       01 ws-rank-line.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-rank       pic zzzz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-item       pic x(4).
           05 FILLER         pic x(2)  value spaces.
           05 wsr-desc       pic x(13).
           05 FILLER         pic x(3)  value spaces.
           05 wsr-class      pic x.
           05 FILLER         pic x(3)  value spaces.
           05 wsr-issue-qty  pic zzzzzz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-issue-value pic zzz,zzz,zz9.99.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-cum-pct    pic zz9.9.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-on-hand    pic zz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsr-flag       pic x(12).

       01 ws-dead-title.
           05 FILLER pic x(15) value spaces.
           05 FILLER pic x(43) value
              "NO ISSUES IN WINDOW - ON-HAND VALUE TIED UP".

       01 ws-dead-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(13) value "DESCRIPTION".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(5)  value "CLASS".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "O/H".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "  UNIT $".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(12) value "  TIED UP $".

       01 ws-dead-line.
           05 FILLER         pic x(2)  value spaces.
           05 wsx-item       pic x(4).
           05 FILLER         pic x(2)  value spaces.
           05 wsx-desc       pic x(13).
           05 FILLER         pic x(4)  value spaces.
           05 wsx-class      pic x.
           05 FILLER         pic x(4)  value spaces.
           05 wsx-on-hand    pic zz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsx-price      pic z,zz9.99.
           05 FILLER         pic x(2)  value spaces.
           05 wsx-value      pic zzz,zz9.99.
           05 FILLER         pic x(4)  value spaces.
           05 wsx-flag       pic x(12).

       01 ws-summary-line.
           05 FILLER         pic x(2)  value spaces.
           05 wss-text       pic x(30).
           05 wss-count      pic zzzz9.
           05 FILLER         pic x(4)  value spaces.
           05 wss-value      pic zz,zzz,zzz,zz9.99.

       01 ws-count-line.
           05 FILLER         pic x(2)  value spaces.
           05 ws-count-text  pic x(30).
           05 ws-count-value pic zzzzzz9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           sort movement-sort-file
               on ascending key ms-item
               input procedure is 200-release-window-issues
               output procedure is 300-summarize-items.
           sort rank-sort-file
               on descending key rk-issue-value rk-onhand-value
               on ascending key rk-item
               using item-work-file
               output procedure is 500-rank-items.
           perform 700-print-summary.
           perform 960-set-return-code.
           perform 950-write-audit-log.
           perform 900-close-files.
           goback.

      * THE CARD GIVES THE WINDOW AND THE AS-OF DATE; THE CUTOFF IS
      * WALKED BACK FROM THE AS-OF DATE A DAY AT A TIME.
       100-open-files.
           open input slow-parm-file.
           read slow-parm-file
               at end move spaces to slow-parm-line
           end-read.
           close slow-parm-file.
           if sp-window-days numeric and sp-window-days not = "000"
               move sp-window-days to ws-window-days
           else
               move ws-default-window to ws-window-days
           end-if.
           if sp-as-of-date numeric
               move sp-as-of-date to ws-as-of-date
           else
               accept ws-as-of-date from date yyyymmdd
           end-if.
           move ws-as-of-date to ws-work-date.
           move ws-window-days to ws-days-to-go.
           perform 150-back-one-window-day
               until ws-days-to-go = 0.
           move ws-work-date to ws-cutoff-date.
           open input inventory-master-file.
           open input movement-log-file.
           open output output-file.

       150-back-one-window-day.
           perform 160-back-one-day.
           subtract 1 from ws-days-to-go.

       160-back-one-day.
           if ws-work-day > 1
               subtract 1 from ws-work-day
           else
               if ws-work-month = 1
                   move 12 to ws-work-month
                   subtract 1 from ws-work-year
               else
                   subtract 1 from ws-work-month
               end-if
               move ws-days-in-month(ws-work-month) to ws-work-day
               if ws-work-month = 2
                   perform 165-check-leap-year
               end-if
           end-if.

       165-check-leap-year.
           divide ws-work-year by 4
               giving ws-leap-work remainder ws-leap-rem.
           if ws-leap-rem = 0
               divide ws-work-year by 100
                   giving ws-leap-work remainder ws-leap-rem
               if ws-leap-rem not = 0
                   move 29 to ws-work-day
               else
                   divide ws-work-year by 400
                       giving ws-leap-work remainder ws-leap-rem
                   if ws-leap-rem = 0
                       move 29 to ws-work-day
                   end-if
               end-if
           end-if.

      * HAND THE SORT EVERY ISSUE IN THE WINDOW. RECEIPTS, RETURNS
      * AND COUNT ADJUSTMENTS ARE NOT DEMAND AND STAY OUT.
       200-release-window-issues.
           perform 210-read-movement.
           perform 220-release-one-movement
               until ws-log-eof-flag = "Y".

       210-read-movement.
           read movement-log-file
               at end move "Y" to ws-log-eof-flag
           end-read.

       220-release-one-movement.
           add 1 to ws-move-read-count.
           if (mv-type = "I" or mv-type = "S")
              and mv-date > ws-cutoff-date
              and mv-date not > ws-as-of-date
               move mv-item to ms-item
               move mv-qty  to ms-qty
               release movement-sort-rec
           end-if.
           perform 210-read-movement.

      * MATCH THE SORTED ISSUES AGAINST THE MASTER, BOTH IN ITEM
      * ORDER, AND WRITE ONE SUMMARY RECORD PER MASTER ITEM - AN
      * ITEM WITH NO ISSUES STILL GETS ITS RECORD, WITH ZEROES. AN
      * ISSUE FOR AN ITEM NO LONGER ON THE MASTER IS COUNTED AND
      * SKIPPED.
       300-summarize-items.
           open output item-work-file.
           perform 310-return-movement.
           perform 320-read-master.
           perform 330-summarize-one-item
               until ws-master-eof-flag = "Y".
           perform 350-skip-orphan
               until ws-move-eof-flag = "Y".
           close item-work-file.

       310-return-movement.
           return movement-sort-file
               at end move "Y" to ws-move-eof-flag
           end-return.

       320-read-master.
           read inventory-master-file
               at end move "Y" to ws-master-eof-flag
           end-read.

       330-summarize-one-item.
           add 1 to ws-item-count.
           move zero to iw-issue-qty.
           perform 340-take-movement
               until ws-move-eof-flag = "Y"
                  or ms-item > im-item.
           move im-item          to iw-item.
           move im-class         to iw-class.
           move im-desc          to iw-desc.
           move im-status        to iw-status.
           move im-qty-on-hand   to iw-qty-on-hand.
           move im-unit-price    to iw-unit-price.
           compute iw-issue-value rounded =
               iw-issue-qty * im-unit-price.
           compute iw-onhand-value rounded =
               im-qty-on-hand * im-unit-price.
           add iw-issue-value to ws-total-issue-value.
           write item-work-rec.
           perform 320-read-master.

       340-take-movement.
           if ms-item = im-item
               add ms-qty to iw-issue-qty
               add 1 to ws-move-used-count
           else
               add 1 to ws-move-orphan-count
           end-if.
           perform 310-return-movement.

       350-skip-orphan.
           add 1 to ws-move-orphan-count.
           perform 310-return-movement.

      * ITEMS COME BACK HIGHEST ISSUE VALUE FIRST. EACH TAKES ITS
      * CLASS FROM WHERE THE CUMULATIVE VALUE STOOD BEFORE IT, SO
      * THE ITEM THAT CROSSES A BREAKPOINT STAYS IN THE HIGHER
      * CLASS. THE ZERO-ISSUE ITEMS COME LAST, LARGEST TIED-UP
      * VALUE FIRST, AND GO ON THE DEAD-STOCK LIST.
       500-rank-items.
           perform 510-print-rank-headings.
           perform 520-return-ranked.
           perform 530-rank-one-item
               until ws-rank-eof-flag = "Y".

       510-print-rank-headings.
           move ws-window-days to wst-days.
           move ws-as-of-date  to wst-as-of.
           move spaces to output-line.
           write output-line.
           write output-line from ws-title-line.
           move spaces to output-line.
           write output-line.
           write output-line from ws-rank-header.
           move spaces to output-line.
           write output-line.

       520-return-ranked.
           return rank-sort-file
               at end move "Y" to ws-rank-eof-flag
           end-return.

       530-rank-one-item.
           move spaces to wsr-flag wsx-flag.
           if rk-status = "D" and rk-qty-on-hand > 0
               move "DISC W/STOCK" to wsr-flag wsx-flag
               add 1 to ws-disc-count
               add rk-onhand-value to ws-disc-value
           end-if.
           if rk-issue-value > 0
               perform 540-print-ranked-item
           else
               perform 560-print-dead-item
           end-if.
           perform 520-return-ranked.

       540-print-ranked-item.
           add 1 to ws-rank.
           compute wsm-pct-before rounded =
               wsm-cum-value * 100 / ws-total-issue-value.
           add rk-issue-value to wsm-cum-value.
           compute wsm-cum-pct rounded =
               wsm-cum-value * 100 / ws-total-issue-value.
           evaluate true
               when wsm-pct-before < ws-class-a-limit
                   move "A" to ws-abc-class
                   add 1 to ws-class-a-count
                   add rk-issue-value to ws-class-a-value
               when wsm-pct-before < ws-class-b-limit
                   move "B" to ws-abc-class
                   add 1 to ws-class-b-count
                   add rk-issue-value to ws-class-b-value
               when other
                   move "C" to ws-abc-class
                   add 1 to ws-class-c-count
                   add rk-issue-value to ws-class-c-value
           end-evaluate.
           move ws-rank        to wsr-rank.
           move rk-item        to wsr-item.
           move rk-desc        to wsr-desc.
           move ws-abc-class   to wsr-class.
           move rk-issue-qty   to wsr-issue-qty.
           move rk-issue-value to wsr-issue-value.
           move wsm-cum-pct    to wsr-cum-pct.
           move rk-qty-on-hand to wsr-on-hand.
           write output-line from ws-rank-line.

      * NO ISSUES IN THE WINDOW - CLASS C BY DEFINITION. THE LIST
      * GETS ITS OWN HEADING THE FIRST TIME ONE TURNS UP.
       560-print-dead-item.
           if ws-dead-header-flag = "N"
               move "Y" to ws-dead-header-flag
               move spaces to output-line
               write output-line
               write output-line from ws-dead-title
               move spaces to output-line
               write output-line
               write output-line from ws-dead-header
               move spaces to output-line
               write output-line
           end-if.
           add 1 to ws-class-c-count.
           add 1 to ws-dead-count.
           add rk-onhand-value to ws-dead-value.
           move rk-item         to wsx-item.
           move rk-desc         to wsx-desc.
           move "C"             to wsx-class.
           move rk-qty-on-hand  to wsx-on-hand.
           move rk-unit-price   to wsx-price.
           move rk-onhand-value to wsx-value.
           write output-line from ws-dead-line.

       700-print-summary.
           move spaces to output-line.
           write output-line.
           move "CLASS A ITEMS / ISSUE VALUE:  " to wss-text.
           move ws-class-a-count to wss-count.
           move ws-class-a-value to wss-value.
           write output-line from ws-summary-line.
           move "CLASS B ITEMS / ISSUE VALUE:  " to wss-text.
           move ws-class-b-count to wss-count.
           move ws-class-b-value to wss-value.
           write output-line from ws-summary-line.
           move "CLASS C ITEMS / ISSUE VALUE:  " to wss-text.
           move ws-class-c-count to wss-count.
           move ws-class-c-value to wss-value.
           write output-line from ws-summary-line.
           move "NO ISSUES / ON-HAND VALUE:    " to wss-text.
           move ws-dead-count to wss-count.
           move ws-dead-value to wss-value.
           write output-line from ws-summary-line.
           move "DISC WITH STOCK / VALUE:      " to wss-text.
           move ws-disc-count to wss-count.
           move ws-disc-value to wss-value.
           write output-line from ws-summary-line.

           move spaces to output-line.
           write output-line.
           move "MASTER ITEMS RANKED:          " to ws-count-text.
           move ws-item-count to ws-count-value.
           write output-line from ws-count-line.
           move "MOVEMENT RECORDS READ:        " to ws-count-text.
           move ws-move-read-count to ws-count-value.
           write output-line from ws-count-line.
           move "ISSUES IN WINDOW USED:        " to ws-count-text.
           move ws-move-used-count to ws-count-value.
           write output-line from ws-count-line.
           move "ISSUES FOR GONE ITEMS:        " to ws-count-text.
           move ws-move-orphan-count to ws-count-value.
           write output-line from ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE WINDOW'S ISSUE
      * VALUE THE CLASSES WERE CUT FROM.
       950-write-audit-log.
           move "A2ISLOW" to ap-program-id.
           compute ap-records-read =
               ws-item-count + ws-move-read-count.
           move ws-item-count to ap-records-written.
           move ws-move-orphan-count to ap-records-rejected.
           move ws-total-issue-value to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY ISSUE NAMED AN ITEM NO LONGER ON THE
      * MASTER, 8 WHEN THE MASTER CAME UP EMPTY.
       960-set-return-code.
           EVALUATE TRUE
               WHEN ws-item-count = 0
                   MOVE 8 to RETURN-CODE
               WHEN ws-move-orphan-count > 0
                   MOVE 4 to RETURN-CODE
               WHEN OTHER
                   MOVE 0 to RETURN-CODE
           END-EVALUATE.

       900-close-files.
           close inventory-master-file, movement-log-file,
                 output-file.

       end program A2ISLOW.
