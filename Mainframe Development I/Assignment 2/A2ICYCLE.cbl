       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2ICYCLE.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Cycle-count scheduler. Produces the day's count
      *sheets for A2ICOUNT from the inventory master on a rotation
      *instead of a whiteboard. Every item is ranked by what it is
      *worth to count - the value it issued over the last 90 days
      *(warehouse issues and store sales off the movement log) plus
      *the value it has on hand, both at average cost (the selling
      *price for an item not yet costed) - and takes an ABC class
      *the way A2ISLOW cuts them: the items making up the first 80%
      *of that value are A, the next 15% B, the rest C. Each class
      *is counted on its own interval (CYCPRM - by default A every
      *30 days, B every 90, C every 365), so high-value and fast-
      *moving items come round often and everything comes round at
      *least once a year. An item is due when its interval has run
      *out since the last count date A2ICOUNT stamps on the master;
      *the day's sheets take the due items most in need first - a
      *never-counted item, then anything gone a full year, then the
      *longest past its interval - up to the day's capacity, and
      *the rest carry to a later day. A discontinued item with no
      *stock is not scheduled.
      *The schedule report lists every due item with its last count
      *and whether it made today's sheets, flags those never counted
      *or not counted in a year, and ends with the year's coverage,
      *so audit can see every item is counted at least once a year.
      *CYCPRM card: cols 1-3 class A interval in days (blank = 030),
      *4-6 class B (blank = 090), 7-9 class C (blank = 365), 10-12
      *items per day (blank = 020), 13-20 as-of date YYYYMMDD (blank
      *= today).
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
      * one record per master item - its count value beside its
      * last count date - built by the first pass and sorted into
      * value order by the second.
           select item-work-file
               assign to ITEMWORK
               organization is sequential.
      *
           select rank-sort-file
               assign to SORTWK1.
      *
      * one record per item due for a count, built by the second
      * pass and sorted into priority order by the third.
           select due-work-file
               assign to DUEWORK
               organization is sequential.
      *
           select due-sort-file
               assign to SORTWK1.
      *
      * stock by item and location - the shelves each sheet names.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is dynamic
               record key is ls-key.
      *
      * the day's count sheets, for the counters.
           select sheet-file
               assign to CNTSHEET
               organization is sequential.
      *
      * the schedule and coverage report, for audit.
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
      * single card: class intervals, daily capacity, as-of date.
           select cycle-parm-file
               assign to CYCPRM
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
           record contains 40 characters.
      *
       01 item-work-rec.
           05 iw-item           pic x(4).
           05 iw-desc           pic x(13).
           05 iw-status         pic x.
           05 iw-qty-on-hand    pic 999.
           05 iw-count-value    pic 9(9)v99.
           05 iw-last-count     pic 9(8).
      *
       sd rank-sort-file
           record contains 40 characters.
      *
       01 rank-sort-rec.
           05 rk-item           pic x(4).
           05 rk-desc           pic x(13).
           05 rk-status         pic x.
           05 rk-qty-on-hand    pic 999.
           05 rk-count-value    pic 9(9)v99.
           05 rk-last-count     pic 9(8).
      *
       fd due-work-file
           recording mode is F
           record contains 37 characters.
      *
       01 due-work-rec.
           05 dw-priority       pic 9(5).
           05 dw-item           pic x(4).
           05 dw-desc           pic x(13).
           05 dw-class          pic x.
           05 dw-last-count     pic 9(8).
           05 dw-days-since     pic 9(5).
           05 dw-overdue        pic x.
      *
       sd due-sort-file
           record contains 37 characters.
      *
       01 due-sort-rec.
           05 ds-priority       pic 9(5).
           05 ds-item           pic x(4).
           05 ds-desc           pic x(13).
           05 ds-class          pic x.
           05 ds-last-count     pic 9(8).
           05 ds-days-since     pic 9(5).
           05 ds-overdue        pic x.
      *
       fd location-stock-file
           recording mode is F
           record contains 20 characters.
      *
           COPY LOCSTK.
      *
       fd sheet-file
           recording mode is F
           data record is sheet-line
           record contains 100 characters.
      *
       01 sheet-line    pic x(100).
      *
       fd output-file
           recording mode is F
           data record is output-line
           record contains 100 characters.
      *
       01 output-line   pic x(100).
      *
       fd cycle-parm-file
           recording mode is F
           record contains 80 characters.
      *
       01 cycle-parm-line.
           05 cp-a-days       pic x(3).
           05 cp-b-days       pic x(3).
           05 cp-c-days       pic x(3).
           05 cp-daily-items  pic x(3).
           05 cp-as-of-date   pic x(8).
           05 FILLER          pic x(60).
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
       01 ws-due-eof-flag    pic x value "N".
       01 ws-loc-eof-flag    pic x value "N".
       01 ws-wh-listed-flag  pic x value "N".

      * THE WAREHOUSE'S LOCATION CODE ON LOCSTK.
       77 ws-warehouse       pic x(2) value "WH".

      * COUNT INTERVALS BY CLASS, AND HOW MANY ITEMS THE FLOOR CAN
      * COUNT IN A DAY. NO ITEM MAY GO LONGER THAN A YEAR.
       77 ws-default-a-days  pic 9(3) value 030.
       77 ws-default-b-days  pic 9(3) value 090.
       77 ws-default-c-days  pic 9(3) value 365.
       77 ws-default-daily   pic 9(3) value 020.
       77 ws-year-days       pic 9(3) value 365.
       01 ws-a-days          pic 9(3) value 0.
       01 ws-b-days          pic 9(3) value 0.
       01 ws-c-days          pic 9(3) value 0.
       01 ws-daily-items     pic 9(3) value 0.
       01 ws-interval        pic 9(3) value 0.

      * THE VALUE WINDOW: ISSUES DATED AFTER THE CUTOFF AND ON OR
      * BEFORE THE AS-OF DATE COUNT.
       77 ws-window-days     pic 9(3) value 90.
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

      * DATE TO DAY-NUMBER WORK FIELDS - SAME ARITHMETIC AS
      * A2POAGE. MARCH COUNTS AS MONTH 0 SO FEBRUARY'S LEAP DAY
      * FALLS AT THE END OF THE COUNTING YEAR; EACH QUOTIENT IS
      * FLOORED ON ITS OWN WITH AN EXPLICIT DIVIDE.
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
       01 ws-as-of-day-number   pic 9(7) value 0.
       01 ws-count-day-number   pic 9(7) value 0.
       01 ws-days-since         pic 9(5) value 0.

      * ABC BREAKPOINTS - CUMULATIVE PERCENT OF THE COUNT VALUE.
       77 ws-class-a-limit   pic 999 value 80.
       77 ws-class-b-limit   pic 999 value 95.

      * SCHEDULING PRIORITY - HIGHEST FIRST. NEVER COUNTED TOPS THE
      * LIST, THEN ANYTHING GONE A YEAR, THEN DAYS PAST INTERVAL.
       77 ws-never-priority  pic 9(5) value 99999.
       77 ws-year-priority   pic 9(5) value 50000.

       01 ws-math.
           05 wsm-unit-cost      pic 9(4)v99.
           05 wsm-issue-qty      pic 9(7).
           05 wsm-cum-value      pic 9(11)v99 value 0.
           05 wsm-pct-before     pic 999v9 value 0.
           05 wsm-coverage-pct   pic 999v9 value 0.
       01 ws-abc-class       pic x.

       01 ws-counts.
           05 ws-item-count      pic 9(5) value 0.
           05 ws-move-read-count pic 9(7) value 0.
           05 ws-move-orphan-count pic 9(5) value 0.
           05 ws-scope-count     pic 9(5) value 0.
           05 ws-covered-count   pic 9(5) value 0.
           05 ws-due-count       pic 9(5) value 0.
           05 ws-scheduled-count pic 9(5) value 0.
           05 ws-carried-count   pic 9(5) value 0.
           05 ws-never-count     pic 9(5) value 0.
           05 ws-year-count      pic 9(5) value 0.
           05 ws-class-a-count   pic 9(5) value 0.
           05 ws-class-b-count   pic 9(5) value 0.
           05 ws-class-c-count   pic 9(5) value 0.
       01 ws-total-value     pic 9(11)v99 value 0.

      * COUNT SHEET LINES.
       01 ws-sheet-title.
           05 FILLER pic x(20) value spaces.
           05 FILLER pic x(23) value "CYCLE COUNT SHEETS FOR ".
           05 wst-sheet-date pic 9(8).

       01 ws-sheet-note.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(47) value
              "KEY EACH LINE COUNTED AS AN A2ICOUNT C CARD - 1".
           05 FILLER pic x(47) value
              " C, 2-5 ITEM, 6-8 QTY, 9-11 COUNTER, 12-13 LOC.".

       01 ws-sheet-item-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(6)  value "ITEM: ".
           05 wsi-item       pic x(4).
           05 FILLER         pic x(2)  value spaces.
           05 wsi-desc       pic x(13).
           05 FILLER         pic x(9)  value "  CLASS: ".
           05 wsi-class      pic x.
           05 FILLER         pic x(17) value "  LAST COUNTED: ".
           05 wsi-last-count pic x(8).

       01 ws-sheet-loc-line.
           05 FILLER         pic x(8)  value spaces.
           05 FILLER         pic x(10) value "LOCATION  ".
           05 wsl-location   pic x(2).
           05 FILLER         pic x(34) value
              "    COUNTED ______    COUNTER ___".

      * SCHEDULE REPORT LINES.
       01 ws-title-line.
           05 FILLER pic x(15) value spaces.
           05 FILLER pic x(34) value
              "CYCLE-COUNT SCHEDULE AND COVERAGE ".
           05 FILLER pic x(6)  value "AS OF ".
           05 wst-as-of pic 9(8).

       01 ws-interval-line.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(20) value "INTERVALS (DAYS): A ".
           05 wsv-a-days pic zz9.
           05 FILLER pic x(4)  value "  B ".
           05 wsv-b-days pic zz9.
           05 FILLER pic x(4)  value "  C ".
           05 wsv-c-days pic zz9.
           05 FILLER pic x(20) value "    ITEMS PER DAY: ".
           05 wsv-daily  pic zz9.

       01 ws-due-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(13) value "DESCRIPTION".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(3)  value "ABC".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "LAST CNT".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(5)  value " DAYS".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(16) value "SCHEDULE".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(13) value "COVERAGE".

       01 ws-due-line.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-item       pic x(4).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-desc       pic x(13).
           05 FILLER         pic x(3)  value spaces.
           05 wsd-class      pic x.
           05 FILLER         pic x(3)  value spaces.
           05 wsd-last-count pic x(8).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-days-since pic x(5).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-schedule   pic x(16).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-coverage   pic x(13).

       01 ws-days-edit       pic zzzz9.

       01 ws-count-line.
           05 FILLER         pic x(2)  value spaces.
           05 ws-count-text  pic x(30).
           05 ws-count-value pic zzzzzz9.

       01 ws-coverage-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(30) value
              "COUNTED WITHIN A YEAR (PCT):  ".
           05 wsc-pct        pic zz9.9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           sort movement-sort-file
               on ascending key ms-item
               input procedure is 200-release-window-issues
               output procedure is 300-summarize-items.
           sort rank-sort-file
               on descending key rk-count-value
               on ascending key rk-item
               using item-work-file
               output procedure is 500-classify-items.
           perform 590-print-report-headings.
           sort due-sort-file
               on descending key ds-priority
               on ascending key ds-item
               using due-work-file
               output procedure is 600-schedule-counts.
           perform 700-print-summary.
           perform 960-set-return-code.
           perform 950-write-audit-log.
           perform 900-close-files.
           goback.

      * THE CARD GIVES THE INTERVALS, CAPACITY AND AS-OF DATE; THE
      * VALUE WINDOW'S CUTOFF IS WALKED BACK FROM THE AS-OF DATE A
      * DAY AT A TIME.
       100-open-files.
           open input cycle-parm-file.
           read cycle-parm-file
               at end move spaces to cycle-parm-line
           end-read.
           close cycle-parm-file.
           move ws-default-a-days to ws-a-days.
           move ws-default-b-days to ws-b-days.
           move ws-default-c-days to ws-c-days.
           move ws-default-daily  to ws-daily-items.
           if cp-a-days numeric and cp-a-days not = "000"
               move cp-a-days to ws-a-days
           end-if.
           if cp-b-days numeric and cp-b-days not = "000"
               move cp-b-days to ws-b-days
           end-if.
           if cp-c-days numeric and cp-c-days not = "000"
               move cp-c-days to ws-c-days
           end-if.
           if ws-c-days > ws-year-days
               move ws-year-days to ws-c-days
           end-if.
           if cp-daily-items numeric and cp-daily-items not = "000"
               move cp-daily-items to ws-daily-items
           end-if.
           if cp-as-of-date numeric
               move cp-as-of-date to ws-as-of-date
           else
               accept ws-as-of-date from date yyyymmdd
           end-if.
           move ws-as-of-date to ws-dn-date.
           perform 650-compute-day-number.
           move ws-day-number to ws-as-of-day-number.
           move ws-as-of-date to ws-work-date.
           move ws-window-days to ws-days-to-go.
           perform 150-back-one-window-day
               until ws-days-to-go = 0.
           move ws-work-date to ws-cutoff-date.
           open input inventory-master-file.
           open input movement-log-file.
           open input location-stock-file.
           open output sheet-file.
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

      * HAND THE SORT EVERY ISSUE IN THE WINDOW - WAREHOUSE ISSUES
      * AND STORE SALES. RECEIPTS, RETURNS, TRANSFERS AND COUNT
      * ADJUSTMENTS ARE NOT DEMAND AND STAY OUT.
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
      * ORDER, AND WRITE ONE WORK RECORD PER MASTER ITEM CARRYING
      * ITS COUNT VALUE - ISSUES PLUS ON HAND, AT COST. AN ISSUE
      * FOR AN ITEM NO LONGER ON THE MASTER IS COUNTED AND SKIPPED.
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
           move zero to wsm-issue-qty.
           perform 340-take-movement
               until ws-move-eof-flag = "Y"
                  or ms-item > im-item.
           if im-avg-cost > 0
               move im-avg-cost to wsm-unit-cost
           else
               move im-unit-price to wsm-unit-cost
           end-if.
           move im-item          to iw-item.
           move im-desc          to iw-desc.
           move im-status        to iw-status.
           move im-qty-on-hand   to iw-qty-on-hand.
           compute iw-count-value rounded =
               (wsm-issue-qty + im-qty-on-hand) * wsm-unit-cost.
           if im-last-count-date numeric
               move im-last-count-date to iw-last-count
           else
               move zero to iw-last-count
           end-if.
           add iw-count-value to ws-total-value.
           write item-work-rec.
           perform 320-read-master.

       340-take-movement.
           if ms-item = im-item
               add ms-qty to wsm-issue-qty
           else
               add 1 to ws-move-orphan-count
           end-if.
           perform 310-return-movement.

       350-skip-orphan.
           add 1 to ws-move-orphan-count.
           perform 310-return-movement.

      * ITEMS COME BACK HIGHEST COUNT VALUE FIRST. EACH TAKES ITS
      * CLASS FROM WHERE THE CUMULATIVE VALUE STOOD BEFORE IT, AS IN
      * A2ISLOW, THEN ITS INTERVAL DECIDES WHETHER IT IS DUE. A DUE
      * ITEM GOES TO THE DUE FILE WITH ITS PRIORITY.
       500-classify-items.
           open output due-work-file.
           perform 520-return-ranked.
           perform 530-classify-one-item
               until ws-rank-eof-flag = "Y".
           close due-work-file.

       520-return-ranked.
           return rank-sort-file
               at end move "Y" to ws-rank-eof-flag
           end-return.

       530-classify-one-item.
           if rk-status = "D" and rk-qty-on-hand = 0
               continue
           else
               add 1 to ws-scope-count
               perform 540-assign-class
               perform 550-check-due
           end-if.
           perform 520-return-ranked.

       540-assign-class.
           if ws-total-value > 0
               compute wsm-pct-before rounded =
                   wsm-cum-value * 100 / ws-total-value
           else
               move 100 to wsm-pct-before
           end-if.
           add rk-count-value to wsm-cum-value.
           evaluate true
               when rk-count-value > 0
                    and wsm-pct-before < ws-class-a-limit
                   move "A" to ws-abc-class
                   move ws-a-days to ws-interval
                   add 1 to ws-class-a-count
               when rk-count-value > 0
                    and wsm-pct-before < ws-class-b-limit
                   move "B" to ws-abc-class
                   move ws-b-days to ws-interval
                   add 1 to ws-class-b-count
               when other
                   move "C" to ws-abc-class
                   move ws-c-days to ws-interval
                   add 1 to ws-class-c-count
           end-evaluate.

      * DAYS SINCE THE LAST COUNT DECIDE BOTH WHETHER THE ITEM IS
      * DUE ON ITS CLASS INTERVAL AND WHETHER IT IS COVERED FOR THE
      * YEAR. A LAST COUNT DATED AFTER THE AS-OF DATE COUNTS AS
      * TODAY'S.
       550-check-due.
           move spaces to dw-overdue.
           if rk-last-count = 0
               move ws-never-priority to dw-priority
               move 99999 to ws-days-since
               move "N" to dw-overdue
               add 1 to ws-never-count
           else
               move rk-last-count to ws-dn-date
               perform 650-compute-day-number
               move ws-day-number to ws-count-day-number
               move zero to ws-days-since
               if ws-as-of-day-number > ws-count-day-number
                   compute ws-days-since =
                       ws-as-of-day-number - ws-count-day-number
               end-if
               evaluate true
                   when ws-days-since > ws-year-days
                       move "Y" to dw-overdue
                       add 1 to ws-year-count
                       if ws-days-since - ws-year-days
                          < ws-never-priority - ws-year-priority
                           compute dw-priority = ws-year-priority
                               + ws-days-since - ws-year-days
                       else
                           compute dw-priority =
                               ws-never-priority - 1
                       end-if
                   when ws-days-since not < ws-interval
                       add 1 to ws-covered-count
                       compute dw-priority =
                           ws-days-since - ws-interval
                   when other
                       add 1 to ws-covered-count
               end-evaluate
           end-if.
           if rk-last-count = 0
              or ws-days-since not < ws-interval
               add 1 to ws-due-count
               move rk-item       to dw-item
               move rk-desc       to dw-desc
               move ws-abc-class  to dw-class
               move rk-last-count to dw-last-count
               move ws-days-since to dw-days-since
               write due-work-rec
           end-if.

       590-print-report-headings.
           move ws-as-of-date to wst-as-of wst-sheet-date.
           move ws-a-days to wsv-a-days.
           move ws-b-days to wsv-b-days.
           move ws-c-days to wsv-c-days.
           move ws-daily-items to wsv-daily.
           move spaces to output-line.
           write output-line.
           write output-line from ws-title-line.
           write output-line from ws-interval-line.
           move spaces to output-line.
           write output-line.
           write output-line from ws-due-header.
           move spaces to output-line.
           write output-line.
           move spaces to sheet-line.
           write sheet-line.
           write sheet-line from ws-sheet-title.
           write sheet-line from ws-sheet-note.
           move spaces to sheet-line.
           write sheet-line.

      * DUE ITEMS COME BACK MOST IN NEED FIRST. THE FIRST OF THEM
      * UP TO THE DAY'S CAPACITY GO ON THE SHEETS; THE REST CARRY
      * TO A LATER DAY. EVERY ONE PRINTS ON THE SCHEDULE REPORT.
       600-schedule-counts.
           perform 610-return-due.
           perform 620-schedule-one-item
               until ws-due-eof-flag = "Y".

       610-return-due.
           return due-sort-file
               at end move "Y" to ws-due-eof-flag
           end-return.

       620-schedule-one-item.
           move ds-item  to wsd-item.
           move ds-desc  to wsd-desc.
           move ds-class to wsd-class.
           if ds-last-count = 0
               move "NEVER" to wsd-last-count
               move spaces to wsd-days-since
           else
               move ds-last-count to wsd-last-count
               move ds-days-since to ws-days-edit
               move ws-days-edit to wsd-days-since
           end-if.
           evaluate ds-overdue
               when "N"
                   move "NEVER COUNTED" to wsd-coverage
               when "Y"
                   move "OVER A YEAR" to wsd-coverage
               when other
                   move spaces to wsd-coverage
           end-evaluate.
           if ws-scheduled-count < ws-daily-items
               add 1 to ws-scheduled-count
               move "ON TODAY'S SHEET" to wsd-schedule
               perform 630-print-sheet-item
           else
               add 1 to ws-carried-count
               move "CARRIED FORWARD" to wsd-schedule
           end-if.
           write output-line from ws-due-line.
           perform 610-return-due.

      * ONE SHEET ENTRY PER ITEM: THE ITEM, THEN A LINE TO FILL IN
      * FOR EACH LOCATION HOLDING IT AND ALWAYS THE WAREHOUSE. THE
      * EXPECTED QUANTITY IS LEFT OFF - THE COUNT IS BLIND.
       630-print-sheet-item.
           move ds-item        to wsi-item.
           move ds-desc        to wsi-desc.
           move ds-class       to wsi-class.
           move wsd-last-count to wsi-last-count.
           write sheet-line from ws-sheet-item-line.
           move "N" to ws-wh-listed-flag.
           move ds-item    to ls-item.
           move low-values to ls-location.
           move "N" to ws-loc-eof-flag.
           start location-stock-file
               key is not less than ls-key
               invalid key
                   move "Y" to ws-loc-eof-flag
           end-start.
           if ws-loc-eof-flag = "N"
               perform 640-read-next-location
           end-if.
           perform 645-list-one-location
               until ws-loc-eof-flag = "Y".
           if ws-wh-listed-flag = "N"
               move ws-warehouse to wsl-location
               write sheet-line from ws-sheet-loc-line
           end-if.
           move spaces to sheet-line.
           write sheet-line.

       640-read-next-location.
           read location-stock-file next record
               at end
                   move "Y" to ws-loc-eof-flag
           end-read.
           if ws-loc-eof-flag = "N"
              and ls-item not = ds-item
               move "Y" to ws-loc-eof-flag
           end-if.

       645-list-one-location.
           if ls-qty-on-hand > 0 or ls-location = ws-warehouse
               move ls-location to wsl-location
               write sheet-line from ws-sheet-loc-line
               if ls-location = ws-warehouse
                   move "Y" to ws-wh-listed-flag
               end-if
           end-if.
           perform 640-read-next-location.

      * DAYS SINCE A FIXED ORIGIN FOR THE YYYYMMDD DATE IN
      * WS-DN-DATE, SO TWO DATES SUBTRACT TO THE CALENDAR DAYS
      * BETWEEN THEM ACROSS MONTH, YEAR AND LEAP-DAY BOUNDARIES.
       650-compute-day-number.
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

      * COVERAGE IS THE SHARE OF ITEMS IN SCOPE COUNTED WITHIN THE
      * LAST YEAR - WHAT AUDIT LOOKS FOR.
       700-print-summary.
           move spaces to output-line.
           write output-line.
           move "MASTER ITEMS READ:            " to ws-count-text.
           move ws-item-count to ws-count-value.
           write output-line from ws-count-line.
           move "ITEMS IN SCOPE:               " to ws-count-text.
           move ws-scope-count to ws-count-value.
           write output-line from ws-count-line.
           move "CLASS A / B / C ITEMS:   A    " to ws-count-text.
           move ws-class-a-count to ws-count-value.
           write output-line from ws-count-line.
           move "                         B    " to ws-count-text.
           move ws-class-b-count to ws-count-value.
           write output-line from ws-count-line.
           move "                         C    " to ws-count-text.
           move ws-class-c-count to ws-count-value.
           write output-line from ws-count-line.
           move "ITEMS DUE FOR COUNT:          " to ws-count-text.
           move ws-due-count to ws-count-value.
           write output-line from ws-count-line.
           move "ON TODAY'S SHEETS:            " to ws-count-text.
           move ws-scheduled-count to ws-count-value.
           write output-line from ws-count-line.
           move "CARRIED FORWARD:              " to ws-count-text.
           move ws-carried-count to ws-count-value.
           write output-line from ws-count-line.
           move "NEVER COUNTED:                " to ws-count-text.
           move ws-never-count to ws-count-value.
           write output-line from ws-count-line.
           move "NOT COUNTED IN A YEAR:        " to ws-count-text.
           move ws-year-count to ws-count-value.
           write output-line from ws-count-line.
           move "COUNTED WITHIN A YEAR:        " to ws-count-text.
           move ws-covered-count to ws-count-value.
           write output-line from ws-count-line.
           if ws-scope-count > 0
               compute wsm-coverage-pct rounded =
                   ws-covered-count * 100 / ws-scope-count
           else
               move zero to wsm-coverage-pct
           end-if.
           move wsm-coverage-pct to wsc-pct.
           write output-line from ws-coverage-line.
           move "ISSUES FOR GONE ITEMS:        " to ws-count-text.
           move ws-move-orphan-count to ws-count-value.
           write output-line from ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. QUANTITIES, NOT DOLLARS, ARE THE OUTPUT,
      * SO THE CONTROL TOTAL IS ZERO; THE ITEMS OUT OF COVERAGE ARE
      * REPORTED AS THE REJECTS.
       950-write-audit-log.
           move "A2ICYCLE" to ap-program-id.
           compute ap-records-read =
               ws-item-count + ws-move-read-count.
           move ws-scheduled-count to ap-records-written.
           compute ap-records-rejected =
               ws-never-count + ws-year-count.
           move 0 to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY ITEM IN SCOPE HAS GONE A YEAR (OR
      * FOREVER) WITHOUT A COUNT, 8 WHEN THE MASTER CAME UP EMPTY.
       960-set-return-code.
           EVALUATE TRUE
               WHEN ws-item-count = 0
                   MOVE 8 to RETURN-CODE
               WHEN ws-never-count > 0 OR ws-year-count > 0
                   MOVE 4 to RETURN-CODE
               WHEN OTHER
                   MOVE 0 to RETURN-CODE
           END-EVALUATE.

       900-close-files.
           close inventory-master-file, movement-log-file,
                 location-stock-file, sheet-file, output-file.

       end program A2ICYCLE.
