       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2IXFER.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Transfers-in-transit exception list. Reads the
      *transfer master end to end and lists every lane still in
      *transit - shipped on an A2IPOST T card and not yet received
      *in full on a U card - whose oldest unreceived shipment has
      *been on the road longer than the XFRPRM cutoff in days, so
      *the receiving store can be chased before the stock is
      *written off as lost. Lanes in transit inside the cutoff are
      *counted but not listed.
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
           select transfer-master-file
               assign to XFRMSTR
               organization is indexed
               access mode is sequential
               record key is xf-key.
      *
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
      * single card: cols 1-3 the days a transfer may stay in
      * transit before it is listed (blank = 003).
           select transfer-parm-file
               assign to XFRPRM
               organization is sequential.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       fd transfer-master-file
           recording mode is F
           record contains 38 characters.
      *
           COPY XFRMSTR.
      *
       fd output-file
           recording mode is F
           data record is output-line
           record contains 100 characters.
      *
       01 output-line   pic x(100).
      *
       fd transfer-parm-file
           recording mode is F
           record contains 80 characters.
      *
       01 transfer-parm-line.
           05 xp-days      pic x(3).
           05 xp-days-n redefines xp-days
                           pic 999.
           05 FILLER       pic x(77).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 ws-eof-flag     pic x value "N".

      * DAYS IN TRANSIT ALLOWED BEFORE A LANE IS AN EXCEPTION.
       77 ws-default-days pic 999 value 003.
       01 ws-cutoff-days  pic 999 value 0.

      * TODAY IS THE AS-OF DATE A SHIPMENT'S DAYS OUT ARE COUNTED TO.
       01 ws-run-date     pic 9(8).
       01 ws-run-day-number   pic 9(7) value 0.
       01 ws-ship-day-number  pic 9(7) value 0.
       01 ws-days-out         pic 9(5) value 0.

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

       01 ws-counts.
           05 ws-read-count     pic 9(5) value 0.
           05 ws-transit-count  pic 9(5) value 0.
           05 ws-overdue-count  pic 9(5) value 0.
       01 ws-overdue-qty        pic 9(7) value 0.

       01 ws-title-line.
           05 FILLER pic x(22) value spaces.
           05 FILLER pic x(32) value
              "TRANSFERS IN TRANSIT - OVERDUE".

       01 ws-cutoff-line.
           05 FILLER         pic x(2)  value spaces.
           05 FILLER         pic x(26) value
              "LISTED WHEN IN TRANSIT >  ".
           05 wsc-days       pic zz9.
           05 FILLER         pic x(5)  value " DAYS".

       01 ws-col-header.
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "ITEM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "FROM".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(2)  value "TO".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(10) value "IN TRANSIT".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(7)  value "SHIPPED".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "RECEIVED".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(8)  value "SHIP DT ".
           05 FILLER pic x(2)  value spaces.
           05 FILLER pic x(4)  value "DAYS".

       01 ws-detail-line.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-item       pic x(4).
           05 FILLER         pic x(3)  value spaces.
           05 wsd-from       pic x(2).
           05 FILLER         pic x(3)  value spaces.
           05 wsd-to         pic x(2).
           05 FILLER         pic x(9)  value spaces.
           05 wsd-in-transit pic zz9.
           05 FILLER         pic x(4)  value spaces.
           05 wsd-shipped    pic zzzz9.
           05 FILLER         pic x(5)  value spaces.
           05 wsd-received   pic zzzz9.
           05 FILLER         pic x(2)  value spaces.
           05 wsd-ship-date  pic 9(8).
           05 FILLER         pic x(2)  value spaces.
           05 wsd-days-out   pic zzz9.

       01 ws-count-line.
           05 FILLER         pic x(2)  value spaces.
           05 ws-count-text  pic x(24).
           05 ws-count-value pic zzzzzz9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           perform 200-print-headings.
           perform 300-check-transfers
               until ws-eof-flag = "Y".
           perform 700-print-counts.
           perform 960-set-return-code.
           perform 950-write-audit-log.
           perform 900-close-files.
           goback.

       100-open-files.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-dn-date.
           perform 600-compute-day-number.
           move ws-day-number to ws-run-day-number.
           move ws-default-days to ws-cutoff-days.
           open input transfer-parm-file.
           read transfer-parm-file
               at end move spaces to xp-days
           end-read.
           if xp-days numeric
               move xp-days-n to ws-cutoff-days
           end-if.
           close transfer-parm-file.
           open input transfer-master-file.
           open output output-file.

       200-print-headings.
           move spaces to output-line.
           write output-line.
           write output-line from ws-title-line.
           move ws-cutoff-days to wsc-days.
           write output-line from ws-cutoff-line.
           move spaces to output-line.
           write output-line.
           write output-line from ws-col-header.
           move spaces to output-line.
           write output-line.

       300-check-transfers.
           read transfer-master-file
               at end
                   move "Y" to ws-eof-flag
               not at end
                   add 1 to ws-read-count
                   perform 350-check-one-transfer
           end-read.

      * ONLY A LANE STILL IN TRANSIT CAN BE OVERDUE; A RECEIVED ROW
      * IS JUST THE LANE'S LAST TRANSFER KEPT FOR REFERENCE.
       350-check-one-transfer.
           if xf-status = "T"
               add 1 to ws-transit-count
               perform 380-count-days-out
               if ws-days-out > ws-cutoff-days
                   add 1 to ws-overdue-count
                   add xf-qty-in-transit to ws-overdue-qty
                   perform 400-list-transfer
               end-if
           end-if.

      * CALENDAR DAYS FROM THE SHIP DATE TO TODAY. A SHIP DATE THAT
      * IS NOT A DATE, OR ONE AFTER TODAY, COUNTS AS ZERO.
       380-count-days-out.
           move zero to ws-days-out.
           if xf-ship-date numeric and xf-ship-date > 0
               move xf-ship-date to ws-dn-date
               perform 600-compute-day-number
               move ws-day-number to ws-ship-day-number
               if ws-run-day-number > ws-ship-day-number
                   compute ws-days-out =
                       ws-run-day-number - ws-ship-day-number
               end-if
           end-if.

       400-list-transfer.
           move xf-item              to wsd-item.
           move xf-from-location     to wsd-from.
           move xf-to-location       to wsd-to.
           move xf-qty-in-transit    to wsd-in-transit.
           move xf-qty-shipped       to wsd-shipped.
           move xf-qty-received      to wsd-received.
           move xf-ship-date         to wsd-ship-date.
           move ws-days-out          to wsd-days-out.
           write output-line from ws-detail-line.

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
           move "TRANSFER ROWS READ:     " to ws-count-text.
           move ws-read-count to ws-count-value.
           write output-line from ws-count-line.
           move "LANES IN TRANSIT:       " to ws-count-text.
           move ws-transit-count to ws-count-value.
           write output-line from ws-count-line.
           move "LANES OVERDUE:          " to ws-count-text.
           move ws-overdue-count to ws-count-value.
           write output-line from ws-count-line.
           move "UNITS OVERDUE:          " to ws-count-text.
           move ws-overdue-qty to ws-count-value.
           write output-line from ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. QUANTITIES, NOT DOLLARS, MOVE THROUGH
      * THIS PROGRAM, SO THE CONTROL TOTAL IS ZERO.
       950-write-audit-log.
           move "A2IXFER" to ap-program-id.
           move ws-read-count to ap-records-read.
           move ws-overdue-count to ap-records-written.
           move 0 to ap-records-rejected.
           move 0 to ap-control-total.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

      * 0 WHEN NOTHING IS OVERDUE, 4 WHEN ANYTHING IS - SO THE
      * EXCEPTION LIST ONLY NEEDS READING ON A NIGHT IT HAS LINES.
       960-set-return-code.
           EVALUATE TRUE
               WHEN ws-overdue-count > 0
                   MOVE 4 to RETURN-CODE
               WHEN OTHER
                   MOVE 0 to RETURN-CODE
           END-EVALUATE.

       900-close-files.
           close transfer-master-file, output-file.

       end program A2IXFER.
