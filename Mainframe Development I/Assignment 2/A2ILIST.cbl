      *                 order master, so the same item stops
      *                 reappearing on the suggestion file every
      *                 night until its stock arrives.
      *  Oct 15, 2026 - each item's line is followed by its stock by
      *                 location (on hand and in transit) off the
      *                 stock-by-location file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               access mode is random
               record key is po-item.
      *
      * stock by item and location, browsed for each item listed.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is dynamic
               record key is ls-key.
      *
      * shared code-validation master, maintained by CODEMNT and
      * also used by A3SCOMM and A8SL
           select code-master-file

       fd inventory-master-file
           recording mode is F
           record contains 58 characters.
      *
           COPY INVMSTR.
      *
      *
       fd po-master-file
           recording mode is F
           record contains 59 characters.
      *
           COPY POMSTR.
      *
           record contains 32 characters.
      *
           COPY CODEMSTR.
      *
       fd location-stock-file
           recording mode is F
           record contains 20 characters.
      *
           COPY LOCSTK.
      *
      *
       WORKING-STORAGE SECTION.
           05 ws-filler10   pic x(2) value spaces.
           05 ws-REORDER    pic x(7) value spaces.

      * ONE LINE PER LOCATION HOLDING THE ITEM, UNDER ITS DETAIL.
       01 ws-location-line.
           05 FILLER        pic x(8) value spaces.
           05 FILLER        pic x(10) value "LOCATION  ".
           05 ws-LLoc       pic x(2).
           05 FILLER        pic x(11) value "   ON HAND ".
           05 ws-LOnHand    pic zz9.
           05 FILLER        pic x(14) value "   IN TRANSIT ".
           05 ws-LTransit   pic zz9.
       01 ws-loc-eof-flag   pic x value "N".

       01 ws-gap.
           05 ws-spacer     pic x(5) value spaces.

           open output po-suggestion-file.
           open input po-master-file.
           open input code-master-file.
           open input location-stock-file.
           move ws-eof-N to ws-eof-flag.

      * HAND EVERY MASTER RECORD TO THE SORT SO THE REPORT COMES OUT

              display sr-item
              ws-detailer
              perform 450-show-locations
           END-IF.
           perform 205-return-and-validate.

           WRITE po-suggestion-line.
           ADD 1 to ws-po-count.

      * THE ITEM'S LOCATION ROWS SIT TOGETHER ON LOCSTK'S ITEM +
      * LOCATION KEY - POSITION AT THE FIRST AND READ ON UNTIL THE
      * ITEM CHANGES. A ROW WITH NOTHING ON HAND OR ON THE WAY IS
      * NOT WORTH A LINE.
       450-show-locations.
           MOVE sr-item    to ls-item.
           MOVE low-values to ls-location.
           MOVE "N" to ws-loc-eof-flag.
           START location-stock-file
               KEY IS NOT LESS THAN ls-key
               INVALID KEY
                   MOVE "Y" to ws-loc-eof-flag
           END-START.
           IF ws-loc-eof-flag = "N"
              perform 455-read-next-location
           END-IF.
           perform 460-show-one-location
               until ws-loc-eof-flag = "Y".

       455-read-next-location.
           READ location-stock-file NEXT RECORD
               AT END
                   MOVE "Y" to ws-loc-eof-flag
           END-READ.
           IF ws-loc-eof-flag = "N"
              AND ls-item NOT = sr-item
              MOVE "Y" to ws-loc-eof-flag
           END-IF.

       460-show-one-location.
           IF ls-qty-on-hand > 0 OR ls-qty-in-transit > 0
              MOVE ls-location       to ws-LLoc
              MOVE ls-qty-on-hand    to ws-LOnHand
              MOVE ls-qty-in-transit to ws-LTransit
              display ws-location-line
           END-IF.
           perform 455-read-next-location.

       440-print-subtotal.
           MOVE ws-prev-class    to ws-sub-class.
           MOVE ws-class-subtotal to ws-sub-amount.
       900-close-files.
           close inventory-master-file, output-file, reject-file,
                 po-suggestion-file, po-master-file,
                 code-master-file, location-stock-file.

       end program A2ILIST.
