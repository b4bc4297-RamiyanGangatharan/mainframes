       IDENTIFICATION DIVISION.
       PROGRAM-ID. A2ILSEED.
       DATE-WRITTEN. October 15, 2026.
       AUTHOR. RAMIYAN GANGATHARAN.
      *Description: Seeds the stock-by-location file (LOCSTK) from
      *the inventory master at cutover. Every item on the master
      *without a warehouse row gets one holding its whole chain
      *on-hand quantity, so the locations add back to the master
      *from the first day; stock then moves out to the stores on
      *A2IPOST transfer cards, or a store count through A2ICOUNT
      *puts it on the store's shelf. An item that already has a
      *warehouse row is left alone, so the seed can be rerun after
      *new items are loaded without disturbing the ones in use.
      *Modification History:
      *  Oct 15, 2026 - initial version.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       input-output section.
      *
       file-control.
      * inventory master, read front to back.
           select inventory-master-file
               assign to INVMSTR
               organization is indexed
               access mode is sequential
               record key is im-item.
      *
      * stock by item and location, seeded by this run.
           select location-stock-file
               assign to LOCSTK
               organization is indexed
               access mode is random
               record key is ls-key.
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
       fd location-stock-file
           recording mode is F
           record contains 20 characters.
      *
           COPY LOCSTK.
      *
       WORKING-STORAGE SECTION.

      * parameter block for the shared audit logger.
           COPY AUDPARM.
      *
       01 ws-eof-flag   pic x value "N".
       77 ws-eof-Y      pic x value "y".
       77 ws-eof-N      pic x value "N".

      * THE WAREHOUSE'S LOCATION CODE ON LOCSTK.
       77 ws-warehouse  pic x(2) value "WH".

       01 ws-run-date   pic 9(8).

       01 ws-counts.
           05 ws-read-count    pic 9(5) value 0.
           05 ws-seeded-count  pic 9(5) value 0.
           05 ws-skipped-count pic 9(5) value 0.

       01 ws-seeded-qty    pic 9(7) value 0.

       01 ws-count-line.
           05 ws-count-text  pic x(22).
           05 ws-count-value pic zzzz9.

       PROCEDURE DIVISION.
       000-main.
           perform 100-open-files.
           perform 200-read-master.
           perform 400-seed-item
               until ws-eof-flag = ws-eof-Y.
           perform 800-print-counts.
           perform 850-write-audit-log.
           perform 900-close-files.
           goback.

       100-open-files.
           open input inventory-master-file.
           open i-o location-stock-file.
           move ws-eof-N to ws-eof-flag.
           accept ws-run-date from date yyyymmdd.

       200-read-master.
           read inventory-master-file
                at end move ws-eof-Y to ws-eof-flag.

      * AN EXISTING WAREHOUSE ROW ALREADY CARRIES REAL POSTINGS -
      * ONLY A MISSING ONE IS WRITTEN.
       400-seed-item.
           add 1 to ws-read-count.
           move im-item      to ls-item.
           move ws-warehouse to ls-location.
           read location-stock-file
               invalid key
                   perform 450-write-warehouse-row
               not invalid key
                   add 1 to ws-skipped-count
           end-read.
           perform 200-read-master.

       450-write-warehouse-row.
           move im-item        to ls-item.
           move ws-warehouse   to ls-location.
           move im-qty-on-hand to ls-qty-on-hand.
           move zero           to ls-qty-in-transit.
           move ws-run-date    to ls-last-move-date.
           write location-stock-record.
           add 1 to ws-seeded-count.
           add im-qty-on-hand to ws-seeded-qty.

       800-print-counts.
           move "MASTER ITEMS READ:    " to ws-count-text.
           move ws-read-count to ws-count-value.
           display ws-count-line.
           move "WAREHOUSE ROWS SEEDED:" to ws-count-text.
           move ws-seeded-count to ws-count-value.
           display ws-count-line.
           move "ALREADY ON FILE:      " to ws-count-text.
           move ws-skipped-count to ws-count-value.
           display ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN - THE QUANTITY
      * SEEDED - APPENDED TO THE SHARED AUDIT LOG.
       850-write-audit-log.
           move "A2ILSEED" to AP-PROGRAM-ID.
           move ws-read-count to AP-RECORDS-READ.
           move ws-seeded-count to AP-RECORDS-WRITTEN.
           move 0 to AP-RECORDS-REJECTED.
           move ws-seeded-qty to AP-CONTROL-TOTAL.
           move "GO" to AP-STEP-ID.
           move RETURN-CODE to AP-COND-CODE.
           move spaces to AP-RUN-DATE-OVERRIDE.
           call "AUDLOG" using AUDIT-PARM.

       900-close-files.
           close inventory-master-file, location-stock-file.

       end program A2ILSEED.
