      *  Sep 01, 2026 - default the new status (active) and per-item
      *                 reorder point (the old standing threshold)
      *                 on every loaded record.
      *  Oct 15, 2026 - load the new average cost as zero (not yet
      *                 costed); the first receipt A2IPOST posts
      *                 sets it.
      *  Oct 15, 2026 - load the new last count date as zero (never
      *                 counted), so the cycle-count schedule picks
      *                 every loaded item up.
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
           move ws-default-order-up-to to im-order-up-to.
           move "A"      to im-status.
           move ws-default-reorder-point to im-reorder-point.
           move zero     to im-avg-cost.
           move zero     to im-last-count-date.
           write inventory-master-record
               invalid key
                   add 1 to ws-dup-count
