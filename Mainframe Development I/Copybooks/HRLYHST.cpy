      *****************************************************************
      * HRLYHST - HOURLY SALES HISTORY MASTER RECORD, KEYED BY STORE,
      * BUSINESS DATE AND HOUR OF DAY (00-23, FROM IL-TRANS-TIME).
      * ONE ROW PER STORE PER HOUR THAT TRADED, CARRYING THE HOUR'S
      * SALE AND LAYAWAY TRANSACTION COUNT AND DOLLARS, POSTED
      * NIGHTLY BY A8HSTUPD ALONGSIDE THE DAILY SALES HISTORY SO
      * A8HRTRPT CAN SHOW A MONTH OF TRAFFIC BY HOUR AND BY DAY OF
      * WEEK. RETURNS ARE NOT TRAFFIC AND ARE NOT CARRIED. POSTING
      * REPLACES THE ROW FOR ITS STORE, DATE AND HOUR, SO A RERUN
      * POSTS THE SAME FIGURES AGAIN HARMLESSLY.
      *****************************************************************
       01 HOURLY-HISTORY-RECORD.
          05 HH-KEY.
             10 HH-STORE             PIC 9(2).
             10 HH-DATE              PIC 9(8).
             10 HH-HOUR              PIC 9(2).
          05 HH-TRAN-COUNT           PIC 9(5).
          05 HH-NET-AMOUNT           PIC 9(7)V99.
