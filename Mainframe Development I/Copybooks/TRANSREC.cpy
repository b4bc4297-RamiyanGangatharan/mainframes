      *****************************************************************
      * TRANSREC - SALES/LAYAWAY/RETURN TRANSACTION RECORD, SHARED
      * BY A7SPLIT AND A8SL SO BOTH PROGRAMS AGREE ON THE SAME
      * LAYOUT FOR THE SAME 120-CHARACTER INPUT FEED.
      *
      * IL-SALESPERSON-NUMBER IS THE "P" CODE OF THE SALESPERSON WHO
      * RANG THE TRANSACTION, SO A3SCOMM CAN COMPUTE COMMISSION FROM
      * THE RETURN MATCHED A SAME-DAY SALE IN ITS INVOICE GROUP,
      * "P" WHEN IT MATCHED ONLY THE PRIOR-SALES HISTORY - SO THE
      * LOSS-PREVENTION ANALYSIS CAN SEPARATE THE TWO.
      *
      * A SALE WORKED BY TWO SALESPEOPLE CARRIES THE SECOND ONE'S
      * "P" CODE IN IL-SALESPERSON-2-NUMBER AND EACH PERSON'S WHOLE
      * PERCENT OF THE CREDIT IN IL-SPLIT-PERCENT-1/-2 (FIRST AND
      * SECOND SALESPERSON, TOTALLING 100). A RETURN OR VOID OF A
      * SHARED INVOICE CARRIES THE SAME SPLIT AS THE SALE. AN
      * UNSHARED RECORD LEAVES ALL THREE BLANK. A7EDIT VALIDATES
      * THE SPLIT; A3SCOMM'S TRANSACTION MODE CREDITS EACH SHARE.
      * THE TRAILING FILLER PADS THE RECORD OUT TO THE FEED'S FIXED
      * 120 CHARACTERS.
      *****************************************************************
       01 INPUT-LINE.
          05 IL-TRANSACTION-CODE      PIC X(1).
          05 IL-CUSTOMER-NAME         PIC X(20).
          05 IL-CUSTOMER-PHONE        PIC X(10).
          05 IL-RETURN-MATCH          PIC X(1).
          05 IL-SALESPERSON-2-NUMBER  PIC X(3).
          05 IL-SPLIT-PERCENT-1       PIC 9(3).
          05 IL-SPLIT-PERCENT-2       PIC 9(3).
          05 FILLER                   PIC X(5).
