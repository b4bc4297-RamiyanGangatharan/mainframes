      *****************************************************************
      * TAXMSTR - SALES-TAX RATE MASTER, KEYED BY PROVINCE AND THE
      * DATE THE RATE TAKES EFFECT. A STORE'S RATE FOLLOWS ITS
      * SM-PROVINCE ON THE STORE MASTER. A8SL (AND THE TAXREMIT
      * SUMMARY IT WRITES), A8REGRPT AND A8RETRPT ALL READ THIS ONE
      * FILE IN PLACE OF THE COMPILED-IN STORE TABLES THEY USED TO
      * CARRY, SO THE TAX CHARGED ON A SALE AND THE TAX GIVEN BACK
      * ON ITS REFUND CAN NO LONGER DRIFT APART. THE FILE IS
      * MAINTAINED BY THE TAXMNT CARD PROGRAM.
      *
      * THE RATE IN EFFECT ON A BUSINESS DATE IS THE ACTIVE ROW FOR
      * THE PROVINCE WITH THE LATEST TX-EFFECTIVE-DATE ON OR BEFORE
      * THAT DATE - SO A PROVINCIAL RATE CHANGE IS ADDED AHEAD OF
      * TIME AS A NEW ROW WITH ITS FUTURE DATE, AND THE OLD ROW
      * KEEPS COVERING EVERY DATE BEFORE IT.
      *
      * TX-STATUS: "A" = ACTIVE, "I" = INACTIVE (KEYED IN ERROR -
      * IGNORED BY THE LOOKUP, KEPT FOR THE HISTORY).
      *****************************************************************
       01 TAX-RATE-MASTER-RECORD.
          05 TX-KEY.
             10 TX-PROVINCE          PIC X(2).
             10 TX-EFFECTIVE-DATE    PIC 9(8).
          05 TX-RATE                 PIC V9(4).
          05 TX-DESCRIPTION          PIC X(20).
          05 TX-STATUS               PIC X(1).
