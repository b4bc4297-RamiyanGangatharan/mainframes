      *****************************************************************
      * BUDMSTR - STORE SALES BUDGET MASTER, KEYED BY STORE AND
      * MONTH. ONE ROW PER STORE PER MONTH CARRYING THE MONTH'S NET
      * SALES BUDGET (SALES PLUS LAYAWAY LESS RETURNS, THE SAME NET
      * A8HSTRPT REPORTS), OPTIONALLY SPLIT INTO ITS SALE AND
      * LAYAWAY PARTS. LOADED BY THE BUDMNT CARD PROGRAM AT BUDGET
      * TIME - THE DISTRICT MANAGERS' SPREADSHEET RETIRES. A8HSTRPT
      * AND A8REGRPT READ IT FOR MONTH-TO-DATE ACTUAL AGAINST
      * BUDGET, PRORATED BY BUSINESS DAYS FROM THE BATCH CALENDAR.
      * A STORE AND MONTH WITH NO ROW HERE SIMPLY REPORTS WITHOUT
      * BUDGET FIGURES.
      *
      * BG-S-BUDGET / BG-L-BUDGET: ZERO BOTH = NOT SPLIT; WHEN
      * KEYED THEY ADD BACK TO BG-NET-BUDGET.
      * BG-STATUS: "A" = ACTIVE, "I" = INACTIVE (KEYED IN ERROR -
      * TREATED AS NOT ON FILE BY EVERY READER).
      *****************************************************************
       01 BUDGET-MASTER-RECORD.
          05 BG-KEY.
             10 BG-STORE             PIC X(2).
             10 BG-MONTH             PIC 9(6).
          05 BG-NET-BUDGET           PIC 9(8)V99.
          05 BG-S-BUDGET             PIC 9(8)V99.
          05 BG-L-BUDGET             PIC 9(8)V99.
          05 BG-STATUS               PIC X(1).
