      *****************************************************************
      * CSHMSTR - CASHIER MASTER, KEYED BY THE 3-DIGIT CASHIER
      * NUMBER THE REGISTERS STAMP IN IL-CASHIER-NUMBER. ONE ROW
      * PER CASHIER LOGIN: THE PERSON'S NAME, THE HOME STORE THEY
      * ARE ASSIGNED TO, UP TO THREE OTHER STORES THEY MAY ALSO
      * WORK (FLOAT STAFF), AND THEIR HIRE AND TERMINATION DATES.
      * MAINTAINED BY THE CSHMNT CARD PROGRAM. A7EDIT EXCEPTS A
      * TRANSACTION RUNG BY A CASHIER WHO IS NOT ON FILE, NOT YET
      * HIRED OR ALREADY TERMINATED ON THE TRANSACTION DATE, OR
      * AT A STORE THEY ARE NOT ASSIGNED TO; A8CSHRPT AND
      * A8TILRPT PRINT CS-NAME INSTEAD OF A BARE NUMBER.
      *
      * CS-OTHER-STORE: BLANK SLOTS ARE UNUSED.
      * CS-TERM-DATE: ZERO WHILE EMPLOYED; OTHERWISE THE LAST DAY
      * THE LOGIN MAY RING (YYYYMMDD).
      * CS-STATUS: "A" = ACTIVE, "I" = INACTIVE (KEYED IN ERROR -
      * TREATED AS NOT ON FILE BY EVERY READER). A LEAVER IS
      * GIVEN A TERMINATION DATE, NOT AN "I", SO THEIR HISTORY
      * STILL PRINTS WITH A NAME.
      *****************************************************************
       01 CASHIER-MASTER-RECORD.
          05 CS-CASHIER              PIC X(3).
          05 CS-NAME                 PIC X(20).
          05 CS-HOME-STORE           PIC X(2).
          05 CS-OTHER-STORES.
             10 CS-OTHER-STORE       PIC X(2)  OCCURS 3 TIMES.
          05 CS-HIRE-DATE            PIC 9(8).
          05 CS-TERM-DATE            PIC 9(8).
          05 CS-STATUS               PIC X(1).
