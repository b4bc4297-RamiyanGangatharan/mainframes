      *****************************************************************
      * CUSTMSTR - CUSTOMER MASTER RECORD, KEYED BY THE CUSTOMER'S
      * PHONE NUMBER NORMALIZED TO TEN DIGITS (PUNCTUATION, SPACES
      * AND A LEADING LONG-DISTANCE 1 STRIPPED), SO "(416) 555-0101"
      * ON A LAYAWAY AND "416-555-0101" IN THE CONTACT DIRECTORY ARE
      * THE SAME CUSTOMER. REBUILT IN FULL BY A8CUSBLD FROM THE
      * LAYAWAY MASTER AND THE A1CLIST CONTACT DIRECTORY; NOTHING
      * ELSE WRITES IT.
      *
      * CU-NAME IS THE CONTACT DIRECTORY'S SPELLING WHEN THE PHONE
      * IS IN THE DIRECTORY, OTHERWISE THE NAME ON THE MOST RECENT
      * LAYAWAY. CU-SOURCE: "B" = BOTH, "L" = LAYAWAYS ONLY,
      * "C" = CONTACT DIRECTORY ONLY. CU-EMAIL AND CU-CONSENT COME
      * FROM THE DIRECTORY ("N" CONSENT = DO NOT CONTACT).
      *
      * THE LAYAWAY HISTORY: FIRST AND LAST LAYAWAY OPEN DATES, THE
      * NUMBER OPENED, THEIR LIFETIME VALUE (EVERY LAYAWAY'S FULL
      * VALUE, WHATEVER BECAME OF IT), AND THE LAYAWAYS FORFEITED
      * UNDER THE STALE-LAYAWAY POLICY WITH THE DEPOSITS KEPT.
      * CU-HOME-STORE IS THE STORE OF THE MOST RECENT LAYAWAY.
      * RECORD LENGTH 120.
      *****************************************************************
       01 CUSTOMER-MASTER-RECORD.
          05 CU-PHONE                PIC X(10).
          05 CU-NAME                 PIC X(20).
          05 CU-SOURCE               PIC X(1).
          05 CU-EMAIL                PIC X(32).
          05 CU-CONSENT              PIC X(1).
          05 CU-HOME-STORE           PIC 9(2).
          05 CU-FIRST-DATE           PIC 9(8).
          05 CU-LAST-DATE            PIC 9(8).
          05 CU-LAYAWAY-COUNT        PIC 9(5).
          05 CU-LIFETIME-VALUE       PIC 9(7)V99.
          05 CU-FORFEIT-COUNT        PIC 9(3).
          05 CU-FORFEIT-AMOUNT       PIC 9(7)V99.
          05 CU-BUILD-DATE           PIC 9(8).
          05 FILLER                  PIC X(4).
