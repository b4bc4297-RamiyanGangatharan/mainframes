      *****************************************************************
      * RAISPOL - RAISE-POLICY MASTER, KEYED BY EDUCATION CODE,
      * EFFECTIVE CYCLE, AND SERVICE BREAK. EACH ROW IS ONE RUNG OF
      * AN EDUCATION CODE'S RAISE LADDER: AN EMPLOYEE WITH THAT
      * CODE AND AT LEAST RP-MIN-YEARS OF COMPLETED SERVICE TAKES
      * THE POSITION TITLE AND RAISE PERCENT ON THE HIGHEST RUNG
      * THEY REACH. RP-EDUCATION-CODE "*" IS THE LADDER FOR EVERY
      * CODE THAT HAS NONE OF ITS OWN.
      * RP-EFFECTIVE-CYCLE (YYYYMM) IS THE POLICY VERSION. A4SALRPT
      * RUNS A CYCLE UNDER THE LATEST VERSION EFFECTIVE ON OR BEFORE
      * IT - EVERY ACTIVE RUNG CARRYING THAT CYCLE - SO A POLICY
      * CHANGE IS KEYED AS A NEW VERSION AND AN OLD CYCLE RERUNS
      * UNDER THE RULES IT CLOSED WITH.
      * RP-STATUS: "A" = ACTIVE, "I" = INACTIVE (RUNG WITHDRAWN).
      * MAINTAINED BY A4RMAINT FROM CARDS; A VERSION EFFECTIVE
      * BEFORE THE CURRENT MONTH IS FROZEN.
      *****************************************************************
       01 RAISE-POLICY-RECORD.
          05 RP-KEY.
             10 RP-EDUCATION-CODE    PIC X(1).
             10 RP-EFFECTIVE-CYCLE   PIC 9(6).
             10 RP-MIN-YEARS         PIC 9(2).
          05 RP-POSITION-TITLE       PIC X(12).
          05 RP-RAISE-PERCENT        PIC V9(4).
          05 RP-STATUS               PIC X(1).
