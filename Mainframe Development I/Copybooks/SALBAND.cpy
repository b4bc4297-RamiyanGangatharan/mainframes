      *****************************************************************
      * SALBAND - SALARY BAND MASTER, KEYED BY BAND CODE. ONE ROW
      * PER PAY BAND: THE MINIMUM, MIDPOINT, AND MAXIMUM ANNUAL
      * SALARY THE POSITIONS IN THAT BAND SHOULD PAY. MAINTAINED BY
      * A4BMAINT FROM CARDS; EVERY EMPLOYEE ON EMPMSTR CARRIES THE
      * CODE OF THEIR BAND IN EM-BAND-CODE. A4SALRPT READS THE BAND
      * FOR EACH EMPLOYEE TO PRINT THE COMPA-RATIO (SALARY OVER
      * MIDPOINT) BEFORE AND AFTER THE RAISE AND TO FLAG ANYONE
      * LANDING BELOW THE MINIMUM OR ABOVE THE MAXIMUM.
      * A4BMAINT KEEPS SB-MINIMUM <= SB-MIDPOINT <= SB-MAXIMUM AND
      * THE MIDPOINT ABOVE ZERO.
      *****************************************************************
       01 SALARY-BAND-RECORD.
          05 SB-BAND-CODE            PIC X(2).
          05 SB-MINIMUM              PIC 9(6)V99.
          05 SB-MIDPOINT             PIC 9(6)V99.
          05 SB-MAXIMUM              PIC 9(6)V99.
