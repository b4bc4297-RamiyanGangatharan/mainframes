      * EM-STATUS: "A" = ACTIVE, "T" = TERMINATED. A TERMINATED
      * EMPLOYEE KEEPS THEIR ROW (AND THEIR HISTORY) BUT DROPS OFF
      * THE RAISE REPORT.
      * EM-BAND-CODE: THE EMPLOYEE'S SALARY BAND ON SALBAND. SET BY
      * A4EMAINT ON THE HIRE CARD AND CHANGED ON A C CARD; BLANK
      * ONLY ON ROWS LOADED BEFORE BANDS WERE INTRODUCED, WHICH
      * A4SALRPT REPORTS AS HAVING NO BAND UNTIL ONE IS ASSIGNED.
      * EM-TERM-DATE / EM-TERM-REASON: SET BY A4EMAINT'S TERMINATE
      * CARD (THE LAST DAY WORKED, YYYYMMDD, AND A TERMINATION
      * REASON CODE ON CODEMSTR, CODE TYPE "T"). A4HCRPT COUNTS
      * TURNOVER FROM THEM. A TERMINATED ROW WITH A ZERO DATE WAS
      * TERMINATED BEFORE THE DATE WAS KEPT.
      * EM-REINSTATE-DATE: SET BY A4EMAINT'S REINSTATE CARD (THE
      * FIRST DAY BACK, YYYYMMDD); ZERO WHEN NEVER REINSTATED. A
      * REINSTATE LEAVES THE TERMINATION DATE AND REASON AS THEY
      * WERE, SO THE TURNOVER ALREADY REPORTED FOR A PAST PERIOD
      * STANDS - AN ACTIVE ROW WITH BOTH DATES WORKED UP TO THE
      * TERMINATION AND AGAIN FROM THE REINSTATEMENT. ONLY THE
      * LATEST TERMINATION AND REINSTATEMENT ARE HELD; EARLIER
      * ONES ARE ON THE CHANGE JOURNAL (CHGRPT).
      *****************************************************************
       01 EMPLOYEE-MASTER-RECORD.
          05 EM-NUMBER               PIC 9(3).
          05 EM-HIRE-DATE            PIC 9(8).
          05 EM-SALARY               PIC 9(5)V99.
          05 EM-STATUS               PIC X(1).
          05 EM-BAND-CODE            PIC X(2).
          05 EM-TERM-DATE            PIC 9(8).
          05 EM-TERM-REASON          PIC X(2).
          05 EM-REINSTATE-DATE       PIC 9(8).
