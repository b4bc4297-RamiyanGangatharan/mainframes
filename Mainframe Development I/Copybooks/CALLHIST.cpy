      * BUCKETS ARE 9(5) - THE OLD 999 BUCKETS CAPPED AT 999 CALLS
      * A MONTH AND THE BUSIEST OPERATORS WERE ALREADY CLOSE. WITH
      * THE DAILY DETAIL FEED, A5CDAILY DERIVES EACH BUCKET FROM
      * THE DAILY CALL FILE AT POSTING TIME. EMP-REC-HOURS HOLDS THE
      * MONTH'S STAFFED HOURS IN THE SAME FISCAL ORDER, SO A5CCORPT
      * CAN JUDGE CALLS PER STAFFED HOUR; ZERO MEANS NO HOURS WERE
      * REPORTED FOR THAT MONTH. RECORD LENGTH 135.
      *****************************************************************
       01 EMP-REC.
          05 EMP-REC-NUM              PIC X(3).
          05 EMP-REC-NAME             PIC X(12).
          05 EMP-REC-CALLS            PIC 9(5) OCCURS 12 TIMES.
          05 EMP-REC-HOURS            PIC 9(3)V99 OCCURS 12 TIMES.
