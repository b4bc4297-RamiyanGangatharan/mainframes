      *****************************************************************
      * CHGJRNL - MASTER-FILE CHANGE JOURNAL RECORD. CHGLOG WRITES
      * TWO RECORDS FOR EVERY CARD A MAINTENANCE PROGRAM APPLIES,
      * BACK TO BACK: THE BEFORE-IMAGE (CJ-IMAGE-TYPE "B") AND THE
      * AFTER-IMAGE ("A") OF THE MASTER RECORD IT CHANGED, EACH
      * STAMPED WITH THE RUN DATE AND TIME, THE SUBMITTING USER ID,
      * THE PROGRAM, THE MASTER, THE KEY, AND THE CARD'S ACTION. AN
      * ADD'S BEFORE-IMAGE AND A DELETE'S AFTER-IMAGE ARE SPACES.
      * THE JOURNAL IS APPEND-ONLY; CHGRPT LISTS IT BY MASTER AND
      * KEY OR BY DATE RANGE.
      *
      * CJ-USER-ID: THE ID THE MAINTENANCE JOB WAS SUBMITTED UNDER,
      * FROM THE JOB'S CHGUSER CARD; "UNKNOWN" WHEN THE JOB HAD NONE.
      *****************************************************************
       01 CHANGE-JOURNAL-RECORD.
          05 CJ-RUN-DATE           PIC 9(8).
          05 CJ-RUN-TIME           PIC 9(8).
          05 CJ-USER-ID            PIC X(8).
          05 CJ-PROGRAM-ID         PIC X(8).
          05 CJ-MASTER-ID          PIC X(8).
          05 CJ-KEY                PIC X(20).
          05 CJ-ACTION             PIC X(1).
          05 CJ-IMAGE-TYPE         PIC X(1).
          05 CJ-IMAGE              PIC X(132).
