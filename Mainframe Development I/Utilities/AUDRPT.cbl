      *                  NOW STAMPS INTO THE LOG RECORD PRINT ON THE
      *                  PROGRAM LINE, SO A 4 OR AN 8 IS READ OFF
      *                  THE PAGE INSTEAD OF INFERRED FROM COUNTS.
      *   OCT 15, 2026 - A2IRELV (INVENTORY RELIEF FROM THE DAY'S
      *                  SALES AND RETURNS) JOINS THE EXPECTED LIST
      *                  AFTER A2IPOST; THE TABLE SIZE IS CARRIED IN
      *                  WS-EXPECTED-COUNT INSTEAD OF A BARE 12.
      *   OCT 15, 2026 - A7FEEDCK (STORES THAT SENT NO TRANSACTIONS)
      *                  JOINS THE EXPECTED LIST AFTER A7EDIT, AND A
      *                  STORE FEED SECTION LISTS EVERY STORE IT
      *                  FLAGGED FOR THE DATE - "LATE FILE RECEIVED"
      *                  ONCE A CATCH-UP HAS CONFIRMED THE STORE'S
      *                  FILE, "STILL MISSING" UNTIL THEN.
      *   OCT 15, 2026 - MONTH-END SECTION: ON A PERIOD END (CALGEN
      *                  ENDED 2 OR LOGGED ITS "MECARDS" LINE) EACH
      *                  PROGRAM OF THE MONTHEND STREAM PRINTS WITH
      *                  ITS STEP AND CONDITION CODE, OR A MISSING
      *                  LINE IF IT NEVER REPORTED. ANY OTHER DATE
      *                  GETS A ONE-LINE NOTE.
      *   OCT 15, 2026 - GLJRNL'S COMMISSION JOURNAL JOINS THE
      *                  MONTH-END LIST AFTER A3PAYREC. ONLY ITS
      *                  STEP "ME" LINE COUNTS THERE - THE NIGHTLY
      *                  STORE JOURNAL LOGS UNDER THE SAME NAME.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
       01 WS-EXPECTED-VALUES.
          05 FILLER                   PIC X(8)     VALUE "CALGEN  ".
          05 FILLER                   PIC X(8)     VALUE "A7EDIT  ".
          05 FILLER                   PIC X(8)     VALUE "A7FEEDCK".
          05 FILLER                   PIC X(8)     VALUE "A7SPLIT ".
          05 FILLER                   PIC X(8)     VALUE "A8SL    ".
          05 FILLER                   PIC X(8)     VALUE "A2IPOST ".
          05 FILLER                   PIC X(8)     VALUE "A2IRELV ".
          05 FILLER                   PIC X(8)     VALUE "A2ILIST ".
          05 FILLER                   PIC X(8)     VALUE "A7PRIORU".
          05 FILLER                   PIC X(8)     VALUE "A3SCOMM ".
          05 FILLER                   PIC X(8)     VALUE "DWEXTR  ".

       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-VALUES.
          05 WS-EXPECTED-PROGRAM OCCURS 14 TIMES PIC X(8).
       77 WS-EXPECTED-COUNT           PIC 9(2)     VALUE 14.

      * WHAT EACH EXPECTED PROGRAM REPORTED TONIGHT AND ON THE MOST
      * RECENT EARLIER DATE ON THE LOG.
       01 WS-TONIGHT-TABLE.
          05 WS-TONIGHT-ENTRY OCCURS 14 TIMES.
             10 WTN-FOUND             PIC X(1).
             10 WTN-READ              PIC 9(7).
             10 WTN-WRITTEN           PIC 9(7).
             10 WTN-CC                PIC X(2).

       01 WS-PRIOR-TABLE.
          05 WS-PRIOR-ENTRY OCCURS 14 TIMES.
             10 WPR-FOUND             PIC X(1).
             10 WPR-DATE              PIC X(6).
             10 WPR-READ              PIC 9(7).

      * THE MONTH-END STREAM, IN MONTHEND ORDER, AFTER CALGEN'S
      * "MECARDS" LINE FOR THE CARDS IT CUT. KEEP THIS LIST IN
      * STEP WITH MONTHEND.
       01 WS-ME-EXPECTED-VALUES.
          05 FILLER                   PIC X(8)     VALUE "MECARDS ".
          05 FILLER                   PIC X(8)     VALUE "A2IVAL  ".
          05 FILLER                   PIC X(8)     VALUE "A8HSTRPT".
          05 FILLER                   PIC X(8)     VALUE "A8LAYMOV".
          05 FILLER                   PIC X(8)     VALUE "A7GCRPT ".
          05 FILLER                   PIC X(8)     VALUE "A2POAGE ".
          05 FILLER                   PIC X(8)     VALUE "A3PAYREC".
          05 FILLER                   PIC X(8)     VALUE "GLJRNL  ".

       01 WS-ME-EXPECTED-TABLE REDEFINES WS-ME-EXPECTED-VALUES.
          05 WS-ME-PROGRAM OCCURS 8 TIMES PIC X(8).
       77 WS-ME-COUNT                 PIC 9(2)     VALUE 8.

       01 WS-ME-TONIGHT-TABLE.
          05 WS-ME-ENTRY OCCURS 8 TIMES.
             10 WME-FOUND             PIC X(1).
             10 WME-READ              PIC 9(7).
             10 WME-WRITTEN           PIC 9(7).
             10 WME-REJECTED          PIC 9(5).
             10 WME-CONTROL           PIC S9(9)V99.
             10 WME-STEP              PIC X(4).
             10 WME-CC                PIC X(2).

       01 WS-ME-I                     PIC 9(2).
       01 WS-PERIOD-END-FLAG          PIC X(1)     VALUE "N".

       01 WS-ME-TITLE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(26)    VALUE
             "MONTH-END CLOSE (MONTHEND)".

       01 WS-I                        PIC 9(2).
       01 WS-HALF-PRIOR               PIC 9(7).
       01 WS-LOG-READ-COUNT           PIC 9(7)     VALUE 0.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WHD-WARNING              PIC X(26).

      * WHAT A7FEEDCK LOGGED FOR THE DATE: ITS "FEEDCHK" VERDICT
      * LINE, ONE "NOFEEDNN" LINE PER STORE THAT SENT NOTHING, AND
      * ONE "FEEDINNN" LINE PER LATE FILE A CATCH-UP CONFIRMED.
      * THOSE LINES CARRY THE BUSINESS DATE THEY CONCERN.
       01 WS-FEEDCHK-FOUND            PIC X(1)     VALUE SPACE.
       01 WS-FEEDCHK-IN-SERVICE       PIC 9(7)     VALUE 0.
       01 WS-FEEDCHK-REPORTING        PIC 9(7)     VALUE 0.
       01 WS-FEEDCHK-MISSING          PIC 9(5)     VALUE 0.
       01 WS-FEED-LOG-PROGRAM.
          05 WFL-PREFIX               PIC X(6).
          05 WFL-STORE                PIC X(2).
       01 WS-FEED-STORE-NUM           PIC 9(2).
       01 WS-FEED-S                   PIC 9(3).
       01 WS-FEED-STORE-TABLE.
          05 WS-FEED-STORE OCCURS 99 TIMES.
             10 WFS-MISSING           PIC X(1).
             10 WFS-ARRIVED           PIC X(1).
             10 WFS-RECORDS           PIC 9(7).

       01 WS-FEED-TITLE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(34)    VALUE
             "STORES THAT SENT NO TRANSACTIONS".

       01 WS-FEED-TOTAL-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(18)    VALUE
             "STORES IN SERVICE ".
          05 WFT-IN-SERVICE           PIC ZZ9.
          05 FILLER                   PIC X(12)    VALUE
             "  REPORTING ".
          05 WFT-REPORTING            PIC ZZ9.
          05 FILLER                   PIC X(10)    VALUE
             "  MISSING ".
          05 WFT-MISSING              PIC ZZ9.

       01 WS-FEED-STORE-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WFD-STORE                PIC X(2).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(26)    VALUE
             "NO TRANSACTIONS RECEIVED".
          05 WFD-OUTCOME              PIC X(22).
          05 WFD-RECORDS              PIC ZZZZZZ9  BLANK WHEN ZERO.

       01 WS-FEED-NOTE-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WFN-TEXT                 PIC X(40).

       01 WS-MISSING-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSM-PROGRAM              PIC X(8).
           GOBACK.

       100-INITIALIZATION.
           INITIALIZE WS-TONIGHT-TABLE WS-PRIOR-TABLE
              WS-FEED-STORE-TABLE WS-ME-TONIGHT-TABLE.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
               AT END MOVE SPACES TO RD-RUN-DATE
                 MOVE AL-RECORDS-WRITTEN TO WS-ROUT-WRITTEN
                 MOVE AL-CONTROL-TOTAL   TO WS-ROUT-CONTROL
              END-IF
              PERFORM 220-POST-FEED-CHECK
              PERFORM 230-POST-MONTH-END
                 VARYING WS-ME-I FROM 1 BY 1
                 UNTIL WS-ME-I > WS-ME-COUNT
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EXPECTED-COUNT
               IF AL-PROGRAM-ID = WS-EXPECTED-PROGRAM(WS-I)
                  IF AL-RUN-DATE = WS-REPORT-DATE
                     MOVE "Y" TO WTN-FOUND(WS-I)
               END-IF
           END-PERFORM.

      * A7FEEDCK'S LINES FOR THE REPORT DATE. A RERUN'S VERDICT
      * LINE REPLACES THE EARLIER ONE, AS FOR ANY PROGRAM.
       220-POST-FEED-CHECK.
           MOVE AL-PROGRAM-ID TO WS-FEED-LOG-PROGRAM.
           EVALUATE TRUE
               WHEN WS-FEED-LOG-PROGRAM = "FEEDCHK "
                   MOVE "Y" TO WS-FEEDCHK-FOUND
                   MOVE AL-RECORDS-READ     TO WS-FEEDCHK-IN-SERVICE
                   MOVE AL-RECORDS-WRITTEN  TO WS-FEEDCHK-REPORTING
                   MOVE AL-RECORDS-REJECTED TO WS-FEEDCHK-MISSING
               WHEN WFL-STORE NOT NUMERIC OR WFL-STORE = "00"
                   CONTINUE
               WHEN WFL-PREFIX = "NOFEED"
                   MOVE WFL-STORE TO WS-FEED-STORE-NUM
                   MOVE "Y" TO WFS-MISSING(WS-FEED-STORE-NUM)
               WHEN WFL-PREFIX = "FEEDIN"
                   MOVE WFL-STORE TO WS-FEED-STORE-NUM
                   MOVE "Y" TO WFS-ARRIVED(WS-FEED-STORE-NUM)
                   MOVE AL-RECORDS-READ
                      TO WFS-RECORDS(WS-FEED-STORE-NUM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * THE MONTH-END STREAM'S LINES FOR THE REPORT DATE - THE
      * LAST ENTRY WINS, AS ABOVE. GLJRNL COUNTS ONLY FOR ITS
      * COMMISSION RUN (STEP "ME"), NOT THE NIGHTLY JOURNAL.
       230-POST-MONTH-END.
           IF AL-PROGRAM-ID = WS-ME-PROGRAM(WS-ME-I)
              AND (AL-PROGRAM-ID NOT = "GLJRNL" OR AL-STEP-ID = "ME")
              MOVE "Y" TO WME-FOUND(WS-ME-I)
              MOVE AL-RECORDS-READ     TO WME-READ(WS-ME-I)
              MOVE AL-RECORDS-WRITTEN  TO WME-WRITTEN(WS-ME-I)
              MOVE AL-RECORDS-REJECTED TO WME-REJECTED(WS-ME-I)
              MOVE AL-CONTROL-TOTAL    TO WME-CONTROL(WS-ME-I)
              MOVE AL-STEP-ID          TO WME-STEP(WS-ME-I)
              MOVE AL-COND-CODE        TO WME-CC(WS-ME-I)
           END-IF.

       500-PRINT-REPORT.
           MOVE WS-REPORT-DATE TO WST-DATE.
           MOVE SPACES TO OUTPUT-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EXPECTED-COUNT
               IF WTN-FOUND(WS-I) = "Y"
                  PERFORM 510-PRINT-PROGRAM-LINE
               ELSE
               END-IF
           END-PERFORM.
           PERFORM 600-PRINT-HANDOFFS.
           PERFORM 700-PRINT-FEED-CHECK.
           PERFORM 800-PRINT-MONTH-END.

      * CROSS-FOOT PRODUCER AGAINST CONSUMER FOR EVERY EXTRACT
      * HANDOFF IN THE STREAM. A8SL READS ONLY THE SALES EXTRACT;
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

      *    SALESOUT -> A8SL (SLOT 5 OF THE EXPECTED TABLE).
           MOVE "SALESOUT -> A8SL    " TO WHO-LEG.
           MOVE 5 TO WS-CONSUMER-I.
           MOVE WS-SOUT-FOUND TO WS-PRODUCER-OK.
           IF WS-SOUT-FOUND = "Y"
              MOVE WS-SOUT-WRITTEN TO WS-PRODUCED-COUNT
           END-IF.
           PERFORM 650-PRINT-ONE-LEG.

      *    BOTH EXTRACTS -> DWEXTR (SLOT 14), COUNTS AND DOLLARS.
           MOVE "EXTRACTS -> DWEXTR  " TO WHO-LEG.
           MOVE 14 TO WS-CONSUMER-I.
           PERFORM 640-BOTH-EXTRACTS-PRODUCED.
           PERFORM 650-PRINT-ONE-LEG.
           IF WS-SOUT-FOUND = "Y" AND WS-ROUT-FOUND = "Y"
              AND WTN-FOUND(14) = "Y"
              COMPUTE WS-PRODUCED-DOLLARS =
                 WS-SOUT-CONTROL - WS-ROUT-CONTROL
              MOVE WS-PRODUCED-DOLLARS TO WHD-PRODUCED
              MOVE WTN-CONTROL(14)     TO WHD-CONSUMED
              IF WS-PRODUCED-DOLLARS NOT = WTN-CONTROL(14)
                 MOVE "** DOLLARS DISAGREE     " TO WHD-WARNING
              ELSE
                 MOVE SPACES TO WHD-WARNING
              WRITE OUTPUT-LINE FROM WS-HANDOFF-DOLLAR-LINE
           END-IF.

      *    BOTH EXTRACTS -> A8SKURPT (SLOT 13), COUNTS.
           MOVE "EXTRACTS -> A8SKURPT" TO WHO-LEG.
           MOVE 13 TO WS-CONSUMER-I.
           PERFORM 640-BOTH-EXTRACTS-PRODUCED.
           PERFORM 650-PRINT-ONE-LEG.


           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      * THE STORES THE FEED CHECK FLAGGED FOR THE DATE, EACH WITH
      * WHETHER A CATCH-UP HAS SINCE CONFIRMED ITS LATE FILE.
       700-PRINT-FEED-CHECK.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-FEED-TITLE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           IF WS-FEEDCHK-FOUND NOT = "Y"
              MOVE "** FEED CHECK DID NOT REPORT **" TO WFN-TEXT
              WRITE OUTPUT-LINE FROM WS-FEED-NOTE-LINE
           ELSE
              MOVE WS-FEEDCHK-IN-SERVICE TO WFT-IN-SERVICE
              MOVE WS-FEEDCHK-REPORTING  TO WFT-REPORTING
              MOVE WS-FEEDCHK-MISSING    TO WFT-MISSING
              WRITE OUTPUT-LINE FROM WS-FEED-TOTAL-LINE
              IF WS-FEEDCHK-MISSING = 0
                 MOVE "ALL IN-SERVICE STORES REPORTED." TO WFN-TEXT
                 WRITE OUTPUT-LINE FROM WS-FEED-NOTE-LINE
              END-IF
           END-IF.
           PERFORM 710-PRINT-FEED-STORE
              VARYING WS-FEED-S FROM 1 BY 1 UNTIL WS-FEED-S > 99.

       710-PRINT-FEED-STORE.
           IF WFS-MISSING(WS-FEED-S) = "Y"
              MOVE WS-FEED-S TO WS-FEED-STORE-NUM
              MOVE WS-FEED-STORE-NUM TO WFD-STORE
              IF WFS-ARRIVED(WS-FEED-S) = "Y"
                 MOVE "LATE FILE RECEIVED" TO WFD-OUTCOME
                 MOVE WFS-RECORDS(WS-FEED-S) TO WFD-RECORDS
              ELSE
                 MOVE "** STILL MISSING" TO WFD-OUTCOME
                 MOVE 0 TO WFD-RECORDS
              END-IF
              WRITE OUTPUT-LINE FROM WS-FEED-STORE-LINE
           END-IF.

      * A PERIOD END IS KNOWN FROM CALGEN ITSELF - IT ENDS 2 AND
      * LOGS "MECARDS" ONLY WHEN IT CUTS THE MONTH-END CARDS.
      * CALGEN IS SLOT 1 OF THE EXPECTED TABLE.
       800-PRINT-MONTH-END.
           MOVE "N" TO WS-PERIOD-END-FLAG.
           IF WTN-FOUND(1) = "Y" AND WTN-CC(1) = "02"
              MOVE "Y" TO WS-PERIOD-END-FLAG
           END-IF.
           IF WME-FOUND(1) = "Y"
              MOVE "Y" TO WS-PERIOD-END-FLAG
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-ME-TITLE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           IF WS-PERIOD-END-FLAG = "Y"
              PERFORM 810-PRINT-ME-PROGRAM
                 VARYING WS-ME-I FROM 1 BY 1
                 UNTIL WS-ME-I > WS-ME-COUNT
           ELSE
              MOVE "NOT A PERIOD END - NO MONTH-END RUN." TO WFN-TEXT
              WRITE OUTPUT-LINE FROM WS-FEED-NOTE-LINE
           END-IF.

       810-PRINT-ME-PROGRAM.
           IF WME-FOUND(WS-ME-I) = "Y"
              MOVE WS-ME-PROGRAM(WS-ME-I)  TO WSD-PROGRAM
              MOVE WME-READ(WS-ME-I)       TO WSD-READ
              MOVE WME-WRITTEN(WS-ME-I)    TO WSD-WRITTEN
              MOVE WME-REJECTED(WS-ME-I)   TO WSD-REJECTED
              MOVE WME-CONTROL(WS-ME-I)    TO WSD-CONTROL
              MOVE ZERO                    TO WSD-PRIOR-READ
              MOVE WME-STEP(WS-ME-I)       TO WSD-STEP
              MOVE WME-CC(WS-ME-I)         TO WSD-CC
              MOVE SPACES TO WSD-WARNING
              WRITE OUTPUT-LINE FROM WS-DETAIL-LINE
           ELSE
              MOVE WS-ME-PROGRAM(WS-ME-I) TO WSM-PROGRAM
              WRITE OUTPUT-LINE FROM WS-MISSING-LINE
           END-IF.

       900-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE.
           CLOSE OUTPUT-FILE.
