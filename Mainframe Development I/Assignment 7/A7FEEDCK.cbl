        IDENTIFICATION DIVISION.
        PROGRAM-ID. A7FEEDCK.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: STORE FEED COMPLETENESS CHECK, RUN RIGHT AFTER
      * THE A7EDIT FRONT GATE. A STORE WHOSE REGISTER UPLOAD FAILED
      * USED TO SHOW UP ONLY AS A STORE WITH A LOW DAY - NOTHING
      * SAID "STORE 07 SENT NOTHING". THIS STEP READS THE CLEAN
      * FILE, NOTES WHICH STORES SENT TRANSACTIONS FOR THE BUSINESS
      * DATE ON THE DATEPARM CARD, AND COMPARES THEM WITH EVERY
      * STORE THE STORE MASTER SAYS IS IN SERVICE ON THAT DATE
      * (THE SAME OPEN/CLOSED RULE A7SPLIT APPLIES). EACH IN-
      * SERVICE STORE WITH NO TRANSACTIONS PRINTS ON THE MISSING-
      * STORE EXCEPTION LIST, GETS ITS OWN "NOFEEDNN" LINE ON THE
      * AUDIT LOG FOR AUDRPT'S MORNING PAGE, AND THE STEP ENDS 4.
      * ONE "FEEDCHK" LINE PER DATE RECORDS THE VERDICT (STORES IN
      * SERVICE, REPORTING, MISSING).
      * IN CATCH-UP MODE (A RANGE END IN DATEPARM COLS 19-26, AS
      * IN THE A7CATCH JOB) EACH BUSINESS DATE ON THE FILE - UP TO
      * THREE, LIKE A7SPLIT - IS CHECKED ON ITS OWN. A DATE THE
      * NIGHTLY RUN ALREADY CHECKED IS NOT JUDGED AGAIN: EACH STORE
      * IT FLAGGED MISSING IS CONFIRMED INSTEAD - "FEEDINNN" ON THE
      * AUDIT LOG WHEN ITS LATE FILE IS ON THIS FEED, STILL
      * MISSING (AND THE STEP ENDS 4) WHEN IT IS NOT. A DATE NO RUN
      * EVER CHECKED GETS THE FULL NIGHTLY CHECK.
      * THE PER-STORE AND PER-DATE LINES ARE STAMPED WITH THE
      * BUSINESS DATE THEY CONCERN, SO THEY RECONCILE UNDER THAT
      * NIGHT WHENEVER THEY WERE WRITTEN.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE CLEAN FEED A7EDIT WROTE, ENDED BY ITS "T" TRAILER.
            SELECT INPUT-FILE
                ASSIGN TO "INFILE"
                ORGANIZATION IS SEQUENTIAL.

      * THE MISSING-STORE EXCEPTION LIST.
            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

      * BUSINESS DATE (COLS 1-8) AND, FOR A CATCH-UP, THE RANGE
      * END (COLS 19-26) - THE SAME CARD A7SPLIT READS.
            SELECT DATE-PARM-FILE
                ASSIGN TO "DATEPARM"
                ORGANIZATION IS SEQUENTIAL.

      * STORE MASTER - WHICH STORES ARE IN SERVICE ON THE DATE.
            SELECT STORE-MASTER-FILE
                ASSIGN TO "STORMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

      * THE SHARED AUDIT LOG, READ (CATCH-UP ONLY) FOR THE
      * NIGHTLY RUN'S VERDICT BEFORE ANY LINE IS APPENDED.
            SELECT AUDIT-LOG-FILE
                ASSIGN TO "AUDITLOG"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(80).

       FD DATE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 DATE-PARM-LINE.
          05 DP-BUSINESS-DATE         PIC X(8).
          05 FILLER                   PIC X(1).
          05 DP-RETURN-CUTOFF         PIC X(8).
          05 FILLER                   PIC X(1).
          05 DP-RANGE-END             PIC X(8).
          05 FILLER                   PIC X(54).

       FD STORE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.

           COPY STORMSTR.

       FD AUDIT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.

           COPY AUDITLOG.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-STORMSTR-EOF-FLAG        PIC X(1)     VALUE 'N'.
       01 WS-LOG-EOF-FLAG             PIC X(1)     VALUE 'N'.

       01 WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01 WS-RANGE-END                PIC X(8)     VALUE SPACES.
       01 WS-CATCHUP-FLAG             PIC X(1)     VALUE "N".
       01 WS-TRANS-DATE-X             PIC X(8).

      * EVERY STORE ON THE MASTER, SUBSCRIPTED BY STORE NUMBER.
       01 WS-SM-STORE-NUM             PIC 9(2).
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 99 TIMES.
             10 WSS-ON-FILE           PIC X(1).
             10 WSS-NAME              PIC X(20).
             10 WSS-STATUS            PIC X(1).
             10 WSS-EFFECTIVE         PIC X(8).

      * ONE SLOT PER BUSINESS DATE CHECKED - THE CARD'S DATE, PLUS
      * IN CATCH-UP MODE EACH FURTHER DATE IN RANGE ON THE FILE, UP
      * TO THREE. PER STORE: RECORDS ON THE FEED FOR THE DATE, AND
      * WHAT THE AUDIT LOG ALREADY SAYS ABOUT IT.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 3 TIMES.
             10 WDY-DATE              PIC X(8).
             10 WDY-CHECKED           PIC X(1).
             10 WDY-STORE OCCURS 99 TIMES.
                15 WDY-RECORDS        PIC 9(5).
                15 WDY-PRIOR-MISSING  PIC X(1).
                15 WDY-PRIOR-ARRIVED  PIC X(1).
       01 WS-DAY-COUNT                PIC 9(1)     VALUE 0.
       01 WS-DAY-HIT                  PIC 9(1)     VALUE 0.
       01 WS-D                        PIC 9(1).
       01 WS-S                        PIC 9(3).
       01 WS-STORE-NUM                PIC 9(2).
       01 WS-IN-SERVICE-FLAG          PIC X(1).

      * AN AUDIT-LOG PROGRAM ID TAKEN APART: "NOFEED" OR "FEEDIN"
      * AND THE STORE NUMBER.
       01 WS-LOG-PROGRAM.
          05 WLP-PREFIX               PIC X(6).
          05 WLP-STORE                PIC X(2).

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-UNCHECKED-COUNT       PIC 9(5)     VALUE 0.
          05 WS-MISSING-TOTAL         PIC 9(5)     VALUE 0.
          05 WS-ARRIVED-TOTAL         PIC 9(5)     VALUE 0.
          05 WS-STILL-MISSING-TOTAL   PIC 9(5)     VALUE 0.

      * ONE DATE'S TALLY.
       01 WS-DAY-COUNTS.
          05 WS-DAY-IN-SERVICE        PIC 9(3).
          05 WS-DAY-REPORTING         PIC 9(3).
          05 WS-DAY-MISSING           PIC 9(3).
          05 WS-DAY-ARRIVED           PIC 9(3).
          05 WS-DAY-STILL-MISSING     PIC 9(3).

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(33)    VALUE
             "STORE FEED CHECK - BUSINESS DATE ".
          05 WTT-DATE                 PIC X(11).
          05 WTT-MODE                 PIC X(30).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(5)     VALUE "STORE".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(20)    VALUE "NAME".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(26)    VALUE "STATUS".
          05 FILLER                   PIC X(7)     VALUE "RECORDS".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WDL-STORE                PIC X(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WDL-NAME                 PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WDL-STATUS               PIC X(26).
          05 WDL-RECORDS              PIC ZZZZ9    BLANK WHEN ZERO.

       01 WS-DAY-TOTAL-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(18)    VALUE
             "STORES IN SERVICE ".
          05 WDT-IN-SERVICE           PIC ZZ9.
          05 FILLER                   PIC X(12)    VALUE
             "  REPORTING ".
          05 WDT-REPORTING            PIC ZZ9.
          05 FILLER                   PIC X(10)    VALUE
             "  MISSING ".
          05 WDT-MISSING              PIC ZZ9.

       01 WS-CONFIRM-TOTAL-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(20)    VALUE
             "LATE FILES RECEIVED ".
          05 WCT-ARRIVED              PIC ZZ9.
          05 FILLER                   PIC X(16)    VALUE
             "  STILL MISSING ".
          05 WCT-STILL-MISSING        PIC ZZ9.

       01 WS-NOTE-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WNL-TEXT                 PIC X(78).

       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(22).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-LOAD-STORES.
           PERFORM 200-READ-FEED UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-CATCHUP-FLAG = "Y"
              PERFORM 300-LOAD-PRIOR-VERDICTS
           END-IF.
           PERFORM 400-CHECK-ONE-DAY
              VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DAY-COUNT.
           PERFORM 700-PRINT-COUNTS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

      * THE CARD'S BUSINESS DATE IS ALWAYS THE FIRST SLOT, SO A
      * DATE WITH NOTHING AT ALL ON THE FEED STILL GETS CHECKED.
      * A BLANK CARD CHECKS THE WHOLE FEED AS ONE DAY.
       100-OPEN-FILES.
           INITIALIZE WS-STORE-TABLE WS-DAY-TABLE.
           OPEN INPUT DATE-PARM-FILE.
           READ DATE-PARM-FILE
           AT END
              MOVE SPACES TO DP-BUSINESS-DATE
           END-READ.
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF DP-RANGE-END NUMERIC
              AND WS-BUSINESS-DATE NOT = SPACES
              AND DP-RANGE-END > WS-BUSINESS-DATE
              MOVE DP-RANGE-END TO WS-RANGE-END
              MOVE "Y" TO WS-CATCHUP-FLAG
           END-IF.
           CLOSE DATE-PARM-FILE.
           MOVE WS-BUSINESS-DATE TO WDY-DATE(1).
           MOVE 1 TO WS-DAY-COUNT.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT OUTPUT-FILE.

      * EVERY STORE'S NAME AND STATUS OFF THE MASTER ONCE, UP
      * FRONT; EACH DATE IS JUDGED AGAINST IT LATER.
       110-LOAD-STORES.
           OPEN INPUT STORE-MASTER-FILE.
           PERFORM 115-READ-STORE UNTIL WS-STORMSTR-EOF-FLAG = 'Y'.
           CLOSE STORE-MASTER-FILE.

       115-READ-STORE.
           READ STORE-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-STORMSTR-EOF-FLAG
           NOT AT END
              IF SM-STORE NUMERIC AND SM-STORE NOT = "00"
                 MOVE SM-STORE TO WS-SM-STORE-NUM
                 MOVE "Y" TO WSS-ON-FILE(WS-SM-STORE-NUM)
                 MOVE SM-NAME TO WSS-NAME(WS-SM-STORE-NUM)
                 MOVE SM-STATUS TO WSS-STATUS(WS-SM-STORE-NUM)
                 MOVE SM-EFFECTIVE-DATE
                    TO WSS-EFFECTIVE(WS-SM-STORE-NUM)
              END-IF
           END-READ.

       200-READ-FEED.
           READ INPUT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
      * THE FRONT GATE'S CONTROL TRAILER IS NOT A TRANSACTION.
              IF IL-TRANSACTION-CODE NOT = "T"
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 210-POST-RECORD
              END-IF
           END-READ.

      * COUNT THE RECORD AGAINST ITS STORE ON ITS DATE'S SLOT. A
      * DATE OUTSIDE THE CARD'S DATE (OR RANGE), OR A FOURTH
      * CATCH-UP DATE, IS NOT CHECKED HERE - A7SPLIT EXCEPTS IT.
       210-POST-RECORD.
           MOVE IL-TRANS-DATE TO WS-TRANS-DATE-X.
           MOVE 0 TO WS-DAY-HIT.
           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE = SPACES
                   MOVE 1 TO WS-DAY-HIT
               WHEN WS-CATCHUP-FLAG = "N"
                   IF WS-TRANS-DATE-X = WS-BUSINESS-DATE
                      MOVE 1 TO WS-DAY-HIT
                   END-IF
               WHEN WS-TRANS-DATE-X < WS-BUSINESS-DATE
                    OR WS-TRANS-DATE-X > WS-RANGE-END
                   CONTINUE
               WHEN OTHER
                   PERFORM 220-FIND-DAY
                      VARYING WS-D FROM 1 BY 1
                      UNTIL WS-D > WS-DAY-COUNT
                   IF WS-DAY-HIT = 0 AND WS-DAY-COUNT < 3
                      ADD 1 TO WS-DAY-COUNT
                      MOVE WS-DAY-COUNT TO WS-DAY-HIT
                      MOVE WS-TRANS-DATE-X TO WDY-DATE(WS-DAY-HIT)
                   END-IF
           END-EVALUATE.
           IF WS-DAY-HIT = 0
              OR IL-STORE-NUMBER NOT NUMERIC
              OR IL-STORE-NUMBER = 0
              ADD 1 TO WS-UNCHECKED-COUNT
           ELSE
              ADD 1 TO WDY-RECORDS(WS-DAY-HIT, IL-STORE-NUMBER)
           END-IF.

       220-FIND-DAY.
           IF WDY-DATE(WS-D) = WS-TRANS-DATE-X
              MOVE WS-D TO WS-DAY-HIT
           END-IF.

      * CATCH-UP ONLY: WHAT HAS THE LOG ALREADY SAID ABOUT EACH
      * DATE? A "FEEDCHK" LINE MEANS A RUN CHECKED IT; "NOFEEDNN"
      * AND "FEEDINNN" NAME THE STORES IT FLAGGED AND ANY LATE
      * FILE ALREADY CONFIRMED. THE FILE IS CLOSED AGAIN BEFORE
      * THE FIRST LINE OF THIS RUN IS APPENDED.
       300-LOAD-PRIOR-VERDICTS.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM 310-READ-LOG UNTIL WS-LOG-EOF-FLAG = 'Y'.
           CLOSE AUDIT-LOG-FILE.

       310-READ-LOG.
           READ AUDIT-LOG-FILE
           AT END
              MOVE 'Y' TO WS-LOG-EOF-FLAG
           NOT AT END
              MOVE AL-PROGRAM-ID TO WS-LOG-PROGRAM
              PERFORM 320-POST-LOG-LINE
                 VARYING WS-D FROM 1 BY 1
                 UNTIL WS-D > WS-DAY-COUNT
           END-READ.

       320-POST-LOG-LINE.
           IF AL-RUN-DATE = WDY-DATE(WS-D)(3:6)
              EVALUATE TRUE
                  WHEN WS-LOG-PROGRAM = "FEEDCHK "
                      MOVE "Y" TO WDY-CHECKED(WS-D)
                  WHEN WLP-STORE NOT NUMERIC OR WLP-STORE = "00"
                      CONTINUE
                  WHEN WLP-PREFIX = "NOFEED"
                      MOVE WLP-STORE TO WS-STORE-NUM
                      MOVE "Y"
                         TO WDY-PRIOR-MISSING(WS-D, WS-STORE-NUM)
                  WHEN WLP-PREFIX = "FEEDIN"
                      MOVE WLP-STORE TO WS-STORE-NUM
                      MOVE "Y"
                         TO WDY-PRIOR-ARRIVED(WS-D, WS-STORE-NUM)
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

      * ONE DATE'S PAGE. A DATE ALREADY CHECKED (CATCH-UP ONLY)
      * CONFIRMS THE STORES FLAGGED THAT NIGHT; ANY OTHER DATE
      * GETS THE FULL CHECK AND ITS "FEEDCHK" VERDICT LINE.
       400-CHECK-ONE-DAY.
           INITIALIZE WS-DAY-COUNTS.
           IF WDY-DATE(WS-D) = SPACES
              MOVE "(ALL DATES)" TO WTT-DATE
           ELSE
              MOVE WDY-DATE(WS-D) TO WTT-DATE
           END-IF.
           IF WDY-CHECKED(WS-D) = "Y"
              MOVE "CATCH-UP - CONFIRMING ARRIVALS" TO WTT-MODE
           ELSE
              MOVE SPACES TO WTT-MODE
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

           IF WDY-CHECKED(WS-D) = "Y"
              PERFORM 440-CONFIRM-STORE
                 VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              IF WS-DAY-ARRIVED = 0 AND WS-DAY-STILL-MISSING = 0
                 MOVE "NO STORE WAS OUTSTANDING FOR THIS DATE."
                    TO WNL-TEXT
                 WRITE OUTPUT-LINE FROM WS-NOTE-LINE
              ELSE
                 MOVE WS-DAY-ARRIVED TO WCT-ARRIVED
                 MOVE WS-DAY-STILL-MISSING TO WCT-STILL-MISSING
                 WRITE OUTPUT-LINE FROM WS-CONFIRM-TOTAL-LINE
              END-IF
           ELSE
              PERFORM 420-CHECK-STORE
                 VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              IF WS-DAY-MISSING = 0
                 MOVE "ALL IN-SERVICE STORES REPORTED." TO WNL-TEXT
                 WRITE OUTPUT-LINE FROM WS-NOTE-LINE
              END-IF
              MOVE WS-DAY-IN-SERVICE TO WDT-IN-SERVICE
              MOVE WS-DAY-REPORTING TO WDT-REPORTING
              MOVE WS-DAY-MISSING TO WDT-MISSING
              WRITE OUTPUT-LINE FROM WS-DAY-TOTAL-LINE
              PERFORM 480-LOG-DAY-VERDICT
           END-IF.

      * THE SAME OUT-OF-SERVICE RULE AS A7SPLIT, JUDGED ON THE
      * SLOT'S OWN DATE: CLOSED ON OR BEFORE IT, OR NOT YET OPEN.
      * A STORE NOT ON THE MASTER IS NEVER EXPECTED.
       410-JUDGE-IN-SERVICE.
           MOVE "Y" TO WS-IN-SERVICE-FLAG.
           EVALUATE TRUE
               WHEN WSS-ON-FILE(WS-S) NOT = "Y"
                   MOVE "N" TO WS-IN-SERVICE-FLAG
               WHEN WSS-STATUS(WS-S) = "C"
                    AND (WDY-DATE(WS-D) = SPACES
                         OR WSS-EFFECTIVE(WS-S)
                            NOT > WDY-DATE(WS-D))
                   MOVE "N" TO WS-IN-SERVICE-FLAG
               WHEN WSS-STATUS(WS-S) = "P"
                    AND WDY-DATE(WS-D) NOT = SPACES
                    AND WSS-EFFECTIVE(WS-S) > WDY-DATE(WS-D)
                   MOVE "N" TO WS-IN-SERVICE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       420-CHECK-STORE.
           PERFORM 410-JUDGE-IN-SERVICE.
           IF WS-IN-SERVICE-FLAG = "Y"
              ADD 1 TO WS-DAY-IN-SERVICE
              IF WDY-RECORDS(WS-D, WS-S) > 0
                 ADD 1 TO WS-DAY-REPORTING
              ELSE
                 ADD 1 TO WS-DAY-MISSING
                 ADD 1 TO WS-MISSING-TOTAL
                 MOVE "NO TRANSACTIONS RECEIVED" TO WDL-STATUS
                 PERFORM 450-PRINT-STORE-LINE
                 MOVE "NOFEED" TO WLP-PREFIX
                 MOVE 0 TO AP-RECORDS-READ
                 MOVE 0 TO AP-RECORDS-WRITTEN
                 MOVE 1 TO AP-RECORDS-REJECTED
                 MOVE 4 TO AP-COND-CODE
                 PERFORM 470-LOG-STORE-LINE
              END-IF
           END-IF.

      * A STORE THE NIGHT FLAGGED, NOT YET CONFIRMED: ITS LATE FILE
      * IS EITHER ON THIS FEED OR STILL OUTSTANDING.
       440-CONFIRM-STORE.
           IF WDY-PRIOR-MISSING(WS-D, WS-S) = "Y"
              AND WDY-PRIOR-ARRIVED(WS-D, WS-S) NOT = "Y"
              IF WDY-RECORDS(WS-D, WS-S) > 0
                 ADD 1 TO WS-DAY-ARRIVED
                 ADD 1 TO WS-ARRIVED-TOTAL
                 MOVE "LATE FILE RECEIVED" TO WDL-STATUS
                 PERFORM 450-PRINT-STORE-LINE
                 MOVE "FEEDIN" TO WLP-PREFIX
                 MOVE WDY-RECORDS(WS-D, WS-S) TO AP-RECORDS-READ
                 MOVE WDY-RECORDS(WS-D, WS-S) TO AP-RECORDS-WRITTEN
                 MOVE 0 TO AP-RECORDS-REJECTED
                 MOVE 0 TO AP-COND-CODE
                 PERFORM 470-LOG-STORE-LINE
              ELSE
                 ADD 1 TO WS-DAY-STILL-MISSING
                 ADD 1 TO WS-STILL-MISSING-TOTAL
                 MOVE "STILL MISSING" TO WDL-STATUS
                 PERFORM 450-PRINT-STORE-LINE
              END-IF
           END-IF.

       450-PRINT-STORE-LINE.
           MOVE WS-S TO WS-STORE-NUM.
           MOVE WS-STORE-NUM TO WDL-STORE.
           MOVE WSS-NAME(WS-S) TO WDL-NAME.
           MOVE WDY-RECORDS(WS-D, WS-S) TO WDL-RECORDS.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      * ONE AUDIT LINE PER STORE FLAGGED OR CONFIRMED - THE CALLER
      * HAS SET THE PREFIX, COUNTS, AND CONDITION CODE.
       470-LOG-STORE-LINE.
           MOVE WS-S TO WS-STORE-NUM.
           MOVE WS-STORE-NUM TO WLP-STORE.
           MOVE WS-LOG-PROGRAM TO AP-PROGRAM-ID.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "A7FG" TO AP-STEP-ID.
           PERFORM 898-SET-DAY-DATE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * THE DATE'S VERDICT: STORES IN SERVICE, REPORTING, MISSING.
       480-LOG-DAY-VERDICT.
           MOVE "FEEDCHK" TO AP-PROGRAM-ID.
           MOVE WS-DAY-IN-SERVICE TO AP-RECORDS-READ.
           MOVE WS-DAY-REPORTING TO AP-RECORDS-WRITTEN.
           MOVE WS-DAY-MISSING TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "A7FG" TO AP-STEP-ID.
           IF WS-DAY-MISSING > 0
              MOVE 4 TO AP-COND-CODE
           ELSE
              MOVE 0 TO AP-COND-CODE
           END-IF.
           PERFORM 898-SET-DAY-DATE.
           CALL "AUDLOG" USING AUDIT-PARM.

       700-PRINT-COUNTS.
           MOVE "CLEAN RECORDS READ:   " TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "RECORDS NOT CHECKED:  " TO WS-COUNT-TEXT.
           MOVE WS-UNCHECKED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "STORES MISSING:       " TO WS-COUNT-TEXT.
           MOVE WS-MISSING-TOTAL TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           IF WS-CATCHUP-FLAG = "Y"
              MOVE "LATE FILES RECEIVED:  " TO WS-COUNT-TEXT
              MOVE WS-ARRIVED-TOTAL TO WS-COUNT-VALUE
              DISPLAY WS-COUNT-LINE
              MOVE "STORES STILL MISSING: " TO WS-COUNT-TEXT
              MOVE WS-STILL-MISSING-TOTAL TO WS-COUNT-VALUE
              DISPLAY WS-COUNT-LINE
           END-IF.

      * THE RUN'S OWN LINE: CLEAN RECORDS READ, THOSE COUNTED
      * TOWARD A CHECKED DATE, AND THOSE ON NO CHECKED DATE. A
      * CATCH-UP STAMPS THE RANGE'S FIRST DATE, AS A7SPLIT DOES.
       895-WRITE-AUDIT-LOG.
           MOVE "A7FEEDCK" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           COMPUTE AP-RECORDS-WRITTEN =
              WS-READ-COUNT - WS-UNCHECKED-COUNT.
           MOVE WS-UNCHECKED-COUNT TO AP-RECORDS-REJECTED.
           MOVE 0 TO AP-CONTROL-TOTAL.
           MOVE "A7FG" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           IF WS-CATCHUP-FLAG = "Y"
              MOVE WS-BUSINESS-DATE(3:6) TO AP-RUN-DATE-OVERRIDE
           ELSE
              MOVE SPACES TO AP-RUN-DATE-OVERRIDE
           END-IF.
           CALL "AUDLOG" USING AUDIT-PARM.

      * PER-STORE AND PER-DATE LINES CARRY THE BUSINESS DATE THEY
      * CONCERN (YYMMDD); A BLANK CARD STAMPS THE RUN DATE.
       898-SET-DAY-DATE.
           IF WDY-DATE(WS-D) = SPACES
              MOVE SPACES TO AP-RUN-DATE-OVERRIDE
           ELSE
              MOVE WDY-DATE(WS-D)(3:6) TO AP-RUN-DATE-OVERRIDE
           END-IF.

      * 0 EVERY IN-SERVICE STORE ACCOUNTED FOR, 4 WHEN ANY STORE
      * SENT NOTHING OR IS STILL OUTSTANDING - A WARNING, NOT A
      * STOP: THE CHAIN RUNS ON WHAT DID ARRIVE.
       950-SET-RETURN-CODE.
           IF WS-MISSING-TOTAL > 0 OR WS-STILL-MISSING-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE INPUT-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A7FEEDCK.
