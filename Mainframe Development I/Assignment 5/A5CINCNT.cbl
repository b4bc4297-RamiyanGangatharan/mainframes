       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5CINCNT.
       AUTHOR. RAMIYAN GANGATHARAN.
       DATE-WRITTEN.  OCTOBER 15 2026.
      *PROGRAM DESCRIPTION: MONTHLY CALL-CENTRE OPERATOR INCENTIVE
      *RUN. AFTER MONTH-END POSTING, EACH ACTIVE OPERATOR'S CALLS
      *FOR THE MONTH ARE READ FROM THE CALL-HISTORY MASTER AND
      *PRICED AGAINST THE TIERED INCENTIVE TABLE ON THE INCTIER
      *CARDS - THE HIGHEST TIER WHOSE MINIMUM THE OPERATOR REACHED
      *PAYS ITS AMOUNT. EVERY OPERATOR WHO EARNED AN INCENTIVE GETS
      *A RECORD ON PAYFILE IN THE SAME FIXED LAYOUT AND HOLD-FLAG
      *CONVENTION A3SCOMM USES FOR COMMISSIONS, SO PAYROLL TAKES IT
      *WITHOUT RE-KEYING AND A3PAYREC RECONCILES PAYROLL'S
      *ACKNOWLEDGMENT THE SAME WAY. THE REGISTER ON OUTFILE LISTS
      *EVERY OPERATOR WITH THEIR DISPOSITION AND ENDS IN A
      *SUPERVISOR SIGN-OFF BLOCK.
      *AN INCENTIVE IS HELD ("H") WHEN THE OPERATOR HAS STAFFED
      *HOURS ON FILE FOR THE MONTH AND THEIR CALLS PER STAFFED HOUR
      *ARE UNDER THE FLOOR - VOLUME BOUGHT WITH OVERTIME GOES TO
      *THE SUPERVISOR BEFORE IT IS PAID. AN OPERATOR WITH NO HOURS
      *REPORTED IS PAID ON VOLUME, AS A5CCORPT JUDGES THEM.
      *OPERATORS NOT ON THE OPERATOR MASTER OR INACTIVE THERE ARE
      *LISTED BUT NEVER PAID.
      *INCPARM CARD: COLS 1-8 PAYROLL PERIOD ID (THE SAME FORM THE
      *RUNCTL CARD USES, E.G. 2026M09 - REQUIRED), 10-15 THE MONTH
      *(YYYYMM, BLANK = LAST MONTH), 17-19 CALLS-PER-HOUR FLOOR
      *(99V9, BLANK = 6.0, 000 = NO FLOOR).
      *INCTIER CARDS: COLS 1-5 MINIMUM CALLS, 7-13 INCENTIVE AMOUNT
      *(9(5)V99). UP TO 10 TIERS, MINIMUMS STRICTLY ASCENDING. THE
      *FIRST TIER'S MINIMUM IS THE CALL TARGET.
      *MODIFICATION HISTORY:
      *  OCT 15, 2026 - INITIAL VERSION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * CALL-HISTORY MASTER MAINTAINED BY A5CPOST AND A5CDAILY,
      * READ END TO END IN OPERATOR-NUMBER ORDER.
           SELECT EMP-FILE
               ASSIGN TO CALLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-REC-NUM.
      *
      * OPERATOR MASTER MAINTAINED BY A5OMAINT - ACTIVE STATUS AND
      * TEAM, LOOKED UP PER OPERATOR.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO OPRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-NUM.
      *
           SELECT PARM-FILE
               ASSIGN TO INCPARM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TIER-FILE
               ASSIGN TO INCTIER
               ORGANIZATION IS SEQUENTIAL.
      *
      * PAYMENT INTERFACE FILE FOR PAYROLL - ONE FIXED-LAYOUT
      * RECORD PER OPERATOR WHO EARNED AN INCENTIVE.
           SELECT PAY-INTERFACE-FILE
               ASSIGN TO PAYFILE
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE
               ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD EMP-FILE
           DATA RECORD IS EMP-REC
           RECORDING MODE IS F
           RECORD CONTAINS 135 CHARACTERS.
      *
           COPY CALLHIST.
      *
       FD OPERATOR-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
      *
           COPY OPRMSTR.
      *
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *
       01 PARM-REC.
          05 PR-PERIOD                PIC X(8).
          05 FILLER                   PIC X(1).
          05 PR-MONTH                 PIC X(6).
          05 FILLER                   PIC X(1).
          05 PR-CPH-FLOOR             PIC X(3).
          05 PR-CPH-FLOOR-9 REDEFINES PR-CPH-FLOOR
                                      PIC 99V9.
          05 FILLER                   PIC X(61).
      *
       FD TIER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *
       01 TIER-REC.
          05 TR-MIN-CALLS             PIC X(5).
          05 TR-MIN-CALLS-9 REDEFINES TR-MIN-CALLS
                                      PIC 9(5).
          05 FILLER                   PIC X(1).
          05 TR-AMOUNT                PIC X(7).
          05 TR-AMOUNT-9 REDEFINES TR-AMOUNT
                                      PIC 9(5)V99.
          05 FILLER                   PIC X(67).
      *
       FD PAY-INTERFACE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-INTERFACE-RECORD
           RECORD CONTAINS 28 CHARACTERS.
      *
      * SAME FIXED LAYOUT A3SCOMM WRITES AND A3PAYREC READS - KEEP
      * THE THREE IN STEP. THE INCENTIVE GOES IN THE EARNED FIELD;
      * THE BONUS FIELD IS ALWAYS ZERO.
       01 PAY-INTERFACE-RECORD.
          05 PI-NUMBER                PIC X(3).
          05 PI-PERIOD-EARNED         PIC 9(10)V99.
          05 PI-PERIOD-BONUS          PIC 9(10)V99.
          05 PI-HOLD-FLAG             PIC X(1).
      *
       FD REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01 REPORT-LINE                 PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.
      *
       01 WS-EOF-FLAG                 PIC X      VALUE 'n'.
          88 WS-END-OF-FILE                      VALUE "y".
       01 WS-TIER-EOF-FLAG            PIC X      VALUE "N".
       01 WS-BAD-PARM-FLAG            PIC X      VALUE "N".
       01 WS-OM-FOUND-FLAG            PIC X      VALUE "N".
      *
       01 WS-PERIOD                   PIC X(8)   VALUE SPACES.
       01 WS-INCENTIVE-MONTH          PIC 9(6)   VALUE 0.
       01 WS-INCENTIVE-MONTH-X REDEFINES WS-INCENTIVE-MONTH.
          05 WS-INCENTIVE-YEAR        PIC 9(4).
          05 WS-INCENTIVE-MM          PIC 99.
       01 WS-TODAY                    PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
          05 WS-TODAY-YEAR            PIC 9(4).
          05 WS-TODAY-MM              PIC 99.
          05 WS-TODAY-DD              PIC 99.
      *
      * THE MASTER'S BUCKETS RUN IN FISCAL ORDER, 1 = JULY THROUGH
      * 12 = JUNE.
       01 WS-BUCKET                   PIC 99.
      *
      * CALLS PER STAFFED HOUR BELOW THIS HOLDS THE INCENTIVE -
      * THE SAME 6.0 A5CCORPT FLAGS ON UNLESS THE CARD SAYS OTHER.
       77 WS-CPH-FLOOR                PIC 99V9   VALUE 6.0.
      *
      * THE INCENTIVE TABLE FROM THE INCTIER CARDS, MINIMUMS
      * ASCENDING.
       01 WS-TIER-COUNT               PIC 99     VALUE 0.
       01 WS-TIER-TABLE.
          05 WS-TIER-ENTRY OCCURS 10 TIMES.
             10 WT-MIN-CALLS          PIC 9(5).
             10 WT-AMOUNT             PIC 9(5)V99.
       01 WS-TIER-I                   PIC 99.
       01 WS-TIER-HIT                 PIC 99.
      *
      * THIS OPERATOR'S MONTH.
       01 WS-OP-CALLS                 PIC 9(5).
       01 WS-OP-HOURS                 PIC 9(3)V99.
       01 WS-OP-CPH                   PIC 9(3)V9.
       01 WS-OP-INCENTIVE             PIC 9(5)V99.
      *
       01 WS-TOTALS.
          05 WS-OP-READ-COUNT         PIC 9(5)   VALUE 0.
          05 WS-PAID-COUNT            PIC 9(5)   VALUE 0.
          05 WS-HELD-COUNT            PIC 9(5)   VALUE 0.
          05 WS-BELOW-COUNT           PIC 9(5)   VALUE 0.
          05 WS-INELIGIBLE-COUNT      PIC 9(5)   VALUE 0.
          05 WS-PAID-TOTAL            PIC 9(7)V99 VALUE 0.
          05 WS-HELD-TOTAL            PIC 9(7)V99 VALUE 0.
          05 WS-SENT-TOTAL            PIC 9(7)V99 VALUE 0.
      *
       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(30)  VALUE SPACES.
          05 FILLER                   PIC X(40)  VALUE
             "CALL CENTRE OPERATOR INCENTIVE REGISTER".
      *
       01 WS-SUBTITLE-LINE.
          05 FILLER                   PIC X(30)  VALUE SPACES.
          05 FILLER                   PIC X(7)   VALUE "MONTH: ".
          05 WST-YEAR                 PIC 9(4).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 WST-MONTH                PIC 99.
          05 FILLER                   PIC X(18)  VALUE
             "   PAYROLL PERIOD ".
          05 WST-PERIOD               PIC X(8).
          05 FILLER                   PIC X(13)  VALUE
             "   CPH FLOOR ".
          05 WST-FLOOR                PIC Z9.9.
      *
       01 WS-BAD-PARM-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WBP-TEXT                 PIC X(60).
      *
       01 WS-TIER-TITLE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(30)  VALUE
             "INCENTIVE TIERS IN EFFECT".
      *
       01 WS-TIER-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "TIER ".
          05 WTL-TIER                 PIC Z9.
          05 FILLER                   PIC X(13)  VALUE
             "   MIN CALLS ".
          05 WTL-MIN-CALLS            PIC ZZZZ9.
          05 FILLER                   PIC X(10)  VALUE
             "   PAYS   ".
          05 WTL-AMOUNT               PIC ZZ,ZZ9.99.
      *
       01 WS-HEADING-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(3)   VALUE "NUM".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(12)  VALUE "NAME".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(4)   VALUE "TEAM".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "CALLS".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(6)   VALUE " HOURS".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(5)   VALUE "  CPH".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(4)   VALUE "TIER".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(9)   VALUE "INCENTIVE".
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 FILLER                   PIC X(11)  VALUE "DISPOSITION".
      *
       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WDL-NUM                  PIC X(3).
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-NAME                 PIC X(12).
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-TEAM                 PIC X(4).
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-CALLS                PIC ZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-HOURS                PIC ZZ9.99.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-CPH                  PIC ZZ9.9.
          05 FILLER                   PIC X(5)   VALUE SPACES.
          05 WDL-TIER                 PIC Z9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-INCENTIVE            PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WDL-DISPOSITION          PIC X(28).
      *
       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 WCL-TEXT                 PIC X(30).
          05 WCL-COUNT                PIC ZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACES.
          05 WCL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-SIGNOFF-LINE1.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(60)  VALUE
             "SUPERVISOR SIGN-OFF: ______________________________".
          05 FILLER                   PIC X(30)  VALUE
             "  DATE: ______________".
      *
       01 WS-SIGNOFF-LINE2.
          05 FILLER                   PIC X(2)   VALUE SPACES.
          05 FILLER                   PIC X(60)  VALUE
             "HELD ITEMS RELEASED BY: ___________________________".
          05 FILLER                   PIC X(30)  VALUE
             "  DATE: ______________".
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
           OPEN OUTPUT REPORT-FILE,
                OUTPUT PAY-INTERFACE-FILE.
           PERFORM 100-READ-PARM.
           IF WS-BAD-PARM-FLAG = "N"
              PERFORM 150-LOAD-TIERS
           END-IF.
           PERFORM 180-PRINT-HEADINGS.
           IF WS-BAD-PARM-FLAG = "Y"
              WRITE REPORT-LINE FROM WS-BAD-PARM-LINE
                 AFTER ADVANCING 2 LINES
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT EMP-FILE,
                   INPUT OPERATOR-MASTER-FILE
              PERFORM 200-READ-INPUT-FILE
              PERFORM 300-PROCESS-OPERATOR
                  UNTIL WS-END-OF-FILE
              PERFORM 400-PRINT-TOTALS
              PERFORM 700-SET-RETURN-CODE
              CLOSE EMP-FILE
                    OPERATOR-MASTER-FILE
           END-IF.
           PERFORM 600-WRITE-AUDIT-LOG.
      *
           CLOSE PAY-INTERFACE-FILE
                 REPORT-FILE.
      *
           STOP RUN.
      *
      * THE PERIOD ID IS REQUIRED - PAYROLL AND A3PAYREC KEY ON IT.
      * A BLANK MONTH IS LAST MONTH, THE ONE MONTH-END JUST POSTED.
       100-READ-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
              AT END
                 MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-FILE.
           MOVE PR-PERIOD TO WS-PERIOD.
           IF PR-PERIOD = SPACES
              MOVE "** INCPARM CARD HAS NO PAYROLL PERIOD ID **"
                 TO WBP-TEXT
              MOVE "Y" TO WS-BAD-PARM-FLAG
           END-IF.
           IF PR-MONTH = SPACES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              IF WS-TODAY-MM = 1
                 COMPUTE WS-INCENTIVE-YEAR = WS-TODAY-YEAR - 1
                 MOVE 12 TO WS-INCENTIVE-MM
              ELSE
                 MOVE WS-TODAY-YEAR TO WS-INCENTIVE-YEAR
                 COMPUTE WS-INCENTIVE-MM = WS-TODAY-MM - 1
              END-IF
           ELSE
              IF PR-MONTH NUMERIC
                 MOVE PR-MONTH TO WS-INCENTIVE-MONTH
              END-IF
              IF WS-INCENTIVE-MM < 1 OR WS-INCENTIVE-MM > 12
                 MOVE "** INCPARM MONTH IS NOT A VALID YYYYMM **"
                    TO WBP-TEXT
                 MOVE "Y" TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
           IF PR-CPH-FLOOR NOT = SPACES
              IF PR-CPH-FLOOR NUMERIC
                 MOVE PR-CPH-FLOOR-9 TO WS-CPH-FLOOR
              ELSE
                 MOVE "** INCPARM CPH FLOOR IS NOT NUMERIC **"
                    TO WBP-TEXT
                 MOVE "Y" TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
           IF WS-INCENTIVE-MM > 6
              COMPUTE WS-BUCKET = WS-INCENTIVE-MM - 6
           ELSE
              COMPUTE WS-BUCKET = WS-INCENTIVE-MM + 6
           END-IF.
      *
      * A TIER TABLE THAT IS EMPTY, NON-NUMERIC, OVER TEN TIERS, OR
      * OUT OF ORDER STOPS THE RUN - NOTHING IS SENT TO PAYROLL ON
      * A TABLE NOBODY CAN TRUST.
       150-LOAD-TIERS.
           OPEN INPUT TIER-FILE.
           PERFORM 160-READ-TIER.
           PERFORM 170-STORE-TIER
               UNTIL WS-TIER-EOF-FLAG = "Y"
                  OR WS-BAD-PARM-FLAG = "Y".
           CLOSE TIER-FILE.
           IF WS-TIER-COUNT = 0 AND WS-BAD-PARM-FLAG = "N"
              MOVE "** NO INCTIER CARDS - NO INCENTIVE TABLE **"
                 TO WBP-TEXT
              MOVE "Y" TO WS-BAD-PARM-FLAG
           END-IF.
      *
       160-READ-TIER.
           READ TIER-FILE
           AT END
              MOVE "Y" TO WS-TIER-EOF-FLAG
           END-READ.
      *
       170-STORE-TIER.
           IF TIER-REC = SPACES
              PERFORM 160-READ-TIER
           ELSE
              IF TR-MIN-CALLS NOT NUMERIC
                 OR TR-AMOUNT NOT NUMERIC
                 MOVE "** INCTIER CARD IS NOT NUMERIC **" TO WBP-TEXT
                 MOVE "Y" TO WS-BAD-PARM-FLAG
              ELSE
                 IF WS-TIER-COUNT = 10
                    MOVE "** MORE THAN 10 INCTIER CARDS **"
                       TO WBP-TEXT
                    MOVE "Y" TO WS-BAD-PARM-FLAG
                 ELSE
                    IF WS-TIER-COUNT > 0
                       AND TR-MIN-CALLS-9 NOT >
                           WT-MIN-CALLS(WS-TIER-COUNT)
                       MOVE "** INCTIER MINIMUMS NOT ASCENDING **"
                          TO WBP-TEXT
                       MOVE "Y" TO WS-BAD-PARM-FLAG
                    ELSE
                       ADD 1 TO WS-TIER-COUNT
                       MOVE TR-MIN-CALLS-9
                          TO WT-MIN-CALLS(WS-TIER-COUNT)
                       MOVE TR-AMOUNT-9 TO WT-AMOUNT(WS-TIER-COUNT)
                       PERFORM 160-READ-TIER
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       180-PRINT-HEADINGS.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-INCENTIVE-YEAR TO WST-YEAR.
           MOVE WS-INCENTIVE-MM   TO WST-MONTH.
           MOVE WS-PERIOD         TO WST-PERIOD.
           MOVE WS-CPH-FLOOR      TO WST-FLOOR.
           WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-BAD-PARM-FLAG = "N"
              WRITE REPORT-LINE FROM WS-TIER-TITLE
                 AFTER ADVANCING 2 LINES
              PERFORM 185-PRINT-ONE-TIER
                  VARYING WS-TIER-I FROM 1 BY 1
                  UNTIL WS-TIER-I > WS-TIER-COUNT
              WRITE REPORT-LINE FROM WS-HEADING-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
      *
       185-PRINT-ONE-TIER.
           MOVE WS-TIER-I TO WTL-TIER.
           MOVE WT-MIN-CALLS(WS-TIER-I) TO WTL-MIN-CALLS.
           MOVE WT-AMOUNT(WS-TIER-I) TO WTL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TIER-LINE
              AFTER ADVANCING 1 LINE.
      *
       200-READ-INPUT-FILE.
           READ EMP-FILE
           AT END
              MOVE 'y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-OP-READ-COUNT
           END-READ.
      *
      * PRICE ONE OPERATOR'S MONTH AND DECIDE WHAT HAPPENS TO IT.
       300-PROCESS-OPERATOR.
           MOVE EMP-REC-CALLS(WS-BUCKET) TO WS-OP-CALLS.
           MOVE EMP-REC-HOURS(WS-BUCKET) TO WS-OP-HOURS.
           MOVE 0 TO WS-OP-CPH
                     WS-OP-INCENTIVE
                     WS-TIER-HIT.
           IF WS-OP-HOURS > 0
              COMPUTE WS-OP-CPH ROUNDED = WS-OP-CALLS / WS-OP-HOURS
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-OP-CPH
              END-COMPUTE
           END-IF.
           PERFORM 310-FIND-TIER
               VARYING WS-TIER-I FROM 1 BY 1
               UNTIL WS-TIER-I > WS-TIER-COUNT.
      *
           MOVE EMP-REC-NUM  TO WDL-NUM.
           MOVE EMP-REC-NAME TO WDL-NAME.
           MOVE WS-OP-CALLS  TO WDL-CALLS.
           MOVE WS-OP-HOURS  TO WDL-HOURS.
           MOVE WS-OP-CPH    TO WDL-CPH.
           MOVE WS-TIER-HIT  TO WDL-TIER.
      *
           MOVE "Y" TO WS-OM-FOUND-FLAG.
           MOVE EMP-REC-NUM TO OM-NUM.
           READ OPERATOR-MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-OM-FOUND-FLAG
           END-READ.
           IF WS-OM-FOUND-FLAG = "N" OR OM-STATUS NOT = "A"
              MOVE "???" TO WDL-TEAM
              MOVE 0 TO WS-OP-INCENTIVE
              MOVE "NOT ELIGIBLE - NOT ACTIVE" TO WDL-DISPOSITION
              ADD 1 TO WS-INELIGIBLE-COUNT
           ELSE
              MOVE OM-TEAM TO WDL-TEAM
              IF WS-TIER-HIT = 0
                 MOVE "BELOW TARGET" TO WDL-DISPOSITION
                 ADD 1 TO WS-BELOW-COUNT
              ELSE
                 MOVE WT-AMOUNT(WS-TIER-HIT) TO WS-OP-INCENTIVE
                 PERFORM 320-WRITE-PAY-INTERFACE
              END-IF
           END-IF.
           MOVE WS-OP-INCENTIVE TO WDL-INCENTIVE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      *
           PERFORM 200-READ-INPUT-FILE.
      *
      * THE HIGHEST TIER WHOSE MINIMUM THE OPERATOR REACHED - THE
      * TABLE IS ASCENDING, SO THE LAST HIT WINS.
       310-FIND-TIER.
           IF WS-OP-CALLS NOT < WT-MIN-CALLS(WS-TIER-I)
              MOVE WS-TIER-I TO WS-TIER-HIT
           END-IF.
      *
      * ONE PAYROLL RECORD FOR THE OPERATOR JUST PRICED. HELD WHEN
      * THEIR RATE IS UNDER THE FLOOR, SO PAYROLL PAYS THE CLEAN
      * ONES AND ROUTES THE REST BACK FOR THE SUPERVISOR.
       320-WRITE-PAY-INTERFACE.
           MOVE EMP-REC-NUM TO PI-NUMBER.
           MOVE WS-OP-INCENTIVE TO PI-PERIOD-EARNED.
           MOVE 0 TO PI-PERIOD-BONUS.
           IF WS-OP-HOURS > 0 AND WS-OP-CPH < WS-CPH-FLOOR
              MOVE "H" TO PI-HOLD-FLAG
              MOVE "HELD - CPH UNDER FLOOR" TO WDL-DISPOSITION
              ADD 1 TO WS-HELD-COUNT
              ADD WS-OP-INCENTIVE TO WS-HELD-TOTAL
           ELSE
              MOVE SPACE TO PI-HOLD-FLAG
              MOVE "PAY" TO WDL-DISPOSITION
              ADD 1 TO WS-PAID-COUNT
              ADD WS-OP-INCENTIVE TO WS-PAID-TOTAL
           END-IF.
           ADD WS-OP-INCENTIVE TO WS-SENT-TOTAL.
           WRITE PAY-INTERFACE-RECORD.
      *
       400-PRINT-TOTALS.
           MOVE "OPERATORS READ:" TO WCL-TEXT.
           MOVE WS-OP-READ-COUNT TO WCL-COUNT.
           MOVE ZERO TO WCL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "INCENTIVES TO PAY:" TO WCL-TEXT.
           MOVE WS-PAID-COUNT TO WCL-COUNT.
           MOVE WS-PAID-TOTAL TO WCL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "INCENTIVES HELD FOR REVIEW:" TO WCL-TEXT.
           MOVE WS-HELD-COUNT TO WCL-COUNT.
           MOVE WS-HELD-TOTAL TO WCL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "TOTAL SENT TO PAYROLL:" TO WCL-TEXT.
           COMPUTE WCL-COUNT = WS-PAID-COUNT + WS-HELD-COUNT.
           MOVE WS-SENT-TOTAL TO WCL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WCL-AMOUNT.
           MOVE "BELOW TARGET:" TO WCL-TEXT.
           MOVE WS-BELOW-COUNT TO WCL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NOT ELIGIBLE:" TO WCL-TEXT.
           MOVE WS-INELIGIBLE-COUNT TO WCL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-SIGNOFF-LINE1
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-SIGNOFF-LINE2
              AFTER ADVANCING 2 LINES.
      *
      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE AMOUNT SENT TO
      * PAYROLL, HELD OR NOT - WHAT A3PAYREC RECONCILES AGAINST.
       600-WRITE-AUDIT-LOG.
           MOVE "A5CINCNT" TO AP-PROGRAM-ID.
           MOVE WS-OP-READ-COUNT TO AP-RECORDS-READ.
           COMPUTE AP-RECORDS-WRITTEN = WS-PAID-COUNT + WS-HELD-COUNT.
           MOVE WS-HELD-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-SENT-TOTAL TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.
      *
      * 0 CLEAN, 4 WHEN ANY INCENTIVE WAS HELD OR AN OPERATOR ON
      * THE CALL MASTER IS NOT AN ACTIVE OPERATOR, 8 WHEN THE
      * MASTER WAS EMPTY OR THE CARDS WERE BAD (SET IN 000-MAIN).
       700-SET-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-OP-READ-COUNT = 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-HELD-COUNT > 0
                 OR WS-INELIGIBLE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
      *
       END PROGRAM A5CINCNT.
