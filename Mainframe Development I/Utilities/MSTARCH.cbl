        IDENTIFICATION DIVISION.
        PROGRAM-ID. MSTARCH.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: MASTER-FILE ARCHIVE AND PURGE. THE OPERATIONAL
      * MASTERS ONLY EVER GROW - A LAYAWAY, GIFT CARD OR PURCHASE
      * ORDER STAYS ON FILE LONG AFTER IT IS FINISHED, AND EVERY
      * STORE-DAY AND EVERY MOVEMENT STAYS FOREVER - SO THE NIGHTLY
      * END-TO-END PASSES GET SLOWER EVERY MONTH. THIS RUN SPLITS
      * EACH FILE AT ITS OWN RETENTION CUTOFF, THE WAY AUDARCH
      * SPLITS THE AUDIT LOG: CLOSED RECORDS OLDER THAN THE CUTOFF
      * GO TO THAT FILE'S HISTORY GENERATION, EVERYTHING ELSE TO A
      * NEW COPY OF THE MASTER, WHICH THE JCL LOADS BACK OVER THE
      * LIVE FILE. THE HISTORY RECORDS ARE BYTE-FOR-BYTE THE MASTER
      * LAYOUT, SO AN AUDIT REQUEST READS THEM WITH THE SAME
      * COPYBOOK (OR, FOR THE MOVEMENT LOG, THE SAME LAYOUT A2IPOST
      * WRITES).
      *   FILE      CLOSED MEANS                 AGED BY
      *   LAYMSTR   STATUS C, X OR F             LAST ACTIVITY DATE
      *   GCMSTR    STATUS Z (FULLY REDEEMED)    LAST ACTIVITY DATE
      *   POMSTR    STATUS C (RECEIVED IN FULL)  CLOSE DATE
      *   SALESHST  EVERY STORE-DAY              BUSINESS DATE
      *   MOVELOG   EVERY MOVEMENT               MOVEMENT DATE
      * AN OPEN LAYAWAY, OUTSTANDING CARD OR OPEN ORDER IS NEVER
      * ARCHIVED, HOWEVER OLD.
      * ARCHPRM CARD: COLS 1-8 AS-OF DATE (YYYYMMDD, BLANK = TODAY),
      * THEN THE RETENTION IN DAYS FOR EACH FILE - COLS 10-13
      * LAYMSTR, 15-18 GCMSTR, 20-23 POMSTR, 25-28 SALESHST, 30-33
      * MOVELOG. A BLANK RETENTION TAKES THE FILE'S DEFAULT. EACH
      * FILE HAS A FLOOR BELOW WHICH THE CARD IS REFUSED - THE
      * PERIOD REPORTS STILL NEED THOSE RECORDS LIVE (A8HSTRPT'S
      * SAME-MONTH-LAST-YEAR COLUMN, A2ISLOW'S WINDOW, THE MONTHLY
      * SCORECARD AND MOVEMENT REPORTS).
      * THE REGISTER GIVES EACH FILE'S RECORDS READ, ARCHIVED AND
      * KEPT, AND THE SAME SPLIT IN DOLLARS (UNITS FOR THE MOVEMENT
      * LOG, WHICH CARRIES NO DOLLARS). READ IS COUNTED AS EACH
      * RECORD COMES OFF THE MASTER; ARCHIVED AND KEPT ONLY AS A
      * WRITE TO THE HISTORY OR THE NEW COPY COMPLETES CLEAN. A
      * FILE FOOTS WHEN WHAT WAS WRITTEN TO THE TWO ADDS BACK TO
      * WHAT WAS READ, IN RECORDS AND IN DOLLARS.
      * THE LAYAWAY HISTORY KEEPS THE CUSTOMER NAME AND PHONE -
      * A8CUSBLD READS IT FOR THE CUSTOMERS' LIFETIME FIGURES, AND
      * PRVERASE SWEEPS IT ON AN ERASURE REQUEST.
      * RC 8 = BAD CARD, NOTHING TOUCHED; RC 4 = A FILE DID NOT
      * FOOT - A RECORD READ THAT NEVER REACHED EITHER OUTPUT (THE
      * JCL THEN SKIPS THE RELOADS).
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - MOVEMENT LOG RECORD WIDENED TO 32 FOR
      *                  A2IPOST'S POSTING STAMP.
      *   OCT 15, 2026 - THE FOOTING NOW MEANS SOMETHING: RECORDS
      *                  AND DOLLARS READ ARE COUNTED AT THE READ,
      *                  ARCHIVED AND KEPT ONLY ON A CLEAN WRITE
      *                  (FILE STATUS ON THE TEN OUTPUTS), SO A
      *                  LOST RECORD STOPS THE RELOADS. THE AUDIT
      *                  LINE'S WRITTEN COUNT IS WHAT WAS WRITTEN.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARCHIVE-PARM-FILE
                ASSIGN TO ARCHPRM
                ORGANIZATION IS SEQUENTIAL.

      * EACH MASTER, READ FRONT TO BACK; ITS HISTORY GENERATION;
      * AND THE NEW COPY THE JCL RELOADS OVER IT. THE OUTPUTS SHARE
      * ONE STATUS FIELD, TESTED STRAIGHT AFTER EACH WRITE.
            SELECT LAYAWAY-MASTER-FILE
                ASSIGN TO LAYMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-INVOICE-NUMBER.

            SELECT LAYAWAY-HISTORY-FILE
                ASSIGN TO LAYHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT LAYAWAY-NEW-FILE
                ASSIGN TO LAYNEW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT GIFT-CARD-MASTER-FILE
                ASSIGN TO GCMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GC-CARD-NUMBER.

            SELECT GIFT-CARD-HISTORY-FILE
                ASSIGN TO GCHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT GIFT-CARD-NEW-FILE
                ASSIGN TO GCNEW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT PO-MASTER-FILE
                ASSIGN TO POMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PO-ITEM.

            SELECT PO-HISTORY-FILE
                ASSIGN TO POHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT PO-NEW-FILE
                ASSIGN TO PONEW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT SALES-HISTORY-FILE
                ASSIGN TO SALESHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SH-KEY.

            SELECT SALES-ARCHIVE-FILE
                ASSIGN TO SHHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT SALES-NEW-FILE
                ASSIGN TO SHNEW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT MOVEMENT-LOG-FILE
                ASSIGN TO MOVELOG
                ORGANIZATION IS SEQUENTIAL.

            SELECT MOVEMENT-HISTORY-FILE
                ASSIGN TO MVHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

            SELECT MOVEMENT-NEW-FILE
                ASSIGN TO MVNEW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

      * THE ARCHIVE REGISTER.
            SELECT OUTPUT-FILE
                ASSIGN TO OUTFILE
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

       FD ARCHIVE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 ARCHIVE-PARM-LINE.
          05 AC-AS-OF-DATE            PIC X(8).
          05 AC-RETAIN-FIELD OCCURS 5 TIMES.
             10 FILLER                PIC X(1).
             10 AC-RETAIN-DAYS        PIC X(4).
          05 FILLER                   PIC X(47).

       FD LAYAWAY-MASTER-FILE
           RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

       FD LAYAWAY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 LAYAWAY-HISTORY-RECORD      PIC X(105).

       FD LAYAWAY-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 LAYAWAY-NEW-RECORD          PIC X(105).

       FD GIFT-CARD-MASTER-FILE
           RECORD CONTAINS 57 CHARACTERS.

           COPY GCMSTR.

       FD GIFT-CARD-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.

       01 GIFT-CARD-HISTORY-RECORD    PIC X(57).

       FD GIFT-CARD-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.

       01 GIFT-CARD-NEW-RECORD        PIC X(57).

       FD PO-MASTER-FILE
           RECORD CONTAINS 59 CHARACTERS.

           COPY POMSTR.

       FD PO-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.

       01 PO-HISTORY-RECORD           PIC X(59).

       FD PO-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.

       01 PO-NEW-RECORD               PIC X(59).

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 52 CHARACTERS.

           COPY SALESHST.

       FD SALES-ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.

       01 SALES-ARCHIVE-RECORD        PIC X(52).

       FD SALES-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.

       01 SALES-NEW-RECORD            PIC X(52).

       FD MOVEMENT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.

      * SAME LAYOUT A2IPOST WRITES - KEEP THE TWO IN STEP.
       01 MOVEMENT-LOG-RECORD.
          05 MV-DATE                  PIC 9(8).
          05 MV-ITEM                  PIC X(4).
          05 MV-TYPE                  PIC X(1).
          05 MV-QTY                   PIC 9(3).
          05 MV-RUN-ID                PIC X(8).
          05 MV-BUSINESS-DATE         PIC X(8).

       FD MOVEMENT-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.

       01 MOVEMENT-HISTORY-RECORD     PIC X(32).

       FD MOVEMENT-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.

       01 MOVEMENT-NEW-RECORD         PIC X(32).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(120).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE "N".
       01 WS-OUT-STATUS               PIC X(2)     VALUE "00".
       01 WS-PARM-OK-FLAG             PIC X(1)     VALUE "Y".
       01 WS-AS-OF-DATE               PIC 9(8)     VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8)     VALUE 0.
       01 WS-F                        PIC 9(1)     VALUE 0.
       01 WS-RETAIN-NUM               PIC 9(4)     VALUE 0.
       01 WS-AMOUNT                   PIC S9(9)V99 VALUE 0.

      * ONE SLOT PER FILE, IN THE ORDER THEY ARE SWEPT: 1 LAYMSTR,
      * 2 GCMSTR, 3 POMSTR, 4 SALESHST, 5 MOVELOG. EACH CARRIES
      * ITS DEFAULT RETENTION AND ITS FLOOR (BOTH IN DAYS) AND WHAT
      * ITS DOLLAR COLUMN MEASURES.
       01 WS-FILE-VALUES.
          05 FILLER                   PIC X(36)    VALUE
             "LAYMSTR 03650090LAYAWAY VALUE       ".
          05 FILLER                   PIC X(36)    VALUE
             "GCMSTR  03650090VALUE LOADED        ".
          05 FILLER                   PIC X(36)    VALUE
             "POMSTR  03650090RECEIVED AT COST    ".
          05 FILLER                   PIC X(36)    VALUE
             "SALESHST07600400NET SALES (S LESS R)".
          05 FILLER                   PIC X(36)    VALUE
             "MOVELOG 04000366UNITS MOVED         ".

       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
          05 WS-FILE-ENTRY OCCURS 5 TIMES.
             10 WF-NAME               PIC X(8).
             10 WF-DEFAULT-DAYS       PIC 9(4).
             10 WF-FLOOR-DAYS         PIC 9(4).
             10 WF-BASIS              PIC X(20).

      * WHAT EACH FILE'S SWEEP FOUND.
       01 WS-RESULT-TABLE.
          05 WS-RESULT-ENTRY OCCURS 5 TIMES.
             10 WR-RETAIN-DAYS        PIC 9(4).
             10 WR-CUTOFF-DATE        PIC 9(8).
             10 WR-READ               PIC 9(7).
             10 WR-ARCHIVED           PIC 9(7).
             10 WR-KEPT               PIC 9(7).
             10 WR-READ-AMT           PIC S9(11)V99.
             10 WR-ARCHIVED-AMT       PIC S9(11)V99.
             10 WR-KEPT-AMT           PIC S9(11)V99.
             10 WR-FOOTS              PIC X(1).

       01 WS-TOTAL-READ               PIC 9(7)     VALUE 0.
       01 WS-TOTAL-WRITTEN            PIC 9(7)     VALUE 0.
       01 WS-TOTAL-ARCHIVED           PIC 9(7)     VALUE 0.
       01 WS-TOTAL-ARCHIVED-AMT       PIC S9(11)V99 VALUE 0.
       01 WS-UNFOOTED-COUNT           PIC 9(1)     VALUE 0.

      * DATE WORK FIELDS - STEPPING BACK FROM THE AS-OF DATE TO
      * EACH FILE'S CUTOFF, ONE DAY AT A TIME.
       01 WS-DAYS-TO-GO               PIC 9(4)     VALUE 0.
       01 WS-WORK-DATE.
          05 WS-WORK-YEAR             PIC 9(4).
          05 WS-WORK-MONTH            PIC 9(2).
          05 WS-WORK-DAY              PIC 9(2).
       01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                   PIC X(24)    VALUE
             "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.
       01 WS-LEAP-WORK                PIC 9(4).
       01 WS-LEAP-REM                 PIC 9(4).

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(20)    VALUE SPACES.
          05 FILLER                   PIC X(38)    VALUE
             "MASTER FILE ARCHIVE AND PURGE - AS OF ".
          05 WST-AS-OF-DATE           PIC 9(8).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(10)    VALUE "FILE".
          05 FILLER                   PIC X(8)     VALUE "RETAIN".
          05 FILLER                   PIC X(10)    VALUE "CUTOFF".
          05 FILLER                   PIC X(11)    VALUE "       READ".
          05 FILLER                   PIC X(11)    VALUE "   ARCHIVED".
          05 FILLER                   PIC X(11)    VALUE "       KEPT".

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-NAME                 PIC X(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-RETAIN               PIC ZZZ9.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-CUTOFF               PIC 9(8).
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-READ                 PIC ZZZZZZ9.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-ARCHIVED             PIC ZZZZZZ9.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-KEPT                 PIC ZZZZZZ9.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSC-FOOTS                PIC X(20).

       01 WS-AMOUNT-LINE.
          05 FILLER                   PIC X(12)    VALUE SPACES.
          05 WSA-BASIS                PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSA-READ                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSA-ARCHIVED             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSA-KEPT                 PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-AMOUNT-HEADER.
          05 FILLER                   PIC X(34)    VALUE SPACES.
          05 FILLER                   PIC X(15)    VALUE
             "        ON FILE".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(15)    VALUE
             "       ARCHIVED".
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(15)    VALUE
             "           KEPT".

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-PARM.
           IF WS-PARM-OK-FLAG NOT = "Y"
              DISPLAY "ARCHPRM CARD REFUSED - NO FILE TOUCHED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILES
              PERFORM 200-SWEEP-LAYAWAYS
              PERFORM 300-SWEEP-GIFT-CARDS
              PERFORM 400-SWEEP-PURCHASE-ORDERS
              PERFORM 500-SWEEP-SALES-HISTORY
              PERFORM 600-SWEEP-MOVEMENTS
              PERFORM 700-PRINT-REGISTER
              PERFORM 950-SET-RETURN-CODE
              PERFORM 895-WRITE-AUDIT-LOG
              PERFORM 950-SET-RETURN-CODE
              PERFORM 900-CLOSE-FILES
           END-IF.
           GOBACK.

      * THE CARD, CHECKED IN FULL BEFORE ANY FILE IS OPENED - A
      * RETENTION THAT IS NOT NUMERIC OR IS UNDER ITS FILE'S FLOOR
      * REFUSES THE WHOLE RUN, SO A TYPO CANNOT PURGE A YEAR.
       050-READ-PARM.
           OPEN INPUT ARCHIVE-PARM-FILE.
           READ ARCHIVE-PARM-FILE
           AT END
              MOVE SPACES TO ARCHIVE-PARM-LINE
           END-READ.
           CLOSE ARCHIVE-PARM-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF AC-AS-OF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
              IF AC-AS-OF-DATE NUMERIC
                 MOVE AC-AS-OF-DATE TO WS-AS-OF-DATE
              ELSE
                 DISPLAY "AS-OF DATE NOT NUMERIC: " AC-AS-OF-DATE
                 MOVE "N" TO WS-PARM-OK-FLAG
              END-IF
           END-IF.
           INITIALIZE WS-RESULT-TABLE.
           PERFORM 060-CHECK-RETENTION
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.

       060-CHECK-RETENTION.
           IF AC-RETAIN-DAYS(WS-F) = SPACES
              MOVE WF-DEFAULT-DAYS(WS-F) TO WR-RETAIN-DAYS(WS-F)
           ELSE
              IF AC-RETAIN-DAYS(WS-F) NUMERIC
                 MOVE AC-RETAIN-DAYS(WS-F) TO WS-RETAIN-NUM
                 MOVE WS-RETAIN-NUM TO WR-RETAIN-DAYS(WS-F)
              ELSE
                 DISPLAY WF-NAME(WS-F) " RETENTION NOT NUMERIC: "
                    AC-RETAIN-DAYS(WS-F)
                 MOVE "N" TO WS-PARM-OK-FLAG
              END-IF
           END-IF.
           IF WR-RETAIN-DAYS(WS-F) < WF-FLOOR-DAYS(WS-F)
              AND WS-PARM-OK-FLAG = "Y"
              DISPLAY WF-NAME(WS-F) " RETENTION UNDER THE FLOOR OF "
                 WF-FLOOR-DAYS(WS-F) " DAYS"
              MOVE "N" TO WS-PARM-OK-FLAG
           END-IF.
           IF WS-PARM-OK-FLAG = "Y"
              MOVE WS-AS-OF-DATE TO WS-WORK-DATE-N
              MOVE WR-RETAIN-DAYS(WS-F) TO WS-DAYS-TO-GO
              PERFORM 070-BACK-ONE-DAY
                  UNTIL WS-DAYS-TO-GO = 0
              MOVE WS-WORK-DATE-N TO WR-CUTOFF-DATE(WS-F)
           END-IF.

       070-BACK-ONE-DAY.
           IF WS-WORK-DAY > 1
              SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
              IF WS-WORK-MONTH = 1
                 MOVE 12 TO WS-WORK-MONTH
                 SUBTRACT 1 FROM WS-WORK-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-WORK-MONTH
              END-IF
              MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-WORK-DAY
              IF WS-WORK-MONTH = 2
                 PERFORM 075-CHECK-LEAP-YEAR
              END-IF
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-TO-GO.

       075-CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4
              GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
              DIVIDE WS-WORK-YEAR BY 100
                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM NOT = 0
                 MOVE 29 TO WS-WORK-DAY
              ELSE
                 DIVIDE WS-WORK-YEAR BY 400
                    GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-WORK-DAY
                 END-IF
              END-IF
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT LAYAWAY-MASTER-FILE
                      GIFT-CARD-MASTER-FILE
                      PO-MASTER-FILE
                      SALES-HISTORY-FILE
                      MOVEMENT-LOG-FILE.
           OPEN OUTPUT LAYAWAY-HISTORY-FILE
                       LAYAWAY-NEW-FILE
                       GIFT-CARD-HISTORY-FILE
                       GIFT-CARD-NEW-FILE
                       PO-HISTORY-FILE
                       PO-NEW-FILE
                       SALES-ARCHIVE-FILE
                       SALES-NEW-FILE
                       MOVEMENT-HISTORY-FILE
                       MOVEMENT-NEW-FILE
                       OUTPUT-FILE.

      * LAYAWAYS - COMPLETED, CANCELLED OR FORFEITED AND UNTOUCHED
      * SINCE THE CUTOFF. DOLLARS ARE THE LAYAWAY'S FULL VALUE.
       200-SWEEP-LAYAWAYS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 210-READ-LAYAWAY.
           PERFORM 220-SPLIT-LAYAWAY UNTIL WS-EOF-FLAG = "Y".
           MOVE 1 TO WS-F.
           PERFORM 800-FOOT-FILE.

       210-READ-LAYAWAY.
           READ LAYAWAY-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              MOVE LM-TOTAL-AMOUNT TO WS-AMOUNT
              MOVE 1 TO WS-F
              PERFORM 805-COUNT-READ
           END-READ.

       220-SPLIT-LAYAWAY.
           IF (LM-STATUS = "C" OR LM-STATUS = "X" OR LM-STATUS = "F")
              AND LM-LAST-ACTIVITY-DATE < WR-CUTOFF-DATE(1)
              WRITE LAYAWAY-HISTORY-RECORD FROM LAYAWAY-MASTER-RECORD
              PERFORM 810-COUNT-ARCHIVED
           ELSE
              WRITE LAYAWAY-NEW-RECORD FROM LAYAWAY-MASTER-RECORD
              PERFORM 820-COUNT-KEPT
           END-IF.
           PERFORM 210-READ-LAYAWAY.

      * GIFT CARDS - FULLY REDEEMED AND UNUSED SINCE THE CUTOFF.
      * A REDEEMED CARD CARRIES NO BALANCE AND NO BREAKAGE, SO IT
      * TAKES NOTHING OFF THE LIABILITY. DOLLARS ARE THE VALUE
      * LOADED (ALL OF IT REDEEMED).
       300-SWEEP-GIFT-CARDS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 310-READ-GIFT-CARD.
           PERFORM 320-SPLIT-GIFT-CARD UNTIL WS-EOF-FLAG = "Y".
           MOVE 2 TO WS-F.
           PERFORM 800-FOOT-FILE.

       310-READ-GIFT-CARD.
           READ GIFT-CARD-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              MOVE GC-ORIGINAL-AMOUNT TO WS-AMOUNT
              MOVE 2 TO WS-F
              PERFORM 805-COUNT-READ
           END-READ.

       320-SPLIT-GIFT-CARD.
           IF GC-STATUS = "Z"
              AND GC-LAST-ACTIVITY-DATE < WR-CUTOFF-DATE(2)
              WRITE GIFT-CARD-HISTORY-RECORD
                 FROM GIFT-CARD-MASTER-RECORD
              PERFORM 810-COUNT-ARCHIVED
           ELSE
              WRITE GIFT-CARD-NEW-RECORD FROM GIFT-CARD-MASTER-RECORD
              PERFORM 820-COUNT-KEPT
           END-IF.
           PERFORM 310-READ-GIFT-CARD.

      * PURCHASE ORDERS - RECEIVED IN FULL AND CLOSED BEFORE THE
      * CUTOFF. THE NEXT ORDER FOR THE ITEM OPENS A FRESH RECORD.
      * DOLLARS ARE THE QUANTITY RECEIVED AT THE ORDER'S COST.
       400-SWEEP-PURCHASE-ORDERS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 410-READ-PURCHASE-ORDER.
           PERFORM 420-SPLIT-PURCHASE-ORDER UNTIL WS-EOF-FLAG = "Y".
           MOVE 3 TO WS-F.
           PERFORM 800-FOOT-FILE.

       410-READ-PURCHASE-ORDER.
           READ PO-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              COMPUTE WS-AMOUNT = PO-RECEIVED-QTY * PO-UNIT-COST
              MOVE 3 TO WS-F
              PERFORM 805-COUNT-READ
           END-READ.

       420-SPLIT-PURCHASE-ORDER.
           IF PO-STATUS = "C"
              AND PO-CLOSE-DATE < WR-CUTOFF-DATE(3)
              WRITE PO-HISTORY-RECORD
                 FROM PURCHASE-ORDER-MASTER-RECORD
              PERFORM 810-COUNT-ARCHIVED
           ELSE
              WRITE PO-NEW-RECORD FROM PURCHASE-ORDER-MASTER-RECORD
              PERFORM 820-COUNT-KEPT
           END-IF.
           PERFORM 410-READ-PURCHASE-ORDER.

      * SALES HISTORY - EVERY STORE-DAY BEFORE THE CUTOFF. DOLLARS
      * ARE THE DAY'S SALES LESS ITS RETURNS.
       500-SWEEP-SALES-HISTORY.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 510-READ-SALES-DAY.
           PERFORM 520-SPLIT-SALES-DAY UNTIL WS-EOF-FLAG = "Y".
           MOVE 4 TO WS-F.
           PERFORM 800-FOOT-FILE.

       510-READ-SALES-DAY.
           READ SALES-HISTORY-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              COMPUTE WS-AMOUNT = SH-S-AMOUNT - SH-R-AMOUNT
              MOVE 4 TO WS-F
              PERFORM 805-COUNT-READ
           END-READ.

       520-SPLIT-SALES-DAY.
           IF SH-DATE < WR-CUTOFF-DATE(4)
              WRITE SALES-ARCHIVE-RECORD FROM SALES-HISTORY-RECORD
              PERFORM 810-COUNT-ARCHIVED
           ELSE
              WRITE SALES-NEW-RECORD FROM SALES-HISTORY-RECORD
              PERFORM 820-COUNT-KEPT
           END-IF.
           PERFORM 510-READ-SALES-DAY.

      * MOVEMENT LOG - EVERY MOVEMENT DATED BEFORE THE CUTOFF. THE
      * LOG CARRIES NO DOLLARS, SO ITS COLUMN IS UNITS.
       600-SWEEP-MOVEMENTS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 610-READ-MOVEMENT.
           PERFORM 620-SPLIT-MOVEMENT UNTIL WS-EOF-FLAG = "Y".
           MOVE 5 TO WS-F.
           PERFORM 800-FOOT-FILE.

       610-READ-MOVEMENT.
           READ MOVEMENT-LOG-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              MOVE MV-QTY TO WS-AMOUNT
              MOVE 5 TO WS-F
              PERFORM 805-COUNT-READ
           END-READ.

       620-SPLIT-MOVEMENT.
           IF MV-DATE < WR-CUTOFF-DATE(5)
              WRITE MOVEMENT-HISTORY-RECORD FROM MOVEMENT-LOG-RECORD
              PERFORM 810-COUNT-ARCHIVED
           ELSE
              WRITE MOVEMENT-NEW-RECORD FROM MOVEMENT-LOG-RECORD
              PERFORM 820-COUNT-KEPT
           END-IF.
           PERFORM 610-READ-MOVEMENT.

       700-PRINT-REGISTER.
           MOVE WS-AS-OF-DATE TO WST-AS-OF-DATE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.
           WRITE OUTPUT-LINE FROM WS-AMOUNT-HEADER.
           PERFORM 710-PRINT-FILE
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.

       710-PRINT-FILE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WF-NAME(WS-F)          TO WSC-NAME.
           MOVE WR-RETAIN-DAYS(WS-F)   TO WSC-RETAIN.
           MOVE WR-CUTOFF-DATE(WS-F)   TO WSC-CUTOFF.
           MOVE WR-READ(WS-F)          TO WSC-READ.
           MOVE WR-ARCHIVED(WS-F)      TO WSC-ARCHIVED.
           MOVE WR-KEPT(WS-F)          TO WSC-KEPT.
           IF WR-FOOTS(WS-F) = "Y"
              MOVE "FOOTS" TO WSC-FOOTS
           ELSE
              MOVE "** DOES NOT FOOT" TO WSC-FOOTS
           END-IF.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE WF-BASIS(WS-F)         TO WSA-BASIS.
           MOVE WR-READ-AMT(WS-F)      TO WSA-READ.
           MOVE WR-ARCHIVED-AMT(WS-F)  TO WSA-ARCHIVED.
           MOVE WR-KEPT-AMT(WS-F)      TO WSA-KEPT.
           WRITE OUTPUT-LINE FROM WS-AMOUNT-LINE.

      * EVERY RECORD READ MUST HAVE BEEN WRITTEN ONE WAY OR THE
      * OTHER - PROVE IT, IN RECORDS AND IN DOLLARS, BEFORE THE JCL
      * RELOADS ANYTHING. READ AND WRITTEN ARE COUNTED APART (805
      * AT THE READ, 810 AND 820 AFTER THE WRITE), SO A RECORD
      * DROPPED OR A WRITE THAT FAILED LEAVES THE FILE UNFOOTED.
       800-FOOT-FILE.
           MOVE "Y" TO WR-FOOTS(WS-F).
           IF WR-ARCHIVED(WS-F) + WR-KEPT(WS-F) NOT = WR-READ(WS-F)
              MOVE "N" TO WR-FOOTS(WS-F)
           END-IF.
           IF WR-ARCHIVED-AMT(WS-F) + WR-KEPT-AMT(WS-F)
              NOT = WR-READ-AMT(WS-F)
              MOVE "N" TO WR-FOOTS(WS-F)
           END-IF.
           IF WR-FOOTS(WS-F) NOT = "Y"
              ADD 1 TO WS-UNFOOTED-COUNT
           END-IF.
           ADD WR-READ(WS-F) TO WS-TOTAL-READ.
           ADD WR-ARCHIVED(WS-F) TO WS-TOTAL-ARCHIVED.
           ADD WR-ARCHIVED(WS-F) WR-KEPT(WS-F) TO WS-TOTAL-WRITTEN.
      * THE MOVEMENT LOG'S COLUMN IS UNITS, NOT DOLLARS.
           IF WS-F < 5
              ADD WR-ARCHIVED-AMT(WS-F) TO WS-TOTAL-ARCHIVED-AMT
           END-IF.

       805-COUNT-READ.
           ADD 1 TO WR-READ(WS-F).
           ADD WS-AMOUNT TO WR-READ-AMT(WS-F).

       810-COUNT-ARCHIVED.
           IF WS-OUT-STATUS = "00"
              ADD 1 TO WR-ARCHIVED(WS-F)
              ADD WS-AMOUNT TO WR-ARCHIVED-AMT(WS-F)
           ELSE
              DISPLAY WF-NAME(WS-F) " HISTORY WRITE FAILED, STATUS "
                 WS-OUT-STATUS
           END-IF.

       820-COUNT-KEPT.
           IF WS-OUT-STATUS = "00"
              ADD 1 TO WR-KEPT(WS-F)
              ADD WS-AMOUNT TO WR-KEPT-AMT(WS-F)
           ELSE
              DISPLAY WF-NAME(WS-F) " NEW COPY WRITE FAILED, STATUS "
                 WS-OUT-STATUS
           END-IF.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. WRITTEN IS WHAT REACHED HISTORY OR THE
      * NEW MASTER - EQUAL TO READ ONLY WHEN EVERY FILE FOOTED - AND
      * THE CONTROL TOTAL IS THE DOLLARS ARCHIVED FROM THE FOUR
      * FILES THAT CARRY DOLLARS.
       895-WRITE-AUDIT-LOG.
           MOVE "MSTARCH" TO AP-PROGRAM-ID.
           MOVE WS-TOTAL-READ TO AP-RECORDS-READ.
           MOVE WS-TOTAL-WRITTEN TO AP-RECORDS-WRITTEN.
           MOVE 0 TO AP-RECORDS-REJECTED.
           MOVE WS-TOTAL-ARCHIVED-AMT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       950-SET-RETURN-CODE.
           IF WS-UNFOOTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE LAYAWAY-MASTER-FILE
                 GIFT-CARD-MASTER-FILE
                 PO-MASTER-FILE
                 SALES-HISTORY-FILE
                 MOVEMENT-LOG-FILE.
           CLOSE LAYAWAY-HISTORY-FILE
                 LAYAWAY-NEW-FILE
                 GIFT-CARD-HISTORY-FILE
                 GIFT-CARD-NEW-FILE
                 PO-HISTORY-FILE
                 PO-NEW-FILE
                 SALES-ARCHIVE-FILE
                 SALES-NEW-FILE
                 MOVEMENT-HISTORY-FILE
                 MOVEMENT-NEW-FILE
                 OUTPUT-FILE.

        END PROGRAM MSTARCH.
