        IDENTIFICATION DIVISION.
        PROGRAM-ID. A8PRMLFT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: POST-PROMOTION LIFT REPORT. FOR THE PROMOTION
      * ON THE LIFTPRM CARD IT COMPARES WHAT SOLD DURING THE
      * PROMOTION TO A BASELINE - THE SAME NUMBER OF DAYS RUNNING
      * UP TO THE DAY BEFORE IT STARTED. EACH PROMOTED SKU (THE
      * ONE SKU, OR EVERY SKU WHOSE ITEM IS IN THE PROMOTED CLASS)
      * GETS ITS UNITS AND DOLLARS SOLD IN BOTH PERIODS AND THE
      * LIFT, FROM A8SKURPT'S DAILY SKU SUMMARIES: PROMSUM IS THE
      * PROMOTION DAYS' GENERATIONS CONCATENATED, BASESUM THE
      * BASELINE DAYS'. THE SUMMARIES ARE CHAIN-WIDE, SO THE LIFT
      * BY STORE COMES FROM THE DAILY SALES HISTORY MASTER - EACH
      * PROMOTED STORE'S SALES COUNT AND DOLLARS OVER THE SAME TWO
      * WINDOWS, WITH THE DAYS FOUND IN EACH SO A SHORT HISTORY
      * SHOWS UP ON THE PAGE RATHER THAN AS A FALSE LIFT.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * SINGLE CARD: THE PROMOTION ID IN COLUMNS 1-6.
            SELECT LIFT-PARM-FILE
                ASSIGN TO "LIFTPRM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT PROMOTION-MASTER-FILE
                ASSIGN TO "PROMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PR-PROMO-ID.

      * A8SKURPT'S SUMMARIES FOR THE PROMOTION DAYS, AND FOR THE
      * BASELINE DAYS - EACH A CONCATENATION OF GENERATIONS.
            SELECT PROMO-SUMMARY-FILE
                ASSIGN TO "PROMSUM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT BASE-SUMMARY-FILE
                ASSIGN TO "BASESUM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT SKU-XREF-FILE
                ASSIGN TO "SKUXREF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SX-SKU.

            SELECT INVENTORY-MASTER-FILE
                ASSIGN TO "INVMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IM-ITEM.

            SELECT SALES-HISTORY-FILE
                ASSIGN TO "SALESHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SH-KEY.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

       FD LIFT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 LIFT-PARM-LINE.
          05 LP-PROMO-ID              PIC X(6).
          05 FILLER                   PIC X(74).

       FD PROMOTION-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.

           COPY PROMSTR.

      * SAME LAYOUT A8SKURPT WRITES - KEEP THE THREE IN STEP.
       FD PROMO-SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 47 CHARACTERS.

       01 PROMO-SUMMARY-RECORD.
          05 PS-SKU                   PIC X(15).
          05 PS-SALES-COUNT           PIC 9(5).
          05 PS-SALES-AMOUNT          PIC 9(9)V99.
          05 PS-RETURN-COUNT          PIC 9(5).
          05 PS-RETURN-AMOUNT         PIC 9(9)V99.

       FD BASE-SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 47 CHARACTERS.

       01 BASE-SUMMARY-RECORD.
          05 BS-SKU                   PIC X(15).
          05 BS-SALES-COUNT           PIC 9(5).
          05 BS-SALES-AMOUNT          PIC 9(9)V99.
          05 BS-RETURN-COUNT          PIC 9(5).
          05 BS-RETURN-AMOUNT         PIC 9(9)V99.

       FD SKU-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.

           COPY SKUXREF.

       FD INVENTORY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.

           COPY INVMSTR.

       FD SALES-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.

           COPY SALESHST.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-PARM-OK-FLAG             PIC X(1)     VALUE "N".
       01 WS-PARM-REASON              PIC X(30)    VALUE SPACES.
       01 WS-SUM-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-HIST-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-PROMOTED-FLAG            PIC X(1)     VALUE "N".

      * THE SUMMARY RECORD IN HAND, FROM EITHER PERIOD'S FILE.
       01 WS-SUM-SKU                  PIC X(15).
       01 WS-SUM-COUNT                PIC 9(5).
       01 WS-SUM-AMOUNT               PIC 9(9)V99.

      * THE TWO WINDOWS AS DAY NUMBERS. THE BASELINE IS AS MANY
      * DAYS AS THE PROMOTION RAN, ENDING THE DAY BEFORE IT.
       01 WS-PROMO-DAYS               PIC 9(5).
       01 WS-PROMO-START-DN           PIC 9(7).
       01 WS-PROMO-END-DN             PIC 9(7).
       01 WS-BASE-START-DN            PIC 9(7).

      * DATE TO DAY-NUMBER WORK FIELDS, AS IN A2POAGE. MARCH COUNTS
      * AS MONTH 0 SO FEBRUARY'S LEAP DAY FALLS AT THE END OF THE
      * COUNTING YEAR.
       01 WS-DN-DATE.
          05 WS-DN-YEAR               PIC 9(4).
          05 WS-DN-MONTH              PIC 9(2).
          05 WS-DN-DAY                PIC 9(2).
       01 WS-DN-WORK.
          05 WS-DN-Y                  PIC 9(4).
          05 WS-DN-M                  PIC 9(2).
          05 WS-DN-Q4                 PIC 9(4).
          05 WS-DN-Q100               PIC 9(4).
          05 WS-DN-Q400               PIC 9(4).
          05 WS-DN-MTERM              PIC 9(4).
          05 WS-DN-MQ                 PIC 9(4).
       01 WS-DAY-NUMBER               PIC 9(7).

      * THE PROMOTED SKUS, OPENED AS THEY TURN UP ON EITHER FILE.
      * A CLASS PROMOTION RARELY COVERS MORE THAN A FEW DOZEN;
      * AN OVERFLOW IS COUNTED AND PRINTED RATHER THAN LOST.
       01 WS-SKU-COUNT                PIC 9(3)     VALUE 0.
       01 WS-SKU-TABLE.
          05 WS-SKU-ENTRY OCCURS 300 TIMES.
             10 WSK-SKU               PIC X(15).
             10 WSK-PROMO-UNITS       PIC 9(7).
             10 WSK-PROMO-DOLLARS     PIC 9(9)V99.
             10 WSK-BASE-UNITS        PIC 9(7).
             10 WSK-BASE-DOLLARS      PIC 9(9)V99.
       01 WS-SKU-I                    PIC 9(3).
       01 WS-SKU-FOUND                PIC 9(3).
       01 WS-SKU-OVERFLOW-COUNT       PIC 9(5)     VALUE 0.

      * ONE ENTRY PER STORE NUMBER, SUBSCRIPTED BY THE STORE.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 99 TIMES.
             10 WST-PROMO-DAYS        PIC 9(5).
             10 WST-PROMO-COUNT       PIC 9(7).
             10 WST-PROMO-DOLLARS     PIC 9(9)V99.
             10 WST-BASE-DAYS         PIC 9(5).
             10 WST-BASE-COUNT        PIC 9(7).
             10 WST-BASE-DOLLARS      PIC 9(9)V99.
       01 WS-STORE-I                  PIC 9(3).
       01 WS-STORE-X                  PIC X(2).
       01 WS-STORE-LIST-I             PIC 9(2).
       01 WS-STORE-IN-FLAG            PIC X(1).

      * PERCENT CHANGE FROM THE BASELINE FIGURE TO THE PROMOTION
      * FIGURE, SET UP BY THE CALLER AND EDITED BY 650.
       01 WS-LIFT-BASE                PIC 9(9)V99.
       01 WS-LIFT-NEW                 PIC 9(9)V99.
       01 WS-LIFT-PCT                 PIC S9(5)V9.
       01 WS-LIFT-EDIT                PIC -ZZZZ9.9.
       01 WS-LIFT-TEXT                PIC X(8).

       01 WS-TOTALS.
          05 WS-TOT-PROMO-UNITS       PIC 9(7)     VALUE 0.
          05 WS-TOT-PROMO-DOLLARS     PIC 9(9)V99  VALUE 0.
          05 WS-TOT-BASE-UNITS        PIC 9(7)     VALUE 0.
          05 WS-TOT-BASE-DOLLARS      PIC 9(9)V99  VALUE 0.

       01 WS-COUNTS.
          05 WS-SUM-READ-COUNT        PIC 9(7)     VALUE 0.
          05 WS-HIST-READ-COUNT       PIC 9(7)     VALUE 0.
          05 WS-STORE-LINE-COUNT      PIC 9(5)     VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(30)    VALUE SPACES.
          05 FILLER                   PIC X(24)    VALUE
             "PROMOTION LIFT REPORT".

       01 WS-PROMO-LINE-1.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(11)    VALUE
             "PROMOTION: ".
          05 WSP-PROMO-ID             PIC X(6).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSP-DESCRIPTION          PIC X(16).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSP-WHAT-LABEL           PIC X(7).
          05 WSP-WHAT                 PIC X(15).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSP-PRICE-LABEL          PIC X(7).
          05 WSP-PRICE                PIC Z,ZZ9.99.

       01 WS-PROMO-LINE-2.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(11)    VALUE
             "RAN:       ".
          05 WSP-START                PIC 9(8).
          05 FILLER                   PIC X(4)     VALUE " TO ".
          05 WSP-END                  PIC 9(8).
          05 FILLER                   PIC X(2)     VALUE " (".
          05 WSP-DAYS                 PIC ZZZZ9.
          05 FILLER                   PIC X(7)     VALUE " DAYS, ".
          05 FILLER                   PIC X(32)    VALUE
             "BASELINE = THE SAME DAYS BEFORE)".

       01 WS-PROMO-LINE-3.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(11)    VALUE
             "STORES:    ".
          05 WSP-STORES.
             10 WSP-STORE-ENTRY OCCURS 8 TIMES.
                15 WSP-STORE          PIC X(2).
                15 FILLER             PIC X(1).

       01 WS-SECTION-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-SECTION-TEXT          PIC X(60).

       01 WS-SKU-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(17)    VALUE "SKU".
          05 FILLER                   PIC X(9)     VALUE
             "   PROMO".
          05 FILLER                   PIC X(9)     VALUE
             "    BASE".
          05 FILLER                   PIC X(9)     VALUE
             "  LIFT %".
          05 FILLER                   PIC X(15)    VALUE
             "     PROMO $".
          05 FILLER                   PIC X(15)    VALUE
             "      BASE $".
          05 FILLER                   PIC X(9)     VALUE
             "  LIFT %".

       01 WS-SKU-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSL-SKU                  PIC X(15).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSL-PROMO-UNITS          PIC ZZZZZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSL-BASE-UNITS           PIC ZZZZZZ9.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSL-UNITS-LIFT           PIC X(8).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSL-PROMO-DOLLARS        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSL-BASE-DOLLARS         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSL-DOLLARS-LIFT         PIC X(8).

       01 WS-STORE-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(7)     VALUE "STORE".
          05 FILLER                   PIC X(10)    VALUE "DAYS P/B".
          05 FILLER                   PIC X(9)     VALUE
             "   PROMO".
          05 FILLER                   PIC X(9)     VALUE
             "    BASE".
          05 FILLER                   PIC X(9)     VALUE
             "  LIFT %".
          05 FILLER                   PIC X(15)    VALUE
             "     PROMO $".
          05 FILLER                   PIC X(15)    VALUE
             "      BASE $".
          05 FILLER                   PIC X(9)     VALUE
             "  LIFT %".

       01 WS-STORE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSS-STORE                PIC 9(2).
          05 FILLER                   PIC X(5)     VALUE SPACES.
          05 WSS-PROMO-DAYS           PIC ZZ9.
          05 FILLER                   PIC X(1)     VALUE "/".
          05 WSS-BASE-DAYS            PIC ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-PROMO-COUNT          PIC ZZZZZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-BASE-COUNT           PIC ZZZZZZ9.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-COUNT-LIFT           PIC X(8).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-PROMO-DOLLARS        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-BASE-DOLLARS         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-DOLLARS-LIFT         PIC X(8).

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(30).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-READ-PARM.
           PERFORM 200-PRINT-HEADINGS.
           IF WS-PARM-OK-FLAG = "Y"
              PERFORM 300-READ-PROMO-SUMMARY
                  UNTIL WS-SUM-EOF-FLAG = 'Y'
              MOVE 'N' TO WS-SUM-EOF-FLAG
              PERFORM 350-READ-BASE-SUMMARY
                  UNTIL WS-SUM-EOF-FLAG = 'Y'
              PERFORM 400-READ-HISTORY
                  UNTIL WS-HIST-EOF-FLAG = 'Y'
              PERFORM 500-PRINT-SKUS
              PERFORM 550-PRINT-STORES
           END-IF.
           PERFORM 800-PRINT-COUNTS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           INITIALIZE WS-SKU-TABLE.
           INITIALIZE WS-STORE-TABLE.
           OPEN INPUT LIFT-PARM-FILE.
           OPEN INPUT PROMOTION-MASTER-FILE.
           OPEN INPUT PROMO-SUMMARY-FILE.
           OPEN INPUT BASE-SUMMARY-FILE.
           OPEN INPUT SKU-XREF-FILE.
           OPEN INPUT INVENTORY-MASTER-FILE.
           OPEN INPUT SALES-HISTORY-FILE.
           OPEN OUTPUT OUTPUT-FILE.

      * THE CARD NAMES THE PROMOTION; ITS ROW SETS THE WINDOWS.
       150-READ-PARM.
           READ LIFT-PARM-FILE
           AT END
              MOVE "NO LIFTPRM CARD" TO WS-PARM-REASON
           NOT AT END
              MOVE LP-PROMO-ID TO PR-PROMO-ID
              READ PROMOTION-MASTER-FILE
              INVALID KEY
                 MOVE "PROMOTION NOT ON FILE" TO WS-PARM-REASON
              NOT INVALID KEY
                 MOVE "Y" TO WS-PARM-OK-FLAG
              END-READ
           END-READ.
           IF WS-PARM-OK-FLAG = "Y"
              IF PR-START-DATE NOT NUMERIC
                 OR PR-END-DATE NOT NUMERIC
                 OR PR-END-DATE < PR-START-DATE
                 MOVE "N" TO WS-PARM-OK-FLAG
                 MOVE "PROMOTION DATES UNUSABLE" TO WS-PARM-REASON
              END-IF
           END-IF.
           IF WS-PARM-OK-FLAG = "Y"
              MOVE PR-START-DATE TO WS-DN-DATE
              PERFORM 850-COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-PROMO-START-DN
              MOVE PR-END-DATE TO WS-DN-DATE
              PERFORM 850-COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-PROMO-END-DN
              COMPUTE WS-PROMO-DAYS =
                 WS-PROMO-END-DN - WS-PROMO-START-DN + 1
              COMPUTE WS-BASE-START-DN =
                 WS-PROMO-START-DN - WS-PROMO-DAYS
           END-IF.

       200-PRINT-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           IF WS-PARM-OK-FLAG = "N"
              MOVE "*** " TO WS-SECTION-TEXT
              MOVE WS-PARM-REASON TO WS-SECTION-TEXT(5:30)
              WRITE OUTPUT-LINE FROM WS-SECTION-LINE
           ELSE
              MOVE PR-PROMO-ID    TO WSP-PROMO-ID
              MOVE PR-DESCRIPTION TO WSP-DESCRIPTION
              IF PR-SKU NOT = SPACES
                 MOVE "SKU:   " TO WSP-WHAT-LABEL
                 MOVE PR-SKU    TO WSP-WHAT
              ELSE
                 MOVE "CLASS: "     TO WSP-WHAT-LABEL
                 MOVE PR-ITEM-CLASS TO WSP-WHAT
              END-IF
              IF PR-PROMO-PRICE > 0
                 MOVE "PRICE: " TO WSP-PRICE-LABEL
                 MOVE PR-PROMO-PRICE TO WSP-PRICE
              ELSE
                 MOVE "% OFF: " TO WSP-PRICE-LABEL
                 MOVE PR-PERCENT-OFF TO WSP-PRICE
              END-IF
              WRITE OUTPUT-LINE FROM WS-PROMO-LINE-1
              MOVE PR-START-DATE TO WSP-START
              MOVE PR-END-DATE   TO WSP-END
              MOVE WS-PROMO-DAYS TO WSP-DAYS
              WRITE OUTPUT-LINE FROM WS-PROMO-LINE-2
              MOVE SPACES TO WSP-STORES
              IF PR-STORE-LIST = SPACES
                 MOVE "ALL" TO WSP-STORES
              ELSE
                 PERFORM 210-LIST-STORE
                     VARYING WS-STORE-LIST-I FROM 1 BY 1
                     UNTIL WS-STORE-LIST-I > 8
              END-IF
              WRITE OUTPUT-LINE FROM WS-PROMO-LINE-3
           END-IF.

       210-LIST-STORE.
           MOVE PR-STORE(WS-STORE-LIST-I)
              TO WSP-STORE(WS-STORE-LIST-I).

       300-READ-PROMO-SUMMARY.
           READ PROMO-SUMMARY-FILE
           AT END
              MOVE 'Y' TO WS-SUM-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-SUM-READ-COUNT
              MOVE PS-SKU          TO WS-SUM-SKU
              MOVE PS-SALES-COUNT  TO WS-SUM-COUNT
              MOVE PS-SALES-AMOUNT TO WS-SUM-AMOUNT
              PERFORM 600-FIND-PROMOTED-SKU
              IF WS-SKU-FOUND > 0
                 ADD WS-SUM-COUNT  TO WSK-PROMO-UNITS(WS-SKU-FOUND)
                 ADD WS-SUM-AMOUNT TO WSK-PROMO-DOLLARS(WS-SKU-FOUND)
              END-IF
           END-READ.

       350-READ-BASE-SUMMARY.
           READ BASE-SUMMARY-FILE
           AT END
              MOVE 'Y' TO WS-SUM-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-SUM-READ-COUNT
              MOVE BS-SKU          TO WS-SUM-SKU
              MOVE BS-SALES-COUNT  TO WS-SUM-COUNT
              MOVE BS-SALES-AMOUNT TO WS-SUM-AMOUNT
              PERFORM 600-FIND-PROMOTED-SKU
              IF WS-SKU-FOUND > 0
                 ADD WS-SUM-COUNT  TO WSK-BASE-UNITS(WS-SKU-FOUND)
                 ADD WS-SUM-AMOUNT TO WSK-BASE-DOLLARS(WS-SKU-FOUND)
              END-IF
           END-READ.

      * THE HISTORY IS STORE-MAJOR; EVERY ROW FOR A PROMOTED STORE
      * THAT FALLS IN EITHER WINDOW IS ADDED TO ITS STORE ENTRY.
       400-READ-HISTORY.
           READ SALES-HISTORY-FILE
           AT END
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-HIST-READ-COUNT
              IF SH-STORE > 0
                 PERFORM 410-CHECK-STORE
              END-IF
              IF SH-STORE > 0 AND WS-STORE-IN-FLAG = "Y"
                 PERFORM 420-POST-HISTORY-DAY
              END-IF
           END-READ.

       410-CHECK-STORE.
           IF PR-STORE-LIST = SPACES
              MOVE "Y" TO WS-STORE-IN-FLAG
           ELSE
              MOVE "N" TO WS-STORE-IN-FLAG
              MOVE SH-STORE TO WS-STORE-X
              PERFORM 415-MATCH-STORE
                  VARYING WS-STORE-LIST-I FROM 1 BY 1
                  UNTIL WS-STORE-LIST-I > 8
           END-IF.

       415-MATCH-STORE.
           IF PR-STORE(WS-STORE-LIST-I) = WS-STORE-X
              MOVE "Y" TO WS-STORE-IN-FLAG
           END-IF.

       420-POST-HISTORY-DAY.
           MOVE SH-DATE TO WS-DN-DATE.
           PERFORM 850-COMPUTE-DAY-NUMBER.
           MOVE SH-STORE TO WS-STORE-I.
           IF WS-DAY-NUMBER NOT < WS-PROMO-START-DN
              AND WS-DAY-NUMBER NOT > WS-PROMO-END-DN
              ADD 1           TO WST-PROMO-DAYS(WS-STORE-I)
              ADD SH-S-COUNT  TO WST-PROMO-COUNT(WS-STORE-I)
              ADD SH-S-AMOUNT TO WST-PROMO-DOLLARS(WS-STORE-I)
           END-IF.
           IF WS-DAY-NUMBER NOT < WS-BASE-START-DN
              AND WS-DAY-NUMBER < WS-PROMO-START-DN
              ADD 1           TO WST-BASE-DAYS(WS-STORE-I)
              ADD SH-S-COUNT  TO WST-BASE-COUNT(WS-STORE-I)
              ADD SH-S-AMOUNT TO WST-BASE-DOLLARS(WS-STORE-I)
           END-IF.

       500-PRINT-SKUS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "LIFT BY PROMOTED SKU (CHAIN, FROM THE SKU SUMMARIES)"
              TO WS-SECTION-TEXT.
           WRITE OUTPUT-LINE FROM WS-SECTION-LINE.
           WRITE OUTPUT-LINE FROM WS-SKU-HEADER.
           PERFORM 510-PRINT-ONE-SKU
               VARYING WS-SKU-I FROM 1 BY 1
               UNTIL WS-SKU-I > WS-SKU-COUNT.
           MOVE "TOTAL"              TO WSL-SKU.
           MOVE WS-TOT-PROMO-UNITS   TO WSL-PROMO-UNITS.
           MOVE WS-TOT-BASE-UNITS    TO WSL-BASE-UNITS.
           MOVE WS-TOT-BASE-UNITS    TO WS-LIFT-BASE.
           MOVE WS-TOT-PROMO-UNITS   TO WS-LIFT-NEW.
           PERFORM 650-COMPUTE-LIFT.
           MOVE WS-LIFT-TEXT         TO WSL-UNITS-LIFT.
           MOVE WS-TOT-PROMO-DOLLARS TO WSL-PROMO-DOLLARS.
           MOVE WS-TOT-BASE-DOLLARS  TO WSL-BASE-DOLLARS.
           MOVE WS-TOT-BASE-DOLLARS  TO WS-LIFT-BASE.
           MOVE WS-TOT-PROMO-DOLLARS TO WS-LIFT-NEW.
           PERFORM 650-COMPUTE-LIFT.
           MOVE WS-LIFT-TEXT         TO WSL-DOLLARS-LIFT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-SKU-LINE.

       510-PRINT-ONE-SKU.
           MOVE WSK-SKU(WS-SKU-I)           TO WSL-SKU.
           MOVE WSK-PROMO-UNITS(WS-SKU-I)   TO WSL-PROMO-UNITS.
           MOVE WSK-BASE-UNITS(WS-SKU-I)    TO WSL-BASE-UNITS.
           MOVE WSK-BASE-UNITS(WS-SKU-I)    TO WS-LIFT-BASE.
           MOVE WSK-PROMO-UNITS(WS-SKU-I)   TO WS-LIFT-NEW.
           PERFORM 650-COMPUTE-LIFT.
           MOVE WS-LIFT-TEXT                TO WSL-UNITS-LIFT.
           MOVE WSK-PROMO-DOLLARS(WS-SKU-I) TO WSL-PROMO-DOLLARS.
           MOVE WSK-BASE-DOLLARS(WS-SKU-I)  TO WSL-BASE-DOLLARS.
           MOVE WSK-BASE-DOLLARS(WS-SKU-I)  TO WS-LIFT-BASE.
           MOVE WSK-PROMO-DOLLARS(WS-SKU-I) TO WS-LIFT-NEW.
           PERFORM 650-COMPUTE-LIFT.
           MOVE WS-LIFT-TEXT                TO WSL-DOLLARS-LIFT.
           WRITE OUTPUT-LINE FROM WS-SKU-LINE.
           ADD WSK-PROMO-UNITS(WS-SKU-I)   TO WS-TOT-PROMO-UNITS.
           ADD WSK-PROMO-DOLLARS(WS-SKU-I) TO WS-TOT-PROMO-DOLLARS.
           ADD WSK-BASE-UNITS(WS-SKU-I)    TO WS-TOT-BASE-UNITS.
           ADD WSK-BASE-DOLLARS(WS-SKU-I)  TO WS-TOT-BASE-DOLLARS.

      * ONLY STORES WITH HISTORY IN EITHER WINDOW ARE PRINTED.
       550-PRINT-STORES.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "LIFT BY STORE (ALL SALES, FROM THE SALES HISTORY)"
              TO WS-SECTION-TEXT.
           WRITE OUTPUT-LINE FROM WS-SECTION-LINE.
           WRITE OUTPUT-LINE FROM WS-STORE-HEADER.
           PERFORM 560-PRINT-ONE-STORE
               VARYING WS-STORE-I FROM 1 BY 1
               UNTIL WS-STORE-I > 99.

       560-PRINT-ONE-STORE.
           IF WST-PROMO-DAYS(WS-STORE-I) > 0
              OR WST-BASE-DAYS(WS-STORE-I) > 0
              ADD 1 TO WS-STORE-LINE-COUNT
              MOVE WS-STORE-I                   TO WSS-STORE
              MOVE WST-PROMO-DAYS(WS-STORE-I)   TO WSS-PROMO-DAYS
              MOVE WST-BASE-DAYS(WS-STORE-I)    TO WSS-BASE-DAYS
              MOVE WST-PROMO-COUNT(WS-STORE-I)  TO WSS-PROMO-COUNT
              MOVE WST-BASE-COUNT(WS-STORE-I)   TO WSS-BASE-COUNT
              MOVE WST-BASE-COUNT(WS-STORE-I)   TO WS-LIFT-BASE
              MOVE WST-PROMO-COUNT(WS-STORE-I)  TO WS-LIFT-NEW
              PERFORM 650-COMPUTE-LIFT
              MOVE WS-LIFT-TEXT                 TO WSS-COUNT-LIFT
              MOVE WST-PROMO-DOLLARS(WS-STORE-I) TO WSS-PROMO-DOLLARS
              MOVE WST-BASE-DOLLARS(WS-STORE-I) TO WSS-BASE-DOLLARS
              MOVE WST-BASE-DOLLARS(WS-STORE-I) TO WS-LIFT-BASE
              MOVE WST-PROMO-DOLLARS(WS-STORE-I) TO WS-LIFT-NEW
              PERFORM 650-COMPUTE-LIFT
              MOVE WS-LIFT-TEXT                 TO WSS-DOLLARS-LIFT
              WRITE OUTPUT-LINE FROM WS-STORE-LINE
           END-IF.

      * THE SKU'S TABLE ENTRY IF IT IS PROMOTED - OPENED ON FIRST
      * SIGHT. WS-SKU-FOUND COMES BACK ZERO FOR A SKU THE
      * PROMOTION DOES NOT COVER, OR WHEN THE TABLE IS FULL.
       600-FIND-PROMOTED-SKU.
           MOVE 0 TO WS-SKU-FOUND.
           PERFORM 610-MATCH-SKU
               VARYING WS-SKU-I FROM 1 BY 1
               UNTIL WS-SKU-I > WS-SKU-COUNT
                  OR WS-SKU-FOUND > 0.
           IF WS-SKU-FOUND = 0
              PERFORM 620-CHECK-PROMOTED
              IF WS-PROMOTED-FLAG = "Y"
                 IF WS-SKU-COUNT < 300
                    ADD 1 TO WS-SKU-COUNT
                    MOVE WS-SKU-COUNT TO WS-SKU-FOUND
                    MOVE WS-SUM-SKU TO WSK-SKU(WS-SKU-FOUND)
                 ELSE
                    ADD 1 TO WS-SKU-OVERFLOW-COUNT
                 END-IF
              END-IF
           END-IF.

       610-MATCH-SKU.
           IF WSK-SKU(WS-SKU-I) = WS-SUM-SKU
              MOVE WS-SKU-I TO WS-SKU-FOUND
           END-IF.

      * A SKU PROMOTION COVERS ITS ONE SKU; A CLASS PROMOTION
      * EVERY SKU MAPPED (ACTIVELY) TO AN ITEM IN THE CLASS.
       620-CHECK-PROMOTED.
           MOVE "N" TO WS-PROMOTED-FLAG.
           IF PR-SKU NOT = SPACES
              IF WS-SUM-SKU = PR-SKU
                 MOVE "Y" TO WS-PROMOTED-FLAG
              END-IF
           ELSE
              MOVE WS-SUM-SKU TO SX-SKU
              READ SKU-XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SX-STATUS NOT = "I"
                    MOVE SX-ITEM TO IM-ITEM
                    READ INVENTORY-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF IM-CLASS = PR-ITEM-CLASS
                          MOVE "Y" TO WS-PROMOTED-FLAG
                       END-IF
                    END-READ
                 END-IF
              END-READ
           END-IF.

      * "NEW" WHEN THERE WAS NOTHING IN THE BASELINE TO COMPARE
      * AGAINST; A LIFT TOO LARGE TO PRINT SHOWS AS STARS.
       650-COMPUTE-LIFT.
           IF WS-LIFT-BASE = 0
              IF WS-LIFT-NEW = 0
                 MOVE "       -" TO WS-LIFT-TEXT
              ELSE
                 MOVE "     NEW" TO WS-LIFT-TEXT
              END-IF
           ELSE
              COMPUTE WS-LIFT-PCT ROUNDED =
                 (WS-LIFT-NEW - WS-LIFT-BASE) * 100 / WS-LIFT-BASE
                 ON SIZE ERROR
                    MOVE "  ******" TO WS-LIFT-TEXT
                 NOT ON SIZE ERROR
                    MOVE WS-LIFT-PCT TO WS-LIFT-EDIT
                    MOVE WS-LIFT-EDIT TO WS-LIFT-TEXT
              END-COMPUTE
           END-IF.

       800-PRINT-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "SKU SUMMARY RECORDS READ:" TO WS-COUNT-TEXT.
           MOVE WS-SUM-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "PROMOTED SKUS FOUND:" TO WS-COUNT-TEXT.
           MOVE WS-SKU-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "HISTORY ROWS READ:" TO WS-COUNT-TEXT.
           MOVE WS-HIST-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "STORES REPORTED:" TO WS-COUNT-TEXT.
           MOVE WS-STORE-LINE-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           IF WS-SKU-OVERFLOW-COUNT > 0
              MOVE "*** SKU TABLE FULL:" TO WS-COUNT-TEXT
              MOVE WS-SKU-OVERFLOW-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

      * DAYS SINCE A FIXED ORIGIN FOR THE YYYYMMDD DATE IN
      * WS-DN-DATE, SO TWO DATES SUBTRACT TO THE CALENDAR DAYS
      * BETWEEN THEM ACROSS MONTH, YEAR AND LEAP-DAY BOUNDARIES.
       850-COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
              COMPUTE WS-DN-Y = WS-DN-YEAR - 1
              COMPUTE WS-DN-M = WS-DN-MONTH + 9
           ELSE
              MOVE WS-DN-YEAR TO WS-DN-Y
              COMPUTE WS-DN-M = WS-DN-MONTH - 3
           END-IF.
           DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MTERM = 153 * WS-DN-M + 2.
           DIVIDE WS-DN-MTERM BY 5 GIVING WS-DN-MQ.
           COMPUTE WS-DAY-NUMBER =
               365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
               + WS-DN-MQ + WS-DN-DAY.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE PROMOTED SKUS'
      * DOLLARS SOLD DURING THE PROMOTION.
       895-WRITE-AUDIT-LOG.
           MOVE "A8PRMLFT" TO AP-PROGRAM-ID.
           COMPUTE AP-RECORDS-READ =
              WS-SUM-READ-COUNT + WS-HIST-READ-COUNT.
           COMPUTE AP-RECORDS-WRITTEN =
              WS-SKU-COUNT + WS-STORE-LINE-COUNT.
           MOVE WS-SKU-OVERFLOW-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-TOT-PROMO-DOLLARS TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN; 4 WHEN NO PROMOTED SKU TURNED UP ON THE PROMOTION
      * SUMMARIES, NO STORE HAD HISTORY IN THE WINDOWS, OR THE SKU
      * TABLE FILLED; 8 WHEN THE CARD OR THE PROMOTION IS UNUSABLE.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PARM-OK-FLAG = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-PROMO-UNITS = 0
                 OR WS-STORE-LINE-COUNT = 0
                 OR WS-SKU-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE LIFT-PARM-FILE.
           CLOSE PROMOTION-MASTER-FILE.
           CLOSE PROMO-SUMMARY-FILE.
           CLOSE BASE-SUMMARY-FILE.
           CLOSE SKU-XREF-FILE.
           CLOSE INVENTORY-MASTER-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8PRMLFT.
