        IDENTIFICATION DIVISION.
        PROGRAM-ID. A7GCFRD.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: GIFT-CARD FRAUD AND VELOCITY MONITORING. A7GCPOST
      * REJECTS A REDEMPTION OVER THE CARD'S BALANCE, BUT THE
      * PATTERNS LOSS PREVENTION WORRIES ABOUT ALL POST CLEANLY.
      * THIS RUN READS THE DAY'S FEED AGAINST THE GIFT-CARD MASTER
      * AND FLAGS:
      *   - A CARD ACTIVATED AND REDEEMED ON THE SAME DAY
      *   - A REDEMPTION AT A STORE OTHER THAN THE ONE THAT SOLD
      *     THE CARD, WITHIN N DAYS OF ISSUE
      *   - MORE THAN N REDEMPTIONS OF ONE CARD IN ONE DAY
      *   - A CASHIER OR A REGISTER ACTIVATING MORE THAN N CARDS IN
      *     ONE DAY
      * EVERY FLAGGED LINE CARRIES THE STORE, INVOICE, REGISTER AND
      * CASHIER SO LOSS PREVENTION CAN PULL THE TAPE. THE LIMITS
      * COME FROM THE FRAUDPRM CARD. A REDEMPTION IS ANY GC TENDER
      * ON THE FEED, WHETHER OR NOT A7GCPOST POSTED IT - AN ATTEMPT
      * MATTERS AS MUCH AS A SUCCESS. READ-ONLY.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INPUT-FILE
                ASSIGN TO "INFILE"
                ORGANIZATION IS SEQUENTIAL.

            SELECT GIFT-CARD-MASTER-FILE
                ASSIGN TO "GCMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GC-CARD-NUMBER.

      * SINGLE CARD - THE MONITORING LIMITS.
            SELECT FRAUD-PARM-FILE
                ASSIGN TO "FRAUDPRM"
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

       FD GIFT-CARD-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.

           COPY GCMSTR.

      * COLS 1-3  AWAY-STORE WINDOW - DAYS FROM ISSUE (DEFAULT 7)
      * COLS 5-6  MOST REDEMPTIONS PER CARD PER DAY (DEFAULT 3)
      * COLS 8-10 MOST ACTIVATIONS PER CASHIER PER DAY (DEFAULT 10)
      * COLS 12-14 MOST ACTIVATIONS PER REGISTER PER DAY (DEFAULT 20)
       FD FRAUD-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 FRAUD-PARM-LINE.
          05 FP-AWAY-DAYS             PIC X(3).
          05 FILLER                   PIC X(1).
          05 FP-CARD-REDEEMS          PIC X(2).
          05 FILLER                   PIC X(1).
          05 FP-CASHIER-ACTS          PIC X(3).
          05 FILLER                   PIC X(1).
          05 FP-REGISTER-ACTS         PIC X(3).
          05 FILLER                   PIC X(66).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-MASTER-FOUND-FLAG        PIC X(1)     VALUE "N".

       01 WS-LIMITS.
          05 WS-AWAY-DAYS             PIC 9(3)     VALUE 7.
          05 WS-CARD-REDEEMS          PIC 9(2)     VALUE 3.
          05 WS-CASHIER-ACTS          PIC 9(3)     VALUE 10.
          05 WS-REGISTER-ACTS         PIC 9(3)     VALUE 20.

       01 WS-MATH.
          05 WSM-GC-SHARE             PIC 9(7)V99.

      * THE DAY'S ACTIVATIONS, IN FEED ORDER.
       01 WS-ACT-COUNT                PIC 9(5)     VALUE 0.
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 3000 TIMES.
             10 WAC-CARD              PIC X(9).
             10 WAC-DATE              PIC 9(8).
             10 WAC-TIME              PIC 9(4).
             10 WAC-STORE             PIC 9(2).
             10 WAC-INVOICE           PIC X(9).
             10 WAC-REGISTER          PIC X(3).
             10 WAC-CASHIER           PIC X(3).
             10 WAC-AMOUNT            PIC 9(5)V99.
       01 WS-ACT-I                    PIC 9(5).
       01 WS-ACT-FOUND                PIC 9(5).

      * THE DAY'S REDEMPTIONS, IN FEED ORDER, WITH WHAT IS KNOWN OF
      * THE CARD'S ISSUE.
       01 WS-RED-COUNT                PIC 9(5)     VALUE 0.
       01 WS-RED-TABLE.
          05 WS-RED-ENTRY OCCURS 3000 TIMES.
             10 WRD-CARD              PIC X(9).
             10 WRD-DATE              PIC 9(8).
             10 WRD-TIME              PIC 9(4).
             10 WRD-STORE             PIC 9(2).
             10 WRD-INVOICE           PIC X(9).
             10 WRD-REGISTER          PIC X(3).
             10 WRD-CASHIER           PIC X(3).
             10 WRD-AMOUNT            PIC 9(5)V99.
             10 WRD-ISSUE-STORE       PIC 9(2).
             10 WRD-ISSUE-DATE        PIC 9(8).
             10 WRD-DAYS-OUT          PIC 9(5).
             10 WRD-ISSUE-KNOWN       PIC X(1).
             10 WRD-CARD-DAY-COUNT    PIC 9(3).
             10 WRD-LISTED            PIC X(1).
       01 WS-RED-I                    PIC 9(5).
       01 WS-RED-J                    PIC 9(5).
       01 WS-RED-K                    PIC 9(5).

      * ACTIVATIONS COUNTED BY DAY, STORE AND CASHIER ("C") OR
      * REGISTER ("R").
       01 WS-GRP-COUNT                PIC 9(4)     VALUE 0.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 1000 TIMES.
             10 WGR-TYPE              PIC X(1).
             10 WGR-DATE              PIC 9(8).
             10 WGR-STORE             PIC 9(2).
             10 WGR-ID                PIC X(3).
             10 WGR-COUNT             PIC 9(5).
       01 WS-GRP-I                    PIC 9(4).
       01 WS-GRP-FOUND                PIC 9(4).
       01 WS-GRP-TYPE                 PIC X(1).
       01 WS-GRP-ID                   PIC X(3).
       01 WS-GRP-LIMIT                PIC 9(3).

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
       01 WS-ISSUE-DAY-NUMBER         PIC 9(7).

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-SAME-DAY-COUNT        PIC 9(5)     VALUE 0.
          05 WS-AWAY-COUNT            PIC 9(5)     VALUE 0.
          05 WS-VELOCITY-COUNT        PIC 9(5)     VALUE 0.
          05 WS-CASHIER-FLAG-COUNT    PIC 9(5)     VALUE 0.
          05 WS-REGISTER-FLAG-COUNT   PIC 9(5)     VALUE 0.
          05 WS-FLAG-COUNT            PIC 9(5)     VALUE 0.
          05 WS-OVERFLOW-COUNT        PIC 9(5)     VALUE 0.
          05 WS-SECTION-COUNT         PIC 9(5)     VALUE 0.
       01 WS-FLAGGED-AMOUNT           PIC 9(9)V99  VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(24)    VALUE SPACES.
          05 FILLER                   PIC X(40)    VALUE
             "GIFT-CARD FRAUD AND VELOCITY MONITOR".

       01 WS-LIMIT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(13)    VALUE
             "AWAY WINDOW: ".
          05 WSP-AWAY-DAYS            PIC ZZ9.
          05 FILLER                   PIC X(20)    VALUE
             " DAYS  CARD/DAY MAX:".
          05 WSP-CARD-REDEEMS         PIC ZZ9.
          05 FILLER                   PIC X(14)    VALUE
             "  CASHIER MAX:".
          05 WSP-CASHIER-ACTS         PIC ZZ9.
          05 FILLER                   PIC X(15)    VALUE
             "  REGISTER MAX:".
          05 WSP-REGISTER-ACTS        PIC ZZ9.

       01 WS-SECTION-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-TITLE                PIC X(60).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(11)    VALUE "CARD".
          05 FILLER                   PIC X(9)     VALUE "DATE".
          05 FILLER                   PIC X(6)     VALUE "TIME".
          05 FILLER                   PIC X(5)     VALUE "STR".
          05 FILLER                   PIC X(11)    VALUE "INVOICE".
          05 FILLER                   PIC X(5)     VALUE "REG".
          05 FILLER                   PIC X(5)     VALUE "CSH".
          05 FILLER                   PIC X(11)    VALUE "   AMOUNT".
          05 FILLER                   PIC X(30)    VALUE "NOTE".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-CARD                 PIC X(9).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-DATE                 PIC 9(8).
          05 FILLER                   PIC X(1)     VALUE SPACES.
          05 WSD-TIME                 PIC 9(4).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-STORE                PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-INVOICE              PIC X(9).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-REGISTER             PIC X(3).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-CASHIER              PIC X(3).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-AMOUNT               PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-NOTE                 PIC X(30).

      * NOTE TEXTS BUILT INTO WSD-NOTE.
       01 WS-NOTE-ISSUED.
          05 FILLER                   PIC X(13)    VALUE
             "ISSUED STORE ".
          05 WSN-ISSUE-STORE          PIC 9(2).
          05 FILLER                   PIC X(2)     VALUE ", ".
          05 WSN-DAYS                 PIC ZZZZ9.
          05 FILLER                   PIC X(8)     VALUE " DAY(S)".

       01 WS-GROUP-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSG-KIND                 PIC X(9).
          05 WSG-ID                   PIC X(9).
          05 FILLER                   PIC X(8)     VALUE "  STORE ".
          05 WSG-STORE                PIC 9(2).
          05 FILLER                   PIC X(4)     VALUE " ON ".
          05 WSG-DATE                 PIC 9(8).
          05 FILLER                   PIC X(3)     VALUE " - ".
          05 WSG-COUNT                PIC ZZZZ9.
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSG-WHAT                 PIC X(12).

       01 WS-NONE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(10)    VALUE "NONE.".

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(32).
          05 WS-COUNT-VALUE           PIC ZZZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-READ-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 200-PRINT-HEADINGS.
           PERFORM 300-SAME-DAY-SECTION.
           PERFORM 400-AWAY-STORE-SECTION.
           PERFORM 500-VELOCITY-SECTION.
           PERFORM 600-VOLUME-SECTIONS.
           PERFORM 700-PRINT-COUNTS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

      * A LIMIT LEFT BLANK OR NOT NUMERIC ON THE CARD KEEPS ITS
      * DEFAULT.
       100-OPEN-FILES.
           OPEN INPUT FRAUD-PARM-FILE.
           READ FRAUD-PARM-FILE
           AT END
              MOVE SPACES TO FRAUD-PARM-LINE
           END-READ.
           IF FP-AWAY-DAYS NUMERIC
              MOVE FP-AWAY-DAYS TO WS-AWAY-DAYS
           END-IF.
           IF FP-CARD-REDEEMS NUMERIC
              MOVE FP-CARD-REDEEMS TO WS-CARD-REDEEMS
           END-IF.
           IF FP-CASHIER-ACTS NUMERIC
              MOVE FP-CASHIER-ACTS TO WS-CASHIER-ACTS
           END-IF.
           IF FP-REGISTER-ACTS NUMERIC
              MOVE FP-REGISTER-ACTS TO WS-REGISTER-ACTS
           END-IF.
           CLOSE FRAUD-PARM-FILE.
           OPEN INPUT INPUT-FILE.
           OPEN INPUT GIFT-CARD-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       150-READ-ONE.
           READ INPUT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              PERFORM 160-CLASSIFY-RECORD
           END-READ.

      * A VOID IS A KEYING CORRECTION, NOT CARD ACTIVITY; EVERYTHING
      * ELSE WITH A GC TENDER IS A REDEMPTION.
       160-CLASSIFY-RECORD.
           EVALUATE TRUE
               WHEN IL-TRANSACTION-CODE = "G"
                   PERFORM 170-HOLD-ACTIVATION
               WHEN IL-TRANSACTION-CODE = "V"
                   CONTINUE
               WHEN OTHER
                   PERFORM 260-GC-SHARE
                   IF WSM-GC-SHARE > 0
                      AND IL-GIFT-CARD-NUMBER NOT = SPACES
                      PERFORM 180-HOLD-REDEMPTION
                   END-IF
           END-EVALUATE.

       170-HOLD-ACTIVATION.
           IF WS-ACT-COUNT NOT < 3000
              ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
              ADD 1 TO WS-ACT-COUNT
              MOVE IL-GIFT-CARD-NUMBER   TO WAC-CARD(WS-ACT-COUNT)
              MOVE IL-TRANS-DATE         TO WAC-DATE(WS-ACT-COUNT)
              MOVE IL-TRANS-TIME         TO WAC-TIME(WS-ACT-COUNT)
              MOVE IL-STORE-NUMBER       TO WAC-STORE(WS-ACT-COUNT)
              MOVE IL-INVOICE-NUMBER     TO WAC-INVOICE(WS-ACT-COUNT)
              MOVE IL-REGISTER-NUMBER    TO WAC-REGISTER(WS-ACT-COUNT)
              MOVE IL-CASHIER-NUMBER     TO WAC-CASHIER(WS-ACT-COUNT)
              MOVE IL-TRANSACTION-AMOUNT TO WAC-AMOUNT(WS-ACT-COUNT)
              MOVE "C" TO WS-GRP-TYPE
              MOVE IL-CASHIER-NUMBER TO WS-GRP-ID
              PERFORM 190-COUNT-GROUP
              MOVE "R" TO WS-GRP-TYPE
              MOVE IL-REGISTER-NUMBER TO WS-GRP-ID
              PERFORM 190-COUNT-GROUP
           END-IF.

      * THE CARD'S ISSUE COMES FROM THE MASTER; A CARD NOT ON FILE
      * (A7GCPOST REJECTED THE REDEMPTION) CANNOT BE TESTED FOR THE
      * ISSUE PATTERNS BUT STILL COUNTS TOWARD VELOCITY.
       180-HOLD-REDEMPTION.
           IF WS-RED-COUNT NOT < 3000
              ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
              ADD 1 TO WS-RED-COUNT
              MOVE IL-GIFT-CARD-NUMBER TO WRD-CARD(WS-RED-COUNT)
              MOVE IL-TRANS-DATE       TO WRD-DATE(WS-RED-COUNT)
              MOVE IL-TRANS-TIME       TO WRD-TIME(WS-RED-COUNT)
              MOVE IL-STORE-NUMBER     TO WRD-STORE(WS-RED-COUNT)
              MOVE IL-INVOICE-NUMBER   TO WRD-INVOICE(WS-RED-COUNT)
              MOVE IL-REGISTER-NUMBER  TO WRD-REGISTER(WS-RED-COUNT)
              MOVE IL-CASHIER-NUMBER   TO WRD-CASHIER(WS-RED-COUNT)
              MOVE WSM-GC-SHARE        TO WRD-AMOUNT(WS-RED-COUNT)
              MOVE 0    TO WRD-ISSUE-STORE(WS-RED-COUNT)
                           WRD-ISSUE-DATE(WS-RED-COUNT)
                           WRD-DAYS-OUT(WS-RED-COUNT)
                           WRD-CARD-DAY-COUNT(WS-RED-COUNT)
              MOVE "N"  TO WRD-ISSUE-KNOWN(WS-RED-COUNT)
                           WRD-LISTED(WS-RED-COUNT)
              PERFORM 250-READ-MASTER
              IF WS-MASTER-FOUND-FLAG = "Y"
                 AND GC-ISSUE-DATE NUMERIC AND GC-ISSUE-DATE > 0
                 AND IL-TRANS-DATE NUMERIC
                 MOVE "Y" TO WRD-ISSUE-KNOWN(WS-RED-COUNT)
                 MOVE GC-ISSUE-STORE TO WRD-ISSUE-STORE(WS-RED-COUNT)
                 MOVE GC-ISSUE-DATE  TO WRD-ISSUE-DATE(WS-RED-COUNT)
                 MOVE GC-ISSUE-DATE TO WS-DN-DATE
                 PERFORM 800-COMPUTE-DAY-NUMBER
                 MOVE WS-DAY-NUMBER TO WS-ISSUE-DAY-NUMBER
                 MOVE IL-TRANS-DATE TO WS-DN-DATE
                 PERFORM 800-COMPUTE-DAY-NUMBER
                 IF WS-DAY-NUMBER > WS-ISSUE-DAY-NUMBER
                    COMPUTE WRD-DAYS-OUT(WS-RED-COUNT) =
                       WS-DAY-NUMBER - WS-ISSUE-DAY-NUMBER
                 END-IF
              END-IF
           END-IF.

       190-COUNT-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM 195-MATCH-GROUP
               VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-COUNT
                  OR WS-GRP-FOUND > 0.
           IF WS-GRP-FOUND > 0
              ADD 1 TO WGR-COUNT(WS-GRP-FOUND)
           ELSE
              IF WS-GRP-COUNT < 1000
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-TYPE     TO WGR-TYPE(WS-GRP-COUNT)
                 MOVE IL-TRANS-DATE   TO WGR-DATE(WS-GRP-COUNT)
                 MOVE IL-STORE-NUMBER TO WGR-STORE(WS-GRP-COUNT)
                 MOVE WS-GRP-ID       TO WGR-ID(WS-GRP-COUNT)
                 MOVE 1               TO WGR-COUNT(WS-GRP-COUNT)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.

       195-MATCH-GROUP.
           IF WGR-TYPE(WS-GRP-I) = WS-GRP-TYPE
              AND WGR-DATE(WS-GRP-I) = IL-TRANS-DATE
              AND WGR-STORE(WS-GRP-I) = IL-STORE-NUMBER
              AND WGR-ID(WS-GRP-I) = WS-GRP-ID
              MOVE WS-GRP-I TO WS-GRP-FOUND
           END-IF.

       200-PRINT-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE WS-AWAY-DAYS     TO WSP-AWAY-DAYS.
           MOVE WS-CARD-REDEEMS  TO WSP-CARD-REDEEMS.
           MOVE WS-CASHIER-ACTS  TO WSP-CASHIER-ACTS.
           MOVE WS-REGISTER-ACTS TO WSP-REGISTER-ACTS.
           WRITE OUTPUT-LINE FROM WS-LIMIT-LINE.

       250-READ-MASTER.
           MOVE IL-GIFT-CARD-NUMBER TO GC-CARD-NUMBER.
           MOVE "Y" TO WS-MASTER-FOUND-FLAG.
           READ GIFT-CARD-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-FOUND-FLAG
           END-READ.

      * HOW MUCH OF THIS RECORD WAS GIFT-CARD TENDER - THE SAME
      * RULE AS A7GCPOST'S 260-GC-SHARE.
       260-GC-SHARE.
           MOVE 0 TO WSM-GC-SHARE.
           IF IL-PAYMENT-TYPE = "GC"
              IF IL-TENDER-2-TYPE NOT = SPACES
                 AND IL-TENDER-2-AMOUNT NUMERIC
                 COMPUTE WSM-GC-SHARE =
                    IL-TRANSACTION-AMOUNT - IL-TENDER-2-AMOUNT
              ELSE
                 MOVE IL-TRANSACTION-AMOUNT TO WSM-GC-SHARE
              END-IF
           END-IF.
           IF IL-TENDER-2-TYPE = "GC"
              AND IL-TENDER-2-AMOUNT NUMERIC
              ADD IL-TENDER-2-AMOUNT TO WSM-GC-SHARE
           END-IF.

       280-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-SECTION-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

       290-SECTION-FOOT.
           IF WS-SECTION-COUNT = 0
              WRITE OUTPUT-LINE FROM WS-NONE-LINE
           END-IF.

      *****************************************************************
      * ACTIVATED AND REDEEMED THE SAME DAY - THE REDEMPTION, THEN
      * THE ACTIVATION THAT SOLD THE CARD WHEN IT IS ON THIS FEED.
      *****************************************************************
       300-SAME-DAY-SECTION.
           MOVE "ACTIVATED AND REDEEMED THE SAME DAY" TO WSS-TITLE.
           PERFORM 280-SECTION-HEADING.
           PERFORM 310-SAME-DAY-ONE
               VARYING WS-RED-I FROM 1 BY 1
               UNTIL WS-RED-I > WS-RED-COUNT.
           PERFORM 290-SECTION-FOOT.

       310-SAME-DAY-ONE.
           IF WRD-ISSUE-KNOWN(WS-RED-I) = "Y"
              AND WRD-ISSUE-DATE(WS-RED-I) = WRD-DATE(WS-RED-I)
              ADD 1 TO WS-SAME-DAY-COUNT
              PERFORM 320-NOTE-ISSUE
              PERFORM 330-WRITE-REDEMPTION
              MOVE 0 TO WS-ACT-FOUND
              PERFORM 315-FIND-ACTIVATION
                  VARYING WS-ACT-I FROM 1 BY 1
                  UNTIL WS-ACT-I > WS-ACT-COUNT
                     OR WS-ACT-FOUND > 0
              IF WS-ACT-FOUND > 0
                 MOVE WS-ACT-FOUND TO WS-ACT-I
                 MOVE "ACTIVATION THAT SOLD THE CARD" TO WSD-NOTE
                 PERFORM 340-WRITE-ACTIVATION
              END-IF
           END-IF.

       315-FIND-ACTIVATION.
           IF WAC-CARD(WS-ACT-I) = WRD-CARD(WS-RED-I)
              MOVE WS-ACT-I TO WS-ACT-FOUND
           END-IF.

       320-NOTE-ISSUE.
           MOVE WRD-ISSUE-STORE(WS-RED-I) TO WSN-ISSUE-STORE.
           MOVE WRD-DAYS-OUT(WS-RED-I)    TO WSN-DAYS.
           MOVE WS-NOTE-ISSUED            TO WSD-NOTE.

       330-WRITE-REDEMPTION.
           MOVE WRD-CARD(WS-RED-I)     TO WSD-CARD.
           MOVE WRD-DATE(WS-RED-I)     TO WSD-DATE.
           MOVE WRD-TIME(WS-RED-I)     TO WSD-TIME.
           MOVE WRD-STORE(WS-RED-I)    TO WSD-STORE.
           MOVE WRD-INVOICE(WS-RED-I)  TO WSD-INVOICE.
           MOVE WRD-REGISTER(WS-RED-I) TO WSD-REGISTER.
           MOVE WRD-CASHIER(WS-RED-I)  TO WSD-CASHIER.
           MOVE WRD-AMOUNT(WS-RED-I)   TO WSD-AMOUNT.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-FLAG-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WRD-AMOUNT(WS-RED-I) TO WS-FLAGGED-AMOUNT.

       335-WRITE-REDEMPTION-J.
           MOVE WS-RED-I TO WS-RED-K.
           MOVE WS-RED-J TO WS-RED-I.
           PERFORM 330-WRITE-REDEMPTION.
           MOVE WS-RED-K TO WS-RED-I.

       340-WRITE-ACTIVATION.
           MOVE WAC-CARD(WS-ACT-I)     TO WSD-CARD.
           MOVE WAC-DATE(WS-ACT-I)     TO WSD-DATE.
           MOVE WAC-TIME(WS-ACT-I)     TO WSD-TIME.
           MOVE WAC-STORE(WS-ACT-I)    TO WSD-STORE.
           MOVE WAC-INVOICE(WS-ACT-I)  TO WSD-INVOICE.
           MOVE WAC-REGISTER(WS-ACT-I) TO WSD-REGISTER.
           MOVE WAC-CASHIER(WS-ACT-I)  TO WSD-CASHIER.
           MOVE WAC-AMOUNT(WS-ACT-I)   TO WSD-AMOUNT.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      *****************************************************************
      * REDEEMED AWAY FROM THE ISSUING STORE WITHIN THE WINDOW.
      *****************************************************************
       400-AWAY-STORE-SECTION.
           MOVE "REDEEMED AT ANOTHER STORE SOON AFTER ISSUE"
              TO WSS-TITLE.
           PERFORM 280-SECTION-HEADING.
           PERFORM 410-AWAY-STORE-ONE
               VARYING WS-RED-I FROM 1 BY 1
               UNTIL WS-RED-I > WS-RED-COUNT.
           PERFORM 290-SECTION-FOOT.

       410-AWAY-STORE-ONE.
           IF WRD-ISSUE-KNOWN(WS-RED-I) = "Y"
              AND WRD-STORE(WS-RED-I) NOT = WRD-ISSUE-STORE(WS-RED-I)
              AND WRD-DAYS-OUT(WS-RED-I) NOT > WS-AWAY-DAYS
              ADD 1 TO WS-AWAY-COUNT
              PERFORM 320-NOTE-ISSUE
              PERFORM 330-WRITE-REDEMPTION
           END-IF.

      *****************************************************************
      * MORE REDEMPTIONS OF ONE CARD IN ONE DAY THAN THE LIMIT - THE
      * CARD'S COUNT, THEN EVERY REDEMPTION THAT DAY.
      *****************************************************************
       500-VELOCITY-SECTION.
           MOVE "REDEEMED TOO MANY TIMES IN ONE DAY" TO WSS-TITLE.
           PERFORM 280-SECTION-HEADING.
           PERFORM 510-COUNT-CARD-DAY
               VARYING WS-RED-I FROM 1 BY 1
               UNTIL WS-RED-I > WS-RED-COUNT.
           PERFORM 530-VELOCITY-ONE
               VARYING WS-RED-I FROM 1 BY 1
               UNTIL WS-RED-I > WS-RED-COUNT.
           PERFORM 290-SECTION-FOOT.

       510-COUNT-CARD-DAY.
           PERFORM 520-COUNT-MATCH
               VARYING WS-RED-J FROM 1 BY 1
               UNTIL WS-RED-J > WS-RED-COUNT.

       520-COUNT-MATCH.
           IF WRD-CARD(WS-RED-J) = WRD-CARD(WS-RED-I)
              AND WRD-DATE(WS-RED-J) = WRD-DATE(WS-RED-I)
              ADD 1 TO WRD-CARD-DAY-COUNT(WS-RED-I)
           END-IF.

       530-VELOCITY-ONE.
           IF WRD-CARD-DAY-COUNT(WS-RED-I) > WS-CARD-REDEEMS
              AND WRD-LISTED(WS-RED-I) = "N"
              ADD 1 TO WS-VELOCITY-COUNT
              MOVE "CARD     " TO WSG-KIND
              MOVE WRD-CARD(WS-RED-I) TO WSG-ID
              MOVE WRD-STORE(WS-RED-I) TO WSG-STORE
              MOVE WRD-DATE(WS-RED-I) TO WSG-DATE
              MOVE WRD-CARD-DAY-COUNT(WS-RED-I) TO WSG-COUNT
              MOVE "REDEMPTIONS" TO WSG-WHAT
              WRITE OUTPUT-LINE FROM WS-GROUP-LINE
              PERFORM 540-LIST-CARD-DAY
                  VARYING WS-RED-J FROM WS-RED-I BY 1
                  UNTIL WS-RED-J > WS-RED-COUNT
           END-IF.

      * WS-RED-I IS THE FIRST REDEMPTION OF THE FLAGGED CARD-DAY;
      * IT AND EVERY LATER ONE FOR THE SAME CARD AND DAY ARE LISTED
      * AND MARKED SO THE CARD-DAY PRINTS ONCE.
       540-LIST-CARD-DAY.
           IF WRD-CARD(WS-RED-J) = WRD-CARD(WS-RED-I)
              AND WRD-DATE(WS-RED-J) = WRD-DATE(WS-RED-I)
              MOVE "Y" TO WRD-LISTED(WS-RED-J)
              MOVE SPACES TO WSD-NOTE
              PERFORM 335-WRITE-REDEMPTION-J
           END-IF.

      *****************************************************************
      * CASHIERS, THEN REGISTERS, ACTIVATING MORE CARDS IN ONE DAY
      * THAN THE LIMIT - THE COUNT, THEN EACH ACTIVATION.
      *****************************************************************
       600-VOLUME-SECTIONS.
           MOVE "CASHIERS ACTIVATING UNUSUAL CARD VOLUMES"
              TO WSS-TITLE.
           MOVE "C" TO WS-GRP-TYPE.
           MOVE WS-CASHIER-ACTS TO WS-GRP-LIMIT.
           PERFORM 280-SECTION-HEADING.
           PERFORM 610-VOLUME-ONE
               VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-COUNT.
           PERFORM 290-SECTION-FOOT.
           MOVE "REGISTERS ACTIVATING UNUSUAL CARD VOLUMES"
              TO WSS-TITLE.
           MOVE "R" TO WS-GRP-TYPE.
           MOVE WS-REGISTER-ACTS TO WS-GRP-LIMIT.
           PERFORM 280-SECTION-HEADING.
           PERFORM 610-VOLUME-ONE
               VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-COUNT.
           PERFORM 290-SECTION-FOOT.

       610-VOLUME-ONE.
           IF WGR-TYPE(WS-GRP-I) = WS-GRP-TYPE
              AND WGR-COUNT(WS-GRP-I) > WS-GRP-LIMIT
              IF WS-GRP-TYPE = "C"
                 MOVE "CASHIER  " TO WSG-KIND
                 ADD 1 TO WS-CASHIER-FLAG-COUNT
              ELSE
                 MOVE "REGISTER " TO WSG-KIND
                 ADD 1 TO WS-REGISTER-FLAG-COUNT
              END-IF
              MOVE WGR-ID(WS-GRP-I)    TO WSG-ID
              MOVE WGR-STORE(WS-GRP-I) TO WSG-STORE
              MOVE WGR-DATE(WS-GRP-I)  TO WSG-DATE
              MOVE WGR-COUNT(WS-GRP-I) TO WSG-COUNT
              MOVE "ACTIVATIONS" TO WSG-WHAT
              WRITE OUTPUT-LINE FROM WS-GROUP-LINE
              ADD 1 TO WS-FLAG-COUNT
              ADD 1 TO WS-SECTION-COUNT
              MOVE SPACES TO WSD-NOTE
              PERFORM 620-LIST-GROUP-ACTIVATION
                  VARYING WS-ACT-I FROM 1 BY 1
                  UNTIL WS-ACT-I > WS-ACT-COUNT
           END-IF.

       620-LIST-GROUP-ACTIVATION.
           IF WAC-DATE(WS-ACT-I) = WGR-DATE(WS-GRP-I)
              AND WAC-STORE(WS-ACT-I) = WGR-STORE(WS-GRP-I)
              IF (WS-GRP-TYPE = "C"
                  AND WAC-CASHIER(WS-ACT-I) = WGR-ID(WS-GRP-I))
                 OR (WS-GRP-TYPE = "R"
                  AND WAC-REGISTER(WS-ACT-I) = WGR-ID(WS-GRP-I))
                 PERFORM 340-WRITE-ACTIVATION
              END-IF
           END-IF.

       700-PRINT-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "FEED RECORDS READ:" TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ACTIVATIONS EXAMINED:" TO WS-COUNT-TEXT.
           MOVE WS-ACT-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "REDEMPTIONS EXAMINED:" TO WS-COUNT-TEXT.
           MOVE WS-RED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "SAME-DAY ACTIVATE AND REDEEM:" TO WS-COUNT-TEXT.
           MOVE WS-SAME-DAY-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "REDEEMED AWAY FROM ISSUE STORE:" TO WS-COUNT-TEXT.
           MOVE WS-AWAY-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "CARDS OVER DAILY REDEMPTIONS:" TO WS-COUNT-TEXT.
           MOVE WS-VELOCITY-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "CASHIERS OVER ACTIVATIONS:" TO WS-COUNT-TEXT.
           MOVE WS-CASHIER-FLAG-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "REGISTERS OVER ACTIVATIONS:" TO WS-COUNT-TEXT.
           MOVE WS-REGISTER-FLAG-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           IF WS-OVERFLOW-COUNT > 0
              MOVE "*** NOT EXAMINED - TABLE FULL:" TO WS-COUNT-TEXT
              MOVE WS-OVERFLOW-COUNT TO WS-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

      * DAYS SINCE A FIXED ORIGIN FOR THE YYYYMMDD DATE IN
      * WS-DN-DATE, SO TWO DATES SUBTRACT TO THE CALENDAR DAYS
      * BETWEEN THEM ACROSS MONTH, YEAR AND LEAP-DAY BOUNDARIES.
       800-COMPUTE-DAY-NUMBER.
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
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE CARD VALUE ON
      * THE FLAGGED REDEMPTIONS.
       895-WRITE-AUDIT-LOG.
           MOVE "A7GCFRD" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-FLAG-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-OVERFLOW-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-FLAGGED-AMOUNT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

      * 0 NOTHING FLAGGED, 4 WHEN ANYTHING WAS FLAGGED OR A TABLE
      * FILLED, 8 WHEN THE FEED WAS EMPTY.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAG-COUNT > 0
                   OR WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE INPUT-FILE.
           CLOSE GIFT-CARD-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A7GCFRD.
