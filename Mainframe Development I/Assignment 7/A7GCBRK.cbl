        IDENTIFICATION DIVISION.
        PROGRAM-ID. A7GCBRK.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: GIFT-CARD BREAKAGE RECOGNITION. A7GCRPT SHOWS
      * THE DORMANT BALANCES, BUT UNTIL THEY ARE TAKEN INTO INCOME
      * THE LIABILITY ONLY EVER GROWS. THIS PERIODIC RUN APPLIES
      * THE BREAKAGE POLICY ON THE BRKPRM CARD TO THE GIFT-CARD
      * MASTER: EVERY OUTSTANDING CARD WITH NO ACTIVITY SINCE THE
      * DORMANCY CUTOFF, AND NO BREAKAGE ALREADY TAKEN, HAS THE
      * POLICY PERCENTAGE OF ITS REMAINING BALANCE RECOGNIZED. THE
      * AMOUNT AND THE POSTING DATE ARE RECORDED ON THE CARD SO IT
      * IS NEVER RECOGNIZED TWICE, AND THE RUN WRITES A BALANCED
      * JOURNAL IN GLJRNL'S LAYOUT - DR 2400 GIFT-CARD LIABILITY /
      * CR 4030 BREAKAGE INCOME, ONE PAIR PER ISSUING STORE - WITH
      * THE SAME HASH-TOTAL TRAILER. THE CUSTOMER'S BALANCE IS NOT
      * TOUCHED: IF THE CARD IS REDEEMED LATER, A7GCPOST REVERSES
      * THE BREAKAGE AND GLJRNL BOOKS IT BACK.
      * A REGISTER OF THE CARDS RECOGNIZED PRINTS FOR FINANCE.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GIFT-CARD-MASTER-FILE
                ASSIGN TO "GCMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GC-CARD-NUMBER.

      * SINGLE CARD - THE BREAKAGE POLICY FOR THIS RUN.
            SELECT BREAKAGE-PARM-FILE
                ASSIGN TO "BRKPRM"
                ORGANIZATION IS SEQUENTIAL.

      * THE BREAKAGE JOURNAL FOR THE GL LOAD.
            SELECT JOURNAL-FILE
                ASSIGN TO "JRNLOUT"
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD GIFT-CARD-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 57 CHARACTERS.

           COPY GCMSTR.

      * COLS 1-8   DORMANCY CUTOFF (YYYYMMDD) - A CARD WITH NO
      *            ACTIVITY ON OR AFTER THE DAY FOLLOWING IT
      * COLS 10-12 PERCENT OF THE REMAINING BALANCE RECOGNIZED
      * COLS 14-21 POSTING DATE (YYYYMMDD) - BLANK FOR TODAY
       FD BREAKAGE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 BREAKAGE-PARM-LINE.
          05 BP-CUTOFF-DATE           PIC X(8).
          05 FILLER                   PIC X(1).
          05 BP-PERCENT               PIC X(3).
          05 FILLER                   PIC X(1).
          05 BP-POSTING-DATE          PIC X(8).
          05 FILLER                   PIC X(59).

       FD JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOURNAL-RECORD
           RECORD CONTAINS 42 CHARACTERS.

      * SAME FIXED DEBIT/CREDIT LAYOUT GLJRNL WRITES FOR THE GL
      * LOAD - KEEP THE TWO IN STEP. THE LAST RECORD IS THE
      * TRAILER: ACCOUNT "TRLR", D/C "=", AND THE HASH TOTAL OF
      * EVERY AMOUNT AHEAD OF IT.
       01 JOURNAL-RECORD.
          05 JR-ACCOUNT               PIC X(4).
          05 JR-STORE                 PIC 9(2).
          05 JR-DC                    PIC X(1).
          05 JR-AMOUNT                PIC 9(9)V99.
          05 JR-DATE                  PIC 9(8).
          05 JR-DESC                  PIC X(16).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-PARM-OK-FLAG             PIC X(1)     VALUE "N".
       01 WS-CUTOFF-DATE              PIC X(8)     VALUE SPACES.
       01 WS-PERCENT                  PIC 9(3)     VALUE 0.
       01 WS-POSTING-DATE             PIC 9(8)     VALUE 0.
       01 WS-ACTIVITY-DATE-X          PIC X(8).

       01 WS-MATH.
          05 WSM-BALANCE              PIC 9(5)V99.
          05 WSM-BREAKAGE             PIC 9(5)V99.

      * PER-STORE BREAKAGE, SUBSCRIPTED DIRECTLY BY STORE OF ISSUE
      * LIKE A7GCRPT'S TABLE. A CARD WITH NO ISSUING STORE BOOKS
      * UNDER STORE 00.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 99 TIMES.
             10 WBK-CARD-COUNT        PIC 9(5).
             10 WBK-AMOUNT            PIC 9(9)V99.
       01 WS-NO-STORE-AMOUNT          PIC 9(9)V99  VALUE 0.
       01 WS-STORE-I                  PIC 9(3).

       01 WS-ENTRY-AMOUNT             PIC 9(9)V99.

       01 WS-COUNTS.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-RECOGNIZED-COUNT      PIC 9(5)     VALUE 0.
          05 WS-ALREADY-TAKEN-COUNT   PIC 9(5)     VALUE 0.
          05 WS-LINE-COUNT            PIC 9(5)     VALUE 0.
       01 WS-RECOGNIZED-AMOUNT        PIC 9(9)V99  VALUE 0.
       01 WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-HASH-TOTAL               PIC 9(11)V99 VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(26)    VALUE SPACES.
          05 FILLER                   PIC X(32)    VALUE
             "GIFT-CARD BREAKAGE REGISTER".

       01 WS-POLICY-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(22)    VALUE
             "DORMANT - NO ACTIVITY ".
          05 FILLER                   PIC X(6)     VALUE "AFTER ".
          05 WSP-CUTOFF               PIC X(8).
          05 FILLER                   PIC X(14)    VALUE
             "  RECOGNIZED: ".
          05 WSP-PERCENT              PIC ZZ9.
          05 FILLER                   PIC X(13)    VALUE
             "%   POSTED: ".
          05 WSP-POSTING              PIC 9(8).

       01 WS-PARM-ERROR-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(60)    VALUE
             "*** BRKPRM CARD INVALID - NO BREAKAGE TAKEN ***".

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(13)    VALUE "CARD".
          05 FILLER                   PIC X(7)     VALUE "STORE".
          05 FILLER                   PIC X(10)    VALUE "ISSUED".
          05 FILLER                   PIC X(10)    VALUE "LAST USE".
          05 FILLER                   PIC X(12)    VALUE "   BALANCE".
          05 FILLER                   PIC X(12)    VALUE "  BREAKAGE".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-CARD                 PIC X(9).
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-STORE                PIC 9(2).
          05 FILLER                   PIC X(5)     VALUE SPACES.
          05 WSD-ISSUED               PIC 9(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-LAST-USE             PIC 9(8).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-BALANCE              PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSD-BREAKAGE             PIC ZZ,ZZ9.99.

       01 WS-STORE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "STORE ".
          05 WSS-STORE                PIC 9(2).
          05 FILLER                   PIC X(3)     VALUE SPACES.
          05 WSS-COUNT                PIC ZZZZ9.
          05 FILLER                   PIC X(8)     VALUE " CARDS  ".
          05 FILLER                   PIC X(10)    VALUE "BREAKAGE: ".
          05 WSS-AMOUNT               PIC Z,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-COUNT-TEXT            PIC X(28).
          05 WS-COUNT-VALUE           PIC ZZZZZZ9.
       01 WS-TOTAL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WS-TOTAL-TEXT            PIC X(28).
          05 WS-TOTAL-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-PRINT-HEADINGS.
           IF WS-PARM-OK-FLAG = "Y"
              PERFORM 250-READ-CARD
                  UNTIL WS-EOF-FLAG = 'Y'
              PERFORM 400-WRITE-JOURNAL
           END-IF.
           PERFORM 600-WRITE-TRAILER.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

      * THE CUTOFF AND THE PERCENTAGE ARE THE POLICY AND MUST BOTH
      * BE PRESENT; WITHOUT THEM NOTHING IS RECOGNIZED AND THE RUN
      * ENDS 8 WITH AN EMPTY (TRAILER-ONLY) JOURNAL.
       100-OPEN-FILES.
           INITIALIZE WS-STORE-TABLE.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BREAKAGE-PARM-FILE.
           READ BREAKAGE-PARM-FILE
           AT END
              MOVE SPACES TO BREAKAGE-PARM-LINE
           END-READ.
           CLOSE BREAKAGE-PARM-FILE.
           IF BP-CUTOFF-DATE NUMERIC
              AND BP-PERCENT NUMERIC
              MOVE BP-CUTOFF-DATE TO WS-CUTOFF-DATE
              MOVE BP-PERCENT TO WS-PERCENT
              IF WS-PERCENT > 0 AND WS-PERCENT NOT > 100
                 MOVE "Y" TO WS-PARM-OK-FLAG
              END-IF
           END-IF.
           IF BP-POSTING-DATE NUMERIC
              MOVE BP-POSTING-DATE TO WS-POSTING-DATE
           END-IF.
           OPEN I-O GIFT-CARD-MASTER-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       200-PRINT-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           IF WS-PARM-OK-FLAG = "Y"
              MOVE WS-CUTOFF-DATE  TO WSP-CUTOFF
              MOVE WS-PERCENT      TO WSP-PERCENT
              MOVE WS-POSTING-DATE TO WSP-POSTING
              WRITE OUTPUT-LINE FROM WS-POLICY-LINE
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              WRITE OUTPUT-LINE FROM WS-COL-HEADER
           ELSE
              WRITE OUTPUT-LINE FROM WS-PARM-ERROR-LINE
           END-IF.

       250-READ-CARD.
           READ GIFT-CARD-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              IF GC-STATUS = "O"
                 PERFORM 300-TEST-CARD
              END-IF
           END-READ.

      * YYYYMMDD DATES COMPARE CORRECTLY AS CHARACTERS, SO THE
      * DORMANT TEST IS A STRAIGHT COMPARE, AS IN A7GCRPT. A CARD
      * ALREADY CARRYING BREAKAGE IS COUNTED AND LEFT ALONE.
       300-TEST-CARD.
           MOVE GC-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE-X.
           IF WS-ACTIVITY-DATE-X NOT > WS-CUTOFF-DATE
              IF GC-BREAKAGE-AMOUNT NUMERIC
                 AND GC-BREAKAGE-AMOUNT > 0
                 ADD 1 TO WS-ALREADY-TAKEN-COUNT
              ELSE
                 COMPUTE WSM-BALANCE =
                    GC-ORIGINAL-AMOUNT - GC-REDEEMED-AMOUNT
                 COMPUTE WSM-BREAKAGE ROUNDED =
                    WSM-BALANCE * WS-PERCENT / 100
                 IF WSM-BREAKAGE > 0
                    PERFORM 350-RECOGNIZE-BREAKAGE
                 END-IF
              END-IF
           END-IF.

       350-RECOGNIZE-BREAKAGE.
           MOVE WSM-BREAKAGE    TO GC-BREAKAGE-AMOUNT.
           MOVE WS-POSTING-DATE TO GC-BREAKAGE-DATE.
           REWRITE GIFT-CARD-MASTER-RECORD.
           ADD 1 TO WS-RECOGNIZED-COUNT.
           ADD WSM-BREAKAGE TO WS-RECOGNIZED-AMOUNT.
           IF GC-ISSUE-STORE > 0
              ADD 1 TO WBK-CARD-COUNT(GC-ISSUE-STORE)
              ADD WSM-BREAKAGE TO WBK-AMOUNT(GC-ISSUE-STORE)
           ELSE
              ADD WSM-BREAKAGE TO WS-NO-STORE-AMOUNT
           END-IF.
           MOVE GC-CARD-NUMBER        TO WSD-CARD.
           MOVE GC-ISSUE-STORE        TO WSD-STORE.
           MOVE GC-ISSUE-DATE         TO WSD-ISSUED.
           MOVE GC-LAST-ACTIVITY-DATE TO WSD-LAST-USE.
           MOVE WSM-BALANCE           TO WSD-BALANCE.
           MOVE WSM-BREAKAGE          TO WSD-BREAKAGE.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.

      * ONE DEBIT/CREDIT PAIR PER ISSUING STORE, SO THE JOURNAL
      * BALANCES BY CONSTRUCTION AS GLJRNL'S DOES.
       400-WRITE-JOURNAL.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           IF WS-NO-STORE-AMOUNT > 0
              MOVE 0 TO WS-STORE-I
              MOVE WS-NO-STORE-AMOUNT TO WS-ENTRY-AMOUNT
              PERFORM 500-WRITE-PAIR
           END-IF.
           PERFORM 450-JOURNAL-ONE-STORE
               VARYING WS-STORE-I FROM 1 BY 1
               UNTIL WS-STORE-I > 99.

       450-JOURNAL-ONE-STORE.
           IF WBK-AMOUNT(WS-STORE-I) > 0
              MOVE WBK-AMOUNT(WS-STORE-I) TO WS-ENTRY-AMOUNT
              PERFORM 500-WRITE-PAIR
              MOVE WS-STORE-I TO WSS-STORE
              MOVE WBK-CARD-COUNT(WS-STORE-I) TO WSS-COUNT
              MOVE WBK-AMOUNT(WS-STORE-I) TO WSS-AMOUNT
              WRITE OUTPUT-LINE FROM WS-STORE-LINE
           END-IF.

       500-WRITE-PAIR.
           MOVE "2400" TO JR-ACCOUNT.
           MOVE WS-STORE-I TO JR-STORE.
           MOVE "D" TO JR-DC.
           MOVE WS-ENTRY-AMOUNT TO JR-AMOUNT.
           MOVE WS-POSTING-DATE TO JR-DATE.
           MOVE "GC BREAKAGE     " TO JR-DESC.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL.
           ADD WS-ENTRY-AMOUNT TO WS-HASH-TOTAL.

           MOVE "4030" TO JR-ACCOUNT.
           MOVE "C" TO JR-DC.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL.
           ADD WS-ENTRY-AMOUNT TO WS-HASH-TOTAL.

       600-WRITE-TRAILER.
           MOVE "TRLR" TO JR-ACCOUNT.
           MOVE 0 TO JR-STORE.
           MOVE "=" TO JR-DC.
           MOVE WS-HASH-TOTAL TO JR-AMOUNT.
           MOVE WS-POSTING-DATE TO JR-DATE.
           MOVE "HASH TOTAL      " TO JR-DESC.
           WRITE JOURNAL-RECORD.

       700-PRINT-TOTALS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "CARDS READ:" TO WS-COUNT-TEXT.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "CARDS RECOGNIZED:" TO WS-COUNT-TEXT.
           MOVE WS-RECOGNIZED-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "DORMANT, BREAKAGE ALREADY ON:" TO WS-COUNT-TEXT.
           MOVE WS-ALREADY-TAKEN-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "JOURNAL LINES WRITTEN:" TO WS-COUNT-TEXT.
           MOVE WS-LINE-COUNT TO WS-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "BREAKAGE RECOGNIZED:" TO WS-TOTAL-TEXT.
           MOVE WS-RECOGNIZED-AMOUNT TO WS-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL DEBITS:" TO WS-TOTAL-TEXT.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL CREDITS:" TO WS-TOTAL-TEXT.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.

      * 0 BALANCED, 8 WHEN THE POLICY CARD WAS MISSING OR BAD OR
      * THE JOURNAL DOES NOT BALANCE - EITHER WAY THE GL SEND IS
      * HELD BACK.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PARM-OK-FLAG NOT = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE BREAKAGE
      * RECOGNIZED.
       895-WRITE-AUDIT-LOG.
           MOVE "A7GCBRK" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-RECOGNIZED-COUNT TO AP-RECORDS-WRITTEN.
           MOVE 0 TO AP-RECORDS-REJECTED.
           MOVE WS-RECOGNIZED-AMOUNT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       900-CLOSE-FILES.
           CLOSE GIFT-CARD-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A7GCBRK.
