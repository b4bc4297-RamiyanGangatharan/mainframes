      * TO THE REJECT FILE - EXACTLY THE RECORDS LOSS PREVENTION
      * WANTS TO SEE. S, L, AND R RECORDS WITH NO GC TENDER PASS
      * STRAIGHT THROUGH - THEY BELONG TO A7SPLIT/A8SL, NOT HERE.
      * A REDEMPTION AGAINST A CARD THE A7GCBRK RUN HAS TAKEN
      * BREAKAGE ON REVERSES THAT BREAKAGE IN FULL: THE AMOUNT IS
      * WRITTEN TO THE BREAKAGE-REVERSAL FILE FOR GLJRNL TO BOOK
      * BACK TO THE LIABILITY, AND CLEARED FROM THE CARD.
      * A REGISTER OF THE ACTIONS TAKEN PRINTS AT END OF RUN.
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *                  DEBITING THE CARD TWICE. A VOID WITH
      *                  NOTHING ON THE CARD TO REVERSE IS
      *                  REJECTED.
      *   OCT 15, 2026 - FEED RECORD WIDENED TO 120 FOR THE SHARED-
      *                  SALE FIELDS (SECOND SALESPERSON AND SPLIT).
      *   OCT 15, 2026 - GIFT-CARD MASTER WIDENED TO 57 FOR BREAKAGE.
      *                  A REDEMPTION ON A CARD WITH BREAKAGE TAKEN
      *                  REVERSES IT (BRKREV FILE FOR GLJRNL).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO "REJFILE"
                ORGANIZATION IS SEQUENTIAL.

      * BREAKAGE REVERSED BY THIS RUN'S REDEMPTIONS, FOR GLJRNL.
            SELECT BREAKAGE-REVERSAL-FILE
                ASSIGN TO "BRKREV"
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

       FD REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 REJECT-LINE.
          05 RL-RECORD                PIC X(120).
          05 RL-REASON                PIC X(20).

       FD BREAKAGE-REVERSAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS BREAKAGE-REVERSAL-RECORD
           RECORD CONTAINS 26 CHARACTERS.

      * SAME LAYOUT GLJRNL READS - KEEP THE TWO IN STEP. THE STORE
      * IS THE CARD'S ISSUING STORE, THE ONE THE BREAKAGE WAS
      * BOOKED UNDER.
       01 BREAKAGE-REVERSAL-RECORD.
          05 BR-STORE                 PIC 9(2).
          05 BR-CARD-NUMBER           PIC X(9).
          05 BR-AMOUNT                PIC 9(5)V99.
          05 BR-DATE                  PIC 9(8).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
          05 WS-CLOSED-COUNT          PIC 9(5)     VALUE 0.
          05 WS-REVERSED-COUNT        PIC 9(5)     VALUE 0.
          05 WS-REJECT-COUNT          PIC 9(5)     VALUE 0.
          05 WS-BRK-REVERSED-COUNT    PIC 9(5)     VALUE 0.
       01 WS-ACTIVATED-AMOUNT         PIC 9(9)V99  VALUE 0.
       01 WS-REDEEMED-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-NET-LIABILITY-MOVE       PIC S9(9)V99 VALUE 0.
           OPEN INPUT INPUT-FILE.
           OPEN I-O GIFT-CARD-MASTER-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT BREAKAGE-REVERSAL-FILE.

       200-PROCESS-RECORD.
           EVALUATE TRUE
                 MOVE ZERO                  TO GC-REDEEMED-AMOUNT
                 MOVE IL-TRANS-DATE         TO GC-LAST-ACTIVITY-DATE
                 MOVE "O"                   TO GC-STATUS
                 MOVE ZERO                  TO GC-BREAKAGE-AMOUNT
                                               GC-BREAKAGE-DATE
                 WRITE GIFT-CARD-MASTER-RECORD
                 ADD 1 TO WS-ACTIVATED-COUNT
                 ADD IL-TRANSACTION-AMOUNT TO WS-ACTIVATED-AMOUNT
                 ELSE
                    ADD WSM-GC-SHARE TO GC-REDEEMED-AMOUNT
                    MOVE IL-TRANS-DATE TO GC-LAST-ACTIVITY-DATE
                    PERFORM 420-REVERSE-BREAKAGE
                    IF GC-REDEEMED-AMOUNT NOT < GC-ORIGINAL-AMOUNT
                       MOVE "Z" TO GC-STATUS
                       ADD 1 TO WS-CLOSED-COUNT
              END-IF
           END-IF.

      * THE CUSTOMER HAS COME BACK FOR THE BALANCE, SO ANY
      * BREAKAGE TAKEN ON IT WAS WRONG - BOOK IT BACK IN FULL AND
      * LEAVE THE CARD FREE FOR A LATER BREAKAGE RUN. A RECORD
      * FROM BEFORE THE BREAKAGE FIELDS CARRIES SPACES THERE AND
      * IS SIMPLY ZEROED.
       420-REVERSE-BREAKAGE.
           IF GC-BREAKAGE-AMOUNT NUMERIC
              AND GC-BREAKAGE-AMOUNT > 0
              MOVE GC-ISSUE-STORE     TO BR-STORE
              MOVE GC-CARD-NUMBER     TO BR-CARD-NUMBER
              MOVE GC-BREAKAGE-AMOUNT TO BR-AMOUNT
              MOVE IL-TRANS-DATE      TO BR-DATE
              WRITE BREAKAGE-REVERSAL-RECORD
              ADD 1 TO WS-BRK-REVERSED-COUNT
           END-IF.
           MOVE ZERO TO GC-BREAKAGE-AMOUNT GC-BREAKAGE-DATE.

      * A VOID CANCELS THE SAME DAY'S GC-TENDER TRANSACTION, SO
      * THE CARD SHARE COMES BACK OFF THE REDEEMED AMOUNT - THE
      * MIRROR OF 400-APPLY-REDEMPTION, NEVER A SECOND DEBIT. A
           MOVE "REDEMPTIONS REVERSED: " TO WS-COUNT-TEXT.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "BREAKAGE REVERSED:    " TO WS-COUNT-TEXT.
           MOVE WS-BRK-REVERSED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE "RECORDS REJECTED:     " TO WS-COUNT-TEXT.
           MOVE WS-REJECT-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           CLOSE INPUT-FILE.
           CLOSE GIFT-CARD-MASTER-FILE.
           CLOSE REJECT-FILE.
           CLOSE BREAKAGE-REVERSAL-FILE.

        END PROGRAM A7GCPOST.
