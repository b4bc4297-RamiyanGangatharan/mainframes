        DATE-WRITTEN. SEPTEMBER 1, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: THE FRONT GATE FOR THE DAILY TRANSACTION FEED.
      * THE RAW FEED USED TO BE VALIDATED PIECEMEAL -
      * A7SPLIT CHECKED SOME THINGS, A8SL OTHERS, AND A8LAYUPD
      * POSTED FROM THE RAW FEED WITH NO VALIDATION AT ALL, SO THE
      * SAME BAD RECORD WAS HALF-CAUGHT THREE WAYS IN THREE REJECT
      *   SEP 01, 2026 - INITIAL VERSION.
      *   SEP 01, 2026 - THE "V" SAME-DAY VOID CODE IS A RECOGNIZED
      *                  TRANSACTION NOW.
      *   OCT 15, 2026 - FEED WIDENED TO 120 FOR THE SHARED-SALE
      *                  FIELDS. A SECOND SALESPERSON MUST BE ON THE
      *                  CODE MASTER'S "P" ROWS, DIFFERENT FROM THE
      *                  FIRST, ON AN S/R/V RECORD ONLY, AND THE TWO
      *                  SPLIT PERCENTS MUST TOTAL 100.
      *   OCT 15, 2026 - A KEYED CASHIER MUST BE ON THE CASHIER
      *                  MASTER, EMPLOYED ON THE TRANSACTION DATE,
      *                  AND ASSIGNED TO THE STORE THAT RANG IT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-KEY.

      * CASHIER MASTER (CSHMNT) - WHO EACH LOGIN IS, WHICH STORES
      * THEY WORK, AND WHEN THEY WERE EMPLOYED.
            SELECT CASHIER-MASTER-FILE
                ASSIGN TO "CSHMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CS-CASHIER.

        DATA DIVISION.
        FILE SECTION.

        FD INPUT-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

           COPY TRANSREC.

       FD CLEAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 CLEAN-LINE                  PIC X(120).

       FD EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 EXCEPTION-LINE.
          05 XL-RECORD                PIC X(120).
          05 XL-REASON                PIC X(20).

       FD CODE-MASTER-FILE

           COPY CODEMSTR.

       FD CASHIER-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.

           COPY CSHMSTR.

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
       01 WS-REJECT-FLAG              PIC X(1)     VALUE "N".
       01 WS-REJECT-REASON            PIC X(20)    VALUE SPACES.
       01 WS-LOOKUP-FOUND-FLAG        PIC X(1)     VALUE "N".
       01 WS-TRANS-STORE              PIC X(2).

       01 WS-DATE-SPLIT.
          05 WS-DATE-YYYY             PIC 9(4).
          05 WTL-CODE                 PIC X(1)  VALUE "T".
          05 WTL-RECORD-COUNT         PIC 9(7).
          05 WTL-AMOUNT-HASH          PIC 9(11)V99.
          05 FILLER                   PIC X(99) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-COUNT-TEXT            PIC X(22).
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN INPUT CODE-MASTER-FILE.
           OPEN INPUT CASHIER-MASTER-FILE.

       200-EDIT-ONE-RECORD.
           PERFORM 300-VALIDATE-RECORD.
              PERFORM 360-VALIDATE-SALESPERSON
           END-IF.

           IF WS-REJECT-FLAG = "N"
              PERFORM 380-VALIDATE-SPLIT
           END-IF.

           IF WS-REJECT-FLAG = "N"
              PERFORM 390-VALIDATE-CASHIER
           END-IF.

      * THE DATE MUST BE NUMERIC YYYYMMDD WITH A REAL MONTH AND A
      * PLAUSIBLE DAY - A RECORD WITH A MANGLED DATE WOULD SLIP
      * EVERY DATE-SELECTED RUN DOWNSTREAM.
              END-IF
           END-IF.

      * A SHARED SALE NAMES A SECOND SALESPERSON AND BOTH PEOPLE'S
      * PERCENTS; AN UNSHARED RECORD MAY NOT CARRY A PERCENT. ONLY
      * SALES AND THEIR RETURNS/VOIDS ARE SHARED - A LAYAWAY
      * CREDITS ITS OPENER WHEN IT COMPLETES.
       380-VALIDATE-SPLIT.
           IF IL-SALESPERSON-2-NUMBER = SPACES
              OR IL-SALESPERSON-2-NUMBER = "000"
              IF (IL-SPLIT-PERCENT-1 NUMERIC AND
                  IL-SPLIT-PERCENT-1 > ZERO)
                 OR (IL-SPLIT-PERCENT-2 NUMERIC AND
                     IL-SPLIT-PERCENT-2 > ZERO)
                 MOVE "Y" TO WS-REJECT-FLAG
                 MOVE "SPLIT PCT NO 2ND SP" TO WS-REJECT-REASON
              END-IF
           ELSE
              IF IL-TRANSACTION-CODE NOT = "S"
                 AND IL-TRANSACTION-CODE NOT = "R"
                 AND IL-TRANSACTION-CODE NOT = "V"
                 MOVE "Y" TO WS-REJECT-FLAG
                 MOVE "SPLIT ON NON-SALE" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-FLAG = "N"
                 AND (IL-SALESPERSON-NUMBER = SPACES
                      OR IL-SALESPERSON-NUMBER = "000")
                 MOVE "Y" TO WS-REJECT-FLAG
                 MOVE "SPLIT NO 1ST SALESP" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-FLAG = "N"
                 AND IL-SALESPERSON-2-NUMBER = IL-SALESPERSON-NUMBER
                 MOVE "Y" TO WS-REJECT-FLAG
                 MOVE "SPLIT SAME SALESPRSN" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-FLAG = "N"
                 PERFORM 385-VALIDATE-SECOND-SALESPERSON
              END-IF
              IF WS-REJECT-FLAG = "N"
                 IF IL-SPLIT-PERCENT-1 NOT NUMERIC
                    OR IL-SPLIT-PERCENT-2 NOT NUMERIC
                    OR IL-SPLIT-PERCENT-1 = ZERO
                    OR IL-SPLIT-PERCENT-2 = ZERO
                    OR IL-SPLIT-PERCENT-1 + IL-SPLIT-PERCENT-2
                       NOT = 100
                    MOVE "Y" TO WS-REJECT-FLAG
                    MOVE "SPLIT PCT NOT 100" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       385-VALIDATE-SECOND-SALESPERSON.
           MOVE "P" TO CM-CODE-TYPE.
           MOVE IL-SALESPERSON-2-NUMBER TO CM-CODE-VALUE.
           MOVE "Y" TO WS-LOOKUP-FOUND-FLAG.
           READ CODE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOOKUP-FOUND-FLAG
           END-READ.
           IF WS-LOOKUP-FOUND-FLAG = "Y" AND CM-STATUS = "I"
              MOVE "N" TO WS-LOOKUP-FOUND-FLAG
           END-IF.
           IF WS-LOOKUP-FOUND-FLAG = "N"
              MOVE "Y" TO WS-REJECT-FLAG
              MOVE "SALESPRSN 2 NOT FND" TO WS-REJECT-REASON
           END-IF.

      * A KEYED CASHIER MUST BE A LIVE ROW ON THE CASHIER MASTER,
      * HIRED ON OR BEFORE THE TRANSACTION DATE AND NOT PAST THEIR
      * LAST DAY, RINGING AT THEIR HOME STORE OR ONE OF THE OTHER
      * STORES THEY ARE ASSIGNED TO - A MISTYPED OR BORROWED LOGIN
      * STOPS HERE INSTEAD OF SKEWING THE LOSS-PREVENTION FIGURES.
      * A BLANK OR ZERO NUMBER PASSES, AS FOR THE SALESPERSON;
      * A8CSHRPT COUNTS THOSE ITSELF.
       390-VALIDATE-CASHIER.
           IF IL-CASHIER-NUMBER = SPACES
              OR IL-CASHIER-NUMBER = "000"
              CONTINUE
           ELSE
              MOVE IL-CASHIER-NUMBER TO CS-CASHIER
              MOVE "Y" TO WS-LOOKUP-FOUND-FLAG
              READ CASHIER-MASTER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-LOOKUP-FOUND-FLAG
              END-READ
              IF WS-LOOKUP-FOUND-FLAG = "Y" AND CS-STATUS = "I"
                 MOVE "N" TO WS-LOOKUP-FOUND-FLAG
              END-IF
              MOVE IL-STORE-NUMBER TO WS-TRANS-STORE
              EVALUATE TRUE
                  WHEN WS-LOOKUP-FOUND-FLAG = "N"
                      MOVE "Y" TO WS-REJECT-FLAG
                      MOVE "CASHIER NOT FOUND" TO WS-REJECT-REASON
                  WHEN IL-TRANS-DATE < CS-HIRE-DATE
                      MOVE "Y" TO WS-REJECT-FLAG
                      MOVE "CASHIER NOT HIRED" TO WS-REJECT-REASON
                  WHEN CS-TERM-DATE > 0
                       AND IL-TRANS-DATE > CS-TERM-DATE
                      MOVE "Y" TO WS-REJECT-FLAG
                      MOVE "CASHIER TERMINATED" TO WS-REJECT-REASON
                  WHEN WS-TRANS-STORE = CS-HOME-STORE
                    OR WS-TRANS-STORE = CS-OTHER-STORE(1)
                    OR WS-TRANS-STORE = CS-OTHER-STORE(2)
                    OR WS-TRANS-STORE = CS-OTHER-STORE(3)
                      CONTINUE
                  WHEN OTHER
                      MOVE "Y" TO WS-REJECT-FLAG
                      MOVE "CASHIER WRONG STORE" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      * ONE TRAILER ON THE CLEAN FILE, SO EVERY READER CAN PROVE
      * THE FILE IT GOT IS WHOLE.
       600-WRITE-TRAILER.
           CLOSE CLEAN-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE CODE-MASTER-FILE.
           CLOSE CASHIER-MASTER-FILE.

        END PROGRAM A7EDIT.
