      *
      * CICS DEFINITIONS THIS PROGRAM EXPECTS:
      *   TRANSACTION LAYQ  -> PROGRAM A8LAYINQ
      *   FILE LAYMSTR  -> MAINFR.VSAM.LAYMSTR  (KEY 1,9  RECLEN 105)
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - MASTER MIRROR WIDENED TO 75 BYTES FOR THE
      *                  OPENING SALESPERSON, IN STEP WITH LAYMSTR.
      *   OCT 15, 2026 - A FORFEITED LAYAWAY (STATUS "F") SAYS SO.
      *   OCT 15, 2026 - MASTER MIRROR WIDENED TO 105 BYTES FOR THE
      *                  PAYMENT SCHEDULE; AN OPEN LAYAWAY ON A PLAN
      *                  SHOWS ITS NEXT INSTALLMENT DUE DATE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            05 LM-LAST-ACTIVITY-DATE pic 9(8).
            05 LM-CUSTOMER-NAME      pic x(20).
            05 LM-CUSTOMER-PHONE     pic x(10).
            05 LM-SALESPERSON-NUMBER pic x(3).
            05 LM-INSTALLMENT-COUNT  pic 9(2).
            05 LM-INSTALLMENT-AMOUNT pic 9(5)v99.
            05 LM-INTERVAL-DAYS      pic 9(3).
            05 LM-INSTALLMENTS-MET   pic 9(2).
            05 LM-NEXT-DUE-DATE      pic 9(8).
            05 LM-FINAL-DUE-DATE     pic 9(8).

        01 WS-BALANCE            pic 9(5)v99.
        01 WS-STATUS-WORDS       pic x(13).
            05 WS-RPY-BALANCE    pic zz,zz9.99.
            05 FILLER            pic x(2)  value spaces.
            05 WS-RPY-STATUS     pic x(13).
            05 FILLER            pic x(2)  value spaces.
            05 WS-RPY-LIT7       pic x(9)  value "NEXT DUE ".
            05 WS-RPY-NEXT-DUE   pic x(8).
        01 WS-REPLY-LEN          pic s9(4) comp value 131.

        01 WS-ERROR-MSG          pic x(45) value spaces.
        01 WS-ERROR-LEN          pic s9(4) comp value 45.
                    MOVE "** COMPLETED " TO WS-STATUS-WORDS
                WHEN "X"
                    MOVE "** CANCELLED " TO WS-STATUS-WORDS
                WHEN "F"
                    MOVE "** FORFEITED " TO WS-STATUS-WORDS
                WHEN OTHER
                    MOVE "** UNKNOWN   " TO WS-STATUS-WORDS
            END-EVALUATE.
            MOVE LM-PAID-AMOUNT   TO WS-RPY-PAID.
            MOVE WS-BALANCE       TO WS-RPY-BALANCE.
            MOVE WS-STATUS-WORDS  TO WS-RPY-STATUS.
            IF LM-STATUS = "O" AND LM-NEXT-DUE-DATE > ZERO
                MOVE LM-NEXT-DUE-DATE TO WS-RPY-NEXT-DUE
            ELSE
                MOVE "NONE    "       TO WS-RPY-NEXT-DUE
            END-IF.
            EXEC CICS SEND TEXT
                FROM(WS-REPLY)
                LENGTH(WS-REPLY-LEN)
