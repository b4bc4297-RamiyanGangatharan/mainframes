      *                  PERIODPM CARD (BLANK = NO CHECK), SO LAST
      *                  PERIOD'S FILE FED BACK BY MISTAKE STOPS
      *                  RECONCILING SILENTLY.
      *   OCT 15, 2026 - THE SAME RECONCILIATION NOW ALSO RUNS FOR
      *                  THE CALL-CENTRE INCENTIVE INTERFACE A5CINCNT
      *                  WRITES. PERIODPM COLS 10-29 NAME THE
      *                  INTERFACE FOR THE HEADING (BLANK =
      *                  COMMISSION) SO THE TWO PRINTOUTS CANNOT BE
      *                  MISTAKEN FOR EACH OTHER.
      *   OCT 15, 2026 - EVERY RECORD PAYROLL CONFIRMS PAID IS
      *                  WRITTEN TO PAYCONF WITH THE EARNED AND
      *                  BONUS WE SENT, SO GLJRNL CAN REVERSE THE
      *                  COMMISSION ACCRUAL IT BOOKED FOR THEM.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

      * SINGLE CARD NAMING THE PERIOD BEING RECONCILED (E.G.
      * 2026M08, THE SAME ID THE RUNCTL CARD CARRIES). BLANK =
      * NO PERIOD CHECK. COLS 10-29 NAME THE INTERFACE.
            SELECT PERIOD-PARM-FILE
                ASSIGN TO PERIODPM
                ORGANIZATION IS SEQUENTIAL.

      * THE RECORDS PAYROLL CONFIRMED PAID, FOR GLJRNL'S ACCRUAL
      * REVERSAL (DUMMY FOR THE INCENTIVE INTERFACE).
            SELECT PAID-CONFIRM-FILE
                ASSIGN TO PAYCONF
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO OUTFILE
                ORGANIZATION IS SEQUENTIAL.
            DATA RECORD IS PAY-INTERFACE-RECORD
            RECORD CONTAINS 28 CHARACTERS.

      * SAME FIXED LAYOUT A3SCOMM AND A5CINCNT WRITE - KEEP THE
      * THREE IN STEP.
        01 PAY-INTERFACE-RECORD.
            05 PI-NUMBER         pic x(3).
            05 PI-PERIOD-EARNED  pic 9(10)v99.

        01 PERIOD-PARM-LINE.
            05 PP-PERIOD         pic x(8).
            05 FILLER            pic x(1).
            05 PP-INTERFACE      pic x(20).
            05 FILLER            pic x(51).

        FD PAID-CONFIRM-FILE
            RECORDING MODE IS F
            DATA RECORD IS PAID-CONFIRM-RECORD
            RECORD CONTAINS 35 CHARACTERS.

      * SAME LAYOUT GLJRNL READS - KEEP THE TWO IN STEP. EARNED
      * AND BONUS ARE AS SENT, SO THE REVERSAL MATCHES THE ACCRUAL.
        01 PAID-CONFIRM-RECORD.
            05 PC-NUMBER         pic x(3).
            05 PC-PERIOD         pic x(8).
            05 PC-EARNED         pic 9(10)v99.
            05 PC-BONUS          pic 9(10)v99.

        FD OUTPUT-FILE
            RECORDING MODE IS F
                10 ws-sent-seen   pic x.
                10 ws-sent-amount pic 9(10)v99.
                10 ws-sent-hold   pic x.
                10 ws-sent-earned pic 9(10)v99.
                10 ws-sent-bonus  pic 9(10)v99.
        01 ws-ack-table.
            05 ws-ack-entry occurs 999 times.
                10 ws-ack-seen    pic x.
            05 ws-unsent-count    pic 9(5) value 0.
            05 ws-mismatch-count  pic 9(5) value 0.
            05 ws-wrong-period-count pic 9(5) value 0.
            05 ws-confirm-count   pic 9(5) value 0.
        01 ws-period          pic x(8) value spaces.
        77 ws-sent-total     pic 9(10)v99 value zero.
        77 ws-paid-total     pic 9(10)v99 value zero.
            05 FILLER        pic x(36) value
                "PAYROLL ACKNOWLEDGMENT RECONCILE".

        01 ws-interface-line.
            05 FILLER        pic x(20) value spaces.
            05 FILLER        pic x(11) value "INTERFACE: ".
            05 ws-interface  pic x(20) value "COMMISSION".

        01 ws-col-header.
            05 FILLER        pic x(5)  value spaces.
            05 FILLER        pic x(3)  value "NO.".
                AT END MOVE SPACES TO PP-PERIOD
            END-READ.
            MOVE PP-PERIOD TO ws-period.
            IF PP-INTERFACE NOT = SPACES
                MOVE PP-INTERFACE TO ws-interface
            END-IF.
            CLOSE PERIOD-PARM-FILE.
            OPEN INPUT PAY-INTERFACE-FILE.
            OPEN INPUT ACK-FILE.
            OPEN OUTPUT OUTPUT-FILE.
            OPEN OUTPUT PAID-CONFIRM-FILE.

        200-LOAD-SENT.
            PERFORM UNTIL ws-pay-eof-flag = ws-eof-Y
                                PI-PERIOD-EARNED + PI-PERIOD-BONUS
                            MOVE PI-HOLD-FLAG
                                TO ws-sent-hold(ws-sp-i)
                            MOVE PI-PERIOD-EARNED
                                TO ws-sent-earned(ws-sp-i)
                            MOVE PI-PERIOD-BONUS
                                TO ws-sent-bonus(ws-sp-i)
                            ADD PI-PERIOD-EARNED TO ws-sent-total
                            ADD PI-PERIOD-BONUS  TO ws-sent-total
                        END-IF
      * DISAGREES WITH WHAT WE SENT GETS A WARNING ON ITS LINE.
        400-PRINT-RECONCILIATION.
            WRITE OUTPUT-LINE FROM ws-title.
            WRITE OUTPUT-LINE FROM ws-interface-line.
            MOVE SPACES TO OUTPUT-LINE.
            WRITE OUTPUT-LINE.
            WRITE OUTPUT-LINE FROM ws-col-header.
                    MOVE "PAID            " TO wsd-disp
                    ADD 1 TO ws-paid-count
                    ADD ws-ack-amount(ws-sp-i) TO ws-paid-total
                    PERFORM 460-WRITE-CONFIRMATION
                    IF ws-ack-amount(ws-sp-i)
                        NOT = ws-sent-amount(ws-sp-i)
                        MOVE "** AMOUNT DISAGREES **"
            MOVE ws-detail TO OUTPUT-LINE.
            WRITE OUTPUT-LINE.

      * PAID AS SENT OR NOT, THE ACCRUAL FOR WHAT WAS SENT IS WHAT
      * GETS REVERSED - PAYROLL BOOKS WHAT IT ACTUALLY PAID.
        460-WRITE-CONFIRMATION.
            MOVE wsd-number TO PC-NUMBER.
            MOVE ws-period  TO PC-PERIOD.
            MOVE ws-sent-earned(ws-sp-i) TO PC-EARNED.
            MOVE ws-sent-bonus(ws-sp-i)  TO PC-BONUS.
            WRITE PAID-CONFIRM-RECORD.
            ADD 1 TO ws-confirm-count.

        700-PRINT-COUNTS.
            MOVE SPACES TO OUTPUT-LINE.
            WRITE OUTPUT-LINE.
            MOVE "WRONG-PERIOD ACKS HELD:   " TO ws-count-text.
            MOVE ws-wrong-period-count TO ws-count-value.
            WRITE OUTPUT-LINE FROM ws-count-line.
            MOVE "PAID CONFIRMS WRITTEN:    " TO ws-count-text.
            MOVE ws-confirm-count TO ws-count-value.
            WRITE OUTPUT-LINE FROM ws-count-line.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS SENT LESS PAID -
            CLOSE PAY-INTERFACE-FILE.
            CLOSE ACK-FILE.
            CLOSE OUTPUT-FILE.
            CLOSE PAID-CONFIRM-FILE.

        END PROGRAM A3PAYREC.
