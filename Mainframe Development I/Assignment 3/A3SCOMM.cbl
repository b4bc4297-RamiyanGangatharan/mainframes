      *                  FLAG, THE STATEMENT SHOWS THEIR TARGET AND
      *                  STANDING, AND AN OFFICE ATTAINMENT SECTION
      *                  TOTALS THE TARGETED SALES AGAINST TARGET.
      *   OCT 15, 2026 - TRANSACTION MODE CREDITS COMPLETED LAYAWAYS:
      *                  A "K" COMPLETION RECORD FROM A8LAYUPD'S
      *                  LAYCOMM FILE (READ BEHIND THE FEED) ADDS THE
      *                  LAYAWAY'S VALUE TO THE OPENING SALESPERSON'S
      *                  SALES WHEN IT COMPLETED IN THIS RUN'S MONTH
      *                  - RUNCTL COLS 35-40, OR THE MONTH IN A
      *                  YYYYMNN RUN ID. COMPLETIONS IN OTHER MONTHS
      *                  ARE COUNTED AND LEFT FOR THEIR OWN PERIOD.
      *   OCT 15, 2026 - SHARED SALES: AN S/R/V RECORD NAMING A
      *                  SECOND SALESPERSON CREDITS EACH PERSON THEIR
      *                  PERCENT OF THE INVOICE, RETURNS AND VOIDS
      *                  COMING OFF IN THE SAME PROPORTIONS (THE
      *                  SHARED SALE'S SPLIT WHEN THE REVERSAL CARRIES
      *                  NONE). BOTH STATEMENTS LIST THE SHARED
      *                  INVOICES WITH THE PARTNER AND EACH SHARE.
      *   OCT 15, 2026 - COMMISSION ADJUSTMENT CARDS (ADJCARDS):
      *                  SALESPERSON, SIGNED AMOUNT, REASON CODE (THE
      *                  CODE MASTER'S "J" ROWS), APPROVER, AND THE
      *                  RUN ID THEY BELONG TO. AN APPLIED CARD MOVES
      *                  THE PERIOD EARNED - AND SO THE YTD FILE AND
      *                  THE PAY-INTERFACE RECORD - AND PRINTS ON THE
      *                  STATEMENT. A CARD OVER THE RUNCTL THRESHOLD
      *                  (COLS 42-48) WITH NO APPROVER IS HELD, NOT
      *                  PAID. EVERY CARD LISTS ON THE ADJUSTMENTS
      *                  REGISTER (ADJREG) WITH ITS APPROVER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS TG-NUMBER.

      * COMMISSION ADJUSTMENT CARDS, EACH NAMING THE RUN ID IT
      * BELONGS TO, SO ONE CUMULATIVE DECK SERVES EVERY PERIOD.
            SELECT ADJUSTMENT-FILE
                ASSIGN TO ADJCARDS
                ORGANIZATION IS SEQUENTIAL.

      * ADJUSTMENTS REGISTER - EVERY CARD FOR THE PERIOD WITH ITS
      * APPROVER AND WHAT BECAME OF IT.
            SELECT ADJUSTMENT-REGISTER-FILE
                ASSIGN TO ADJREG
                ORGANIZATION IS SEQUENTIAL.

      * SHARED CODE-VALIDATION MASTER, ALSO USED BY A2ILIST AND A8SL.
            SELECT CODE-MASTER-FILE
                ASSIGN TO CODEMSTR
            05 RC-MAXCOMM      pic 9(6).
            05 FILLER          pic x(1).
            05 RC-PRIOR-YEAR   pic x(4).
            05 FILLER          pic x(1).
            05 RC-LAYAWAY-MONTH pic x(6).
            05 FILLER          pic x(1).
            05 RC-ADJ-THRESHOLD pic 9(5)v99.
            05 FILLER          pic x(32).

        FD TRANS-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.

            COPY TRANSREC.


            COPY TGTMSTR.

        FD ADJUSTMENT-FILE
            RECORDING MODE IS F
            DATA RECORD IS ADJUSTMENT-CARD
            RECORD CONTAINS 80 CHARACTERS.

      * COLS 1-3 SALESPERSON, 5 SIGN (+ OR -), 6-13 AMOUNT
      * (9(6)V99), 15-16 REASON CODE, 18-25 APPROVER ID (BLANK =
      * NONE), 27-34 THE RUN ID THE ADJUSTMENT IS FOR.
        01 ADJUSTMENT-CARD.
            05 AC-NUMBER       pic x(3).
            05 FILLER          pic x(1).
            05 AC-SIGN         pic x(1).
            05 AC-AMOUNT       pic 9(6)v99.
            05 FILLER          pic x(1).
            05 AC-REASON       pic x(2).
            05 FILLER          pic x(1).
            05 AC-APPROVER     pic x(8).
            05 FILLER          pic x(1).
            05 AC-RUN-ID       pic x(8).
            05 FILLER          pic x(46).

        FD ADJUSTMENT-REGISTER-FILE
            RECORDING MODE IS F
            DATA RECORD IS ADJ-REGISTER-LINE
            RECORD CONTAINS 132 CHARACTERS.

        01 ADJ-REGISTER-LINE pic x(132).

        FD CODE-MASTER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 32 CHARACTERS.
        01 ws-trans-read-count    pic 9(7) value 0.
        01 ws-trans-nosp-count    pic 9(5) value 0.

      * THE MONTH WHOSE LAYAWAY COMPLETIONS THIS RUN CREDITS
      * (YYYYMM). SPACES = NONE - NO MONTH ON THE CARD AND A RUN ID
      * NOT IN THE YYYYMNN FORM.
        01 ws-layaway-month       pic x(6) value spaces.
        01 ws-layaway-credit-count pic 9(5) value 0.
        01 ws-layaway-other-count  pic 9(5) value 0.

      * SHARED-INVOICE CREDIT - THE TWO SHARES OF THE RECORD IN
      * HAND, AND EVERY SHARED INVOICE OF THE PERIOD SO BOTH
      * SALESPEOPLE'S STATEMENTS CAN LIST IT. THE FIRST SHARE IS
      * ROUNDED AND THE SECOND TAKES THE REMAINDER, SO THE TWO
      * ALWAYS ADD BACK TO THE INVOICE. PAST THE TABLE'S 500
      * ENTRIES THE CREDIT STILL POSTS BUT THE INVOICE IS NOT
      * LISTED.
        01 ws-split-flag          pic x value "N".
        01 ws-sp2-i               pic 9(3).
        01 ws-split-pct-1         pic 9(3).
        01 ws-split-pct-2         pic 9(3).
        01 ws-credit-amount       pic 9(5)v99.
        01 ws-credit-2-amount     pic 9(5)v99.
        01 ws-split-count         pic 9(5) value 0.
        01 ws-shared-overflow-count pic 9(5) value 0.
        01 ws-shared-found-flag   pic x value "N".
        01 ws-shared-heading-flag pic x value "N".
        01 ws-shared-count        pic 9(4) value 0.
        01 ws-sh-i                pic 9(4).
        01 ws-shared-table.
            05 ws-shared-entry occurs 500 times.
                10 wsh-invoice    pic x(9).
                10 wsh-code       pic x.
                10 wsh-sp-1       pic 9(3).
                10 wsh-sp-2       pic 9(3).
                10 wsh-pct-1      pic 9(3).
                10 wsh-pct-2      pic 9(3).
                10 wsh-amount     pic 9(5)v99.
                10 wsh-share-1    pic 9(5)v99.
                10 wsh-share-2    pic 9(5)v99.
        01 ws-stmt-sp             pic 9(3).
        01 ws-stmt-share          pic s9(5)v99.
        01 ws-stmt-invoice-amt    pic s9(5)v99.

      * THE PERIOD'S COMMISSION ADJUSTMENTS, VALIDATED AS THEY
      * LOAD. STATUS "A" = APPLIED TO THE SALESPERSON'S PERIOD
      * EARNED, "H" = HELD (OVER THE THRESHOLD WITH NO APPROVER -
      * LISTED, NOT PAID, UNTIL IT COMES BACK APPROVED), "X" =
      * REJECTED. WJ-POSTED IS SET WHEN THE SALESPERSON IS
      * PROCESSED, SO AN APPLIED CARD FOR SOMEONE WITH NO PERIOD
      * RECORD (SUMMARY MODE) SHOWS ON THE REGISTER AS NOT POSTED.
        01 ws-adj-eof-flag        pic x value "N".
        01 ws-adj-threshold       pic 9(5)v99 value 500.00.
        01 ws-adj-count           pic 9(3) value 0.
        01 ws-adj-i               pic 9(3).
        01 ws-adj-read-count      pic 9(5) value 0.
        01 ws-adj-other-run-count pic 9(5) value 0.
        01 ws-adj-overflow-count  pic 9(5) value 0.
        01 ws-adj-applied-count   pic 9(5) value 0.
        01 ws-adj-held-count      pic 9(5) value 0.
        01 ws-adj-rejected-count  pic 9(5) value 0.
        01 ws-adj-unposted-count  pic 9(5) value 0.
        77 ws-adj-applied-total   pic s9(9)v99 value zero.
        77 ws-adj-held-total      pic s9(9)v99 value zero.
        01 ws-adj-net             pic s9(9)v99 value zero.
        01 ws-adj-earned-work     pic s9(11)v99 value zero.
        01 ws-adj-over-flag       pic x value "N".
        01 ws-adj-lookup-flag     pic x value "N".
        01 ws-adj-table.
            05 ws-adj-entry occurs 200 times.
                10 wj-number      pic x(3).
                10 wj-name        pic x(8).
                10 wj-amount      pic s9(6)v99.
                10 wj-reason      pic x(2).
                10 wj-reason-desc pic x(20).
                10 wj-approver    pic x(8).
                10 wj-status      pic x.
                10 wj-message     pic x(24).
                10 wj-posted      pic x.

      * SHARED CODE-MASTER LOOKUP - VALID SALESPERSON NUMBERS.
        01 ws-salesperson-found-flag pic x value "N".

            05 wsm_text2      pic x(44)  value
                "** EARNED COMMISSION OUT OF MIN/MAX RANGE **".

      * ONE LINE PER SHARED INVOICE ON THE STATEMENT - THE PARTNER,
      * THIS SALESPERSON'S PERCENT AND SHARE, AND THE WHOLE INVOICE.
      * RETURNS AND VOIDS PRINT NEGATIVE.
        01 ws-stmt-shared-title.
            05 wss_filler1    pic x(5)   value spaces.
            05 wss_text       pic x(32)  value
                "SHARED INVOICES (SPLIT CREDIT):".

        01 ws-stmt-shared-line.
            05 wss_filler2    pic x(7)   value spaces.
            05 wss_invoice    pic x(9).
            05 wss_filler3    pic x(2)   value spaces.
            05 wss_kind       pic x(6).
            05 wss_filler4    pic x(2)   value spaces.
            05 wss_lit1       pic x(5)   value "WITH ".
            05 wss_partner    pic x(3).
            05 wss_filler5    pic x(2)   value spaces.
            05 wss_pct        pic zz9.
            05 wss_lit2       pic x(2)   value "% ".
            05 wss_share      pic -zz,zz9.99.
            05 wss_lit3       pic x(4)   value " OF ".
            05 wss_amount     pic -zz,zz9.99.

      * AN ADJUSTMENT ON THE SALESPERSON'S STATEMENT - APPROVED
      * ONES SHOW THE APPROVER, HELD ONES SAY SO.
        01 ws-stmt-adj-line.
            05 wsj_filler1    pic x(5)   value spaces.
            05 wsj_label      pic x(12)  value "ADJUSTMENT  ".
            05 wsj_reason     pic x(2).
            05 wsj_filler2    pic x(1)   value spaces.
            05 wsj_desc       pic x(20).
            05 wsj_amount     pic -zzz,zz9.99.
            05 wsj_filler3    pic x(2)   value spaces.
            05 wsj_note       pic x(20).

        01 ws-adjusted-line.
            05 wsa_filler1    pic x(15)  value spaces.
            05 wsa_text       pic x(30) value
                "** EARNED INCLUDES ADJUSTMENTS".
            05 wsa_net        pic -zzz,zzz,zz9.99.
            05 wsa_text2      pic x(3)  value " **".

        01 ws-adj-negative-line.
            05 wsn_filler1    pic x(15)  value spaces.
            05 wsn_text       pic x(46) value
                "** ADJUSTMENTS EXCEED EARNED - ZERO, HELD **".

      * ADJUSTMENTS REGISTER LAYOUT.
        01 ws-adjreg-title.
            05 wjr_filler1    pic x(25)  value spaces.
            05 wjr_text       pic x(33)  value
                "COMMISSION ADJUSTMENTS REGISTER -".
            05 wjr_filler2    pic x(1)   value spaces.
            05 wjr_run_id     pic x(8).

        01 ws-adjreg-header.
            05 wjr_filler3    pic x(5)   value spaces.
            05 wjr_hnumber    pic x(6)   value "NO.".
            05 wjr_hname      pic x(11)  value "NAME".
            05 wjr_hreason    pic x(26)  value "REASON".
            05 wjr_hamount    pic x(14)  value "      AMOUNT".
            05 wjr_happrover  pic x(11)  value "APPROVER".
            05 wjr_hdisp      pic x(24)  value "DISPOSITION".

        01 ws-adjreg-detail.
            05 wjr_filler4    pic x(5)   value spaces.
            05 wjr_number     pic x(3).
            05 wjr_filler5    pic x(3)   value spaces.
            05 wjr_name       pic x(8).
            05 wjr_filler6    pic x(3)   value spaces.
            05 wjr_reason     pic x(2).
            05 wjr_filler7    pic x(1)   value spaces.
            05 wjr_reason_desc pic x(20).
            05 wjr_filler8    pic x(3)   value spaces.
            05 wjr_amount     pic -zzz,zz9.99.
            05 wjr_filler9    pic x(3)   value spaces.
            05 wjr_approver   pic x(8).
            05 wjr_filler10   pic x(3)   value spaces.
            05 wjr_disp       pic x(24).

        01 ws-adjreg-total.
            05 wjr_filler11   pic x(5)   value spaces.
            05 wjr_tlabel     pic x(30).
            05 wjr_tcount     pic zz,zz9.
            05 wjr_filler12   pic x(3)   value spaces.
            05 wjr_tamount    pic -zzz,zzz,zz9.99.

        01 ws-adjreg-none.
            05 wjr_filler13   pic x(5)   value spaces.
            05 wjr_none       pic x(40)  value
                "NO ADJUSTMENT CARDS FOR THIS RUN ID".

      * MATHEMATICAL WORKING STORAGE
        01 ws-math.
            05 MATH-sales pic 9(6).
            IF RC-PRIOR-YEAR NUMERIC
                MOVE RC-PRIOR-YEAR TO ws-prior-year
            END-IF.
            IF RC-LAYAWAY-MONTH NUMERIC
                MOVE RC-LAYAWAY-MONTH TO ws-layaway-month
            ELSE
                IF RC-RUN-ID(1:4) NUMERIC
                    AND RC-RUN-ID(5:1) = "M"
                    AND RC-RUN-ID(6:2) NUMERIC
                    MOVE RC-RUN-ID(1:4) TO ws-layaway-month(1:4)
                    MOVE RC-RUN-ID(6:2) TO ws-layaway-month(5:2)
                END-IF
            END-IF.
            IF RC-ADJ-THRESHOLD NUMERIC
                MOVE RC-ADJ-THRESHOLD TO ws-adj-threshold
            END-IF.
            IF RC-MODE = "T"
                MOVE "T" TO ws-run-mode
                MOVE RC-COMMPERC TO ws-card-commperc
            OPEN I-O YTD-COMMISSION-FILE.
            OPEN INPUT CODE-MASTER-FILE.
            OPEN INPUT TARGET-MASTER-FILE.
            OPEN OUTPUT ADJUSTMENT-REGISTER-FILE.
            IF ws-run-mode = "T"
                OPEN INPUT PLAN-MASTER-FILE
            END-IF.
                MOVE ws-prior-year-num TO ws-prior-year
            END-IF.
            PERFORM 180-LOAD-PRIOR-YEAR.
            PERFORM 120-LOAD-ADJUSTMENTS.
            MOVE ws-eof-N TO ws-eof-flag.

      * LOAD AND VALIDATE THIS RUN'S ADJUSTMENT CARDS. CARDS FOR
      * OTHER RUN IDS STAY ON THE DECK FOR THEIR OWN PERIOD.
        120-LOAD-ADJUSTMENTS.
            OPEN INPUT ADJUSTMENT-FILE.
            PERFORM 130-READ-ADJUSTMENT.
            PERFORM 125-VALIDATE-ADJUSTMENT
                UNTIL ws-adj-eof-flag = ws-eof-Y.
            CLOSE ADJUSTMENT-FILE.

        130-READ-ADJUSTMENT.
            READ ADJUSTMENT-FILE
                AT END MOVE ws-eof-Y TO ws-adj-eof-flag.

        125-VALIDATE-ADJUSTMENT.
            ADD 1 TO ws-adj-read-count.
            EVALUATE TRUE
                WHEN AC-RUN-ID NOT = ws-run-id
                    ADD 1 TO ws-adj-other-run-count
                WHEN ws-adj-count NOT < 200
                    ADD 1 TO ws-adj-overflow-count
                WHEN OTHER
                    PERFORM 126-EDIT-ADJUSTMENT
            END-EVALUATE.
            PERFORM 130-READ-ADJUSTMENT.

        126-EDIT-ADJUSTMENT.
            ADD 1 TO ws-adj-count.
            MOVE ws-adj-count TO ws-adj-i.
            MOVE AC-NUMBER    TO wj-number(ws-adj-i).
            MOVE SPACES       TO wj-name(ws-adj-i).
            MOVE AC-REASON    TO wj-reason(ws-adj-i).
            MOVE SPACES       TO wj-reason-desc(ws-adj-i).
            MOVE AC-APPROVER  TO wj-approver(ws-adj-i).
            MOVE "N"          TO wj-posted(ws-adj-i).
            MOVE ZERO         TO wj-amount(ws-adj-i).
            MOVE "A"          TO wj-status(ws-adj-i).
            MOVE "APPLIED"    TO wj-message(ws-adj-i).

            IF AC-NUMBER NOT NUMERIC OR AC-NUMBER = "000"
                MOVE "X" TO wj-status(ws-adj-i)
                MOVE "REJ - BAD SALESPERSON" TO wj-message(ws-adj-i)
            ELSE
                MOVE "P"       TO CM-CODE-TYPE
                MOVE AC-NUMBER TO CM-CODE-VALUE
                PERFORM 128-LOOKUP-CODE
                IF ws-adj-lookup-flag = "N"
                    MOVE "X" TO wj-status(ws-adj-i)
                    MOVE "REJ - SALESP NOT ON FILE"
                        TO wj-message(ws-adj-i)
                ELSE
                    MOVE CM-DESCRIPTION(1:8) TO wj-name(ws-adj-i)
                END-IF
            END-IF.

            IF wj-status(ws-adj-i) = "A"
                IF AC-AMOUNT NOT NUMERIC OR AC-AMOUNT = ZERO
                   OR (AC-SIGN NOT = "+" AND AC-SIGN NOT = "-")
                    MOVE "X" TO wj-status(ws-adj-i)
                    MOVE "REJ - BAD SIGN OR AMOUNT"
                        TO wj-message(ws-adj-i)
                ELSE
                    IF AC-SIGN = "-"
                        COMPUTE wj-amount(ws-adj-i) = 0 - AC-AMOUNT
                    ELSE
                        MOVE AC-AMOUNT TO wj-amount(ws-adj-i)
                    END-IF
                END-IF
            END-IF.

            IF wj-status(ws-adj-i) = "A"
                MOVE "J"       TO CM-CODE-TYPE
                MOVE AC-REASON TO CM-CODE-VALUE
                PERFORM 128-LOOKUP-CODE
                IF ws-adj-lookup-flag = "N"
                    MOVE "X" TO wj-status(ws-adj-i)
                    MOVE "REJ - UNKNOWN REASON"
                        TO wj-message(ws-adj-i)
                ELSE
                    MOVE CM-DESCRIPTION TO wj-reason-desc(ws-adj-i)
                END-IF
            END-IF.

      * OVER THE THRESHOLD EITHER WAY, AN ADJUSTMENT NEEDS A NAMED
      * APPROVER BEFORE IT MOVES ANYBODY'S PAY.
            IF wj-status(ws-adj-i) = "A"
                AND AC-AMOUNT > ws-adj-threshold
                AND AC-APPROVER = SPACES
                MOVE "H" TO wj-status(ws-adj-i)
                MOVE "HELD - NO APPROVER" TO wj-message(ws-adj-i)
            END-IF.

            EVALUATE wj-status(ws-adj-i)
                WHEN "A"
                    ADD 1 TO ws-adj-applied-count
                    ADD wj-amount(ws-adj-i) TO ws-adj-applied-total
                WHEN "H"
                    ADD 1 TO ws-adj-held-count
                    ADD wj-amount(ws-adj-i) TO ws-adj-held-total
                WHEN OTHER
                    ADD 1 TO ws-adj-rejected-count
            END-EVALUATE.

      * ACTIVE-ROW LOOKUP ON THE CODE MASTER FOR THE KEY ALREADY
      * MOVED IN - AN INACTIVE ROW COUNTS AS NOT ON FILE.
        128-LOOKUP-CODE.
            MOVE "Y" TO ws-adj-lookup-flag.
            READ CODE-MASTER-FILE
                INVALID KEY
                    MOVE "N" TO ws-adj-lookup-flag
            END-READ.
            IF ws-adj-lookup-flag = "Y" AND CM-STATUS = "I"
                MOVE "N" TO ws-adj-lookup-flag
            END-IF.

      * PULL THE COMPARED FISCAL YEAR'S CLOSING FIGURES OFF THE
      * HISTORY FILE INTO THE TABLE. OTHER YEARS RIDE PAST; A
      * NUMBER WITH NO ROW SIMPLY REPORTS WITHOUT A TREND LINE.
                MOVE "*" TO wsd_exception
            END-IF.

            PERFORM 480-APPLY-ADJUSTMENTS.

            IF ws-salesperson-found-flag = "N"
                MOVE "?" TO wsd_unknown
                ADD 1 TO ws-audit-flag-count
                WRITE OUTPUT-LINE FROM ws-capped-line
            END-IF.

            IF ws-adj-net NOT = ZERO
                MOVE ws-adj-net TO wsa_net
                WRITE OUTPUT-LINE FROM ws-adjusted-line
            END-IF.

            IF ws-adj-over-flag = "Y"
                WRITE OUTPUT-LINE FROM ws-adj-negative-line
            END-IF.

            IF wsd_unknown = "?"
                WRITE OUTPUT-LINE FROM ws-unknown-line
            END-IF.
            MOVE ws-BONUS TO wsm_amount.
            WRITE STATEMENT-LINE FROM ws-stmt-amount-line.

            PERFORM 452-STATEMENT-ADJUSTMENT
                VARYING ws-adj-i FROM 1 BY 1
                UNTIL ws-adj-i > ws-adj-count.
            IF ws-adj-over-flag = "Y"
                WRITE STATEMENT-LINE FROM ws-adj-negative-line
            END-IF.

            MOVE MATH-mincomm TO wsm_range_min.
            MOVE MATH-maxcomm TO wsm_range_max.
            WRITE STATEMENT-LINE FROM ws-stmt-range-line.
                WRITE STATEMENT-LINE FROM ws-stmt-flag-line
            END-IF.

            PERFORM 456-LIST-SHARED-INVOICES.

            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

                WRITE STATEMENT-LINE FROM ws-target-line
            END-IF.

      * EACH APPLIED OR HELD ADJUSTMENT FOR THIS SALESPERSON AS ITS
      * OWN STATEMENT LINE.
        452-STATEMENT-ADJUSTMENT.
            IF wj-number(ws-adj-i) = il-number
                AND (wj-status(ws-adj-i) = "A"
                     OR wj-status(ws-adj-i) = "H")
                MOVE wj-reason(ws-adj-i)      TO wsj_reason
                MOVE wj-reason-desc(ws-adj-i) TO wsj_desc
                MOVE wj-amount(ws-adj-i)      TO wsj_amount
                MOVE SPACES TO wsj_note
                IF wj-status(ws-adj-i) = "H"
                    MOVE "HELD - NOT PAID" TO wsj_note
                ELSE
                    IF wj-approver(ws-adj-i) NOT = SPACES
                        MOVE "APPROVED BY " TO wsj_note(1:12)
                        MOVE wj-approver(ws-adj-i) TO wsj_note(13:8)
                    END-IF
                END-IF
                WRITE STATEMENT-LINE FROM ws-stmt-adj-line
            END-IF.

      * ONE PAYROLL RECORD FOR THE SALESPERSON JUST PROCESSED. THE
      * HOLD FLAG MIRRORS THE REPORT'S OUT-OF-RANGE EXCEPTION, SO
      * PAYROLL PAYS THE CLEAN ONES AND ROUTES THE REST FOR REVIEW.
      * ADJUSTMENTS THAT WOULD TAKE EARNINGS BELOW ZERO HOLD IT TOO.
        455-WRITE-PAY-INTERFACE.
            MOVE il-number TO PI-NUMBER.
            MOVE ws-Earned TO PI-PERIOD-EARNED.
            MOVE ws-BONUS  TO PI-PERIOD-BONUS.
            IF wsd_exception = "*" OR ws-adj-over-flag = "Y"
                MOVE "H" TO PI-HOLD-FLAG
            ELSE
                MOVE SPACE TO PI-HOLD-FLAG
            END-IF.
            WRITE PAY-INTERFACE-RECORD.

      * EVERY SHARED INVOICE THIS SALESPERSON TOOK A SHARE OF. THE
      * SAME INVOICE PRINTS ON THE PARTNER'S STATEMENT FROM THE
      * OTHER SIDE.
        456-LIST-SHARED-INVOICES.
            MOVE "N" TO ws-shared-heading-flag.
            IF il-number NUMERIC AND il-number NOT = "000"
                MOVE il-number TO ws-stmt-sp
                PERFORM 457-SHARED-INVOICE-LINE
                    VARYING ws-sh-i FROM 1 BY 1
                    UNTIL ws-sh-i > ws-shared-count
            END-IF.

        457-SHARED-INVOICE-LINE.
            IF wsh-sp-1(ws-sh-i) = ws-stmt-sp
               OR wsh-sp-2(ws-sh-i) = ws-stmt-sp
                IF ws-shared-heading-flag = "N"
                    MOVE SPACES TO STATEMENT-LINE
                    WRITE STATEMENT-LINE
                    WRITE STATEMENT-LINE FROM ws-stmt-shared-title
                    MOVE "Y" TO ws-shared-heading-flag
                END-IF
                MOVE wsh-invoice(ws-sh-i) TO wss_invoice
                EVALUATE wsh-code(ws-sh-i)
                    WHEN "S"
                        MOVE "SALE"   TO wss_kind
                    WHEN "R"
                        MOVE "RETURN" TO wss_kind
                    WHEN OTHER
                        MOVE "VOID"   TO wss_kind
                END-EVALUATE
                IF wsh-sp-1(ws-sh-i) = ws-stmt-sp
                    MOVE wsh-sp-2(ws-sh-i)    TO wss_partner
                    MOVE wsh-pct-1(ws-sh-i)   TO wss_pct
                    MOVE wsh-share-1(ws-sh-i) TO ws-stmt-share
                ELSE
                    MOVE wsh-sp-1(ws-sh-i)    TO wss_partner
                    MOVE wsh-pct-2(ws-sh-i)   TO wss_pct
                    MOVE wsh-share-2(ws-sh-i) TO ws-stmt-share
                END-IF
                MOVE wsh-amount(ws-sh-i) TO ws-stmt-invoice-amt
                IF wsh-code(ws-sh-i) NOT = "S"
                    COMPUTE ws-stmt-share = 0 - ws-stmt-share
                    COMPUTE ws-stmt-invoice-amt =
                        0 - ws-stmt-invoice-amt
                END-IF
                MOVE ws-stmt-share       TO wss_share
                MOVE ws-stmt-invoice-amt TO wss_amount
                WRITE STATEMENT-LINE FROM ws-stmt-shared-line
            END-IF.

      * TRANSACTION MODE, PASS 1 - ROLL THE FEED UP BY SALESPERSON.
      * S RECORDS ADD TO THE PERIOD'S SALES, R RECORDS COME BACK
      * OFF, LAYAWAYS STAY OUT UNTIL THEY BECOME SALES - A K
      * COMPLETION RECORD FOR THIS RUN'S MONTH CREDITS THE OPENER.
      * A SHARED SALE, RETURN OR VOID IS DIVIDED BETWEEN ITS TWO
      * SALESPEOPLE. A RECORD WITH NO USABLE SALESPERSON NUMBER IS
      * COUNTED AND SKIPPED.
        150-LOAD-TRANSACTIONS.
            MOVE SPACES TO ws-accum-table.
            PERFORM VARYING ws-sp-i FROM 1 BY 1 UNTIL ws-sp-i > 999
                END-READ
            END-PERFORM.
            CLOSE TRANS-FILE.
            PERFORM 158-SEED-ADJUSTED
                VARYING ws-adj-i FROM 1 BY 1
                UNTIL ws-adj-i > ws-adj-count.
            DISPLAY "LAYAWAY COMPLETIONS CREDITED:  "
                ws-layaway-credit-count.
            DISPLAY "COMPLETIONS FOR OTHER MONTHS:  "
                ws-layaway-other-count.
            DISPLAY "SHARED-CREDIT TRANSACTIONS:    "
                ws-split-count.
            IF ws-shared-overflow-count > 0
                DISPLAY "SHARED INVOICES NOT LISTED:    "
                    ws-shared-overflow-count
            END-IF.

      * A SALESPERSON WITH AN APPLIED ADJUSTMENT BUT NO SALES IN
      * THE FEED STILL GETS A LINE, A STATEMENT AND A PAY RECORD.
        158-SEED-ADJUSTED.
            IF wj-status(ws-adj-i) = "A"
                MOVE wj-number(ws-adj-i) TO ws-sp-i
                MOVE "Y" TO ws-accum-seen(ws-sp-i)
            END-IF.

        160-ACCUMULATE-TRANSACTION.
            IF IL-SALESPERSON-NUMBER NOT NUMERIC
                ADD 1 TO ws-trans-nosp-count
            ELSE
                MOVE IL-SALESPERSON-NUMBER TO ws-sp-i
                MOVE IL-TRANSACTION-AMOUNT TO ws-credit-amount
                MOVE "N" TO ws-split-flag
                IF IL-TRANSACTION-CODE = "S" OR "R" OR "V"
                    PERFORM 165-CHECK-SPLIT
                END-IF
                EVALUATE IL-TRANSACTION-CODE
                    WHEN "S"
                        MOVE "Y" TO ws-accum-seen(ws-sp-i)
                        ADD ws-credit-amount
                            TO ws-accum-sales(ws-sp-i)
                    WHEN "R"
                    WHEN "V"
                        MOVE "Y" TO ws-accum-seen(ws-sp-i)
                        SUBTRACT ws-credit-amount
                            FROM ws-accum-sales(ws-sp-i)
                    WHEN "K"
                        IF ws-layaway-month NOT = spaces
                            AND IL-TRANS-DATE(1:6) = ws-layaway-month
                            MOVE "Y" TO ws-accum-seen(ws-sp-i)
                            ADD IL-TRANSACTION-AMOUNT
                                TO ws-accum-sales(ws-sp-i)
                            ADD 1 TO ws-layaway-credit-count
                        ELSE
                            ADD 1 TO ws-layaway-other-count
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF ws-split-flag = "Y"
                    PERFORM 167-CREDIT-SECOND-SALESPERSON
                END-IF
            END-IF.

      * THE RECORD'S OWN SPLIT WHEN IT CARRIES ONE; OTHERWISE A
      * RETURN OR VOID TAKES THE SPLIT OF THE SHARED SALE ALREADY
      * SEEN UNDER THE SAME INVOICE AND FIRST SALESPERSON. A7EDIT
      * HAS ALREADY VETTED THE SPLIT - ONE THAT STILL DOES NOT ADD
      * UP CREDITS THE FIRST SALESPERSON IN FULL, AS BEFORE.
        165-CHECK-SPLIT.
            IF IL-SALESPERSON-2-NUMBER NUMERIC
               AND IL-SALESPERSON-2-NUMBER NOT = "000"
               AND IL-SALESPERSON-2-NUMBER NOT = IL-SALESPERSON-NUMBER
               AND IL-SPLIT-PERCENT-1 NUMERIC
               AND IL-SPLIT-PERCENT-2 NUMERIC
               AND IL-SPLIT-PERCENT-1 + IL-SPLIT-PERCENT-2 = 100
                MOVE "Y" TO ws-split-flag
                MOVE IL-SALESPERSON-2-NUMBER TO ws-sp2-i
                MOVE IL-SPLIT-PERCENT-1 TO ws-split-pct-1
                MOVE IL-SPLIT-PERCENT-2 TO ws-split-pct-2
            ELSE
                IF IL-TRANSACTION-CODE NOT = "S"
                    MOVE "N" TO ws-shared-found-flag
                    PERFORM 166-FIND-SHARED-SALE
                        VARYING ws-sh-i FROM 1 BY 1
                        UNTIL ws-sh-i > ws-shared-count
                           OR ws-shared-found-flag = "Y"
                END-IF
            END-IF.
            IF ws-split-flag = "Y"
                COMPUTE ws-credit-amount ROUNDED =
                    IL-TRANSACTION-AMOUNT * ws-split-pct-1 / 100
                COMPUTE ws-credit-2-amount =
                    IL-TRANSACTION-AMOUNT - ws-credit-amount
                ADD 1 TO ws-split-count
                PERFORM 168-RECORD-SHARED-INVOICE
            END-IF.

        166-FIND-SHARED-SALE.
            IF wsh-code(ws-sh-i) = "S"
               AND wsh-invoice(ws-sh-i) = IL-INVOICE-NUMBER
               AND wsh-sp-1(ws-sh-i) = ws-sp-i
                MOVE "Y" TO ws-shared-found-flag
                MOVE "Y" TO ws-split-flag
                MOVE wsh-sp-2(ws-sh-i)  TO ws-sp2-i
                MOVE wsh-pct-1(ws-sh-i) TO ws-split-pct-1
                MOVE wsh-pct-2(ws-sh-i) TO ws-split-pct-2
            END-IF.

        167-CREDIT-SECOND-SALESPERSON.
            MOVE "Y" TO ws-accum-seen(ws-sp2-i).
            IF IL-TRANSACTION-CODE = "S"
                ADD ws-credit-2-amount TO ws-accum-sales(ws-sp2-i)
            ELSE
                SUBTRACT ws-credit-2-amount
                    FROM ws-accum-sales(ws-sp2-i)
            END-IF.

        168-RECORD-SHARED-INVOICE.
            IF ws-shared-count < 500
                ADD 1 TO ws-shared-count
                MOVE IL-INVOICE-NUMBER
                    TO wsh-invoice(ws-shared-count)
                MOVE IL-TRANSACTION-CODE TO wsh-code(ws-shared-count)
                MOVE ws-sp-i         TO wsh-sp-1(ws-shared-count)
                MOVE ws-sp2-i        TO wsh-sp-2(ws-shared-count)
                MOVE ws-split-pct-1  TO wsh-pct-1(ws-shared-count)
                MOVE ws-split-pct-2  TO wsh-pct-2(ws-shared-count)
                MOVE IL-TRANSACTION-AMOUNT
                    TO wsh-amount(ws-shared-count)
                MOVE ws-credit-amount
                    TO wsh-share-1(ws-shared-count)
                MOVE ws-credit-2-amount
                    TO wsh-share-2(ws-shared-count)
            ELSE
                ADD 1 TO ws-shared-overflow-count
            END-IF.

      * THE PERIOD'S APPLIED ADJUSTMENTS FOR THIS SALESPERSON MOVE
      * THE EARNED FIGURE AFTER THE MIN/MAX JUDGEMENT - AN APPROVED
      * ADJUSTMENT IS PAID AS APPROVED, NOT HELD FOR BEING ONE. A
      * NET DEDUCTION LARGER THAN THE EARNINGS STOPS AT ZERO AND
      * HOLDS THE PAYMENT FOR REVIEW. EACH CARD POSTS ONCE, EVEN IF
      * THE NUMBER COMES UP TWICE ON THE SUMMARY FILE.
        480-APPLY-ADJUSTMENTS.
            MOVE ZERO TO ws-adj-net.
            MOVE "N" TO ws-adj-over-flag.
            PERFORM 485-ADD-ADJUSTMENT
                VARYING ws-adj-i FROM 1 BY 1
                UNTIL ws-adj-i > ws-adj-count.
            IF ws-adj-net NOT = ZERO
                COMPUTE ws-adj-earned-work = ws-Earned + ws-adj-net
                IF ws-adj-earned-work < ZERO
                    MOVE ZERO TO ws-Earned
                    MOVE "Y" TO ws-adj-over-flag
                ELSE
                    MOVE ws-adj-earned-work TO ws-Earned
                END-IF
                MOVE ws-Earned TO wsd_earned
            END-IF.

        485-ADD-ADJUSTMENT.
            IF wj-number(ws-adj-i) = il-number
                AND wj-status(ws-adj-i) = "A"
                AND wj-posted(ws-adj-i) NOT = "Y"
                ADD wj-amount(ws-adj-i) TO ws-adj-net
                MOVE "Y" TO wj-posted(ws-adj-i)
            END-IF.

      * TRANSACTION MODE, PASS 2 - FEED EACH ACCUMULATED SALESPERSON
                WRITE OUTPUT-LINE FROM ws-rank-detail
            END-PERFORM.

      * EVERY ADJUSTMENT CARD FOR THIS RUN ID WITH ITS APPROVER AND
      * DISPOSITION, THEN THE TOTALS. AN APPLIED CARD WHOSE
      * SALESPERSON NEVER CAME THROUGH (NOT ON THE SUMMARY FILE)
      * WAS NOT POSTED AND IS COUNTED AS SUCH.
        760-ADJUSTMENT-REGISTER.
            MOVE ws-run-id TO wjr_run_id.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-title.
            MOVE SPACES TO ADJ-REGISTER-LINE.
            WRITE ADJ-REGISTER-LINE.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-header.
            MOVE SPACES TO ADJ-REGISTER-LINE.
            WRITE ADJ-REGISTER-LINE.
            IF ws-adj-count = 0
                WRITE ADJ-REGISTER-LINE FROM ws-adjreg-none
            ELSE
                PERFORM 765-ADJUSTMENT-REGISTER-LINE
                    VARYING ws-adj-i FROM 1 BY 1
                    UNTIL ws-adj-i > ws-adj-count
            END-IF.
            MOVE SPACES TO ADJ-REGISTER-LINE.
            WRITE ADJ-REGISTER-LINE.
            MOVE "APPLIED:" TO wjr_tlabel.
            MOVE ws-adj-applied-count TO wjr_tcount.
            MOVE ws-adj-applied-total TO wjr_tamount.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total.
            MOVE "HELD - NO APPROVER:" TO wjr_tlabel.
            MOVE ws-adj-held-count TO wjr_tcount.
            MOVE ws-adj-held-total TO wjr_tamount.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total.
            MOVE ZERO TO wjr_tamount.
            MOVE "REJECTED:" TO wjr_tlabel.
            MOVE ws-adj-rejected-count TO wjr_tcount.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total.
            MOVE "NOT POSTED - NO PERIOD RECORD:" TO wjr_tlabel.
            MOVE ws-adj-unposted-count TO wjr_tcount.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total.
            MOVE "CARDS FOR OTHER RUN IDS:" TO wjr_tlabel.
            MOVE ws-adj-other-run-count TO wjr_tcount.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total.
            IF ws-adj-overflow-count > 0
                MOVE "NOT LOADED - OVER 200 CARDS:" TO wjr_tlabel
                MOVE ws-adj-overflow-count TO wjr_tcount
                WRITE ADJ-REGISTER-LINE FROM ws-adjreg-total
            END-IF.

        765-ADJUSTMENT-REGISTER-LINE.
            MOVE wj-number(ws-adj-i)      TO wjr_number.
            MOVE wj-name(ws-adj-i)        TO wjr_name.
            MOVE wj-reason(ws-adj-i)      TO wjr_reason.
            MOVE wj-reason-desc(ws-adj-i) TO wjr_reason_desc.
            MOVE wj-amount(ws-adj-i)      TO wjr_amount.
            IF wj-approver(ws-adj-i) = SPACES
                MOVE "(NONE)" TO wjr_approver
            ELSE
                MOVE wj-approver(ws-adj-i) TO wjr_approver
            END-IF.
            IF wj-status(ws-adj-i) = "A"
                AND wj-posted(ws-adj-i) NOT = "Y"
                MOVE "NOT POSTED - NO PERIOD" TO wjr_disp
                ADD 1 TO ws-adj-unposted-count
                SUBTRACT 1 FROM ws-adj-applied-count
                SUBTRACT wj-amount(ws-adj-i) FROM ws-adj-applied-total
            ELSE
                MOVE wj-message(ws-adj-i) TO wjr_disp
            END-IF.
            WRITE ADJ-REGISTER-LINE FROM ws-adjreg-detail.

        800-PROCESSOR.
            PERFORM 100-INITIALIZATION.
            PERFORM 300-HEADER.
            END-IF.
            PERFORM 700-DISPLAY-EARNED.
            PERFORM 750-RANK-PERFORMERS.
            PERFORM 760-ADJUSTMENT-REGISTER.
            PERFORM 800-CLOSE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
            CALL "AUDLOG" USING AUDIT-PARM.

      * 0 CLEAN, 4 WHEN ANY RECORD WAS FLAGGED (UNKNOWN SALESPERSON
      * OR OUT-OF-RANGE COMMISSION) OR ANY ADJUSTMENT CARD WAS HELD,
      * REJECTED OR LEFT UNPOSTED, 8 WHEN NOTHING WAS PROCESSED.
        950-SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN ws-perf-count = 0
                    MOVE 8 TO RETURN-CODE
                WHEN ws-audit-flag-count > 0
                    MOVE 4 TO RETURN-CODE
                WHEN ws-adj-held-count > 0
                  OR ws-adj-rejected-count > 0
                  OR ws-adj-unposted-count > 0
                  OR ws-adj-overflow-count > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            CLOSE YTD-COMMISSION-FILE.
            CLOSE CODE-MASTER-FILE.
            CLOSE TARGET-MASTER-FILE.
            CLOSE ADJUSTMENT-REGISTER-FILE.
            IF ws-run-mode = "T"
                CLOSE PLAN-MASTER-FILE
            END-IF.
