        IDENTIFICATION DIVISION.
        PROGRAM-ID. A8CUSBLD.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: CUSTOMER MASTER BUILD. THE LAYAWAY MASTER
      * CARRIES THE NAME AND PHONE KEYED AT EACH LAYAWAY OPEN AND
      * THE A1CLIST CONTACT DIRECTORY CARRIES ADDRESSES AND
      * CONSENT, AND THE SAME PERSON TURNS UP IN BOTH UNDER
      * DIFFERENT SPELLINGS. THIS RUN BRINGS THE TWO TOGETHER ON
      * THE ONE THING THEY SHARE - THE PHONE NUMBER, NORMALIZED TO
      * TEN DIGITS - AND REBUILDS THE CUSTOMER MASTER (CUSTMSTR)
      * WITH EACH CUSTOMER'S LAYAWAY HISTORY: FIRST AND LAST
      * LAYAWAY DATES, NUMBER OF LAYAWAYS, LIFETIME LAYAWAY VALUE,
      * AND FORFEITURES. BOTH SOURCES ARE RELEASED TO ONE SORT BY
      * NORMALIZED PHONE (DIRECTORY ENTRY FIRST, THEN LAYAWAYS IN
      * OPEN-DATE ORDER) AND THE CUSTOMER RECORDS COME OUT ON THE
      * CONTROL BREAK.
      * THE LAYAWAYS ARE THE LIVE MASTER PLUS EVERY MSTARCH
      * HISTORY GENERATION (LAYHIST), SO A CLOSED LAYAWAY PURGED
      * FROM THE MASTER STILL COUNTS IN THE CUSTOMER'S HISTORY. AN
      * INVOICE FOUND IN BOTH (AN ARCHIVE WHOSE RELOAD NEVER RAN)
      * IS COUNTED ONCE.
      * THE MATCHING-EXCEPTIONS REPORT LISTS WHAT NEEDS A HUMAN:
      *   - A PHONE WITH NO USABLE TEN DIGITS (NOT MASTERED)
      *   - TWO DIRECTORY ENTRIES ON ONE PHONE
      *   - A LAYAWAY NAME THAT DISAGREES WITH THE DIRECTORY NAME
      *     ON THE SAME PHONE
      *   - LAYAWAYS ON ONE PHONE UNDER DIFFERENT NAMES
      * NAMES ARE COMPARED UPPER-CASED WITH SPACES AND PUNCTUATION
      * SQUEEZED OUT, SO "O'BRIEN, PAT" AND "OBRIEN PAT" AGREE AND
      * ONLY GENUINE DIFFERENCES ARE LISTED.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - A LAYAWAY WITH NEITHER NAME NOR PHONE
      *                  (ANONYMIZED BY PRVERASE) IS COUNTED, NOT
      *                  LISTED AS AN EXCEPTION.
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 105 BYTES
      *                  FOR THE PAYMENT SCHEDULE; NO CHANGE TO THIS
      *                  PROGRAM'S LOGIC.
      *   OCT 15, 2026 - ARCHIVED LAYAWAYS (MSTARCH'S LAYAWAY HISTORY
      *                  GENERATIONS) ARE READ AS WELL AS THE LIVE
      *                  MASTER, SO PURGING CLOSED LAYAWAYS NO
      *                  LONGER TAKES THEM OUT OF THE CUSTOMERS'
      *                  COUNTS AND LIFETIME FIGURES.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LAYAWAY-MASTER-FILE
                ASSIGN TO "LAYMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-INVOICE-NUMBER.

      * MSTARCH'S LAYAWAY HISTORY - EVERY GENERATION, THE MASTER
      * LAYOUT BYTE FOR BYTE.
            SELECT LAYAWAY-HISTORY-FILE
                ASSIGN TO "LAYHIST"
                ORGANIZATION IS SEQUENTIAL.

      * THE A1CLIST CONTACT DIRECTORY (THE A1CMAINT MASTER).
            SELECT CONTACT-FILE
                ASSIGN TO "CONTACTS"
                ORGANIZATION IS SEQUENTIAL.

      * THE CUSTOMER MASTER, REBUILT IN FULL EACH RUN.
            SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CU-PHONE.

      * THE MATCHING-EXCEPTIONS REPORT.
            SELECT OUTPUT-FILE
                ASSIGN TO "OUTFILE"
                ORGANIZATION IS SEQUENTIAL.

      * BOTH SOURCES RESEQUENCED INTO NORMALIZED-PHONE ORDER.
            SELECT CUST-SORT-FILE
                ASSIGN TO "SORTWK1".

        DATA DIVISION.
        FILE SECTION.

       FD LAYAWAY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

       FD LAYAWAY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 LAYAWAY-HISTORY-RECORD      PIC X(105).

       FD CONTACT-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONTACT-RECORD
           RECORD CONTAINS 132 CHARACTERS.

      * SAME 132-BYTE LAYOUT A1CMAINT MAINTAINS - KEEP IN STEP.
       01 CONTACT-RECORD.
          05 CT-NAME                  PIC X(20).
          05 CT-EMAIL                 PIC X(32).
          05 CT-PHONE                 PIC X(30).
          05 CT-STREET                PIC X(25).
          05 CT-CITY                  PIC X(15).
          05 CT-PROVINCE              PIC X(2).
          05 CT-POSTAL                PIC X(7).
          05 CT-CONSENT               PIC X(1).

       FD CUSTOMER-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

           COPY CUSTMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

       SD CUST-SORT-FILE
           RECORD CONTAINS 128 CHARACTERS.

      * CS-SOURCE "C" (DIRECTORY) SORTS AHEAD OF "L" (LAYAWAY), SO
      * THE DIRECTORY'S SPELLING IS IN HAND BEFORE THE LAYAWAYS ON
      * THE SAME PHONE ARE COMPARED WITH IT. THE INVOICE IS THE
      * LAST KEY, SO A LAYAWAY ON BOTH THE MASTER AND THE HISTORY
      * COMES OUT TWICE IN A ROW.
       01 CUST-SORT-REC.
          05 CS-PHONE                 PIC X(10).
          05 CS-SOURCE                PIC X(1).
          05 CS-DATE                  PIC 9(8).
          05 CS-NAME                  PIC X(20).
          05 CS-STORE                 PIC 9(2).
          05 CS-TOTAL                 PIC 9(5)V99.
          05 CS-PAID                  PIC 9(5)V99.
          05 CS-STATUS                PIC X(1).
          05 CS-INVOICE               PIC X(9).
          05 CS-EMAIL                 PIC X(32).
          05 CS-CONSENT               PIC X(1).
          05 CS-RAW-PHONE             PIC X(30).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-LAY-EOF-FLAG             PIC X(1)     VALUE 'N'.
       01 WS-HIST-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-CONTACT-EOF-FLAG         PIC X(1)     VALUE 'N'.
       01 WS-SORT-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-RUN-DATE                 PIC 9(8).

      * PHONE NORMALIZATION WORK AREA - THE DIGITS OF THE RAW
      * PHONE, IN ORDER, AND HOW MANY THERE WERE.
       01 WS-RAW-PHONE                PIC X(30).
       01 WS-DIGITS                   PIC X(30).
       01 WS-DIGIT-COUNT              PIC 9(2).
       01 WS-CH-I                     PIC 9(2).
       01 WS-NORM-PHONE               PIC X(10).

      * NAME COMPARISON KEY - UPPER-CASE LETTERS AND DIGITS ONLY.
       01 WS-RAW-NAME                 PIC X(20).
       01 WS-NAME-KEY                 PIC X(20).
       01 WS-KEY-LEN                  PIC 9(2).
       01 WS-ONE-CHAR                 PIC X(1).

      * THE CUSTOMER BEING ASSEMBLED ON THE CURRENT PHONE.
       01 WS-PREV-PHONE               PIC X(10)    VALUE SPACES.
       01 WS-PREV-INVOICE             PIC X(9)     VALUE SPACES.
       01 WS-CONTACT-SEEN-FLAG        PIC X(1).
       01 WS-CONTACT-NAME             PIC X(20).
       01 WS-CONTACT-KEY              PIC X(20).
       01 WS-LAY-NAME                 PIC X(20).
       01 WS-LAY-KEY                  PIC X(20).

       01 WS-COUNTS.
          05 WS-LAYAWAY-READ          PIC 9(7)     VALUE 0.
          05 WS-HISTORY-READ          PIC 9(7)     VALUE 0.
          05 WS-DUPLICATE-COUNT       PIC 9(7)     VALUE 0.
          05 WS-CONTACT-READ          PIC 9(7)     VALUE 0.
          05 WS-CUSTOMER-COUNT        PIC 9(7)     VALUE 0.
          05 WS-BOTH-COUNT            PIC 9(7)     VALUE 0.
          05 WS-LAY-ONLY-COUNT        PIC 9(7)     VALUE 0.
          05 WS-CONTACT-ONLY-COUNT    PIC 9(7)     VALUE 0.
          05 WS-NO-PHONE-COUNT        PIC 9(7)     VALUE 0.
          05 WS-ANON-COUNT            PIC 9(7)     VALUE 0.
          05 WS-EXCEPTION-COUNT       PIC 9(7)     VALUE 0.
          05 WS-WRITE-ERROR-COUNT     PIC 9(7)     VALUE 0.
       01 WS-LIFETIME-TOTAL           PIC 9(11)V99 VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(20)    VALUE SPACES.
          05 FILLER                   PIC X(42)    VALUE
             "CUSTOMER MASTER BUILD - MATCH EXCEPTIONS".

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(12)    VALUE "PHONE".
          05 FILLER                   PIC X(22)    VALUE "NAME".
          05 FILLER                   PIC X(22)    VALUE
             "OTHER NAME / SOURCE".
          05 FILLER                   PIC X(13)    VALUE "INVOICE".
          05 FILLER                   PIC X(24)    VALUE "EXCEPTION".

       01 WS-EXCEPTION-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSX-PHONE                PIC X(10).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSX-NAME                 PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSX-OTHER                PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSX-INVOICE              PIC X(9).
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSX-REASON               PIC X(24).

      * AN UNUSABLE PHONE PRINTS AS KEYED, ON ITS OWN LINE UNDER
      * THE EXCEPTION.
       01 WS-RAW-PHONE-LINE.
          05 FILLER                   PIC X(14)    VALUE SPACES.
          05 FILLER                   PIC X(16)    VALUE
             "PHONE AS KEYED: ".
          05 WSR-RAW-PHONE            PIC X(30).

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-TEXT                 PIC X(32).
          05 WSC-VALUE                PIC Z,ZZZ,ZZ9.

       01 WS-TOTAL-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(32)    VALUE
             "LIFETIME LAYAWAY VALUE:".
          05 WST-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-PRINT-HEADINGS.
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CS-PHONE CS-SOURCE CS-DATE
                                CS-INVOICE
               INPUT PROCEDURE IS 200-RELEASE-RECORDS
               OUTPUT PROCEDURE IS 300-BUILD-CUSTOMERS.
           PERFORM 700-PRINT-COUNTS.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LAYAWAY-MASTER-FILE.
           OPEN INPUT LAYAWAY-HISTORY-FILE.
           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.

       150-PRINT-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

      * EVERY DIRECTORY ENTRY AND EVERY LAYAWAY GOES TO THE SORT
      * UNDER ITS NORMALIZED PHONE; ONE WITHOUT TEN USABLE DIGITS
      * IS REPORTED HERE AND GOES NO FURTHER.
       200-RELEASE-RECORDS.
           PERFORM 210-RELEASE-CONTACT
               UNTIL WS-CONTACT-EOF-FLAG = 'Y'.
           PERFORM 220-RELEASE-LAYAWAY
               UNTIL WS-LAY-EOF-FLAG = 'Y'.
           PERFORM 225-RELEASE-HISTORY
               UNTIL WS-HIST-EOF-FLAG = 'Y'.

       210-RELEASE-CONTACT.
           READ CONTACT-FILE
           AT END
              MOVE 'Y' TO WS-CONTACT-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-CONTACT-READ
              INITIALIZE CUST-SORT-REC
              MOVE "C"          TO CS-SOURCE
              MOVE CT-NAME      TO CS-NAME
              MOVE CT-EMAIL     TO CS-EMAIL
              MOVE CT-CONSENT   TO CS-CONSENT
              MOVE CT-PHONE     TO CS-RAW-PHONE
              PERFORM 230-RELEASE-IF-USABLE
           END-READ.

       220-RELEASE-LAYAWAY.
           READ LAYAWAY-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-LAY-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-LAYAWAY-READ
              PERFORM 227-RELEASE-ONE-LAYAWAY
           END-READ.

      * A HISTORY RECORD IS LAID OVER THE MASTER'S RECORD AREA -
      * THE MASTER IS AT END BY NOW - AND RELEASED THE SAME WAY.
       225-RELEASE-HISTORY.
           READ LAYAWAY-HISTORY-FILE
           AT END
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-HISTORY-READ
              MOVE LAYAWAY-HISTORY-RECORD TO LAYAWAY-MASTER-RECORD
              PERFORM 227-RELEASE-ONE-LAYAWAY
           END-READ.

       227-RELEASE-ONE-LAYAWAY.
           INITIALIZE CUST-SORT-REC.
           MOVE "L"               TO CS-SOURCE.
           MOVE LM-OPEN-DATE      TO CS-DATE.
           MOVE LM-CUSTOMER-NAME  TO CS-NAME.
           MOVE LM-STORE-NUMBER   TO CS-STORE.
           MOVE LM-TOTAL-AMOUNT   TO CS-TOTAL.
           MOVE LM-PAID-AMOUNT    TO CS-PAID.
           MOVE LM-STATUS         TO CS-STATUS.
           MOVE LM-INVOICE-NUMBER TO CS-INVOICE.
           MOVE LM-CUSTOMER-PHONE TO CS-RAW-PHONE.
           PERFORM 230-RELEASE-IF-USABLE.

      * A LAYAWAY CARRYING NEITHER NAME NOR PHONE HAS BEEN ERASED
      * ON THE CUSTOMER'S REQUEST - NOTHING FOR A HUMAN TO CLEAR.
       230-RELEASE-IF-USABLE.
           MOVE CS-RAW-PHONE TO WS-RAW-PHONE.
           PERFORM 500-NORMALIZE-PHONE.
           EVALUATE TRUE
               WHEN CS-SOURCE = "L" AND CS-NAME = SPACES
                    AND CS-RAW-PHONE = SPACES
                   ADD 1 TO WS-ANON-COUNT
               WHEN WS-NORM-PHONE = SPACES
                   ADD 1 TO WS-NO-PHONE-COUNT
                   MOVE SPACES     TO WSX-PHONE
                   MOVE CS-NAME    TO WSX-NAME
                   IF CS-SOURCE = "C"
                      MOVE "(CONTACT DIRECTORY)" TO WSX-OTHER
                   ELSE
                      MOVE "(LAYAWAY)" TO WSX-OTHER
                   END-IF
                   MOVE CS-INVOICE TO WSX-INVOICE
                   MOVE "NO USABLE PHONE" TO WSX-REASON
                   PERFORM 600-WRITE-EXCEPTION
                   MOVE CS-RAW-PHONE TO WSR-RAW-PHONE
                   WRITE OUTPUT-LINE FROM WS-RAW-PHONE-LINE
               WHEN OTHER
                   MOVE WS-NORM-PHONE TO CS-PHONE
                   RELEASE CUST-SORT-REC
           END-EVALUATE.

      * ONE CUSTOMER PER NORMALIZED PHONE, WRITTEN WHEN THE PHONE
      * CHANGES AND ONCE MORE FOR THE LAST ONE.
       300-BUILD-CUSTOMERS.
           PERFORM 310-RETURN-ONE
               UNTIL WS-SORT-EOF-FLAG = 'Y'.
           IF WS-PREV-PHONE NOT = SPACES
              PERFORM 350-WRITE-CUSTOMER
           END-IF.

       310-RETURN-ONE.
           RETURN CUST-SORT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLAG
           NOT AT END
              IF CS-PHONE NOT = WS-PREV-PHONE
                 IF WS-PREV-PHONE NOT = SPACES
                    PERFORM 350-WRITE-CUSTOMER
                 END-IF
                 PERFORM 320-START-CUSTOMER
              END-IF
              EVALUATE TRUE
                  WHEN CS-SOURCE = "C"
                      PERFORM 330-TAKE-CONTACT
                  WHEN CS-INVOICE = WS-PREV-INVOICE
                      ADD 1 TO WS-DUPLICATE-COUNT
                  WHEN OTHER
                      PERFORM 340-TAKE-LAYAWAY
              END-EVALUATE
           END-RETURN.

       320-START-CUSTOMER.
           MOVE CS-PHONE TO WS-PREV-PHONE.
           INITIALIZE CUSTOMER-MASTER-RECORD.
           MOVE CS-PHONE    TO CU-PHONE.
           MOVE WS-RUN-DATE TO CU-BUILD-DATE.
           MOVE "N"    TO WS-CONTACT-SEEN-FLAG.
           MOVE SPACES TO WS-CONTACT-NAME WS-CONTACT-KEY.
           MOVE SPACES TO WS-LAY-NAME WS-LAY-KEY.
           MOVE SPACES TO WS-PREV-INVOICE.

      * THE FIRST DIRECTORY ENTRY ON A PHONE IS THE CUSTOMER'S; A
      * SECOND IS A DUPLICATE FOR THE FRONT OFFICE TO MERGE.
       330-TAKE-CONTACT.
           IF WS-CONTACT-SEEN-FLAG = "Y"
              MOVE CS-PHONE        TO WSX-PHONE
              MOVE CS-NAME         TO WSX-NAME
              MOVE WS-CONTACT-NAME TO WSX-OTHER
              MOVE SPACES          TO WSX-INVOICE
              MOVE "CONTACTS SHARE PHONE" TO WSX-REASON
              PERFORM 600-WRITE-EXCEPTION
           ELSE
              MOVE "Y"        TO WS-CONTACT-SEEN-FLAG
              MOVE CS-NAME    TO CU-NAME WS-CONTACT-NAME
              MOVE CS-EMAIL   TO CU-EMAIL
              MOVE CS-CONSENT TO CU-CONSENT
              MOVE CS-NAME    TO WS-RAW-NAME
              PERFORM 520-BUILD-NAME-KEY
              MOVE WS-NAME-KEY TO WS-CONTACT-KEY
           END-IF.

      * LAYAWAYS ARRIVE IN OPEN-DATE ORDER, SO THE LAST ONE SEEN
      * IS THE MOST RECENT. LIFETIME VALUE COUNTS EVERY LAYAWAY'S
      * FULL VALUE; A FORFEITED ONE ALSO COUNTS ITS KEPT DEPOSIT.
       340-TAKE-LAYAWAY.
           MOVE CS-INVOICE TO WS-PREV-INVOICE.
           ADD 1 TO CU-LAYAWAY-COUNT.
           ADD CS-TOTAL TO CU-LIFETIME-VALUE.
           ADD CS-TOTAL TO WS-LIFETIME-TOTAL.
           IF CU-FIRST-DATE = ZERO
              MOVE CS-DATE TO CU-FIRST-DATE
           END-IF.
           MOVE CS-DATE  TO CU-LAST-DATE.
           MOVE CS-STORE TO CU-HOME-STORE.
           IF CS-STATUS = "F"
              ADD 1 TO CU-FORFEIT-COUNT
              ADD CS-PAID TO CU-FORFEIT-AMOUNT
           END-IF.
           IF CS-NAME NOT = SPACES
              MOVE CS-NAME TO WS-RAW-NAME
              PERFORM 520-BUILD-NAME-KEY
              PERFORM 345-COMPARE-LAYAWAY-NAME
              IF WS-CONTACT-SEEN-FLAG NOT = "Y"
                 MOVE CS-NAME TO CU-NAME
              END-IF
           END-IF.

       345-COMPARE-LAYAWAY-NAME.
           MOVE CS-PHONE   TO WSX-PHONE.
           MOVE CS-NAME    TO WSX-NAME.
           MOVE CS-INVOICE TO WSX-INVOICE.
           IF WS-CONTACT-SEEN-FLAG = "Y"
              IF WS-NAME-KEY NOT = WS-CONTACT-KEY
                 MOVE WS-CONTACT-NAME TO WSX-OTHER
                 MOVE "NAME DIFFERS - CONTACT" TO WSX-REASON
                 PERFORM 600-WRITE-EXCEPTION
              END-IF
           ELSE
              IF WS-LAY-KEY = SPACES
                 MOVE CS-NAME     TO WS-LAY-NAME
                 MOVE WS-NAME-KEY TO WS-LAY-KEY
              ELSE
                 IF WS-NAME-KEY NOT = WS-LAY-KEY
                    MOVE WS-LAY-NAME TO WSX-OTHER
                    MOVE "NAME DIFFERS - LAYAWAY" TO WSX-REASON
                    PERFORM 600-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF.

       350-WRITE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CONTACT-SEEN-FLAG = "Y"
                    AND CU-LAYAWAY-COUNT > 0
                   MOVE "B" TO CU-SOURCE
                   ADD 1 TO WS-BOTH-COUNT
               WHEN WS-CONTACT-SEEN-FLAG = "Y"
                   MOVE "C" TO CU-SOURCE
                   ADD 1 TO WS-CONTACT-ONLY-COUNT
               WHEN OTHER
                   MOVE "L" TO CU-SOURCE
                   ADD 1 TO WS-LAY-ONLY-COUNT
           END-EVALUATE.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                  ADD 1 TO WS-WRITE-ERROR-COUNT
               NOT INVALID KEY
                  ADD 1 TO WS-CUSTOMER-COUNT
           END-WRITE.

      * KEEP ONLY THE DIGITS. TEN IS A NUMBER; ELEVEN WITH A
      * LEADING 1 IS THE SAME NUMBER DIALLED LONG DISTANCE;
      * ANYTHING ELSE IS UNUSABLE AND COMES BACK AS SPACES.
       500-NORMALIZE-PHONE.
           MOVE SPACES TO WS-DIGITS WS-NORM-PHONE.
           MOVE 0 TO WS-DIGIT-COUNT.
           PERFORM 510-TAKE-DIGIT
               VARYING WS-CH-I FROM 1 BY 1
               UNTIL WS-CH-I > 30.
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT = 10
                   MOVE WS-DIGITS(1:10) TO WS-NORM-PHONE
               WHEN WS-DIGIT-COUNT = 11
                    AND WS-DIGITS(1:1) = "1"
                   MOVE WS-DIGITS(2:10) TO WS-NORM-PHONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       510-TAKE-DIGIT.
           IF WS-RAW-PHONE(WS-CH-I:1) NUMERIC
              ADD 1 TO WS-DIGIT-COUNT
              MOVE WS-RAW-PHONE(WS-CH-I:1)
                 TO WS-DIGITS(WS-DIGIT-COUNT:1)
           END-IF.

      * UPPER-CASE LETTERS AND DIGITS ONLY, IN ORDER - THE SPACES,
      * COMMAS, APOSTROPHES AND HYPHENS THAT DIFFER BETWEEN THE
      * TILL AND THE FRONT OFFICE DROP OUT OF THE COMPARISON.
       520-BUILD-NAME-KEY.
           MOVE SPACES TO WS-NAME-KEY.
           MOVE 0 TO WS-KEY-LEN.
           INSPECT WS-RAW-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 530-TAKE-NAME-CHAR
               VARYING WS-CH-I FROM 1 BY 1
               UNTIL WS-CH-I > 20.

       530-TAKE-NAME-CHAR.
           MOVE WS-RAW-NAME(WS-CH-I:1) TO WS-ONE-CHAR.
           IF (WS-ONE-CHAR NOT < "A" AND WS-ONE-CHAR NOT > "Z")
              OR WS-ONE-CHAR NUMERIC
              ADD 1 TO WS-KEY-LEN
              MOVE WS-ONE-CHAR TO WS-NAME-KEY(WS-KEY-LEN:1)
           END-IF.

       600-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE OUTPUT-LINE FROM WS-EXCEPTION-LINE.

       700-PRINT-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "LAYAWAYS READ:" TO WSC-TEXT.
           MOVE WS-LAYAWAY-READ TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ARCHIVED LAYAWAYS READ:" TO WSC-TEXT.
           MOVE WS-HISTORY-READ TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           IF WS-DUPLICATE-COUNT > 0
              MOVE "  ALSO ON MASTER (COUNTED ONCE):" TO WSC-TEXT
              MOVE WS-DUPLICATE-COUNT TO WSC-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.
           MOVE "DIRECTORY CONTACTS READ:" TO WSC-TEXT.
           MOVE WS-CONTACT-READ TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "NO USABLE PHONE (NOT MASTERED):" TO WSC-TEXT.
           MOVE WS-NO-PHONE-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ANONYMIZED LAYAWAYS:" TO WSC-TEXT.
           MOVE WS-ANON-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "CUSTOMERS WRITTEN:" TO WSC-TEXT.
           MOVE WS-CUSTOMER-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "  IN BOTH:" TO WSC-TEXT.
           MOVE WS-BOTH-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "  LAYAWAYS ONLY:" TO WSC-TEXT.
           MOVE WS-LAY-ONLY-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "  DIRECTORY ONLY:" TO WSC-TEXT.
           MOVE WS-CONTACT-ONLY-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "MATCHING EXCEPTIONS:" TO WSC-TEXT.
           MOVE WS-EXCEPTION-COUNT TO WSC-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           IF WS-WRITE-ERROR-COUNT > 0
              MOVE "CUSTOMER WRITES REJECTED:" TO WSC-TEXT
              MOVE WS-WRITE-ERROR-COUNT TO WSC-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.
           MOVE WS-LIFETIME-TOTAL TO WST-VALUE.
           WRITE OUTPUT-LINE FROM WS-TOTAL-LINE.

      * 0 CLEAN, 4 WHEN ANYTHING IS ON THE EXCEPTIONS REPORT, 8 WHEN
      * NOTHING WAS READ OR A CUSTOMER COULD NOT BE WRITTEN.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-LAYAWAY-READ = 0 AND WS-HISTORY-READ = 0
                    AND WS-CONTACT-READ = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITE-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. THE CONTROL TOTAL IS THE LIFETIME LAYAWAY
      * VALUE CARRIED INTO THE MASTER.
       895-WRITE-AUDIT-LOG.
           MOVE "A8CUSBLD" TO AP-PROGRAM-ID.
           COMPUTE AP-RECORDS-READ =
              WS-LAYAWAY-READ + WS-HISTORY-READ + WS-CONTACT-READ.
           MOVE WS-CUSTOMER-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-LIFETIME-TOTAL TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       900-CLOSE-FILES.
           CLOSE LAYAWAY-MASTER-FILE.
           CLOSE LAYAWAY-HISTORY-FILE.
           CLOSE CONTACT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM A8CUSBLD.
