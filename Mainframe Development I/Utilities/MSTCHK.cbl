        IDENTIFICATION DIVISION.
        PROGRAM-ID. MSTCHK.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: CROSS-MASTER INTEGRITY SWEEP. THE MASTERS POINT
      * AT ONE ANOTHER, BUT EACH MAINTENANCE PROGRAM ONLY CHECKS ITS
      * OWN LINKS AT THE MOMENT A CARD IS KEYED - DISCONTINUE AN
      * ITEM, CLOSE A STORE OR DEACTIVATE A SALESPERSON AND THE ROWS
      * THAT POINTED AT IT STAY AS THEY WERE. THIS WEEKLY RUN READS
      * THE MASTERS AND LISTS EVERY LINK THAT NO LONGER HOLDS, BY
      * MASTER AND KEY, WITH THE FIX, SO THE DATA IS CLEANED BEFORE
      * IT SKEWS A REPORT. NOTHING IS CHANGED - THE FIXES ARE KEYED
      * THROUGH THE USUAL MAINTENANCE PROGRAMS.
      *   MASTER    CHECKED AGAINST   EXCEPTION
      *   SKUXREF   INVMSTR           ACTIVE SKU FOR AN ITEM NOT ON
      *                               FILE OR DISCONTINUED
      *   POMSTR    INVMSTR           OPEN ORDER FOR AN ITEM NOT ON
      *                               FILE OR DISCONTINUED
      *   LAYMSTR   STORMSTR          OPEN LAYAWAY AT A STORE NOT ON
      *                               FILE OR CLOSED
      *   GCMSTR    STORMSTR          OUTSTANDING CARD ISSUED BY A
      *                               STORE NOT ON FILE OR CLOSED
      *   COMMPLAN  CODEMSTR "P"      ACTIVE PLAN FOR A SALESPERSON
      *                               NOT ON FILE OR INACTIVE
      *   TGTMSTR   CODEMSTR "P"      ACTIVE TARGET, THE SAME
      *   OPRMSTR   -                 ACTIVE OPERATOR WITH NO TEAM OR
      *                               NO SUPERVISOR
      *   CODEMSTR  STORMSTR          "S" ROW DISAGREEING WITH THE
      *                               STORE'S STATUS, OR NO STORE
      *   STORMSTR  CODEMSTR "S"      STORE NOT CLOSED WITH NO "S"
      *                               ROW
      * INACTIVE ROWS (STATUS "I") ARE NOT CHECKED - NO READER USES
      * THEM. A STORE IS CLOSED WHEN IT IS "C" WITH AN EFFECTIVE DATE
      * ON OR BEFORE THE RUN DATE.
      * THE REGISTER ENDS WITH EACH MASTER'S ROWS CHECKED AND
      * EXCEPTIONS FOUND. RC 4 = EXCEPTIONS LISTED; RC 0 = EVERY
      * LINK HOLDS.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE MASTERS SWEPT FRONT TO BACK.
            SELECT SKU-XREF-FILE
                ASSIGN TO SKUXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SX-SKU.

            SELECT PO-MASTER-FILE
                ASSIGN TO POMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PO-ITEM.

            SELECT LAYAWAY-MASTER-FILE
                ASSIGN TO LAYMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-INVOICE-NUMBER.

            SELECT GIFT-CARD-MASTER-FILE
                ASSIGN TO GCMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GC-CARD-NUMBER.

            SELECT COMMISSION-PLAN-FILE
                ASSIGN TO COMMPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PL-NUMBER.

            SELECT TARGET-MASTER-FILE
                ASSIGN TO TGTMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TG-NUMBER.

            SELECT OPERATOR-MASTER-FILE
                ASSIGN TO OPRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OM-NUM.

      * THE STORE MASTER IS READ ONCE INTO A TABLE.
            SELECT STORE-MASTER-FILE
                ASSIGN TO STORMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STORE.

      * LOOKED UP BY ITEM.
            SELECT INVENTORY-MASTER-FILE
                ASSIGN TO INVMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IM-ITEM.

      * LOOKED UP FOR SALESPERSONS ("P"), AND ITS "S" ROWS READ IN
      * KEY ORDER.
            SELECT CODE-MASTER-FILE
                ASSIGN TO CODEMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-KEY.

      * THE EXCEPTION REGISTER.
            SELECT OUTPUT-FILE
                ASSIGN TO OUTFILE
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
       FD SKU-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.

           COPY SKUXREF.

       FD PO-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.

           COPY POMSTR.

       FD LAYAWAY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

       FD GIFT-CARD-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.

           COPY GCMSTR.

       FD COMMISSION-PLAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.

           COPY COMMPLAN.

       FD TARGET-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

           COPY TGTMSTR.

       FD OPERATOR-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.

           COPY OPRMSTR.

       FD STORE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.

           COPY STORMSTR.

       FD INVENTORY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.

           COPY INVMSTR.

       FD CODE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.

           COPY CODEMSTR.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(120).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE "N".
       01 WS-FOUND-FLAG               PIC X(1)     VALUE "N".
       01 WS-RUN-DATE                 PIC 9(8)     VALUE 0.
       01 WS-M                        PIC 9(2)     VALUE 0.
       01 WS-TOTAL-CHECKED            PIC 9(7)     VALUE 0.
       01 WS-TOTAL-FOUND              PIC 9(7)     VALUE 0.

      * ONE SLOT PER MASTER, IN THE ORDER THEY ARE SWEPT.
       01 WS-MASTER-VALUES.
          05 FILLER                   PIC X(8)     VALUE "SKUXREF".
          05 FILLER                   PIC X(8)     VALUE "POMSTR".
          05 FILLER                   PIC X(8)     VALUE "LAYMSTR".
          05 FILLER                   PIC X(8)     VALUE "GCMSTR".
          05 FILLER                   PIC X(8)     VALUE "COMMPLAN".
          05 FILLER                   PIC X(8)     VALUE "TGTMSTR".
          05 FILLER                   PIC X(8)     VALUE "OPRMSTR".
          05 FILLER                   PIC X(8)     VALUE "CODEMSTR".
          05 FILLER                   PIC X(8)     VALUE "STORMSTR".

       01 WS-MASTER-NAMES REDEFINES WS-MASTER-VALUES.
          05 WM-NAME                  PIC X(8)     OCCURS 9 TIMES.

       01 WS-MASTER-COUNTS.
          05 WS-MASTER-COUNT OCCURS 9 TIMES.
             10 WM-CHECKED            PIC 9(7).
             10 WM-FOUND              PIC 9(7).

      * THE STORE MASTER, HELD FOR THE STORE LINKS: WHETHER EACH
      * STORE IS CLOSED, AND WHETHER AN "S" ROW WAS SEEN FOR IT.
       01 WS-STORE-COUNT              PIC 9(3)     VALUE 0.
       01 WS-S                        PIC 9(3)     VALUE 0.
       01 WS-STORE-IX                 PIC 9(3)     VALUE 0.
       01 WS-CHECK-STORE              PIC X(2).
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 100 TIMES.
             10 WST-STORE             PIC X(2).
             10 WST-CLOSED-FLAG       PIC X(1).
             10 WST-CODED-FLAG        PIC X(1).

      * THE SALESPERSON A PLAN OR TARGET ROW BELONGS TO, AND WHAT
      * THE CODE MASTER SAYS ABOUT THEM.
       01 WS-CHECK-PERSON             PIC X(3).
       01 WS-PERSON-STATE             PIC X(1).

      * THE EXCEPTION BEING REPORTED.
       01 WS-EXC-KEY                  PIC X(15).
       01 WS-EXC-PROBLEM              PIC X(36).
       01 WS-EXC-FIX                  PIC X(40).

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(20)    VALUE SPACES.
          05 FILLER                   PIC X(38)    VALUE
             "MASTER-FILE INTEGRITY SWEEP - AS OF ".
          05 WST-RUN-DATE             PIC 9(8).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(10)    VALUE "MASTER".
          05 FILLER                   PIC X(17)    VALUE "KEY".
          05 FILLER                   PIC X(38)    VALUE "PROBLEM".
          05 FILLER                   PIC X(40)    VALUE
             "SUGGESTED FIX".

       01 WS-EXCEPTION-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSE-MASTER               PIC X(8).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSE-KEY                  PIC X(15).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSE-PROBLEM              PIC X(36).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSE-FIX                  PIC X(40).

       01 WS-SUMMARY-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(10)    VALUE "MASTER".
          05 FILLER                   PIC X(11)    VALUE
             "    CHECKED".
          05 FILLER                   PIC X(11)    VALUE
             "   EXCEPTNS".

       01 WS-SUMMARY-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSS-NAME                 PIC X(8).
          05 FILLER                   PIC X(6)     VALUE SPACES.
          05 WSS-CHECKED              PIC ZZZZZZ9.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSS-FOUND                PIC ZZZZZZ9.

       01 WS-CLEAN-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(38)    VALUE
             "NO EXCEPTIONS - EVERY LINK HOLDS.".

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-STORES.
           PERFORM 200-CHECK-SKU-XREF.
           PERFORM 250-CHECK-PURCHASE-ORDERS.
           PERFORM 300-CHECK-LAYAWAYS.
           PERFORM 350-CHECK-GIFT-CARDS.
           PERFORM 400-CHECK-PLANS.
           PERFORM 450-CHECK-TARGETS.
           PERFORM 500-CHECK-OPERATORS.
           PERFORM 550-CHECK-STORE-CODES.
           PERFORM 600-CHECK-UNCODED-STORES.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
      * THE CALL TO AUDLOG LEAVES ITS OWN RETURN CODE BEHIND.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-MASTER-COUNTS WS-STORE-TABLE.
           OPEN INPUT SKU-XREF-FILE
                      PO-MASTER-FILE
                      LAYAWAY-MASTER-FILE
                      GIFT-CARD-MASTER-FILE
                      COMMISSION-PLAN-FILE
                      TARGET-MASTER-FILE
                      OPERATOR-MASTER-FILE
                      STORE-MASTER-FILE
                      INVENTORY-MASTER-FILE
                      CODE-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE WS-RUN-DATE TO WST-RUN-DATE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

      * EVERY STORE ONCE, UP FRONT. CLOSED MEANS "C" AND IN EFFECT.
       150-LOAD-STORES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 155-READ-STORE UNTIL WS-EOF-FLAG = "Y".

       155-READ-STORE.
           READ STORE-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF WS-STORE-COUNT < 100
                 ADD 1 TO WS-STORE-COUNT
                 MOVE SM-STORE TO WST-STORE(WS-STORE-COUNT)
                 MOVE "N" TO WST-CLOSED-FLAG(WS-STORE-COUNT)
                 MOVE "N" TO WST-CODED-FLAG(WS-STORE-COUNT)
                 IF SM-STATUS = "C"
                    AND SM-EFFECTIVE-DATE NOT > WS-RUN-DATE
                    MOVE "Y" TO WST-CLOSED-FLAG(WS-STORE-COUNT)
                 END-IF
              END-IF
           END-READ.

      * WS-CHECK-STORE IN THE TABLE: WS-FOUND-FLAG AND, WHEN FOUND,
      * ITS SLOT IN WS-STORE-IX.
       160-FIND-STORE.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-STORE-IX.
           PERFORM 165-MATCH-STORE
               VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-STORE-COUNT OR WS-FOUND-FLAG = "Y".

       165-MATCH-STORE.
           IF WST-STORE(WS-S) = WS-CHECK-STORE
              MOVE "Y" TO WS-FOUND-FLAG
              MOVE WS-S TO WS-STORE-IX
           END-IF.

      * THE ITEM BEHIND AN SKU OR AN ORDER.
       170-READ-ITEM.
           MOVE "Y" TO WS-FOUND-FLAG.
           READ INVENTORY-MASTER-FILE
           INVALID KEY
              MOVE "N" TO WS-FOUND-FLAG
           END-READ.

      * WS-CHECK-PERSON ON THE CODE MASTER: "A" ACTIVE, "I"
      * INACTIVE, "N" NOT ON FILE.
       180-CHECK-PERSON.
           MOVE "P" TO CM-CODE-TYPE.
           MOVE WS-CHECK-PERSON TO CM-CODE-VALUE.
           MOVE "A" TO WS-PERSON-STATE.
           READ CODE-MASTER-FILE
           INVALID KEY
              MOVE "N" TO WS-PERSON-STATE
           END-READ.
           IF WS-PERSON-STATE = "A" AND CM-STATUS = "I"
              MOVE "I" TO WS-PERSON-STATE
           END-IF.

      * ACTIVE SKUS ONLY - AN INACTIVE ROW IS ALREADY OFF THE BOOKS.
      * A DISCONTINUED ITEM STILL SELLS DOWN ITS STOCK, SO ITS SKU
      * STAYS UNTIL THE SHELF IS EMPTY.
       200-CHECK-SKU-XREF.
           MOVE 1 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 210-CHECK-SKU UNTIL WS-EOF-FLAG = "Y".

       210-CHECK-SKU.
           READ SKU-XREF-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF SX-STATUS NOT = "I"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE SX-ITEM TO IM-ITEM
                 PERFORM 170-READ-ITEM
                 MOVE SX-SKU TO WS-EXC-KEY
                 IF WS-FOUND-FLAG = "N"
                    MOVE "ITEM NOT ON INVMSTR" TO WS-EXC-PROBLEM
                    MOVE "REPOINT OR DEACTIVATE THE SKU (SKUXMNT)"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 ELSE
                    IF IM-STATUS = "D"
                       IF IM-QTY-ON-HAND = 0
                          MOVE "ITEM DISCONTINUED AND SOLD OUT"
                             TO WS-EXC-PROBLEM
                          MOVE "DEACTIVATE THE SKU (SKUXMNT)"
                             TO WS-EXC-FIX
                       ELSE
                          MOVE "ITEM DISCONTINUED, STOCK ON HAND"
                             TO WS-EXC-PROBLEM
                          MOVE "DEACTIVATE THE SKU ONCE SOLD DOWN"
                             TO WS-EXC-FIX
                       END-IF
                       PERFORM 850-WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * OPEN ORDERS ONLY - A CLOSED ORDER IS HISTORY.
       250-CHECK-PURCHASE-ORDERS.
           MOVE 2 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 260-CHECK-ORDER UNTIL WS-EOF-FLAG = "Y".

       260-CHECK-ORDER.
           READ PO-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF PO-STATUS = "O"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE PO-ITEM TO IM-ITEM
                 PERFORM 170-READ-ITEM
                 MOVE SPACES TO WS-EXC-KEY
                 STRING PO-ITEM   DELIMITED BY SIZE
                        " "       DELIMITED BY SIZE
                        PO-NUMBER DELIMITED BY SIZE
                    INTO WS-EXC-KEY
                 IF WS-FOUND-FLAG = "N"
                    MOVE "OPEN ORDER, ITEM NOT ON INVMSTR"
                       TO WS-EXC-PROBLEM
                    MOVE "CANCEL WITH THE VENDOR" TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 ELSE
                    IF IM-STATUS = "D"
                       MOVE "OPEN ORDER, ITEM DISCONTINUED"
                          TO WS-EXC-PROBLEM
                       MOVE "CANCEL WITH VENDOR OR REACTIVATE ITEM"
                          TO WS-EXC-FIX
                       PERFORM 850-WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * OPEN LAYAWAYS ONLY - THE CUSTOMER STILL HAS TO COLLECT.
       300-CHECK-LAYAWAYS.
           MOVE 3 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 310-CHECK-LAYAWAY UNTIL WS-EOF-FLAG = "Y".

       310-CHECK-LAYAWAY.
           READ LAYAWAY-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF LM-STATUS = "O"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE LM-STORE-NUMBER TO WS-CHECK-STORE
                 PERFORM 160-FIND-STORE
                 MOVE LM-INVOICE-NUMBER TO WS-EXC-KEY
                 IF WS-FOUND-FLAG = "N"
                    MOVE "OPEN LAYAWAY, STORE NOT ON STORMSTR"
                       TO WS-EXC-PROBLEM
                    MOVE "MOVE TO AN OPEN STORE OR A8LAYCAN"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 ELSE
                    IF WST-CLOSED-FLAG(WS-STORE-IX) = "Y"
                       MOVE "OPEN LAYAWAY AT A CLOSED STORE"
                          TO WS-EXC-PROBLEM
                       MOVE "MOVE TO AN OPEN STORE OR A8LAYCAN"
                          TO WS-EXC-FIX
                       PERFORM 850-WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * OUTSTANDING CARDS ONLY - THE LIABILITY IS STILL ON THE BOOKS
      * AGAINST THE ISSUING STORE.
       350-CHECK-GIFT-CARDS.
           MOVE 4 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 360-CHECK-GIFT-CARD UNTIL WS-EOF-FLAG = "Y".

       360-CHECK-GIFT-CARD.
           READ GIFT-CARD-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF GC-STATUS = "O"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE GC-ISSUE-STORE TO WS-CHECK-STORE
                 PERFORM 160-FIND-STORE
                 MOVE GC-CARD-NUMBER TO WS-EXC-KEY
                 IF WS-FOUND-FLAG = "N"
                    MOVE "OUTSTANDING, STORE NOT ON STORMSTR"
                       TO WS-EXC-PROBLEM
                    MOVE "REASSIGN LIABILITY TO AN OPEN STORE"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 ELSE
                    IF WST-CLOSED-FLAG(WS-STORE-IX) = "Y"
                       MOVE "OUTSTANDING, ISSUING STORE CLOSED"
                          TO WS-EXC-PROBLEM
                       MOVE "REASSIGN LIABILITY TO AN OPEN STORE"
                          TO WS-EXC-FIX
                       PERFORM 850-WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * ACTIVE PLANS ONLY - A3SCOMM WOULD STILL PAY FROM THEM.
       400-CHECK-PLANS.
           MOVE 5 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 410-CHECK-PLAN UNTIL WS-EOF-FLAG = "Y".

       410-CHECK-PLAN.
           READ COMMISSION-PLAN-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF PL-STATUS NOT = "I"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE PL-NUMBER TO WS-CHECK-PERSON
                 PERFORM 180-CHECK-PERSON
                 IF WS-PERSON-STATE NOT = "A"
                    MOVE PL-NUMBER TO WS-EXC-KEY
                    PERFORM 420-PERSON-PROBLEM
                    MOVE "DEACTIVATE THE PLAN (A3PMAINT)"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-READ.

       420-PERSON-PROBLEM.
           IF WS-PERSON-STATE = "N"
              MOVE "SALESPERSON NOT ON CODEMSTR"
                 TO WS-EXC-PROBLEM
           ELSE
              MOVE "SALESPERSON INACTIVE ON CODEMSTR"
                 TO WS-EXC-PROBLEM
           END-IF.

      * ACTIVE TARGETS ONLY.
       450-CHECK-TARGETS.
           MOVE 6 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 460-CHECK-TARGET UNTIL WS-EOF-FLAG = "Y".

       460-CHECK-TARGET.
           READ TARGET-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF TG-STATUS NOT = "I"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE TG-NUMBER TO WS-CHECK-PERSON
                 PERFORM 180-CHECK-PERSON
                 IF WS-PERSON-STATE NOT = "A"
                    MOVE TG-NUMBER TO WS-EXC-KEY
                    PERFORM 420-PERSON-PROBLEM
                    MOVE "DEACTIVATE THE TARGET (A3TMAINT)"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-READ.

      * ACTIVE OPERATORS ONLY - A5CCORPT SUBTOTALS THEM BY TEAM.
       500-CHECK-OPERATORS.
           MOVE 7 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 510-CHECK-OPERATOR UNTIL WS-EOF-FLAG = "Y".

       510-CHECK-OPERATOR.
           READ OPERATOR-MASTER-FILE
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           NOT AT END
              IF OM-STATUS NOT = "I"
                 ADD 1 TO WM-CHECKED(WS-M)
                 MOVE OM-NUM TO WS-EXC-KEY
                 IF OM-TEAM = SPACES
                    MOVE "ACTIVE OPERATOR WITH NO TEAM"
                       TO WS-EXC-PROBLEM
                    MOVE "ASSIGN A TEAM (A5OMAINT)" TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 ELSE
                    IF OM-SUPERVISOR = SPACES
                       MOVE SPACES TO WS-EXC-PROBLEM
                       STRING "TEAM " DELIMITED BY SIZE
                              OM-TEAM DELIMITED BY SIZE
                              " HAS NO SUPERVISOR"
                                      DELIMITED BY SIZE
                          INTO WS-EXC-PROBLEM
                       MOVE "NAME THE SUPERVISOR (A5OMAINT)"
                          TO WS-EXC-FIX
                       PERFORM 850-WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * THE CODE MASTER'S "S" ROWS AGAINST THE STORE MASTER. EVERY
      * ROW READ MARKS ITS STORE AS CODED, ACTIVE OR NOT.
       550-CHECK-STORE-CODES.
           MOVE 8 TO WS-M.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "S" TO CM-CODE-TYPE.
           MOVE SPACES TO CM-CODE-VALUE.
           START CODE-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
           INVALID KEY
              MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM 560-CHECK-STORE-CODE UNTIL WS-EOF-FLAG = "Y".

       560-CHECK-STORE-CODE.
           READ CODE-MASTER-FILE NEXT RECORD
           AT END
              MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = "Y" AND CM-CODE-TYPE NOT = "S"
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = "Y"
              ADD 1 TO WM-CHECKED(WS-M)
              MOVE CM-CODE-VALUE(1:2) TO WS-CHECK-STORE
              PERFORM 160-FIND-STORE
              MOVE CM-KEY TO WS-EXC-KEY
              IF WS-FOUND-FLAG = "N"
                 IF CM-STATUS NOT = "I"
                    MOVE "ACTIVE S CODE, STORE NOT ON STORMSTR"
                       TO WS-EXC-PROBLEM
                    MOVE "ADD THE STORE (STORMNT) OR DEACTIVATE"
                       TO WS-EXC-FIX
                    PERFORM 850-WRITE-EXCEPTION
                 END-IF
              ELSE
                 MOVE "Y" TO WST-CODED-FLAG(WS-STORE-IX)
                 PERFORM 570-COMPARE-STORE-CODE
              END-IF
           END-IF.

       570-COMPARE-STORE-CODE.
           IF CM-STATUS NOT = "I"
              AND WST-CLOSED-FLAG(WS-STORE-IX) = "Y"
              MOVE "ACTIVE S CODE, STORE CLOSED" TO WS-EXC-PROBLEM
              MOVE "DEACTIVATE THE S CODE (CODEMNT)" TO WS-EXC-FIX
              PERFORM 850-WRITE-EXCEPTION
           END-IF.
           IF CM-STATUS = "I"
              AND WST-CLOSED-FLAG(WS-STORE-IX) = "N"
              MOVE "INACTIVE S CODE, STORE NOT CLOSED"
                 TO WS-EXC-PROBLEM
              MOVE "REACTIVATE THE S CODE (CODEMNT)" TO WS-EXC-FIX
              PERFORM 850-WRITE-EXCEPTION
           END-IF.

      * A STORE STILL TRADING (OR ABOUT TO) WITH NO "S" ROW AT ALL -
      * A8SL WOULD REJECT ITS SALES AS AN UNKNOWN STORE.
       600-CHECK-UNCODED-STORES.
           MOVE 9 TO WS-M.
           PERFORM 610-CHECK-UNCODED-STORE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STORE-COUNT.

       610-CHECK-UNCODED-STORE.
           ADD 1 TO WM-CHECKED(WS-M).
           IF WST-CLOSED-FLAG(WS-S) = "N"
              AND WST-CODED-FLAG(WS-S) = "N"
              MOVE WST-STORE(WS-S) TO WS-EXC-KEY
              MOVE "STORE HAS NO S CODE ON CODEMSTR"
                 TO WS-EXC-PROBLEM
              MOVE "ADD THE S CODE (CODEMNT)" TO WS-EXC-FIX
              PERFORM 850-WRITE-EXCEPTION
           END-IF.

       700-PRINT-SUMMARY.
           IF WS-TOTAL-FOUND = 0
              WRITE OUTPUT-LINE FROM WS-CLEAN-LINE
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-SUMMARY-HEADER.
           PERFORM 710-PRINT-MASTER-COUNT
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 9.
           MOVE "TOTAL" TO WSS-NAME.
           MOVE WS-TOTAL-CHECKED TO WSS-CHECKED.
           MOVE WS-TOTAL-FOUND TO WSS-FOUND.
           WRITE OUTPUT-LINE FROM WS-SUMMARY-LINE.

       710-PRINT-MASTER-COUNT.
           MOVE WM-NAME(WS-M) TO WSS-NAME.
           MOVE WM-CHECKED(WS-M) TO WSS-CHECKED.
           MOVE WM-FOUND(WS-M) TO WSS-FOUND.
           WRITE OUTPUT-LINE FROM WS-SUMMARY-LINE.
           ADD WM-CHECKED(WS-M) TO WS-TOTAL-CHECKED.

      * ONE REGISTER LINE FOR THE MASTER BEING SWEPT (WS-M).
       850-WRITE-EXCEPTION.
           MOVE WM-NAME(WS-M) TO WSE-MASTER.
           MOVE WS-EXC-KEY TO WSE-KEY.
           MOVE WS-EXC-PROBLEM TO WSE-PROBLEM.
           MOVE WS-EXC-FIX TO WSE-FIX.
           WRITE OUTPUT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WM-FOUND(WS-M).
           ADD 1 TO WS-TOTAL-FOUND.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG: ROWS CHECKED, EXCEPTIONS LISTED.
       895-WRITE-AUDIT-LOG.
           MOVE "MSTCHK" TO AP-PROGRAM-ID.
           MOVE WS-TOTAL-CHECKED TO AP-RECORDS-READ.
           MOVE WS-TOTAL-FOUND TO AP-RECORDS-WRITTEN.
           MOVE 0 TO AP-RECORDS-REJECTED.
           MOVE WS-TOTAL-FOUND TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       950-SET-RETURN-CODE.
           IF WS-TOTAL-FOUND > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE SKU-XREF-FILE
                 PO-MASTER-FILE
                 LAYAWAY-MASTER-FILE
                 GIFT-CARD-MASTER-FILE
                 COMMISSION-PLAN-FILE
                 TARGET-MASTER-FILE
                 OPERATOR-MASTER-FILE
                 STORE-MASTER-FILE
                 INVENTORY-MASTER-FILE
                 CODE-MASTER-FILE
                 OUTPUT-FILE.

        END PROGRAM MSTCHK.
