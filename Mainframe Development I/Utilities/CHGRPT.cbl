        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGRPT.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: CHANGE-HISTORY INQUIRY OVER THE MASTER-FILE
      * CHANGE JOURNAL THAT CHGLOG WRITES FOR EVERY MAINTENANCE
      * PROGRAM. THE CHGINQ CARD NARROWS THE LISTING TO A MASTER
      * (ITS DD NAME), A KEY ON THAT MASTER, AND/OR A RUN-DATE
      * RANGE; A BLANK FIELD DOES NOT NARROW. EACH APPLIED CARD
      * PRINTS WHEN, WHO, WHICH PROGRAM, MASTER, KEY, AND ACTION,
      * THEN THE RECORD BEFORE AND AFTER, WITH A MARKER LINE UNDER
      * THE BYTES THAT CHANGED - SO "WHO CHANGED 004'S COMMISSION
      * RATE IN JUNE" IS ONE CARD AND ONE PAGE.
      * CARD COLUMNS: 1-8 MASTER (E.G. COMMPLAN), 9-28 KEY AS THE
      * MASTER HOLDS IT, 29-36 FROM DATE, 37-44 TO DATE (YYYYMMDD).
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHANGE-JOURNAL-FILE
                ASSIGN TO CHGJRNL
                ORGANIZATION IS SEQUENTIAL.

            SELECT OUTPUT-FILE
                ASSIGN TO OUTFILE
                ORGANIZATION IS SEQUENTIAL.

      * SINGLE INQUIRY CARD.
            SELECT INQUIRY-PARM-FILE
                ASSIGN TO CHGINQ
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD CHANGE-JOURNAL-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 194 CHARACTERS.

            COPY CHGJRNL.

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(150).

       FD INQUIRY-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       01 INQUIRY-PARM-LINE.
          05 IQ-MASTER-ID             PIC X(8).
          05 IQ-KEY                   PIC X(20).
          05 IQ-FROM-DATE             PIC X(8).
          05 IQ-TO-DATE               PIC X(8).
          05 FILLER                   PIC X(36).

        WORKING-STORAGE SECTION.

       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-BAD-PARM-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-FROM-DATE                PIC 9(8)     VALUE 0.
       01 WS-TO-DATE                  PIC 9(8)     VALUE 99999999.
       01 WS-JOURNAL-READ-COUNT       PIC 9(7)     VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(7)     VALUE 0.

      * THE BEFORE-IMAGE IS HELD UNTIL ITS AFTER-IMAGE (THE NEXT
      * RECORD) ARRIVES, SO THE PAIR PRINTS TOGETHER.
       01 WS-BEFORE-IMAGE             PIC X(132)   VALUE SPACES.
       01 WS-HELD-FLAG                PIC X(1)     VALUE 'N'.
       01 WS-MARKER                   PIC X(132).
       01 WS-I                        PIC 9(3).

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(25)    VALUE SPACES.
          05 FILLER                   PIC X(37)    VALUE
             "MASTER-FILE CHANGE HISTORY INQUIRY".

       01 WS-SELECTION-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(8)     VALUE "MASTER: ".
          05 WSS-MASTER-ID            PIC X(8).
          05 FILLER                   PIC X(7)     VALUE "  KEY: ".
          05 WSS-KEY                  PIC X(20).
          05 FILLER                   PIC X(8)     VALUE "  FROM: ".
          05 WSS-FROM-DATE            PIC 9(8).
          05 FILLER                   PIC X(6)     VALUE "  TO: ".
          05 WSS-TO-DATE              PIC 9(8).

       01 WS-BAD-PARM-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(52)    VALUE
             "** INVALID DATE ON CHGINQ CARD - INQUIRY NOT RUN **".

       01 WS-CHANGE-HEADER.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-RUN-DATE             PIC 9999/99/99.
          05 FILLER                   PIC X(1)     VALUE SPACES.
          05 WSC-RUN-TIME             PIC 99B99B99.
          05 FILLER                   PIC X(7)     VALUE "  USER ".
          05 WSC-USER-ID              PIC X(8).
          05 FILLER                   PIC X(10)    VALUE
             "  PROGRAM ".
          05 WSC-PROGRAM-ID           PIC X(8).
          05 FILLER                   PIC X(9)     VALUE
             "  MASTER ".
          05 WSC-MASTER-ID            PIC X(8).
          05 FILLER                   PIC X(6)     VALUE "  KEY ".
          05 WSC-KEY                  PIC X(20).
          05 FILLER                   PIC X(9)     VALUE
             "  ACTION ".
          05 WSC-ACTION               PIC X(1).

       01 WS-IMAGE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSI-LABEL                PIC X(8).
          05 WSI-IMAGE                PIC X(132).

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSN-TEXT                 PIC X(24).
          05 WSN-COUNT                PIC Z,ZZZ,ZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZATION.
           IF WS-BAD-PARM-FLAG = 'Y'
              WRITE OUTPUT-LINE FROM WS-BAD-PARM-LINE
           ELSE
              PERFORM 200-READ-JOURNAL
              PERFORM 300-SELECT-ENTRY
                  UNTIL WS-EOF-FLAG = 'Y'
              PERFORM 800-PRINT-COUNTS
           END-IF.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           OPEN INPUT INQUIRY-PARM-FILE.
           READ INQUIRY-PARM-FILE
               AT END MOVE SPACES TO INQUIRY-PARM-LINE
           END-READ.
           CLOSE INQUIRY-PARM-FILE.
           IF IQ-FROM-DATE NOT = SPACES
              IF IQ-FROM-DATE NUMERIC
                 MOVE IQ-FROM-DATE TO WS-FROM-DATE
              ELSE
                 MOVE 'Y' TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
           IF IQ-TO-DATE NOT = SPACES
              IF IQ-TO-DATE NUMERIC
                 MOVE IQ-TO-DATE TO WS-TO-DATE
              ELSE
                 MOVE 'Y' TO WS-BAD-PARM-FLAG
              END-IF
           END-IF.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE IQ-MASTER-ID  TO WSS-MASTER-ID.
           MOVE IQ-KEY        TO WSS-KEY.
           MOVE WS-FROM-DATE  TO WSS-FROM-DATE.
           MOVE WS-TO-DATE    TO WSS-TO-DATE.
           WRITE OUTPUT-LINE FROM WS-SELECTION-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

       200-READ-JOURNAL.
           READ CHANGE-JOURNAL-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                  ADD 1 TO WS-JOURNAL-READ-COUNT
           END-READ.

      * A BEFORE-IMAGE THAT PASSES THE SELECTION IS HELD; THE
      * AFTER-IMAGE THAT FOLLOWS IT PRINTS THE PAIR. AN AFTER-IMAGE
      * WITH NO HELD BEFORE-IMAGE (A JOURNAL CUT BETWEEN THE TWO)
      * STILL PRINTS, AGAINST A BLANK BEFORE.
       300-SELECT-ENTRY.
           IF (IQ-MASTER-ID = SPACES OR CJ-MASTER-ID = IQ-MASTER-ID)
              AND (IQ-KEY = SPACES OR CJ-KEY = IQ-KEY)
              AND CJ-RUN-DATE NOT < WS-FROM-DATE
              AND CJ-RUN-DATE NOT > WS-TO-DATE
              IF CJ-IMAGE-TYPE = 'B'
                 MOVE CJ-IMAGE TO WS-BEFORE-IMAGE
                 MOVE 'Y' TO WS-HELD-FLAG
              ELSE
                 IF WS-HELD-FLAG NOT = 'Y'
                    MOVE SPACES TO WS-BEFORE-IMAGE
                 END-IF
                 PERFORM 400-PRINT-CHANGE
                 MOVE 'N' TO WS-HELD-FLAG
              END-IF
           END-IF.
           PERFORM 200-READ-JOURNAL.

       400-PRINT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE CJ-RUN-DATE   TO WSC-RUN-DATE.
           MOVE CJ-RUN-TIME (1:6) TO WSC-RUN-TIME.
           MOVE CJ-USER-ID    TO WSC-USER-ID.
           MOVE CJ-PROGRAM-ID TO WSC-PROGRAM-ID.
           MOVE CJ-MASTER-ID  TO WSC-MASTER-ID.
           MOVE CJ-KEY        TO WSC-KEY.
           MOVE CJ-ACTION     TO WSC-ACTION.
           WRITE OUTPUT-LINE FROM WS-CHANGE-HEADER.
           MOVE "BEFORE: "      TO WSI-LABEL.
           MOVE WS-BEFORE-IMAGE TO WSI-IMAGE.
           WRITE OUTPUT-LINE FROM WS-IMAGE-LINE.
           MOVE "AFTER:  "      TO WSI-LABEL.
           MOVE CJ-IMAGE        TO WSI-IMAGE.
           WRITE OUTPUT-LINE FROM WS-IMAGE-LINE.
           IF WS-BEFORE-IMAGE NOT = SPACES
              AND CJ-IMAGE NOT = SPACES
              MOVE SPACES TO WS-MARKER
              PERFORM 410-MARK-BYTE
                  VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 132
              MOVE "CHANGED:"  TO WSI-LABEL
              MOVE WS-MARKER   TO WSI-IMAGE
              WRITE OUTPUT-LINE FROM WS-IMAGE-LINE
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

       410-MARK-BYTE.
           IF WS-BEFORE-IMAGE (WS-I:1) NOT = CJ-IMAGE (WS-I:1)
              MOVE '^' TO WS-MARKER (WS-I:1)
           END-IF.

       800-PRINT-COUNTS.
           MOVE "JOURNAL RECORDS READ:   " TO WSN-TEXT.
           MOVE WS-JOURNAL-READ-COUNT TO WSN-COUNT.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "CHANGES LISTED:         " TO WSN-TEXT.
           MOVE WS-CHANGE-COUNT TO WSN-COUNT.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.

      * 0 WHEN CHANGES WERE LISTED, 4 WHEN NOTHING MATCHED, 8 WHEN
      * THE CARD WAS UNREADABLE.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-BAD-PARM-FLAG = 'Y'
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CHANGE-COUNT = 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM CHGRPT.
