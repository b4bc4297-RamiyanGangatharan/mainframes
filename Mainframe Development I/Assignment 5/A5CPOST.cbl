      *                 THE NORMAL POSTING ROUTE NOW; THIS PROGRAM
      *                 REMAINS FOR SWITCHES STILL SENDING ONLY THE
      *                 MONTHLY SUMMARY.
      *  OCT 15, 2026 - THE MASTER CARRIES MONTHLY STAFFED HOURS NOW
      *                 (135 BYTES). THE FEED CARD MAY CARRY THE
      *                 MONTH'S HOURS IN COLS 23-27 (9(3)V99); A
      *                 BLANK FIELD LEAVES THE MONTH'S HOURS AS THEY
      *                 WERE, SO A SWITCH THAT SENDS NO HOURS DOES NOT
      *                 WIPE OUT HOURS POSTED FROM A TIMESHEET.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD FEED-FILE
           DATA RECORD IS FEED-REC
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
      *
       01 FEED-REC.
          05 MF-NUM                   PIC X(3).
          05 MF-MONTH                 PIC 99.
          05 MF-CALLS                 PIC 9(5).
          05 MF-NAME                  PIC X(12).
          05 MF-HOURS                 PIC 9(3)V99.
          05 MF-HOURS-X REDEFINES MF-HOURS
                                      PIC X(5).
      *
       FD CALL-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 135 CHARACTERS.
      *
           COPY CALLHIST.
      *
       FD REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJECT-LINE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01 REJECT-LINE.
          05 RL-RECORD                PIC X(27).
          05 RL-REASON                PIC X(20).
      *
      *
              PERFORM 320-READ-MASTER
              IF WS-MASTER-FOUND-FLAG = "Y"
                 MOVE MF-CALLS TO EMP-REC-CALLS(MF-MONTH)
                 IF MF-HOURS-X NOT = SPACES
                    MOVE MF-HOURS TO EMP-REC-HOURS(MF-MONTH)
                 END-IF
                 REWRITE EMP-REC
              ELSE
                 MOVE MF-NUM  TO EMP-REC-NUM
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB IS GREATER THAN 12
                 MOVE MF-CALLS TO EMP-REC-CALLS(MF-MONTH)
                 IF MF-HOURS-X NOT = SPACES
                    MOVE MF-HOURS TO EMP-REC-HOURS(MF-MONTH)
                 END-IF
                 WRITE EMP-REC
              END-IF
              ADD 1 TO WS-APPLIED-COUNT
              MOVE "Y" TO WS-REJECT-FLAG
              MOVE "INVALID CALL COUNT" TO WS-REJECT-REASON
           END-IF.
      *
           IF MF-HOURS-X NOT = SPACES
              AND MF-HOURS IS NOT NUMERIC
              MOVE "Y" TO WS-REJECT-FLAG
              MOVE "INVALID HOURS" TO WS-REJECT-REASON
           END-IF.
      *
           IF MF-MONTH IS NOT NUMERIC
              MOVE "Y" TO WS-REJECT-FLAG
      *
       325-ZERO-MONTHS.
           MOVE ZERO TO EMP-REC-CALLS(WS-SUB).
           MOVE ZERO TO EMP-REC-HOURS(WS-SUB).
      *
       330-WRITE-REJECT.
           MOVE FEED-REC TO RL-RECORD.
