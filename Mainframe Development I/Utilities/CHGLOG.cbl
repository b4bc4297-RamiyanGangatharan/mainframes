        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGLOG.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: THE ONE WRITER OF THE MASTER-FILE CHANGE
      * JOURNAL. EVERY MASTER-MAINTENANCE PROGRAM FILLS THE CHGPARM
      * BLOCK FOR EACH CARD IT APPLIES - MASTER, KEY, ACTION, AND
      * THE RECORD BEFORE AND AFTER - AND CALLS HERE; THIS
      * SUBPROGRAM STAMPS THE RUN DATE, TIME, AND SUBMITTING USER
      * ID AND APPENDS A BEFORE-IMAGE AND AN AFTER-IMAGE RECORD TO
      * THE SHARED JOURNAL. THE JOURNAL IS OPENED ON THE FIRST
      * CHANGE OF THE RUN AND HELD OPEN UNTIL THE CALLER'S CLOSE
      * CALL, SO A BIG DECK DOES NOT OPEN IT ONCE PER CARD.
      * THE USER ID IS READ ONCE, FROM THE CHGUSER CARD THE JOB
      * BUILDS FROM ITS OWN SUBMITTER; A JOB WITHOUT ONE JOURNALS
      * AS "UNKNOWN" RATHER THAN FAILING THE MAINTENANCE RUN.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHANGE-JOURNAL-FILE
                ASSIGN TO CHGJRNL
                ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL CHANGE-USER-FILE
                ASSIGN TO CHGUSER
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-USER-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD CHANGE-JOURNAL-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 194 CHARACTERS.

            COPY CHGJRNL.

        FD CHANGE-USER-FILE
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.

        01 CHANGE-USER-LINE.
            05 CU-USER-ID          PIC X(8).
            05 FILLER              PIC X(72).

        WORKING-STORAGE SECTION.

      * "Y" ONCE THE JOURNAL IS OPEN FOR THIS RUN. A CALLED
      * SUBPROGRAM KEEPS ITS STORAGE BETWEEN CALLS, SO THE FLAG AND
      * THE USER ID SURVIVE FROM ONE CHANGE TO THE NEXT.
        01 WS-JOURNAL-OPEN-FLAG    PIC X(1)     VALUE "N".
        01 WS-USER-ID              PIC X(8)     VALUE SPACES.
        01 WS-USER-STATUS          PIC X(2)     VALUE SPACES.
        01 WS-RUN-DATE             PIC 9(8).
        01 WS-RUN-TIME             PIC 9(8).

        LINKAGE SECTION.

            COPY CHGPARM.

        PROCEDURE DIVISION USING CHANGE-JOURNAL-PARM.
        000-MAIN.
            EVALUATE JP-FUNCTION
                WHEN "W"
                    IF WS-JOURNAL-OPEN-FLAG NOT = "Y"
                        PERFORM 100-OPEN-JOURNAL
                    END-IF
                    PERFORM 200-WRITE-IMAGES
                WHEN "C"
                    IF WS-JOURNAL-OPEN-FLAG = "Y"
                        CLOSE CHANGE-JOURNAL-FILE
                        MOVE "N" TO WS-JOURNAL-OPEN-FLAG
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            GOBACK.

        100-OPEN-JOURNAL.
            OPEN EXTEND CHANGE-JOURNAL-FILE.
            MOVE "Y" TO WS-JOURNAL-OPEN-FLAG.
            IF WS-USER-ID = SPACES
                MOVE SPACES TO CHANGE-USER-LINE
                OPEN INPUT CHANGE-USER-FILE
                IF WS-USER-STATUS = "00" OR WS-USER-STATUS = "05"
                    READ CHANGE-USER-FILE
                        AT END MOVE SPACES TO CHANGE-USER-LINE
                    END-READ
                    CLOSE CHANGE-USER-FILE
                END-IF
                IF CU-USER-ID = SPACES
                    MOVE "UNKNOWN" TO WS-USER-ID
                ELSE
                    MOVE CU-USER-ID TO WS-USER-ID
                END-IF
            END-IF.

      * THE PAIR GOES OUT BACK TO BACK WITH ONE TIME STAMP, SO
      * CHGRPT CAN LINE THE AFTER-IMAGE UP UNDER ITS BEFORE-IMAGE.
        200-WRITE-IMAGES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE WS-RUN-DATE     TO CJ-RUN-DATE.
            MOVE WS-RUN-TIME     TO CJ-RUN-TIME.
            MOVE WS-USER-ID      TO CJ-USER-ID.
            MOVE JP-PROGRAM-ID   TO CJ-PROGRAM-ID.
            MOVE JP-MASTER-ID    TO CJ-MASTER-ID.
            MOVE JP-KEY          TO CJ-KEY.
            MOVE JP-ACTION       TO CJ-ACTION.
            MOVE "B"             TO CJ-IMAGE-TYPE.
            MOVE JP-BEFORE-IMAGE TO CJ-IMAGE.
            WRITE CHANGE-JOURNAL-RECORD.
            MOVE "A"             TO CJ-IMAGE-TYPE.
            MOVE JP-AFTER-IMAGE  TO CJ-IMAGE.
            WRITE CHANGE-JOURNAL-RECORD.

        END PROGRAM CHGLOG.
