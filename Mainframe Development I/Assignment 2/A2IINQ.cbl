      * VENDOR, AND ORDER-UP-TO LEVEL STRAIGHT FROM THE INVENTORY
      * MASTER - THE SAME MASTER A2IPOST POSTS DURING THE DAY, SO
      * THE ON-HAND FIGURE IS LIVE INSTEAD OF NEXT MORNING'S
      * A2ILIST LISTING. THE REPLY ALSO BREAKS THE ON-HAND DOWN BY
      * LOCATION (STORE OR WAREHOUSE) OFF THE STOCK-BY-LOCATION
      * FILE, ON HAND AND IN TRANSIT, UP TO EIGHT LOCATIONS.
      *
      * CICS DEFINITIONS THIS PROGRAM EXPECTS:
      *   TRANSACTION INVQ  -> PROGRAM A2IINQ
      *   FILE INVMSTR  -> MAINFR.VSAM.INVMSTR  (KEY 1,4  RECLEN 58)
      *   FILE LOCSTK   -> MAINFR.VSAM.LOCSTK   (KEY 1,6  RECLEN 20,
      *                    BROWSE)
      * MODIFICATION HISTORY:
      *   SEP 01, 2026 - INITIAL VERSION.
      *   SEP 01, 2026 - MIRROR THE MASTER'S NEW STATUS AND REORDER
      *                  POINT FIELDS; A DISCONTINUED ITEM SAYS SO
      *                  ON THE REPLY.
      *   OCT 15, 2026 - MIRROR THE MASTER'S NEW AVERAGE-COST FIELD.
      *   OCT 15, 2026 - SHOW THE ITEM'S STOCK BY LOCATION.
      *   OCT 15, 2026 - MIRROR THE MASTER'S NEW LAST-COUNT-DATE FIELD.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            05 IM-ORDER-UP-TO    pic 9(3).
            05 IM-STATUS         pic x(1).
            05 IM-REORDER-POINT  pic 9(3).
            05 IM-AVG-COST       pic 9(4)v99.
            05 IM-LAST-COUNT-DATE pic 9(8).

      * STOCK-BY-LOCATION RECORD AS READ FROM THE LOCSTK FILE - AN
      * INLINE MIRROR OF THE LOCSTK COPYBOOK, SAME REASON AS ABOVE.
        01 LOCATION-STOCK-RECORD.
            05 LS-KEY.
                10 LS-ITEM           pic x(4).
                10 LS-LOCATION       pic x(2).
            05 LS-QTY-ON-HAND    pic 9(3).
            05 LS-QTY-IN-TRANSIT pic 9(3).
            05 LS-LAST-MOVE-DATE pic 9(8).

      * BROWSE KEY - THE ITEM WITH THE LOWEST POSSIBLE LOCATION, SO
      * THE BROWSE STARTS AT THE ITEM'S FIRST LOCATION ROW.
        01 WS-LOC-KEY.
            05 WS-LOC-KEY-ITEM   pic x(4).
            05 WS-LOC-KEY-LOC    pic x(2).
        01 WS-LOC-DONE-FLAG      pic x(1) value "N".
        01 WS-LOC-COUNT          pic s9(4) comp value zero.
        01 WS-LOC-MAX            pic s9(4) comp value 8.

      * THE ITEM LINE, THEN ONE ENTRY PER LOCATION HOLDING STOCK
      * OR EXPECTING IT - LOCATION, ON HAND / IN TRANSIT.
        01 WS-REPLY.
            05 WS-RPY-ITEM-PART.
                10 WS-RPY-LIT1       pic x(6)  value "ITEM: ".
                10 WS-RPY-ITEM       pic x(4).
                10 FILLER            pic x(2)  value spaces.
                10 WS-RPY-DESC       pic x(13).
                10 FILLER            pic x(3)  value spaces.
                10 WS-RPY-LIT2       pic x(9)  value "ON HAND: ".
                10 WS-RPY-QTY        pic zz9.
                10 FILLER            pic x(3)  value spaces.
                10 WS-RPY-LIT3       pic x(8)  value "VENDOR: ".
                10 WS-RPY-VENDOR     pic x(10).
                10 FILLER            pic x(3)  value spaces.
                10 WS-RPY-LIT4       pic x(13) value "ORDER UP TO: ".
                10 WS-RPY-ORDER-UP   pic zz9.
                10 FILLER            pic x(2)  value spaces.
                10 WS-RPY-STATUS     pic x(12).
            05 WS-RPY-LOC-PART.
                10 WS-RPY-LIT5       pic x(36)  value
                   "  BY LOCATION (ON HAND/IN TRANSIT): ".
                10 WS-RPY-LOC-ENTRY  occurs 8 times.
                    15 WS-RPY-LOC        pic x(2).
                    15 WS-RPY-LOC-SEP1   pic x(1).
                    15 WS-RPY-LOC-QTY    pic zz9.
                    15 WS-RPY-LOC-SEP2   pic x(1).
                    15 WS-RPY-LOC-TRN    pic zz9.
                    15 WS-RPY-LOC-SEP3   pic x(1).
        01 WS-REPLY-LEN          pic s9(4) comp value 218.

        01 WS-ERROR-MSG          pic x(45) value spaces.
        01 WS-ERROR-LEN          pic s9(4) comp value 45.
            ELSE
                MOVE SPACES TO WS-RPY-STATUS
            END-IF.
            PERFORM 200-BROWSE-LOCATIONS.
            EXEC CICS SEND TEXT
                FROM(WS-REPLY)
                LENGTH(WS-REPLY-LEN)
                FREEKB
            END-EXEC.

      * WALK THE ITEM'S ROWS ON LOCSTK IN LOCATION ORDER. A ROW
      * WITH NOTHING ON HAND OR ON THE WAY IS SKIPPED; A FILE THAT
      * CANNOT BE BROWSED LEAVES THE BREAKDOWN BLANK RATHER THAN
      * LOSING THE ITEM LINE.
        200-BROWSE-LOCATIONS.
            MOVE SPACES TO WS-RPY-LOC-PART.
            MOVE "  BY LOCATION (ON HAND/IN TRANSIT): "
                TO WS-RPY-LIT5.
            MOVE ZERO TO WS-LOC-COUNT.
            MOVE "N" TO WS-LOC-DONE-FLAG.
            MOVE WS-IN-ITEM TO WS-LOC-KEY-ITEM.
            MOVE LOW-VALUES TO WS-LOC-KEY-LOC.
            EXEC CICS STARTBR
                FILE('LOCSTK')
                RIDFLD(WS-LOC-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM 210-NEXT-LOCATION
                    UNTIL WS-LOC-DONE-FLAG = "Y"
                EXEC CICS ENDBR
                    FILE('LOCSTK')
                END-EXEC
            END-IF.
            IF WS-LOC-COUNT = ZERO
                MOVE "  BY LOCATION: NONE ON FILE"
                    TO WS-RPY-LIT5
            END-IF.

        210-NEXT-LOCATION.
            EXEC CICS READNEXT
                FILE('LOCSTK')
                INTO(LOCATION-STOCK-RECORD)
                RIDFLD(WS-LOC-KEY)
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE "Y" TO WS-LOC-DONE-FLAG
                WHEN LS-ITEM NOT = WS-IN-ITEM
                    MOVE "Y" TO WS-LOC-DONE-FLAG
                WHEN LS-QTY-ON-HAND = ZERO
                     AND LS-QTY-IN-TRANSIT = ZERO
                    CONTINUE
                WHEN WS-LOC-COUNT NOT < WS-LOC-MAX
                    MOVE "Y" TO WS-LOC-DONE-FLAG
                WHEN OTHER
                    ADD 1 TO WS-LOC-COUNT
                    MOVE LS-LOCATION
                        TO WS-RPY-LOC(WS-LOC-COUNT)
                    MOVE "="
                        TO WS-RPY-LOC-SEP1(WS-LOC-COUNT)
                    MOVE LS-QTY-ON-HAND
                        TO WS-RPY-LOC-QTY(WS-LOC-COUNT)
                    MOVE "/"
                        TO WS-RPY-LOC-SEP2(WS-LOC-COUNT)
                    MOVE LS-QTY-IN-TRANSIT
                        TO WS-RPY-LOC-TRN(WS-LOC-COUNT)
                    MOVE SPACE
                        TO WS-RPY-LOC-SEP3(WS-LOC-COUNT)
            END-EVALUATE.

        500-SEND-ERROR.
            EXEC CICS SEND TEXT
                FROM(WS-ERROR-MSG)
