       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUPLRCV".
       AUTHOR.     ALAN GARCIA.
      *Screening supply receiving. A delivery is put into stock by
      *item, storage location and lot, with the lot's expiry and
      *the quantity counted off the packing slip; a second delivery
      *of a lot already at that location adds to it. A lot already
      *past its expiry is refused at receipt. The list shows the
      *stock on hand at a location, flagging expired lots. Under a
      *verified sign-on so every receipt carries who counted it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-FILE ASSIGN TO "SUPPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPL-KEY
               FILE STATUS IS WS-SUPPLY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLY-FILE.
           COPY "SUPLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUPPLY-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 RECEIVE-MODE-CHOSEN VALUE "R" "r".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SUPPLY VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ITEM-ENTRY PIC X(4).
       01 WS-LOCATION-ENTRY PIC X(8).
       01 WS-LOT-ENTRY PIC X(10).
       01 WS-EXPIRY-ENTRY PIC 9(8).
       01 WS-QTY-ENTRY PIC 9(5).
       01 WS-LOT-FLAG PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SX PIC 9.
           COPY "AUTHREQ.cpy".
           COPY "SUPITBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SCREENING SUPPLY RECEIVING".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-SUPPLY-IO
               EVALUATE TRUE
                   WHEN LIST-MODE-CHOSEN
                       PERFORM 0400-LIST-STOCK
                   WHEN OTHER
                       PERFORM 0200-RECEIVE-DELIVERY
               END-EVALUATE
               CLOSE SUPPLY-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

           0120-SIGN-ON.
           DISPLAY "Station ID: ".
           ACCEPT WS-STATION-ID.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-SIGN-ON TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized to sign on."
           END-IF.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(R)eceive a delivery or (L)ist stock at a "
                   "location: "
               ACCEPT WS-MODE-CHOICE
               IF RECEIVE-MODE-CHOSEN OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter R or L."
               END-IF
           END-PERFORM.

           0150-OPEN-SUPPLY-IO.
           OPEN I-O SUPPLY-FILE.
           IF WS-SUPPLY-FS = "35"
               OPEN OUTPUT SUPPLY-FILE
               CLOSE SUPPLY-FILE
               OPEN I-O SUPPLY-FILE
           END-IF.

           0200-RECEIVE-DELIVERY.
           PERFORM 0260-GET-ITEM.
           PERFORM 0270-GET-LOCATION.
           MOVE SPACES TO WS-LOT-ENTRY.
           PERFORM UNTIL WS-LOT-ENTRY NOT = SPACES
               DISPLAY "Lot number: "
               ACCEPT WS-LOT-ENTRY
           END-PERFORM.
           MOVE WS-ITEM-ENTRY TO SUPL-ITEM-CODE.
           MOVE WS-LOCATION-ENTRY TO SUPL-LOCATION.
           MOVE WS-LOT-ENTRY TO SUPL-LOT-NUMBER.
           READ SUPPLY-FILE
               INVALID KEY
                   PERFORM 0250-CAPTURE-NEW-LOT
               NOT INVALID KEY
                   PERFORM 0240-ADD-TO-LOT
           END-READ.

      *More of a lot already at this location; the expiry is
      *already on file and the count simply goes up.
           0240-ADD-TO-LOT.
           DISPLAY "Lot ", SUPL-LOT-NUMBER, " at ", SUPL-LOCATION,
               " has ", SUPL-ON-HAND, " on hand, expiry ",
               SUPL-EXPIRY-DATE.
           IF SUPL-EXPIRY-DATE NOT = ZERO
                   AND SUPL-EXPIRY-DATE <= WS-TODAY-DATE
               DISPLAY "Lot is expired - not received."
           ELSE
               PERFORM 0280-GET-QUANTITY
               ADD WS-QTY-ENTRY TO SUPL-ON-HAND
               ADD WS-QTY-ENTRY TO SUPL-RECEIVED-QTY
               MOVE WS-TODAY-DATE TO SUPL-RECEIVED-DATE
               MOVE WS-OPERATOR-ID TO SUPL-RECEIVED-BY
               REWRITE SUPPLY-RECORD
               IF WS-SUPPLY-FS = "00"
                   DISPLAY "Received - ", SUPL-ON-HAND, " now on hand."
               ELSE
                   DISPLAY "Could not update the lot, status: ",
                       WS-SUPPLY-FS
                   MOVE "0240-ADD-TO-LOT" TO ERRL-REQ-PARAGRAPH
                   MOVE "SUPPLY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SUPPLY-FS TO ERRL-REQ-STATUS
                   MOVE SUPL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *An expired lot is never put into stock; zero is keyed for
      *an item that does not expire.
           0250-CAPTURE-NEW-LOT.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Expiry date (YYYYMMDD, 0 if none): "
               ACCEPT WS-EXPIRY-ENTRY
               EVALUATE TRUE
                   WHEN WS-EXPIRY-ENTRY = ZERO
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-ENTRY)
                           NOT = ZERO
                       DISPLAY "That is not a valid date."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF WS-EXPIRY-ENTRY NOT = ZERO
                   AND WS-EXPIRY-ENTRY <= WS-TODAY-DATE
               DISPLAY "Lot is expired - not received."
           ELSE
               PERFORM 0280-GET-QUANTITY
               MOVE WS-ITEM-ENTRY TO SUPL-ITEM-CODE
               MOVE WS-LOCATION-ENTRY TO SUPL-LOCATION
               MOVE WS-LOT-ENTRY TO SUPL-LOT-NUMBER
               MOVE WS-EXPIRY-ENTRY TO SUPL-EXPIRY-DATE
               MOVE WS-QTY-ENTRY TO SUPL-ON-HAND
               MOVE WS-QTY-ENTRY TO SUPL-RECEIVED-QTY
               MOVE ZERO TO SUPL-USED-QTY
               MOVE WS-TODAY-DATE TO SUPL-RECEIVED-DATE
               MOVE WS-OPERATOR-ID TO SUPL-RECEIVED-BY
               MOVE ZERO TO SUPL-LAST-USED-DATE
               WRITE SUPPLY-RECORD
               IF WS-SUPPLY-FS = "00"
                   DISPLAY "Lot ", SUPL-LOT-NUMBER, " received at ",
                       SUPL-LOCATION, ": ", SUPL-ON-HAND
               ELSE
                   DISPLAY "Could not add the lot, status: ",
                       WS-SUPPLY-FS
                   MOVE "0250-CAPTURE-NEW-LOT" TO ERRL-REQ-PARAGRAPH
                   MOVE "SUPPLY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SUPPLY-FS TO ERRL-REQ-STATUS
                   MOVE SUPL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

           0260-GET-ITEM.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
               ADD 1 TO WS-SX
               DISPLAY "  ", SUPI-ITEM-CODE(WS-SX), "  ",
                   SUPI-ITEM-NAME(WS-SX)
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Item code: "
               ACCEPT WS-ITEM-ENTRY
               INSPECT WS-ITEM-ENTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE ZERO TO WS-SX
               PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
                       OR ENTRY-IS-VALID
                   ADD 1 TO WS-SX
                   IF SUPI-ITEM-CODE(WS-SX) = WS-ITEM-ENTRY
                       SET ENTRY-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-IS-VALID
                   DISPLAY "Not a screening supply item code."
               END-IF
           END-PERFORM.

           0270-GET-LOCATION.
           MOVE SPACES TO WS-LOCATION-ENTRY.
           PERFORM UNTIL WS-LOCATION-ENTRY NOT = SPACES
               DISPLAY "Storage location: "
               ACCEPT WS-LOCATION-ENTRY
               INSPECT WS-LOCATION-ENTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM.

           0280-GET-QUANTITY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Quantity received: "
               ACCEPT WS-QTY-ENTRY
               IF WS-QTY-ENTRY > ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Quantity must be more than zero."
               END-IF
           END-PERFORM.

      *The file is keyed item first, so every row is read and the
      *location picked out.
           0400-LIST-STOCK.
           PERFORM 0270-GET-LOCATION.
           MOVE LOW-VALUES TO SUPL-KEY.
           START SUPPLY-FILE KEY >= SUPL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SUPPLY TO FALSE.
           IF WS-SUPPLY-FS NOT = "00"
               SET END-OF-SUPPLY TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SUPPLY
               READ SUPPLY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SUPPLY TO TRUE
                   NOT AT END
                       IF SUPL-LOCATION = WS-LOCATION-ENTRY
                               AND SUPL-ON-HAND > ZERO
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-LOT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Lots listed: ", WS-LISTED-COUNT.

           0450-SHOW-LOT.
           IF SUPL-EXPIRY-DATE NOT = ZERO
                   AND SUPL-EXPIRY-DATE < WS-TODAY-DATE
               MOVE "EXPIRED" TO WS-LOT-FLAG
           ELSE
               MOVE SPACES TO WS-LOT-FLAG
           END-IF.
           DISPLAY "  ", SUPL-ITEM-CODE, "  ", SUPL-LOT-NUMBER,
               "  exp ", SUPL-EXPIRY-DATE, "  on hand ",
               SUPL-ON-HAND, "  ", WS-LOT-FLAG.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SUPLRCV" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SUPLRCV".
