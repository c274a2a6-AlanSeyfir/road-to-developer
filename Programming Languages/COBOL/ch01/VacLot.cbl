       IDENTIFICATION DIVISION.
       PROGRAM-ID. "VACLOT".
       AUTHOR.     ALAN GARCIA.
      *Vaccine lot inventory for the immunization clinics. A lot is
      *received with its vaccine, manufacturer, expiry date and dose
      *count; a lot already past its expiry is refused at receipt.
      *A recalled lot is withdrawn so the chair stops accepting it.
      *The list shows doses left and flags lots that have expired
      *since they were received. Receiving and withdrawing are for
      *a nurse or supervisor under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACCINE-LOT-FILE ASSIGN TO "VACLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLOT-LOT-NUMBER
               FILE STATUS IS WS-LOT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD VACCINE-LOT-FILE.
           COPY "VLOTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOT-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 RECEIVE-MODE-CHOSEN VALUE "R" "r".
           88 WITHDRAW-MODE-CHOSEN VALUE "W" "w".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-LOTS VALUE "Y" FALSE "N".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LOT-ENTRY PIC X(10).
       01 WS-VACCINE-ENTRY PIC X(4).
       01 WS-DOSES-LEFT PIC 9(5).
       01 WS-LOT-FLAG PIC X(10).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VX PIC 9.
           COPY "AUTHREQ.cpy".
           COPY "VACCTBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "VACCINE LOT INVENTORY".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-LOT-IO
               EVALUATE TRUE
                   WHEN LIST-MODE-CHOSEN
                       PERFORM 0400-LIST-LOTS
                   WHEN NOT AUTH-ROLE-NURSE
                           AND NOT AUTH-ROLE-SUPERVISOR
                       DISPLAY "Only a nurse or supervisor may "
                           "receive or withdraw a lot."
                   WHEN RECEIVE-MODE-CHOSEN
                       PERFORM 0200-RECEIVE-LOT
                   WHEN OTHER
                       PERFORM 0300-WITHDRAW-LOT
               END-EVALUATE
               CLOSE VACCINE-LOT-FILE
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
               DISPLAY "(R)eceive a lot, (W)ithdraw a lot, or "
                   "(L)ist lots: "
               ACCEPT WS-MODE-CHOICE
               IF RECEIVE-MODE-CHOSEN OR WITHDRAW-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter R, W or L."
               END-IF
           END-PERFORM.

           0150-OPEN-LOT-IO.
           OPEN I-O VACCINE-LOT-FILE.
           IF WS-LOT-FS = "35"
               OPEN OUTPUT VACCINE-LOT-FILE
               CLOSE VACCINE-LOT-FILE
               OPEN I-O VACCINE-LOT-FILE
           END-IF.

      *An expired lot is never put into stock; the expiry has to
      *fall after today.
           0200-RECEIVE-LOT.
           DISPLAY "Lot number: ".
           ACCEPT WS-LOT-ENTRY.
           MOVE WS-LOT-ENTRY TO VLOT-LOT-NUMBER.
           READ VACCINE-LOT-FILE
               INVALID KEY
                   PERFORM 0250-CAPTURE-LOT
               NOT INVALID KEY
                   DISPLAY "Lot ", WS-LOT-ENTRY,
                       " is already in inventory."
           END-READ.

           0250-CAPTURE-LOT.
           PERFORM 0260-GET-VACCINE.
           MOVE WS-LOT-ENTRY TO VLOT-LOT-NUMBER.
           MOVE WS-VACCINE-ENTRY TO VLOT-VACCINE-CODE.
           DISPLAY "Manufacturer: ".
           ACCEPT VLOT-MANUFACTURER.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Expiry date (YYYYMMDD): "
               ACCEPT VLOT-EXPIRY-DATE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(VLOT-EXPIRY-DATE)
                           NOT = ZERO
                       DISPLAY "That is not a valid date."
                   WHEN VLOT-EXPIRY-DATE <= WS-TODAY-DATE
                       DISPLAY "Lot is expired - not received."
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF VLOT-EXPIRY-DATE > WS-TODAY-DATE
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY "Doses received: "
                   ACCEPT VLOT-DOSES-RECEIVED
                   IF VLOT-DOSES-RECEIVED > ZERO
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "Doses must be more than zero."
                   END-IF
               END-PERFORM
               MOVE ZERO TO VLOT-DOSES-GIVEN
               MOVE WS-TODAY-DATE TO VLOT-RECEIVED-DATE
               MOVE WS-OPERATOR-ID TO VLOT-RECEIVED-BY
               SET VLOT-IS-ACTIVE TO TRUE
               WRITE VACCINE-LOT-RECORD
               IF WS-LOT-FS = "00"
                   DISPLAY "Lot ", VLOT-LOT-NUMBER, " received."
               ELSE
                   DISPLAY "Could not add the lot, status: ",
                       WS-LOT-FS
                   MOVE "0250-CAPTURE-LOT" TO ERRL-REQ-PARAGRAPH
                   MOVE "VACLOTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-LOT-FS TO ERRL-REQ-STATUS
                   MOVE VLOT-LOT-NUMBER TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

           0260-GET-VACCINE.
           MOVE ZERO TO WS-VX.
           PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
               ADD 1 TO WS-VX
               DISPLAY "  ", VACCINE-TBL-CODE(WS-VX), "  ",
                   VACCINE-TBL-NAME(WS-VX)
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Vaccine code: "
               ACCEPT WS-VACCINE-ENTRY
               MOVE ZERO TO WS-VX
               PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
                       OR ENTRY-IS-VALID
                   ADD 1 TO WS-VX
                   IF VACCINE-TBL-CODE(WS-VX) = WS-VACCINE-ENTRY
                       SET ENTRY-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-IS-VALID
                   DISPLAY "Not a clinic vaccine code."
               END-IF
           END-PERFORM.

      *Withdrawal is for a recall or a cold-chain break; the lot
      *stays on file for the roster, it just cannot be given.
           0300-WITHDRAW-LOT.
           DISPLAY "Lot number: ".
           ACCEPT WS-LOT-ENTRY.
           MOVE WS-LOT-ENTRY TO VLOT-LOT-NUMBER.
           READ VACCINE-LOT-FILE
               INVALID KEY
                   DISPLAY "No such lot: ", WS-LOT-ENTRY
               NOT INVALID KEY
                   IF VLOT-IS-WITHDRAWN
                       DISPLAY "Lot is already withdrawn."
                   ELSE
                       DISPLAY "Withdraw lot ", VLOT-LOT-NUMBER,
                           " (", VLOT-VACCINE-CODE, ", ",
                           VLOT-DOSES-GIVEN, " given)? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF CONFIRM-YES
                           SET VLOT-IS-WITHDRAWN TO TRUE
                           REWRITE VACCINE-LOT-RECORD
                           DISPLAY "Lot ", VLOT-LOT-NUMBER,
                               " withdrawn."
                       END-IF
                   END-IF
           END-READ.

           0400-LIST-LOTS.
           MOVE LOW-VALUES TO VLOT-LOT-NUMBER.
           START VACCINE-LOT-FILE KEY >= VLOT-LOT-NUMBER
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-LOTS TO FALSE.
           IF WS-LOT-FS NOT = "00"
               SET END-OF-LOTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-LOTS
               READ VACCINE-LOT-FILE NEXT RECORD
                   AT END
                       SET END-OF-LOTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 0450-SHOW-LOT
               END-READ
           END-PERFORM.
           DISPLAY "Lots listed: ", WS-LISTED-COUNT.

           0450-SHOW-LOT.
           IF VLOT-DOSES-GIVEN < VLOT-DOSES-RECEIVED
               COMPUTE WS-DOSES-LEFT =
                   VLOT-DOSES-RECEIVED - VLOT-DOSES-GIVEN
           ELSE
               MOVE ZERO TO WS-DOSES-LEFT
           END-IF.
           EVALUATE TRUE
               WHEN VLOT-IS-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-LOT-FLAG
               WHEN VLOT-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "EXPIRED" TO WS-LOT-FLAG
               WHEN WS-DOSES-LEFT = ZERO
                   MOVE "USED UP" TO WS-LOT-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-LOT-FLAG
           END-EVALUATE.
           DISPLAY "  ", VLOT-LOT-NUMBER, "  ", VLOT-VACCINE-CODE,
               "  ", VLOT-MANUFACTURER, "  exp ", VLOT-EXPIRY-DATE,
               "  left ", WS-DOSES-LEFT, "  ", WS-LOT-FLAG.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "VACLOT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "VACLOT".
