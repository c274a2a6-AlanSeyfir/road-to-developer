       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FULFIL".
       AUTHOR.     ALAN GARCIA.
      *Reward fulfillment vendor interface. Order mode takes one
      *day's new redemptions from REDMTXN.DAT onto FULFILL.DAT and
      *writes every pending order to VENDORD.DAT for the vendor,
      *with the member's shipping address. Confirmation mode reads
      *the vendor's VENDCONF.DAT and moves each order to shipped,
      *backordered or cancelled; a cancelled order gives the
      *member's points back and logs the credit on PTSADJ.LOG.
      *Status mode shows the front desk where a member's rewards
      *are.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FULFILLMENT-FILE ASSIGN TO "FULFILL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUL-KEY
               ALTERNATE RECORD KEY IS FUL-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FULFIL-FS.
           SELECT REDEMPTION-FILE ASSIGN TO "REDMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDM-FS.
           SELECT REWARD-FILE ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-REWARD-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT VENDOR-ORDER-FILE ASSIGN TO "VENDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FS.
           SELECT VENDOR-CONFIRM-FILE ASSIGN TO "VENDCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FS.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "PTSADJ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT FULFIL-REPORT-FILE ASSIGN TO WS-REPORT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FULFILLMENT-FILE.
           COPY "FULFREC.cpy".

       FD REDEMPTION-FILE.
           COPY "REDMREC.cpy".

       FD REWARD-FILE.
           COPY "RWRDREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD VENDOR-ORDER-FILE.
       01 VENDOR-ORDER-LINE PIC X(200).

       FD VENDOR-CONFIRM-FILE.
       01 VENDOR-CONFIRM-LINE PIC X(100).

       FD ADJUSTMENT-LOG-FILE.
       01 ADJUSTMENT-LOG-LINE PIC X(100).

       FD FULFIL-REPORT-FILE.
       01 FULFIL-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FULFIL-FS PIC XX.
       01 WS-REDM-FS PIC XX.
       01 WS-REWARD-FS PIC XX.
       01 WS-REWARD-OPEN-SW PIC X VALUE "N".
           88 REWARD-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-MASTER-FS PIC XX.
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-POINTS-FS PIC XX.
       01 WS-POINTS-OPEN-SW PIC X VALUE "N".
           88 POINTS-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-ORDER-FS PIC XX.
       01 WS-CONFIRM-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-REPORT-FNAME PIC X(12).
       01 WS-MODE-CHOICE PIC X.
           88 ORDER-MODE-CHOSEN VALUE "O" "o".
           88 CONFIRM-MODE-CHOSEN VALUE "C" "c".
           88 STATUS-MODE-CHOSEN VALUE "S" "s".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SEND-SW PIC X.
           88 ORDER-CAN-GO VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-ENTRY PIC 9(8).
       01 WS-DAY-SEQ PIC 9(4).
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BACKORDER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUND-POINTS PIC 9(7) VALUE ZERO.
       01 WS-ORDER-NO.
           05 WS-ORDER-NO-DATE PIC 9(8).
           05 WS-ORDER-NO-SEQ PIC 9(4).
       01 WS-ITEM-DESC PIC X(20).
       01 WS-HOLD-REASON PIC X(24).
      *The vendor returns comma-delimited rows: our order number
      *(redemption date and sequence, twelve digits), the status
      *code S, B or C, the date of that status, and the vendor's
      *own reference - a tracking number once shipped.
       01 WS-FEED-ORDER PIC X(12).
       01 WS-FEED-ORDER-VIEW REDEFINES WS-FEED-ORDER.
           05 WS-FEED-ORDER-DATE PIC 9(8).
           05 WS-FEED-ORDER-SEQ PIC 9(4).
       01 WS-FEED-STATUS PIC X.
           88 FEED-SAYS-SHIPPED VALUE "S".
           88 FEED-SAYS-BACKORDERED VALUE "B".
           88 FEED-SAYS-CANCELLED VALUE "C".
       01 WS-FEED-DATE PIC X(8).
       01 WS-FEED-DATE-N REDEFINES WS-FEED-DATE PIC 9(8).
       01 WS-FEED-REF PIC X(20).
       01 WS-REASON-TEXT PIC X(24).
       01 WS-STATUS-TEXT PIC X(11).
       01 WS-ADJUST-DISP PIC -ZZZZZZ9.
       01 WS-POINTS-DISP PIC ZZZZ9.
       01 WS-ORDERS-FOUND PIC 9(4).
      *Cancellation credits carry their own reason code on the
      *adjustment log and are signed by the interface, not a desk
      *operator.
       01 CANCEL-REASON-CODE PIC X(4) VALUE "CANC".
       01 VENDOR-OPERATOR PIC X(8) VALUE "VENDOR".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "REWARD FULFILLMENT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-GET-MODE.
           EVALUATE TRUE
               WHEN ORDER-MODE-CHOSEN
                   PERFORM 0200-SEND-ORDERS
               WHEN CONFIRM-MODE-CHOSEN
                   PERFORM 0500-LOAD-CONFIRMATIONS
               WHEN OTHER
                   PERFORM 0800-SHOW-MEMBER-STATUS
           END-EVALUATE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(O)rders to vendor, vendor (C)onfirmations, "
                   "or member (S)tatus: "
               ACCEPT WS-MODE-CHOICE
               IF ORDER-MODE-CHOSEN OR CONFIRM-MODE-CHOSEN
                       OR STATUS-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter O, C or S."
               END-IF
           END-PERFORM.

           0150-OPEN-FULFILLMENT-IO.
           OPEN I-O FULFILLMENT-FILE.
           IF WS-FULFIL-FS = "35"
               OPEN OUTPUT FULFILLMENT-FILE
               CLOSE FULFILLMENT-FILE
               OPEN I-O FULFILLMENT-FILE
           END-IF.

           0160-OPEN-LOOKUPS.
           OPEN INPUT REWARD-FILE.
           IF WS-REWARD-FS = "00"
               SET REWARD-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.

           0170-CLOSE-LOOKUPS.
           IF REWARD-FILE-IS-OPEN
               CLOSE REWARD-FILE
               SET REWARD-FILE-IS-OPEN TO FALSE
           END-IF.
           IF MASTER-IS-OPEN
               CLOSE MEMBER-MASTER-FILE
               SET MASTER-IS-OPEN TO FALSE
           END-IF.

      *A day's redemptions are numbered in the order REDEEM
      *appended them, so a rerun for the same day finds the rows
      *it already took and adds only the ones rung up since. Any
      *pending order - today's or one held on an earlier run -
      *then goes out.
           0200-SEND-ORDERS.
           DISPLAY "Redemption date to order (YYYYMMDD, "
               "0 for today): ".
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = ZERO
               MOVE WS-TODAY-DATE TO WS-DATE-ENTRY
           END-IF.
           PERFORM 0150-OPEN-FULFILLMENT-IO.
           IF WS-FULFIL-FS NOT = "00"
               DISPLAY "Cannot open FULFILL.DAT, status: ",
                   WS-FULFIL-FS
               MOVE "0200-SEND-ORDERS" TO ERRL-REQ-PARAGRAPH
               MOVE "FULFILL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FULFIL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0250-TAKE-NEW-REDEMPTIONS
               PERFORM 0160-OPEN-LOOKUPS
               MOVE "VENDORD.RPT" TO WS-REPORT-FNAME
               OPEN OUTPUT VENDOR-ORDER-FILE
               OPEN OUTPUT FULFIL-REPORT-FILE
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "REWARD ORDERS TO VENDOR " WS-TODAY-DATE
                   "   REDEMPTIONS OF " WS-DATE-ENTRY
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
               PERFORM 0300-SEND-PENDING-ORDERS
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "NEW REDEMPTIONS TAKEN: " WS-ADDED-COUNT
                   "   ORDERS SENT: " WS-SENT-COUNT
                   "   HELD: " WS-HELD-COUNT
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
               CLOSE VENDOR-ORDER-FILE
               CLOSE FULFIL-REPORT-FILE
               PERFORM 0170-CLOSE-LOOKUPS
               CLOSE FULFILLMENT-FILE
               DISPLAY "New redemptions taken: ", WS-ADDED-COUNT
               DISPLAY "Orders sent to vendor: ", WS-SENT-COUNT
               DISPLAY "Held, address flagged: ", WS-HELD-COUNT
               DISPLAY "Order file VENDORD.DAT, listing "
                   "VENDORD.RPT."
           END-IF.

           0250-TAKE-NEW-REDEMPTIONS.
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDM-FS NOT = "00"
               DISPLAY "No redemptions on file, status: ",
                   WS-REDM-FS
               MOVE "0250-TAKE-NEW-REDEMPTIONS" TO ERRL-REQ-PARAGRAPH
               MOVE "REDMTXN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REDM-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE ZERO TO WS-DAY-SEQ
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ REDEMPTION-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF REDM-DATE = WS-DATE-ENTRY
                               ADD 1 TO WS-DAY-SEQ
                               PERFORM 0260-TAKE-ONE-REDEMPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDEMPTION-FILE
           END-IF.

           0260-TAKE-ONE-REDEMPTION.
           MOVE REDM-DATE TO FUL-ORDER-DATE.
           MOVE WS-DAY-SEQ TO FUL-ORDER-SEQ.
           READ FULFILLMENT-FILE
               INVALID KEY
                   MOVE REDM-DATE TO FUL-ORDER-DATE
                   MOVE WS-DAY-SEQ TO FUL-ORDER-SEQ
                   MOVE REDM-MEMBER-ID TO FUL-MEMBER-ID
                   MOVE REDM-ITEM-CODE TO FUL-ITEM-CODE
                   MOVE REDM-POINTS TO FUL-POINTS
                   SET FUL-IS-PENDING TO TRUE
                   MOVE ZERO TO FUL-SENT-DATE
                   MOVE WS-TODAY-DATE TO FUL-STATUS-DATE
                   MOVE SPACES TO FUL-VENDOR-REF
                   WRITE FULFILLMENT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-FULFIL-FS = "00"
                       ADD 1 TO WS-ADDED-COUNT
                   ELSE
                       DISPLAY "Could not record redemption ",
                           REDM-DATE, "/", WS-DAY-SEQ,
                           ", status: ", WS-FULFIL-FS
                       MOVE "0260-TAKE-ONE-REDEMPTION"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE "FULFILL.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-FULFIL-FS TO ERRL-REQ-STATUS
                       MOVE FUL-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           0300-SEND-PENDING-ORDERS.
           MOVE LOW-VALUES TO FUL-KEY.
           START FULFILLMENT-FILE KEY >= FUL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-FILE-REACHED TO FALSE.
           IF WS-FULFIL-FS NOT = "00"
               SET END-OF-FILE-REACHED TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FULFILLMENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF FUL-IS-PENDING
                           PERFORM 0350-SEND-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

      *The vendor ships to the address on the master, so a member
      *whose mail is coming back, or who is no longer on file,
      *is held pending until the desk records a good address.
           0350-SEND-ONE-ORDER.
           SET ORDER-CAN-GO TO TRUE.
           MOVE SPACES TO WS-HOLD-REASON.
           IF NOT MASTER-IS-OPEN
               SET ORDER-CAN-GO TO FALSE
               MOVE "MEMBER MASTER NOT OPEN" TO WS-HOLD-REASON
           ELSE
               MOVE FUL-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       SET ORDER-CAN-GO TO FALSE
                       MOVE "MEMBER NOT ON MASTER"
                           TO WS-HOLD-REASON
                   NOT INVALID KEY
                       IF MEMBER-ADDR-UNDELIV
                           SET ORDER-CAN-GO TO FALSE
                           MOVE "ADDRESS UNDELIVERABLE"
                               TO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF.
           MOVE FUL-ORDER-DATE TO WS-ORDER-NO-DATE.
           MOVE FUL-ORDER-SEQ TO WS-ORDER-NO-SEQ.
           IF ORDER-CAN-GO
               PERFORM 0900-GET-ITEM-DESC
               MOVE SPACES TO VENDOR-ORDER-LINE
               STRING WS-ORDER-NO ","
                   FUL-MEMBER-ID ","
                   FUNCTION TRIM(MEMBER-NAME TRAILING) ","
                   FUNCTION TRIM(MEMBER-ADDR-LINE-1 TRAILING) ","
                   FUNCTION TRIM(MEMBER-ADDR-LINE-2 TRAILING) ","
                   FUNCTION TRIM(MEMBER-CITY TRAILING) ","
                   MEMBER-STATE ","
                   MEMBER-ZIP ","
                   FUL-ITEM-CODE ","
                   FUNCTION TRIM(WS-ITEM-DESC TRAILING) ","
                   "1"
                   DELIMITED BY SIZE INTO VENDOR-ORDER-LINE
               WRITE VENDOR-ORDER-LINE
               SET FUL-IS-ORDERED TO TRUE
               MOVE WS-TODAY-DATE TO FUL-SENT-DATE
               MOVE WS-TODAY-DATE TO FUL-STATUS-DATE
               REWRITE FULFILLMENT-RECORD
               ADD 1 TO WS-SENT-COUNT
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "SENT  " WS-ORDER-NO "  MEMBER " FUL-MEMBER-ID
                   "  ITEM " FUL-ITEM-CODE " " WS-ITEM-DESC
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "HELD  " WS-ORDER-NO "  MEMBER " FUL-MEMBER-ID
                   "  ITEM " FUL-ITEM-CODE
                   "  <-- " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
           END-IF.

      *Confirmations may repeat a status already recorded (the
      *vendor resends its whole open list); those pass quietly.
      *Nothing moves an order once it has shipped or been
      *cancelled, so points are never given back twice.
           0500-LOAD-CONFIRMATIONS.
           OPEN INPUT VENDOR-CONFIRM-FILE.
           IF WS-CONFIRM-FS NOT = "00"
               DISPLAY "Cannot open VENDCONF.DAT, status: ",
                   WS-CONFIRM-FS
               MOVE "0500-LOAD-CONFIRMATIONS" TO ERRL-REQ-PARAGRAPH
               MOVE "VENDCONF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CONFIRM-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0150-OPEN-FULFILLMENT-IO
               OPEN I-O POINTS-FILE
               IF WS-POINTS-FS = "00"
                   SET POINTS-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN EXTEND ADJUSTMENT-LOG-FILE
               IF WS-ADJLOG-FS = "35"
                   OPEN OUTPUT ADJUSTMENT-LOG-FILE
               END-IF
               MOVE "VENDCONF.RPT" TO WS-REPORT-FNAME
               OPEN OUTPUT FULFIL-REPORT-FILE
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "VENDOR CONFIRMATIONS " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ VENDOR-CONFIRM-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           PERFORM 0550-APPLY-ONE-CONFIRMATION
                   END-READ
               END-PERFORM
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "READ " WS-READ-COUNT
                   "  SHIPPED " WS-SHIPPED-COUNT
                   "  BACKORDERED " WS-BACKORDER-COUNT
                   "  CANCELLED " WS-CANCELLED-COUNT
                   "  REJECTED " WS-REJECTED-COUNT
                   "  POINTS RESTORED " WS-REFUND-POINTS
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
               CLOSE VENDOR-CONFIRM-FILE
               CLOSE FULFILLMENT-FILE
               IF POINTS-FILE-IS-OPEN
                   CLOSE POINTS-FILE
               END-IF
               CLOSE ADJUSTMENT-LOG-FILE
               CLOSE FULFIL-REPORT-FILE
               DISPLAY "Shipped:      ", WS-SHIPPED-COUNT
               DISPLAY "Backordered:  ", WS-BACKORDER-COUNT
               DISPLAY "Cancelled:    ", WS-CANCELLED-COUNT,
                   "  points restored: ", WS-REFUND-POINTS
               DISPLAY "Rejected:     ", WS-REJECTED-COUNT
               DISPLAY "Listing written to VENDCONF.RPT."
           END-IF.

           0550-APPLY-ONE-CONFIRMATION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-FEED-ORDER WS-FEED-STATUS WS-FEED-DATE
               WS-FEED-REF WS-REASON-TEXT.
           UNSTRING VENDOR-CONFIRM-LINE DELIMITED BY ","
               INTO WS-FEED-ORDER WS-FEED-STATUS WS-FEED-DATE
                   WS-FEED-REF.
           EVALUATE TRUE
               WHEN WS-FEED-ORDER IS NOT NUMERIC
                   MOVE "ORDER NO NOT NUMERIC" TO WS-REASON-TEXT
               WHEN NOT FEED-SAYS-SHIPPED
                       AND NOT FEED-SAYS-BACKORDERED
                       AND NOT FEED-SAYS-CANCELLED
                   MOVE "UNKNOWN STATUS CODE" TO WS-REASON-TEXT
               WHEN WS-FEED-DATE IS NOT NUMERIC
                   MOVE "STATUS DATE NOT NUMERIC" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE WS-FEED-ORDER-DATE TO FUL-ORDER-DATE
                   MOVE WS-FEED-ORDER-SEQ TO FUL-ORDER-SEQ
                   READ FULFILLMENT-FILE
                       INVALID KEY
                           MOVE "NO SUCH ORDER" TO WS-REASON-TEXT
                       NOT INVALID KEY
                           PERFORM 0600-CHECK-STATUS-CHANGE
                   END-READ
           END-EVALUATE.
           IF WS-REASON-TEXT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "REJECTED  " FUNCTION TRIM(VENDOR-CONFIRM-LINE)
                   "  <-- " WS-REASON-TEXT
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
           END-IF.

           0600-CHECK-STATUS-CHANGE.
           EVALUATE TRUE
               WHEN FUL-STATUS = WS-FEED-STATUS
                   CONTINUE
               WHEN FUL-IS-FINAL
                   MOVE "ORDER ALREADY CLOSED" TO WS-REASON-TEXT
               WHEN FUL-IS-PENDING
                   MOVE "ORDER NEVER SENT" TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM 0650-RECORD-STATUS
           END-EVALUATE.

           0650-RECORD-STATUS.
           MOVE WS-FEED-STATUS TO FUL-STATUS.
           MOVE WS-FEED-DATE-N TO FUL-STATUS-DATE.
           IF WS-FEED-REF NOT = SPACES
               MOVE WS-FEED-REF TO FUL-VENDOR-REF
           END-IF.
           REWRITE FULFILLMENT-RECORD.
           IF WS-FULFIL-FS NOT = "00"
               MOVE "COULD NOT UPDATE ORDER" TO WS-REASON-TEXT
           ELSE
               MOVE FUL-ORDER-DATE TO WS-ORDER-NO-DATE
               MOVE FUL-ORDER-SEQ TO WS-ORDER-NO-SEQ
               EVALUATE TRUE
                   WHEN FUL-IS-SHIPPED
                       ADD 1 TO WS-SHIPPED-COUNT
                       MOVE "SHIPPED" TO WS-STATUS-TEXT
                   WHEN FUL-IS-BACKORDERED
                       ADD 1 TO WS-BACKORDER-COUNT
                       MOVE "BACKORDERED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE "CANCELLED" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING WS-STATUS-TEXT " " WS-ORDER-NO
                   "  MEMBER " FUL-MEMBER-ID
                   "  ITEM " FUL-ITEM-CODE
                   "  " FUL-VENDOR-REF
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
               IF FUL-IS-CANCELLED
                   PERFORM 0700-RESTORE-POINTS
               END-IF
           END-IF.

      *The points spent on a cancelled order go back on the
      *member's balance and onto the adjustment log, where the
      *reconciliation and the liability valuation pick them up.
      *A member with no points record left is listed for a hand
      *adjustment instead.
           0700-RESTORE-POINTS.
           IF NOT POINTS-FILE-IS-OPEN
               MOVE SPACES TO FULFIL-REPORT-LINE
               STRING "          POINTS.DAT NOT OPEN - RESTORE "
                   FUL-POINTS " POINTS BY HAND"
                   DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
               WRITE FULFIL-REPORT-LINE
           ELSE
               MOVE FUL-MEMBER-ID TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       MOVE SPACES TO FULFIL-REPORT-LINE
                       STRING "          NO POINTS RECORD - RESTORE "
                           FUL-POINTS " POINTS BY HAND"
                           DELIMITED BY SIZE INTO FULFIL-REPORT-LINE
                       WRITE FULFIL-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD FUL-POINTS TO PTS-BALANCE
                       REWRITE POINTS-RECORD
                       ADD FUL-POINTS TO WS-REFUND-POINTS
                       MOVE FUL-POINTS TO WS-ADJUST-DISP
                       MOVE SPACES TO ADJUSTMENT-LOG-LINE
                       STRING WS-TODAY-DATE
                           " MEMBER " FUL-MEMBER-ID
                           " ADJUSTED " WS-ADJUST-DISP
                           " REASON " CANCEL-REASON-CODE
                           " BY " VENDOR-OPERATOR
                           DELIMITED BY SIZE INTO ADJUSTMENT-LOG-LINE
                       WRITE ADJUSTMENT-LOG-LINE
               END-READ
           END-IF.

      *The desk keys the member's card, as at redemption, and
      *sees every reward order on file with where it stands.
           0800-SHOW-MEMBER-STATUS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Enter member card number (ID plus check "
                   "digit): "
               ACCEPT WS-CARD-ENTRY
               SET CHKDG-VALIDATE TO TRUE
               MOVE WS-CARD-ID TO CHKDG-MEMBER-ID
               MOVE WS-CARD-CHECK TO CHKDG-DIGIT
               CALL "CHKDIGIT" USING CHKDG-REQUEST
               IF CHKDG-ACCEPTED
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Check digit does not match - re-key "
                       "the card number."
               END-IF
           END-PERFORM.
           OPEN INPUT FULFILLMENT-FILE.
           IF WS-FULFIL-FS NOT = "00"
               DISPLAY "No reward orders on file."
           ELSE
               PERFORM 0160-OPEN-LOOKUPS
               MOVE ZERO TO WS-ORDERS-FOUND
               MOVE WS-CARD-ID TO FUL-MEMBER-ID
               START FULFILLMENT-FILE KEY = FUL-MEMBER-ID
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-FILE-REACHED TO FALSE
               IF WS-FULFIL-FS NOT = "00"
                   SET END-OF-FILE-REACHED TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FULFILLMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF FUL-MEMBER-ID NOT = WS-CARD-ID
                               SET END-OF-FILE-REACHED TO TRUE
                           ELSE
                               PERFORM 0850-SHOW-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORDERS-FOUND = ZERO
                   DISPLAY "No reward orders for member ",
                       WS-CARD-ID, "."
               END-IF
               PERFORM 0170-CLOSE-LOOKUPS
               CLOSE FULFILLMENT-FILE
           END-IF.

           0850-SHOW-ONE-ORDER.
           ADD 1 TO WS-ORDERS-FOUND.
           PERFORM 0900-GET-ITEM-DESC.
           EVALUATE TRUE
               WHEN FUL-IS-PENDING
                   MOVE "NOT SENT" TO WS-STATUS-TEXT
               WHEN FUL-IS-ORDERED
                   MOVE "ORDERED" TO WS-STATUS-TEXT
               WHEN FUL-IS-SHIPPED
                   MOVE "SHIPPED" TO WS-STATUS-TEXT
               WHEN FUL-IS-BACKORDERED
                   MOVE "BACKORDERED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE FUL-POINTS TO WS-POINTS-DISP.
           DISPLAY FUL-ORDER-DATE, " ", WS-ITEM-DESC, " ",
               WS-POINTS-DISP, " PTS  ", WS-STATUS-TEXT, " ",
               FUL-STATUS-DATE, " ", FUL-VENDOR-REF.
           IF FUL-IS-CANCELLED
               DISPLAY "    Points were returned to the member's "
                   "balance."
           END-IF.

           0900-GET-ITEM-DESC.
           MOVE FUL-ITEM-CODE TO WS-ITEM-DESC.
           IF REWARD-FILE-IS-OPEN
               MOVE FUL-ITEM-CODE TO ITEM-CODE
               READ REWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-DESC TO WS-ITEM-DESC
               END-READ
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "FULFIL" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "FULFIL".
