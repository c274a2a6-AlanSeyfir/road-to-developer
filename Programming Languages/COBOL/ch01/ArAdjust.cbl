       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ARADJUST".
       AUTHOR.     ALAN GARCIA.
      *Credit memos and write-offs against open invoices. A
      *goodwill credit, a credit for events billed past the
      *contract volume cap or a pricing correction reduces what
      *the sponsor owes without pretending cash arrived; a small
      *leftover balance or an uncollectible one is written off.
      *Each adjustment carries a reason code, is keyed by a
      *verified clerk and approved by a different supervisor - one
      *who has not posted a payment to the same invoice -
      *lands in the invoice's adjusted amount and is logged to
      *ARADJUST.LOG, which GLEXPORT books as its own entries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ARADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYMENTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD ADJUST-LOG-FILE.
           COPY "ADJREC.cpy".

      *The payment log line PAYAPPLY writes.
       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-LINE.
           05 PLOG-DATE PIC X(8).
           05 FILLER PIC X(8).
           05 PLOG-CLIENT-CODE PIC X(3).
           05 FILLER PIC X(7).
           05 PLOG-MONTH PIC X(6).
           05 FILLER PIC X(6).
           05 PLOG-AMOUNT PIC X(12).
           05 FILLER PIC X(4).
           05 PLOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(38).

       WORKING-STORAGE SECTION.
       01 WS-OPENINV-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-PAYLOG-FS PIC XX.
       01 WS-PAYLOG-EOF-SW PIC X VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y" FALSE "N".
       01 WS-MONTH-TEXT PIC X(6).
       01 WS-PRIOR-POSTER PIC X(8).
       01 WS-MODE-CHOICE PIC X.
           88 POST-MODE-CHOSEN VALUE "P" "p".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-TYPE-CHOICE PIC X.
           88 CREDIT-MEMO-CHOSEN VALUE "C" "c".
           88 WRITE-OFF-CHOSEN VALUE "W" "w".
       01 WS-REASON-ENTRY PIC X(4).
           88 CREDIT-REASON-GIVEN VALUE "GOOD" "OCAP" "PRIC".
           88 WRITE-OFF-REASON-GIVEN VALUE "SMBL" "UNCL".
           88 SMALL-BALANCE-REASON VALUE "SMBL".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-MONTH-ENTRY PIC 9(6).
       01 WS-ADJUST-ENTRY PIC 9(7)V99.
       01 WS-MEMO-ENTRY PIC X(30).
       01 WS-ADJUST-LIMIT PIC S9(9)V99.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
       01 WS-PAID-DISP PIC -ZZZZZZZ9.99.
       01 WS-ADJUSTED-DISP PIC -ZZZZZZZ9.99.
       01 WS-BALANCE-DISP PIC -ZZZZZZZ9.99.
      *A small-balance write-off clears only the pennies left
      *after a short payment; anything larger is a collections
      *matter and goes through as uncollectible.
       01 SMALL-BALANCE-MAX PIC 9(3)V99 VALUE 25.00.
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
      *Maker/checker duties check and its supervisor override.
       01 WS-DUTY-SW PIC X VALUE "Y".
           88 DUTIES-ARE-CLEAR VALUE "Y" FALSE "N".
       01 WS-DUTY-CHOICE PIC X.
           88 DUTY-OVERRIDE-WANTED VALUE "Y" "y".
       01 WS-DUTY-SUPERVISOR PIC X(8).
       01 WS-DUTY-RULE-ID PIC X(4).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "AR CREDIT MEMOS AND WRITE-OFFS".
           PERFORM 0110-GET-MODE.
           IF POST-MODE-CHOSEN
               PERFORM 0200-POST-ADJUSTMENT
           ELSE
               PERFORM 0500-LIST-ADJUSTMENTS
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(P)ost an adjustment, or (L)ist a client's "
                   "adjustments: "
               ACCEPT WS-MODE-CHOICE
               IF POST-MODE-CHOSEN OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter P or L."
               END-IF
           END-PERFORM.

      *The clerk keying the adjustment is verified first, the same
      *as keying a payment; approval comes at the end.
           0200-POST-ADJUSTMENT.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "ARADJUST" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized."
           ELSE
               OPEN I-O OPEN-INVOICE-FILE
               IF WS-OPENINV-FS NOT = "00"
                   DISPLAY "Cannot open OPENINV.DAT, status: ",
                       WS-OPENINV-FS
                   MOVE "0200-POST-ADJUSTMENT" TO ERRL-REQ-PARAGRAPH
                   MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   DISPLAY "Client code: "
                   ACCEPT WS-CLIENT-ENTRY
                   DISPLAY "Invoiced month (YYYYMM): "
                   ACCEPT WS-MONTH-ENTRY
                   MOVE WS-CLIENT-ENTRY TO INV-CLIENT-CODE
                   MOVE WS-MONTH-ENTRY TO INV-MONTH
                   READ OPEN-INVOICE-FILE
                       INVALID KEY
                           DISPLAY "No invoice on file for client ",
                               WS-CLIENT-ENTRY, " month ",
                               WS-MONTH-ENTRY
                       NOT INVALID KEY
                           PERFORM 0250-CAPTURE-ADJUSTMENT
                   END-READ
                   CLOSE OPEN-INVOICE-FILE
               END-IF
           END-IF.

           0250-CAPTURE-ADJUSTMENT.
           MOVE INV-AMOUNT TO WS-AMOUNT-DISP.
           MOVE INV-PAID TO WS-PAID-DISP.
           MOVE INV-ADJUSTED TO WS-ADJUSTED-DISP.
           MOVE INV-BALANCE TO WS-BALANCE-DISP.
           DISPLAY "Invoiced ", WS-AMOUNT-DISP, "  paid ",
               WS-PAID-DISP, "  adjusted ", WS-ADJUSTED-DISP,
               "  balance ", WS-BALANCE-DISP.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(C)redit memo or (W)rite-off: "
               ACCEPT WS-TYPE-CHOICE
               IF CREDIT-MEMO-CHOSEN OR WRITE-OFF-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter C or W."
               END-IF
           END-PERFORM.
           PERFORM 0260-GET-REASON.
           DISPLAY "Adjustment amount: ".
           ACCEPT WS-ADJUST-ENTRY.
           PERFORM 0270-CHECK-AMOUNT.
           IF ENTRY-IS-VALID
               DISPLAY "Memo (optional): "
               ACCEPT WS-MEMO-ENTRY
               PERFORM 0280-GET-APPROVAL
           END-IF.

           0260-GET-REASON.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               IF CREDIT-MEMO-CHOSEN
                   DISPLAY "Reason - GOOD goodwill, OCAP over "
                       "contract volume cap, PRIC pricing "
                       "correction: "
               ELSE
                   DISPLAY "Reason - SMBL small balance, UNCL "
                       "uncollectible: "
               END-IF
               ACCEPT WS-REASON-ENTRY
               IF (CREDIT-MEMO-CHOSEN AND CREDIT-REASON-GIVEN)
                       OR (WRITE-OFF-CHOSEN
                           AND WRITE-OFF-REASON-GIVEN)
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "That reason does not apply to this "
                       "kind of adjustment."
               END-IF
           END-PERFORM.

      *A credit memo may take the invoice below what has been
      *paid - the sponsor then carries a credit - but never below
      *zero billed. A write-off only clears what is still owed,
      *and a small-balance write-off only a small one.
           0270-CHECK-AMOUNT.
           SET ENTRY-IS-VALID TO TRUE.
           IF CREDIT-MEMO-CHOSEN
               COMPUTE WS-ADJUST-LIMIT = INV-AMOUNT - INV-ADJUSTED
           ELSE
               MOVE INV-BALANCE TO WS-ADJUST-LIMIT
           END-IF.
           MOVE WS-ADJUST-LIMIT TO WS-AMOUNT-DISP.
           EVALUATE TRUE
               WHEN WS-ADJUST-ENTRY = ZERO
                   SET ENTRY-IS-VALID TO FALSE
                   DISPLAY "No amount entered. No changes made."
               WHEN WS-ADJUST-ENTRY > WS-ADJUST-LIMIT
                   SET ENTRY-IS-VALID TO FALSE
                   DISPLAY "Amount exceeds the most this invoice "
                       "can take (", WS-AMOUNT-DISP,
                       "). No changes made."
               WHEN SMALL-BALANCE-REASON
                       AND INV-BALANCE > SMALL-BALANCE-MAX
                   SET ENTRY-IS-VALID TO FALSE
                   DISPLAY "Balance is too large for a small-"
                       "balance write-off. No changes made."
           END-EVALUATE.

      *Nobody approves their own adjustment.
           0280-GET-APPROVAL.
           DISPLAY "Supervisor ID approving the adjustment: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "ARADJUST" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           EVALUATE TRUE
               WHEN AUTH-REFUSED OR NOT AUTH-ROLE-SUPERVISOR
                   DISPLAY "An enabled supervisor ID is required. "
                       "No changes made."
               WHEN WS-SUPERVISOR-ID = WS-OPERATOR-ID
                   DISPLAY "The approving supervisor must be "
                       "someone other than the operator. "
                       "No changes made."
               WHEN OTHER
                   PERFORM 0285-FIND-PAYMENT-POSTER
                   PERFORM 0290-CHECK-DUTIES
                   IF DUTIES-ARE-CLEAR
                       PERFORM 0300-APPLY-ADJUSTMENT
                   ELSE
                       DISPLAY "No changes made."
                   END-IF
           END-EVALUATE.

      *Whether the approving supervisor posted any payment to this
      *invoice; the duties rule decides what that means.
           0285-FIND-PAYMENT-POSTER.
           MOVE SPACES TO WS-PRIOR-POSTER.
           MOVE INV-MONTH TO WS-MONTH-TEXT.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF WS-PAYLOG-FS = "00"
               SET END-OF-PAYMENTS TO FALSE
               PERFORM UNTIL END-OF-PAYMENTS
                   READ PAYMENT-LOG-FILE
                       AT END
                           SET END-OF-PAYMENTS TO TRUE
                       NOT AT END
                           IF PLOG-CLIENT-CODE = INV-CLIENT-CODE
                                   AND PLOG-MONTH = WS-MONTH-TEXT
                                   AND PLOG-OPERATOR-ID
                                       = WS-SUPERVISOR-ID
                               MOVE PLOG-OPERATOR-ID
                                   TO WS-PRIOR-POSTER
                               SET END-OF-PAYMENTS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-LOG-FILE
           END-IF.

      *One operator may not perform both halves of a maker/checker
      *pair on the same item. A different supervisor may let it
      *through, and that override goes on the register.
           0290-CHECK-DUTIES.
           SET AUTH-DUTIES-CHECK TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "ADJAPPR" TO AUTH-DUTY-FUNCTION.
           MOVE "PAYPOST" TO AUTH-PRIOR-FUNCTION.
           MOVE WS-PRIOR-POSTER TO AUTH-PRIOR-OPERATOR-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           SET DUTIES-ARE-CLEAR TO TRUE.
           IF AUTH-DUTY-CONFLICT
               MOVE AUTH-DUTY-RULE-ID TO WS-DUTY-RULE-ID
               DISPLAY "Refused - one operator may not ",
                   FUNCTION TRIM(AUTH-DUTY-RULE-TEXT), "."
               MOVE SPACES TO OVRD-REQ-RECORD-KEY
               STRING WS-SUPERVISOR-ID " INV " INV-CLIENT-CODE " "
                   INV-MONTH
                   DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
               PERFORM 0295-ASK-DUTY-OVERRIDE
           END-IF.

           0295-ASK-DUTY-OVERRIDE.
           SET DUTIES-ARE-CLEAR TO FALSE.
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-DUTY-CHOICE.
           IF DUTY-OVERRIDE-WANTED
               DISPLAY "Supervisor ID to authorize: "
               ACCEPT WS-DUTY-SUPERVISOR
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-DUTY-SUPERVISOR TO AUTH-OPERATOR-ID
               MOVE "ARADJUST" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       AND WS-DUTY-SUPERVISOR NOT = WS-SUPERVISOR-ID
                   SET DUTIES-ARE-CLEAR TO TRUE
                   MOVE SPACES TO OVRD-REQ-FUNCTION
                   STRING "SOD" WS-DUTY-RULE-ID
                       DELIMITED BY SIZE INTO OVRD-REQ-FUNCTION
                   MOVE WS-DUTY-SUPERVISOR TO OVRD-REQ-SUPERVISOR-ID
                   PERFORM 0970-LOG-OVERRIDE
               ELSE
                   DISPLAY "Override not authorized."
               END-IF
           END-IF.

           0300-APPLY-ADJUSTMENT.
           ADD WS-ADJUST-ENTRY TO INV-ADJUSTED.
           COMPUTE INV-BALANCE =
               INV-AMOUNT - INV-PAID - INV-ADJUSTED.
           REWRITE OPEN-INVOICE-RECORD.
           IF WS-OPENINV-FS NOT = "00"
               DISPLAY "Could not update the open invoice, status: ",
                   WS-OPENINV-FS, ". No changes made."
               MOVE "0300-APPLY-ADJUSTMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               MOVE INV-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0350-LOG-ADJUSTMENT
               MOVE INV-BALANCE TO WS-BALANCE-DISP
               DISPLAY "Adjustment posted. New balance for ",
                   INV-CLIENT-CODE, " ", INV-MONTH, ": ",
                   WS-BALANCE-DISP
           END-IF.

           0350-LOG-ADJUSTMENT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND ADJUST-LOG-FILE.
           IF WS-ADJLOG-FS = "35"
               OPEN OUTPUT ADJUST-LOG-FILE
           END-IF.
           IF WS-ADJLOG-FS = "00"
               MOVE WS-TODAY-DATE TO ADJ-POSTED-DATE
               MOVE WS-NOW-TIME(1:6) TO ADJ-POSTED-TIME
               MOVE INV-CLIENT-CODE TO ADJ-CLIENT-CODE
               MOVE INV-MONTH TO ADJ-INV-MONTH
               IF CREDIT-MEMO-CHOSEN
                   SET ADJ-IS-CREDIT-MEMO TO TRUE
               ELSE
                   SET ADJ-IS-WRITE-OFF TO TRUE
               END-IF
               MOVE WS-REASON-ENTRY TO ADJ-REASON-CODE
               MOVE WS-ADJUST-ENTRY TO ADJ-AMOUNT
               MOVE INV-BALANCE TO ADJ-BALANCE-AFTER
               MOVE WS-OPERATOR-ID TO ADJ-ENTERED-BY
               MOVE WS-SUPERVISOR-ID TO ADJ-APPROVED-BY
               MOVE WS-MEMO-ENTRY TO ADJ-MEMO
               WRITE AR-ADJUST-RECORD
               CLOSE ADJUST-LOG-FILE
           ELSE
               DISPLAY "Could not write ARADJUST.LOG, status: ",
                   WS-ADJLOG-FS
               MOVE "0350-LOG-ADJUSTMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "ARADJUST.LOG" TO ERRL-REQ-FILE-NAME
               MOVE WS-ADJLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-LIST-ADJUSTMENTS.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJLOG-FS NOT = "00"
               DISPLAY "No adjustments on file, status: ",
                   WS-ADJLOG-FS
               MOVE "0500-LIST-ADJUSTMENTS" TO ERRL-REQ-PARAGRAPH
               MOVE "ARADJUST.LOG" TO ERRL-REQ-FILE-NAME
               MOVE WS-ADJLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-ADJUSTMENTS TO FALSE
               PERFORM UNTIL END-OF-ADJUSTMENTS
                   READ ADJUST-LOG-FILE
                       AT END
                           SET END-OF-ADJUSTMENTS TO TRUE
                       NOT AT END
                           IF ADJ-CLIENT-CODE = WS-CLIENT-ENTRY
                               PERFORM 0550-SHOW-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
               DISPLAY "Adjustments listed: ", WS-LIST-COUNT
           END-IF.

           0550-SHOW-ONE-ADJUSTMENT.
           ADD 1 TO WS-LIST-COUNT.
           MOVE ADJ-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "  ", ADJ-POSTED-DATE, "  ", ADJ-INV-MONTH,
               "  ", ADJ-TYPE, " ", ADJ-REASON-CODE, " ",
               WS-AMOUNT-DISP, "  BY ", ADJ-ENTERED-BY,
               " OK ", ADJ-APPROVED-BY, "  ", ADJ-MEMO.

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "ARADJUST" TO OVRD-REQ-PROGRAM.
           MOVE "ARADJUST" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ARADJUST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ARADJUST".
