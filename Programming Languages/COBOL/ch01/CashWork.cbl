       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CASHWORK".
       AUTHOR.     ALAN GARCIA.
      *Unapplied-cash work screen and aging. The AR clerk lists the
      *lockbox remittances that did not match, applies one to the
      *client's invoiced month through the shared PAYAPPLY posting
      *service or marks it returned to the payer, and prints the
      *aging of what is still unapplied by deposit date. Applying
      *an item is a payment posting, so whoever approved an
      *adjustment to that invoice may not apply cash to it here
      *any more than on the payment screen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNAP-KEY
               FILE STATUS IS WS-UNAP-FS.
           SELECT AGING-REPORT-FILE ASSIGN TO "UNAPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ARADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-FILE.
           COPY "UNAPREC.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(120).

       FD ADJUST-LOG-FILE.
           COPY "ADJREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-UNAP-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-ADJLOG-EOF-SW PIC X VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y" FALSE "N".
       01 WS-PRIOR-APPROVER PIC X(8).
       01 WS-MODE-CHOICE PIC X.
           88 WORK-MODE-CHOSEN VALUE "W" "w".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
           88 AGING-MODE-CHOSEN VALUE "A" "a".
       01 WS-ACTION-CHOICE PIC X.
           88 APPLY-CHOSEN VALUE "A" "a".
           88 RETURN-CHOSEN VALUE "R" "r".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-UNAPPLIED VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-DATE-ENTRY PIC 9(8).
       01 WS-SEQ-ENTRY PIC 9(4).
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-MONTH-ENTRY PIC 9(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-DEPOSIT-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-DISP PIC ZZZZ9.
       01 WS-BUCKET-TEXT PIC X(8).
       01 WS-BUCKET-CURRENT PIC S9(9)V99 VALUE ZERO.
       01 WS-BUCKET-30 PIC S9(9)V99 VALUE ZERO.
       01 WS-BUCKET-60 PIC S9(9)V99 VALUE ZERO.
       01 WS-BUCKET-90 PIC S9(9)V99 VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
           COPY "AUTHREQ.cpy".
           COPY "PAYREQ.cpy".
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
           DISPLAY "UNAPPLIED CASH".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           EVALUATE TRUE
               WHEN WORK-MODE-CHOSEN
                   PERFORM 0200-WORK-ONE-ITEM
               WHEN LIST-MODE-CHOSEN
                   PERFORM 0400-LIST-OPEN-ITEMS
               WHEN OTHER
                   PERFORM 0500-AGE-UNAPPLIED
           END-EVALUATE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(W)ork an item, (L)ist open items, or "
                   "(A)ging report: "
               ACCEPT WS-MODE-CHOICE
               IF WORK-MODE-CHOSEN OR LIST-MODE-CHOSEN
                       OR AGING-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter W, L or A."
               END-IF
           END-PERFORM.

      *Working an item runs under a verified operator, the same as
      *keying a payment, so the applied cash names who placed it.
           0200-WORK-ONE-ITEM.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "CASHWORK" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized."
           ELSE
               OPEN I-O UNAPPLIED-FILE
               IF WS-UNAP-FS NOT = "00"
                   DISPLAY "Cannot open UNAPPLD.DAT, status: ",
                       WS-UNAP-FS
                   MOVE "0200-WORK-ONE-ITEM" TO ERRL-REQ-PARAGRAPH
                   MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   DISPLAY "Deposit date (YYYYMMDD): "
                   ACCEPT WS-DATE-ENTRY
                   DISPLAY "Item sequence: "
                   ACCEPT WS-SEQ-ENTRY
                   MOVE WS-DATE-ENTRY TO UNAP-DEPOSIT-DATE
                   MOVE WS-SEQ-ENTRY TO UNAP-SEQ
                   READ UNAPPLIED-FILE
                       INVALID KEY
                           DISPLAY "No such unapplied item."
                       NOT INVALID KEY
                           IF UNAP-IS-OPEN
                               PERFORM 0250-DECIDE-ONE-ITEM
                           ELSE
                               DISPLAY "Item was already worked on ",
                                   UNAP-WORKED-DATE, " by ",
                                   UNAP-WORKED-BY, "."
                           END-IF
                   END-READ
                   CLOSE UNAPPLIED-FILE
               END-IF
           END-IF.

           0250-DECIDE-ONE-ITEM.
           MOVE UNAP-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "Payer ", UNAP-PAYER-CODE, " ",
               FUNCTION TRIM(UNAP-PAYER-NAME).
           DISPLAY "Check ", UNAP-CHECK-NO, "  amount ",
               WS-AMOUNT-DISP, "  ref ", UNAP-REMIT-REF.
           DISPLAY "Held because: ", UNAP-REASON.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)pply to an invoice or (R)eturn to payer: "
               ACCEPT WS-ACTION-CHOICE
               IF APPLY-CHOSEN OR RETURN-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A or R."
               END-IF
           END-PERFORM.
           IF APPLY-CHOSEN
               PERFORM 0300-APPLY-THE-ITEM
           ELSE
               SET UNAP-IS-RETURNED TO TRUE
               PERFORM 0350-CLOSE-THE-ITEM
               DISPLAY "Item marked returned to payer."
           END-IF.

      *The clerk names the client and month the check really pays;
      *the whole remittance posts there through PAYAPPLY.
           0300-APPLY-THE-ITEM.
           DISPLAY "Apply to client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           DISPLAY "Invoiced month (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.
           PERFORM 0310-FIND-ADJ-APPROVER.
           PERFORM 0320-CHECK-DUTIES.
           IF DUTIES-ARE-CLEAR
               PERFORM 0340-POST-TO-INVOICE
           ELSE
               DISPLAY "Item left open."
           END-IF.

      *Whether the working operator approved any adjustment to
      *the invoice being paid; the duties rule decides what that
      *means.
           0310-FIND-ADJ-APPROVER.
           MOVE SPACES TO WS-PRIOR-APPROVER.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJLOG-FS = "00"
               SET END-OF-ADJUSTMENTS TO FALSE
               PERFORM UNTIL END-OF-ADJUSTMENTS
                   READ ADJUST-LOG-FILE
                       AT END
                           SET END-OF-ADJUSTMENTS TO TRUE
                       NOT AT END
                           IF ADJ-CLIENT-CODE = WS-CLIENT-ENTRY
                                   AND ADJ-INV-MONTH = WS-MONTH-ENTRY
                                   AND ADJ-APPROVED-BY
                                       = WS-OPERATOR-ID
                               MOVE ADJ-APPROVED-BY
                                   TO WS-PRIOR-APPROVER
                               SET END-OF-ADJUSTMENTS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
           END-IF.

      *Applying cash is the payment-posting half of the pair, the
      *same duty the payment screen checks. A different supervisor
      *may let it through, and that override goes on the register.
           0320-CHECK-DUTIES.
           SET AUTH-DUTIES-CHECK TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "PAYPOST" TO AUTH-DUTY-FUNCTION.
           MOVE "ADJAPPR" TO AUTH-PRIOR-FUNCTION.
           MOVE WS-PRIOR-APPROVER TO AUTH-PRIOR-OPERATOR-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           SET DUTIES-ARE-CLEAR TO TRUE.
           IF AUTH-DUTY-CONFLICT
               MOVE AUTH-DUTY-RULE-ID TO WS-DUTY-RULE-ID
               DISPLAY "Refused - one operator may not ",
                   FUNCTION TRIM(AUTH-DUTY-RULE-TEXT), "."
               MOVE SPACES TO OVRD-REQ-RECORD-KEY
               STRING WS-OPERATOR-ID " INV " WS-CLIENT-ENTRY " "
                   WS-MONTH-ENTRY
                   DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
               PERFORM 0330-ASK-DUTY-OVERRIDE
           END-IF.

           0330-ASK-DUTY-OVERRIDE.
           SET DUTIES-ARE-CLEAR TO FALSE.
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-DUTY-CHOICE.
           IF DUTY-OVERRIDE-WANTED
               DISPLAY "Supervisor ID to authorize: "
               ACCEPT WS-DUTY-SUPERVISOR
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-DUTY-SUPERVISOR TO AUTH-OPERATOR-ID
               MOVE "CASHWORK" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       AND WS-DUTY-SUPERVISOR NOT = WS-OPERATOR-ID
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

           0340-POST-TO-INVOICE.
           SET PAY-POST TO TRUE.
           MOVE WS-CLIENT-ENTRY TO PAY-CLIENT-CODE.
           MOVE WS-MONTH-ENTRY TO PAY-MONTH.
           MOVE UNAP-AMOUNT TO PAY-AMOUNT.
           MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
           CALL "PAYAPPLY" USING PAY-REQUEST.
           EVALUATE TRUE
               WHEN PAY-ACCEPTED
                   MOVE WS-CLIENT-ENTRY TO UNAP-APPLIED-CLIENT
                   MOVE WS-MONTH-ENTRY TO UNAP-APPLIED-MONTH
                   SET UNAP-IS-APPLIED TO TRUE
                   PERFORM 0350-CLOSE-THE-ITEM
                   MOVE PAY-BALANCE TO WS-AMOUNT-DISP
                   DISPLAY "Applied. New balance for ",
                       PAY-CLIENT-CODE, " ", PAY-MONTH, ": ",
                       WS-AMOUNT-DISP
                   IF PAY-FILE-STATUS NOT = "00"
                       DISPLAY "Not written to PAYMENTS.LOG, status: ",
                           PAY-FILE-STATUS
                   END-IF
               WHEN PAY-NO-INVOICE
                   DISPLAY "No invoice on file for client ",
                       WS-CLIENT-ENTRY, " month ", WS-MONTH-ENTRY,
                       ". Item left open."
               WHEN OTHER
                   DISPLAY "Cannot post to OPENINV.DAT, status: ",
                       PAY-FILE-STATUS, ". Item left open."
           END-EVALUATE.

           0350-CLOSE-THE-ITEM.
           MOVE WS-TODAY-DATE TO UNAP-WORKED-DATE.
           MOVE WS-OPERATOR-ID TO UNAP-WORKED-BY.
           REWRITE UNAPPLIED-RECORD.
           IF WS-UNAP-FS NOT = "00"
               DISPLAY "Could not update the unapplied item, "
                   "status: ", WS-UNAP-FS
               MOVE "0350-CLOSE-THE-ITEM" TO ERRL-REQ-PARAGRAPH
               MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
               MOVE UNAP-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0400-LIST-OPEN-ITEMS.
           OPEN INPUT UNAPPLIED-FILE.
           IF WS-UNAP-FS NOT = "00"
               DISPLAY "No unapplied-cash file, status: ", WS-UNAP-FS
               MOVE "0400-LIST-OPEN-ITEMS" TO ERRL-REQ-PARAGRAPH
               MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-UNAPPLIED TO FALSE
               PERFORM UNTIL END-OF-UNAPPLIED
                   READ UNAPPLIED-FILE NEXT RECORD
                       AT END
                           SET END-OF-UNAPPLIED TO TRUE
                       NOT AT END
                           IF UNAP-IS-OPEN
                               ADD 1 TO WS-OPEN-COUNT
                               PERFORM 0450-GET-ITEM-AGE
                               MOVE UNAP-AMOUNT TO WS-AMOUNT-DISP
                               DISPLAY "  ", UNAP-DEPOSIT-DATE, " ",
                                   UNAP-SEQ, "  ", UNAP-PAYER-CODE,
                                   " ", UNAP-CHECK-NO, " ",
                                   WS-AMOUNT-DISP, "  ",
                                   WS-AGE-DISP, " DAYS  ",
                                   UNAP-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-FILE
               DISPLAY "Open unapplied items: ", WS-OPEN-COUNT
           END-IF.

      *Unapplied cash ages from the day the bank deposited it, in
      *the same buckets the AR aging uses.
           0450-GET-ITEM-AGE.
           COMPUTE WS-DEPOSIT-INT =
               FUNCTION INTEGER-OF-DATE(UNAP-DEPOSIT-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DEPOSIT-INT.
           MOVE WS-AGE-DAYS TO WS-AGE-DISP.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE "CURRENT" TO WS-BUCKET-TEXT
               WHEN WS-AGE-DAYS < 60
                   MOVE "30 DAYS" TO WS-BUCKET-TEXT
               WHEN WS-AGE-DAYS < 90
                   MOVE "60 DAYS" TO WS-BUCKET-TEXT
               WHEN OTHER
                   MOVE "90 PLUS" TO WS-BUCKET-TEXT
           END-EVALUATE.

           0500-AGE-UNAPPLIED.
           OPEN INPUT UNAPPLIED-FILE.
           IF WS-UNAP-FS NOT = "00"
               DISPLAY "No unapplied-cash file, status: ", WS-UNAP-FS
               MOVE "0500-AGE-UNAPPLIED" TO ERRL-REQ-PARAGRAPH
               MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT AGING-REPORT-FILE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "UNAPPLIED CASH AGING AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               SET END-OF-UNAPPLIED TO FALSE
               PERFORM UNTIL END-OF-UNAPPLIED
                   READ UNAPPLIED-FILE NEXT RECORD
                       AT END
                           SET END-OF-UNAPPLIED TO TRUE
                       NOT AT END
                           IF UNAP-IS-OPEN
                               PERFORM 0550-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0600-WRITE-BUCKET-TOTALS
               CLOSE UNAPPLIED-FILE
               CLOSE AGING-REPORT-FILE
               DISPLAY "Open unapplied items aged: ", WS-OPEN-COUNT
           END-IF.

           0550-AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM 0450-GET-ITEM-AGE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   ADD UNAP-AMOUNT TO WS-BUCKET-CURRENT
               WHEN WS-AGE-DAYS < 60
                   ADD UNAP-AMOUNT TO WS-BUCKET-30
               WHEN WS-AGE-DAYS < 90
                   ADD UNAP-AMOUNT TO WS-BUCKET-60
               WHEN OTHER
                   ADD UNAP-AMOUNT TO WS-BUCKET-90
           END-EVALUATE.
           MOVE UNAP-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  " UNAP-DEPOSIT-DATE " " UNAP-SEQ
               "  " UNAP-PAYER-CODE " " UNAP-PAYER-NAME
               "  CHECK " UNAP-CHECK-NO
               "  " WS-AMOUNT-DISP
               "  " WS-BUCKET-TEXT
               "  " UNAP-REASON
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

           0600-WRITE-BUCKET-TOTALS.
           MOVE WS-BUCKET-CURRENT TO WS-AMOUNT-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CURRENT: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BUCKET-30 TO WS-AMOUNT-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "30 DAYS: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BUCKET-60 TO WS-AMOUNT-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "60 DAYS: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BUCKET-90 TO WS-AMOUNT-DISP.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "90 PLUS: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "CASHWORK" TO OVRD-REQ-PROGRAM.
           MOVE "CASHWORK" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CASHWORK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CASHWORK".
