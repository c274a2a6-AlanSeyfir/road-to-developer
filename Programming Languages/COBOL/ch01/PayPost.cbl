      *month and carries the new balance; aging mode buckets every
      *open balance into current / 30 / 60 / 90-plus by invoice
      *age so finance can chase the sponsors who are behind.
      *Age is in calendar days, or in business days when asked -
      *weekends and company-wide holidays on the business
      *calendar left out. Whoever approved an adjustment to an
      *invoice may not post payments to it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ARADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(100).

       FD ADJUST-LOG-FILE.
           COPY "ADJREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPENINV-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-ADJLOG-EOF-SW PIC X VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y" FALSE "N".
       01 WS-PRIOR-APPROVER PIC X(8).
       01 WS-MODE-CHOICE PIC X.
           88 POST-MODE-CHOSEN VALUE "P" "p".
           88 AGING-MODE-CHOSEN VALUE "A" "a".
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
       01 WS-BUCKET-TEXT PIC X(8).
       01 WS-AGING-BASIS PIC X VALUE "C".
           88 BUSINESS-DAY-AGING VALUE "B" "b".
           COPY "CALNREQ.cpy".
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
               ACCEPT WS-MONTH-ENTRY
               DISPLAY "Payment amount: "
               ACCEPT WS-PAYMENT-ENTRY
               PERFORM 0220-FIND-ADJ-APPROVER
               PERFORM 0230-CHECK-DUTIES
               IF DUTIES-ARE-CLEAR
                   PERFORM 0250-APPLY-PAYMENT
               ELSE
                   DISPLAY "Payment not applied."
               END-IF
           END-IF.

      *Whether the posting operator approved any adjustment to
      *this invoice; the duties rule decides what that means.
           0220-FIND-ADJ-APPROVER.
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

      *One operator may not perform both halves of a maker/checker
      *pair on the same item. A different supervisor may let it
      *through, and that override goes on the register.
           0230-CHECK-DUTIES.
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
               PERFORM 0240-ASK-DUTY-OVERRIDE
           END-IF.

           0240-ASK-DUTY-OVERRIDE.
           SET DUTIES-ARE-CLEAR TO FALSE.
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-DUTY-CHOICE.
           IF DUTY-OVERRIDE-WANTED
               DISPLAY "Supervisor ID to authorize: "
               ACCEPT WS-DUTY-SUPERVISOR
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-DUTY-SUPERVISOR TO AUTH-OPERATOR-ID
               MOVE "PAYPOST" TO AUTH-STATION-ID
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

      *The posting itself is the shared PAYAPPLY service, the
      *same path the bank lockbox import posts through.
           0250-APPLY-PAYMENT.
           SET PAY-POST TO TRUE.
           MOVE WS-CLIENT-ENTRY TO PAY-CLIENT-CODE.
           MOVE WS-MONTH-ENTRY TO PAY-MONTH.
           MOVE WS-PAYMENT-ENTRY TO PAY-AMOUNT.
           MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
           CALL "PAYAPPLY" USING PAY-REQUEST.
           EVALUATE TRUE
               WHEN PAY-ACCEPTED
                   MOVE PAY-BALANCE TO WS-AMOUNT-DISP
                   DISPLAY "New balance for ", PAY-CLIENT-CODE,
                       " ", PAY-MONTH, ": ", WS-AMOUNT-DISP
                   IF PAY-FILE-STATUS NOT = "00"
                       DISPLAY "Not written to PAYMENTS.LOG, status: ",
                           PAY-FILE-STATUS
                   END-IF
               WHEN PAY-NO-INVOICE
                   DISPLAY "No invoice on file for client ",
                       WS-CLIENT-ENTRY, " month ",
                       WS-MONTH-ENTRY
               WHEN OTHER
                   DISPLAY "Cannot post to OPENINV.DAT, status: ",
                       PAY-FILE-STATUS, " - payment not applied."
           END-EVALUATE.

           0500-AGE-INVOICES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
           IF WS-OPENINV-FS NOT = "00"
               DISPLAY "No open-invoice file, status: ",
                   WS-OPENINV-FS
               MOVE "0500-AGE-INVOICES" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               DISPLAY "Age in (C)alendar or (B)usiness days: "
               ACCEPT WS-AGING-BASIS
               OPEN OUTPUT AGING-REPORT-FILE
               MOVE SPACES TO AGING-REPORT-LINE
               IF BUSINESS-DAY-AGING
                   STRING "AR AGING IN BUSINESS DAYS AS OF "
                       WS-TODAY-DATE
                       DELIMITED BY SIZE INTO AGING-REPORT-LINE
               ELSE
                   STRING "AR AGING AS OF " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO AGING-REPORT-LINE
               END-IF
               WRITE AGING-REPORT-LINE
               SET END-OF-INVOICES TO FALSE
               PERFORM UNTIL END-OF-INVOICES
           COMPUTE WS-INVOICE-INT =
               FUNCTION INTEGER-OF-DATE(INV-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INVOICE-INT.
           IF BUSINESS-DAY-AGING
               SET CALN-REQ-COUNT-DAYS TO TRUE
               MOVE SPACES TO CALN-REQ-SITE
               MOVE INV-DATE TO CALN-REQ-DATE
               MOVE WS-TODAY-DATE TO CALN-REQ-TO-DATE
               CALL "CALNCHK" USING CALN-REQUEST
               MOVE CALN-REQ-DAY-COUNT TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE "CURRENT" TO WS-BUCKET-TEXT
           STRING "90 PLUS: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "PAYPOST" TO OVRD-REQ-PROGRAM.
           MOVE "PAYPOST" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PAYPOST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PAYPOST".
