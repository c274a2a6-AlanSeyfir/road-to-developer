       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PAYAPPLY".
       AUTHOR.     ALAN GARCIA.
      *Shared payment application. Applies a payment to one
      *client's invoiced month on OPENINV.DAT, re-derives the
      *balance and writes the payment log line - the one posting
      *path behind both the keyed payment screen and the bank
      *lockbox import, so a receipt posts the same way whichever
      *door it came in by.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYMENTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPENINV-FS PIC XX.
       01 WS-PAYLOG-FS PIC XX.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
           COPY "ERRLREQ.cpy".

       LINKAGE SECTION.
           COPY "PAYREQ.cpy".

       PROCEDURE DIVISION USING PAY-REQUEST.
           0100-START-HERE.
           SET PAY-NO-INVOICE TO TRUE.
           MOVE ZERO TO PAY-BALANCE.
           MOVE "00" TO PAY-FILE-STATUS.
           IF PAY-POST
               OPEN I-O OPEN-INVOICE-FILE
           ELSE
               OPEN INPUT OPEN-INVOICE-FILE
           END-IF.
           IF WS-OPENINV-FS NOT = "00"
               SET PAY-FILE-ERROR TO TRUE
               MOVE WS-OPENINV-FS TO PAY-FILE-STATUS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0990-LOG-PAYMENT-ERROR
           ELSE
               MOVE PAY-CLIENT-CODE TO INV-CLIENT-CODE
               MOVE PAY-MONTH TO INV-MONTH
               READ OPEN-INVOICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INV-BALANCE TO PAY-BALANCE
                       SET PAY-ACCEPTED TO TRUE
                       IF PAY-POST
                           PERFORM 0200-APPLY-PAYMENT
                       END-IF
               END-READ
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           GOBACK.

           0200-APPLY-PAYMENT.
           ADD PAY-AMOUNT TO INV-PAID.
           COMPUTE INV-BALANCE =
               INV-AMOUNT - INV-PAID - INV-ADJUSTED.
           REWRITE OPEN-INVOICE-RECORD.
           IF WS-OPENINV-FS NOT = "00"
               SET PAY-FILE-ERROR TO TRUE
               MOVE WS-OPENINV-FS TO PAY-FILE-STATUS
               MOVE "0200-APPLY-PAYMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0990-LOG-PAYMENT-ERROR
           ELSE
               MOVE INV-BALANCE TO PAY-BALANCE
               PERFORM 0300-LOG-PAYMENT
           END-IF.

           0300-LOG-PAYMENT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE PAY-AMOUNT TO WS-AMOUNT-DISP.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF WS-PAYLOG-FS = "35"
               OPEN OUTPUT PAYMENT-LOG-FILE
           END-IF.
           IF WS-PAYLOG-FS = "00"
               MOVE SPACES TO PAYMENT-LOG-LINE
               STRING WS-TODAY-DATE
                   " CLIENT " PAY-CLIENT-CODE
                   " MONTH " PAY-MONTH
                   " PAID " WS-AMOUNT-DISP
                   " BY " PAY-OPERATOR-ID
                   DELIMITED BY SIZE INTO PAYMENT-LOG-LINE
               WRITE PAYMENT-LOG-LINE
               IF WS-PAYLOG-FS NOT = "00"
                   MOVE WS-PAYLOG-FS TO PAY-FILE-STATUS
                   MOVE "0300-LOG-PAYMENT" TO ERRL-REQ-PARAGRAPH
                   MOVE "PAYMENTS.LOG" TO ERRL-REQ-FILE-NAME
                   MOVE WS-PAYLOG-FS TO ERRL-REQ-STATUS
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0990-LOG-PAYMENT-ERROR
               END-IF
               CLOSE PAYMENT-LOG-FILE
           ELSE
               MOVE WS-PAYLOG-FS TO PAY-FILE-STATUS
               MOVE "0300-LOG-PAYMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "PAYMENTS.LOG" TO ERRL-REQ-FILE-NAME
               MOVE WS-PAYLOG-FS TO ERRL-REQ-STATUS
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0990-LOG-PAYMENT-ERROR
           END-IF.

      *Every error is keyed by the client and month being paid.
           0990-LOG-PAYMENT-ERROR.
           MOVE SPACES TO ERRL-REQ-KEY-VALUE.
           STRING PAY-CLIENT-CODE " " PAY-MONTH
               DELIMITED BY SIZE INTO ERRL-REQ-KEY-VALUE.
           PERFORM 0999-LOG-FILE-ERROR.

      *Unexpected file statuses go to the central error log so
      *they are still there after the run; the caller shows them
      *on its own screen or report.
           0999-LOG-FILE-ERROR.
           MOVE "PAYAPPLY" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PAYAPPLY".
