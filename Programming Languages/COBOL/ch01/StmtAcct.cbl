       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STMTACCT".
       AUTHOR.     ALAN GARCIA.
      *Monthly sponsor statement of account. For one client, or
      *every client, lists each open invoiced month from the
      *open-invoice file with the payments applied to it from the
      *payment log and any credit memos or write-offs from the
      *adjustment log, carries a running balance down the page, and
      *totals what is owed by aging bucket - the one document that
      *answers "what do we owe you".
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
           SELECT ADJUST-LOG-FILE ASSIGN TO "ARADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.
           SELECT STATEMENT-FILE ASSIGN TO "STATEMNT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-LINE PIC X(100).

       FD ADJUST-LOG-FILE.
           COPY "ADJREC.cpy".

       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPENINV-FS PIC XX.
       01 WS-PAYLOG-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-CLIENT-FS PIC XX.
       01 WS-CLIENT-OPEN-SW PIC X VALUE "N".
           88 CLIENT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-STMT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-INVOICES VALUE "Y" FALSE "N".
       01 WS-LOG-EOF-SW PIC X VALUE "N".
           88 END-OF-PAYMENT-LOG VALUE "Y" FALSE "N".
       01 WS-ADJ-EOF-SW PIC X VALUE "N".
           88 END-OF-ADJUST-LOG VALUE "Y" FALSE "N".
       01 WS-ADJUST-TEXT PIC X(16).
       01 WS-CLIENT-FOUND-SW PIC X.
           88 CLIENT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-CURRENT-CLIENT PIC X(3).
       01 WS-CLIENT-NAME PIC X(40).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-INVOICE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-BUCKET-TEXT PIC X(8).
       01 WS-RUNNING-BALANCE PIC S9(9)V99.
       01 WS-BUCKET-CURRENT PIC S9(9)V99.
       01 WS-BUCKET-30 PIC S9(9)V99.
       01 WS-BUCKET-60 PIC S9(9)V99.
       01 WS-BUCKET-90 PIC S9(9)V99.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
       01 WS-PAID-DISP PIC -ZZZZZZZ9.99.
       01 WS-BALANCE-DISP PIC -ZZZZZZZ9.99.
       01 WS-RUNNING-DISP PIC -ZZZZZZZ9.99.
       01 WS-MONTH-COUNT PIC 9(4).
       01 WS-STATEMENT-COUNT PIC 9(4) VALUE ZERO.
      *The payment log line as PAYPOST writes it: date, client,
      *invoiced month, amount paid and the operator who keyed it.
       01 WS-PAYLOG-VIEW.
           05 WS-PL-DATE PIC X(8).
           05 FILLER PIC X(8).
           05 WS-PL-CLIENT PIC X(3).
           05 FILLER PIC X(7).
           05 WS-PL-MONTH PIC X(6).
           05 WS-PL-TAG PIC X(6).
           05 WS-PL-AMOUNT PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(4).
           05 WS-PL-OPERATOR PIC X(8).
           05 FILLER PIC X(38).
       01 WS-PAYMENT-AMOUNT PIC S9(9)V99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SPONSOR STATEMENT OF ACCOUNT".
           DISPLAY "Client code (blank for every client): ".
           MOVE SPACES TO WS-CLIENT-ENTRY.
           ACCEPT WS-CLIENT-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-FS NOT = "00"
               DISPLAY "No open-invoice file, status: ",
                   WS-OPENINV-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT CLIENT-FILE
               IF WS-CLIENT-FS = "00"
                   SET CLIENT-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT STATEMENT-FILE
               MOVE SPACES TO WS-CURRENT-CLIENT
               MOVE WS-CLIENT-ENTRY TO INV-CLIENT-CODE
               MOVE ZERO TO INV-MONTH
               START OPEN-INVOICE-FILE KEY >= INV-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-INVOICES TO FALSE
               IF WS-OPENINV-FS NOT = "00"
                   SET END-OF-INVOICES TO TRUE
               END-IF
               PERFORM UNTIL END-OF-INVOICES
                   READ OPEN-INVOICE-FILE NEXT RECORD
                       AT END
                           SET END-OF-INVOICES TO TRUE
                       NOT AT END
                           PERFORM 0200-TAKE-ONE-INVOICE
                   END-READ
               END-PERFORM
               PERFORM 0400-CLOSE-STATEMENT
               CLOSE OPEN-INVOICE-FILE
               CLOSE STATEMENT-FILE
               IF CLIENT-FILE-IS-OPEN
                   CLOSE CLIENT-FILE
                   SET CLIENT-FILE-IS-OPEN TO FALSE
               END-IF
               DISPLAY "Statements written to STATEMNT.PRT: ",
                   WS-STATEMENT-COUNT
           END-IF.
       GOBACK.

      *The file is in client-then-month order, so a client's open
      *months arrive together and oldest first. A single-client
      *run stops at the first row past that client.
           0200-TAKE-ONE-INVOICE.
           IF WS-CLIENT-ENTRY NOT = SPACES
                   AND INV-CLIENT-CODE NOT = WS-CLIENT-ENTRY
               SET END-OF-INVOICES TO TRUE
           ELSE
               IF INV-BALANCE NOT = ZERO
                   IF INV-CLIENT-CODE NOT = WS-CURRENT-CLIENT
                       PERFORM 0400-CLOSE-STATEMENT
                       MOVE INV-CLIENT-CODE TO WS-CURRENT-CLIENT
                       PERFORM 0300-OPEN-STATEMENT
                   END-IF
                   PERFORM 0500-LIST-ONE-MONTH
               END-IF
           END-IF.

           0300-OPEN-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE ZERO TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-BUCKET-CURRENT.
           MOVE ZERO TO WS-BUCKET-30.
           MOVE ZERO TO WS-BUCKET-60.
           MOVE ZERO TO WS-BUCKET-90.
           MOVE ZERO TO WS-MONTH-COUNT.
           SET CLIENT-WAS-FOUND TO FALSE.
           MOVE WS-CURRENT-CLIENT TO WS-CLIENT-NAME.
           IF CLIENT-FILE-IS-OPEN
               MOVE WS-CURRENT-CLIENT TO CLNT-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLNT-LEGAL-NAME TO WS-CLIENT-NAME
                       SET CLIENT-WAS-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT OF ACCOUNT AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "CLIENT: " WS-CLIENT-NAME
               " (" WS-CURRENT-CLIENT ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF CLIENT-WAS-FOUND
               MOVE SPACES TO STATEMENT-LINE
               STRING "        ATTN: " CLNT-BILL-CONTACT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "        " CLNT-BILL-ADDR1
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "        " FUNCTION TRIM(CLNT-BILL-CITY)
                   ", " CLNT-BILL-STATE "  " CLNT-BILL-ZIP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MONTH   INVOICED       INVOICED          PAID"
               "       BALANCE  AGE       RUNNING BAL"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *Bucket and running balance use the same age rule as the AR
      *aging report, so the statement and the aging always agree.
           0500-LIST-ONE-MONTH.
           ADD 1 TO WS-MONTH-COUNT.
           COMPUTE WS-INVOICE-INT =
               FUNCTION INTEGER-OF-DATE(INV-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INVOICE-INT.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE "CURRENT" TO WS-BUCKET-TEXT
                   ADD INV-BALANCE TO WS-BUCKET-CURRENT
               WHEN WS-AGE-DAYS < 60
                   MOVE "30 DAYS" TO WS-BUCKET-TEXT
                   ADD INV-BALANCE TO WS-BUCKET-30
               WHEN WS-AGE-DAYS < 90
                   MOVE "60 DAYS" TO WS-BUCKET-TEXT
                   ADD INV-BALANCE TO WS-BUCKET-60
               WHEN OTHER
                   MOVE "90 PLUS" TO WS-BUCKET-TEXT
                   ADD INV-BALANCE TO WS-BUCKET-90
           END-EVALUATE.
           ADD INV-BALANCE TO WS-RUNNING-BALANCE.
           MOVE INV-AMOUNT TO WS-AMOUNT-DISP.
           MOVE INV-PAID TO WS-PAID-DISP.
           MOVE INV-BALANCE TO WS-BALANCE-DISP.
           MOVE WS-RUNNING-BALANCE TO WS-RUNNING-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING INV-MONTH "  " INV-DATE " " WS-AMOUNT-DISP
               "  " WS-PAID-DISP "  " WS-BALANCE-DISP
               "  " WS-BUCKET-TEXT "  " WS-RUNNING-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM 0550-LIST-PAYMENTS-APPLIED.
           PERFORM 0570-LIST-ADJUSTMENTS.

      *Every payment keyed against this client and month, from
      *the payment log, printed under the month it was applied to.
           0550-LIST-PAYMENTS-APPLIED.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF WS-PAYLOG-FS = "00"
               SET END-OF-PAYMENT-LOG TO FALSE
               PERFORM UNTIL END-OF-PAYMENT-LOG
                   READ PAYMENT-LOG-FILE
                       AT END
                           SET END-OF-PAYMENT-LOG TO TRUE
                       NOT AT END
                           MOVE PAYMENT-LOG-LINE TO WS-PAYLOG-VIEW
                           IF WS-PL-CLIENT = INV-CLIENT-CODE
                                   AND WS-PL-MONTH = INV-MONTH
                                   AND WS-PL-TAG = " PAID "
                               PERFORM 0560-PRINT-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-LOG-FILE
           END-IF.

           0560-PRINT-ONE-PAYMENT.
           MOVE WS-PL-AMOUNT TO WS-PAYMENT-AMOUNT.
           MOVE WS-PAYMENT-AMOUNT TO WS-PAID-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "          PAYMENT RECEIVED " WS-PL-DATE
               "           " WS-PAID-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *Credit memos and write-offs show apart from payments, by
      *kind and reason, so the sponsor sees why the balance fell.
           0570-LIST-ADJUSTMENTS.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJLOG-FS = "00"
               SET END-OF-ADJUST-LOG TO FALSE
               PERFORM UNTIL END-OF-ADJUST-LOG
                   READ ADJUST-LOG-FILE
                       AT END
                           SET END-OF-ADJUST-LOG TO TRUE
                       NOT AT END
                           IF ADJ-CLIENT-CODE = INV-CLIENT-CODE
                                   AND ADJ-INV-MONTH = INV-MONTH
                               PERFORM 0580-PRINT-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
           END-IF.

           0580-PRINT-ONE-ADJUSTMENT.
           IF ADJ-IS-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO WS-ADJUST-TEXT
           ELSE
               MOVE "WRITE-OFF" TO WS-ADJUST-TEXT
           END-IF.
           MOVE ADJ-AMOUNT TO WS-PAID-DISP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "          " WS-ADJUST-TEXT " " ADJ-POSTED-DATE
               "  " ADJ-REASON-CODE "     " WS-PAID-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           0400-CLOSE-STATEMENT.
           IF WS-CURRENT-CLIENT NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-BUCKET-CURRENT TO WS-AMOUNT-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "CURRENT:       " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-BUCKET-30 TO WS-AMOUNT-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "30 DAYS:       " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-BUCKET-60 TO WS-AMOUNT-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "60 DAYS:       " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-BUCKET-90 TO WS-AMOUNT-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "90 PLUS:       " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "TOTAL NOW DUE: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "STMTACCT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "STMTACCT".
