      *(reversals from voided readings already net inside the
      *pricing), the open invoices become receivable debits, and
      *posted payments become cash debits against the receivable.
      *Credit memos and write-offs against the month's invoices
      *come off ARADJUST.LOG as their own entry type, A, debiting
      *sales allowances or bad-debt expense against the
      *receivable, so they never read as cash.
      *The fixed-layout file ends with a control-total trailer
      *whose debit and credit totals must agree before the
      *accounting system loads it.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ARADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT GL-EXPORT-FILE ASSIGN TO "GLEXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FS.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD ADJUST-LOG-FILE.
           COPY "ADJREC.cpy".

       FD GL-EXPORT-FILE.
      *Fixed journal-entry row: record type J (or A for an AR
      *adjustment, which carries its reason code in the service
      *field), account, client, service, debit/credit flag and
      *zoned amount; the trailer row type T carries row count and
      *the two control totals.
       01 GL-EXPORT-RECORD.
           05 GL-RECORD-TYPE PIC X.
           05 GL-ACCOUNT PIC X(8).
       01 WS-BILL-FS PIC XX.
       01 WS-RATE-FS PIC XX.
       01 WS-OPENINV-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-EXPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-DEBIT-TOTAL PIC S9(10)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(10)V99 VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZZ9.99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN OUTPUT GL-EXPORT-FILE.
           PERFORM 0400-WRITE-REVENUE-ROWS.
           PERFORM 0500-WRITE-AR-AND-CASH.
           PERFORM 0570-WRITE-ADJUSTMENTS.
           PERFORM 0600-WRITE-TRAILER.
           CLOSE GL-EXPORT-FILE.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISP.
           IF WS-BILL-FS NOT = "00"
               DISPLAY "Cannot open BILLEVT.DAT, status: ",
                   WS-BILL-FS
               MOVE "0300-TALLY-REVENUE" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
               ADD INV-PAID TO WS-CREDIT-TOTAL
           END-IF.

      *A credit memo debits sales allowances, a write-off debits
      *bad-debt expense; both relieve the receivable.
           0570-WRITE-ADJUSTMENTS.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJLOG-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ ADJUST-LOG-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF ADJ-INV-MONTH = WS-MONTH-ENTRY
                               PERFORM 0580-WRITE-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
           END-IF.

           0580-WRITE-ONE-ADJUSTMENT.
           MOVE "A" TO GL-RECORD-TYPE.
           IF ADJ-IS-CREDIT-MEMO
               MOVE "4100-ALW" TO GL-ACCOUNT
           ELSE
               MOVE "6900-BDX" TO GL-ACCOUNT
           END-IF.
           MOVE ADJ-CLIENT-CODE TO GL-CLIENT.
           MOVE ADJ-REASON-CODE TO GL-SERVICE.
           MOVE "D" TO GL-DRCR.
           MOVE ADJ-AMOUNT TO GL-AMOUNT.
           WRITE GL-EXPORT-RECORD.
           ADD 1 TO WS-ROW-COUNT.
           ADD ADJ-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE "A" TO GL-RECORD-TYPE.
           MOVE "1200-AR" TO GL-ACCOUNT.
           MOVE ADJ-CLIENT-CODE TO GL-CLIENT.
           MOVE ADJ-REASON-CODE TO GL-SERVICE.
           MOVE "C" TO GL-DRCR.
           MOVE ADJ-AMOUNT TO GL-AMOUNT.
           WRITE GL-EXPORT-RECORD.
           ADD 1 TO WS-ROW-COUNT.
           ADD ADJ-AMOUNT TO WS-CREDIT-TOTAL.

           0600-WRITE-TRAILER.
           MOVE SPACES TO GL-EXPORT-RECORD.
           MOVE "T" TO GL-TRAILER-TYPE.
           MOVE WS-DEBIT-TOTAL TO GL-TRAILER-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GL-TRAILER-CREDITS.
           WRITE GL-EXPORT-RECORD.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "GLEXPORT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "GLEXPORT".
