       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LBOXIMP".
       AUTHOR.     ALAN GARCIA.
      *Daily bank lockbox import. Each remittance names the payer,
      *check number, amount and the invoice number the sponsor
      *wrote on the stub (month plus client, as printed on the
      *invoice). A remittance that matches one open invoice month
      *for that client posts through the same PAYAPPLY service the
      *payment screen uses; anything that does not match cleanly
      *goes to the unapplied-cash file for the AR clerk to work.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FS.
           SELECT LOCKBOX-DONE-FILE ASSIGN TO "LBOXDONE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBXD-KEY
               FILE STATUS IS WS-DONE-FS.
           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNAP-KEY
               FILE STATUS IS WS-UNAP-FS.
           SELECT LOCKBOX-REPORT-FILE ASSIGN TO "LBOXRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
       01 LOCKBOX-LINE PIC X(100).

       FD LOCKBOX-DONE-FILE.
           COPY "LBOXDREC.cpy".

       FD UNAPPLIED-FILE.
           COPY "UNAPREC.cpy".

       FD LOCKBOX-REPORT-FILE.
       01 LOCKBOX-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-FS PIC XX.
       01 WS-DONE-FS PIC XX.
       01 WS-UNAP-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-LOCKBOX VALUE "Y" FALSE "N".
       01 WS-DONE-SW PIC X VALUE "N".
           88 ITEM-ALREADY-DONE VALUE "Y" FALSE "N".
       01 WS-WORK-FILES-SW PIC X VALUE "N".
           88 WORK-FILES-ARE-OPEN VALUE "Y" FALSE "N".
      *The bank sends comma-delimited rows: deposit date, payer
      *client code, payer name, check number, amount in cents
      *(nine digits, zero-filled) and the remittance reference.
       01 WS-FEED-DATE PIC X(8).
       01 WS-FEED-DATE-N REDEFINES WS-FEED-DATE PIC 9(8).
       01 WS-FEED-PAYER PIC X(3).
       01 WS-FEED-NAME PIC X(30).
       01 WS-FEED-CHECK PIC X(10).
       01 WS-FEED-AMOUNT PIC X(9).
       01 WS-FEED-AMOUNT-N REDEFINES WS-FEED-AMOUNT PIC 9(7)V99.
       01 WS-FEED-REF PIC X(15).
       01 WS-REF-VIEW.
           05 WS-REF-MONTH PIC X(6).
           05 WS-REF-MONTH-N REDEFINES WS-REF-MONTH PIC 9(6).
           05 WS-REF-CLIENT PIC X(3).
           05 FILLER PIC X(6).
       01 WS-REASON-TEXT PIC X(24).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNAPPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-UNAPPLIED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
       01 WS-BALANCE-DISP PIC -ZZZZZZZ9.99.
       01 LOCKBOX-OPERATOR PIC X(8) VALUE "LOCKBOX".
           COPY "PAYREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "BANK LOCKBOX IMPORT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-FS NOT = "00"
               DISPLAY "Cannot open LOCKBOX.DAT, status: ",
                   WS-LOCKBOX-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "LOCKBOX.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LOCKBOX-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0150-OPEN-WORK-FILES
               IF WORK-FILES-ARE-OPEN
                   SET END-OF-LOCKBOX TO FALSE
                   PERFORM UNTIL END-OF-LOCKBOX
                       READ LOCKBOX-FILE
                           AT END
                               SET END-OF-LOCKBOX TO TRUE
                           NOT AT END
                               PERFORM 0200-IMPORT-ONE-ITEM
                       END-READ
                   END-PERFORM
                   PERFORM 0500-WRITE-TOTALS
                   CLOSE LOCKBOX-FILE
                   CLOSE LOCKBOX-DONE-FILE
                   CLOSE UNAPPLIED-FILE
                   CLOSE LOCKBOX-REPORT-FILE
                   DISPLAY "Remittances posted:    ", WS-POSTED-COUNT
                   DISPLAY "Sent to unapplied:     ", WS-UNAPPLIED-COUNT
                   DISPLAY "Rejected unreadable:   ", WS-REJECTED-COUNT
                   DISPLAY "Already imported:      ", WS-SKIPPED-COUNT
               ELSE
                   CLOSE LOCKBOX-FILE
                   DISPLAY "Import stopped - nothing posted."
               END-IF
           END-IF.
       GOBACK.

      *Without the done file nothing stops a second run posting
      *the same checks again, and without the unapplied file an
      *unmatched check has nowhere to be held, so the import does
      *not start unless both are open.
           0150-OPEN-WORK-FILES.
           SET WORK-FILES-ARE-OPEN TO FALSE.
           OPEN I-O LOCKBOX-DONE-FILE.
           IF WS-DONE-FS = "35"
               OPEN OUTPUT LOCKBOX-DONE-FILE
               CLOSE LOCKBOX-DONE-FILE
               OPEN I-O LOCKBOX-DONE-FILE
           END-IF.
           IF WS-DONE-FS NOT = "00"
               DISPLAY "Cannot open LBOXDONE.DAT, status: ",
                   WS-DONE-FS
               MOVE "0150-OPEN-WORK-FILES" TO ERRL-REQ-PARAGRAPH
               MOVE "LBOXDONE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DONE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0160-OPEN-UNAPPLIED
           END-IF.
           IF WORK-FILES-ARE-OPEN
               OPEN OUTPUT LOCKBOX-REPORT-FILE
               MOVE SPACES TO LOCKBOX-REPORT-LINE
               STRING "LOCKBOX IMPORT " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
               WRITE LOCKBOX-REPORT-LINE
           END-IF.

           0160-OPEN-UNAPPLIED.
           OPEN I-O UNAPPLIED-FILE.
           IF WS-UNAP-FS = "35"
               OPEN OUTPUT UNAPPLIED-FILE
               CLOSE UNAPPLIED-FILE
               OPEN I-O UNAPPLIED-FILE
           END-IF.
           IF WS-UNAP-FS NOT = "00"
               DISPLAY "Cannot open UNAPPLD.DAT, status: ",
                   WS-UNAP-FS
               MOVE "0160-OPEN-UNAPPLIED" TO ERRL-REQ-PARAGRAPH
               MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               CLOSE LOCKBOX-DONE-FILE
           ELSE
               SET WORK-FILES-ARE-OPEN TO TRUE
           END-IF.

           0200-IMPORT-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-FEED-DATE WS-FEED-PAYER WS-FEED-NAME
               WS-FEED-CHECK WS-FEED-AMOUNT WS-FEED-REF.
           UNSTRING LOCKBOX-LINE DELIMITED BY ","
               INTO WS-FEED-DATE WS-FEED-PAYER WS-FEED-NAME
                   WS-FEED-CHECK WS-FEED-AMOUNT WS-FEED-REF.
           IF WS-FEED-DATE IS NOT NUMERIC
                   OR WS-FEED-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO LOCKBOX-REPORT-LINE
               STRING "REJECTED  " FUNCTION TRIM(LOCKBOX-LINE)
                   "  <-- DATE OR AMOUNT NOT NUMERIC"
                   DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
               WRITE LOCKBOX-REPORT-LINE
           ELSE
               PERFORM 0250-CHECK-ALREADY-DONE
               IF ITEM-ALREADY-DONE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO LOCKBOX-REPORT-LINE
                   STRING "SKIPPED   " WS-FEED-DATE " "
                       WS-FEED-PAYER " CHECK " WS-FEED-CHECK
                       "  <-- ALREADY IMPORTED"
                       DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
                   WRITE LOCKBOX-REPORT-LINE
               ELSE
                   PERFORM 0300-MATCH-THE-ITEM
                   IF WS-REASON-TEXT = SPACES
                       PERFORM 0350-POST-THE-ITEM
                   END-IF
      *A check that neither posted nor reached the unapplied file
      *is left off the done file so the next run picks it up.
                   IF WS-REASON-TEXT NOT = SPACES
                       PERFORM 0400-WRITE-UNAPPLIED
                   END-IF
                   IF WS-REASON-TEXT = SPACES OR WS-UNAP-FS = "00"
                       PERFORM 0450-MARK-ITEM-DONE
                   END-IF
               END-IF
           END-IF.

           0250-CHECK-ALREADY-DONE.
           SET ITEM-ALREADY-DONE TO FALSE.
           MOVE WS-FEED-DATE-N TO LBXD-DEPOSIT-DATE.
           MOVE WS-FEED-PAYER TO LBXD-PAYER-CODE.
           MOVE WS-FEED-CHECK TO LBXD-CHECK-NO.
           READ LOCKBOX-DONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-ALREADY-DONE TO TRUE
           END-READ.

      *A clean match: the reference reads as month plus client,
      *the payer (when the bank names one) is that client, the
      *month is on file with a balance still open, and the check
      *does not pay more than that balance. A short payment is a
      *clean match - it posts and the month stays open.
           0300-MATCH-THE-ITEM.
           MOVE SPACES TO WS-REASON-TEXT.
           MOVE WS-FEED-REF TO WS-REF-VIEW.
           EVALUATE TRUE
               WHEN WS-REF-MONTH IS NOT NUMERIC
                       OR WS-REF-CLIENT = SPACES
                   MOVE "NO USABLE REMIT REF" TO WS-REASON-TEXT
               WHEN WS-FEED-PAYER NOT = SPACES
                       AND WS-FEED-PAYER NOT = WS-REF-CLIENT
                   MOVE "PAYER NOT REF CLIENT" TO WS-REASON-TEXT
               WHEN OTHER
                   SET PAY-CHECK-ONLY TO TRUE
                   MOVE WS-REF-CLIENT TO PAY-CLIENT-CODE
                   MOVE WS-REF-MONTH-N TO PAY-MONTH
                   MOVE WS-FEED-AMOUNT-N TO PAY-AMOUNT
                   MOVE LOCKBOX-OPERATOR TO PAY-OPERATOR-ID
                   CALL "PAYAPPLY" USING PAY-REQUEST
                   EVALUATE TRUE
                       WHEN PAY-FILE-ERROR
                           MOVE SPACES TO WS-REASON-TEXT
                           STRING "OPENINV STATUS " PAY-FILE-STATUS
                               DELIMITED BY SIZE INTO WS-REASON-TEXT
                       WHEN PAY-NO-INVOICE
                           MOVE "NO INVOICE FOR REF"
                               TO WS-REASON-TEXT
                       WHEN PAY-BALANCE NOT > ZERO
                           MOVE "INVOICE ALREADY PAID"
                               TO WS-REASON-TEXT
                       WHEN WS-FEED-AMOUNT-N > PAY-BALANCE
                           MOVE "EXCEEDS OPEN BALANCE"
                               TO WS-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

           0350-POST-THE-ITEM.
           SET PAY-POST TO TRUE.
           CALL "PAYAPPLY" USING PAY-REQUEST.
           IF PAY-ACCEPTED
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-FEED-AMOUNT-N TO WS-POSTED-TOTAL
               MOVE WS-FEED-AMOUNT-N TO WS-AMOUNT-DISP
               MOVE PAY-BALANCE TO WS-BALANCE-DISP
               MOVE SPACES TO LOCKBOX-REPORT-LINE
               STRING "POSTED    " WS-FEED-DATE " "
                   WS-FEED-PAYER " CHECK " WS-FEED-CHECK
                   " " WS-AMOUNT-DISP
                   " TO " PAY-CLIENT-CODE " " PAY-MONTH
                   " NEW BALANCE " WS-BALANCE-DISP
                   DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
               WRITE LOCKBOX-REPORT-LINE
               IF PAY-FILE-STATUS NOT = "00"
                   MOVE SPACES TO LOCKBOX-REPORT-LINE
                   STRING "          NOT ON PAYMENTS.LOG - STATUS "
                       PAY-FILE-STATUS
                       DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
                   WRITE LOCKBOX-REPORT-LINE
               END-IF
           ELSE
               MOVE "POSTING FAILED" TO WS-REASON-TEXT
           END-IF.

           0400-WRITE-UNAPPLIED.
           MOVE WS-FEED-DATE-N TO UNAP-DEPOSIT-DATE.
           MOVE 1 TO UNAP-SEQ.
           MOVE WS-FEED-PAYER TO UNAP-PAYER-CODE.
           MOVE WS-FEED-NAME TO UNAP-PAYER-NAME.
           MOVE WS-FEED-CHECK TO UNAP-CHECK-NO.
           MOVE WS-FEED-AMOUNT-N TO UNAP-AMOUNT.
           MOVE WS-FEED-REF TO UNAP-REMIT-REF.
           MOVE WS-REASON-TEXT TO UNAP-REASON.
           SET UNAP-IS-OPEN TO TRUE.
           MOVE SPACES TO UNAP-APPLIED-CLIENT.
           MOVE ZERO TO UNAP-APPLIED-MONTH.
           MOVE ZERO TO UNAP-WORKED-DATE.
           MOVE SPACES TO UNAP-WORKED-BY.
           WRITE UNAPPLIED-RECORD.
           PERFORM UNTIL WS-UNAP-FS NOT = "22"
               ADD 1 TO UNAP-SEQ
               WRITE UNAPPLIED-RECORD
           END-PERFORM.
           MOVE WS-FEED-AMOUNT-N TO WS-AMOUNT-DISP.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           IF WS-UNAP-FS = "00"
               ADD 1 TO WS-UNAPPLIED-COUNT
               ADD WS-FEED-AMOUNT-N TO WS-UNAPPLIED-TOTAL
               STRING "UNAPPLIED " WS-FEED-DATE " "
                   WS-FEED-PAYER " CHECK " WS-FEED-CHECK
                   " " WS-AMOUNT-DISP
                   " REF " WS-FEED-REF
                   " <-- " WS-REASON-TEXT
                   DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           ELSE
               STRING "NOT SAVED " WS-FEED-DATE " "
                   WS-FEED-PAYER " CHECK " WS-FEED-CHECK
                   " " WS-AMOUNT-DISP
                   " UNAPPLIED FILE STATUS " WS-UNAP-FS
                   DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
               DISPLAY "Cannot hold check ", WS-FEED-CHECK,
                   " on UNAPPLD.DAT, status: ", WS-UNAP-FS
               MOVE "0400-WRITE-UNAPPLIED" TO ERRL-REQ-PARAGRAPH
               MOVE "UNAPPLD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-UNAP-FS TO ERRL-REQ-STATUS
               MOVE WS-FEED-CHECK TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           WRITE LOCKBOX-REPORT-LINE.

           0450-MARK-ITEM-DONE.
           MOVE WS-FEED-DATE-N TO LBXD-DEPOSIT-DATE.
           MOVE WS-FEED-PAYER TO LBXD-PAYER-CODE.
           MOVE WS-FEED-CHECK TO LBXD-CHECK-NO.
           MOVE WS-FEED-AMOUNT-N TO LBXD-AMOUNT.
           IF WS-REASON-TEXT = SPACES
               SET LBXD-WAS-POSTED TO TRUE
           ELSE
               SET LBXD-WAS-UNAPPLIED TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE TO LBXD-IMPORT-DATE.
           WRITE LOCKBOX-DONE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *Control totals: what came in equals what posted plus what
      *went to unapplied cash, for the deposit ticket tie-out.
           0500-WRITE-TOTALS.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "ITEMS READ " WS-READ-COUNT
               "  POSTED " WS-POSTED-COUNT
               "  UNAPPLIED " WS-UNAPPLIED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               "  SKIPPED " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE WS-POSTED-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "AMOUNT POSTED:    " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE WS-UNAPPLIED-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "AMOUNT UNAPPLIED: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE.
           WRITE LOCKBOX-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "LBOXIMP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "LBOXIMP".
