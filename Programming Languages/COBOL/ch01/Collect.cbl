       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COLLECT".
       AUTHOR.     ALAN GARCIA.
      *Sponsor collections. Builds the collections worklist from
      *the open invoices by the same age rule as the AR aging,
      *records each contact with a past-due sponsor and any
      *promise-to-pay, and extracts the first, second or final
      *dunning notice each sponsor is due for the mail merge. A
      *promise whose date passes without the promised money
      *arriving puts the sponsor straight back on the worklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT COLLECTION-FILE ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-CLIENT-CODE
               FILE STATUS IS WS-COLL-FS.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.
           SELECT WORKLIST-REPORT-FILE ASSIGN TO "COLLWORK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT CONTACT-LOG-FILE ASSIGN TO "COLLCONT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FS.
           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD COLLECTION-FILE.
           COPY "COLLREC.cpy".

       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       FD WORKLIST-REPORT-FILE.
       01 WORKLIST-REPORT-LINE PIC X(120).

       FD CONTACT-LOG-FILE.
       01 CONTACT-LOG-LINE PIC X(120).

       FD DUNNING-FILE.
      *Fixed mail-merge row: notice level 1 first, 2 second,
      *3 final; the sponsor's billing name and address; and the
      *past-due figures the letter quotes.
       01 DUNNING-RECORD.
           05 DUN-NOTICE-LEVEL PIC 9.
           05 DUN-NOTICE-DATE PIC 9(8).
           05 DUN-CLIENT-CODE PIC X(3).
           05 DUN-LEGAL-NAME PIC X(40).
           05 DUN-CONTACT PIC X(30).
           05 DUN-ADDR1 PIC X(30).
           05 DUN-ADDR2 PIC X(30).
           05 DUN-CITY PIC X(20).
           05 DUN-STATE PIC XX.
           05 DUN-ZIP PIC X(5).
           05 DUN-PAST-DUE PIC -ZZZZZZZ9.99.
           05 DUN-DAYS-PAST-DUE PIC ZZZZ9.
           05 DUN-OLDEST-MONTH PIC 9(6).
           05 DUN-PROMISE-BROKEN PIC X.

       WORKING-STORAGE SECTION.
       01 WS-OPENINV-FS PIC XX.
       01 WS-COLL-FS PIC XX.
       01 WS-CLIENT-FS PIC XX.
       01 WS-CLIENT-OPEN-SW PIC X VALUE "N".
           88 CLIENT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-REPORT-FS PIC XX.
       01 WS-CONTACT-FS PIC XX.
       01 WS-DUNNING-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 BUILD-MODE-CHOSEN VALUE "B" "b".
           88 CONTACT-MODE-CHOSEN VALUE "C" "c".
           88 NOTICE-MODE-CHOSEN VALUE "N" "n".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-NEW-ROW-SW PIC X VALUE "N".
           88 ROW-IS-NEW VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-NOTE-ENTRY PIC X(40).
       01 WS-PROMISE-DATE-ENTRY PIC 9(8).
       01 WS-PROMISE-AMOUNT-ENTRY PIC 9(7)V99.
       01 WS-CURRENT-CLIENT PIC X(3).
       01 WS-CLIENT-NAME PIC X(40).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-INVOICE-INT PIC 9(7).
       01 WS-NOTICE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-OLDEST-AGE PIC S9(5).
       01 WS-OLDEST-MONTH PIC 9(6).
       01 WS-PAST-DUE PIC S9(9)V99.
       01 WS-TOTAL-PAID PIC S9(9)V99.
       01 WS-PAID-SINCE PIC S9(9)V99.
       01 WS-TARGET-LEVEL PIC 9.
       01 WS-WORKLIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROMISED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WORKLIST-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FIRST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SECOND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FINAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-DISP PIC -ZZZZZZZ9.99.
       01 WS-PROMISE-DISP PIC -ZZZZZZZ9.99.
       01 WS-DAYS-DISP PIC ZZZZ9.
       01 WS-BROKEN-TEXT PIC X(16).
      *Invoices fall due this many days after the invoice date -
      *the point where the aging leaves CURRENT.
       01 PAYMENT-TERMS-DAYS PIC 999 VALUE 30.
      *Days past due at which the second and the final notice
      *become due, and the least gap between two notices.
       01 SECOND-NOTICE-DAYS PIC 999 VALUE 30.
       01 FINAL-NOTICE-DAYS PIC 999 VALUE 60.
       01 NOTICE-SPACING-DAYS PIC 999 VALUE 14.
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SPONSOR COLLECTIONS".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           EVALUATE TRUE
               WHEN BUILD-MODE-CHOSEN
                   PERFORM 0200-BUILD-WORKLIST
               WHEN CONTACT-MODE-CHOSEN
                   PERFORM 0400-RECORD-CONTACT
               WHEN OTHER
                   PERFORM 0200-BUILD-WORKLIST
                   PERFORM 0500-EXTRACT-NOTICES
           END-EVALUATE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(B)uild the worklist, record a (C)ontact, "
                   "or extract dunning (N)otices: "
               ACCEPT WS-MODE-CHOICE
               IF BUILD-MODE-CHOSEN OR CONTACT-MODE-CHOSEN
                       OR NOTICE-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter B, C or N."
               END-IF
           END-PERFORM.

      *The open-invoice file is in client-then-month order, so
      *one pass totals each client's past-due balance, its oldest
      *past-due month and everything it has paid, and files the
      *client's collections row at the break.
           0200-BUILD-WORKLIST.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-FS NOT = "00"
               DISPLAY "No open-invoice file, status: ",
                   WS-OPENINV-FS
               MOVE "0200-BUILD-WORKLIST" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0150-OPEN-COLLECTION-IO
               OPEN INPUT CLIENT-FILE
               IF WS-CLIENT-FS = "00"
                   SET CLIENT-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT WORKLIST-REPORT-FILE
               MOVE SPACES TO WORKLIST-REPORT-LINE
               STRING "COLLECTIONS WORKLIST AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
               WRITE WORKLIST-REPORT-LINE
               MOVE SPACES TO WORKLIST-REPORT-LINE
               STRING "CLT NAME                               "
                   "     PAST DUE  DAYS NTC LAST CONTACT"
                   DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
               WRITE WORKLIST-REPORT-LINE
               MOVE SPACES TO WS-CURRENT-CLIENT
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ OPEN-INVOICE-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           PERFORM 0250-TAKE-ONE-INVOICE
                   END-READ
               END-PERFORM
               IF WS-CURRENT-CLIENT NOT = SPACES
                   PERFORM 0300-FILE-CLIENT
               END-IF
               MOVE WS-WORKLIST-TOTAL TO WS-AMOUNT-DISP
               MOVE SPACES TO WORKLIST-REPORT-LINE
               STRING "SPONSORS TO WORK: " WS-WORKLIST-COUNT
                   "   PAST DUE: " WS-AMOUNT-DISP
                   "   WAITING ON A PROMISE: " WS-PROMISED-COUNT
                   DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
               WRITE WORKLIST-REPORT-LINE
               CLOSE OPEN-INVOICE-FILE
               CLOSE COLLECTION-FILE
               CLOSE WORKLIST-REPORT-FILE
               IF CLIENT-FILE-IS-OPEN
                   CLOSE CLIENT-FILE
                   SET CLIENT-FILE-IS-OPEN TO FALSE
               END-IF
               DISPLAY "Worklist written to COLLWORK.RPT - "
                   "sponsors to work: ", WS-WORKLIST-COUNT,
                   "  waiting on a promise: ", WS-PROMISED-COUNT
           END-IF.

           0150-OPEN-COLLECTION-IO.
           OPEN I-O COLLECTION-FILE.
           IF WS-COLL-FS = "35"
               OPEN OUTPUT COLLECTION-FILE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
           END-IF.

      *Past due means aged beyond the payment terms, the same
      *point at which the AR aging leaves CURRENT.
           0250-TAKE-ONE-INVOICE.
           IF INV-CLIENT-CODE NOT = WS-CURRENT-CLIENT
               IF WS-CURRENT-CLIENT NOT = SPACES
                   PERFORM 0300-FILE-CLIENT
               END-IF
               MOVE INV-CLIENT-CODE TO WS-CURRENT-CLIENT
               MOVE ZERO TO WS-PAST-DUE
               MOVE ZERO TO WS-TOTAL-PAID
               MOVE ZERO TO WS-OLDEST-AGE
               MOVE ZERO TO WS-OLDEST-MONTH
           END-IF.
           ADD INV-PAID TO WS-TOTAL-PAID.
           IF INV-BALANCE > ZERO
               COMPUTE WS-INVOICE-INT =
                   FUNCTION INTEGER-OF-DATE(INV-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INVOICE-INT
               IF WS-AGE-DAYS >= PAYMENT-TERMS-DAYS
                   ADD INV-BALANCE TO WS-PAST-DUE
                   IF WS-AGE-DAYS > WS-OLDEST-AGE
                       MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
                       MOVE INV-MONTH TO WS-OLDEST-MONTH
                   END-IF
               END-IF
           END-IF.

           0300-FILE-CLIENT.
           MOVE WS-CURRENT-CLIENT TO COLL-CLIENT-CODE.
           SET ROW-IS-NEW TO FALSE.
           READ COLLECTION-FILE
               INVALID KEY
                   PERFORM 0310-START-NEW-ROW
           END-READ.
           MOVE WS-PAST-DUE TO COLL-PAST-DUE.
           MOVE WS-OLDEST-MONTH TO COLL-OLDEST-MONTH.
           MOVE WS-TOTAL-PAID TO COLL-TOTAL-PAID.
           MOVE WS-TODAY-DATE TO COLL-BUILT-DATE.
           IF WS-PAST-DUE > ZERO
               COMPUTE COLL-DAYS-PAST-DUE =
                   WS-OLDEST-AGE - PAYMENT-TERMS-DAYS
           ELSE
               MOVE ZERO TO COLL-DAYS-PAST-DUE
           END-IF.
           PERFORM 0320-SETTLE-PROMISE.
           IF ROW-IS-NEW
               WRITE COLLECTION-RECORD
           ELSE
               REWRITE COLLECTION-RECORD
           END-IF.
           IF WS-COLL-FS NOT = "00"
               DISPLAY "Could not save collections row for ",
                   WS-CURRENT-CLIENT, ", status: ", WS-COLL-FS
               MOVE "0300-FILE-CLIENT" TO ERRL-REQ-PARAGRAPH
               MOVE "COLLECT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COLL-FS TO ERRL-REQ-STATUS
               MOVE COLL-CLIENT-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN COLL-ON-WORKLIST
                   PERFORM 0350-WRITE-WORKLIST-LINE
               WHEN COLL-PROMISE-PENDING
                   ADD 1 TO WS-PROMISED-COUNT
           END-EVALUATE.

           0310-START-NEW-ROW.
           SET ROW-IS-NEW TO TRUE.
           MOVE SPACES TO COLLECTION-RECORD.
           MOVE WS-CURRENT-CLIENT TO COLL-CLIENT-CODE.
           SET COLL-IS-CLEAR TO TRUE.
           MOVE ZERO TO COLL-LAST-CONTACT-DATE.
           MOVE ZERO TO COLL-PROMISE-DATE.
           MOVE ZERO TO COLL-PROMISE-AMOUNT.
           MOVE ZERO TO COLL-PROMISE-PAID-BASE.
           SET COLL-BROKE-PROMISE TO FALSE.
           MOVE ZERO TO COLL-NOTICE-LEVEL.
           MOVE ZERO TO COLL-NOTICE-DATE.

      *A promise is kept once the client has paid at least the
      *promised amount since it was made, and broken once its
      *date is behind us without that. A pending promise keeps
      *the sponsor off the worklist; a broken one puts it back.
      *A sponsor with nothing past due is clear, and its notice
      *ladder starts again from the first notice next time.
           0320-SETTLE-PROMISE.
           IF WS-PAST-DUE NOT > ZERO
               SET COLL-IS-CLEAR TO TRUE
               MOVE ZERO TO COLL-PROMISE-DATE
               MOVE ZERO TO COLL-PROMISE-AMOUNT
               MOVE ZERO TO COLL-PROMISE-PAID-BASE
               SET COLL-BROKE-PROMISE TO FALSE
               MOVE ZERO TO COLL-NOTICE-LEVEL
               MOVE ZERO TO COLL-NOTICE-DATE
           ELSE
               IF COLL-PROMISE-DATE NOT = ZERO
                   COMPUTE WS-PAID-SINCE =
                       WS-TOTAL-PAID - COLL-PROMISE-PAID-BASE
                   IF WS-PAID-SINCE >= COLL-PROMISE-AMOUNT
                       MOVE ZERO TO COLL-PROMISE-DATE
                       MOVE ZERO TO COLL-PROMISE-AMOUNT
                       MOVE ZERO TO COLL-PROMISE-PAID-BASE
                       SET COLL-BROKE-PROMISE TO FALSE
                   ELSE
                       IF COLL-PROMISE-DATE < WS-TODAY-DATE
                           SET COLL-BROKE-PROMISE TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF COLL-PROMISE-DATE NOT = ZERO
                       AND NOT COLL-BROKE-PROMISE
                   SET COLL-PROMISE-PENDING TO TRUE
               ELSE
                   SET COLL-ON-WORKLIST TO TRUE
               END-IF
           END-IF.

           0350-WRITE-WORKLIST-LINE.
           ADD 1 TO WS-WORKLIST-COUNT.
           ADD COLL-PAST-DUE TO WS-WORKLIST-TOTAL.
           PERFORM 0360-GET-CLIENT-NAME.
           MOVE COLL-PAST-DUE TO WS-AMOUNT-DISP.
           MOVE COLL-DAYS-PAST-DUE TO WS-DAYS-DISP.
           MOVE SPACES TO WS-BROKEN-TEXT.
           IF COLL-BROKE-PROMISE
               MOVE "BROKEN PROMISE" TO WS-BROKEN-TEXT
           END-IF.
           MOVE SPACES TO WORKLIST-REPORT-LINE.
           STRING COLL-CLIENT-CODE " " WS-CLIENT-NAME(1:35)
               " " WS-AMOUNT-DISP " " WS-DAYS-DISP
               "  " COLL-NOTICE-LEVEL "  " COLL-LAST-CONTACT-DATE
               " " COLL-LAST-CONTACT-BY " " WS-BROKEN-TEXT
               DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.
           IF COLL-BROKE-PROMISE
               MOVE COLL-PROMISE-AMOUNT TO WS-PROMISE-DISP
               MOVE SPACES TO WORKLIST-REPORT-LINE
               STRING "    PROMISED " WS-PROMISE-DISP
                   " BY " COLL-PROMISE-DATE
                   DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
               WRITE WORKLIST-REPORT-LINE
           END-IF.

           0360-GET-CLIENT-NAME.
           MOVE COLL-CLIENT-CODE TO WS-CLIENT-NAME.
           MOVE SPACES TO CLIENT-RECORD.
           IF CLIENT-FILE-IS-OPEN
               MOVE COLL-CLIENT-CODE TO CLNT-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENT-RECORD
                   NOT INVALID KEY
                       MOVE CLNT-LEGAL-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

      *Each contact is made by a verified operator, who owns the
      *follow-up; the promise records the client's total paid at
      *that moment so the next build can tell whether the money
      *came in.
           0400-RECORD-CONTACT.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "COLLECT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized."
           ELSE
               PERFORM 0150-OPEN-COLLECTION-IO
               DISPLAY "Client code: "
               ACCEPT WS-CLIENT-ENTRY
               MOVE WS-CLIENT-ENTRY TO COLL-CLIENT-CODE
               READ COLLECTION-FILE
                   INVALID KEY
                       DISPLAY "No collections row for client ",
                           WS-CLIENT-ENTRY,
                           " - build the worklist first."
                   NOT INVALID KEY
                       PERFORM 0420-CAPTURE-CONTACT
               END-READ
               CLOSE COLLECTION-FILE
           END-IF.

           0420-CAPTURE-CONTACT.
           MOVE COLL-PAST-DUE TO WS-AMOUNT-DISP.
           DISPLAY "Past due ", WS-AMOUNT-DISP, "  days ",
               COLL-DAYS-PAST-DUE, "  as of ", COLL-BUILT-DATE,
               "  notices sent ", COLL-NOTICE-LEVEL.
           IF COLL-LAST-CONTACT-DATE NOT = ZERO
               DISPLAY "Last contact ", COLL-LAST-CONTACT-DATE,
                   " by ", COLL-LAST-CONTACT-BY, ": ",
                   COLL-LAST-CONTACT-NOTE
           END-IF.
           IF COLL-PROMISE-DATE NOT = ZERO
               MOVE COLL-PROMISE-AMOUNT TO WS-PROMISE-DISP
               DISPLAY "Promised ", WS-PROMISE-DISP, " by ",
                   COLL-PROMISE-DATE
           END-IF.
           DISPLAY "Contact note: ".
           ACCEPT WS-NOTE-ENTRY.
           DISPLAY "Promise-to-pay date (YYYYMMDD, 0 for none): ".
           ACCEPT WS-PROMISE-DATE-ENTRY.
           MOVE ZERO TO WS-PROMISE-AMOUNT-ENTRY.
           IF WS-PROMISE-DATE-ENTRY NOT = ZERO
               IF WS-PROMISE-DATE-ENTRY < WS-TODAY-DATE
                   DISPLAY "A promise date cannot be in the past. "
                       "Contact recorded without a promise."
                   MOVE ZERO TO WS-PROMISE-DATE-ENTRY
               ELSE
                   DISPLAY "Promised amount: "
                   ACCEPT WS-PROMISE-AMOUNT-ENTRY
                   IF WS-PROMISE-AMOUNT-ENTRY = ZERO
                       DISPLAY "No amount entered. Contact "
                           "recorded without a promise."
                       MOVE ZERO TO WS-PROMISE-DATE-ENTRY
                   END-IF
               END-IF
           END-IF.
           MOVE WS-TODAY-DATE TO COLL-LAST-CONTACT-DATE.
           MOVE WS-OPERATOR-ID TO COLL-LAST-CONTACT-BY.
           MOVE WS-NOTE-ENTRY TO COLL-LAST-CONTACT-NOTE.
           IF WS-PROMISE-DATE-ENTRY NOT = ZERO
               PERFORM 0450-SUM-CLIENT-PAID
               MOVE WS-PROMISE-DATE-ENTRY TO COLL-PROMISE-DATE
               MOVE WS-PROMISE-AMOUNT-ENTRY TO COLL-PROMISE-AMOUNT
               MOVE WS-TOTAL-PAID TO COLL-PROMISE-PAID-BASE
               SET COLL-BROKE-PROMISE TO FALSE
               SET COLL-PROMISE-PENDING TO TRUE
           END-IF.
           REWRITE COLLECTION-RECORD.
           IF WS-COLL-FS NOT = "00"
               DISPLAY "Could not save the contact, status: ",
                   WS-COLL-FS
               MOVE "0420-CAPTURE-CONTACT" TO ERRL-REQ-PARAGRAPH
               MOVE "COLLECT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COLL-FS TO ERRL-REQ-STATUS
               MOVE COLL-CLIENT-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0470-LOG-CONTACT
               DISPLAY "Contact recorded."
           END-IF.

           0450-SUM-CLIENT-PAID.
           MOVE ZERO TO WS-TOTAL-PAID.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-FS = "00"
               MOVE WS-CLIENT-ENTRY TO INV-CLIENT-CODE
               MOVE ZERO TO INV-MONTH
               START OPEN-INVOICE-FILE KEY >= INV-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-FILE-REACHED TO FALSE
               IF WS-OPENINV-FS NOT = "00"
                   SET END-OF-FILE-REACHED TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ OPEN-INVOICE-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF INV-CLIENT-CODE NOT = WS-CLIENT-ENTRY
                               SET END-OF-FILE-REACHED TO TRUE
                           ELSE
                               ADD INV-PAID TO WS-TOTAL-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INVOICE-FILE
           END-IF.

           0470-LOG-CONTACT.
           MOVE WS-PROMISE-AMOUNT-ENTRY TO WS-PROMISE-DISP.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-CONTACT-FS = "35"
               OPEN OUTPUT CONTACT-LOG-FILE
           END-IF.
           IF WS-CONTACT-FS = "00"
               MOVE SPACES TO CONTACT-LOG-LINE
               STRING WS-TODAY-DATE
                   " CLIENT " WS-CLIENT-ENTRY
                   " BY " WS-OPERATOR-ID
                   " PROMISE " WS-PROMISE-DATE-ENTRY
                   " " WS-PROMISE-DISP
                   " " WS-NOTE-ENTRY
                   DELIMITED BY SIZE INTO CONTACT-LOG-LINE
               WRITE CONTACT-LOG-LINE
               CLOSE CONTACT-LOG-FILE
           END-IF.

      *Notices climb one step at a time - first, second, final -
      *as far as the days past due call for, never closer
      *together than the spacing allows, and never while the
      *sponsor is waiting out a promise it has not yet broken.
           0500-EXTRACT-NOTICES.
           OPEN INPUT COLLECTION-FILE.
           IF WS-COLL-FS NOT = "00"
               DISPLAY "No collections file, status: ", WS-COLL-FS
               MOVE "0500-EXTRACT-NOTICES" TO ERRL-REQ-PARAGRAPH
               MOVE "COLLECT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COLL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
               OPEN INPUT CLIENT-FILE
               IF WS-CLIENT-FS = "00"
                   SET CLIENT-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT DUNNING-FILE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ COLLECTION-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF COLL-ON-WORKLIST
                               PERFORM 0550-CHOOSE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-FILE
               CLOSE DUNNING-FILE
               IF CLIENT-FILE-IS-OPEN
                   CLOSE CLIENT-FILE
                   SET CLIENT-FILE-IS-OPEN TO FALSE
               END-IF
               DISPLAY "Notices written to DUNNING.DAT: ",
                   WS-NOTICE-COUNT, "  first: ", WS-FIRST-COUNT,
                   "  second: ", WS-SECOND-COUNT,
                   "  final: ", WS-FINAL-COUNT
           END-IF.

           0550-CHOOSE-NOTICE.
           EVALUATE TRUE
               WHEN COLL-DAYS-PAST-DUE >= FINAL-NOTICE-DAYS
                   MOVE 3 TO WS-TARGET-LEVEL
               WHEN COLL-DAYS-PAST-DUE >= SECOND-NOTICE-DAYS
                   MOVE 2 TO WS-TARGET-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-TARGET-LEVEL
           END-EVALUATE.
           IF COLL-NOTICE-LEVEL < WS-TARGET-LEVEL
               IF COLL-NO-NOTICE-SENT
                   PERFORM 0600-WRITE-NOTICE
               ELSE
                   COMPUTE WS-NOTICE-INT =
                       FUNCTION INTEGER-OF-DATE(COLL-NOTICE-DATE)
                   IF WS-TODAY-INT - WS-NOTICE-INT
                           >= NOTICE-SPACING-DAYS
                       PERFORM 0600-WRITE-NOTICE
                   END-IF
               END-IF
           END-IF.

           0600-WRITE-NOTICE.
           ADD 1 TO COLL-NOTICE-LEVEL.
           MOVE WS-TODAY-DATE TO COLL-NOTICE-DATE.
           PERFORM 0360-GET-CLIENT-NAME.
           MOVE SPACES TO DUNNING-RECORD.
           MOVE COLL-NOTICE-LEVEL TO DUN-NOTICE-LEVEL.
           MOVE WS-TODAY-DATE TO DUN-NOTICE-DATE.
           MOVE COLL-CLIENT-CODE TO DUN-CLIENT-CODE.
           MOVE WS-CLIENT-NAME TO DUN-LEGAL-NAME.
           MOVE CLNT-BILL-CONTACT TO DUN-CONTACT.
           MOVE CLNT-BILL-ADDR1 TO DUN-ADDR1.
           MOVE CLNT-BILL-ADDR2 TO DUN-ADDR2.
           MOVE CLNT-BILL-CITY TO DUN-CITY.
           MOVE CLNT-BILL-STATE TO DUN-STATE.
           MOVE CLNT-BILL-ZIP TO DUN-ZIP.
           MOVE COLL-PAST-DUE TO DUN-PAST-DUE.
           MOVE COLL-DAYS-PAST-DUE TO DUN-DAYS-PAST-DUE.
           MOVE COLL-OLDEST-MONTH TO DUN-OLDEST-MONTH.
           MOVE COLL-PROMISE-BROKEN TO DUN-PROMISE-BROKEN.
           WRITE DUNNING-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           EVALUATE COLL-NOTICE-LEVEL
               WHEN 1
                   ADD 1 TO WS-FIRST-COUNT
               WHEN 2
                   ADD 1 TO WS-SECOND-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FINAL-COUNT
           END-EVALUATE.
           REWRITE COLLECTION-RECORD.
           IF WS-COLL-FS NOT = "00"
               DISPLAY "Could not stamp the notice for ",
                   COLL-CLIENT-CODE, ", status: ", WS-COLL-FS
               MOVE "0600-WRITE-NOTICE" TO ERRL-REQ-PARAGRAPH
               MOVE "COLLECT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COLL-FS TO ERRL-REQ-STATUS
               MOVE COLL-CLIENT-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COLLECT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COLLECT".
