      *events from the per-client rate table and produces the
      *invoice register plus per-client invoice detail finance can
      *tie to the control-total reports. Reversals from voided
      *readings net against the charges automatically. The same
      *run prints the sponsor-facing invoices, one formatted
      *invoice per client for the month, ready to mail. Health
      *coaching calls bill through the same run, but only for the
      *clients whose contract names coaching as a covered service.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-CLIENT-CODE
               FILE STATUS IS WS-CONTRACT-FS.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "INVOICE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           COPY "CONTREC.cpy".

       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       FD INVOICE-PRINT-FILE.
       01 INVOICE-PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILL-FS PIC XX.
       01 WS-RATE-FS PIC XX.
       01 WS-CLIENT-TOTAL PIC S9(9)V99.
       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CURRENT-CLIENT PIC X(3).
       01 WS-CLIENT-NAME PIC X(40).
       01 WS-CLIENT-FS PIC XX.
       01 WS-CLIENT-OPEN-SW PIC X VALUE "N".
           88 CLIENT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-CONTRACT-OPEN-SW PIC X VALUE "N".
           88 CONTRACT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-PRINT-FS PIC XX.
       01 WS-CLIENT-FOUND-SW PIC X.
           88 CLIENT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CLIENT-COVERED PIC S9(6).
       01 WS-CLIENT-UNCOVERED PIC 9(6).
       01 WS-AMOUNT-DUE PIC S9(9)V99.
       01 WS-UNIT-PRICE PIC 9(5)V99.
       01 WS-UNIT-DISP PIC ZZZZ9.99.
       01 WS-UNCOVERED-DISP PIC ZZZZZ9.
       01 WS-INVOICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-TALLY.
           05 WS-HOLD-CLIENT PIC X(3).
           05 WS-HOLD-SERVICE PIC X(4).
       01 WS-CONTRACT-FS PIC XX.
       01 WS-CONTRACT-TEXT PIC X(20).
       01 WS-CX PIC 9.
       01 SERVICE-TYPE-COACHING PIC X(4) VALUE "COCH".
       01 WS-SERVICE-OK-SW PIC X.
           88 SERVICE-IS-COVERED VALUE "Y" FALSE "N".
       01 WS-OVER-CAP PIC S9(6).
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REOPENED-COUNT PIC 9(6) VALUE ZERO.
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FS NOT = "00"
               DISPLAY "Cannot open RATES.DAT, status: ", WS-RATE-FS
               MOVE "0200-LOAD-RATES" TO ERRL-REQ-PARAGRAPH
               MOVE "RATES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RATE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
           IF WS-COVSPAN-FS = "00"
               SET SPANS-ARE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-FS = "00"
               SET CONTRACT-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O BILLABLE-EVENT-FILE.
           IF WS-BILL-FS NOT = "00"
               DISPLAY "Cannot open BILLEVT.DAT, status: ",
                   WS-BILL-FS
               MOVE "0300-TALLY-EVENTS" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
           IF SPANS-ARE-ON-HAND
               CLOSE COVERAGE-SPAN-FILE
           END-IF.
           IF CONTRACT-FILE-IS-OPEN
               CLOSE CONTRACT-FILE
               SET CONTRACT-FILE-IS-OPEN TO FALSE
           END-IF.

      *Each event is priced as it is tallied, against the rate in
      *force on its own event date, so a mid-month rate change
           IF WS-BILL-FS NOT = "00"
               DISPLAY "Could not stamp event for member ",
                   BILL-MEMBER-ID, ", status: ", WS-BILL-FS
               MOVE "0430-STAMP-THE-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Covered means a span holds the event date: start at or
                   END-READ
               END-PERFORM
           END-IF.
           IF EVENT-IS-COVERED
                   AND BILL-SERVICE-TYPE = SERVICE-TYPE-COACHING
               PERFORM 0425-CHECK-COACHING-CONTRACT
           END-IF.

      *Screenings are billed to every client and only flagged when
      *the contract leaves them out, but coaching is an optional
      *program: a client whose contract does not name it never
      *bought it, so its calls sit out with the uncovered events.
           0425-CHECK-COACHING-CONTRACT.
           SET EVENT-IS-COVERED TO FALSE.
           IF CONTRACT-FILE-IS-OPEN
               MOVE BILL-CLIENT-CODE TO CONT-CLIENT-CODE
               READ CONTRACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO WS-CX
                       PERFORM UNTIL WS-CX >= 5
                               OR EVENT-IS-COVERED
                           ADD 1 TO WS-CX
                           IF CONT-SERVICE(WS-CX)
                                   = SERVICE-TYPE-COACHING
                               SET EVENT-IS-COVERED TO TRUE
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

      *Order the tally by client so each client's detail and total
      *print together.
               ADD 1 TO WS-IX
           END-PERFORM.
           OPEN OUTPUT INVOICE-REGISTER-FILE.
           OPEN OUTPUT INVOICE-PRINT-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-FS = "00"
               SET CONTRACT-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-FS = "00"
               SET CLIENT-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O OPEN-INVOICE-FILE.
           IF WS-OPENINV-FS = "35"
               OPEN OUTPUT OPEN-INVOICE-FILE
               IF WS-TLY-CLIENT(WS-IX) NOT = WS-CURRENT-CLIENT
                   PERFORM 0550-FLUSH-CLIENT-TOTAL
                   MOVE WS-TLY-CLIENT(WS-IX) TO WS-CURRENT-CLIENT
                   PERFORM 0540-GET-CLIENT-NAME
                   MOVE SPACES TO INVOICE-REGISTER-LINE
                   STRING "CLIENT " WS-CLIENT-NAME
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
                   WRITE INVOICE-REGISTER-LINE
                   PERFORM 0570-PRINT-INVOICE-HEADING
               END-IF
               PERFORM 0600-PRICE-ONE-LINE
           END-PERFORM.
               DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE.
           WRITE INVOICE-REGISTER-LINE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE INVOICE-PRINT-FILE.
           CLOSE OPEN-INVOICE-FILE.
           IF CONTRACT-FILE-IS-OPEN
               CLOSE CONTRACT-FILE
               SET CONTRACT-FILE-IS-OPEN TO FALSE
           END-IF.
           IF CLIENT-FILE-IS-OPEN
               CLOSE CLIENT-FILE
               SET CLIENT-FILE-IS-OPEN TO FALSE
           END-IF.
           DISPLAY "Invoice register written to INVREG.RPT".
           DISPLAY "Sponsor invoices printed to INVOICE.PRT: ",
               WS-INVOICE-COUNT.

      *The register prints who the client is, not the bare code.
      *A code missing from the client master still prints as the
      *code so the line is never blank; the billing address rides
      *along for the sponsor invoice.
           0540-GET-CLIENT-NAME.
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
           IF NOT CLIENT-WAS-FOUND
               MOVE SPACES TO CLIENT-RECORD
           END-IF.

           0550-FLUSH-CLIENT-TOTAL.
           IF WS-CURRENT-CLIENT NOT = SPACES
               MOVE WS-CLIENT-TOTAL TO WS-AMOUNT-DISP
               MOVE SPACES TO INVOICE-REGISTER-LINE
               STRING "  TOTAL FOR " FUNCTION TRIM(WS-CLIENT-NAME)
                   ": " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
               WRITE INVOICE-REGISTER-LINE
               MOVE WS-CLIENT-TOTAL TO WS-AMOUNT-DUE
               PERFORM 0560-WRITE-OPEN-INVOICE
               PERFORM 0580-PRINT-INVOICE-FOOTING
               MOVE ZERO TO WS-CLIENT-TOTAL
           END-IF.

                       MOVE WS-MONTH-ENTRY TO INV-MONTH
                       MOVE ZERO TO INV-AMOUNT
                       MOVE ZERO TO INV-PAID
                       MOVE ZERO TO INV-ADJUSTED
               END-READ
               MOVE WS-TODAY-DATE TO INV-DATE
               ADD WS-CLIENT-TOTAL TO INV-AMOUNT
               COMPUTE INV-BALANCE =
                   INV-AMOUNT - INV-PAID - INV-ADJUSTED
               MOVE INV-BALANCE TO WS-AMOUNT-DUE
               WRITE OPEN-INVOICE-RECORD
                   INVALID KEY
                       REWRITE OPEN-INVOICE-RECORD
                   DISPLAY "Could not save open invoice for ",
                       WS-CURRENT-CLIENT, ", status: ",
                       WS-OPENINV-FS
                   MOVE "0560-WRITE-OPEN-INVOICE" TO ERRL-REQ-PARAGRAPH
                   MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
                   MOVE INV-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *One sponsor invoice per client: who it is billed to, the
      *invoice number the events were stamped with, then a line
      *per service type.
           0570-PRINT-INVOICE-HEADING.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE ZERO TO WS-CLIENT-COVERED.
           MOVE ZERO TO WS-CLIENT-UNCOVERED.
           MOVE SPACES TO WS-INVOICE-NO.
           STRING WS-MONTH-ENTRY WS-CURRENT-CLIENT
               DELIMITED BY SIZE INTO WS-INVOICE-NO.
           MOVE ALL "=" TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "INVOICE " WS-INVOICE-NO
               "          INVOICE DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "SERVICE MONTH " WS-MONTH-ENTRY
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "BILL TO: " WS-CLIENT-NAME
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           IF CLIENT-WAS-FOUND
               IF CLNT-BILL-CONTACT NOT = SPACES
                   MOVE SPACES TO INVOICE-PRINT-LINE
                   STRING "         ATTN: " CLNT-BILL-CONTACT
                       DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                   WRITE INVOICE-PRINT-LINE
               END-IF
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING "         " CLNT-BILL-ADDR1
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
               IF CLNT-BILL-ADDR2 NOT = SPACES
                   MOVE SPACES TO INVOICE-PRINT-LINE
                   STRING "         " CLNT-BILL-ADDR2
                       DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                   WRITE INVOICE-PRINT-LINE
               END-IF
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING "         " FUNCTION TRIM(CLNT-BILL-CITY)
                   ", " CLNT-BILL-STATE "  " CLNT-BILL-ZIP
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
           END-IF.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "SERVICE   COVERED  UNIT PRICE        AMOUNT"
               "   UNCOVERED"
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

      *Covered events are the ones billed; uncovered events are
      *shown so the sponsor sees them, but carry no charge. The
      *unit price is the line's average, so a mid-month rate
      *change still foots.
           0610-PRINT-INVOICE-LINE.
           ADD WS-TLY-NET-COUNT(WS-IX) TO WS-CLIENT-COVERED.
           ADD WS-TLY-UNCOVERED(WS-IX) TO WS-CLIENT-UNCOVERED.
           MOVE ZERO TO WS-UNIT-PRICE.
           IF WS-TLY-NET-COUNT(WS-IX) NOT = ZERO
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-LINE-AMOUNT / WS-TLY-NET-COUNT(WS-IX)
           END-IF.
           MOVE WS-UNIT-PRICE TO WS-UNIT-DISP.
           MOVE WS-TLY-UNCOVERED(WS-IX) TO WS-UNCOVERED-DISP.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING WS-TLY-SERVICE(WS-IX) "     " WS-COUNT-DISP
               "    " WS-UNIT-DISP "  " WS-AMOUNT-DISP
               "      " WS-UNCOVERED-DISP
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

      *Amount due is the month's open balance after this run -
      *everything invoiced for the month less payments already
      *applied against it.
           0580-PRINT-INVOICE-FOOTING.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE WS-CLIENT-COVERED TO WS-COUNT-DISP.
           MOVE WS-CLIENT-UNCOVERED TO WS-UNCOVERED-DISP.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "COVERED SERVICES BILLED: " WS-COUNT-DISP
               "   UNCOVERED NOT BILLED: " WS-UNCOVERED-DISP
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE WS-CLIENT-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "CHARGES THIS INVOICE:       " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-DISP.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "AMOUNT DUE FOR THE MONTH:   " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "PLEASE REFERENCE INVOICE " WS-INVOICE-NO
               " WITH YOUR PAYMENT."
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

           0600-PRICE-ONE-LINE.
           PERFORM 0620-CHECK-CONTRACT-TERMS.
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-IF.
           WRITE INVOICE-REGISTER-LINE.
           PERFORM 0610-PRINT-INVOICE-LINE.

      *The contract is the word the sponsor signed: a line whose
      *term lapsed, whose service type is not covered, or whose
      *screenings on a 200-cap contract came back as a credit.
           0620-CHECK-CONTRACT-TERMS.
           MOVE SPACES TO WS-CONTRACT-TEXT.
           IF CONTRACT-FILE-IS-OPEN
               MOVE WS-TLY-CLIENT(WS-IX) TO CONT-CLIENT-CODE
               READ CONTRACT-FILE
                   INVALID KEY
               STRING WS-MONTH-ENTRY WS-REBILL-CLIENT
                   DELIMITED BY SIZE INTO WS-INVOICE-NO
               PERFORM 0750-CLEAR-INVOICE-STAMPS
               MOVE "REBILL" TO OVRD-REQ-FUNCTION
               MOVE WS-SUPERVISOR-ID TO OVRD-REQ-SUPERVISOR-ID
               MOVE SPACES TO OVRD-REQ-RECORD-KEY
               STRING "INVOICE " WS-INVOICE-NO
                   DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
               PERFORM 0970-LOG-OVERRIDE
           END-IF.

           0750-CLEAR-INVOICE-STAMPS.
           IF WS-BILL-FS NOT = "00"
               DISPLAY "Cannot open BILLEVT.DAT, status: ",
                   WS-BILL-FS
               MOVE "0750-CLEAR-INVOICE-STAMPS" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                                       "event for member ",
                                       BILL-MEMBER-ID,
                                       ", status: ", WS-BILL-FS
                                   MOVE "0750-CLEAR-INVOICE-STAMPS"
                                       TO ERRL-REQ-PARAGRAPH
                                   MOVE "BILLEVT.DAT"
                                       TO ERRL-REQ-FILE-NAME
                                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                                   SET ERRL-REQ-ERROR TO TRUE
                                   PERFORM 0999-LOG-FILE-ERROR
                               END-IF
                           END-IF
                   END-READ

      *The reopened invoice's amount starts over at zero - the
      *next invoice run re-prices the whole set and accumulates
      *the corrected figure; payments and adjustments already
      *posted stay put and the balance re-derives from them.
           0760-ZERO-REOPENED-INVOICE.
           OPEN I-O OPEN-INVOICE-FILE.
           IF WS-OPENINV-FS = "00"
                   NOT INVALID KEY
                       MOVE ZERO TO INV-AMOUNT
                       COMPUTE INV-BALANCE =
                           INV-AMOUNT - INV-PAID - INV-ADJUSTED
                       REWRITE OPEN-INVOICE-RECORD
                       IF WS-OPENINV-FS NOT = "00"
                           DISPLAY "Could not reset the open "
                               "invoice, status: ", WS-OPENINV-FS
                           MOVE "0760-ZERO-REOPENED-INVOICE"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
                           MOVE INV-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
               END-READ
               CLOSE OPEN-INVOICE-FILE
           END-IF.

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "BILLINV" TO OVRD-REQ-PROGRAM.
           MOVE "BILLINV" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "BILLINV" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "BILLINV".
