       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LABORDR".
       AUTHOR.     ALAN GARCIA.
      *Lab order capture for venous draws. A new order assigns the
      *next accession number, files the requisition as outstanding
      *in LABREQ.DAT and appends the order to the outbound order
      *file for the lab vendor, so every draw sent out is on record
      *before a result can come back for it. An order that will not
      *be drawn is cancelled here, and the cancel goes out to the
      *vendor the same way. Entry runs under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LREQ-ACCESSION
               ALTERNATE RECORD KEY IS LREQ-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LREQ-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT LAB-ORDER-FILE ASSIGN TO "LABORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
           COPY "LREQREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

      *Outbound order row, comma-delimited like the results feed:
      *N or C, accession, member ID, name, sex, birth date, panel,
      *order date.
       FD LAB-ORDER-FILE.
       01 LAB-ORDER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LREQ-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-ORDER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 NEW-MODE-CHOSEN VALUE "N" "n".
           88 CANCEL-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REQUISITIONS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-SEX PIC X.
       01 WS-MEMBER-BIRTH-DATE PIC 9(8).
       01 WS-MEMBER-STATUS PIC X.
           88 ORDER-MEMBER-ACTIVE VALUE "A".
       01 WS-PANEL-ENTRY PIC X.
           88 PANEL-ENTRY-GLUCOSE VALUE "G" "g".
           88 PANEL-ENTRY-LIPIDS VALUE "L" "l".
           88 PANEL-ENTRY-BOTH VALUE "B" "b".
       01 WS-ACTION-CODE PIC X.
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-ACCESSION-ENTRY PIC 9(8).
       01 WS-NEXT-ACCESSION PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STATE-TEXT PIC X(11).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "LAB ORDERS".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-REQUISITION-IO
               EVALUATE TRUE
                   WHEN NEW-MODE-CHOSEN
                       PERFORM 0200-NEW-ORDER
                   WHEN CANCEL-MODE-CHOSEN
                       PERFORM 0300-CANCEL-ORDER
                   WHEN OTHER
                       PERFORM 0400-LIST-ORDERS
               END-EVALUATE
               CLOSE REQUISITION-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *Every session starts with a verified sign-on; the operator
      *recorded on the requisition is the one who ordered it.
           0120-SIGN-ON.
           DISPLAY "Station ID: ".
           ACCEPT WS-STATION-ID.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-SIGN-ON TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized to sign on."
           END-IF.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(N)ew lab order, (C)ancel an order, or "
                   "(L)ist a member's orders: "
               ACCEPT WS-MODE-CHOICE
               IF NEW-MODE-CHOSEN OR CANCEL-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter N, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-REQUISITION-IO.
           OPEN I-O REQUISITION-FILE.
           IF WS-LREQ-FS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF.

      *An order against the wrong member sends the wrong person's
      *name to the lab, so the full card number is demanded and
      *validated, exactly as the intake desk does.
           0160-GET-VALIDATED-ID.
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
           MOVE WS-CARD-ID TO WS-ID-ENTRY.

      *The name, sex and birth date are kept for the order line;
      *the lab labels the specimen tube with them.
           0180-CHECK-MEMBER.
           SET MEMBER-WAS-FOUND TO FALSE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open member master, status: ",
                   WS-MASTER-FS
               MOVE "0180-CHECK-MEMBER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No member found for ID: ",
                           WS-ID-ENTRY
                   NOT INVALID KEY
                       SET MEMBER-WAS-FOUND TO TRUE
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
                       MOVE MEMBER-SEX TO WS-MEMBER-SEX
                       MOVE MEMBER-BIRTH-DATE TO WS-MEMBER-BIRTH-DATE
                       MOVE MEMBER-STATUS TO WS-MEMBER-STATUS
                       DISPLAY "Lab orders for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0200-NEW-ORDER.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               IF NOT ORDER-MEMBER-ACTIVE
                   DISPLAY "Member is not active - no order placed."
               ELSE
                   PERFORM 0250-GET-PANEL
                   PERFORM 0270-NEXT-ACCESSION
                   MOVE WS-NEXT-ACCESSION TO LREQ-ACCESSION
                   MOVE WS-ID-ENTRY TO LREQ-MEMBER-ID
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE WS-TODAY-DATE TO LREQ-ORDER-DATE
                   SET LREQ-IS-OUTSTANDING TO TRUE
                   MOVE WS-OPERATOR-ID TO LREQ-OPERATOR-ID
                   MOVE WS-STATION-ID TO LREQ-STATION-ID
                   MOVE ZERO TO LREQ-DRAW-DATE
                   MOVE ZERO TO LREQ-CLOSED-DATE
                   MOVE SPACES TO LREQ-CANCEL-REASON
                   WRITE LAB-REQUISITION-RECORD
                       INVALID KEY
                           DISPLAY "Could not file requisition, "
                               "status: ", WS-LREQ-FS
                           MOVE "0200-NEW-ORDER" TO ERRL-REQ-PARAGRAPH
                           MOVE "LABREQ.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-LREQ-FS TO ERRL-REQ-STATUS
                           MOVE LREQ-ACCESSION TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                   END-WRITE
                   IF WS-LREQ-FS = "00"
                       MOVE "N" TO WS-ACTION-CODE
                       PERFORM 0500-WRITE-ORDER-LINE
                       DISPLAY "Accession number ", LREQ-ACCESSION,
                           " - write it on the specimen label."
                   END-IF
               END-IF
           END-IF.

           0250-GET-PANEL.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Panel - (G)lucose, (L)ipids, or (B)oth: "
               ACCEPT WS-PANEL-ENTRY
               SET ENTRY-IS-VALID TO TRUE
               EVALUATE TRUE
                   WHEN PANEL-ENTRY-GLUCOSE
                       SET LREQ-PANEL-GLUCOSE TO TRUE
                   WHEN PANEL-ENTRY-LIPIDS
                       SET LREQ-PANEL-LIPIDS TO TRUE
                   WHEN PANEL-ENTRY-BOTH
                       SET LREQ-PANEL-BOTH TO TRUE
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO FALSE
                       DISPLAY "Please enter G, L or B."
               END-EVALUATE
           END-PERFORM.

      *Accession numbers run in sequence off the highest one on
      *file; cancelled orders keep theirs, so a number is never
      *handed out twice.
           0270-NEXT-ACCESSION.
           MOVE 1 TO WS-NEXT-ACCESSION.
           MOVE ZERO TO LREQ-ACCESSION.
           START REQUISITION-FILE KEY >= LREQ-ACCESSION
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-REQUISITIONS TO FALSE.
           IF WS-LREQ-FS NOT = "00"
               SET END-OF-REQUISITIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-REQUISITIONS
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       SET END-OF-REQUISITIONS TO TRUE
                   NOT AT END
                       COMPUTE WS-NEXT-ACCESSION = LREQ-ACCESSION + 1
               END-READ
           END-PERFORM.

      *Only an outstanding order can be cancelled; a resulted one
      *already has its result on file.
           0300-CANCEL-ORDER.
           DISPLAY "Accession number to cancel: ".
           ACCEPT WS-ACCESSION-ENTRY.
           MOVE WS-ACCESSION-ENTRY TO LREQ-ACCESSION.
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "No order on file for accession ",
                       WS-ACCESSION-ENTRY
               NOT INVALID KEY
                   PERFORM 0450-SHOW-ORDER
                   IF NOT LREQ-IS-OUTSTANDING
                       DISPLAY "Only an outstanding order can be "
                           "cancelled."
                   ELSE
                       PERFORM 0350-CANCEL-THIS-ORDER
                   END-IF
           END-READ.

           0350-CANCEL-THIS-ORDER.
           DISPLAY "Reason for cancelling: ".
           ACCEPT LREQ-CANCEL-REASON.
           SET LREQ-IS-CANCELLED TO TRUE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO LREQ-CLOSED-DATE.
           REWRITE LAB-REQUISITION-RECORD.
           IF WS-LREQ-FS = "00"
               MOVE LREQ-MEMBER-ID TO WS-ID-ENTRY
               PERFORM 0180-CHECK-MEMBER
               MOVE "C" TO WS-ACTION-CODE
               PERFORM 0500-WRITE-ORDER-LINE
               DISPLAY "Order ", LREQ-ACCESSION, " cancelled."
           ELSE
               DISPLAY "Could not cancel order, status: ",
                   WS-LREQ-FS
               MOVE "0350-CANCEL-THIS-ORDER" TO ERRL-REQ-PARAGRAPH
               MOVE "LABREQ.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LREQ-FS TO ERRL-REQ-STATUS
               MOVE LREQ-ACCESSION TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0400-LIST-ORDERS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           MOVE WS-ID-ENTRY TO LREQ-MEMBER-ID.
           START REQUISITION-FILE KEY >= LREQ-MEMBER-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-REQUISITIONS TO FALSE.
           IF WS-LREQ-FS NOT = "00"
               SET END-OF-REQUISITIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-REQUISITIONS
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       SET END-OF-REQUISITIONS TO TRUE
                   NOT AT END
                       IF LREQ-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-ORDER
                       ELSE
                           SET END-OF-REQUISITIONS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Orders listed: ", WS-LISTED-COUNT.

           0450-SHOW-ORDER.
           EVALUATE TRUE
               WHEN LREQ-IS-OUTSTANDING
                   MOVE "OUTSTANDING" TO WS-STATE-TEXT
               WHEN LREQ-IS-RESULTED
                   MOVE "RESULTED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "CANCELLED" TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY "  ", LREQ-ACCESSION, "  ordered ",
               LREQ-ORDER-DATE, "  ", LREQ-PANEL, "  ",
               WS-STATE-TEXT, "  drawn ", LREQ-DRAW-DATE,
               "  closed ", LREQ-CLOSED-DATE.

           0500-WRITE-ORDER-LINE.
           OPEN EXTEND LAB-ORDER-FILE.
           IF WS-ORDER-FS = "35"
               OPEN OUTPUT LAB-ORDER-FILE
           END-IF.
           IF WS-ORDER-FS = "00"
               MOVE SPACES TO LAB-ORDER-LINE
               STRING WS-ACTION-CODE "," LREQ-ACCESSION ","
                   LREQ-MEMBER-ID "," WS-MEMBER-NAME ","
                   WS-MEMBER-SEX "," WS-MEMBER-BIRTH-DATE ","
                   LREQ-PANEL ","
                   LREQ-ORDER-DATE
                   DELIMITED BY SIZE INTO LAB-ORDER-LINE
               WRITE LAB-ORDER-LINE
               CLOSE LAB-ORDER-FILE
           ELSE
               DISPLAY "Could not write the vendor order file, "
                   "status: ", WS-ORDER-FS, " - call the order in."
               MOVE "0500-WRITE-ORDER-LINE" TO ERRL-REQ-PARAGRAPH
               MOVE "LABORDER.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ORDER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "LABORDR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "LABORDR".
