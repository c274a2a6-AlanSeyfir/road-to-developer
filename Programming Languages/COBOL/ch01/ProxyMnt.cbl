       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROXYMNT".
       AUTHOR.     ALAN GARCIA.
      *Personal representative maintenance. Records who may receive
      *a member's information on the member's behalf - spouse,
      *adult child, parent or legal guardian - with the scope of
      *that authority, the document on file that grants it, and
      *the dates it runs between. The inquiries that release data
      *check these rows through PROXAUTH before anything is shown
      *to a caller who is not the member. Granting or changing an
      *authority is a supervisor's job; any signed-on operator may
      *list. Rows are never deleted - an authority that ends is
      *given an expiry date so the disclosure history still reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROXY-FILE ASSIGN TO "PROXY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROX-KEY
               FILE STATUS IS WS-PROXY-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROXY-FILE.
           COPY "PROXREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROXY-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-PROXIES VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-SEQ-ENTRY PIC 99.
       01 WS-HIGH-SEQ PIC 99.
       01 WS-RELATIONSHIP-ENTRY PIC X.
           88 RELATIONSHIP-ENTRY-SPOUSE VALUE "S" "s".
           88 RELATIONSHIP-ENTRY-CHILD VALUE "C" "c".
           88 RELATIONSHIP-ENTRY-PARENT VALUE "P" "p".
           88 RELATIONSHIP-ENTRY-GUARDIAN VALUE "G" "g".
           88 RELATIONSHIP-ENTRY-OTHER VALUE "O" "o".
       01 WS-SCOPE-ENTRY PIC X.
           88 SCOPE-ENTRY-ADMIN VALUE "A" "a".
           88 SCOPE-ENTRY-RESULTS VALUE "R" "r".
           88 SCOPE-ENTRY-FULL VALUE "F" "f".
       01 WS-DOC-ENTRY PIC X.
           88 DOC-ENTRY-POWER-OF-ATTORNEY VALUE "P" "p".
           88 DOC-ENTRY-GUARDIANSHIP VALUE "G" "g".
           88 DOC-ENTRY-MEMBER-AUTH VALUE "A" "a".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STATE-TEXT PIC X(10).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER PERSONAL REPRESENTATIVES".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 0110-GET-MODE
               IF (ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN)
                       AND NOT AUTH-ROLE-SUPERVISOR
                   DISPLAY "Only a supervisor may grant or change a "
                       "representative's authority."
               ELSE
                   PERFORM 0160-GET-VALIDATED-ID
                   MOVE WS-CARD-ID TO WS-ID-ENTRY
                   PERFORM 0180-CHECK-MEMBER
                   IF MEMBER-WAS-FOUND
                       PERFORM 0150-OPEN-PROXY-IO
                       EVALUATE TRUE
                           WHEN ADD-MODE-CHOSEN
                               PERFORM 0200-ADD-PROXY
                           WHEN CHANGE-MODE-CHOSEN
                               PERFORM 0300-CHANGE-PROXY
                           WHEN OTHER
                               PERFORM 0400-LIST-PROXIES
                       END-EVALUATE
                       CLOSE PROXY-FILE
                   END-IF
               END-IF
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *Every session starts with a verified sign-on; the operator
      *recorded on the row is the one who keyed it.
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
               DISPLAY "(A)dd a representative, (C)hange one, or "
                   "(L)ist a member's representatives: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-PROXY-IO.
           OPEN I-O PROXY-FILE.
           IF WS-PROXY-FS = "35"
               OPEN OUTPUT PROXY-FILE
               CLOSE PROXY-FILE
               OPEN I-O PROXY-FILE
           END-IF.

      *A one-digit slip here gives a stranger authority over the
      *wrong member's record, so the full card number is demanded
      *and validated, exactly as the intake desk does.
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
                       IF MEMBER-IS-MERGED
                           DISPLAY "Member ", WS-ID-ENTRY,
                               " was merged into ", MEMBER-MERGED-TO,
                               " - record representatives there."
                       ELSE
                           SET MEMBER-WAS-FOUND TO TRUE
                           DISPLAY "Representatives for ",
                               FUNCTION TRIM(MEMBER-NAME)
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *The new row takes the next sequence after the member's
      *highest, so an ended authority keeps its number.
           0200-ADD-PROXY.
           MOVE ZERO TO WS-HIGH-SEQ.
           MOVE WS-ID-ENTRY TO PROX-MEMBER-ID.
           MOVE ZERO TO PROX-SEQ.
           START PROXY-FILE KEY >= PROX-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-PROXIES TO FALSE.
           IF WS-PROXY-FS NOT = "00"
               SET END-OF-PROXIES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-PROXIES
               READ PROXY-FILE NEXT RECORD
                   AT END
                       SET END-OF-PROXIES TO TRUE
                   NOT AT END
                       IF PROX-MEMBER-ID = WS-ID-ENTRY
                           MOVE PROX-SEQ TO WS-HIGH-SEQ
                       ELSE
                           SET END-OF-PROXIES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIGH-SEQ = 99
               DISPLAY "This member has no representative numbers "
                   "left."
           ELSE
               MOVE WS-ID-ENTRY TO PROX-MEMBER-ID
               ADD 1 TO WS-HIGH-SEQ GIVING PROX-SEQ
               DISPLAY "Representative's full name: "
               ACCEPT PROX-NAME
               PERFORM 0250-CAPTURE-FIELDS
               WRITE PROXY-RECORD
                   INVALID KEY
                       DISPLAY "Could not add representative, "
                           "status: ", WS-PROXY-FS
                       MOVE "0200-ADD-PROXY" TO ERRL-REQ-PARAGRAPH
                       MOVE "PROXY.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-PROXY-FS TO ERRL-REQ-STATUS
                       MOVE PROX-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   NOT INVALID KEY
                       DISPLAY "Representative ", PROX-SEQ,
                           " recorded."
               END-WRITE
           END-IF.

      *No authority is recorded without the paper that grants it:
      *the document type and its reference are both required.
           0250-CAPTURE-FIELDS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Relationship - (S)pouse, adult (C)hild, "
                   "(P)arent, (G)uardian, or (O)ther: "
               ACCEPT WS-RELATIONSHIP-ENTRY
               EVALUATE TRUE
                   WHEN RELATIONSHIP-ENTRY-SPOUSE
                       SET PROX-IS-SPOUSE TO TRUE
                   WHEN RELATIONSHIP-ENTRY-CHILD
                       SET PROX-IS-ADULT-CHILD TO TRUE
                   WHEN RELATIONSHIP-ENTRY-PARENT
                       SET PROX-IS-PARENT TO TRUE
                   WHEN RELATIONSHIP-ENTRY-GUARDIAN
                       SET PROX-IS-GUARDIAN TO TRUE
                   WHEN RELATIONSHIP-ENTRY-OTHER
                       SET PROX-IS-OTHER TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO PROX-RELATIONSHIP
               END-EVALUATE
               IF PROX-RELATIONSHIP-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter S, C, P, G or O."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Authority covers - (A)dministrative matters "
                   "only, (R)esults, or (F)ull record: "
               ACCEPT WS-SCOPE-ENTRY
               EVALUATE TRUE
                   WHEN SCOPE-ENTRY-ADMIN
                       SET PROX-SCOPE-ADMIN-ONLY TO TRUE
                   WHEN SCOPE-ENTRY-RESULTS
                       SET PROX-SCOPE-RESULTS TO TRUE
                   WHEN SCOPE-ENTRY-FULL
                       SET PROX-SCOPE-FULL-RECORD TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO PROX-SCOPE
               END-EVALUATE
               IF PROX-SCOPE-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, R or F."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Document on file - (P)ower of attorney, "
                   "(G)uardianship order, or member (A)uthorization: "
               ACCEPT WS-DOC-ENTRY
               EVALUATE TRUE
                   WHEN DOC-ENTRY-POWER-OF-ATTORNEY
                       SET PROX-DOC-POWER-OF-ATTORNEY TO TRUE
                   WHEN DOC-ENTRY-GUARDIANSHIP
                       SET PROX-DOC-GUARDIANSHIP TO TRUE
                   WHEN DOC-ENTRY-MEMBER-AUTH
                       SET PROX-DOC-MEMBER-AUTH TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO PROX-DOC-TYPE
               END-EVALUATE
               IF PROX-DOC-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter P, G or A."
               END-IF
           END-PERFORM.
           MOVE SPACES TO PROX-DOC-REF.
           PERFORM UNTIL PROX-DOC-REF NOT = SPACES
               DISPLAY "Document reference (file or case number): "
               ACCEPT PROX-DOC-REF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT PROX-EFFECTIVE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(PROX-EFFECTIVE-DATE)
                       = ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid date."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Expiry date (YYYYMMDD, zero if open-ended): "
               ACCEPT PROX-EXPIRY-DATE
               EVALUATE TRUE
                   WHEN PROX-HAS-NO-EXPIRY
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(PROX-EXPIRY-DATE)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN PROX-EXPIRY-DATE < PROX-EFFECTIVE-DATE
                       DISPLAY "Expiry cannot be before the "
                           "effective date."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-OPERATOR-ID TO PROX-RECORDED-BY.
           MOVE WS-TODAY-DATE TO PROX-RECORDED-DATE.

      *Ending an authority is a change, not a delete: enter an
      *expiry date of today and the row stays for the history.
           0300-CHANGE-PROXY.
           PERFORM 0400-LIST-PROXIES.
           DISPLAY "Representative number to change: ".
           ACCEPT WS-SEQ-ENTRY.
           MOVE WS-ID-ENTRY TO PROX-MEMBER-ID.
           MOVE WS-SEQ-ENTRY TO PROX-SEQ.
           READ PROXY-FILE
               INVALID KEY
                   DISPLAY "That representative is not on file for "
                       "this member."
               NOT INVALID KEY
                   PERFORM 0450-SHOW-PROXY
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE PROXY-RECORD
                   DISPLAY "Representative updated."
           END-READ.

           0400-LIST-PROXIES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-ID-ENTRY TO PROX-MEMBER-ID.
           MOVE ZERO TO PROX-SEQ.
           START PROXY-FILE KEY >= PROX-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-PROXIES TO FALSE.
           IF WS-PROXY-FS NOT = "00"
               SET END-OF-PROXIES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-PROXIES
               READ PROXY-FILE NEXT RECORD
                   AT END
                       SET END-OF-PROXIES TO TRUE
                   NOT AT END
                       IF PROX-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-PROXY
                       ELSE
                           SET END-OF-PROXIES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Representatives listed: ", WS-LISTED-COUNT.

           0450-SHOW-PROXY.
           EVALUATE TRUE
               WHEN PROX-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE "PENDING" TO WS-STATE-TEXT
               WHEN NOT PROX-HAS-NO-EXPIRY
                       AND PROX-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "LAPSED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY "  ", PROX-SEQ, " ", FUNCTION TRIM(PROX-NAME),
               "  rel ", PROX-RELATIONSHIP,
               "  scope ", PROX-SCOPE,
               "  doc ", PROX-DOC-TYPE, " ",
               FUNCTION TRIM(PROX-DOC-REF),
               "  ", PROX-EFFECTIVE-DATE, "-", PROX-EXPIRY-DATE,
               "  ", FUNCTION TRIM(WS-STATE-TEXT).

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PROXYMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PROXYMNT".
