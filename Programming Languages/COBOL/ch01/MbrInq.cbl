      *member ID, shows the whole picture on one screen: master
      *fields, latest reading and category, reading count with
      *first and last dates, and flags for inactive, no-consent and
      *held-in-suspense conditions, and the member's known
      *conditions and medications.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WSCR-KEY
               FILE STATUS IS WS-SCORE-FS.
           SELECT CONDITION-FILE ASSIGN TO "MEDCOND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEDC-KEY
               FILE STATUS IS WS-COND-FS.
           SELECT COMM-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-KEY
               FILE STATUS IS WS-COMMHIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORE-FILE.
           COPY "WSCRREC.cpy".

       FD CONDITION-FILE.
           COPY "MEDCREC.cpy".

       FD COMM-HISTORY-FILE.
           COPY "COMMREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-HRAANS-FS PIC XX.
       01 WS-DISCLOG-FS PIC XX.
       01 WS-SCORE-FS PIC XX.
       01 WS-COND-FS PIC XX.
       01 WS-COMMHIST-FS PIC XX.
       01 WS-COND-SHOWN PIC 99.
       01 WS-COND-STATE PIC X(7).
       01 WS-WELL-BAND PIC X(8).
       01 WS-WELL-SCORE PIC 9(3).
       01 WS-WELL-QUARTER PIC 9(5).
       01 WS-HRA-FOUND-SW PIC X VALUE "N".
           88 HRA-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-RECIPIENT-ENTRY PIC X.
           88 RECIPIENT-IS-MEMBER VALUE "M" "m".
           88 RECIPIENT-IS-PROXY VALUE "P" "p".
           88 RECIPIENT-IS-STAFF VALUE "S" "s".
       01 WS-RELEASE-SW PIC X VALUE "N".
           88 RELEASE-IS-ALLOWED VALUE "Y" FALSE "N".
       01 WS-PROXY-ENTRY PIC 99.
           COPY "PROXREQ.cpy".
      *Rolling three-slot buffer: forward reads leave the newest
      *notes in the buffer when the member's block runs out.
       01 WS-NOTE-SHOWN-MAX PIC 9 VALUE 3.
               10 WS-NB-TYPE PIC X.
               10 WS-NB-TEXT PIC X(60).
       01 WS-NX PIC 9.
      *Same rolling buffer for the member's most recent letters,
      *notices and calls from the communication history.
       01 WS-CONTACT-SHOWN-MAX PIC 9 VALUE 5.
       01 WS-CONTACT-HELD PIC 9 VALUE ZERO.
       01 WS-CONTACT-BUFFER.
           05 WS-CONTACT-SLOT OCCURS 5 TIMES.
               10 WS-CB-DATE PIC 9(8).
               10 WS-CB-TYPE PIC X(8).
               10 WS-CB-CHANNEL PIC X.
               10 WS-CB-SENT-TO PIC X(40).
       01 WS-CX PIC 9.
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-READING-COUNT PIC 9(5).
           05 WS-CARD-CHECK PIC 9.
       01 WS-VALID-SW PIC X.
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                       DISPLAY "No member found for ID: ", WS-ID-ENTRY
                   NOT INVALID KEY
                       IF MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY
                           PERFORM 0170-GET-RECIPIENT
                           IF RELEASE-IS-ALLOWED
                               PERFORM 0200-SHOW-PROFILE
                           END-IF
                       ELSE
                           DISPLAY "Member belongs to a different "
                               "client and cannot be shown in "
               END-IF
           END-PERFORM.

      *Whoever takes the information away is recorded with it. A
      *caller who is not the member must be a representative on
      *file whose authority is in force today and covers what
      *this inquiry shows; a refusal says why, so the desk can
      *tell the caller what paper is needed.
           0170-GET-RECIPIENT.
           SET RELEASE-IS-ALLOWED TO FALSE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Released to - the (M)ember, a (P)roxy, or "
                   "(S)taff review only: "
               ACCEPT WS-RECIPIENT-ENTRY
               IF RECIPIENT-IS-MEMBER OR RECIPIENT-IS-PROXY
                       OR RECIPIENT-IS-STAFF
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter M, P or S."
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PROXY-ENTRY.
           MOVE SPACES TO PXRQ-PROXY-NAME.
           IF RECIPIENT-IS-PROXY
               PERFORM 0175-CHECK-PROXY
           ELSE
               SET RELEASE-IS-ALLOWED TO TRUE
           END-IF.

           0175-CHECK-PROXY.
           ACCEPT PXRQ-AS-OF-DATE FROM DATE YYYYMMDD.
           MOVE WS-ID-ENTRY TO PXRQ-MEMBER-ID.
           MOVE ZERO TO PXRQ-PROXY-SEQ.
           SET PXRQ-GET-NEXT TO TRUE.
           CALL "PROXAUTH" USING PROXY-REQUEST.
           IF NOT PXRQ-ACCEPTED
               DISPLAY "No representative on file for this member - "
                   "nothing may be released to a proxy."
           ELSE
               DISPLAY "Representatives on file:"
               PERFORM UNTIL NOT PXRQ-ACCEPTED
                   DISPLAY "  ", PXRQ-PROXY-SEQ, " ",
                       FUNCTION TRIM(PXRQ-PROXY-NAME),
                       "  rel ", PXRQ-RELATIONSHIP,
                       "  scope ", PXRQ-SCOPE,
                       "  ", PXRQ-EFFECTIVE-DATE, "-",
                       PXRQ-EXPIRY-DATE
                   CALL "PROXAUTH" USING PROXY-REQUEST
               END-PERFORM
               DISPLAY "Representative number: "
               ACCEPT WS-PROXY-ENTRY
               MOVE WS-PROXY-ENTRY TO PXRQ-PROXY-SEQ
               SET PXRQ-CHECK TO TRUE
               SET PXRQ-FOR-FULL-RECORD TO TRUE
               CALL "PROXAUTH" USING PROXY-REQUEST
               EVALUATE TRUE
                   WHEN PXRQ-ACCEPTED
                       SET RELEASE-IS-ALLOWED TO TRUE
                       DISPLAY "Releasing to ",
                           FUNCTION TRIM(PXRQ-PROXY-NAME)
                   WHEN PXRQ-NOT-ON-FILE
                       DISPLAY "No such representative for this "
                           "member - refused."
                   WHEN PXRQ-NO-DOCUMENT
                       DISPLAY "No authorizing document on file - "
                           "refused."
                   WHEN PXRQ-NOT-YET-EFFECTIVE
                       DISPLAY "Authority not in force until ",
                           PXRQ-EFFECTIVE-DATE, " - refused."
                   WHEN PXRQ-LAPSED
                       DISPLAY "Authority lapsed on ",
                           PXRQ-EXPIRY-DATE, " - refused."
                   WHEN OTHER
                       DISPLAY "Authority does not cover "
                           "the full record - refused."
               END-EVALUATE
           END-IF.

           0200-SHOW-PROFILE.
           PERFORM 0800-LOG-DISCLOSURE.
           PERFORM 0300-SCAN-HISTORY.
           END-IF.
           PERFORM 0700-SHOW-HRA-BAND.
           PERFORM 0750-SHOW-WELLNESS-BAND.
           PERFORM 0760-SHOW-CONDITIONS.
           PERFORM 0600-SHOW-RECENT-NOTES.
           PERFORM 0610-SHOW-RECENT-CONTACTS.
           DISPLAY "--------------------------------------------".

           0300-SCAN-HISTORY.
                   WS-WELL-QUARTER
           END-IF.

      *Known conditions and medications sit on the profile so the
      *desk and the nurse see what the member is already being
      *treated for before reading the numbers.
           0760-SHOW-CONDITIONS.
           MOVE ZERO TO WS-COND-SHOWN.
           OPEN INPUT CONDITION-FILE.
           IF WS-COND-FS = "00"
               MOVE WS-ID-ENTRY TO MEDC-MEMBER-ID
               MOVE LOW-VALUES TO MEDC-CATEGORY
               START CONDITION-FILE KEY >= MEDC-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-COND-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ CONDITION-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF MEDC-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0770-SHOW-ONE-CONDITION
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONDITION-FILE
           END-IF.

           0770-SHOW-ONE-CONDITION.
           ADD 1 TO WS-COND-SHOWN.
           IF WS-COND-SHOWN = 1
               DISPLAY "CONDITIONS:"
           END-IF.
           IF MEDC-IS-ONGOING
               MOVE "ONGOING" TO WS-COND-STATE
           ELSE
               MOVE "ENDED" TO WS-COND-STATE
           END-IF.
           DISPLAY "  ", MEDC-CATEGORY, " ",
               FUNCTION TRIM(MEDC-DETAIL), " / ",
               FUNCTION TRIM(MEDC-MED-CLASS),
               "  since ", MEDC-START-DATE, "  ", WS-COND-STATE.

           0600-SHOW-RECENT-NOTES.
           MOVE ZERO TO WS-NOTE-HELD.
           OPEN INPUT NOTES-FILE.
           MOVE NOTE-TYPE TO WS-NB-TYPE(WS-NOTE-HELD).
           MOVE NOTE-TEXT TO WS-NB-TEXT(WS-NOTE-HELD).

      *What the member was last sent and where, so the desk can
      *answer "did you mail me" without a call to the mail house.
           0610-SHOW-RECENT-CONTACTS.
           MOVE ZERO TO WS-CONTACT-HELD.
           OPEN INPUT COMM-HISTORY-FILE.
           IF WS-COMMHIST-FS = "00"
               MOVE WS-ID-ENTRY TO COMM-MEMBER-ID
               MOVE ZERO TO COMM-DATE
               MOVE ZERO TO COMM-TIME
               MOVE ZERO TO COMM-SEQ
               START COMM-HISTORY-FILE KEY >= COMM-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-COMMHIST-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ COMM-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF COMM-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0660-BUFFER-ONE-CONTACT
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-HISTORY-FILE
           END-IF.
           IF WS-CONTACT-HELD > ZERO
               DISPLAY "CONTACTS:"
               MOVE ZERO TO WS-CX
               PERFORM UNTIL WS-CX >= WS-CONTACT-HELD
                   ADD 1 TO WS-CX
                   DISPLAY "  ", WS-CB-DATE(WS-CX), " ",
                       WS-CB-TYPE(WS-CX), " ",
                       WS-CB-CHANNEL(WS-CX), " ",
                       FUNCTION TRIM(WS-CB-SENT-TO(WS-CX))
               END-PERFORM
           END-IF.

           0660-BUFFER-ONE-CONTACT.
           IF WS-CONTACT-HELD < WS-CONTACT-SHOWN-MAX
               ADD 1 TO WS-CONTACT-HELD
           ELSE
               MOVE 1 TO WS-CX
               PERFORM UNTIL WS-CX >= WS-CONTACT-SHOWN-MAX
                   MOVE WS-CONTACT-SLOT(WS-CX + 1)
                       TO WS-CONTACT-SLOT(WS-CX)
                   ADD 1 TO WS-CX
               END-PERFORM
           END-IF.
           MOVE COMM-DATE TO WS-CB-DATE(WS-CONTACT-HELD).
           MOVE COMM-TYPE TO WS-CB-TYPE(WS-CONTACT-HELD).
           MOVE COMM-CHANNEL TO WS-CB-CHANNEL(WS-CONTACT-HELD).
           MOVE SPACES TO WS-CB-SENT-TO(WS-CONTACT-HELD).
           IF COMM-BY-PHONE
               MOVE COMM-PHONE TO WS-CB-SENT-TO(WS-CONTACT-HELD)
           ELSE
               STRING FUNCTION TRIM(COMM-ADDR-LINE-1) " "
                   COMM-ZIP
                   DELIMITED BY SIZE
                   INTO WS-CB-SENT-TO(WS-CONTACT-HELD)
           END-IF.

           0800-LOG-DISCLOSURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
               MOVE "MBRINQ" TO DISC-STATION
               MOVE WS-ID-ENTRY TO DISC-MEMBER-ID
               MOVE "PROFILE" TO DISC-FUNCTION
               EVALUATE TRUE
                   WHEN RECIPIENT-IS-MEMBER
                       SET DISC-TO-MEMBER TO TRUE
                   WHEN RECIPIENT-IS-PROXY
                       SET DISC-TO-PROXY TO TRUE
                   WHEN OTHER
                       SET DISC-STAFF-REVIEW TO TRUE
               END-EVALUATE
               MOVE WS-PROXY-ENTRY TO DISC-PROXY-SEQ
               MOVE PXRQ-PROXY-NAME TO DISC-PROXY-NAME
               MOVE SPACES TO DISC-CRITERIA-CARD
               WRITE DISCLOSURE-RECORD
               CLOSE DISCLOSURE-LOG-FILE
           ELSE
               DISPLAY "Could not write disclosure log, status: ",
                   WS-DISCLOG-FS
               MOVE "0800-LOG-DISCLOSURE" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-GET-CATEGORY.
               WHEN OTHER
                   MOVE "Obese" TO BMI-CATEGORY
           END-EVALUATE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MBRINQ" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MBRINQ".
