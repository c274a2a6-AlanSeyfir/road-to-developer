       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COACHLOG".
       AUTHOR.     ALAN GARCIA.
      *Telephonic health coaching session log. The coach records
      *each call against the member - date, whether the member was
      *reached, minutes on the call, the topics covered and the
      *date of the next session - in COACHING.DAT instead of a
      *notebook. A completed session writes a coaching billable
      *event to BILLEVT.DAT for BILLINV to price from RATES.DAT; a
      *call that did not reach the member bills nothing. Logging
      *is for the health coach role under a verified sign-on; any
      *signed-on operator may list a member's sessions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COACHING-FILE ASSIGN TO "COACHING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSES-KEY
               ALTERNATE RECORD KEY IS CSES-COACH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COACH-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BILLABLE-EVENT-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-FS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAYC-DATE
               FILE STATUS IS WS-DAYC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COACHING-FILE.
           COPY "COACHREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BILLABLE-EVENT-FILE.
           COPY "BILLREC.cpy".

       FD DAY-CLOSE-FILE.
           COPY "DAYCREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COACH-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-DAYC-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 SESSION-MODE-CHOSEN VALUE "S" "s".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SESSIONS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-DAY-OPEN-SW PIC X VALUE "Y".
           88 POSTING-DAY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-TOPICS-DONE-SW PIC X VALUE "N".
           88 TOPICS-ARE-DONE VALUE "Y" FALSE "N".
       01 WS-OUTCOME-ENTRY PIC X.
           88 OUTCOME-ENTRY-COMPLETED VALUE "C" "c".
           88 OUTCOME-ENTRY-NOT-REACHED VALUE "N" "n".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-SESSION-DATE PIC 9(8).
       01 WS-TOPIC-ENTRY PIC XX.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OUTCOME-TEXT PIC X(11).
       01 WS-MEMBER-STATUS PIC X.
           88 COACH-MEMBER-ACTIVE VALUE "A".
       01 WS-CLIENT-CODE PIC X(3).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *A call longer than two hours is a keying slip.
       01 SESSION-MINUTES-MAX PIC 9(3) VALUE 120.
       01 SERVICE-TYPE-COACHING PIC X(4) VALUE "COCH".

      *Coaching topics. Up to three are recorded per completed call.
       01 WS-TOPIC-TABLE-VALUES.
           05 FILLER PIC X(20) VALUE "NUNUTRITION".
           05 FILLER PIC X(20) VALUE "PAPHYSICAL ACTIVITY".
           05 FILLER PIC X(20) VALUE "WTWEIGHT MANAGEMENT".
           05 FILLER PIC X(20) VALUE "BPBLOOD PRESSURE".
           05 FILLER PIC X(20) VALUE "DMDIABETES".
           05 FILLER PIC X(20) VALUE "TOTOBACCO".
           05 FILLER PIC X(20) VALUE "STSTRESS".
           05 FILLER PIC X(20) VALUE "MDMEDICATIONS".
       01 WS-TOPIC-TABLE REDEFINES WS-TOPIC-TABLE-VALUES.
           05 WS-TOPIC-ROW OCCURS 8 TIMES.
               10 WS-TOPIC-TBL-CODE PIC XX.
               10 WS-TOPIC-TBL-NAME PIC X(18).
       01 WS-TOPIC-IX PIC 9.
       01 WS-SLOT-IX PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "HEALTH COACHING SESSIONS".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-COACHING-IO
               IF SESSION-MODE-CHOSEN
                   IF AUTH-ROLE-COACH
                       PERFORM 0200-LOG-SESSION
                   ELSE
                       DISPLAY "Only a health coach may log a "
                           "coaching session."
                   END-IF
               ELSE
                   PERFORM 0400-LIST-SESSIONS
               END-IF
               CLOSE COACHING-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *Every session starts with a verified sign-on; the coach on
      *the session row is the operator signed on.
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
               DISPLAY "(S)ession to log, or (L)ist a member's "
                   "sessions: "
               ACCEPT WS-MODE-CHOICE
               IF SESSION-MODE-CHOSEN OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter S or L."
               END-IF
           END-PERFORM.

           0150-OPEN-COACHING-IO.
           OPEN I-O COACHING-FILE.
           IF WS-COACH-FS = "35"
               OPEN OUTPUT COACHING-FILE
               CLOSE COACHING-FILE
               OPEN I-O COACHING-FILE
           END-IF.

      *A session logged against the wrong member bills the wrong
      *sponsor, so the full card number is demanded and validated,
      *exactly as the intake desk does.
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

      *The client code is kept for the billable event; the sponsor
      *the member belongs to is the one billed.
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
                       MOVE MEMBER-STATUS TO WS-MEMBER-STATUS
                       MOVE MEMBER-CLIENT-CODE TO WS-CLIENT-CODE
                       DISPLAY "Coaching sessions for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0200-LOG-SESSION.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               IF NOT COACH-MEMBER-ACTIVE
                   DISPLAY "Member is not active - no session "
                       "logged."
               ELSE
                   PERFORM 0210-GET-SESSION-DATE
                   PERFORM 0250-CHECK-DAY-OPEN
                   IF NOT POSTING-DAY-IS-OPEN
                       DISPLAY "Business date ", WS-SESSION-DATE,
                           " is closed - no session logged."
                   ELSE
                       PERFORM 0220-CAPTURE-SESSION
                       PERFORM 0300-WRITE-SESSION
                   END-IF
               END-IF
           END-IF.

           0210-GET-SESSION-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Session date (YYYYMMDD, 0 for today): "
               ACCEPT WS-SESSION-DATE
               IF WS-SESSION-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-SESSION-DATE
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SESSION-DATE)
                           NOT = ZERO
                       DISPLAY "That is not a valid date."
                   WHEN WS-SESSION-DATE > WS-TODAY-DATE
                       DISPLAY "A session cannot be logged ahead of "
                           "the call."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

      *A completed session is billed on its own date, so a closed
      *business date refuses it the same as a reading.
           0250-CHECK-DAY-OPEN.
           SET POSTING-DAY-IS-OPEN TO TRUE.
           OPEN INPUT DAY-CLOSE-FILE.
           IF WS-DAYC-FS = "00"
               MOVE WS-SESSION-DATE TO DAYC-DATE
               READ DAY-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DAYC-IS-CLOSED
                           SET POSTING-DAY-IS-OPEN TO FALSE
                       END-IF
               END-READ
               CLOSE DAY-CLOSE-FILE
           END-IF.

           0220-CAPTURE-SESSION.
           MOVE WS-ID-ENTRY TO CSES-MEMBER-ID.
           MOVE WS-SESSION-DATE TO CSES-SESSION-DATE.
           MOVE WS-OPERATOR-ID TO CSES-COACH-ID.
           MOVE WS-CLIENT-CODE TO CSES-CLIENT-CODE.
           MOVE ZERO TO CSES-MINUTES.
           MOVE SPACES TO CSES-TOPICS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(C)ompleted, or (N)ot reached: "
               ACCEPT WS-OUTCOME-ENTRY
               SET ENTRY-IS-VALID TO TRUE
               EVALUATE TRUE
                   WHEN OUTCOME-ENTRY-COMPLETED
                       SET CSES-IS-COMPLETED TO TRUE
                   WHEN OUTCOME-ENTRY-NOT-REACHED
                       SET CSES-NOT-REACHED TO TRUE
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO FALSE
                       DISPLAY "Please enter C or N."
               END-EVALUATE
           END-PERFORM.
           IF CSES-IS-COMPLETED
               PERFORM 0230-GET-MINUTES
               PERFORM 0240-GET-TOPICS
           END-IF.
           PERFORM 0260-GET-NEXT-DATE.

           0230-GET-MINUTES.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Minutes on the call: "
               ACCEPT CSES-MINUTES
               IF CSES-MINUTES > ZERO
                       AND CSES-MINUTES <= SESSION-MINUTES-MAX
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Minutes must be between 1 and ",
                       SESSION-MINUTES-MAX, "."
               END-IF
           END-PERFORM.

      *At least one topic is required on a completed session; a
      *blank entry after the first ends the list.
           0240-GET-TOPICS.
           MOVE ZERO TO WS-TOPIC-IX.
           PERFORM UNTIL WS-TOPIC-IX >= 8
               ADD 1 TO WS-TOPIC-IX
               DISPLAY "  ", WS-TOPIC-TBL-CODE(WS-TOPIC-IX), "  ",
                   WS-TOPIC-TBL-NAME(WS-TOPIC-IX)
           END-PERFORM.
           MOVE ZERO TO WS-SLOT-IX.
           SET TOPICS-ARE-DONE TO FALSE.
           PERFORM UNTIL TOPICS-ARE-DONE
               DISPLAY "Topic code (blank when done): "
               ACCEPT WS-TOPIC-ENTRY
               IF WS-TOPIC-ENTRY = SPACES
                   IF WS-SLOT-IX > ZERO
                       SET TOPICS-ARE-DONE TO TRUE
                   ELSE
                       DISPLAY "At least one topic is required."
                   END-IF
               ELSE
                   PERFORM 0245-ADD-TOPIC
               END-IF
           END-PERFORM.

           0245-ADD-TOPIC.
           MOVE ZERO TO WS-TOPIC-IX.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL WS-TOPIC-IX >= 8 OR ENTRY-IS-VALID
               ADD 1 TO WS-TOPIC-IX
               IF WS-TOPIC-TBL-CODE(WS-TOPIC-IX) = WS-TOPIC-ENTRY
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-PERFORM.
           IF ENTRY-IS-VALID
               ADD 1 TO WS-SLOT-IX
               MOVE WS-TOPIC-ENTRY TO CSES-TOPIC-CODE(WS-SLOT-IX)
               IF WS-SLOT-IX >= 3
                   SET TOPICS-ARE-DONE TO TRUE
               END-IF
           ELSE
               DISPLAY "Not a coaching topic code."
           END-IF.

      *The next session date is what the missed-session list works
      *from; zero closes the case.
           0260-GET-NEXT-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Next session date (YYYYMMDD, 0 to close "
                   "the case): "
               ACCEPT CSES-NEXT-DATE
               EVALUATE TRUE
                   WHEN CSES-NEXT-DATE = ZERO
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(CSES-NEXT-DATE)
                           NOT = ZERO
                       DISPLAY "That is not a valid date."
                   WHEN CSES-NEXT-DATE <= CSES-SESSION-DATE
                       DISPLAY "The next session must fall after "
                           "this one."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0300-WRITE-SESSION.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TIME-HHMMSS TO CSES-SESSION-TIME.
           WRITE COACHING-SESSION-RECORD.
           PERFORM UNTIL WS-COACH-FS NOT = "22"
               ADD 1 TO CSES-SESSION-TIME
               WRITE COACHING-SESSION-RECORD
           END-PERFORM.
           IF WS-COACH-FS NOT = "00"
               DISPLAY "Could not log the session, status: ",
                   WS-COACH-FS
               MOVE "0300-WRITE-SESSION" TO ERRL-REQ-PARAGRAPH
               MOVE "COACHING.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COACH-FS TO ERRL-REQ-STATUS
               MOVE CSES-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               IF CSES-IS-COMPLETED
                   PERFORM 0500-WRITE-BILLABLE-EVENT
               END-IF
               DISPLAY "Session logged."
           END-IF.

           0400-LIST-SESSIONS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           MOVE WS-ID-ENTRY TO CSES-MEMBER-ID.
           MOVE ZERO TO CSES-SESSION-DATE.
           MOVE ZERO TO CSES-SESSION-TIME.
           START COACHING-FILE KEY >= CSES-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SESSIONS TO FALSE.
           IF WS-COACH-FS NOT = "00"
               SET END-OF-SESSIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SESSIONS
               READ COACHING-FILE NEXT RECORD
                   AT END
                       SET END-OF-SESSIONS TO TRUE
                   NOT AT END
                       IF CSES-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-SESSION
                       ELSE
                           SET END-OF-SESSIONS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Sessions listed: ", WS-LISTED-COUNT.

           0450-SHOW-SESSION.
           IF CSES-IS-COMPLETED
               MOVE "COMPLETED" TO WS-OUTCOME-TEXT
           ELSE
               MOVE "NOT REACHED" TO WS-OUTCOME-TEXT
           END-IF.
           DISPLAY "  ", CSES-SESSION-DATE, "  ", CSES-COACH-ID,
               "  ", WS-OUTCOME-TEXT, "  ", CSES-MINUTES, " min  ",
               CSES-TOPIC-CODE(1), " ", CSES-TOPIC-CODE(2), " ",
               CSES-TOPIC-CODE(3), "  next ", CSES-NEXT-DATE.

      *Billed like a screening: one charge row per completed
      *session on the session date, priced at month end.
           0500-WRITE-BILLABLE-EVENT.
           OPEN I-O BILLABLE-EVENT-FILE.
           IF WS-BILL-FS = "35"
               OPEN OUTPUT BILLABLE-EVENT-FILE
               CLOSE BILLABLE-EVENT-FILE
               OPEN I-O BILLABLE-EVENT-FILE
           END-IF.
           IF WS-BILL-FS = "00"
               MOVE CSES-MEMBER-ID TO BILL-MEMBER-ID
               MOVE CSES-SESSION-DATE TO BILL-DATE
               MOVE CSES-SESSION-TIME TO BILL-TIME
               SET BILL-IS-CHARGE TO TRUE
               MOVE CSES-CLIENT-CODE TO BILL-CLIENT-CODE
               MOVE SPACES TO BILL-EVENT-CODE
               MOVE SERVICE-TYPE-COACHING TO BILL-SERVICE-TYPE
               MOVE SPACES TO BILL-INVOICE-NO
               WRITE BILLABLE-EVENT-RECORD
               PERFORM UNTIL WS-BILL-FS NOT = "22"
                   ADD 1 TO BILL-TIME
                   WRITE BILLABLE-EVENT-RECORD
               END-PERFORM
               IF WS-BILL-FS NOT = "00"
                   DISPLAY "Could not write billable event, "
                       "status: ", WS-BILL-FS
                   MOVE "0500-WRITE-BILLABLE-EVENT"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE BILLABLE-EVENT-FILE
           ELSE
               DISPLAY "Could not write billable event, status: ",
                   WS-BILL-FS
               MOVE "0500-WRITE-BILLABLE-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COACHLOG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COACHLOG".
