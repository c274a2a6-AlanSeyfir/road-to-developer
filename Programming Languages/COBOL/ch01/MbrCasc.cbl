       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MBRCASC".
       AUTHOR.     ALAN GARCIA.
      *Member status cascade service. Called by the desk once a
      *member has been set inactive or deceased, it cancels the
      *member's future appointments (promoting the first member
      *waiting for the freed slot), cancels open waitlist entries,
      *closes open outreach items and the open goal, withdraws the
      *member from challenges and freezes the points balance, each
      *with the status change as the reason. Every row touched is
      *listed on the cascade confirmation and logged to MBRCASC.LOG.
      *Setting a member active again thaws the points; cancelled
      *bookings and closed items stay closed and are rebooked or
      *rebuilt in the normal way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPT-KEY
               FILE STATUS IS WS-APPT-FS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-FS.
           SELECT OUTREACH-FILE ASSIGN TO "OUTREACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTR-KEY
               FILE STATUS IS WS-OUTR-FS.
           SELECT GOAL-FILE ASSIGN TO "GOALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-MEMBER-ID
               FILE STATUS IS WS-GOAL-FS.
           SELECT ENROLL-FILE ASSIGN TO "CHALENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHEN-KEY
               FILE STATUS IS WS-ENROLL-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT CASCADE-LOG-FILE ASSIGN TO "MBRCASC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASCLOG-FS.
           SELECT CONFIRMATION-FILE ASSIGN TO "MBRCASC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APPOINTMENT-FILE.
           COPY "APPTREC.cpy".

       FD WAITLIST-FILE.
           COPY "WAITREC.cpy".

       FD OUTREACH-FILE.
           COPY "OUTRCREC.cpy".

       FD GOAL-FILE.
           COPY "GOALREC.cpy".

       FD ENROLL-FILE.
           COPY "CHALEREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD CASCADE-LOG-FILE.
       01 CASCADE-LOG-LINE PIC X(100).

       FD CONFIRMATION-FILE.
       01 CONFIRMATION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-APPT-FS PIC XX.
       01 WS-WAIT-FS PIC XX.
       01 WS-OUTR-FS PIC XX.
       01 WS-GOAL-FS PIC XX.
       01 WS-ENROLL-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-CASCLOG-FS PIC XX.
       01 WS-CONFIRM-FS PIC XX.
       01 WS-EOF-SW PIC X.
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-WAIT-EOF-SW PIC X.
           88 END-OF-WAITLIST VALUE "Y" FALSE "N".
       01 WS-PROMOTED-SW PIC X.
           88 MEMBER-WAS-PROMOTED VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SAVED-APPT-KEY PIC X(14).
       01 WS-FREED-DATE PIC 9(8).
       01 WS-FREED-SLOT PIC 9(4).
       01 WS-ROWS-TOUCHED PIC 9(5).
       01 WS-TOTAL-TOUCHED PIC 9(5).
       01 WS-FILE-NAME-TEXT PIC X(14).
       01 WS-ACTION-TEXT PIC X(10).
       01 WS-ITEM-TEXT PIC X(30).
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-REASON-CODE PIC X(4).
       01 WS-REASON-TEXT PIC X(16).
       01 WS-BALANCE-DISP PIC -ZZZZZZ9.
       01 WS-FAILED-FS PIC XX.
           COPY "ERRLREQ.cpy".

       LINKAGE SECTION.
           COPY "CASCREQ.cpy".

       PROCEDURE DIVISION USING CASC-REQUEST.
           0100-START-HERE.
           MOVE ZERO TO CASC-ROWS-TOUCHED.
           MOVE ZERO TO WS-TOTAL-TOUCHED.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN CASC-TO-DECEASED
                   MOVE "DECEASED" TO WS-STATUS-TEXT
                   MOVE "DECD" TO WS-REASON-CODE
                   MOVE "MEMBER DECEASED" TO WS-REASON-TEXT
               WHEN CASC-TO-INACTIVE
                   MOVE "INACTIVE" TO WS-STATUS-TEXT
                   MOVE "INAC" TO WS-REASON-CODE
                   MOVE "MEMBER INACTIVE" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
                   MOVE "ACTV" TO WS-REASON-CODE
                   MOVE "MEMBER ACTIVE" TO WS-REASON-TEXT
           END-EVALUATE.
           OPEN OUTPUT CONFIRMATION-FILE.
           MOVE "MEMBER STATUS CHANGE - CASCADE CONFIRMATION"
               TO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "MEMBER ID: " CASC-MEMBER-ID
               "  NEW STATUS: " WS-STATUS-TEXT
               "  DATE: " WS-TODAY-DATE
               "  BY: " CASC-OPERATOR-ID
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.
           OPEN EXTEND CASCADE-LOG-FILE.
           IF WS-CASCLOG-FS = "35"
               OPEN OUTPUT CASCADE-LOG-FILE
           END-IF.
           IF CASC-TO-ACTIVE
               PERFORM 0800-THAW-POINTS
               MOVE "  CANCELLED BOOKINGS AND CLOSED ITEMS ARE NOT"
                   TO CONFIRMATION-LINE
               WRITE CONFIRMATION-LINE
               MOVE "  RESTORED - REBOOK AS NEEDED."
                   TO CONFIRMATION-LINE
               WRITE CONFIRMATION-LINE
           ELSE
      *Waiting entries go before the appointments so a freed slot
      *can never be handed back to the member being closed out.
               PERFORM 0200-CANCEL-WAITLIST
               PERFORM 0300-CANCEL-APPOINTMENTS
               PERFORM 0400-CLOSE-OUTREACH
               PERFORM 0500-CLOSE-GOAL
               PERFORM 0600-WITHDRAW-CHALLENGES
               PERFORM 0700-FREEZE-POINTS
           END-IF.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "TOTAL ROWS TOUCHED: " WS-TOTAL-TOUCHED
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.
           IF WS-CASCLOG-FS = "00"
               CLOSE CASCADE-LOG-FILE
           END-IF.
           CLOSE CONFIRMATION-FILE.
           MOVE WS-TOTAL-TOUCHED TO CASC-ROWS-TOUCHED.
           GOBACK.

           0250-CONFIRM-FILE.
           ADD WS-ROWS-TOUCHED TO WS-TOTAL-TOUCHED.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "  " WS-FILE-NAME-TEXT
               " ROWS TOUCHED: " WS-ROWS-TOUCHED
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.

      *One line per row touched, on the confirmation and on the
      *permanent cascade log.
           0260-RECORD-ITEM.
           ADD 1 TO WS-ROWS-TOUCHED.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "    " WS-ITEM-TEXT " " WS-ACTION-TEXT
               " - " WS-REASON-TEXT
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.
           IF WS-CASCLOG-FS = "00"
               MOVE SPACES TO CASCADE-LOG-LINE
               STRING WS-TODAY-DATE " MEMBER " CASC-MEMBER-ID
                   " " WS-FILE-NAME-TEXT " " WS-ITEM-TEXT
                   " " WS-ACTION-TEXT " REASON " WS-REASON-CODE
                   " BY " CASC-OPERATOR-ID
                   DELIMITED BY SIZE INTO CASCADE-LOG-LINE
               WRITE CASCADE-LOG-LINE
           END-IF.

      *A file that is there but will not open is a fault, not an
      *empty file: the confirmation says so and the error log
      *keeps it. The caller names the paragraph and the status.
           0270-OPEN-FAILED.
           MOVE WS-FILE-NAME-TEXT TO ERRL-REQ-FILE-NAME.
           MOVE WS-FAILED-FS TO ERRL-REQ-STATUS.
           MOVE CASC-MEMBER-ID TO ERRL-REQ-KEY-VALUE.
           SET ERRL-REQ-SEVERE TO TRUE.
           PERFORM 0999-LOG-FILE-ERROR.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "  " WS-FILE-NAME-TEXT
               " COULD NOT BE OPENED - STATUS " WS-FAILED-FS
               " - NOT CASCADED"
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.

      *A row that would not rewrite is left as it was and is not
      *counted as cascaded.
           0280-UPDATE-FAILED.
           MOVE WS-FILE-NAME-TEXT TO ERRL-REQ-FILE-NAME.
           MOVE WS-FAILED-FS TO ERRL-REQ-STATUS.
           MOVE CASC-MEMBER-ID TO ERRL-REQ-KEY-VALUE.
           SET ERRL-REQ-ERROR TO TRUE.
           PERFORM 0999-LOG-FILE-ERROR.
           MOVE SPACES TO CONFIRMATION-LINE.
           STRING "    " WS-ITEM-TEXT " NOT UPDATED - STATUS "
               WS-FAILED-FS
               DELIMITED BY SIZE INTO CONFIRMATION-LINE.
           WRITE CONFIRMATION-LINE.

           0200-CANCEL-WAITLIST.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "WAITLIST.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAIT-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF WAIT-MEMBER-ID = CASC-MEMBER-ID
                                   AND WAIT-IS-WAITING
                               SET WAIT-IS-CANCELLED TO TRUE
                               REWRITE WAITLIST-RECORD
                               MOVE SPACES TO WS-ITEM-TEXT
                               STRING "WAITING FOR " WAIT-DATE
                                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
                               IF WS-WAIT-FS = "00"
                                   MOVE "CANCELLED" TO WS-ACTION-TEXT
                                   PERFORM 0260-RECORD-ITEM
                               ELSE
                                   MOVE WS-WAIT-FS TO WS-FAILED-FS
                                   MOVE "0200-CANCEL-WAITLIST"
                                       TO ERRL-REQ-PARAGRAPH
                                   PERFORM 0280-UPDATE-FAILED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-WAIT-FS NOT = "00" AND NOT = "35"
               MOVE WS-WAIT-FS TO WS-FAILED-FS
               MOVE "0200-CANCEL-WAITLIST" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

      *Appointments are keyed date-first, so the sweep starts at
      *today. A cancellation deletes the booking, as the desk's
      *own cancel does, and the freed slot goes to the first
      *member still waiting for that day. The sweep restarts just
      *past the deleted key.
           0300-CANCEL-APPOINTMENTS.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "APPOINTS.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O APPOINTMENT-FILE.
           IF WS-APPT-FS = "00"
               MOVE WS-TODAY-DATE TO APPT-DATE
               MOVE ZERO TO APPT-MEMBER-ID
               SET END-OF-FILE-REACHED TO FALSE
               START APPOINTMENT-FILE KEY >= APPT-KEY
                   INVALID KEY
                       SET END-OF-FILE-REACHED TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF APPT-MEMBER-ID = CASC-MEMBER-ID
                                   AND NOT APPT-IS-ARRIVED
                               PERFORM 0320-CANCEL-ONE-APPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.
           IF WS-APPT-FS NOT = "00" AND NOT = "35"
               MOVE WS-APPT-FS TO WS-FAILED-FS
               MOVE "0300-CANCEL-APPOINTMENTS" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

           0320-CANCEL-ONE-APPT.
           MOVE APPT-KEY TO WS-SAVED-APPT-KEY.
           MOVE APPT-DATE TO WS-FREED-DATE.
           MOVE APPT-TIME-SLOT TO WS-FREED-SLOT.
           DELETE APPOINTMENT-FILE RECORD.
           MOVE SPACES TO WS-ITEM-TEXT.
           STRING "APPOINTMENT " WS-FREED-DATE
               " SLOT " WS-FREED-SLOT
               DELIMITED BY SIZE INTO WS-ITEM-TEXT.
           IF WS-APPT-FS = "00"
               MOVE "CANCELLED" TO WS-ACTION-TEXT
               PERFORM 0260-RECORD-ITEM
               PERFORM 0350-PROMOTE-FIRST-WAITING
           ELSE
               MOVE WS-APPT-FS TO WS-FAILED-FS
               MOVE "0320-CANCEL-ONE-APPT" TO ERRL-REQ-PARAGRAPH
               PERFORM 0280-UPDATE-FAILED
           END-IF.
           MOVE WS-SAVED-APPT-KEY TO APPT-KEY.
           START APPOINTMENT-FILE KEY > APPT-KEY
               INVALID KEY
                   SET END-OF-FILE-REACHED TO TRUE
           END-START.

           0350-PROMOTE-FIRST-WAITING.
           SET MEMBER-WAS-PROMOTED TO FALSE.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAIT-FS = "00"
               MOVE WS-FREED-DATE TO WAIT-DATE
               MOVE ZERO TO WAIT-SEQ
               START WAITLIST-FILE KEY >= WAIT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-WAITLIST TO FALSE
               IF WS-WAIT-FS NOT = "00"
                   SET END-OF-WAITLIST TO TRUE
               END-IF
               PERFORM UNTIL END-OF-WAITLIST
                       OR MEMBER-WAS-PROMOTED
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-WAITLIST TO TRUE
                       NOT AT END
                           IF WAIT-DATE = WS-FREED-DATE
                               IF WAIT-IS-WAITING
                                   PERFORM 0380-PROMOTE-ONE
                               END-IF
                           ELSE
                               SET END-OF-WAITLIST TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-WAIT-FS NOT = "00" AND NOT = "35"
               MOVE WS-WAIT-FS TO ERRL-REQ-STATUS
               MOVE "0350-PROMOTE-FIRST-WAITING" TO ERRL-REQ-PARAGRAPH
               MOVE "WAITLIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE CASC-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0380-PROMOTE-ONE.
           MOVE WS-FREED-DATE TO APPT-DATE.
           MOVE WAIT-MEMBER-ID TO APPT-MEMBER-ID.
           MOVE WS-FREED-SLOT TO APPT-TIME-SLOT.
           SET APPT-IS-PENDING TO TRUE.
           MOVE WS-TODAY-DATE TO APPT-BOOKED-DATE.
           SET APPT-BOOKED-AT-DESK TO TRUE.
           WRITE APPOINTMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-APPT-FS = "00"
               SET WAIT-IS-PROMOTED TO TRUE
               REWRITE WAITLIST-RECORD
               IF WS-WAIT-FS NOT = "00"
                   MOVE WS-WAIT-FS TO ERRL-REQ-STATUS
                   MOVE "0380-PROMOTE-ONE" TO ERRL-REQ-PARAGRAPH
                   MOVE "WAITLIST.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WAIT-MEMBER-ID TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               SET MEMBER-WAS-PROMOTED TO TRUE
               MOVE SPACES TO CONFIRMATION-LINE
               STRING "      SLOT GIVEN TO WAITING MEMBER "
                   WAIT-MEMBER-ID
                   DELIMITED BY SIZE INTO CONFIRMATION-LINE
               WRITE CONFIRMATION-LINE
           END-IF.

      *Outreach is keyed member-first, one item per reason.
           0400-CLOSE-OUTREACH.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "OUTREACH.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O OUTREACH-FILE.
           IF WS-OUTR-FS = "00"
               MOVE CASC-MEMBER-ID TO OUTR-MEMBER-ID
               MOVE LOW-VALUES TO OUTR-REASON-CODE
               SET END-OF-FILE-REACHED TO FALSE
               START OUTREACH-FILE KEY >= OUTR-KEY
                   INVALID KEY
                       SET END-OF-FILE-REACHED TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ OUTREACH-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF OUTR-MEMBER-ID NOT = CASC-MEMBER-ID
                               SET END-OF-FILE-REACHED TO TRUE
                           ELSE
                               IF OUTR-IS-OPEN
                                   PERFORM 0420-CLOSE-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTREACH-FILE
           END-IF.
           IF WS-OUTR-FS NOT = "00" AND NOT = "35"
               MOVE WS-OUTR-FS TO WS-FAILED-FS
               MOVE "0400-CLOSE-OUTREACH" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

           0420-CLOSE-ONE-ITEM.
           SET OUTR-IS-WORKED TO TRUE.
           SET OUTR-CLOSED-BY-STATUS TO TRUE.
           MOVE WS-TODAY-DATE TO OUTR-WORKED-DATE.
           MOVE CASC-OPERATOR-ID TO OUTR-WORKED-BY.
           REWRITE OUTREACH-RECORD.
           MOVE SPACES TO WS-ITEM-TEXT.
           STRING "OUTREACH " OUTR-REASON-CODE
               " SINCE " OUTR-SOURCE-DATE
               DELIMITED BY SIZE INTO WS-ITEM-TEXT.
           IF WS-OUTR-FS = "00"
               MOVE "CLOSED" TO WS-ACTION-TEXT
               PERFORM 0260-RECORD-ITEM
           ELSE
               MOVE WS-OUTR-FS TO WS-FAILED-FS
               MOVE "0420-CLOSE-ONE-ITEM" TO ERRL-REQ-PARAGRAPH
               PERFORM 0280-UPDATE-FAILED
           END-IF.

           0500-CLOSE-GOAL.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "GOALS.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O GOAL-FILE.
           IF WS-GOAL-FS = "00"
               MOVE CASC-MEMBER-ID TO GOAL-MEMBER-ID
               READ GOAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GOAL-IS-OPEN
                           SET GOAL-IS-CLOSED TO TRUE
                           REWRITE GOAL-RECORD
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "GOAL SET " GOAL-SET-DATE
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           IF WS-GOAL-FS = "00"
                               MOVE "CLOSED" TO WS-ACTION-TEXT
                               PERFORM 0260-RECORD-ITEM
                           ELSE
                               MOVE WS-GOAL-FS TO WS-FAILED-FS
                               MOVE "0500-CLOSE-GOAL"
                                   TO ERRL-REQ-PARAGRAPH
                               PERFORM 0280-UPDATE-FAILED
                           END-IF
                       END-IF
               END-READ
               CLOSE GOAL-FILE
           END-IF.
           IF WS-GOAL-FS NOT = "00" AND NOT = "35"
               MOVE WS-GOAL-FS TO WS-FAILED-FS
               MOVE "0500-CLOSE-GOAL" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

      *Enrollments are keyed challenge-first, so every challenge
      *is swept. A completion already awarded is left standing.
           0600-WITHDRAW-CHALLENGES.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "CHALENR.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O ENROLL-FILE.
           IF WS-ENROLL-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF CHEN-MEMBER-ID = CASC-MEMBER-ID
                                   AND NOT CHEN-WAS-AWARDED
                                   AND NOT CHEN-WAS-WITHDRAWN
                               SET CHEN-WAS-WITHDRAWN TO TRUE
                               REWRITE CHALLENGE-ENROLL-RECORD
                               MOVE SPACES TO WS-ITEM-TEXT
                               STRING "CHALLENGE " CHEN-CHAL-CODE
                                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
                               IF WS-ENROLL-FS = "00"
                                   MOVE "WITHDRAWN" TO WS-ACTION-TEXT
                                   PERFORM 0260-RECORD-ITEM
                               ELSE
                                   MOVE WS-ENROLL-FS TO WS-FAILED-FS
                                   MOVE "0600-WITHDRAW-CHALLENGES"
                                       TO ERRL-REQ-PARAGRAPH
                                   PERFORM 0280-UPDATE-FAILED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF WS-ENROLL-FS NOT = "00" AND NOT = "35"
               MOVE WS-ENROLL-FS TO WS-FAILED-FS
               MOVE "0600-WITHDRAW-CHALLENGES" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

           0700-FREEZE-POINTS.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "POINTS.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O POINTS-FILE.
           IF WS-POINTS-FS = "00"
               MOVE CASC-MEMBER-ID TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PTS-IS-FROZEN
                           SET PTS-IS-FROZEN TO TRUE
                           MOVE WS-TODAY-DATE TO PTS-FROZEN-DATE
                           REWRITE POINTS-RECORD
                           MOVE SPACES TO WS-ITEM-TEXT
                           MOVE PTS-BALANCE TO WS-BALANCE-DISP
                           STRING "BALANCE " WS-BALANCE-DISP
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           IF WS-POINTS-FS = "00"
                               MOVE "FROZEN" TO WS-ACTION-TEXT
                               PERFORM 0260-RECORD-ITEM
                           ELSE
                               MOVE WS-POINTS-FS TO WS-FAILED-FS
                               MOVE "0700-FREEZE-POINTS"
                                   TO ERRL-REQ-PARAGRAPH
                               PERFORM 0280-UPDATE-FAILED
                           END-IF
                       END-IF
               END-READ
               CLOSE POINTS-FILE
           END-IF.
           IF WS-POINTS-FS NOT = "00" AND NOT = "35"
               MOVE WS-POINTS-FS TO WS-FAILED-FS
               MOVE "0700-FREEZE-POINTS" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

           0800-THAW-POINTS.
           MOVE ZERO TO WS-ROWS-TOUCHED.
           MOVE "POINTS.DAT" TO WS-FILE-NAME-TEXT.
           OPEN I-O POINTS-FILE.
           IF WS-POINTS-FS = "00"
               MOVE CASC-MEMBER-ID TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PTS-IS-FROZEN
                           MOVE SPACE TO PTS-FROZEN-FLAG
                           MOVE ZERO TO PTS-FROZEN-DATE
                           REWRITE POINTS-RECORD
                           MOVE SPACES TO WS-ITEM-TEXT
                           MOVE PTS-BALANCE TO WS-BALANCE-DISP
                           STRING "BALANCE " WS-BALANCE-DISP
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           IF WS-POINTS-FS = "00"
                               MOVE "THAWED" TO WS-ACTION-TEXT
                               PERFORM 0260-RECORD-ITEM
                           ELSE
                               MOVE WS-POINTS-FS TO WS-FAILED-FS
                               MOVE "0800-THAW-POINTS"
                                   TO ERRL-REQ-PARAGRAPH
                               PERFORM 0280-UPDATE-FAILED
                           END-IF
                       END-IF
               END-READ
               CLOSE POINTS-FILE
           END-IF.
           IF WS-POINTS-FS NOT = "00" AND NOT = "35"
               MOVE WS-POINTS-FS TO WS-FAILED-FS
               MOVE "0800-THAW-POINTS" TO ERRL-REQ-PARAGRAPH
               PERFORM 0270-OPEN-FAILED
           END-IF.
           PERFORM 0250-CONFIRM-FILE.

      *Unexpected file statuses go to the central error log as
      *well as the confirmation, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MBRCASC" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MBRCASC".
