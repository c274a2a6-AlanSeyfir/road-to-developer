      *the morning build turns confirmed appointments into skeleton
      *BMIINPUT.DAT rows (height/weight left zero for the station),
      *and the end-of-day pass lists no-shows for follow-up calls.
      *Holidays and closed days on the business calendar are not
      *booked; the clerk is offered the next open day instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 OVERRIDE-WANTED VALUE "Y" "y".
       01 WS-SUPERVISOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
       01 SLOT-TABLE-MAX PIC 99 VALUE 48.
       01 WS-SLOT-COUNT PIC 99 VALUE ZERO.
       01 WS-SLOT-TABLE.
       01 WS-DEPTH-COUNT PIC 9(4).
       01 WS-CURRENT-DAY PIC 9(8).

      *Business calendar: the site's closed days and the
      *company-wide ones are not booked.
       01 WS-SITE-ENTRY PIC X(20) VALUE SPACES.
       01 WS-NEXT-CHOICE PIC X.
           88 NEXT-OPEN-WANTED VALUE "Y" "y".
           COPY "CALNREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
           0200-ENTER-APPOINTMENT.
           PERFORM 0220-GET-VALIDATED-ID.
           MOVE WS-CARD-ID TO WS-ID-ENTRY.
           DISPLAY "Site (blank = company-wide closures only): ".
           ACCEPT WS-SITE-ENTRY.
           PERFORM 0210-GET-OPEN-DATE.
           DISPLAY "Time slot (HHMM): ".
           ACCEPT WS-SLOT-ENTRY.
           PERFORM 0250-OPEN-APPT-IO.
               SET APPT-IS-PENDING TO TRUE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO APPT-BOOKED-DATE
               SET APPT-BOOKED-AT-DESK TO TRUE
               WRITE APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "Member already has an appointment "
                           "that day, status: ", WS-APPT-FS
                       MOVE "0200-ENTER-APPOINTMENT"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE "APPOINTS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-APPT-FS TO ERRL-REQ-STATUS
                       MOVE APPT-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-WARNING TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
               END-WRITE
               IF WS-APPT-FS = "00"
                   DISPLAY "Appointment recorded for member ",
           END-IF.
           CLOSE APPOINTMENT-FILE.

      *A closed day is refused; the next open day is offered so
      *the clerk does not have to hunt for it.
           0210-GET-OPEN-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Appointment date (YYYYMMDD): "
               ACCEPT WS-DATE-ENTRY
               PERFORM 0215-CHECK-CLOSED-DAY
               IF CALN-REQ-DAY-IS-OPEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   SET CALN-REQ-NEXT-OPEN TO TRUE
                   CALL "CALNCHK" USING CALN-REQUEST
                   DISPLAY "Next open day is ", CALN-REQ-RESULT-DATE,
                       ". Book that day instead (Y/N)? "
                   ACCEPT WS-NEXT-CHOICE
                   IF NEXT-OPEN-WANTED
                       MOVE CALN-REQ-RESULT-DATE TO WS-DATE-ENTRY
                       SET ENTRY-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           0215-CHECK-CLOSED-DAY.
           SET CALN-REQ-CHECK-DAY TO TRUE.
           MOVE WS-SITE-ENTRY TO CALN-REQ-SITE.
           MOVE WS-DATE-ENTRY TO CALN-REQ-DATE.
           CALL "CALNCHK" USING CALN-REQUEST.
           IF CALN-REQ-DAY-IS-CLOSED
               DISPLAY WS-DATE-ENTRY, " is a closed day - ",
                   FUNCTION TRIM(CALN-REQ-REASON), "."
           END-IF.

      *The slot is full when the booked count for the day and slot
      *reaches the configured capacity. A day and slot with no
      *capacity row on file books without limit, as before.
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   SET BOOKING-IS-ALLOWED TO TRUE
                   MOVE "CAPACITY" TO OVRD-REQ-FUNCTION
                   MOVE WS-SUPERVISOR-ID TO OVRD-REQ-SUPERVISOR-ID
                   MOVE SPACES TO OVRD-REQ-RECORD-KEY
                   STRING "APPT " WS-DATE-ENTRY " " WS-SLOT-ENTRY
                       " MBR " WS-ID-ENTRY
                       DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
                   PERFORM 0970-LOG-OVERRIDE
               ELSE
                   DISPLAY "Override not authorized."
               END-IF
           0300-BUILD-INPUT-FILE.
           DISPLAY "Build for which date (YYYYMMDD): ".
           ACCEPT WS-DATE-ENTRY.
           PERFORM 0215-CHECK-CLOSED-DAY.
           IF CALN-REQ-DAY-IS-CLOSED
               DISPLAY "No appointments are expected that day; "
                   "any booked before it closed are built below."
           END-IF.
           PERFORM 0250-OPEN-APPT-IO.
           OPEN INPUT MEMBER-MASTER-FILE.
           OPEN OUTPUT BMI-INPUT-FILE.
           IF WS-BATCH-IN-FS NOT = "00"
               DISPLAY "Cannot open BMIINPUT.DAT, status: ",
                   WS-BATCH-IN-FS
               MOVE "0400-LIST-NO-SHOWS" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIINPUT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BATCH-IN-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT NOSHOW-REPORT-FILE
           0500-MAINTAIN-CAPACITY.
           DISPLAY "Capacity for which date (YYYYMMDD): ".
           ACCEPT WS-DATE-ENTRY.
           PERFORM 0215-CHECK-CLOSED-DAY.
           DISPLAY "Time slot (HHMM): ".
           ACCEPT WS-SLOT-ENTRY.
           DISPLAY "Bookings the slot can take: ".
           ELSE
               DISPLAY "Could not save capacity, status: ",
                   WS-CAP-FS
               MOVE "0500-MAINTAIN-CAPACITY" TO ERRL-REQ-PARAGRAPH
               MOVE "SLOTCAP.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CAP-FS TO ERRL-REQ-STATUS
               MOVE CAP-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE SLOT-CAPACITY-FILE.

                   ELSE
                       DISPLAY "Could not cancel, status: ",
                           WS-APPT-FS
                       MOVE "0700-CANCEL-AND-PROMOTE"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE "APPOINTS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-APPT-FS TO ERRL-REQ-STATUS
                       MOVE APPT-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
           END-READ.
           CLOSE APPOINTMENT-FILE.
                   INVALID KEY
                       DISPLAY "Could not waitlist member, "
                           "status: ", WS-WAIT-FS
                       MOVE "0710-ADD-TO-WAITLIST" TO ERRL-REQ-PARAGRAPH
                       MOVE "WAITLIST.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-WAIT-FS TO ERRL-REQ-STATUS
                       MOVE WAIT-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
               END-WRITE
               IF WS-WAIT-FS = "00"
                   DISPLAY "Member ", WS-ID-ENTRY,
           SET APPT-IS-PENDING TO TRUE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO APPT-BOOKED-DATE.
           SET APPT-BOOKED-AT-DESK TO TRUE.
           WRITE APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "Waitlisted member ", WAIT-MEMBER-ID,
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-FS NOT = "00"
               DISPLAY "No waitlist on hand, status: ", WS-WAIT-FS
               MOVE "0900-REPORT-WAITLIST-DEPTH" TO ERRL-REQ-PARAGRAPH
               MOVE "WAITLIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-WAIT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               DISPLAY "WAITLIST DEPTH BY DAY:"
               MOVE ZERO TO WS-CURRENT-DAY
               CLOSE WAITLIST-FILE
           END-IF.


      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "APPTPREP" TO OVRD-REQ-PROGRAM.
           MOVE "APPTPREP" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "APPTPREP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "APPTPREP".
