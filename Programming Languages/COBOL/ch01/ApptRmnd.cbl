       01 WS-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
           COPY "COMMREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-APPT-FS NOT = "00"
               DISPLAY "Cannot open APPOINTS.DAT, status: ",
                   WS-APPT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "APPOINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-APPT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT REMINDER-FILE
               CLOSE APPOINTMENT-FILE
               CLOSE MEMBER-MASTER-FILE
               CLOSE REMINDER-FILE
               SET COMM-REQ-FINISH TO TRUE
               CALL "COMMLOG" USING COMM-REQUEST
               DISPLAY "Reminders written for ", WS-TARGET-DATE,
                   ": ", WS-WRITTEN-COUNT
               DISPLAY "Appointments skipped:       ",
           WRITE REMINDER-LINE.
           MOVE SPACES TO REMINDER-LINE.
           WRITE REMINDER-LINE.
           PERFORM 0450-LOG-COMMUNICATION.

      *The reminder just written goes on the member's
      *communication history with the address it was sent to.
           0450-LOG-COMMUNICATION.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "APPTRMND" TO COMM-REQ-PROGRAM.
           MOVE MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "REMINDER" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-MAIL TO TRUE.
           MOVE MEMBER-ADDR-LINE-1 TO COMM-REQ-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO COMM-REQ-ADDR-LINE-2.
           MOVE MEMBER-CITY TO COMM-REQ-CITY.
           MOVE MEMBER-STATE TO COMM-REQ-STATE.
           MOVE MEMBER-ZIP TO COMM-REQ-ZIP.
           MOVE SPACES TO COMM-REQ-PHONE.
           CALL "COMMLOG" USING COMM-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "APPTRMND" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "APPTRMND".
