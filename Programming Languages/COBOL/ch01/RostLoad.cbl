      *interactive intake applies, assigns IDs through the same
      *locked sequence mechanism, writes the members, and produces
      *a load report of accepted and rejected rows with reasons.
      *Members loaded carry the load date and time in their update
      *stamp, so the volume forecast can tell this month's roster
      *intake from an old load that was never screened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-DUP-FOUND-SW PIC X VALUE "N".
           88 DUPLICATE-NAME-FOUND VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-LOAD-DATE PIC 9(8).
       01 WS-LOAD-TIME PIC 9(8).
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "HR ROSTER LOAD".
           DISPLAY "Employer client code for this roster: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF NOT CLNT-REQ-ACCEPTED
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file "
                   "or not active. Roster not loaded."
               GOBACK
           END-IF.
           DISPLAY "Loading roster for ",
               FUNCTION TRIM(CLNT-REQ-NAME).
           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOAD-TIME FROM TIME.
           OPEN INPUT HR-ROSTER-FILE.
           IF WS-ROSTER-FS NOT = "00"
               DISPLAY "Cannot open HRROSTER.DAT, status: ",
                   WS-ROSTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "HRROSTER.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ROSTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0150-OPEN-WORK-FILES
               IF WS-SEQ-FS = "00" AND WS-MASTER-FS = "00"
               ELSE
                   DISPLAY "Cannot open work files - master: ",
                       WS-MASTER-FS, " sequence: ", WS-SEQ-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   IF WS-MASTER-FS NOT = "00"
                       MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
                   IF WS-SEQ-FS NOT = "00"
                       MOVE "MEMBERSEQ.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
                   CLOSE HR-ROSTER-FILE
               END-IF
           END-IF.
           MOVE SPACE TO MEMBER-UNDELIV-FLAG.
           MOVE ZERO TO MEMBER-UNDELIV-DATE.
           MOVE SPACES TO MEMBER-UNDELIV-REASON.
           MOVE WS-LOAD-DATE TO MEMBER-UPDATE-DATE.
           MOVE WS-LOAD-TIME(1:6) TO MEMBER-UPDATE-TIME.
           MOVE "ROSTLOAD" TO MEMBER-UPDATE-STATION.
           MOVE "Y" TO MEMBER-MAIL-OK-FLAG.
           MOVE "Y" TO MEMBER-PHONE-OK-FLAG.
           CLOSE LOAD-REPORT-FILE.
           DISPLAY "Roster rows accepted: ", WS-ACCEPTED-COUNT.
           DISPLAY "Roster rows rejected: ", WS-REJECTED-COUNT.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ROSTLOAD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ROSTLOAD".
