       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STAFMNT".
       AUTHOR.     ALAN GARCIA.
      *Event staffing roster. Assigns an operator from OPERATOR.DAT
      *to an event on EVENTS.DAT for a shift, as screener, nurse or
      *desk; removes an assignment; or lists an event's roster with
      *the hours it adds up to. The nurse job needs an operator
      *whose role is nurse. Changes need a supervisor and are
      *stamped with who made them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-STAFF-FILE ASSIGN TO "EVENTSTF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTF-KEY
               FILE STATUS IS WS-STAFF-FS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-STAFF-FILE.
           COPY "ESTFREC.cpy".

       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD OPERATOR-FILE.
           COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STAFF-FS PIC XX.
       01 WS-EVENT-FS PIC XX.
       01 WS-OPER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ASSIGN-MODE-CHOSEN VALUE "A" "a".
           88 REMOVE-MODE-CHOSEN VALUE "R" "r".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EVENT-FOUND-SW PIC X VALUE "N".
           88 EVENT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-OPER-FOUND-SW PIC X VALUE "N".
           88 OPERATOR-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ROSTER VALUE "Y" FALSE "N".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-EVENT-ENTRY PIC X(6).
       01 WS-OPERATOR-ENTRY PIC X(8).
       01 WS-ROLE-ENTRY PIC X.
       01 WS-START-ENTRY PIC 9(4).
       01 WS-START-PARTS REDEFINES WS-START-ENTRY.
           05 WS-START-HH PIC 99.
           05 WS-START-MM PIC 99.
       01 WS-END-ENTRY PIC 9(4).
       01 WS-END-PARTS REDEFINES WS-END-ENTRY.
           05 WS-END-HH PIC 99.
           05 WS-END-MM PIC 99.
       01 WS-OPER-ROLE PIC X.
           88 WS-OPER-IS-NURSE VALUE "N".
       01 WS-OPER-NAME PIC X(20).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-MINUTES PIC 9(5).
       01 WS-TOTAL-MINUTES PIC 9(6) VALUE ZERO.
       01 WS-HOURS-DISP PIC ZZZ9.9.
       01 WS-ROLE-TEXT PIC X(8).
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "EVENT STAFFING ROSTER".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Event code: ".
           ACCEPT WS-EVENT-ENTRY.
           PERFORM 0170-CHECK-EVENT.
           IF EVENT-WAS-FOUND
               PERFORM 0160-OPEN-STAFF-IO
               IF LIST-MODE-CHOSEN
                   PERFORM 0500-LIST-ROSTER
               ELSE
                   PERFORM 0150-VERIFY-SUPERVISOR
                   IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       IF ASSIGN-MODE-CHOSEN
                           PERFORM 0200-ASSIGN-STAFF
                       ELSE
                           PERFORM 0300-REMOVE-STAFF
                       END-IF
                   ELSE
                       DISPLAY "An enabled supervisor ID is "
                           "required. Nothing was changed."
                   END-IF
               END-IF
               CLOSE EVENT-STAFF-FILE
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)ssign staff, (R)emove an assignment, or "
                   "(L)ist an event's roster: "
               ACCEPT WS-MODE-CHOICE
               IF ASSIGN-MODE-CHOSEN OR REMOVE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, R or L."
               END-IF
           END-PERFORM.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "STAFMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0160-OPEN-STAFF-IO.
           OPEN I-O EVENT-STAFF-FILE.
           IF WS-STAFF-FS = "35"
               OPEN OUTPUT EVENT-STAFF-FILE
               CLOSE EVENT-STAFF-FILE
               OPEN I-O EVENT-STAFF-FILE
           END-IF.

           0170-CHECK-EVENT.
           SET EVENT-WAS-FOUND TO FALSE.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0170-CHECK-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-EVENT-ENTRY TO EVENT-CODE
               READ EVENT-FILE
                   INVALID KEY
                       DISPLAY "No such event: ", WS-EVENT-ENTRY
                   NOT INVALID KEY
                       SET EVENT-WAS-FOUND TO TRUE
                       DISPLAY "Event ", EVENT-CODE, " on ",
                           EVENT-DATE, " at ",
                           FUNCTION TRIM(EVENT-LOCATION),
                           ", head count ", EVENT-HEADCOUNT-COMMIT
               END-READ
               CLOSE EVENT-FILE
           END-IF.

           0180-CHECK-OPERATOR.
           SET OPERATOR-WAS-FOUND TO FALSE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FS = "00"
               MOVE WS-OPERATOR-ENTRY TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-IS-ENABLED
                           SET OPERATOR-WAS-FOUND TO TRUE
                           MOVE OPER-ROLE TO WS-OPER-ROLE
                           MOVE OPER-NAME TO WS-OPER-NAME
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *An operator may work more than one shift at an event; each
      *shift is its own row keyed by its start time.
           0200-ASSIGN-STAFF.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ENTRY.
           PERFORM 0180-CHECK-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               DISPLAY "Operator ", WS-OPERATOR-ENTRY, " is not on "
                   "file or not enabled. Nothing was changed."
           ELSE
               DISPLAY "Assigning ", FUNCTION TRIM(WS-OPER-NAME)
               PERFORM 0210-GET-ROLE
               PERFORM 0220-GET-SHIFT
               MOVE WS-EVENT-ENTRY TO ESTF-EVENT-CODE
               MOVE WS-OPERATOR-ENTRY TO ESTF-OPERATOR-ID
               MOVE WS-START-ENTRY TO ESTF-SHIFT-START
               MOVE WS-END-ENTRY TO ESTF-SHIFT-END
               MOVE WS-ROLE-ENTRY TO ESTF-ROLE
               MOVE WS-SUPERVISOR-ID TO ESTF-ASSIGNED-BY
               MOVE WS-TODAY-DATE TO ESTF-ASSIGNED-DATE
               WRITE EVENT-STAFF-RECORD
               IF WS-STAFF-FS = "00"
                   DISPLAY "Assigned ", ESTF-OPERATOR-ID, " ",
                       ESTF-SHIFT-START, "-", ESTF-SHIFT-END, "."
               ELSE
                   IF WS-STAFF-FS = "22"
                       DISPLAY "That operator already has a shift "
                           "starting at ", WS-START-ENTRY,
                           " - remove it first."
                   ELSE
                       DISPLAY "Could not add the assignment, "
                           "status: ", WS-STAFF-FS
                       MOVE "0200-ASSIGN-STAFF" TO ERRL-REQ-PARAGRAPH
                       MOVE "EVENTSTF.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-STAFF-FS TO ERRL-REQ-STATUS
                       MOVE ESTF-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

           0210-GET-ROLE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Job at the event - (S)creener, (N)urse or "
                   "(D)esk: "
               ACCEPT WS-ROLE-ENTRY
               INSPECT WS-ROLE-ENTRY CONVERTING "sdn" TO "SDN"
               MOVE WS-ROLE-ENTRY TO ESTF-ROLE
               EVALUATE TRUE
                   WHEN NOT ESTF-ROLE-IS-VALID
                       DISPLAY "Please enter S, N or D."
                   WHEN ESTF-IS-NURSE AND NOT WS-OPER-IS-NURSE
                       DISPLAY "Only an operator with the nurse role "
                           "can work as the event nurse."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0220-GET-SHIFT.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Shift start (HHMM): "
               ACCEPT WS-START-ENTRY
               DISPLAY "Shift end (HHMM): "
               ACCEPT WS-END-ENTRY
               EVALUATE TRUE
                   WHEN WS-START-HH > 23 OR WS-START-MM > 59
                       DISPLAY "Start is not a clock time."
                   WHEN WS-END-HH > 23 OR WS-END-MM > 59
                       DISPLAY "End is not a clock time."
                   WHEN WS-END-ENTRY <= WS-START-ENTRY
                       DISPLAY "The shift must end after it starts."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0300-REMOVE-STAFF.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ENTRY.
           DISPLAY "Shift start (HHMM): ".
           ACCEPT WS-START-ENTRY.
           MOVE WS-EVENT-ENTRY TO ESTF-EVENT-CODE.
           MOVE WS-OPERATOR-ENTRY TO ESTF-OPERATOR-ID.
           MOVE WS-START-ENTRY TO ESTF-SHIFT-START.
           READ EVENT-STAFF-FILE
               INVALID KEY
                   DISPLAY "No such assignment."
               NOT INVALID KEY
                   DISPLAY "Remove ", ESTF-OPERATOR-ID, " ",
                       ESTF-SHIFT-START, "-", ESTF-SHIFT-END,
                       " from ", ESTF-EVENT-CODE, "? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       DELETE EVENT-STAFF-FILE
                       IF WS-STAFF-FS = "00"
                           DISPLAY "Assignment removed."
                       ELSE
                           DISPLAY "Could not remove it, status: ",
                               WS-STAFF-FS
                           MOVE "0300-REMOVE-STAFF"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "EVENTSTF.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-STAFF-FS TO ERRL-REQ-STATUS
                           MOVE ESTF-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                   END-IF
           END-READ.

           0500-LIST-ROSTER.
           MOVE WS-EVENT-ENTRY TO ESTF-EVENT-CODE.
           MOVE LOW-VALUES TO ESTF-OPERATOR-ID.
           MOVE ZERO TO ESTF-SHIFT-START.
           START EVENT-STAFF-FILE KEY >= ESTF-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-ROSTER TO FALSE.
           IF WS-STAFF-FS NOT = "00"
               SET END-OF-ROSTER TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-ROSTER
               READ EVENT-STAFF-FILE NEXT RECORD
                   AT END
                       SET END-OF-ROSTER TO TRUE
                   NOT AT END
                       IF ESTF-EVENT-CODE NOT = WS-EVENT-ENTRY
                           SET END-OF-ROSTER TO TRUE
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0550-SHOW-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-HOURS-DISP ROUNDED = WS-TOTAL-MINUTES / 60.
           DISPLAY "Shifts listed: ", WS-LISTED-COUNT,
               "  staff hours: ", WS-HOURS-DISP.

           0550-SHOW-ASSIGNMENT.
           EVALUATE TRUE
               WHEN ESTF-IS-SCREENER
                   MOVE "SCREENER" TO WS-ROLE-TEXT
               WHEN ESTF-IS-NURSE
                   MOVE "NURSE" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "DESK" TO WS-ROLE-TEXT
           END-EVALUATE.
           MOVE ESTF-SHIFT-START TO WS-START-ENTRY.
           MOVE ESTF-SHIFT-END TO WS-END-ENTRY.
           COMPUTE WS-SHIFT-MINUTES =
               (WS-END-HH * 60 + WS-END-MM)
               - (WS-START-HH * 60 + WS-START-MM).
           ADD WS-SHIFT-MINUTES TO WS-TOTAL-MINUTES.
           DISPLAY "  ", ESTF-OPERATOR-ID, "  ", WS-ROLE-TEXT, "  ",
               ESTF-SHIFT-START, "-", ESTF-SHIFT-END,
               "  by ", ESTF-ASSIGNED-BY, " ", ESTF-ASSIGNED-DATE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "STAFMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "STAFMNT".
