       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRVENTRY".
       AUTHOR.     ALAN GARCIA.
      *Member grievance entry and update. Complaints taken at the
      *desk, on the phone or from the mail are keyed here against
      *the member: category, channel, the event or operator the
      *complaint is about, a description and the supervisor or
      *staff member who owns it. Update mode moves a grievance
      *through in-progress to resolved or withdrawn, reassigns the
      *owner and records the resolution. Rows are never deleted -
      *the aging report and the quarterly client summary read
      *them all. Entry runs under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-KEY
               FILE STATUS IS WS-GRV-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
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
       FD GRIEVANCE-FILE.
           COPY "GRVREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD OPERATOR-FILE.
           COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GRV-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-EVENT-FS PIC XX.
       01 WS-OPER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ENTER-MODE-CHOSEN VALUE "E" "e".
           88 UPDATE-MODE-CHOSEN VALUE "U" "u".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-GRIEVANCES VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-OPER-FOUND-SW PIC X VALUE "N".
           88 OPERATOR-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CHANNEL-ENTRY PIC X.
           88 CHANNEL-ENTRY-DESK VALUE "D" "d".
           88 CHANNEL-ENTRY-PHONE VALUE "P" "p".
           88 CHANNEL-ENTRY-MAIL VALUE "M" "m".
       01 WS-STATUS-ENTRY PIC X.
           88 STATUS-ENTRY-OPEN VALUE "O" "o".
           88 STATUS-ENTRY-IN-PROGRESS VALUE "I" "i".
           88 STATUS-ENTRY-RESOLVED VALUE "R" "r".
           88 STATUS-ENTRY-WITHDRAWN VALUE "W" "w".
       01 WS-CATEGORY-ENTRY PIC X.
       01 WS-OWNER-ENTRY PIC X(8).
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-CLIENT-CODE PIC X(3).
       01 WS-RECEIVED-ENTRY PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-CAT-SUB PIC 9.
       01 WS-CAT-NAME PIC X(20).
       01 WS-PICK-ENTRY PIC 99.
      *Update picks from a numbered list; the keys listed are kept
      *so the number keyed reads the right row back.
       01 WS-LIST-MAX PIC 99 VALUE 30.
       01 WS-LISTED-COUNT PIC 99 VALUE ZERO.
       01 WS-LISTED-KEYS.
           05 WS-LISTED-KEY PIC X(20) OCCURS 30 TIMES.
           COPY "GRVCTBL.cpy".
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER GRIEVANCES".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 0110-GET-MODE
               PERFORM 0160-GET-VALIDATED-ID
               MOVE WS-CARD-ID TO WS-ID-ENTRY
               PERFORM 0180-CHECK-MEMBER
               IF MEMBER-WAS-FOUND
                   PERFORM 0150-OPEN-GRIEVANCE-IO
                   EVALUATE TRUE
                       WHEN ENTER-MODE-CHOSEN
                           PERFORM 0200-ENTER-GRIEVANCE
                       WHEN UPDATE-MODE-CHOSEN
                           PERFORM 0300-UPDATE-GRIEVANCE
                       WHEN OTHER
                           PERFORM 0400-LIST-GRIEVANCES
                   END-EVALUATE
                   CLOSE GRIEVANCE-FILE
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
               DISPLAY "(E)nter a grievance, (U)pdate one, or (L)ist "
                   "a member's grievances: "
               ACCEPT WS-MODE-CHOICE
               IF ENTER-MODE-CHOSEN OR UPDATE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter E, U or L."
               END-IF
           END-PERFORM.

           0150-OPEN-GRIEVANCE-IO.
           OPEN I-O GRIEVANCE-FILE.
           IF WS-GRV-FS = "35"
               OPEN OUTPUT GRIEVANCE-FILE
               CLOSE GRIEVANCE-FILE
               OPEN I-O GRIEVANCE-FILE
           END-IF.

      *A one-digit slip here files the complaint against the wrong
      *member, so the full card number is demanded and validated,
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
                               " - use that ID."
                       ELSE
                           SET MEMBER-WAS-FOUND TO TRUE
                           MOVE MEMBER-CLIENT-CODE TO WS-CLIENT-CODE
                           DISPLAY "Grievances for ",
                               FUNCTION TRIM(MEMBER-NAME)
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *A mailed complaint is keyed with the date it arrived, not
      *the day it was opened, so its age is honest.
           0200-ENTER-GRIEVANCE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Date received (YYYYMMDD, 0 for today): "
               ACCEPT WS-RECEIVED-ENTRY
               IF WS-RECEIVED-ENTRY = ZERO
                   MOVE WS-TODAY-DATE TO WS-RECEIVED-ENTRY
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-ENTRY)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-RECEIVED-ENTRY > WS-TODAY-DATE
                       DISPLAY "The received date cannot be in the "
                           "future."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-ID-ENTRY TO GRV-MEMBER-ID.
           MOVE WS-RECEIVED-ENTRY TO GRV-RECEIVED-DATE.
           MOVE WS-TIME-HHMMSS TO GRV-RECEIVED-TIME.
           MOVE WS-CLIENT-CODE TO GRV-CLIENT-CODE.
           PERFORM 0210-GET-CATEGORY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Received at the (D)esk, by (P)hone, or by "
                   "(M)ail: "
               ACCEPT WS-CHANNEL-ENTRY
               EVALUATE TRUE
                   WHEN CHANNEL-ENTRY-DESK
                       SET GRV-BY-DESK TO TRUE
                   WHEN CHANNEL-ENTRY-PHONE
                       SET GRV-BY-PHONE TO TRUE
                   WHEN CHANNEL-ENTRY-MAIL
                       SET GRV-BY-MAIL TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO GRV-CHANNEL
               END-EVALUATE
               IF GRV-CHANNEL-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter D, P or M."
               END-IF
           END-PERFORM.
           PERFORM 0220-GET-EVENT.
           PERFORM 0230-GET-OPERATOR-CONCERNED.
           DISPLAY "Description: ".
           ACCEPT GRV-DESCRIPTION.
           PERFORM 0240-GET-OWNER.
           SET GRV-IS-NEW TO TRUE.
           MOVE SPACES TO GRV-RESOLUTION.
           MOVE ZERO TO GRV-CLOSED-DATE.
           MOVE SPACES TO GRV-CLOSED-BY.
           MOVE WS-OPERATOR-ID TO GRV-ENTERED-BY.
           WRITE GRIEVANCE-RECORD
               INVALID KEY
                   DISPLAY "Could not record grievance, status: ",
                       WS-GRV-FS
                   MOVE "0200-ENTER-GRIEVANCE" TO ERRL-REQ-PARAGRAPH
                   MOVE "GRIEVANCE.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-GRV-FS TO ERRL-REQ-STATUS
                   MOVE GRV-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               NOT INVALID KEY
                   DISPLAY "Grievance recorded, received ",
                       GRV-RECEIVED-DATE, " owner ", GRV-OWNER
           END-WRITE.

           0210-GET-CATEGORY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Category:"
               MOVE 1 TO WS-CAT-SUB
               PERFORM UNTIL WS-CAT-SUB > GRV-CATEGORY-SIZE
                   DISPLAY "  ", GRV-CAT-CODE(WS-CAT-SUB), " ",
                       GRV-CAT-NAME(WS-CAT-SUB)
                   ADD 1 TO WS-CAT-SUB
               END-PERFORM
               ACCEPT WS-CATEGORY-ENTRY
               INSPECT WS-CATEGORY-ENTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-CATEGORY-ENTRY TO GRV-CATEGORY
               PERFORM 0215-FIND-CATEGORY
               IF WS-CAT-NAME NOT = SPACES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter one of the codes listed."
               END-IF
           END-PERFORM.

           0215-FIND-CATEGORY.
           MOVE SPACES TO WS-CAT-NAME.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > GRV-CATEGORY-SIZE
               IF GRV-CAT-CODE(WS-CAT-SUB) = GRV-CATEGORY
                   MOVE GRV-CAT-NAME(WS-CAT-SUB) TO WS-CAT-NAME
               END-IF
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.

      *The event is optional - a complaint about an unwanted call
      *has none - but one that is keyed must be a real event, or
      *the quarterly count by event goes astray.
           0220-GET-EVENT.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Event code it concerns (blank if none): "
               MOVE SPACES TO GRV-EVENT-CODE
               ACCEPT GRV-EVENT-CODE
               IF GRV-EVENT-CODE = SPACES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   OPEN INPUT EVENT-FILE
                   IF WS-EVENT-FS NOT = "00"
                       DISPLAY "Cannot open EVENTS.DAT, status: ",
                           WS-EVENT-FS, " - event kept as keyed."
                       MOVE "0220-GET-EVENT" TO ERRL-REQ-PARAGRAPH
                       MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
                       MOVE SPACES TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-SEVERE TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       MOVE GRV-EVENT-CODE TO EVENT-CODE
                       READ EVENT-FILE
                           INVALID KEY
                               DISPLAY "No such event."
                           NOT INVALID KEY
                               SET ENTRY-IS-VALID TO TRUE
                       END-READ
                       CLOSE EVENT-FILE
                   END-IF
               END-IF
           END-PERFORM.

      *The operator complained about need not still be enabled -
      *people leave - but must be someone we have had on staff.
           0230-GET-OPERATOR-CONCERNED.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Operator it concerns (blank if none): "
               MOVE SPACES TO GRV-OPERATOR-CONCERNED
               ACCEPT GRV-OPERATOR-CONCERNED
               IF GRV-OPERATOR-CONCERNED = SPACES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   MOVE GRV-OPERATOR-CONCERNED TO OPER-ID
                   PERFORM 0250-READ-OPERATOR
                   IF OPERATOR-WAS-FOUND
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "No such operator."
                   END-IF
               END-IF
           END-PERFORM.

      *The owner works the complaint to a close and must be an
      *enabled operator. Nobody owns a complaint about themself.
           0240-GET-OWNER.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Assigned owner (operator ID): "
               MOVE SPACES TO WS-OWNER-ENTRY
               ACCEPT WS-OWNER-ENTRY
               MOVE WS-OWNER-ENTRY TO OPER-ID
               PERFORM 0250-READ-OPERATOR
               EVALUATE TRUE
                   WHEN NOT OPERATOR-WAS-FOUND
                       DISPLAY "No such operator."
                   WHEN NOT OPER-IS-ENABLED
                       DISPLAY "That operator is not enabled."
                   WHEN WS-OWNER-ENTRY = GRV-OPERATOR-CONCERNED
                       DISPLAY "The grievance is about that operator "
                           "- assign someone else."
                   WHEN OTHER
                       MOVE WS-OWNER-ENTRY TO GRV-OWNER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0250-READ-OPERATOR.
           SET OPERATOR-WAS-FOUND TO FALSE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FS = "00"
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPERATOR-WAS-FOUND TO TRUE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *Closing a grievance needs the resolution in words; reopening
      *one clears the close so it ages again from its received date.
           0300-UPDATE-GRIEVANCE.
           PERFORM 0400-LIST-GRIEVANCES.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "Nothing to update."
           ELSE
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY "Grievance number to update: "
                   ACCEPT WS-PICK-ENTRY
                   IF WS-PICK-ENTRY > ZERO
                           AND WS-PICK-ENTRY <= WS-LISTED-COUNT
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "Please enter a number from the list."
                   END-IF
               END-PERFORM
               MOVE WS-LISTED-KEY(WS-PICK-ENTRY) TO GRV-KEY
               READ GRIEVANCE-FILE
                   INVALID KEY
                       DISPLAY "That grievance is no longer on file."
                   NOT INVALID KEY
                       PERFORM 0310-CAPTURE-UPDATE
                       REWRITE GRIEVANCE-RECORD
                       DISPLAY "Grievance updated."
               END-READ
           END-IF.

           0310-CAPTURE-UPDATE.
           PERFORM 0450-SHOW-GRIEVANCE.
           DISPLAY "  ", FUNCTION TRIM(GRV-DESCRIPTION).
           DISPLAY "Reassign owner? (Y/N): ".
           ACCEPT WS-MODE-CHOICE.
           IF WS-MODE-CHOICE = "Y" OR "y"
               PERFORM 0240-GET-OWNER
           END-IF.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Status - (O)pen, (I)n progress, (R)esolved, "
                   "or (W)ithdrawn: "
               ACCEPT WS-STATUS-ENTRY
               EVALUATE TRUE
                   WHEN STATUS-ENTRY-OPEN
                       SET GRV-IS-NEW TO TRUE
                   WHEN STATUS-ENTRY-IN-PROGRESS
                       SET GRV-IS-IN-PROGRESS TO TRUE
                   WHEN STATUS-ENTRY-RESOLVED
                       SET GRV-IS-RESOLVED TO TRUE
                   WHEN STATUS-ENTRY-WITHDRAWN
                       SET GRV-IS-WITHDRAWN TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO GRV-STATUS
               END-EVALUATE
               IF GRV-STATUS-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter O, I, R or W."
               END-IF
           END-PERFORM.
           IF GRV-IS-OPEN
               MOVE SPACES TO GRV-RESOLUTION
               MOVE ZERO TO GRV-CLOSED-DATE
               MOVE SPACES TO GRV-CLOSED-BY
           ELSE
               MOVE SPACES TO GRV-RESOLUTION
               PERFORM UNTIL GRV-RESOLUTION NOT = SPACES
                   DISPLAY "Resolution: "
                   ACCEPT GRV-RESOLUTION
               END-PERFORM
               MOVE WS-TODAY-DATE TO GRV-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO GRV-CLOSED-BY
           END-IF.

           0400-LIST-GRIEVANCES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-ID-ENTRY TO GRV-MEMBER-ID.
           MOVE ZERO TO GRV-RECEIVED-DATE.
           MOVE ZERO TO GRV-RECEIVED-TIME.
           START GRIEVANCE-FILE KEY >= GRV-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-GRIEVANCES TO FALSE.
           IF WS-GRV-FS NOT = "00"
               SET END-OF-GRIEVANCES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-GRIEVANCES
               READ GRIEVANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-GRIEVANCES TO TRUE
                   NOT AT END
                       IF GRV-MEMBER-ID = WS-ID-ENTRY
                               AND WS-LISTED-COUNT < WS-LIST-MAX
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE GRV-KEY
                               TO WS-LISTED-KEY(WS-LISTED-COUNT)
                           MOVE WS-LISTED-COUNT TO WS-PICK-ENTRY
                           PERFORM 0450-SHOW-GRIEVANCE
                       ELSE
                           SET END-OF-GRIEVANCES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Grievances listed: ", WS-LISTED-COUNT.

           0450-SHOW-GRIEVANCE.
           PERFORM 0215-FIND-CATEGORY.
           DISPLAY "  ", WS-PICK-ENTRY, " ", GRV-RECEIVED-DATE,
               " ", WS-CAT-NAME, " via ", GRV-CHANNEL,
               "  event ", GRV-EVENT-CODE,
               "  re ", GRV-OPERATOR-CONCERNED,
               "  owner ", GRV-OWNER,
               "  status ", GRV-STATUS.
           IF NOT GRV-IS-OPEN
               DISPLAY "       closed ", GRV-CLOSED-DATE, " by ",
                   GRV-CLOSED-BY, ": ",
                   FUNCTION TRIM(GRV-RESOLUTION)
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "GRVENTRY" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "GRVENTRY".
