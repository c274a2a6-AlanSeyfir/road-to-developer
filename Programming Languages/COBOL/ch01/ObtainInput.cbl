       01 WS-JRNL-FS PIC XX.
           COPY "JRNLREC.cpy".
           COPY "AUTHREQ.cpy".
           COPY "STAFREQ.cpy".
       01 WS-STATION-ID PIC X(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-EVENT-FS PIC XX.
       01 WS-NEXT-ID PIC 9(6) VALUE 1.
       01 WS-ID-ENTRY PIC 9(6).
           COPY "CHKDGREQ.cpy".
           COPY "CLNTREQ.cpy".
           COPY "CASCREQ.cpy".
           COPY "ZIPREQ.cpy".
       01 WS-CITY-ENTRY PIC X(20).
       01 WS-OLD-STATUS PIC X.
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           88 STATUS-ENTRY-ACTIVE VALUE "A" "a".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-CLIENT-FILE-SW PIC X VALUE "N".
           88 CLIENT-FILE-UNAVAILABLE VALUE "Y" FALSE "N".
       01 WS-NAME-EOF-SW PIC X VALUE "N".
           88 END-OF-NAME-MATCHES VALUE "Y" FALSE "N".
       01 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           EVALUATE TRUE
               WHEN AUTH-STATION-UNKNOWN
                   DISPLAY "Station ", AUTH-STATION-ID,
                       " is not registered. Sign-on refused."
               WHEN AUTH-REFUSED
                   DISPLAY "Operator ", WS-OPERATOR-ID,
                       " is not authorized to sign on."
               WHEN OTHER
                   PERFORM 0125-TAKE-STATION-SETUP
           END-EVALUATE.

      *Member cards print on the station's own card printer file;
      *training keeps its practice file.
           0125-TAKE-STATION-SETUP.
           MOVE AUTH-STATION-ID TO WS-STATION-ID.
           IF AUTH-CARD-PRINT-FILE NOT = SPACES
                   AND NOT TRAINING-MODE-ACTIVE
               MOVE AUTH-CARD-PRINT-FILE TO WS-CARDS-FNAME
           END-IF.

           0130-SIGN-OFF.
                               DISPLAY "Session tagged to event ",
                                   EVENT-CODE, " at ",
                                   FUNCTION TRIM(EVENT-LOCATION)
                               PERFORM 0138-CHECK-EVENT-ROSTER
                               SET ENTRY-IS-VALID TO TRUE
                       END-READ
                       CLOSE EVENT-FILE
               END-IF
           END-PERFORM.

      *Working an event you are not rostered for is allowed - the
      *line still has to move - but it is flagged and logged so
      *the supervisor can square the roster and the hours.
           0138-CHECK-EVENT-ROSTER.
           IF NOT TRAINING-MODE-ACTIVE
               MOVE WS-EVENT-CODE TO STAF-REQ-EVENT-CODE
               MOVE WS-OPERATOR-ID TO STAF-REQ-OPERATOR-ID
               MOVE WS-STATION-ID TO STAF-REQ-STATION-ID
               MOVE "OBTAININ" TO STAF-REQ-PROGRAM
               CALL "STAFCHK" USING STAF-REQUEST
               IF STAF-REQ-NOT-ROSTERED
                   DISPLAY "WARNING: operator ", WS-OPERATOR-ID,
                       " is not on the staffing roster for event ",
                       WS-EVENT-CODE, " - sign-on logged."
               END-IF
           END-IF.

      *Member IDs are keyed with their check digit (seven digits as
      *printed on the card); a single-digit slip is rejected here
      *at the keyboard instead of corrupting another member's file.
               ACCEPT MEMBER-SEX
               DISPLAY "Birth date (YYYYMMDD): "
               ACCEPT MEMBER-BIRTH-DATE
               PERFORM 0205-GET-CLIENT-CODE
               IF CLIENT-FILE-UNAVAILABLE
                   CLOSE MEMBER-SEQ-FILE
                   DISPLAY "Member was not saved - the client master "
                       "is unavailable. ID ", MEMBER-ID,
                       " was not consumed."
               ELSE
                   PERFORM 0940-BEGIN-UNIT-OF-WORK
                   PERFORM 0270-OPEN-MASTER-IO
                   PERFORM 0280-WRITE-WITH-RETRY
                   IF WS-MASTER-FS = "00"
                       MOVE "WRITE" TO JRNL-ACTION
                       MOVE "MEMBERS.DAT" TO JRNL-FILE-NAME
                       MOVE SPACES TO JRNL-BEFORE-IMAGE
                       MOVE MEMBER-RECORD TO JRNL-AFTER-IMAGE
                       PERFORM 0950-WRITE-JOURNAL
                       PERFORM 0260-COMMIT-NEXT-ID
                       SET CHKDG-GENERATE TO TRUE
                       MOVE MEMBER-ID TO CHKDG-MEMBER-ID
                       CALL "CHKDIGIT" USING CHKDG-REQUEST
                       DISPLAY "Nice to meet you ", MEMBER-NAME,
                           " (Member ID: ", MEMBER-ID, ")"
                       DISPLAY "Card number to print: ", MEMBER-ID,
                           CHKDG-DIGIT
                       PERFORM 0850-PRINT-MEMBER-CARD
                       PERFORM 0800-ADD-TO-WORK-QUEUE
                   ELSE
                       CLOSE MEMBER-SEQ-FILE
      *Nothing reached the files, so the unit closes empty - an
      *abandoned create must not read as in-flight to JRNRECOV.
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                       DISPLAY "Member was not saved. ID ", MEMBER-ID,
                           " was not consumed and will go to the next "
                           "registration."
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF
           END-IF.

      *The client code must be on the client master and active
      *today - a mistyped code is refused here rather than found
      *by billing weeks later. With the client master down no code
      *can be checked, so the registration is abandoned instead of
      *asking again.
           0205-GET-CLIENT-CODE.
           SET ENTRY-IS-VALID TO FALSE.
           SET CLIENT-FILE-UNAVAILABLE TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID OR CLIENT-FILE-UNAVAILABLE
               DISPLAY "Employer client code: "
               ACCEPT MEMBER-CLIENT-CODE
               MOVE MEMBER-CLIENT-CODE TO CLNT-REQ-CODE
               MOVE ZERO TO CLNT-REQ-AS-OF
               CALL "CLNTCHK" USING CLNT-REQUEST
               EVALUATE TRUE
                   WHEN CLNT-REQ-ACCEPTED
                       DISPLAY "Client: ",
                           FUNCTION TRIM(CLNT-REQ-NAME)
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN CLNT-REQ-INACTIVE
                       DISPLAY "Client ", MEMBER-CLIENT-CODE,
                           " is not active. Re-key the code."
                   WHEN CLNT-REQ-NO-CLIENT-FILE
                       DISPLAY "The client master is unavailable. "
                           "Registration cannot be completed."
                       SET CLIENT-FILE-UNAVAILABLE TO TRUE
                   WHEN OTHER
                       DISPLAY "Client ", MEMBER-CLIENT-CODE,
                           " is not on file. Re-key the code."
               END-EVALUATE
           END-PERFORM.

      *The sequence file is only advanced after the master WRITE
      *succeeds, so a failed create never burns the member ID. The
      *clerk can retry the save on the spot.
           PERFORM UNTIL WS-MASTER-FS = "00" OR NOT RETRY-WANTED
               DISPLAY "Could not save member record, status: ",
                   WS-MASTER-FS
               MOVE "0280-WRITE-WITH-RETRY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               DISPLAY "Retry the save (Y/N)? "
               ACCEPT WS-RETRY-CHOICE
               IF RETRY-WANTED
               WHEN OTHER
                   DISPLAY "Cannot reserve a member ID, sequence "
                       "file status: ", WS-SEQ-FS
                   MOVE "0250-GET-NEXT-ID" TO ERRL-REQ-PARAGRAPH
                   MOVE WS-SEQ-FNAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0260-COMMIT-NEXT-ID.
           IF WS-SEQ-FS NOT = "00"
               DISPLAY "Could not update sequence file, status: ",
                   WS-SEQ-FS
               MOVE "0260-COMMIT-NEXT-ID" TO ERRL-REQ-PARAGRAPH
               MOVE WS-SEQ-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE MEMBER-SEQ-FILE.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "Could not write journal, status: ", WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE WS-JRNL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Rolling the year forward off a Feb 29 signing would land on
           ACCEPT MEMBER-ADDR-LINE-1.
           DISPLAY "Address line 2: ".
           ACCEPT MEMBER-ADDR-LINE-2.
           PERFORM 0296-CAPTURE-CITY-STATE.
           DISPLAY "Phone (999-999-9999): ".
           ACCEPT MEMBER-PHONE.
           PERFORM 0297-CAPTURE-PREFERENCES.

      *The ZIP comes first and fills in the city and state from
      *the postal table; the clerk may key another name the post
      *office accepts for that ZIP, but a city that does not
      *belong to it is refused. A member with no street address
      *may be left with no ZIP. Should the table be unavailable
      *the city and state are keyed as before.
           0296-CAPTURE-CITY-STATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "ZIP code: "
               ACCEPT MEMBER-ZIP
               MOVE MEMBER-ZIP TO ZIP-REQ-ZIP
               MOVE SPACES TO ZIP-REQ-CITY
               MOVE SPACES TO ZIP-REQ-STATE
               CALL "ZIPCHK" USING ZIP-REQUEST
               EVALUATE TRUE
                   WHEN MEMBER-ZIP = SPACES
                           AND MEMBER-ADDR-LINE-1 = SPACES
                       MOVE SPACES TO MEMBER-CITY
                       MOVE SPACES TO MEMBER-STATE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN ZIP-REQ-NO-TABLE
                       DISPLAY "ZIP table unavailable - city and "
                           "state are not checked."
                       DISPLAY "City: "
                       ACCEPT MEMBER-CITY
                       DISPLAY "State (2 letters): "
                       ACCEPT MEMBER-STATE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN ZIP-REQ-NOT-ON-FILE
                       DISPLAY "ZIP ", MEMBER-ZIP, " is not in the "
                           "postal table - re-key the ZIP."
                   WHEN OTHER
                       PERFORM 0298-CONFIRM-CITY
               END-EVALUATE
           END-PERFORM.

           0298-CONFIRM-CITY.
           MOVE ZIP-REQ-REF-CITY TO MEMBER-CITY.
           MOVE ZIP-REQ-REF-STATE TO MEMBER-STATE.
           DISPLAY "City [", FUNCTION TRIM(MEMBER-CITY), "] "
               "(Enter to accept): ".
           ACCEPT WS-CITY-ENTRY.
           IF WS-CITY-ENTRY = SPACES
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               MOVE WS-CITY-ENTRY TO ZIP-REQ-CITY
               CALL "ZIPCHK" USING ZIP-REQUEST
               IF ZIP-REQ-ACCEPTED
                   MOVE ZIP-REQ-REF-CITY TO MEMBER-CITY
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY FUNCTION TRIM(WS-CITY-ENTRY), " is not a "
                       "city for ZIP ", MEMBER-ZIP, " - re-key the "
                       "ZIP."
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               DISPLAY "  ", FUNCTION TRIM(MEMBER-CITY), ", ",
                   MEMBER-STATE, " ", MEMBER-ZIP
           END-IF.

      *"Stop mailing me" finally has somewhere to live: the
      *preferences ride on the record and every extract and
      *worklist builder honors them. Answers land in a dual-case
                       ELSE
                           DISPLAY "Could not update member, "
                               "status: ", WS-MASTER-FS
                           MOVE "0700-MAINTAIN-ADDRESS"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
                           MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                           MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                   END-IF
                   INVALID KEY
                       DISPLAY "Could not queue member, status: ",
                           WS-WORKQ-FS
                       MOVE "0800-ADD-TO-WORK-QUEUE"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE WS-WORKQ-FNAME TO ERRL-REQ-FILE-NAME
                       MOVE WS-WORKQ-FS TO ERRL-REQ-STATUS
                       MOVE WORKQ-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
               END-WRITE
               IF WS-WORKQ-FS = "00"
                   MOVE "WRITE" TO JRNL-ACTION
           ELSE
               DISPLAY "Could not print member card, status: ",
                   WS-CARDS-FS
               MOVE "0850-PRINT-MEMBER-CARD" TO ERRL-REQ-PARAGRAPH
               MOVE WS-CARDS-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-CARDS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0820-FIND-NEXT-QUEUE-SEQ.
                       " current status: ", MEMBER-STATUS
                   MOVE MEMBER-RECORD TO WS-SAVED-MASTER
                   MOVE MEMBER-UPDATE-STAMP TO WS-READ-STAMP
                   MOVE MEMBER-STATUS TO WS-OLD-STATUS
                   PERFORM 0450-GET-NEW-STATUS
                   PERFORM 0980-CHECK-STALE-UPDATE
                   IF NOT UPDATE-IS-STALE
                           INVALID KEY
                               DISPLAY "Could not update member, "
                                   "status: ", WS-MASTER-FS
                               MOVE "0400-CHANGE-STATUS"
                                   TO ERRL-REQ-PARAGRAPH
                               MOVE WS-MASTER-FNAME
                                   TO ERRL-REQ-FILE-NAME
                               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                               SET ERRL-REQ-ERROR TO TRUE
                               PERFORM 0999-LOG-FILE-ERROR
                       END-REWRITE
                       IF WS-MASTER-FS = "00"
                           PERFORM 0960-JOURNAL-MASTER-REWRITE
                               " status set to ", MEMBER-STATUS
                       END-IF
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                       IF WS-MASTER-FS = "00"
                               AND MEMBER-STATUS NOT = WS-OLD-STATUS
                           PERFORM 0470-CASCADE-STATUS
                       END-IF
                   END-IF
           END-READ.
           CLOSE MEMBER-MASTER-FILE.

      *A member set inactive or deceased must stop receiving
      *reminders, calls and points the same day, so the change
      *closes out everything the member still has open in the
      *member-owned files; setting them active again thaws the
      *points. Practice sessions never reach the live files.
           0470-CASCADE-STATUS.
           IF TRAINING-MODE-ACTIVE
               DISPLAY "Training mode - member-owned files are not "
                   "cascaded."
           ELSE
               MOVE MEMBER-ID TO CASC-MEMBER-ID
               MOVE MEMBER-STATUS TO CASC-NEW-STATUS
               MOVE WS-OPERATOR-ID TO CASC-OPERATOR-ID
               CALL "MBRCASC" USING CASC-REQUEST
               DISPLAY "Cascade complete - rows touched: ",
                   CASC-ROWS-TOUCHED,
                   ". Confirmation written to MBRCASC.RPT."
           END-IF.

           0450-GET-NEW-STATUS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
                       ELSE
                           DISPLAY "Could not update member, "
                               "status: ", WS-MASTER-FS
                           MOVE "0600-RESET-KIOSK-ACCESS"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
                           MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                           MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                   END-IF
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open member master, status: ",
                   WS-MASTER-FS
               MOVE "0500-ENTER-GOAL" TO ERRL-REQ-PARAGRAPH
               MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
               DISPLAY "Goal recorded for member ", GOAL-MEMBER-ID
           ELSE
               DISPLAY "Could not save goal, status: ", WS-GOAL-FS
               MOVE "0550-WRITE-GOAL" TO ERRL-REQ-PARAGRAPH
               MOVE WS-GOAL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-GOAL-FS TO ERRL-REQ-STATUS
               MOVE GOAL-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE GOAL-FILE.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "OBTAININ" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM OBTAININPUT.
