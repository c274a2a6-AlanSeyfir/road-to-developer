       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXCLWIN".
       AUTHOR.     ALAN GARCIA.
      *BMI exclusion window maintenance. Records the pregnancy
      *window on a member - start date and expected end date - and
      *changes the end date when the window actually closes. After
      *every add or change the member's readings in BMIHISTORY.DAT
      *are re-marked against the windows on file, so readings keyed
      *before the window was recorded are excluded too, and a
      *shortened window releases the readings after it. Entry runs
      *under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE ASSIGN TO "EXCLWIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCL-KEY
               FILE STATUS IS WS-EXCL-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCLUSION-FILE.
           COPY "EXCLREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       WORKING-STORAGE SECTION.
       01 WS-EXCL-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-WINDOWS VALUE "Y" FALSE "N".
       01 WS-HIST-EOF-SW PIC X VALUE "N".
           88 END-OF-MEMBER-HISTORY VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-WINDOW-SAVED-SW PIC X VALUE "N".
           88 WINDOW-WAS-SAVED VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REMARKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-FLAG PIC X.
       01 WS-STATE-TEXT PIC X(10).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
           COPY "EXCLREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *Re-marking rewrites history rows, so each rewrite is
      *journaled with its before image inside a unit of work like
      *every other history update - crash recovery and point-in-
      *time recovery both see the flag change.
       01 WS-JRNL-FS PIC XX.
           COPY "JRNLREC.cpy".
       01 WS-UOW-STAMP.
           05 WS-UOW-DATE PIC 9(8).
           05 WS-UOW-TIME PIC 9(6).
           05 WS-UOW-COUNT PIC 9(4) VALUE ZERO.
           05 WS-UOW-STATION PIC X(8).
       01 WS-UOW-TIME-RAW.
           05 WS-UOW-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-JRNL-SEQ PIC 9(3) VALUE ZERO.
       01 WS-SAVED-HIST PIC X(71).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "BMI EXCLUSION WINDOWS".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0160-GET-VALIDATED-ID
               MOVE WS-CARD-ID TO WS-ID-ENTRY
               PERFORM 0180-CHECK-MEMBER
               IF MEMBER-WAS-FOUND
                   PERFORM 0150-OPEN-EXCLUSION-IO
                   EVALUATE TRUE
                       WHEN ADD-MODE-CHOSEN
                           PERFORM 0200-ADD-WINDOW
                       WHEN CHANGE-MODE-CHOSEN
                           PERFORM 0300-CHANGE-WINDOW
                       WHEN OTHER
                           PERFORM 0400-LIST-WINDOWS
                   END-EVALUATE
                   CLOSE EXCLUSION-FILE
                   IF WINDOW-WAS-SAVED
                       PERFORM 0500-REMARK-HISTORY
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
               DISPLAY "(A)dd a window, (C)hange a window's end "
                   "date, or (L)ist a member's windows: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-EXCLUSION-IO.
           OPEN I-O EXCLUSION-FILE.
           IF WS-EXCL-FS = "35"
               OPEN OUTPUT EXCLUSION-FILE
               CLOSE EXCLUSION-FILE
               OPEN I-O EXCLUSION-FILE
           END-IF.

      *A one-digit slip here excludes the wrong member's readings,
      *so the full card number is demanded and validated, exactly
      *as the intake desk does.
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
                       SET MEMBER-WAS-FOUND TO TRUE
                       DISPLAY "Exclusion windows for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0200-ADD-WINDOW.
           MOVE WS-ID-ENTRY TO EXCL-MEMBER-ID.
           DISPLAY "Window start date (YYYYMMDD): ".
           ACCEPT EXCL-START-DATE.
           PERFORM 0250-GET-END-DATE.
           SET EXCL-FOR-PREGNANCY TO TRUE.
           PERFORM 0260-STAMP-OPERATOR.
           WRITE EXCLUSION-WINDOW-RECORD
               INVALID KEY
                   DISPLAY "A window starting that day is already "
                       "on file - use (C)hange."
           END-WRITE.
           IF WS-EXCL-FS = "00"
               SET WINDOW-WAS-SAVED TO TRUE
               DISPLAY "Exclusion window recorded."
           END-IF.

      *The end date is the expected one until the window closes;
      *a window that ends before it starts would exclude nothing.
           0250-GET-END-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Window end date, expected or actual "
                   "(YYYYMMDD): "
               ACCEPT EXCL-END-DATE
               IF EXCL-END-DATE >= EXCL-START-DATE
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "The end date cannot be before the "
                       "start date ", EXCL-START-DATE, "."
               END-IF
           END-PERFORM.

           0260-STAMP-OPERATOR.
           MOVE WS-OPERATOR-ID TO EXCL-RECORDED-BY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO EXCL-RECORDED-DATE.

           0300-CHANGE-WINDOW.
           MOVE WS-ID-ENTRY TO EXCL-MEMBER-ID.
           DISPLAY "Start date of the window to change (YYYYMMDD): ".
           ACCEPT EXCL-START-DATE.
           READ EXCLUSION-FILE
               INVALID KEY
                   DISPLAY "No window starting that day for this "
                       "member."
               NOT INVALID KEY
                   PERFORM 0450-SHOW-WINDOW
                   PERFORM 0250-GET-END-DATE
                   PERFORM 0260-STAMP-OPERATOR
                   REWRITE EXCLUSION-WINDOW-RECORD
                   IF WS-EXCL-FS = "00"
                       SET WINDOW-WAS-SAVED TO TRUE
                       DISPLAY "Exclusion window updated."
                   ELSE
                       DISPLAY "Could not update window, status: ",
                           WS-EXCL-FS
                       MOVE "0300-CHANGE-WINDOW" TO ERRL-REQ-PARAGRAPH
                       MOVE "EXCLWIN.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-EXCL-FS TO ERRL-REQ-STATUS
                       MOVE EXCL-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
           END-READ.

           0400-LIST-WINDOWS.
           MOVE WS-ID-ENTRY TO EXCL-MEMBER-ID.
           MOVE ZERO TO EXCL-START-DATE.
           START EXCLUSION-FILE KEY >= EXCL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-WINDOWS TO FALSE.
           IF WS-EXCL-FS NOT = "00"
               SET END-OF-WINDOWS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-WINDOWS
               READ EXCLUSION-FILE NEXT RECORD
                   AT END
                       SET END-OF-WINDOWS TO TRUE
                   NOT AT END
                       IF EXCL-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-WINDOW
                       ELSE
                           SET END-OF-WINDOWS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Windows listed: ", WS-LISTED-COUNT.

           0450-SHOW-WINDOW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF EXCL-END-DATE < WS-TODAY-DATE
               MOVE "CLOSED" TO WS-STATE-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATE-TEXT
           END-IF.
           DISPLAY "  ", EXCL-START-DATE, " to ", EXCL-END-DATE,
               "  reason ", EXCL-REASON, "  ",
               FUNCTION TRIM(WS-STATE-TEXT),
               "  by ", EXCL-RECORDED-BY, " ", EXCL-RECORDED-DATE.

      *The member's whole history is re-judged against every window
      *on file, not just the one keyed, so overlapping or adjacent
      *windows never un-mark each other's readings. Only rows whose
      *mark actually changes are rewritten.
           0500-REMARK-HISTORY.
           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0500-REMARK-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO HIST-MEMBER-ID
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-MEMBER-HISTORY TO FALSE
               IF WS-HISTORY-FS NOT = "00"
                   SET END-OF-MEMBER-HISTORY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-MEMBER-HISTORY
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-MEMBER-HISTORY TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0550-REMARK-ONE-READING
                           ELSE
                               SET END-OF-MEMBER-HISTORY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
               DISPLAY "Readings re-marked: ", WS-REMARKED-COUNT
           END-IF.

           0550-REMARK-ONE-READING.
           MOVE HIST-MEMBER-ID TO EXCL-REQ-MEMBER-ID.
           MOVE HIST-DATE TO EXCL-REQ-DATE.
           CALL "EXCLCHK" USING EXCL-REQUEST.
           IF EXCL-REQ-IN-WINDOW
               MOVE "P" TO WS-NEW-FLAG
           ELSE
               MOVE SPACE TO WS-NEW-FLAG
           END-IF.
           IF HIST-EXCL-FLAG NOT = WS-NEW-FLAG
               MOVE BMI-HISTORY-RECORD TO WS-SAVED-HIST
               MOVE WS-NEW-FLAG TO HIST-EXCL-FLAG
               PERFORM 0940-BEGIN-UNIT-OF-WORK
               REWRITE BMI-HISTORY-RECORD
               IF WS-HISTORY-FS = "00"
                   ADD 1 TO WS-REMARKED-COUNT
                   MOVE "REWRITE" TO JRNL-ACTION
                   MOVE "BMIHISTORY.DAT" TO JRNL-FILE-NAME
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE WS-SAVED-HIST TO JRNL-BEFORE-IMAGE
                   MOVE SPACES TO JRNL-AFTER-IMAGE
                   MOVE BMI-HISTORY-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM 0950-WRITE-JOURNAL
               ELSE
                   DISPLAY "Could not re-mark reading of ",
                       HIST-DATE, ", status: ", WS-HISTORY-FS
                   MOVE "0550-REMARK-ONE-READING" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               PERFORM 0945-COMMIT-UNIT-OF-WORK
           END-IF.

           0940-BEGIN-UNIT-OF-WORK.
           ACCEPT WS-UOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UOW-TIME-RAW FROM TIME.
           MOVE WS-UOW-HHMMSS TO WS-UOW-TIME.
           MOVE ZERO TO WS-JRNL-SEQ.
           ADD 1 TO WS-UOW-COUNT.
           MOVE "EXCLWIN" TO WS-UOW-STATION.
           MOVE WS-UOW-STAMP TO JRNL-UOW-ID.
           MOVE "BEGIN" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0945-COMMIT-UNIT-OF-WORK.
           MOVE "COMMIT" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0950-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRNL-FS = "00"
               WRITE JOURNAL-RECORD-AREA FROM JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "Could not write journal, status: ",
                   WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EXCLWIN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EXCLWIN".
