       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MSTRFIX".
       AUTHOR.     ALAN GARCIA.
      *Repair of the mismatches found by the nightly MSTRCHK check.
      *Works down MSTRCHK.DAT under supervisor sign-off; for each
      *member it reads the master and the latest BMIHISTORY.DAT row
      *again, since a reading taken after the check may already
      *have put them back in step, shows both sides and asks. A
      *confirmed repair rewrites the master's height, weight, BMI
      *and last-read date from the latest reading - or clears them
      *where the member has no history at all - as one journaled
      *unit of work, so JRNRECOV can back it out like any other
      *master change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "MSTRCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.
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
       FD EXCEPTION-FILE.
           COPY "MSTREXC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       WORKING-STORAGE SECTION.
       01 WS-EXC-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-JRNL-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-STATION-ID PIC X(8) VALUE "MSTRFIX".
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-CONFIRM-ENTRY PIC X.
           88 REPAIR-CONFIRMED VALUE "Y" "y".
           88 REPAIR-QUIT VALUE "Q" "q".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-EXCEPTIONS VALUE "Y" FALSE "N".
       01 WS-HISTORY-OPEN-SW PIC X VALUE "N".
           88 HISTORY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-HIST-END-SW PIC X VALUE "N".
           88 END-OF-MEMBER-BLOCK VALUE "Y" FALSE "N".
       01 WS-LATEST-SW PIC X VALUE "N".
           88 LATEST-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-IN-STEP-SW PIC X VALUE "N".
           88 MASTER-IN-STEP VALUE "Y" FALSE "N".
       01 WS-LATEST-READING.
           05 WS-LATEST-DATE PIC 9(8).
           05 WS-LATEST-TIME PIC 9(6).
           05 WS-LATEST-HEIGHT-INCH PIC 999V99.
           05 WS-LATEST-WEIGHT PIC 9999V9.
           05 WS-LATEST-BMI PIC 999V99.
       01 WS-HEIGHT-EDIT PIC ZZ9.99.
       01 WS-WEIGHT-EDIT PIC ZZZ9.9.
       01 WS-BMI-EDIT PIC ZZ9.99.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REPAIRED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-IN-STEP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           COPY "AUTHREQ.cpy".
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
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER MASTER REPAIR FROM HISTORY".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Supervisor ID authorizing the repair: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
               PERFORM 0150-OPEN-FILES
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0150-OPEN-FILES.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-FS NOT = "00"
               DISPLAY "No MSTRCHK.DAT on file - run MSTRCHK first."
           ELSE
               OPEN I-O MEMBER-MASTER-FILE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0150-OPEN-FILES" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 0160-OPEN-HISTORY
                   IF WS-RETURN-CODE = ZERO
                       PERFORM 0180-WORK-EXCEPTIONS
                   END-IF
                   IF HISTORY-IS-OPEN
                       CLOSE BMI-HISTORY-FILE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               CLOSE EXCEPTION-FILE
           END-IF.

      *A history file that is simply not there means nobody has a
      *reading, which is itself the answer for every member.
           0160-OPEN-HISTORY.
           SET HISTORY-IS-OPEN TO FALSE.
           OPEN INPUT BMI-HISTORY-FILE.
           EVALUATE WS-HISTORY-FS
               WHEN "00"
                   SET HISTORY-IS-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                       WS-HISTORY-FS
                   MOVE "0160-OPEN-HISTORY" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0180-WORK-EXCEPTIONS.
           SET END-OF-EXCEPTIONS TO FALSE.
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ EXCEPTION-FILE
                   AT END
                       SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCEPTION-COUNT
                       PERFORM 0200-WORK-ONE-EXCEPTION
               END-READ
           END-PERFORM.
           DISPLAY "Exceptions read:       ", WS-EXCEPTION-COUNT.
           DISPLAY "  Masters repaired:    ", WS-REPAIRED-COUNT.
           DISPLAY "  Already in step:     ", WS-IN-STEP-COUNT.
           DISPLAY "  Left as they were:   ", WS-SKIPPED-COUNT.
           DISPLAY "Authorized by supervisor ", WS-SUPERVISOR-ID.

      *A member set inactive or merged since the check is no longer
      *one the gap list or outreach looks at, and is left alone.
           0200-WORK-ONE-EXCEPTION.
           MOVE MEXC-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Member ", MEXC-MEMBER-ID,
                       " is no longer on the master - skipped."
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF MEMBER-IS-ACTIVE
                       PERFORM 0250-FIND-LATEST-READING
                       PERFORM 0300-COMPARE-MEMBER
                       IF MASTER-IN-STEP
                           DISPLAY "Member ", MEMBER-ID,
                               " is back in step with history."
                           ADD 1 TO WS-IN-STEP-COUNT
                       ELSE
                           PERFORM 0350-CONFIRM-REPAIR
                       END-IF
                   ELSE
                       DISPLAY "Member ", MEMBER-ID,
                           " is no longer active - skipped."
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

      *The block for one member is in date and time order, so the
      *last row read before the ID changes is the latest reading.
           0250-FIND-LATEST-READING.
           SET LATEST-WAS-FOUND TO FALSE.
           IF HISTORY-IS-OPEN
               MOVE MEMBER-ID TO HIST-MEMBER-ID
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               SET END-OF-MEMBER-BLOCK TO FALSE
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       SET END-OF-MEMBER-BLOCK TO TRUE
               END-START
               PERFORM UNTIL END-OF-MEMBER-BLOCK
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-MEMBER-BLOCK TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID = MEMBER-ID
                               SET LATEST-WAS-FOUND TO TRUE
                               MOVE HIST-DATE TO WS-LATEST-DATE
                               MOVE HIST-TIME TO WS-LATEST-TIME
                               MOVE HIST-HEIGHT-INCH
                                   TO WS-LATEST-HEIGHT-INCH
                               MOVE HIST-WEIGHT TO WS-LATEST-WEIGHT
                               MOVE HIST-BMI TO WS-LATEST-BMI
                           ELSE
                               SET END-OF-MEMBER-BLOCK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF NOT LATEST-WAS-FOUND
               MOVE ZERO TO WS-LATEST-DATE
               MOVE ZERO TO WS-LATEST-TIME
               MOVE ZERO TO WS-LATEST-HEIGHT-INCH
               MOVE ZERO TO WS-LATEST-WEIGHT
               MOVE ZERO TO WS-LATEST-BMI
           END-IF.

      *With no history the zeros above stand for "no reading", so
      *one comparison covers both cases.
           0300-COMPARE-MEMBER.
           IF MEMBER-LAST-READ-DATE = WS-LATEST-DATE
                   AND MEMBER-HEIGHT-INCH = WS-LATEST-HEIGHT-INCH
                   AND MEMBER-WEIGHT = WS-LATEST-WEIGHT
                   AND MEMBER-BMI = WS-LATEST-BMI
               SET MASTER-IN-STEP TO TRUE
           ELSE
               SET MASTER-IN-STEP TO FALSE
           END-IF.

           0350-CONFIRM-REPAIR.
           DISPLAY " ".
           DISPLAY "Member ", MEMBER-ID, " ", MEMBER-NAME,
               "  found by the check as ", MEXC-CAUSE.
           MOVE MEMBER-HEIGHT-INCH TO WS-HEIGHT-EDIT.
           MOVE MEMBER-WEIGHT TO WS-WEIGHT-EDIT.
           MOVE MEMBER-BMI TO WS-BMI-EDIT.
           DISPLAY "  Master:  ", MEMBER-LAST-READ-DATE,
               "  height ", WS-HEIGHT-EDIT, "  weight ",
               WS-WEIGHT-EDIT, "  BMI ", WS-BMI-EDIT.
           IF LATEST-WAS-FOUND
               MOVE WS-LATEST-HEIGHT-INCH TO WS-HEIGHT-EDIT
               MOVE WS-LATEST-WEIGHT TO WS-WEIGHT-EDIT
               MOVE WS-LATEST-BMI TO WS-BMI-EDIT
               DISPLAY "  History: ", WS-LATEST-DATE,
                   "  height ", WS-HEIGHT-EDIT, "  weight ",
                   WS-WEIGHT-EDIT, "  BMI ", WS-BMI-EDIT
               DISPLAY "Rewrite the master from history (Y/N/Q): "
           ELSE
               DISPLAY "  History: no readings on file"
               DISPLAY "Clear the master reading (Y/N/Q): "
           END-IF.
           ACCEPT WS-CONFIRM-ENTRY.
           EVALUATE TRUE
               WHEN REPAIR-CONFIRMED
                   PERFORM 0940-BEGIN-UNIT-OF-WORK
                   PERFORM 0480-REWRITE-MASTER
                   PERFORM 0945-COMMIT-UNIT-OF-WORK
               WHEN REPAIR-QUIT
                   ADD 1 TO WS-SKIPPED-COUNT
                   SET END-OF-EXCEPTIONS TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

           0480-REWRITE-MASTER.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE MEMBER-RECORD TO JRNL-BEFORE-IMAGE.
           MOVE WS-LATEST-HEIGHT-INCH TO MEMBER-HEIGHT-INCH.
           MOVE WS-LATEST-WEIGHT TO MEMBER-WEIGHT.
           MOVE WS-LATEST-BMI TO MEMBER-BMI.
           MOVE WS-LATEST-DATE TO MEMBER-LAST-READ-DATE.
           MOVE WS-TODAY-DATE TO MEMBER-UPDATE-DATE.
           MOVE WS-TIME-HHMMSS TO MEMBER-UPDATE-TIME.
           MOVE WS-STATION-ID TO MEMBER-UPDATE-STATION.
           REWRITE MEMBER-RECORD.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Could not update member master, status: ",
                   WS-MASTER-FS
               MOVE "0480-REWRITE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "MEMBERS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE MEMBER-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
               ADD 1 TO WS-REPAIRED-COUNT
               DISPLAY "Master for ", MEMBER-ID, " repaired."
           END-IF.

           0940-BEGIN-UNIT-OF-WORK.
           ACCEPT WS-UOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UOW-TIME-RAW FROM TIME.
           MOVE WS-UOW-HHMMSS TO WS-UOW-TIME.
           MOVE ZERO TO WS-JRNL-SEQ.
           ADD 1 TO WS-UOW-COUNT.
           MOVE WS-STATION-ID TO WS-UOW-STATION.
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
           MOVE "MSTRFIX" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MSTRFIX".
