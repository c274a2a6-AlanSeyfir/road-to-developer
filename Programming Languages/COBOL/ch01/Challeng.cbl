       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHALLENG".
       AUTHOR.     ALAN GARCIA.
      *Wellness challenges. Define mode sets the window and the
      *rule - percent of starting weight to lose, or tracker steps
      *to reach as a window total or a daily average; enroll mode
      *signs a consenting member up under a display name;
      *standings mode computes each enrollee's weight change from
      *history, or steps from the activity file, over the window
      *and prints the leaderboard by rank and display name - never
      *the member's real name; and award mode pays the completion
      *points into the points balance once the window closes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTV-KEY
               FILE STATUS IS WS-ACTIVITY-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD ACTIVITY-FILE.
           COPY "ACTVREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       01 WS-ENROLL-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-ACTIVITY-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-STAND-FS PIC XX.
       01 WS-START-WEIGHT PIC 9999V9.
       01 WS-LATEST-WEIGHT PIC 9999V9.
       01 WS-PCT-CHANGE PIC S99V99.
       01 WS-RULE-ENTRY PIC X.
           88 RULE-ENTRY-WEIGHT VALUE "W" "w".
           88 RULE-ENTRY-STEP-TOTAL VALUE "T" "t".
           88 RULE-ENTRY-STEP-AVERAGE VALUE "A" "a".
       01 WS-WINDOW-STEPS PIC 9(8).
       01 WS-DAYS-LOGGED PIC 9(5).
       01 WS-WINDOW-DAYS PIC 9(5).
       01 WS-WINDOW-LAST-DATE PIC 9(8).
       01 WS-STEPS-DISP PIC ZZ,ZZZ,ZZ9.
       01 STAND-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-STAND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STAND-TABLE.
               10 WS-STD-NAME PIC X(12).
               10 WS-STD-PCT PIC S99V99.
               10 WS-STD-MEMBER PIC 9(6).
               10 WS-STD-STEPS PIC 9(8).
       01 WS-IX PIC 9(3).
       01 WS-JX PIC 9(3).
       01 WS-HOLD-STAND.
           05 WS-HOLD-NAME PIC X(12).
           05 WS-HOLD-PCT PIC S99V99.
           05 WS-HOLD-MEMBER PIC 9(6).
           05 WS-HOLD-STEPS PIC 9(8).
       01 WS-PCT-DISP PIC +Z9.99.
       01 WS-AWARDED-COUNT PIC 9(3) VALUE ZERO.
      *Same amount picture as the other adjustment-log writers, so
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "WELLNESS CHALLENGES".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
           ACCEPT CHAL-START-DATE.
           DISPLAY "End date (YYYYMMDD): ".
           ACCEPT CHAL-END-DATE.
           PERFORM 0210-GET-RULE.
           DISPLAY "Points awarded on completion: ".
           ACCEPT CHAL-AWARD-POINTS.
           WRITE CHALLENGE-RECORD
           ELSE
               DISPLAY "Could not save challenge, status: ",
                   WS-CHAL-FS
               MOVE "0200-DEFINE-CHALLENGE" TO ERRL-REQ-PARAGRAPH
               MOVE "CHALDEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CHAL-FS TO ERRL-REQ-STATUS
               MOVE CHAL-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE CHALLENGE-FILE.

      *A challenge is judged on one rule only; the other rule's
      *field is left at zero.
           0210-GET-RULE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Rule - (W)eight lost, step (T)otal, or "
                   "daily step (A)verage: "
               ACCEPT WS-RULE-ENTRY
               EVALUATE TRUE
                   WHEN RULE-ENTRY-WEIGHT
                       SET CHAL-RULE-IS-WEIGHT TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN RULE-ENTRY-STEP-TOTAL
                       SET CHAL-RULE-IS-STEP-TOTAL TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN RULE-ENTRY-STEP-AVERAGE
                       SET CHAL-RULE-IS-STEP-AVERAGE TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Please enter W, T or A."
               END-EVALUATE
           END-PERFORM.
           MOVE ZERO TO CHAL-RULE-PCT.
           MOVE ZERO TO CHAL-RULE-STEPS.
           EVALUATE TRUE
               WHEN CHAL-RULE-IS-WEIGHT
                   DISPLAY "Percent of starting weight to lose: "
                   ACCEPT CHAL-RULE-PCT
               WHEN CHAL-RULE-IS-STEP-TOTAL
                   DISPLAY "Steps to reach over the window: "
                   ACCEPT CHAL-RULE-STEPS
               WHEN OTHER
                   DISPLAY "Average steps per day to reach: "
                   ACCEPT CHAL-RULE-STEPS
           END-EVALUATE.

      *Enrollment takes consenting members only - a challenge is
      *voluntary use of their biometric data.
           0300-ENROLL-MEMBER.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0300-ENROLL-MEMBER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
           IF WS-CHAL-FS NOT = "00"
               DISPLAY "No challenges on file, status: ",
                   WS-CHAL-FS
               MOVE "0500-BUILD-STANDINGS" TO ERRL-REQ-PARAGRAPH
               MOVE "CHALDEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CHAL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-CODE-ENTRY TO CHAL-CODE
               READ CHALLENGE-FILE

           0520-COLLECT-STANDINGS.
           OPEN INPUT ENROLL-FILE.
           IF CHAL-RULE-IS-STEPS
               PERFORM 0525-SET-STEP-WINDOW
               OPEN INPUT ACTIVITY-FILE
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
           END-IF.
           MOVE WS-CODE-ENTRY TO CHEN-CHAL-CODE.
           MOVE ZERO TO CHEN-MEMBER-ID.
           START ENROLL-FILE KEY >= CHEN-KEY
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CHEN-CHAL-CODE = WS-CODE-ENTRY
                           IF NOT CHEN-WAS-WITHDRAWN
                               IF CHAL-RULE-IS-STEPS
                                   PERFORM 0560-STEP-ONE-MEMBER
                               ELSE
                                   PERFORM 0530-STAND-ONE-MEMBER
                               END-IF
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLL-FILE.
           IF CHAL-RULE-IS-STEPS
               CLOSE ACTIVITY-FILE
           ELSE
               CLOSE BMI-HISTORY-FILE
           END-IF.

      *Steps count through the end of the window or through today,
      *whichever comes first, so a daily average part-way through
      *is over the days elapsed so far - a day with no tracker
      *upload counts as a day of zero steps.
           0525-SET-STEP-WINDOW.
           MOVE CHAL-END-DATE TO WS-WINDOW-LAST-DATE.
           IF WS-WINDOW-LAST-DATE > WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-WINDOW-LAST-DATE
           END-IF.
           IF CHAL-START-DATE > WS-WINDOW-LAST-DATE
               MOVE ZERO TO WS-WINDOW-DAYS
           ELSE
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-LAST-DATE)
                   - FUNCTION INTEGER-OF-DATE(CHAL-START-DATE) + 1
           END-IF.

      *Change runs from the enrollment start weight to the last
      *reading inside the window; losing weight is a negative

      *The scan borrows the enrollment loop's switch, so it is put
      *back to not-ended before control returns to that loop.
      *Readings inside an exclusion window do not count toward a
      *standing.
           0540-SCAN-WINDOW-READINGS.
           SET END-OF-SCAN TO FALSE.
           PERFORM UNTIL END-OF-SCAN
                   NOT AT END
                       IF HIST-MEMBER-ID = CHEN-MEMBER-ID
                               AND HIST-DATE <= CHAL-END-DATE
                           IF NOT HIST-IS-EXCLUDED
                               MOVE HIST-WEIGHT TO WS-LATEST-WEIGHT
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           SET END-OF-SCAN TO FALSE.

      *Only an enrollee with at least one tracker day in the window
      *is ranked, as a weight enrollee needs a reading.
           0560-STEP-ONE-MEMBER.
           MOVE ZERO TO WS-WINDOW-STEPS.
           MOVE ZERO TO WS-DAYS-LOGGED.
           MOVE CHEN-MEMBER-ID TO ACTV-MEMBER-ID.
           MOVE CHAL-START-DATE TO ACTV-DATE.
           START ACTIVITY-FILE KEY >= ACTV-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-ACTIVITY-FS = "00" AND WS-WINDOW-DAYS > ZERO
               PERFORM 0570-SCAN-WINDOW-STEPS
           END-IF.
           IF WS-DAYS-LOGGED > ZERO
                   AND WS-STAND-COUNT < STAND-TABLE-MAX
               ADD 1 TO WS-STAND-COUNT
               MOVE CHEN-DISPLAY-NAME
                   TO WS-STD-NAME(WS-STAND-COUNT)
               MOVE CHEN-MEMBER-ID
                   TO WS-STD-MEMBER(WS-STAND-COUNT)
               MOVE ZERO TO WS-STD-PCT(WS-STAND-COUNT)
               IF CHAL-RULE-IS-STEP-AVERAGE
                   COMPUTE WS-STD-STEPS(WS-STAND-COUNT) =
                       WS-WINDOW-STEPS / WS-WINDOW-DAYS
               ELSE
                   MOVE WS-WINDOW-STEPS
                       TO WS-STD-STEPS(WS-STAND-COUNT)
               END-IF
           END-IF.

      *Borrows the enrollment loop's switch the same way the
      *weight scan does.
           0570-SCAN-WINDOW-STEPS.
           SET END-OF-SCAN TO FALSE.
           PERFORM UNTIL END-OF-SCAN
               READ ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ACTV-MEMBER-ID = CHEN-MEMBER-ID
                               AND ACTV-DATE <= WS-WINDOW-LAST-DATE
                           ADD ACTV-STEPS TO WS-WINDOW-STEPS
                           ADD 1 TO WS-DAYS-LOGGED
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
           END-PERFORM.
           SET END-OF-SCAN TO FALSE.

      *Weight challenges rank the biggest loss first, step
      *challenges the most steps first.
           0550-SORT-STANDINGS.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-STAND-COUNT
               COMPUTE WS-JX = WS-IX + 1
               PERFORM UNTIL WS-JX > WS-STAND-COUNT
                   IF (CHAL-RULE-IS-STEPS
                           AND WS-STD-STEPS(WS-JX)
                               > WS-STD-STEPS(WS-IX))
                       OR (NOT CHAL-RULE-IS-STEPS
                           AND WS-STD-PCT(WS-JX) < WS-STD-PCT(WS-IX))
                       MOVE WS-STD-ENTRY(WS-IX) TO WS-HOLD-STAND
                       MOVE WS-STD-ENTRY(WS-JX)
                           TO WS-STD-ENTRY(WS-IX)
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-STAND-COUNT
               ADD 1 TO WS-IX
               MOVE SPACES TO STANDINGS-LINE
               EVALUATE TRUE
                   WHEN CHAL-RULE-IS-STEP-TOTAL
                       MOVE WS-STD-STEPS(WS-IX) TO WS-STEPS-DISP
                       STRING "  RANK " WS-IX
                           "  " WS-STD-NAME(WS-IX)
                           "  " WS-STEPS-DISP " STEPS"
                           DELIMITED BY SIZE INTO STANDINGS-LINE
                   WHEN CHAL-RULE-IS-STEP-AVERAGE
                       MOVE WS-STD-STEPS(WS-IX) TO WS-STEPS-DISP
                       STRING "  RANK " WS-IX
                           "  " WS-STD-NAME(WS-IX)
                           "  " WS-STEPS-DISP " STEPS/DAY"
                           DELIMITED BY SIZE INTO STANDINGS-LINE
                   WHEN OTHER
                       MOVE WS-STD-PCT(WS-IX) TO WS-PCT-DISP
                       STRING "  RANK " WS-IX
                           "  " WS-STD-NAME(WS-IX)
                           "  " WS-PCT-DISP " PCT"
                           DELIMITED BY SIZE INTO STANDINGS-LINE
               END-EVALUATE
               WRITE STANDINGS-LINE
           END-PERFORM.
           CLOSE STANDINGS-FILE.
           IF WS-CHAL-FS NOT = "00"
               DISPLAY "No challenges on file, status: ",
                   WS-CHAL-FS
               MOVE "0700-AWARD-COMPLETIONS" TO ERRL-REQ-PARAGRAPH
               MOVE "CHALDEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CHAL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-CODE-ENTRY TO CHAL-CODE
               READ CHALLENGE-FILE
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-STAND-COUNT
               ADD 1 TO WS-IX
               EVALUATE TRUE
                   WHEN CHAL-RULE-IS-STEPS
                       IF WS-STD-STEPS(WS-IX) >= CHAL-RULE-STEPS
                           PERFORM 0770-AWARD-ONE-MEMBER
                       END-IF
                   WHEN WS-STD-PCT(WS-IX) <= ZERO
                           AND WS-STD-PCT(WS-IX)
                               <= (ZERO - CHAL-RULE-PCT)
                       PERFORM 0770-AWARD-ONE-MEMBER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           CLOSE ENROLL-FILE.
           CLOSE POINTS-FILE.
                               MOVE ZERO TO PTS-BALANCE
                               MOVE ZERO
                                   TO PTS-LAST-ACCRUAL-DATE
                               MOVE SPACE TO PTS-FROZEN-FLAG
                               MOVE ZERO TO PTS-FROZEN-DATE
                               WRITE POINTS-RECORD
                       END-READ
                   END-IF
                   IF NOT CHEN-WAS-AWARDED AND NOT PTS-IS-FROZEN
                       ADD CHAL-AWARD-POINTS TO PTS-BALANCE
                       MOVE WS-TODAY-DATE
                           TO PTS-LAST-ACCRUAL-DATE
               WRITE ADJUSTMENT-LOG-LINE
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CHALLENG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CHALLENG".
