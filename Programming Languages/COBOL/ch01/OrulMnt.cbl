       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ORULMNT".
       AUTHOR.     ALAN GARCIA.
      *Outcome-based premium discount rules. Records, for a client
      *and plan year, the plan-year dates, the BMI and blood-
      *pressure targets, the improvements that count instead, and
      *the coaching calls that meet the alternative standard, or
      *lists the table. Changes need a supervisor and are stamped
      *with who made them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-RULE-FILE ASSIGN TO "OUTRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORUL-KEY
               FILE STATUS IS WS-RULE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTCOME-RULE-FILE.
           COPY "ORULREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RULE-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ON-FILE-SW PIC X VALUE "N".
           88 RULE-IS-ON-FILE VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-RULES VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BMI-DISP PIC Z9.9.
       01 WS-DROP-DISP PIC 9.9.
           COPY "AUTHREQ.cpy".
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREMIUM DISCOUNT OUTCOME RULES".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0160-OPEN-RULE-IO.
           IF LIST-MODE-CHOSEN
               PERFORM 0500-LIST-RULES
           ELSE
               PERFORM 0150-VERIFY-SUPERVISOR
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   PERFORM 0200-ADD-RULE
               ELSE
                   DISPLAY "An enabled supervisor ID is required. "
                       "Nothing was changed."
               END-IF
           END-IF.
           CLOSE OUTCOME-RULE-FILE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd or change a plan-year rule, or (L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A or L."
               END-IF
           END-PERFORM.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "ORULMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0160-OPEN-RULE-IO.
           OPEN I-O OUTCOME-RULE-FILE.
           IF WS-RULE-FS = "35"
               OPEN OUTPUT OUTCOME-RULE-FILE
               CLOSE OUTCOME-RULE-FILE
               OPEN I-O OUTCOME-RULE-FILE
           END-IF.

           0200-ADD-RULE.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF NOT CLNT-REQ-ACCEPTED
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file "
                   "or not active. No rule added."
           ELSE
               DISPLAY "Plan year (YYYY): "
               ACCEPT WS-YEAR-ENTRY
               PERFORM 0210-ADD-RULE-ROW
           END-IF.

      *A rule already on file is replaced in place, so changing a
      *target is the same keying as adding the rule. The sponsor
      *must offer at least one way to pass on the readings.
           0210-ADD-RULE-ROW.
           MOVE WS-CLIENT-ENTRY TO ORUL-CLIENT-CODE.
           MOVE WS-YEAR-ENTRY TO ORUL-PLAN-YEAR.
           READ OUTCOME-RULE-FILE
               INVALID KEY
                   SET RULE-IS-ON-FILE TO FALSE
               NOT INVALID KEY
                   SET RULE-IS-ON-FILE TO TRUE
                   PERFORM 0550-SHOW-RULE
           END-READ.
           MOVE WS-CLIENT-ENTRY TO ORUL-CLIENT-CODE.
           MOVE WS-YEAR-ENTRY TO ORUL-PLAN-YEAR.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Plan year starts (YYYYMMDD): "
               ACCEPT ORUL-YEAR-START
               DISPLAY "Plan year ends (YYYYMMDD): "
               ACCEPT ORUL-YEAR-END
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(ORUL-YEAR-START)
                           NOT = ZERO
                       DISPLAY "Start date is not valid."
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(ORUL-YEAR-END)
                           NOT = ZERO
                       DISPLAY "End date is not valid."
                   WHEN ORUL-YEAR-END <= ORUL-YEAR-START
                       DISPLAY "End date must follow start date."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "BMI target, at or below (e.g. 300 for 30.0, "
                   "0 if none): "
               ACCEPT ORUL-BMI-TARGET
               DISPLAY "BMI improvement in points (e.g. 10 for 1.0, "
                   "0 if none): "
               ACCEPT ORUL-BMI-DROP
               DISPLAY "Systolic target, at or below (0 if none): "
               ACCEPT ORUL-SYSTOLIC-TARGET
               IF ORUL-SYSTOLIC-TARGET > ZERO
                   DISPLAY "Diastolic target, at or below: "
                   ACCEPT ORUL-DIASTOLIC-TARGET
               ELSE
                   MOVE ZERO TO ORUL-DIASTOLIC-TARGET
               END-IF
               DISPLAY "Systolic improvement in mmHg (0 if none): "
               ACCEPT ORUL-SYSTOLIC-DROP
               IF ORUL-BMI-TARGET = ZERO AND ORUL-BMI-DROP = ZERO
                       AND ORUL-SYSTOLIC-TARGET = ZERO
                       AND ORUL-SYSTOLIC-DROP = ZERO
                   DISPLAY "At least one target or improvement is "
                       "needed."
               ELSE
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY "Completed coaching calls meeting the alternative "
               "standard: ".
           ACCEPT ORUL-COACHING-CALLS.
           MOVE WS-SUPERVISOR-ID TO ORUL-CHANGED-BY.
           MOVE WS-TODAY-DATE TO ORUL-CHANGED-DATE.
           IF RULE-IS-ON-FILE
               REWRITE OUTCOME-RULE-RECORD
           ELSE
               WRITE OUTCOME-RULE-RECORD
           END-IF.
           IF WS-RULE-FS = "00"
               DISPLAY "Rule ", ORUL-CLIENT-CODE, " ", ORUL-PLAN-YEAR,
                   " recorded."
           ELSE
               DISPLAY "Could not record the rule, status: ",
                   WS-RULE-FS
               MOVE "0210-ADD-RULE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTRULES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RULE-FS TO ERRL-REQ-STATUS
               MOVE ORUL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-LIST-RULES.
           MOVE LOW-VALUES TO ORUL-KEY.
           START OUTCOME-RULE-FILE KEY >= ORUL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-RULES TO FALSE.
           IF WS-RULE-FS NOT = "00"
               SET END-OF-RULES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-RULES
               READ OUTCOME-RULE-FILE NEXT RECORD
                   AT END
                       SET END-OF-RULES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 0550-SHOW-RULE
               END-READ
           END-PERFORM.
           DISPLAY "Rules listed: ", WS-LISTED-COUNT.

           0550-SHOW-RULE.
           DISPLAY "  ", ORUL-CLIENT-CODE, " ", ORUL-PLAN-YEAR,
               "  ", ORUL-YEAR-START, "-", ORUL-YEAR-END,
               "  BY ", ORUL-CHANGED-BY, " ", ORUL-CHANGED-DATE.
           MOVE ORUL-BMI-TARGET TO WS-BMI-DISP.
           MOVE ORUL-BMI-DROP TO WS-DROP-DISP.
           DISPLAY "    BMI AT/BELOW ", WS-BMI-DISP,
               "  OR DOWN ", WS-DROP-DISP,
               "  BP AT/BELOW ", ORUL-SYSTOLIC-TARGET, "/",
               ORUL-DIASTOLIC-TARGET,
               "  OR SYSTOLIC DOWN ", ORUL-SYSTOLIC-DROP,
               "  COACHING CALLS ", ORUL-COACHING-CALLS.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ORULMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ORULMNT".
