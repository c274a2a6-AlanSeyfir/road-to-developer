       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OUTCAPPL".
       AUTHOR.     ALAN GARCIA.
      *Premium discount appeals. A member who failed the plan-year
      *outcome determination is entitled to a reasonable
      *alternative standard. A supervisor records either a
      *physician waiver - the physician and the date of the waiver
      *- or completion of the health coaching the client's rule
      *requires, which is counted from COACHING.DAT rather than
      *taken on the member's word. Either turns the fail into
      *alternative-met, which earns the discount like a pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETERMINATION-FILE ASSIGN TO "OUTCDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODET-KEY
               FILE STATUS IS WS-DET-FS.
           SELECT OUTCOME-RULE-FILE ASSIGN TO "OUTRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORUL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT COACHING-FILE ASSIGN TO "COACHING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSES-KEY
               ALTERNATE RECORD KEY IS CSES-COACH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COACH-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DETERMINATION-FILE.
           COPY "ODETREC.cpy".

       FD OUTCOME-RULE-FILE.
           COPY "ORULREC.cpy".

       FD COACHING-FILE.
           COPY "COACHREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DET-FS PIC XX.
       01 WS-RULE-FS PIC XX.
       01 WS-COACH-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-ALT-CHOICE PIC X.
           88 WAIVER-CHOSEN VALUE "W" "w".
           88 COACHING-CHOSEN VALUE "C" "c".
           88 NO-CHANGE-CHOSEN VALUE "N" "n".
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-WAIVER-DATE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CALLS-COUNT PIC 99.
       01 WS-LAST-CALL-DATE PIC 9(8).
       01 WS-BMI-DISP PIC ZZ9.99.
       01 WS-RESULT-TEXT PIC X(22).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREMIUM DISCOUNT APPEALS".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-VERIFY-SUPERVISOR.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
               PERFORM 0160-GET-VALIDATED-ID
               MOVE WS-CARD-ID TO WS-ID-ENTRY
               PERFORM 0180-CHECK-MEMBER
               IF MEMBER-WAS-FOUND
                   DISPLAY "Plan year (YYYY): "
                   ACCEPT WS-YEAR-ENTRY
                   PERFORM 0200-HEAR-APPEAL
               END-IF
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "Nothing was changed."
           END-IF.
       GOBACK.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID hearing this appeal: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "OUTCAPPL" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

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
                           DISPLAY "Appeal for ",
                               FUNCTION TRIM(MEMBER-NAME)
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *Only a fail can be appealed; a pass needs nothing and an
      *alternative already met is shown, not reheard.
           0200-HEAR-APPEAL.
           OPEN I-O DETERMINATION-FILE.
           IF WS-DET-FS NOT = "00"
               DISPLAY "No determinations on file - run the plan-year "
                   "determination first."
           ELSE
               MOVE WS-ID-ENTRY TO ODET-MEMBER-ID
               MOVE WS-YEAR-ENTRY TO ODET-PLAN-YEAR
               READ DETERMINATION-FILE
                   INVALID KEY
                       DISPLAY "No determination for plan year ",
                           WS-YEAR-ENTRY, " - run the plan-year "
                           "determination first."
                   NOT INVALID KEY
                       PERFORM 0250-SHOW-DETERMINATION
                       EVALUATE TRUE
                           WHEN ODET-PASSED
                               DISPLAY "The member passed - there is "
                                   "nothing to appeal."
                           WHEN ODET-ALTERNATIVE-MET
                               DISPLAY "The alternative standard is "
                                   "already met."
                           WHEN OTHER
                               PERFORM 0300-RECORD-ALTERNATIVE
                       END-EVALUATE
               END-READ
               CLOSE DETERMINATION-FILE
           END-IF.

           0250-SHOW-DETERMINATION.
           EVALUATE TRUE
               WHEN ODET-PASSED
                   MOVE "PASSED" TO WS-RESULT-TEXT
               WHEN ODET-ALTERNATIVE-MET
                   MOVE "ALTERNATIVE MET" TO WS-RESULT-TEXT
               WHEN ODET-NO-READING
                   MOVE "FAILED - NO READING" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "FAILED" TO WS-RESULT-TEXT
           END-EVALUATE.
           DISPLAY "Plan year ", ODET-PLAN-YEAR, " client ",
               ODET-CLIENT-CODE, ": ", WS-RESULT-TEXT,
               " (determined ", ODET-DETERMINED-DATE, ")".
           MOVE ODET-BMI TO WS-BMI-DISP.
           DISPLAY "  Latest BMI ", WS-BMI-DISP,
               "  BP ", ODET-SYSTOLIC, "/", ODET-DIASTOLIC.
           MOVE ODET-BASE-BMI TO WS-BMI-DISP.
           DISPLAY "  Before plan year: BMI ", WS-BMI-DISP,
               "  systolic ", ODET-BASE-SYSTOLIC.
           IF ODET-ALTERNATIVE-MET
               DISPLAY "  Alternative ", ODET-ALT-TYPE, " ",
                   FUNCTION TRIM(ODET-ALT-REF), " dated ",
                   ODET-ALT-DATE, " recorded by ", ODET-ALT-BY
           END-IF.

           0300-RECORD-ALTERNATIVE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Alternative standard - physician (W)aiver, "
                   "(C)oaching completed, or (N)o change: "
               ACCEPT WS-ALT-CHOICE
               IF WAIVER-CHOSEN OR COACHING-CHOSEN
                       OR NO-CHANGE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter W, C or N."
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WAIVER-CHOSEN
                   PERFORM 0310-TAKE-WAIVER
               WHEN COACHING-CHOSEN
                   PERFORM 0320-CHECK-COACHING
               WHEN OTHER
                   DISPLAY "Nothing was changed."
           END-EVALUATE.

      *The waiver must name the physician and be dated; it is the
      *paper the plan administrator will ask to see.
           0310-TAKE-WAIVER.
           MOVE SPACES TO ODET-ALT-REF.
           PERFORM UNTIL ODET-ALT-REF NOT = SPACES
               DISPLAY "Physician granting the waiver: "
               ACCEPT ODET-ALT-REF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Date of the waiver (YYYYMMDD): "
               ACCEPT WS-WAIVER-DATE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-WAIVER-DATE)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-WAIVER-DATE > WS-TODAY-DATE
                       DISPLAY "The waiver cannot be dated in the "
                           "future."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           SET ODET-BY-PHYSICIAN-WAIVER TO TRUE.
           MOVE WS-WAIVER-DATE TO ODET-ALT-DATE.
           PERFORM 0400-STORE-ALTERNATIVE.

      *Completed calls inside the plan year are counted; calls
      *that did not reach the member do not count.
           0320-CHECK-COACHING.
           OPEN INPUT OUTCOME-RULE-FILE.
           MOVE ZERO TO ORUL-COACHING-CALLS.
           IF WS-RULE-FS = "00"
               MOVE ODET-CLIENT-CODE TO ORUL-CLIENT-CODE
               MOVE ODET-PLAN-YEAR TO ORUL-PLAN-YEAR
               READ OUTCOME-RULE-FILE
                   INVALID KEY
                       MOVE ZERO TO ORUL-COACHING-CALLS
               END-READ
               CLOSE OUTCOME-RULE-FILE
           END-IF.
           IF ORUL-COACHING-CALLS = ZERO
               DISPLAY "The client's rule offers no coaching "
                   "alternative. Nothing was changed."
           ELSE
               PERFORM 0330-COUNT-COACHING-CALLS
               IF WS-CALLS-COUNT < ORUL-COACHING-CALLS
                   DISPLAY "Completed coaching calls in the plan "
                       "year: ", WS-CALLS-COUNT, " of ",
                       ORUL-COACHING-CALLS, " required. Nothing was "
                       "changed."
               ELSE
                   SET ODET-BY-COACHING TO TRUE
                   MOVE SPACES TO ODET-ALT-REF
                   STRING WS-CALLS-COUNT " COACHING CALLS"
                       DELIMITED BY SIZE INTO ODET-ALT-REF
                   MOVE WS-LAST-CALL-DATE TO ODET-ALT-DATE
                   PERFORM 0400-STORE-ALTERNATIVE
               END-IF
           END-IF.

           0330-COUNT-COACHING-CALLS.
           MOVE ZERO TO WS-CALLS-COUNT.
           MOVE ZERO TO WS-LAST-CALL-DATE.
           OPEN INPUT COACHING-FILE.
           IF WS-COACH-FS = "00"
               MOVE WS-ID-ENTRY TO CSES-MEMBER-ID
               MOVE ORUL-YEAR-START TO CSES-SESSION-DATE
               MOVE ZERO TO CSES-SESSION-TIME
               START COACHING-FILE KEY >= CSES-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-COACH-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ COACHING-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF CSES-MEMBER-ID NOT = WS-ID-ENTRY
                                   OR CSES-SESSION-DATE
                                       > ORUL-YEAR-END
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF CSES-IS-COMPLETED
                                   ADD 1 TO WS-CALLS-COUNT
                                   MOVE CSES-SESSION-DATE
                                       TO WS-LAST-CALL-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COACHING-FILE
           END-IF.

           0400-STORE-ALTERNATIVE.
           SET ODET-ALTERNATIVE-MET TO TRUE.
           MOVE WS-SUPERVISOR-ID TO ODET-ALT-BY.
           REWRITE OUTCOME-DETERMINATION-RECORD.
           IF WS-DET-FS = "00"
               DISPLAY "Alternative standard recorded - the member "
                   "earns the discount for ", ODET-PLAN-YEAR, "."
           ELSE
               DISPLAY "Could not record the appeal, status: ",
                   WS-DET-FS
               MOVE "0400-STORE-ALTERNATIVE" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTCDET.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DET-FS TO ERRL-REQ-STATUS
               MOVE ODET-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "OUTCAPPL" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "OUTCAPPL".
