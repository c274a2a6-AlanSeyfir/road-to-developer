      *Supervisor review of suspense readings. Each held record is
      *displayed beside the member's recent history; the supervisor
      *releases it into history and the master, or rejects it with
      *a reason. A supervisor may not release a reading they took
      *themselves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-DAYC-FS PIC XX.
       01 WS-DAY-OPEN-SW PIC X VALUE "Y".
           88 POSTING-DAY-IS-OPEN VALUE "Y" FALSE "N".
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
      *Maker/checker duties check and its supervisor override.
       01 WS-DUTY-SW PIC X VALUE "Y".
           88 DUTIES-ARE-CLEAR VALUE "Y" FALSE "N".
       01 WS-DUTY-CHOICE PIC X.
           88 DUTY-OVERRIDE-WANTED VALUE "Y" "y".
       01 WS-DUTY-SUPERVISOR PIC X(8).
       01 WS-DUTY-RULE-ID PIC X(4).
           COPY "EXCLREQ.cpy".
       01 WS-OPERATOR-ID PIC X(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SUSPENSE REVIEW".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.
           PERFORM 0150-SIGN-ON.
           IF AUTH-REFUSED OR NOT AUTH-ROLE-SUPERVISOR
               DISPLAY "Suspense release is supervisor-only."
           IF WS-SUSP-FS NOT = "00"
               DISPLAY "No suspense file to review, status: ",
                   WS-SUSP-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "SUSPENSE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SUSP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-SUSPENSE TO FALSE
               PERFORM UNTIL END-OF-SUSPENSE
               WHEN RELEASE-CHOSEN
                   PERFORM 0350-CHECK-DAY-OPEN
                   IF POSTING-DAY-IS-OPEN
                       PERFORM 0360-CHECK-DUTIES
                       IF DUTIES-ARE-CLEAR
                           PERFORM 0400-RELEASE-RECORD
                       ELSE
                           DISPLAY "Left held."
                       END-IF
                   ELSE
                       DISPLAY "Business date ", SUSP-DATE,
                           " is closed - the release must wait "
               CLOSE DAY-CLOSE-FILE
           END-IF.

      *One operator may not perform both halves of a maker/checker
      *pair on the same item. A different supervisor may let it
      *through, and that override goes on the register.
           0360-CHECK-DUTIES.
           SET AUTH-DUTIES-CHECK TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "SUSPREL" TO AUTH-DUTY-FUNCTION.
           MOVE "READING" TO AUTH-PRIOR-FUNCTION.
           MOVE SUSP-OPERATOR-ID TO AUTH-PRIOR-OPERATOR-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           SET DUTIES-ARE-CLEAR TO TRUE.
           IF AUTH-DUTY-CONFLICT
               MOVE AUTH-DUTY-RULE-ID TO WS-DUTY-RULE-ID
               DISPLAY "Refused - one operator may not ",
                   FUNCTION TRIM(AUTH-DUTY-RULE-TEXT), "."
               MOVE SPACES TO OVRD-REQ-RECORD-KEY
               STRING SUSP-OPERATOR-ID " " SUSP-MEMBER-ID " "
                   SUSP-DATE
                   DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
               PERFORM 0370-ASK-DUTY-OVERRIDE
           END-IF.

           0370-ASK-DUTY-OVERRIDE.
           SET DUTIES-ARE-CLEAR TO FALSE.
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-DUTY-CHOICE.
           IF DUTY-OVERRIDE-WANTED
               DISPLAY "Supervisor ID to authorize: "
               ACCEPT WS-DUTY-SUPERVISOR
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-DUTY-SUPERVISOR TO AUTH-OPERATOR-ID
               MOVE "SUSPREVW" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       AND WS-DUTY-SUPERVISOR NOT = WS-OPERATOR-ID
                   SET DUTIES-ARE-CLEAR TO TRUE
                   MOVE SPACES TO OVRD-REQ-FUNCTION
                   STRING "SOD" WS-DUTY-RULE-ID
                       DELIMITED BY SIZE INTO OVRD-REQ-FUNCTION
                   MOVE WS-DUTY-SUPERVISOR TO OVRD-REQ-SUPERVISOR-ID
                   PERFORM 0970-LOG-OVERRIDE
               ELSE
                   DISPLAY "Override not authorized."
               END-IF
           END-IF.

           0400-RELEASE-RECORD.
           MOVE SUSP-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE SUSP-DATE TO HIST-DATE.
           MOVE SUSP-EVENT-CODE TO HIST-EVENT-CODE.
           MOVE SUSP-ADJ-FLAG TO HIST-ADJ-FLAG.
           MOVE SUSP-CLIENT-CODE TO HIST-CLIENT-CODE.
      *A held reading released later is marked the same way the
      *station would have marked it on the day it was taken.
           MOVE SUSP-MEMBER-ID TO EXCL-REQ-MEMBER-ID.
           MOVE SUSP-DATE TO EXCL-REQ-DATE.
           CALL "EXCLCHK" USING EXCL-REQUEST.
           IF EXCL-REQ-IN-WINDOW
               SET HIST-IS-EXCLUDED TO TRUE
           ELSE
               MOVE SPACE TO HIST-EXCL-FLAG
           END-IF.
           MOVE SPACE TO HIST-SOURCE-CODE.
           MOVE SUSP-OPERATOR-ID TO HIST-OPERATOR-ID.
           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HISTORY-FS = "35"
               OPEN OUTPUT BMI-HISTORY-FILE
           REWRITE SUSPENSE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "Released.".
           MOVE "SUSPREL" TO OVRD-REQ-FUNCTION.
           MOVE WS-OPERATOR-ID TO OVRD-REQ-SUPERVISOR-ID.
           MOVE SPACES TO OVRD-REQ-RECORD-KEY.
           STRING "MEMBER " SUSP-MEMBER-ID " READING " SUSP-DATE
               DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY.
           PERFORM 0970-LOG-OVERRIDE.

      *A released reading lands in history like any other, so its
      *by-date companion row is written alongside.
                       MOVE SUSP-MEMBER-ID TO PTS-MEMBER-ID
                       MOVE ZERO TO PTS-BALANCE
                       MOVE ZERO TO PTS-LAST-ACCRUAL-DATE
                       MOVE SPACE TO PTS-FROZEN-FLAG
                       MOVE ZERO TO PTS-FROZEN-DATE
                       WRITE POINTS-RECORD
               END-READ
               IF NOT PTS-IS-FROZEN
                   ADD POINTS-PER-SCREENING TO PTS-BALANCE
                   IF SUSP-BMI >= 18.50 AND SUSP-BMI < 25.00
                       ADD POINTS-NORMAL-BONUS TO PTS-BALANCE
                   END-IF
                   MOVE WS-TODAY-DATE TO PTS-LAST-ACCRUAL-DATE
                   REWRITE POINTS-RECORD
               END-IF
               CLOSE POINTS-FILE
           END-IF.

               IF WS-BILL-FS NOT = "00"
                   DISPLAY "Could not write billable event, "
                       "status: ", WS-BILL-FS
                   MOVE "0470-WRITE-BILLABLE-EVENT"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE BILLABLE-EVENT-FILE
           ELSE
               DISPLAY "Could not write billable event, status: ",
                   WS-BILL-FS
               MOVE "0470-WRITE-BILLABLE-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0450-UPDATE-MASTER.
           REWRITE SUSPENSE-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "Rejected.".

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "SUSPREVW" TO OVRD-REQ-PROGRAM.
           MOVE "SUSPREVW" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SUSPREVW" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SUSPREVW".
