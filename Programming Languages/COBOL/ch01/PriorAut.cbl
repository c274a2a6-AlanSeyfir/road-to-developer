       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRIORAUT".
       AUTHOR.     ALAN GARCIA.
      *Weight-medication prior-authorization support. Select mode
      *works down the referral list and prints every member who
      *meets the usual insurer criteria - a latest BMI of 30 or
      *over, or 27 or over with a weight-related comorbidity
      *(raised blood pressure from VITALS.DAT, diabetic glucose or
      *high lipids from LABRSLT.DAT). Letter mode writes the
      *physician letter file for one member on request: the dated
      *BMI history, the comorbidity evidence, and the member's
      *goal, program and coaching participation. Every letter is a
      *disclosure of health data and is logged on DISCLOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-STATUS-FILE ASSIGN TO "REFSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFS-KEY
               FILE STATUS IS WS-REFSTAT-FS.
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
           SELECT VITALS-FILE ASSIGN TO "VITALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VITAL-KEY
               FILE STATUS IS WS-VITALS-FS.
           SELECT LAB-RESULT-FILE ASSIGN TO "LABRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAB-KEY
               FILE STATUS IS WS-LAB-FS.
           SELECT GOAL-FILE ASSIGN TO "GOALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-MEMBER-ID
               FILE STATUS IS WS-GOAL-FS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-KEY
               FILE STATUS IS WS-ENROLL-FS.
           SELECT COACHING-FILE ASSIGN TO "COACHING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSES-KEY
               ALTERNATE RECORD KEY IS CSES-COACH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COACH-FS.
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOG-FS.
           SELECT SELECTION-REPORT-FILE ASSIGN TO "PRIORSEL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT PHYSICIAN-LETTER-FILE ASSIGN TO WS-LETTER-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERRAL-STATUS-FILE.
           COPY "REFSREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD LAB-RESULT-FILE.
           COPY "LABREC.cpy".

       FD GOAL-FILE.
           COPY "GOALREC.cpy".

       FD ENROLLMENT-FILE.
           COPY "ENROLREC.cpy".

       FD COACHING-FILE.
           COPY "COACHREC.cpy".

       FD DISCLOSURE-LOG-FILE.
           COPY "DISCREC.cpy".

       FD SELECTION-REPORT-FILE.
       01 SELECTION-REPORT-LINE PIC X(100).

       FD PHYSICIAN-LETTER-FILE.
       01 PHYSICIAN-LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-LAB-FS PIC XX.
       01 WS-GOAL-FS PIC XX.
       01 WS-ENROLL-FS PIC XX.
       01 WS-COACH-FS PIC XX.
       01 WS-DISCLOG-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-LETTER-FS PIC XX.
       01 WS-LETTER-FNAME PIC X(16).
       01 WS-MODE-CHOICE PIC X.
           88 SELECT-MODE-CHOSEN VALUE "S" "s".
           88 LETTER-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REFERRALS VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-LAST-REF-MEMBER PIC 9(6) VALUE ZERO.
       01 WS-REVIEWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZERO.
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *The usual insurer criteria for weight-loss medication, and
      *the comorbidity cutoffs: stage 1 blood pressure, a diabetic
      *fasting glucose, high total cholesterol or LDL.
       01 BMI-OBESE-LEVEL PIC 999V99 VALUE 30.00.
       01 BMI-OVERWEIGHT-LEVEL PIC 999V99 VALUE 27.00.
       01 SYSTOLIC-RAISED PIC 999 VALUE 130.
       01 DIASTOLIC-RAISED PIC 999 VALUE 80.
       01 GLUCOSE-DIABETIC PIC 999 VALUE 126.
       01 CHOLESTEROL-HIGH PIC 999 VALUE 240.
       01 LDL-HIGH PIC 999 VALUE 160.

      *What the member's records show, as gathered by the
      *evaluation.
       01 WS-EVAL-MEMBER-ID PIC 9(6).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-BIRTH-DATE PIC 9(8).
       01 WS-LAST-BMI PIC 999V99.
       01 WS-LAST-BMI-DATE PIC 9(8).
       01 WS-READING-COUNT PIC 9(4).
       01 WS-LAST-SYSTOLIC PIC 999.
       01 WS-LAST-DIASTOLIC PIC 999.
       01 WS-LAST-VITAL-DATE PIC 9(8).
       01 WS-LAB-GLUCOSE PIC 999.
       01 WS-LAB-CHOL PIC 999.
       01 WS-LAB-LDL PIC 999.
       01 WS-LAB-DATE PIC 9(8).
       01 WS-HTN-SW PIC X.
           88 HAS-RAISED-PRESSURE VALUE "Y" FALSE "N".
       01 WS-DM-SW PIC X.
           88 HAS-DIABETIC-GLUCOSE VALUE "Y" FALSE "N".
       01 WS-LIPID-SW PIC X.
           88 HAS-HIGH-LIPIDS VALUE "Y" FALSE "N".
       01 WS-QUALIFY-SW PIC X.
           88 MEMBER-QUALIFIES VALUE "Y" FALSE "N".
       01 WS-BASIS-TEXT PIC X(28).
       01 WS-COMORB-TEXT PIC X(12).

       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 WS-HEIGHT-DISPLAY PIC ZZ9.99.
       01 WS-WEIGHT-DISPLAY PIC ZZZ9.9.
       01 WS-SOURCE-TEXT PIC X(18).
       01 WS-PROGRAM-COUNT PIC 9(3).
       01 WS-COACH-COUNT PIC 9(4).
       01 WS-COACH-FIRST PIC 9(8).
       01 WS-COACH-LAST PIC 9(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "WEIGHT MEDICATION PRIOR-AUTHORIZATION SUPPORT".
      *Letters disclose health data, so the operator is verified
      *before either mode runs.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "PRIORAUT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized."
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-GET-MODE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               OPEN INPUT VITALS-FILE
               OPEN INPUT LAB-RESULT-FILE
               IF SELECT-MODE-CHOSEN
                   PERFORM 0200-SELECT-CANDIDATES
               ELSE
                   PERFORM 0500-WRITE-LETTER
               END-IF
               CLOSE BMI-HISTORY-FILE
               CLOSE VITALS-FILE
               CLOSE LAB-RESULT-FILE
               CLOSE MEMBER-MASTER-FILE
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(S)elect candidates from the referral list, "
                   "or (L)etter for a member: "
               ACCEPT WS-MODE-CHOICE
               IF SELECT-MODE-CHOSEN OR LETTER-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter S or L."
               END-IF
           END-PERFORM.

      *The letter goes to the member's own physician, so the card
      *number is validated exactly as the intake desk does.
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
           MOVE WS-CARD-ID TO WS-ID-ENTRY.

      *A member referred more than once is reviewed once.
           0200-SELECT-CANDIDATES.
           OPEN INPUT REFERRAL-STATUS-FILE.
           IF WS-REFSTAT-FS NOT = "00"
               DISPLAY "No referrals on file."
           ELSE
               OPEN OUTPUT SELECTION-REPORT-FILE
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "PRIOR-AUTHORIZATION CANDIDATES FROM THE "
                   "REFERRAL LIST AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "MEMBER NAME                    BMI  READ ON   "
                   "BASIS                        COMORBIDITY"
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
               SET END-OF-REFERRALS TO FALSE
               PERFORM UNTIL END-OF-REFERRALS
                   READ REFERRAL-STATUS-FILE NEXT RECORD
                       AT END
                           SET END-OF-REFERRALS TO TRUE
                       NOT AT END
                           IF REFS-MEMBER-ID NOT = WS-LAST-REF-MEMBER
                               MOVE REFS-MEMBER-ID
                                   TO WS-LAST-REF-MEMBER
                               PERFORM 0250-REVIEW-ONE-REFERRAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "MEMBERS REVIEWED: " WS-REVIEWED-COUNT
                   "  MEETING CRITERIA: " WS-SELECTED-COUNT
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
               CLOSE SELECTION-REPORT-FILE
               CLOSE REFERRAL-STATUS-FILE
               DISPLAY "Members reviewed: ", WS-REVIEWED-COUNT
               DISPLAY "  Meeting criteria: ", WS-SELECTED-COUNT
               DISPLAY "List written to PRIORSEL.RPT"
           END-IF.

           0250-REVIEW-ONE-REFERRAL.
           MOVE REFS-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEMBER-IS-ACTIVE
                       ADD 1 TO WS-REVIEWED-COUNT
                       MOVE MEMBER-ID TO WS-EVAL-MEMBER-ID
                       PERFORM 0300-EVALUATE-MEMBER
                       IF MEMBER-QUALIFIES
                           ADD 1 TO WS-SELECTED-COUNT
                           MOVE WS-LAST-BMI TO WS-BMI-DISPLAY
                           MOVE SPACES TO SELECTION-REPORT-LINE
                           STRING MEMBER-ID " " MEMBER-NAME " "
                               WS-BMI-DISPLAY " " WS-LAST-BMI-DATE
                               "  " WS-BASIS-TEXT " " WS-COMORB-TEXT
                               DELIMITED BY SIZE
                               INTO SELECTION-REPORT-LINE
                           WRITE SELECTION-REPORT-LINE
                       END-IF
                   END-IF
           END-READ.

      *Judged on the latest reading outside any exclusion window,
      *the latest blood pressure and the latest lab draw - the
      *same readings the risk tiering grades.
           0300-EVALUATE-MEMBER.
           MOVE MEMBER-NAME TO WS-MEMBER-NAME.
           MOVE MEMBER-BIRTH-DATE TO WS-MEMBER-BIRTH-DATE.
           PERFORM 0310-GET-LATEST-BMI.
           PERFORM 0320-GET-LATEST-PRESSURE.
           PERFORM 0330-GET-LATEST-LABS.
           SET HAS-RAISED-PRESSURE TO FALSE.
           SET HAS-DIABETIC-GLUCOSE TO FALSE.
           SET HAS-HIGH-LIPIDS TO FALSE.
           MOVE SPACES TO WS-COMORB-TEXT.
           IF WS-LAST-SYSTOLIC >= SYSTOLIC-RAISED
                   OR WS-LAST-DIASTOLIC >= DIASTOLIC-RAISED
               SET HAS-RAISED-PRESSURE TO TRUE
               MOVE "HTN" TO WS-COMORB-TEXT(1:3)
           END-IF.
           IF WS-LAB-GLUCOSE >= GLUCOSE-DIABETIC
               SET HAS-DIABETIC-GLUCOSE TO TRUE
               MOVE "DM" TO WS-COMORB-TEXT(5:2)
           END-IF.
           IF WS-LAB-CHOL >= CHOLESTEROL-HIGH
                   OR WS-LAB-LDL >= LDL-HIGH
               SET HAS-HIGH-LIPIDS TO TRUE
               MOVE "LIP" TO WS-COMORB-TEXT(8:3)
           END-IF.
           SET MEMBER-QUALIFIES TO FALSE.
           MOVE SPACES TO WS-BASIS-TEXT.
           EVALUATE TRUE
               WHEN WS-READING-COUNT = ZERO
                   CONTINUE
               WHEN WS-LAST-BMI >= BMI-OBESE-LEVEL
                   SET MEMBER-QUALIFIES TO TRUE
                   MOVE "BMI 30 OR OVER" TO WS-BASIS-TEXT
               WHEN WS-LAST-BMI >= BMI-OVERWEIGHT-LEVEL
                       AND (HAS-RAISED-PRESSURE
                           OR HAS-DIABETIC-GLUCOSE
                           OR HAS-HIGH-LIPIDS)
                   SET MEMBER-QUALIFIES TO TRUE
                   MOVE "BMI 27 OR OVER + COMORBIDITY"
                       TO WS-BASIS-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           0310-GET-LATEST-BMI.
           MOVE ZERO TO WS-LAST-BMI.
           MOVE ZERO TO WS-LAST-BMI-DATE.
           MOVE ZERO TO WS-READING-COUNT.
           MOVE WS-EVAL-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-TIME.
           PERFORM 0600-START-MEMBER-HISTORY.
           PERFORM UNTIL END-OF-SCAN
               READ BMI-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HIST-MEMBER-ID = WS-EVAL-MEMBER-ID
                           IF NOT HIST-IS-EXCLUDED
                               ADD 1 TO WS-READING-COUNT
                               MOVE HIST-BMI TO WS-LAST-BMI
                               MOVE HIST-DATE TO WS-LAST-BMI-DATE
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           0320-GET-LATEST-PRESSURE.
           MOVE ZERO TO WS-LAST-SYSTOLIC.
           MOVE ZERO TO WS-LAST-DIASTOLIC.
           MOVE ZERO TO WS-LAST-VITAL-DATE.
           MOVE WS-EVAL-MEMBER-ID TO VITAL-MEMBER-ID.
           MOVE ZERO TO VITAL-DATE.
           MOVE ZERO TO VITAL-TIME.
           START VITALS-FILE KEY >= VITAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-VITALS-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ VITALS-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF VITAL-MEMBER-ID = WS-EVAL-MEMBER-ID
                           IF VITAL-SYSTOLIC > ZERO
                               MOVE VITAL-SYSTOLIC
                                   TO WS-LAST-SYSTOLIC
                               MOVE VITAL-DIASTOLIC
                                   TO WS-LAST-DIASTOLIC
                               MOVE VITAL-DATE
                                   TO WS-LAST-VITAL-DATE
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           0330-GET-LATEST-LABS.
           MOVE ZERO TO WS-LAB-GLUCOSE.
           MOVE ZERO TO WS-LAB-CHOL.
           MOVE ZERO TO WS-LAB-LDL.
           MOVE ZERO TO WS-LAB-DATE.
           MOVE WS-EVAL-MEMBER-ID TO LAB-MEMBER-ID.
           MOVE ZERO TO LAB-DRAW-DATE.
           START LAB-RESULT-FILE KEY >= LAB-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-LAB-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ LAB-RESULT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF LAB-MEMBER-ID = WS-EVAL-MEMBER-ID
                           MOVE LAB-DRAW-DATE TO WS-LAB-DATE
                           MOVE LAB-GLUCOSE TO WS-LAB-GLUCOSE
                           MOVE LAB-CHOL-TOTAL TO WS-LAB-CHOL
                           MOVE LAB-CHOL-LDL TO WS-LAB-LDL
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *A member who does not meet the criteria gets no letter - the
      *insurer would refuse it, and nothing is disclosed for no
      *purpose.
           0500-WRITE-LETTER.
           PERFORM 0160-GET-VALIDATED-ID.
           MOVE WS-ID-ENTRY TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   DISPLAY "No member found for ID: ", WS-ID-ENTRY
               NOT INVALID KEY
                   MOVE MEMBER-ID TO WS-EVAL-MEMBER-ID
                   PERFORM 0300-EVALUATE-MEMBER
                   IF MEMBER-QUALIFIES
                       PERFORM 0510-PRODUCE-LETTER
                   ELSE
                       MOVE WS-LAST-BMI TO WS-BMI-DISPLAY
                       DISPLAY "Member does not meet the criteria - "
                           "latest BMI ", WS-BMI-DISPLAY,
                           " comorbidity ", WS-COMORB-TEXT,
                           ". No letter written."
                   END-IF
           END-READ.

           0510-PRODUCE-LETTER.
           MOVE SPACES TO WS-LETTER-FNAME.
           STRING "PAL" WS-EVAL-MEMBER-ID ".TXT"
               DELIMITED BY SIZE INTO WS-LETTER-FNAME.
           OPEN OUTPUT PHYSICIAN-LETTER-FILE.
           IF WS-LETTER-FS NOT = "00"
               DISPLAY "Cannot open ", WS-LETTER-FNAME,
                   ", status: ", WS-LETTER-FS
               MOVE "0510-PRODUCE-LETTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-LETTER-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-LETTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0520-LETTER-HEADING
               PERFORM 0530-LETTER-READINGS
               PERFORM 0540-LETTER-COMORBIDITY
               PERFORM 0550-LETTER-PARTICIPATION
               MOVE SPACES TO PHYSICIAN-LETTER-LINE
               WRITE PHYSICIAN-LETTER-LINE
               MOVE SPACES TO PHYSICIAN-LETTER-LINE
               STRING "Prepared by operator " WS-OPERATOR-ID
                   " on " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
               WRITE PHYSICIAN-LETTER-LINE
               CLOSE PHYSICIAN-LETTER-FILE
               PERFORM 0700-LOG-DISCLOSURE
               DISPLAY "Letter written to ", WS-LETTER-FNAME
           END-IF.

           0520-LETTER-HEADING.
           MOVE "WEIGHT MANAGEMENT MEDICATION - PRIOR AUTHORIZATION"
               TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE "SUPPORTING BMI AND HEALTH SCREENING HISTORY"
               TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           STRING "Member: " WS-MEMBER-NAME "  ID " WS-EVAL-MEMBER-ID
               "  Born " WS-MEMBER-BIRTH-DATE
               DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           STRING "Criteria met: " WS-BASIS-TEXT
               DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.

      *Readings inside an exclusion window are left out - they are
      *not evidence of the member's usual weight.
           0530-LETTER-READINGS.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE "BMI HISTORY      HEIGHT IN  WEIGHT LB     BMI  SOURCE"
               TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE WS-EVAL-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-TIME.
           PERFORM 0600-START-MEMBER-HISTORY.
           PERFORM UNTIL END-OF-SCAN
               READ BMI-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HIST-MEMBER-ID = WS-EVAL-MEMBER-ID
                           IF NOT HIST-IS-EXCLUDED
                               PERFORM 0535-LETTER-ONE-READING
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           0535-LETTER-ONE-READING.
           MOVE HIST-HEIGHT-INCH TO WS-HEIGHT-DISPLAY.
           MOVE HIST-WEIGHT TO WS-WEIGHT-DISPLAY.
           MOVE HIST-BMI TO WS-BMI-DISPLAY.
           IF HIST-FROM-PHYSICIAN
               MOVE "PHYSICIAN FORM" TO WS-SOURCE-TEXT
           ELSE
               MOVE "SCREENING STATION" TO WS-SOURCE-TEXT
           END-IF.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           STRING "  " HIST-DATE "        " WS-HEIGHT-DISPLAY
               "     " WS-WEIGHT-DISPLAY "  " WS-BMI-DISPLAY "  "
               WS-SOURCE-TEXT
               DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.

           0540-LETTER-COMORBIDITY.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE "COMORBIDITY EVIDENCE" TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           IF WS-LAST-VITAL-DATE = ZERO
               MOVE "  Blood pressure: none on file"
                   TO PHYSICIAN-LETTER-LINE
           ELSE
               STRING "  Blood pressure " WS-LAST-VITAL-DATE ": "
                   WS-LAST-SYSTOLIC "/" WS-LAST-DIASTOLIC
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
               IF HAS-RAISED-PRESSURE
                   MOVE "RAISED" TO PHYSICIAN-LETTER-LINE(40:6)
               END-IF
           END-IF.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           IF WS-LAB-DATE = ZERO
               MOVE "  Laboratory: none on file"
                   TO PHYSICIAN-LETTER-LINE
               WRITE PHYSICIAN-LETTER-LINE
           ELSE
               STRING "  Glucose " WS-LAB-DATE ": " WS-LAB-GLUCOSE
                   " mg/dL"
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
               IF HAS-DIABETIC-GLUCOSE
                   MOVE "DIABETIC RANGE" TO PHYSICIAN-LETTER-LINE(40:14)
               END-IF
               WRITE PHYSICIAN-LETTER-LINE
               MOVE SPACES TO PHYSICIAN-LETTER-LINE
               STRING "  Cholesterol " WS-LAB-DATE ": total "
                   WS-LAB-CHOL " LDL " WS-LAB-LDL
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
               IF HAS-HIGH-LIPIDS
                   MOVE "HIGH" TO PHYSICIAN-LETTER-LINE(50:4)
               END-IF
               WRITE PHYSICIAN-LETTER-LINE
           END-IF.

      *Insurers want to see a supervised lifestyle attempt: the
      *weight goal, wellness programs joined and coaching calls.
           0550-LETTER-PARTICIPATION.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           MOVE "PROGRAM PARTICIPATION" TO PHYSICIAN-LETTER-LINE.
           WRITE PHYSICIAN-LETTER-LINE.
           PERFORM 0560-LETTER-GOAL.
           PERFORM 0570-LETTER-PROGRAMS.
           PERFORM 0580-LETTER-COACHING.

           0560-LETTER-GOAL.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           OPEN INPUT GOAL-FILE.
           IF WS-GOAL-FS NOT = "00"
               MOVE "  Weight goal: none on file"
                   TO PHYSICIAN-LETTER-LINE
           ELSE
               MOVE WS-EVAL-MEMBER-ID TO GOAL-MEMBER-ID
               READ GOAL-FILE
                   INVALID KEY
                       MOVE "  Weight goal: none on file"
                           TO PHYSICIAN-LETTER-LINE
                   NOT INVALID KEY
                       MOVE GOAL-START-WEIGHT TO WS-WEIGHT-DISPLAY
                       MOVE GOAL-TARGET-BMI TO WS-BMI-DISPLAY
                       STRING "  Weight goal set " GOAL-SET-DATE
                           " from " WS-WEIGHT-DISPLAY
                           " lb, target BMI " WS-BMI-DISPLAY
                           " by " GOAL-TARGET-DATE
                           DELIMITED BY SIZE
                           INTO PHYSICIAN-LETTER-LINE
                       IF GOAL-IS-CLOSED
                           MOVE "(CLOSED)"
                               TO PHYSICIAN-LETTER-LINE(72:8)
                       END-IF
               END-READ
               CLOSE GOAL-FILE
           END-IF.
           WRITE PHYSICIAN-LETTER-LINE.

      *Enrollments are keyed by program first, so the member's rows
      *are found by reading the file through.
           0570-LETTER-PROGRAMS.
           MOVE ZERO TO WS-PROGRAM-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF ENROLL-MEMBER-ID = WS-EVAL-MEMBER-ID
                               PERFORM 0575-LETTER-ONE-PROGRAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-PROGRAM-COUNT = ZERO
               MOVE "  Wellness programs: none"
                   TO PHYSICIAN-LETTER-LINE
               WRITE PHYSICIAN-LETTER-LINE
           END-IF.

           0575-LETTER-ONE-PROGRAM.
           ADD 1 TO WS-PROGRAM-COUNT.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           IF ENROLL-COMPLETION-DATE > ZERO
               STRING "  Program " ENROLL-PROGRAM-CODE " enrolled "
                   ENROLL-DATE ", completed " ENROLL-COMPLETION-DATE
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
           ELSE
               STRING "  Program " ENROLL-PROGRAM-CODE " enrolled "
                   ENROLL-DATE ", in progress"
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
           END-IF.
           WRITE PHYSICIAN-LETTER-LINE.

           0580-LETTER-COACHING.
           MOVE ZERO TO WS-COACH-COUNT.
           MOVE ZERO TO WS-COACH-FIRST.
           MOVE ZERO TO WS-COACH-LAST.
           OPEN INPUT COACHING-FILE.
           IF WS-COACH-FS = "00"
               MOVE WS-EVAL-MEMBER-ID TO CSES-MEMBER-ID
               MOVE ZERO TO CSES-SESSION-DATE
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
                           IF CSES-MEMBER-ID = WS-EVAL-MEMBER-ID
                               IF CSES-IS-COMPLETED
                                   ADD 1 TO WS-COACH-COUNT
                                   IF WS-COACH-FIRST = ZERO
                                       MOVE CSES-SESSION-DATE
                                           TO WS-COACH-FIRST
                                   END-IF
                                   MOVE CSES-SESSION-DATE
                                       TO WS-COACH-LAST
                               END-IF
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COACHING-FILE
           END-IF.
           MOVE SPACES TO PHYSICIAN-LETTER-LINE.
           IF WS-COACH-COUNT = ZERO
               MOVE "  Health coaching: none"
                   TO PHYSICIAN-LETTER-LINE
           ELSE
               STRING "  Health coaching: " WS-COACH-COUNT
                   " completed sessions, " WS-COACH-FIRST
                   " to " WS-COACH-LAST
                   DELIMITED BY SIZE INTO PHYSICIAN-LETTER-LINE
           END-IF.
           WRITE PHYSICIAN-LETTER-LINE.

           0600-START-MEMBER-HISTORY.
           START BMI-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-HISTORY-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.

           0700-LOG-DISCLOSURE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           IF WS-DISCLOG-FS = "35"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF.
           IF WS-DISCLOG-FS = "00"
               MOVE WS-TODAY-DATE TO DISC-DATE
               MOVE WS-TIME-HHMMSS TO DISC-TIME
               MOVE WS-OPERATOR-ID TO DISC-VIEWER
               MOVE "PRIORAUT" TO DISC-STATION
               MOVE WS-EVAL-MEMBER-ID TO DISC-MEMBER-ID
               MOVE "PA-LTR" TO DISC-FUNCTION
               SET DISC-TO-THIRD-PARTY TO TRUE
               MOVE ZERO TO DISC-PROXY-SEQ
               MOVE SPACES TO DISC-PROXY-NAME
               MOVE SPACES TO DISC-CRITERIA-CARD
               WRITE DISCLOSURE-RECORD
               CLOSE DISCLOSURE-LOG-FILE
           ELSE
               DISPLAY "Could not write disclosure log, status: ",
                   WS-DISCLOG-FS
               MOVE "0700-LOG-DISCLOSURE" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PRIORAUT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PRIORAUT".
