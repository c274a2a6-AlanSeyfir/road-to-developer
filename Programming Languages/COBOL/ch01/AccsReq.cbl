       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACCSREQ".
       AUTHOR.     ALAN GARCIA.
      *Right-of-access package - the counterpart of ERASURE. Given
      *a validated member ID, prints one package of everything the
      *system holds about the member: a cover letter, then the
      *member record, BMI history, vitals, point-of-care tests, lab
      *results, HRA results and answers, goal, points balance,
      *redemptions, clinical notes, referrals, appointments and
      *the member's own disclosure-log entries, each section with
      *its row count, and the representatives the member has
      *authorized. The package is itself a disclosure and is
      *logged on DISCLOG.DAT, and every package produced is
      *entered on the access fulfillment log with the date the
      *request came in, so the days taken to answer can be shown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT POCT-FILE ASSIGN TO "POCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POCT-KEY
               FILE STATUS IS WS-POCT-FS.
           SELECT LAB-RESULT-FILE ASSIGN TO "LABRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAB-KEY
               FILE STATUS IS WS-LAB-FS.
           SELECT HRA-ANSWER-FILE ASSIGN TO "HRAANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAA-KEY
               FILE STATUS IS WS-HRAANS-FS.
           SELECT HRA-DETAIL-FILE ASSIGN TO "HRAQANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAQ-KEY
               FILE STATUS IS WS-HRAQANS-FS.
           SELECT GOAL-FILE ASSIGN TO "GOALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-MEMBER-ID
               FILE STATUS IS WS-GOAL-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT REDEMPTION-FILE ASSIGN TO "REDMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDM-FS.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTES-FS.
           SELECT REFERRAL-STATUS-FILE ASSIGN TO "REFSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFS-KEY
               FILE STATUS IS WS-REFSTAT-FS.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPT-KEY
               FILE STATUS IS WS-APPT-FS.
           SELECT PROXY-FILE ASSIGN TO "PROXY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROX-KEY
               FILE STATUS IS WS-PROXY-FS.
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOG-FS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-FS.
           SELECT PACKAGE-FILE ASSIGN TO WS-PACKAGE-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD POCT-FILE.
           COPY "POCTREC.cpy".

       FD LAB-RESULT-FILE.
           COPY "LABREC.cpy".

       FD HRA-ANSWER-FILE.
           COPY "HRAAREC.cpy".

       FD HRA-DETAIL-FILE.
           COPY "HRAQREC.cpy".

       FD GOAL-FILE.
           COPY "GOALREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD REDEMPTION-FILE.
           COPY "REDMREC.cpy".

       FD NOTES-FILE.
           COPY "NOTEREC.cpy".

       FD REFERRAL-STATUS-FILE.
           COPY "REFSREC.cpy".

       FD APPOINTMENT-FILE.
           COPY "APPTREC.cpy".

       FD PROXY-FILE.
           COPY "PROXREC.cpy".

       FD DISCLOSURE-LOG-FILE.
           COPY "DISCREC.cpy".

       FD ACCESS-LOG-FILE.
           COPY "ACCLREC.cpy".

       FD PACKAGE-FILE.
       01 PACKAGE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-POCT-FS PIC XX.
       01 WS-LAB-FS PIC XX.
       01 WS-HRAANS-FS PIC XX.
       01 WS-HRAQANS-FS PIC XX.
       01 WS-GOAL-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-REDM-FS PIC XX.
       01 WS-NOTES-FS PIC XX.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-APPT-FS PIC XX.
       01 WS-PROXY-FS PIC XX.
       01 WS-DISCLOG-FS PIC XX.
       01 WS-ACCLOG-FS PIC XX.
       01 WS-PACKAGE-FS PIC XX.
       01 WS-PACKAGE-FNAME PIC X(16).
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-DETAIL-EOF-SW PIC X VALUE "N".
           88 END-OF-DETAIL VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-RECEIVED-DATE PIC 9(8).
       01 WS-DAYS-TAKEN PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *Each section is headed with its title and closed with its
      *row count; the counts are kept for the summary page.
       01 WS-SECTION-TITLE PIC X(40).
       01 WS-SECTION-ROWS PIC 9(5).
       01 WS-TOTAL-ROWS PIC 9(6) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 99 VALUE ZERO.
       01 WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ENTRY OCCURS 15 TIMES.
               10 WS-SUM-TITLE PIC X(40).
               10 WS-SUM-ROWS PIC 9(5).
       01 WS-SUM-IX PIC 99.

       01 WS-HEIGHT-DISPLAY PIC ZZ9.99.
       01 WS-WEIGHT-DISPLAY PIC ZZZ9.9.
       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 WS-BALANCE-DISPLAY PIC -ZZZZZZ9.
       01 WS-FLAG-TEXT PIC X(20).
       01 WS-STATUS-TEXT PIC X(12).
       01 WS-RECIPIENT-TEXT PIC X(36).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER RIGHT-OF-ACCESS RECORD PACKAGE".
      *The package holds the member's whole health record, so only
      *an enabled supervisor may produce one.
           DISPLAY "Supervisor operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "ACCSREQ" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF NOT (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " may not produce an access package."
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0170-GET-RECEIVED-DATE.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               PERFORM 0200-PRODUCE-PACKAGE
           END-IF.
       GOBACK.

      *A one-digit slip here sends one member another member's
      *whole record, so the card number is validated exactly as
      *the intake desk does.
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

           0170-GET-RECEIVED-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Date the request was received (YYYYMMDD, "
                   "0 for today): "
               ACCEPT WS-RECEIVED-DATE
               IF WS-RECEIVED-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-RECEIVED-DATE
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-DATE)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-RECEIVED-DATE > WS-TODAY-DATE
                       DISPLAY "The received date cannot be in the "
                           "future."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE).

      *A merged-away ID holds nothing of its own any more; the
      *package is produced under the surviving ID.
           0180-CHECK-MEMBER.
           SET MEMBER-WAS-FOUND TO FALSE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
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
                       DISPLAY "No member found for ID: ", WS-ID-ENTRY
                   NOT INVALID KEY
                       IF MEMBER-IS-MERGED
                           DISPLAY "Member ", WS-ID-ENTRY,
                               " was merged into ", MEMBER-MERGED-TO,
                               " - produce the package under that ID."
                       ELSE
                           SET MEMBER-WAS-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *The member record stays in the master's record area from
      *the check above; the cover letter and first section print
      *from it.
           0200-PRODUCE-PACKAGE.
           MOVE SPACES TO WS-PACKAGE-FNAME.
           STRING "ACC" WS-ID-ENTRY ".TXT"
               DELIMITED BY SIZE INTO WS-PACKAGE-FNAME.
           OPEN OUTPUT PACKAGE-FILE.
           IF WS-PACKAGE-FS NOT = "00"
               DISPLAY "Cannot open ", WS-PACKAGE-FNAME,
                   ", status: ", WS-PACKAGE-FS
               MOVE "0200-PRODUCE-PACKAGE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-PACKAGE-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-PACKAGE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0250-COVER-LETTER
               PERFORM 0400-MEMBER-SECTION
               PERFORM 0420-HISTORY-SECTION
               PERFORM 0440-VITALS-SECTION
               PERFORM 0460-POCT-SECTION
               PERFORM 0480-LAB-SECTION
               PERFORM 0500-HRA-SECTION
               PERFORM 0540-GOAL-SECTION
               PERFORM 0560-POINTS-SECTION
               PERFORM 0580-REDEMPTION-SECTION
               PERFORM 0600-NOTES-SECTION
               PERFORM 0620-REFERRAL-SECTION
               PERFORM 0640-APPOINTMENT-SECTION
               PERFORM 0650-PROXY-SECTION
               PERFORM 0660-DISCLOSURE-SECTION
               PERFORM 0700-SUMMARY-PAGE
               CLOSE PACKAGE-FILE
               PERFORM 0800-LOG-DISCLOSURE
               PERFORM 0850-LOG-FULFILLMENT
               DISPLAY "Package written to ", WS-PACKAGE-FNAME,
                   " - rows included: ", WS-TOTAL-ROWS
           END-IF.

           0250-COVER-LETTER.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "Date: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE MEMBER-NAME TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE MEMBER-ADDR-LINE-1 TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           IF MEMBER-ADDR-LINE-2 NOT = SPACES
               MOVE MEMBER-ADDR-LINE-2 TO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-IF.
           MOVE SPACES TO PACKAGE-LINE.
           STRING FUNCTION TRIM(MEMBER-CITY) ", " MEMBER-STATE " "
               MEMBER-ZIP
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "Re: your request of " WS-RECEIVED-DATE
               " for a copy of your records, member ID " WS-ID-ENTRY
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "As you asked, enclosed is a copy of all the personal "
               & "and health information our wellness program"
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "holds about you: your member record, screening "
               & "measurements, laboratory and point-of-care"
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "results, health risk assessments, goal, points and "
               & "redemptions, notes, referrals and"
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "appointments, the people you have authorized to act "
               & "for you, and a list of each time your"
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "record was looked at, by whom and who received it. "
               & "The last page"
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "counts the entries in each part. If anything is "
               & "wrong, write to us and we will correct it."
               TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "Privacy Office" TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

      *Opens every section: a blank line, the title and a rule.
           0300-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE WS-SECTION-TITLE TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE ALL "-" TO PACKAGE-LINE(1:40).
           WRITE PACKAGE-LINE.

           0310-SECTION-FOOTING.
           MOVE SPACES TO PACKAGE-LINE.
           IF WS-SECTION-ROWS = ZERO
               MOVE "  None on file." TO PACKAGE-LINE
           ELSE
               STRING "  Entries: " WS-SECTION-ROWS
                   DELIMITED BY SIZE INTO PACKAGE-LINE
           END-IF.
           WRITE PACKAGE-LINE.
           ADD WS-SECTION-ROWS TO WS-TOTAL-ROWS.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-SECTION-TITLE TO WS-SUM-TITLE(WS-SECTION-COUNT).
           MOVE WS-SECTION-ROWS TO WS-SUM-ROWS(WS-SECTION-COUNT).

           0400-MEMBER-SECTION.
           MOVE "MEMBER RECORD" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           MOVE 1 TO WS-SECTION-ROWS.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  ID " MEMBER-ID "  Name " MEMBER-NAME
               "  Sex " MEMBER-SEX "  Born " MEMBER-BIRTH-DATE
               "  Status " MEMBER-STATUS
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  Address " FUNCTION TRIM(MEMBER-ADDR-LINE-1) " "
               FUNCTION TRIM(MEMBER-ADDR-LINE-2) " "
               FUNCTION TRIM(MEMBER-CITY) " " MEMBER-STATE " "
               MEMBER-ZIP
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  Phone " MEMBER-PHONE "  Client " MEMBER-CLIENT-CODE
               "  Registered at event " MEMBER-REG-EVENT
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE MEMBER-HEIGHT-INCH TO WS-HEIGHT-DISPLAY.
           MOVE MEMBER-WEIGHT TO WS-WEIGHT-DISPLAY.
           MOVE MEMBER-BMI TO WS-BMI-DISPLAY.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  Latest height " WS-HEIGHT-DISPLAY " in  weight "
               WS-WEIGHT-DISPLAY " lb  BMI " WS-BMI-DISPLAY
               "  read " MEMBER-LAST-READ-DATE
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           IF MEMBER-HAS-CONSENT
               STRING "  Consent given " MEMBER-CONSENT-SIGNED
                   ", expires " MEMBER-CONSENT-EXPIRES
                   DELIMITED BY SIZE INTO PACKAGE-LINE
           ELSE
               MOVE "  Consent: not given" TO PACKAGE-LINE
           END-IF.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  Mail allowed " MEMBER-MAIL-OK-FLAG
               "  Phone allowed " MEMBER-PHONE-OK-FLAG
               "  No-contact " MEMBER-NO-CONTACT-FLAG
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           IF MEMBER-ADDR-UNDELIV
               MOVE SPACES TO PACKAGE-LINE
               STRING "  Address marked undeliverable "
                   MEMBER-UNDELIV-DATE ": " MEMBER-UNDELIV-REASON
                   DELIMITED BY SIZE INTO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

      *Every reading is shown, including those inside an exclusion
      *window - the member is owed what is held, not what is used.
           0420-HISTORY-SECTION.
           MOVE "BMI HISTORY" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-FS = "00"
               MOVE WS-ID-ENTRY TO HIST-MEMBER-ID
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-HISTORY-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0425-HISTORY-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0425-HISTORY-LINE.
           ADD 1 TO WS-SECTION-ROWS.
           MOVE HIST-HEIGHT-INCH TO WS-HEIGHT-DISPLAY.
           MOVE HIST-WEIGHT TO WS-WEIGHT-DISPLAY.
           MOVE HIST-BMI TO WS-BMI-DISPLAY.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN HIST-IS-EXCLUDED
                   MOVE "EXCLUSION WINDOW" TO WS-FLAG-TEXT
               WHEN HIST-FROM-PHYSICIAN
                   MOVE "PHYSICIAN FORM" TO WS-FLAG-TEXT
               WHEN HIST-IS-ADJUSTED
                   MOVE "ADJUSTED" TO WS-FLAG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  " HIST-DATE " " HIST-TIME "  height "
               WS-HEIGHT-DISPLAY "  weight " WS-WEIGHT-DISPLAY
               "  BMI " WS-BMI-DISPLAY "  event " HIST-EVENT-CODE
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

           0440-VITALS-SECTION.
           MOVE "BLOOD PRESSURE AND PULSE" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT VITALS-FILE.
           IF WS-VITALS-FS = "00"
               MOVE WS-ID-ENTRY TO VITAL-MEMBER-ID
               MOVE ZERO TO VITAL-DATE
               MOVE ZERO TO VITAL-TIME
               START VITALS-FILE KEY >= VITAL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-VITALS-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ VITALS-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF VITAL-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " VITAL-DATE " " VITAL-TIME
                                   "  " VITAL-SYSTOLIC "/"
                                   VITAL-DIASTOLIC "  pulse "
                                   VITAL-PULSE
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               IF VITAL-FROM-PHYSICIAN
                                   MOVE "PHYSICIAN FORM"
                                       TO PACKAGE-LINE(50:14)
                               END-IF
                               WRITE PACKAGE-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VITALS-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0460-POCT-SECTION.
           MOVE "POINT-OF-CARE TESTS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT POCT-FILE.
           IF WS-POCT-FS = "00"
               MOVE WS-ID-ENTRY TO POCT-MEMBER-ID
               MOVE ZERO TO POCT-DATE
               MOVE ZERO TO POCT-TIME
               START POCT-FILE KEY >= POCT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-POCT-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ POCT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF POCT-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " POCT-DATE " " POCT-TIME
                                   "  glucose " POCT-GLUCOSE
                                   "  total cholesterol "
                                   POCT-CHOL-TOTAL
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               WRITE PACKAGE-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POCT-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0480-LAB-SECTION.
           MOVE "LABORATORY RESULTS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT LAB-RESULT-FILE.
           IF WS-LAB-FS = "00"
               MOVE WS-ID-ENTRY TO LAB-MEMBER-ID
               MOVE ZERO TO LAB-DRAW-DATE
               START LAB-RESULT-FILE KEY >= LAB-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-LAB-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ LAB-RESULT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF LAB-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " LAB-DRAW-DATE
                                   "  glucose " LAB-GLUCOSE
                                   "  cholesterol " LAB-CHOL-TOTAL
                                   "  HDL " LAB-CHOL-HDL
                                   "  LDL " LAB-CHOL-LDL
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               IF LAB-FROM-PHYSICIAN
                                   MOVE "PHYSICIAN FORM"
                                       TO PACKAGE-LINE(70:14)
                               END-IF
                               WRITE PACKAGE-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAB-RESULT-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

      *Each questionnaire's scored result is followed by the
      *answers given to each question in that session.
           0500-HRA-SECTION.
           MOVE "HEALTH RISK ASSESSMENTS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT HRA-ANSWER-FILE.
           IF WS-HRAANS-FS = "00"
               OPEN INPUT HRA-DETAIL-FILE
               MOVE WS-ID-ENTRY TO HRAA-MEMBER-ID
               MOVE ZERO TO HRAA-DATE
               START HRA-ANSWER-FILE KEY >= HRAA-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-HRAANS-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ HRA-ANSWER-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HRAA-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0510-HRA-SESSION
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HRA-DETAIL-FILE
               CLOSE HRA-ANSWER-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0510-HRA-SESSION.
           ADD 1 TO WS-SECTION-ROWS.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  " HRAA-DATE "  total score " HRAA-TOTAL-SCORE
               "  risk band " HRAA-BAND
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE HRAA-MEMBER-ID TO HRAQ-MEMBER-ID.
           MOVE HRAA-DATE TO HRAQ-DATE.
           MOVE ZERO TO HRAQ-NUMBER.
           START HRA-DETAIL-FILE KEY >= HRAQ-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-DETAIL TO FALSE.
           IF WS-HRAQANS-FS NOT = "00"
               SET END-OF-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-DETAIL
               READ HRA-DETAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-DETAIL TO TRUE
                   NOT AT END
                       IF HRAQ-MEMBER-ID = HRAA-MEMBER-ID
                               AND HRAQ-DATE = HRAA-DATE
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO PACKAGE-LINE
                           STRING "      question " HRAQ-NUMBER
                               "  answer " HRAQ-ANSWER
                               "  score " HRAQ-SCORE
                               DELIMITED BY SIZE INTO PACKAGE-LINE
                           WRITE PACKAGE-LINE
                       ELSE
                           SET END-OF-DETAIL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           0540-GOAL-SECTION.
           MOVE "WEIGHT GOAL" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT GOAL-FILE.
           IF WS-GOAL-FS = "00"
               MOVE WS-ID-ENTRY TO GOAL-MEMBER-ID
               READ GOAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       MOVE GOAL-START-WEIGHT TO WS-WEIGHT-DISPLAY
                       MOVE GOAL-TARGET-BMI TO WS-BMI-DISPLAY
                       IF GOAL-IS-CLOSED
                           MOVE "CLOSED" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "OPEN" TO WS-STATUS-TEXT
                       END-IF
                       MOVE SPACES TO PACKAGE-LINE
                       STRING "  Set " GOAL-SET-DATE " from "
                           WS-WEIGHT-DISPLAY " lb  target BMI "
                           WS-BMI-DISPLAY " by " GOAL-TARGET-DATE
                           "  " WS-STATUS-TEXT
                           DELIMITED BY SIZE INTO PACKAGE-LINE
                       WRITE PACKAGE-LINE
                       MOVE GOAL-TARGET-WEIGHT TO WS-WEIGHT-DISPLAY
                       MOVE SPACES TO PACKAGE-LINE
                       STRING "  Target weight " WS-WEIGHT-DISPLAY
                           " lb"
                           DELIMITED BY SIZE INTO PACKAGE-LINE
                       WRITE PACKAGE-LINE
               END-READ
               CLOSE GOAL-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0560-POINTS-SECTION.
           MOVE "WELLNESS POINTS BALANCE" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT POINTS-FILE.
           IF WS-POINTS-FS = "00"
               MOVE WS-ID-ENTRY TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       MOVE PTS-BALANCE TO WS-BALANCE-DISPLAY
                       MOVE SPACES TO PACKAGE-LINE
                       STRING "  Balance " WS-BALANCE-DISPLAY
                           "  last earned " PTS-LAST-ACCRUAL-DATE
                           DELIMITED BY SIZE INTO PACKAGE-LINE
                       IF PTS-IS-FROZEN
                           MOVE "FROZEN" TO PACKAGE-LINE(50:6)
                       END-IF
                       WRITE PACKAGE-LINE
               END-READ
               CLOSE POINTS-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

      *Redemptions, appointments and the disclosure log are not
      *keyed by member, so each is read through.
           0580-REDEMPTION-SECTION.
           MOVE "POINTS REDEMPTIONS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDM-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ REDEMPTION-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF REDM-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " REDM-DATE "  item "
                                   REDM-ITEM-CODE "  points "
                                   REDM-POINTS
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               WRITE PACKAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDEMPTION-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0600-NOTES-SECTION.
           MOVE "NOTES" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-FS = "00"
               MOVE WS-ID-ENTRY TO NOTE-MEMBER-ID
               MOVE ZERO TO NOTE-DATE
               MOVE ZERO TO NOTE-TIME
               START NOTES-FILE KEY >= NOTE-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-NOTES-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ NOTES-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF NOTE-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " NOTE-DATE " " NOTE-TYPE
                                   " " NOTE-TEXT " " NOTE-OPERATOR
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               WRITE PACKAGE-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0620-REFERRAL-SECTION.
           MOVE "REFERRALS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT REFERRAL-STATUS-FILE.
           IF WS-REFSTAT-FS = "00"
               MOVE WS-ID-ENTRY TO REFS-MEMBER-ID
               MOVE ZERO TO REFS-TRIGGER-DATE
               START REFERRAL-STATUS-FILE KEY >= REFS-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-REFSTAT-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ REFERRAL-STATUS-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF REFS-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0625-REFERRAL-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-STATUS-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0625-REFERRAL-LINE.
           ADD 1 TO WS-SECTION-ROWS.
           MOVE REFS-BMI TO WS-BMI-DISPLAY.
           EVALUATE TRUE
               WHEN REFS-WAS-SCHEDULED
                   MOVE "SCHEDULED" TO WS-STATUS-TEXT
               WHEN REFS-WAS-ATTENDED
                   MOVE "ATTENDED" TO WS-STATUS-TEXT
               WHEN REFS-WAS-DECLINED
                   MOVE "DECLINED" TO WS-STATUS-TEXT
               WHEN REFS-WAS-UNREACHABLE
                   MOVE "UNREACHABLE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  " REFS-TRIGGER-DATE "  BMI " WS-BMI-DISPLAY
               "  " WS-STATUS-TEXT " " REFS-DISP-DATE
               "  provider " REFS-PROVIDER-ID
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

           0640-APPOINTMENT-SECTION.
           MOVE "APPOINTMENTS" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APPT-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF APPT-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0645-APPOINTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0645-APPOINTMENT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
           EVALUATE TRUE
               WHEN APPT-IS-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN APPT-IS-CONFIRMED
                   MOVE "CONFIRMED" TO WS-STATUS-TEXT
               WHEN APPT-IS-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN APPT-IS-ARRIVED
                   MOVE "ARRIVED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE APPT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  " APPT-DATE " at " APPT-TIME-SLOT "  "
               WS-STATUS-TEXT "  booked " APPT-BOOKED-DATE
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

           0650-PROXY-SECTION.
           MOVE "PEOPLE AUTHORIZED TO ACT FOR YOU" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT PROXY-FILE.
           IF WS-PROXY-FS = "00"
               MOVE WS-ID-ENTRY TO PROX-MEMBER-ID
               MOVE ZERO TO PROX-SEQ
               START PROXY-FILE KEY >= PROX-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-PROXY-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ PROXY-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF PROX-MEMBER-ID = WS-ID-ENTRY
                               PERFORM 0655-PROXY-LINE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROXY-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0655-PROXY-LINE.
           ADD 1 TO WS-SECTION-ROWS.
           EVALUATE TRUE
               WHEN PROX-SCOPE-FULL-RECORD
                   MOVE "FULL RECORD" TO WS-STATUS-TEXT
               WHEN PROX-SCOPE-RESULTS
                   MOVE "RESULTS" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ADMIN ONLY" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  " PROX-NAME "  relationship " PROX-RELATIONSHIP
               "  covers " WS-STATUS-TEXT " from " PROX-EFFECTIVE-DATE
               " to " PROX-EXPIRY-DATE
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

           0660-DISCLOSURE-SECTION.
           MOVE "WHO HAS SEEN YOUR RECORD" TO WS-SECTION-TITLE.
           PERFORM 0300-SECTION-HEADING.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           IF WS-DISCLOG-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ DISCLOSURE-LOG-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF DISC-MEMBER-ID = WS-ID-ENTRY
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO PACKAGE-LINE
                               STRING "  " DISC-DATE " " DISC-TIME
                                   "  by " DISC-VIEWER
                                   "  at " DISC-STATION
                                   "  through " DISC-FUNCTION
                                   DELIMITED BY SIZE INTO PACKAGE-LINE
                               PERFORM 0665-RECIPIENT-TEXT
                               IF WS-RECIPIENT-TEXT NOT = SPACES
                                   STRING "to " WS-RECIPIENT-TEXT
                                       DELIMITED BY SIZE
                                       INTO PACKAGE-LINE(63:)
                               END-IF
                               WRITE PACKAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCLOSURE-LOG-FILE
           END-IF.
           PERFORM 0310-SECTION-FOOTING.

           0665-RECIPIENT-TEXT.
           MOVE SPACES TO WS-RECIPIENT-TEXT.
           EVALUATE TRUE
               WHEN DISC-TO-MEMBER
                   MOVE "MEMBER" TO WS-RECIPIENT-TEXT
               WHEN DISC-TO-PROXY
                   STRING "PROXY " DISC-PROXY-NAME
                       DELIMITED BY SIZE INTO WS-RECIPIENT-TEXT
               WHEN DISC-TO-THIRD-PARTY
                   MOVE "OUTSIDE PARTY" TO WS-RECIPIENT-TEXT
               WHEN DISC-STAFF-REVIEW
                   MOVE "STAFF REVIEW" TO WS-RECIPIENT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           0700-SUMMARY-PAGE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE "SUMMARY OF THIS PACKAGE" TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE ALL "-" TO PACKAGE-LINE(1:40).
           WRITE PACKAGE-LINE.
           MOVE ZERO TO WS-SUM-IX.
           PERFORM UNTIL WS-SUM-IX >= WS-SECTION-COUNT
               ADD 1 TO WS-SUM-IX
               MOVE SPACES TO PACKAGE-LINE
               STRING "  " WS-SUM-TITLE(WS-SUM-IX) " "
                   WS-SUM-ROWS(WS-SUM-IX)
                   DELIMITED BY SIZE INTO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-PERFORM.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "  TOTAL ENTRIES" "                           "
               WS-TOTAL-ROWS
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING "Prepared by operator " WS-OPERATOR-ID
               " on " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PACKAGE-LINE.
           WRITE PACKAGE-LINE.

      *Logged after the package is read back from the disclosure
      *log, so the package does not list its own production.
           0800-LOG-DISCLOSURE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           IF WS-DISCLOG-FS = "35"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF.
           IF WS-DISCLOG-FS = "00"
               MOVE WS-TODAY-DATE TO DISC-DATE
               MOVE WS-TIME-HHMMSS TO DISC-TIME
               MOVE WS-OPERATOR-ID TO DISC-VIEWER
               MOVE "ACCSREQ" TO DISC-STATION
               MOVE WS-ID-ENTRY TO DISC-MEMBER-ID
               MOVE "ACCESS" TO DISC-FUNCTION
               SET DISC-TO-MEMBER TO TRUE
               MOVE ZERO TO DISC-PROXY-SEQ
               MOVE SPACES TO DISC-PROXY-NAME
               MOVE SPACES TO DISC-CRITERIA-CARD
               WRITE DISCLOSURE-RECORD
               CLOSE DISCLOSURE-LOG-FILE
           ELSE
               DISPLAY "Could not write disclosure log, status: ",
                   WS-DISCLOG-FS
               MOVE "0800-LOG-DISCLOSURE" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0850-LOG-FULFILLMENT.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCLOG-FS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCLOG-FS = "00"
               MOVE WS-ID-ENTRY TO ACCL-MEMBER-ID
               MOVE WS-RECEIVED-DATE TO ACCL-RECEIVED-DATE
               MOVE WS-TODAY-DATE TO ACCL-FULFILLED-DATE
               MOVE WS-TIME-HHMMSS TO ACCL-FULFILLED-TIME
               MOVE WS-DAYS-TAKEN TO ACCL-DAYS-TAKEN
               MOVE WS-OPERATOR-ID TO ACCL-OPERATOR
               MOVE WS-PACKAGE-FNAME TO ACCL-PACKAGE-FILE
               MOVE WS-TOTAL-ROWS TO ACCL-ROWS-INCLUDED
               WRITE ACCESS-LOG-RECORD
               CLOSE ACCESS-LOG-FILE
               DISPLAY "Fulfillment logged - request answered in ",
                   WS-DAYS-TAKEN, " days."
           ELSE
               DISPLAY "Could not write ACCESLOG.DAT, status: ",
                   WS-ACCLOG-FS
               MOVE "0850-LOG-FULFILLMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "ACCESLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ACCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ACCSREQ" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ACCSREQ".
