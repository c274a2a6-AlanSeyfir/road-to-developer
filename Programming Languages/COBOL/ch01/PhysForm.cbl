       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PHYSFORM".
       AUTHOR.     ALAN GARCIA.
      *Physician results form intake, for members whose sponsor lets
      *their own doctor complete the screening in place of an event.
      *A form is logged as received the day it arrives and gets a
      *form number; keying it later records the physician, the exam
      *date, height and weight, and any blood pressure and lab
      *values on the form. The reading goes to BMIHISTORY.DAT, the
      *vitals to VITALS.DAT and the labs to LABRSLT.DAT, all marked
      *as physician source, so the member counts as screened and
      *drops off the gap and outreach lists. A physician reading is
      *never billed: no BILLEVT.DAT row is written here. Entry runs
      *under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHYSICIAN-FORM-FILE ASSIGN TO "PHYSFORM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFRM-FORM-NO
               ALTERNATE RECORD KEY IS PFRM-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FORM-FS.
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
           SELECT HIST-BYDATE-FILE ASSIGN TO "HISTBYDT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
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
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PHYSICIAN-FORM-FILE.
           COPY "PFRMREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD LAB-RESULT-FILE.
           COPY "LABREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       WORKING-STORAGE SECTION.
       01 WS-FORM-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-BYDT-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-LAB-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 RECEIVE-MODE-CHOSEN VALUE "R" "r".
           88 KEY-MODE-CHOSEN VALUE "K" "k".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FORMS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CONSENT-SW PIC X VALUE "N".
           88 CONSENT-IS-CURRENT VALUE "Y" FALSE "N".
       01 WS-BP-SW PIC X VALUE "N".
           88 BP-WAS-KEYED VALUE "Y" FALSE "N".
       01 WS-LABS-SW PIC X VALUE "N".
           88 LABS-WERE-KEYED VALUE "Y" FALSE "N".
       01 WS-LOGGED-SW PIC X VALUE "N".
           88 HISTORY-WAS-LOGGED VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-FORM-ENTRY PIC 9(6).
       01 WS-NEXT-FORM-NO PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STATE-TEXT PIC X(8).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-STATUS PIC X.
           88 FORM-MEMBER-MERGED VALUE "M".
       01 WS-MERGED-TO PIC 9(6).
       01 WS-CLIENT-CODE PIC X(3).

      *The form's values. Height and weight are held to the same
      *ranges the station accepts; a doctor's form gives inches and
      *pounds.
       01 HEIGHT-INCH-MIN PIC 999 VALUE 36.
       01 HEIGHT-INCH-MAX PIC 999 VALUE 108.
       01 WEIGHT-MIN PIC 9999 VALUE 50.
       01 WEIGHT-MAX PIC 9999 VALUE 999.
       01 WS-BMI-CONSTANT PIC 999V99 VALUE 703.00.
       01 WS-HEIGHT-INCH PIC 999V99.
       01 WS-WEIGHT PIC 9999V9.
       01 WS-BMI PIC 999V99.
       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 BMI-CATEGORY PIC X(15).
       01 WS-SYSTOLIC PIC 999.
       01 WS-DIASTOLIC PIC 999.
       01 WS-GLUCOSE PIC 999.
       01 WS-CHOL-TOTAL PIC 999.
       01 WS-CHOL-HDL PIC 999.
       01 WS-CHOL-LDL PIC 999.

      *A keyed form earns the same wellness credit as a station
      *screening - the member did the screening, just elsewhere.
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".

           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
           COPY "EXCLREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *History, vitals, master and points updates for one form are
      *journaled as one unit of work like a station reading, so
      *crash recovery backs out a half-keyed form whole. The form
      *log and the lab row ride outside the unit, as the lab import
      *does.
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
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PHYSICIAN RESULTS FORMS".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-FORM-IO
               EVALUATE TRUE
                   WHEN RECEIVE-MODE-CHOSEN
                       PERFORM 0200-RECEIVE-FORM
                   WHEN KEY-MODE-CHOSEN
                       PERFORM 0300-KEY-FORM
                   WHEN OTHER
                       PERFORM 0400-LIST-FORMS
               END-EVALUATE
               CLOSE PHYSICIAN-FORM-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *Every session starts with a verified sign-on; the operator
      *recorded on the form is the one who logged or keyed it.
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
               DISPLAY "(R)eceive a form, (K)ey a received form, "
                   "or (L)ist a member's forms: "
               ACCEPT WS-MODE-CHOICE
               IF RECEIVE-MODE-CHOSEN OR KEY-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter R, K or L."
               END-IF
           END-PERFORM.

           0150-OPEN-FORM-IO.
           OPEN I-O PHYSICIAN-FORM-FILE.
           IF WS-FORM-FS = "35"
               OPEN OUTPUT PHYSICIAN-FORM-FILE
               CLOSE PHYSICIAN-FORM-FILE
               OPEN I-O PHYSICIAN-FORM-FILE
           END-IF.

      *A form logged against the wrong member credits the wrong
      *person's screening, so the full card number is demanded and
      *validated, exactly as the intake desk does.
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

      *Consent is judged as the station judges it: without current
      *consent on file no reading of the member's is stored.
           0180-CHECK-MEMBER.
           SET MEMBER-WAS-FOUND TO FALSE.
           SET CONSENT-IS-CURRENT TO FALSE.
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
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
                       MOVE MEMBER-STATUS TO WS-MEMBER-STATUS
                       MOVE MEMBER-MERGED-TO TO WS-MERGED-TO
                       MOVE MEMBER-CLIENT-CODE TO WS-CLIENT-CODE
                       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                       IF MEMBER-HAS-CONSENT
                               AND MEMBER-CONSENT-EXPIRES
                                   >= WS-TODAY-DATE
                           SET CONSENT-IS-CURRENT TO TRUE
                       END-IF
                       DISPLAY "Physician forms for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *A merged record takes no new activity; the form belongs on
      *the surviving member.
           0200-RECEIVE-FORM.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               IF FORM-MEMBER-MERGED
                   DISPLAY "Member was merged into ", WS-MERGED-TO,
                       " - log the form there."
               ELSE
                   PERFORM 0270-NEXT-FORM-NO
                   MOVE WS-NEXT-FORM-NO TO PFRM-FORM-NO
                   MOVE WS-ID-ENTRY TO PFRM-MEMBER-ID
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE WS-TODAY-DATE TO PFRM-RECEIVED-DATE
                   MOVE WS-OPERATOR-ID TO PFRM-RECEIVED-BY
                   SET PFRM-IS-RECEIVED TO TRUE
                   MOVE SPACES TO PFRM-PHYSICIAN-NAME
                   MOVE ZERO TO PFRM-EXAM-DATE
                   MOVE ZERO TO PFRM-KEYED-DATE
                   MOVE SPACES TO PFRM-KEYED-BY
                   WRITE PHYSICIAN-FORM-RECORD
                       INVALID KEY
                           DISPLAY "Could not log the form, status: ",
                               WS-FORM-FS
                           MOVE "0200-RECEIVE-FORM"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "PHYSFORM.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-FORM-FS TO ERRL-REQ-STATUS
                           MOVE PFRM-FORM-NO TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                   END-WRITE
                   IF WS-FORM-FS = "00"
                       DISPLAY "Form number ", PFRM-FORM-NO,
                           " - write it on the form."
                   END-IF
               END-IF
           END-IF.

      *Form numbers run in sequence off the highest one on file.
           0270-NEXT-FORM-NO.
           MOVE 1 TO WS-NEXT-FORM-NO.
           MOVE ZERO TO PFRM-FORM-NO.
           START PHYSICIAN-FORM-FILE KEY >= PFRM-FORM-NO
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-FORMS TO FALSE.
           IF WS-FORM-FS NOT = "00"
               SET END-OF-FORMS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FORMS
               READ PHYSICIAN-FORM-FILE NEXT RECORD
                   AT END
                       SET END-OF-FORMS TO TRUE
                   NOT AT END
                       COMPUTE WS-NEXT-FORM-NO = PFRM-FORM-NO + 1
               END-READ
           END-PERFORM.

           0300-KEY-FORM.
           DISPLAY "Form number to key: ".
           ACCEPT WS-FORM-ENTRY.
           MOVE WS-FORM-ENTRY TO PFRM-FORM-NO.
           READ PHYSICIAN-FORM-FILE
               INVALID KEY
                   DISPLAY "No form logged under number ",
                       WS-FORM-ENTRY
               NOT INVALID KEY
                   IF PFRM-IS-KEYED
                       DISPLAY "Form ", PFRM-FORM-NO,
                           " was keyed on ", PFRM-KEYED-DATE,
                           " by ", PFRM-KEYED-BY, "."
                   ELSE
                       PERFORM 0320-KEY-THIS-FORM
                   END-IF
           END-READ.

      *The station's own rule for consent applies; a form that
      *cannot be stored yet stays pending and shows on the pending
      *report until consent is on file.
           0320-KEY-THIS-FORM.
           MOVE PFRM-MEMBER-ID TO WS-ID-ENTRY.
           PERFORM 0180-CHECK-MEMBER.
           EVALUATE TRUE
               WHEN NOT MEMBER-WAS-FOUND
                   CONTINUE
               WHEN FORM-MEMBER-MERGED
                   DISPLAY "Member was merged into ", WS-MERGED-TO,
                       " - the form stays pending."
               WHEN NOT CONSENT-IS-CURRENT
                   DISPLAY "No current consent on file - the form "
                       "stays pending."
               WHEN OTHER
                   PERFORM 0330-CAPTURE-FORM
                   PERFORM 0420-COMPUTE-BMI
                   PERFORM 0430-CHECK-EXCLUSION
                   PERFORM 0940-BEGIN-UNIT-OF-WORK
                   PERFORM 0450-LOG-HISTORY
                   IF HISTORY-WAS-LOGGED
                       PERFORM 0455-WRITE-BYDATE-ROW
                       IF BP-WAS-KEYED
                           PERFORM 0460-LOG-VITALS
                       END-IF
                       PERFORM 0480-UPDATE-MASTER
                       PERFORM 0485-ACCRUE-POINTS
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                       IF LABS-WERE-KEYED
                           PERFORM 0470-LOG-LABS
                       END-IF
                       PERFORM 0490-MARK-FORM-KEYED
                   ELSE
                       PERFORM 0945-COMMIT-UNIT-OF-WORK
                       DISPLAY "The form stays pending."
                   END-IF
           END-EVALUATE.

      *The exam cannot postdate the form's arrival, and the form
      *has to name the doctor who signed it.
           0330-CAPTURE-FORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Physician name as signed on the form: "
               ACCEPT PFRM-PHYSICIAN-NAME
               IF PFRM-PHYSICIAN-NAME NOT = SPACES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "The physician name is required."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Exam date (YYYYMMDD): "
               ACCEPT PFRM-EXAM-DATE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(PFRM-EXAM-DATE)
                           NOT = ZERO
                       DISPLAY "That is not a valid date."
                   WHEN PFRM-EXAM-DATE > PFRM-RECEIVED-DATE
                       DISPLAY "The exam date cannot be after the "
                           "form was received on ",
                           PFRM-RECEIVED-DATE, "."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Height in inches: "
               ACCEPT WS-HEIGHT-INCH
               IF WS-HEIGHT-INCH >= HEIGHT-INCH-MIN
                       AND WS-HEIGHT-INCH <= HEIGHT-INCH-MAX
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Height must be between " HEIGHT-INCH-MIN
                       " and " HEIGHT-INCH-MAX " inches."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Weight in pounds: "
               ACCEPT WS-WEIGHT
               IF WS-WEIGHT >= WEIGHT-MIN
                       AND WS-WEIGHT <= WEIGHT-MAX
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Weight must be between " WEIGHT-MIN
                       " and " WEIGHT-MAX " pounds."
               END-IF
           END-PERFORM.
           PERFORM 0340-CAPTURE-BP.
           PERFORM 0350-CAPTURE-LABS.

      *Blood pressure is optional on the form; zero skips it.
           0340-CAPTURE-BP.
           SET BP-WAS-KEYED TO FALSE.
           MOVE ZERO TO WS-DIASTOLIC.
           DISPLAY "Systolic (zero if not on the form): ".
           ACCEPT WS-SYSTOLIC.
           IF WS-SYSTOLIC > ZERO
               SET BP-WAS-KEYED TO TRUE
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY "Diastolic: "
                   ACCEPT WS-DIASTOLIC
                   IF WS-DIASTOLIC > ZERO
                           AND WS-DIASTOLIC < WS-SYSTOLIC
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "Diastolic must be above zero and "
                           "below the systolic ", WS-SYSTOLIC, "."
                   END-IF
               END-PERFORM
           END-IF.

      *Lab values are optional too; all zero means no labs drawn.
           0350-CAPTURE-LABS.
           SET LABS-WERE-KEYED TO FALSE.
           DISPLAY "Fasting glucose (zero if not on the form): ".
           ACCEPT WS-GLUCOSE.
           DISPLAY "Total cholesterol (zero if not on the form): ".
           ACCEPT WS-CHOL-TOTAL.
           DISPLAY "HDL (zero if not on the form): ".
           ACCEPT WS-CHOL-HDL.
           DISPLAY "LDL (zero if not on the form): ".
           ACCEPT WS-CHOL-LDL.
           IF WS-GLUCOSE > ZERO OR WS-CHOL-TOTAL > ZERO
                   OR WS-CHOL-HDL > ZERO OR WS-CHOL-LDL > ZERO
               SET LABS-WERE-KEYED TO TRUE
           END-IF.

           0400-LIST-FORMS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           MOVE WS-ID-ENTRY TO PFRM-MEMBER-ID.
           START PHYSICIAN-FORM-FILE KEY >= PFRM-MEMBER-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-FORMS TO FALSE.
           IF WS-FORM-FS NOT = "00"
               SET END-OF-FORMS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FORMS
               READ PHYSICIAN-FORM-FILE NEXT RECORD
                   AT END
                       SET END-OF-FORMS TO TRUE
                   NOT AT END
                       IF PFRM-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0410-SHOW-FORM
                       ELSE
                           SET END-OF-FORMS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Forms listed: ", WS-LISTED-COUNT.

           0410-SHOW-FORM.
           IF PFRM-IS-KEYED
               MOVE "KEYED" TO WS-STATE-TEXT
           ELSE
               MOVE "PENDING" TO WS-STATE-TEXT
           END-IF.
           DISPLAY "  ", PFRM-FORM-NO, "  received ",
               PFRM-RECEIVED-DATE, "  ", WS-STATE-TEXT,
               "  exam ", PFRM-EXAM-DATE, "  ",
               FUNCTION TRIM(PFRM-PHYSICIAN-NAME).

           0420-COMPUTE-BMI.
           COMPUTE WS-BMI = WS-WEIGHT * WS-BMI-CONSTANT
               / (WS-HEIGHT-INCH * WS-HEIGHT-INCH).
           EVALUATE TRUE
               WHEN WS-BMI < 18.50
                   MOVE "Underweight" TO BMI-CATEGORY
               WHEN WS-BMI < 25.00
                   MOVE "Normal" TO BMI-CATEGORY
               WHEN WS-BMI < 30.00
                   MOVE "Overweight" TO BMI-CATEGORY
               WHEN OTHER
                   MOVE "Obese" TO BMI-CATEGORY
           END-EVALUATE.

      *An exam inside a pregnancy window is kept but marked, the
      *same as a station reading.
           0430-CHECK-EXCLUSION.
           MOVE PFRM-MEMBER-ID TO EXCL-REQ-MEMBER-ID.
           MOVE PFRM-EXAM-DATE TO EXCL-REQ-DATE.
           CALL "EXCLCHK" USING EXCL-REQUEST.

      *The history row is dated the day of the exam, so the member
      *counts as screened that day. No device or event applies.
           0450-LOG-HISTORY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE PFRM-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE PFRM-EXAM-DATE TO HIST-DATE.
           MOVE WS-TIME-HHMMSS TO HIST-TIME.
           MOVE WS-HEIGHT-INCH TO HIST-HEIGHT-INCH.
           MOVE WS-WEIGHT TO HIST-WEIGHT.
           MOVE WS-BMI TO HIST-BMI.
           MOVE WS-TODAY-DATE TO HIST-RUN-DATE.
           MOVE SPACES TO HIST-DEVICE-ID.
           MOVE SPACES TO HIST-EVENT-CODE.
           MOVE SPACE TO HIST-ADJ-FLAG.
           MOVE WS-CLIENT-CODE TO HIST-CLIENT-CODE.
           IF EXCL-REQ-IN-WINDOW
               SET HIST-IS-EXCLUDED TO TRUE
           ELSE
               MOVE SPACE TO HIST-EXCL-FLAG
           END-IF.
           SET HIST-FROM-PHYSICIAN TO TRUE.
           MOVE SPACES TO HIST-OPERATOR-ID.
           SET HISTORY-WAS-LOGGED TO FALSE.
           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HISTORY-FS = "35"
               OPEN OUTPUT BMI-HISTORY-FILE
               CLOSE BMI-HISTORY-FILE
               OPEN I-O BMI-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0450-LOG-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               WRITE BMI-HISTORY-RECORD
               PERFORM UNTIL WS-HISTORY-FS NOT = "22"
                   ADD 1 TO HIST-TIME
                   WRITE BMI-HISTORY-RECORD
               END-PERFORM
               IF WS-HISTORY-FS NOT = "00"
                   DISPLAY "Could not log BMI history, status: ",
                       WS-HISTORY-FS
                   MOVE "0450-LOG-HISTORY" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   SET HISTORY-WAS-LOGGED TO TRUE
                   MOVE "WRITE" TO JRNL-ACTION
                   MOVE "BMIHISTORY.DAT" TO JRNL-FILE-NAME
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE BMI-HISTORY-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM 0950-WRITE-JOURNAL
               END-IF
               CLOSE BMI-HISTORY-FILE
           END-IF.

      *Derivable from the history and rebuildable with the HISTBYDT
      *utility, so it rides outside the journaled unit.
           0455-WRITE-BYDATE-ROW.
           OPEN I-O HIST-BYDATE-FILE.
           IF WS-BYDT-FS = "35"
               OPEN OUTPUT HIST-BYDATE-FILE
               CLOSE HIST-BYDATE-FILE
               OPEN I-O HIST-BYDATE-FILE
           END-IF.
           IF WS-BYDT-FS = "00"
               MOVE HIST-DATE TO HBD-DATE
               MOVE HIST-MEMBER-ID TO HBD-MEMBER-ID
               MOVE HIST-TIME TO HBD-TIME
               WRITE HIST-BYDATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE HIST-BYDATE-FILE
           ELSE
               DISPLAY "Could not write by-date row, status: ",
                   WS-BYDT-FS
               MOVE "0455-WRITE-BYDATE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
               MOVE HBD-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Vitals are keyed like the history row they came in with;
      *a doctor's form carries no pulse.
           0460-LOG-VITALS.
           OPEN I-O VITALS-FILE.
           IF WS-VITALS-FS = "35"
               OPEN OUTPUT VITALS-FILE
               CLOSE VITALS-FILE
               OPEN I-O VITALS-FILE
           END-IF.
           IF WS-VITALS-FS = "00"
               MOVE HIST-MEMBER-ID TO VITAL-MEMBER-ID
               MOVE HIST-DATE TO VITAL-DATE
               MOVE HIST-TIME TO VITAL-TIME
               MOVE WS-SYSTOLIC TO VITAL-SYSTOLIC
               MOVE WS-DIASTOLIC TO VITAL-DIASTOLIC
               MOVE ZERO TO VITAL-PULSE
               SET VITAL-FROM-PHYSICIAN TO TRUE
               WRITE VITALS-RECORD
               PERFORM UNTIL WS-VITALS-FS NOT = "22"
                   ADD 1 TO VITAL-TIME
                   WRITE VITALS-RECORD
               END-PERFORM
               IF WS-VITALS-FS NOT = "00"
                   DISPLAY "Could not log vitals, status: ",
                       WS-VITALS-FS
                   MOVE "0460-LOG-VITALS" TO ERRL-REQ-PARAGRAPH
                   MOVE "VITALS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-VITALS-FS TO ERRL-REQ-STATUS
                   MOVE VITAL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   MOVE "WRITE" TO JRNL-ACTION
                   MOVE "VITALS.DAT" TO JRNL-FILE-NAME
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE SPACES TO JRNL-AFTER-IMAGE
                   MOVE VITALS-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM 0950-WRITE-JOURNAL
               END-IF
               CLOSE VITALS-FILE
           ELSE
               DISPLAY "Could not open VITALS.DAT, status: ",
                   WS-VITALS-FS
               MOVE "0460-LOG-VITALS" TO ERRL-REQ-PARAGRAPH
               MOVE "VITALS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-VITALS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *A lab row is one per member per draw date. A vendor result
      *already on file for the exam date is the better source and
      *is never overwritten by a transcription.
           0470-LOG-LABS.
           OPEN I-O LAB-RESULT-FILE.
           IF WS-LAB-FS = "35"
               OPEN OUTPUT LAB-RESULT-FILE
               CLOSE LAB-RESULT-FILE
               OPEN I-O LAB-RESULT-FILE
           END-IF.
           IF WS-LAB-FS = "00"
               MOVE PFRM-MEMBER-ID TO LAB-MEMBER-ID
               MOVE PFRM-EXAM-DATE TO LAB-DRAW-DATE
               MOVE WS-GLUCOSE TO LAB-GLUCOSE
               MOVE WS-CHOL-TOTAL TO LAB-CHOL-TOTAL
               MOVE WS-CHOL-HDL TO LAB-CHOL-HDL
               MOVE WS-CHOL-LDL TO LAB-CHOL-LDL
               SET LAB-FROM-PHYSICIAN TO TRUE
               WRITE LAB-RESULT-RECORD
                   INVALID KEY
                       DISPLAY "A lab result for ", PFRM-EXAM-DATE,
                           " is already on file - the form's lab "
                           "values were not stored."
               END-WRITE
               CLOSE LAB-RESULT-FILE
           ELSE
               DISPLAY "Could not open LABRSLT.DAT, status: ",
                   WS-LAB-FS
               MOVE "0470-LOG-LABS" TO ERRL-REQ-PARAGRAPH
               MOVE "LABRSLT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LAB-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *The master carries the latest reading. A form for an exam
      *older than the member's last reading still counts in
      *history but does not roll the master back.
           0480-UPDATE-MASTER.
           OPEN I-O MEMBER-MASTER-FILE.
           IF WS-MASTER-FS = "00"
               MOVE PFRM-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PFRM-EXAM-DATE >= MEMBER-LAST-READ-DATE
                           PERFORM 0482-REWRITE-MASTER
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0482-REWRITE-MASTER.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE MEMBER-RECORD TO JRNL-BEFORE-IMAGE.
           MOVE WS-HEIGHT-INCH TO MEMBER-HEIGHT-INCH.
           MOVE WS-WEIGHT TO MEMBER-WEIGHT.
           MOVE WS-BMI TO MEMBER-BMI.
           MOVE PFRM-EXAM-DATE TO MEMBER-LAST-READ-DATE.
           MOVE WS-TODAY-DATE TO MEMBER-UPDATE-DATE.
           MOVE WS-TIME-HHMMSS TO MEMBER-UPDATE-TIME.
           MOVE WS-STATION-ID TO MEMBER-UPDATE-STATION.
           REWRITE MEMBER-RECORD.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Could not update member master, status: ",
                   WS-MASTER-FS
               MOVE "0482-REWRITE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "MEMBERS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE MEMBER-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
           END-IF.

           0485-ACCRUE-POINTS.
           OPEN I-O POINTS-FILE.
           IF WS-POINTS-FS = "35"
               OPEN OUTPUT POINTS-FILE
               CLOSE POINTS-FILE
               OPEN I-O POINTS-FILE
           END-IF.
           IF WS-POINTS-FS = "00"
               MOVE PFRM-MEMBER-ID TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       MOVE PFRM-MEMBER-ID TO PTS-MEMBER-ID
                       MOVE ZERO TO PTS-BALANCE
                       MOVE ZERO TO PTS-LAST-ACCRUAL-DATE
                       MOVE SPACE TO PTS-FROZEN-FLAG
                       MOVE ZERO TO PTS-FROZEN-DATE
                       WRITE POINTS-RECORD
               END-READ
      *A frozen balance belongs to a member set inactive or
      *deceased; the form still logs but earns nothing.
               IF NOT PTS-IS-FROZEN
                   PERFORM 0487-ADD-SCREENING-POINTS
               END-IF
               CLOSE POINTS-FILE
           END-IF.

           0487-ADD-SCREENING-POINTS.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE POINTS-RECORD TO JRNL-BEFORE-IMAGE.
           ADD POINTS-PER-SCREENING TO PTS-BALANCE.
           IF BMI-CATEGORY = "Normal"
               ADD POINTS-NORMAL-BONUS TO PTS-BALANCE
           END-IF.
           MOVE WS-TODAY-DATE TO PTS-LAST-ACCRUAL-DATE.
           REWRITE POINTS-RECORD.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Could not accrue points, status: ",
                   WS-POINTS-FS
               MOVE "0487-ADD-SCREENING-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE PTS-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "POINTS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE POINTS-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
           END-IF.

      *The form row was read at the top of keying and is still the
      *current record, so it is rewritten as keyed in place.
           0490-MARK-FORM-KEYED.
           SET PFRM-IS-KEYED TO TRUE.
           MOVE WS-TODAY-DATE TO PFRM-KEYED-DATE.
           MOVE WS-OPERATOR-ID TO PFRM-KEYED-BY.
           REWRITE PHYSICIAN-FORM-RECORD.
           IF WS-FORM-FS NOT = "00"
               DISPLAY "Could not mark the form keyed, status: ",
                   WS-FORM-FS
               MOVE "0490-MARK-FORM-KEYED" TO ERRL-REQ-PARAGRAPH
               MOVE "PHYSFORM.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FORM-FS TO ERRL-REQ-STATUS
               MOVE PFRM-FORM-NO TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           MOVE WS-BMI TO WS-BMI-DISPLAY.
           IF EXCL-REQ-IN-WINDOW
               DISPLAY "Form ", PFRM-FORM-NO, " keyed - BMI ",
                   WS-BMI-DISPLAY, " - no category (exclusion "
                   "window to ", EXCL-REQ-END-DATE, ")"
           ELSE
               DISPLAY "Form ", PFRM-FORM-NO, " keyed - BMI ",
                   WS-BMI-DISPLAY, " - ", FUNCTION TRIM(BMI-CATEGORY)
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
           MOVE "PHYSFORM" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PHYSFORM".
