       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SURVXTR".
       AUTHOR.     ALAN GARCIA.
      *Post-screening satisfaction survey extract. Picks the members
      *screened in a date range, or at one event, from the by-date
      *history and writes one survey per member per event to the
      *mail house, recording each in SURVEY.DAT with the site and
      *screening operator so the response import can score them.
      *Mail opt-outs, do-not-contact members and flagged addresses
      *are suppressed and counted, as every mailing extract does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-BYDATE-FILE ASSIGN TO "HISTBYDT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT DEVICE-FILE ASSIGN TO "DEVICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-ID
               FILE STATUS IS WS-DEVICE-FS.
           SELECT SURVEY-FILE ASSIGN TO "SURVEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURV-KEY
               FILE STATUS IS WS-SURVEY-FS.
           SELECT SURVEY-EXTRACT-FILE ASSIGN TO "SURVXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD DEVICE-FILE.
           COPY "DEVREC.cpy".

       FD SURVEY-FILE.
           COPY "SURVREC.cpy".

       FD SURVEY-EXTRACT-FILE.
       01 SURVEY-EXTRACT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-BYDT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-EVENT-FS PIC XX.
       01 WS-DEVICE-FS PIC XX.
       01 WS-SURVEY-FS PIC XX.
       01 WS-EXTRACT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-WANTED-SW PIC X VALUE "N".
           88 READING-IS-WANTED VALUE "Y" FALSE "N".
       01 WS-EVENTS-OPEN-SW PIC X VALUE "N".
           88 EVENT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-DEVICES-OPEN-SW PIC X VALUE "N".
           88 DEVICE-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-SELECT-CHOICE PIC X.
           88 DATE-RANGE-CHOSEN VALUE "D" "d".
           88 ONE-EVENT-CHOSEN VALUE "E" "e".
       01 WS-EVENT-ENTRY PIC X(6).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SITE-NAME PIC X(20).
       01 WS-SURVEY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOT-ACTIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SATISFACTION SURVEY EXTRACT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-GET-SELECTION.
           IF WS-FROM-DATE > ZERO
               OPEN INPUT HIST-BYDATE-FILE
               IF WS-BYDT-FS NOT = "00"
                   DISPLAY "No by-date file on hand, status: ",
                       WS-BYDT-FS, " - run the rebuild first."
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-WARNING TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   PERFORM 0150-OPEN-FILES
                   PERFORM 0200-SCAN-READINGS
                   CLOSE HIST-BYDATE-FILE
                   CLOSE BMI-HISTORY-FILE
                   CLOSE MEMBER-MASTER-FILE
                   CLOSE SURVEY-FILE
                   CLOSE SURVEY-EXTRACT-FILE
                   IF EVENT-FILE-IS-OPEN
                       CLOSE EVENT-FILE
                   END-IF
                   IF DEVICE-FILE-IS-OPEN
                       CLOSE DEVICE-FILE
                   END-IF
                   DISPLAY "Surveys written to SURVXTR.DAT: ",
                       WS-SURVEY-COUNT
                   DISPLAY "Suppressed (undeliverable or opted "
                       "out): ", WS-SUPPRESSED-COUNT
                   DISPLAY "Skipped (member not active): ",
                       WS-NOT-ACTIVE-COUNT
                   DISPLAY "Skipped (already surveyed for the "
                       "event): ", WS-ALREADY-COUNT
               END-IF
           END-IF.
       GOBACK.

      *An event is surveyed on its own date; a range takes every
      *reading between the two dates, whatever the event.
           0110-GET-SELECTION.
           MOVE ZERO TO WS-FROM-DATE.
           MOVE ZERO TO WS-TO-DATE.
           MOVE SPACES TO WS-EVENT-ENTRY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Survey members screened in a (D)ate range "
                   "or at one (E)vent: "
               ACCEPT WS-SELECT-CHOICE
               IF DATE-RANGE-CHOSEN OR ONE-EVENT-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter D or E."
               END-IF
           END-PERFORM.
           IF DATE-RANGE-CHOSEN
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY "From date (YYYYMMDD): "
                   ACCEPT WS-FROM-DATE
                   DISPLAY "To date (YYYYMMDD): "
                   ACCEPT WS-TO-DATE
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                               NOT = ZERO
                           DISPLAY "From date is not valid."
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                               NOT = ZERO
                           DISPLAY "To date is not valid."
                       WHEN WS-TO-DATE < WS-FROM-DATE
                           DISPLAY "To date is before from date."
                       WHEN OTHER
                           SET ENTRY-IS-VALID TO TRUE
                   END-EVALUATE
               END-PERFORM
           ELSE
               DISPLAY "Event code: "
               ACCEPT WS-EVENT-ENTRY
               OPEN INPUT EVENT-FILE
               IF WS-EVENT-FS NOT = "00"
                   DISPLAY "Cannot open EVENTS.DAT, status: ",
                       WS-EVENT-FS
                   MOVE "0110-GET-SELECTION" TO ERRL-REQ-PARAGRAPH
                   MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   MOVE WS-EVENT-ENTRY TO EVENT-CODE
                   READ EVENT-FILE
                       INVALID KEY
                           DISPLAY "No such event: ", WS-EVENT-ENTRY
                       NOT INVALID KEY
                           MOVE EVENT-DATE TO WS-FROM-DATE
                           MOVE EVENT-DATE TO WS-TO-DATE
                   END-READ
                   CLOSE EVENT-FILE
               END-IF
           END-IF.

           0150-OPEN-FILES.
           OPEN INPUT BMI-HISTORY-FILE.
           OPEN INPUT MEMBER-MASTER-FILE.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS = "00"
               SET EVENT-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT DEVICE-FILE.
           IF WS-DEVICE-FS = "00"
               SET DEVICE-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O SURVEY-FILE.
           IF WS-SURVEY-FS = "35"
               OPEN OUTPUT SURVEY-FILE
               CLOSE SURVEY-FILE
               OPEN I-O SURVEY-FILE
           END-IF.
           OPEN OUTPUT SURVEY-EXTRACT-FILE.

           0200-SCAN-READINGS.
           MOVE WS-FROM-DATE TO HBD-DATE.
           MOVE ZERO TO HBD-MEMBER-ID.
           MOVE ZERO TO HBD-TIME.
           START HIST-BYDATE-FILE KEY >= HBD-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-BYDT-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ HIST-BYDATE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HBD-DATE > WS-TO-DATE
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           PERFORM 0300-SELECT-READING
                           IF READING-IS-WANTED
                               PERFORM 0400-WRITE-SURVEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *A physician form was no visit of ours, so there is nothing
      *for the member to rate.
           0300-SELECT-READING.
           SET READING-IS-WANTED TO FALSE.
           MOVE HBD-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE HBD-DATE TO HIST-DATE.
           MOVE HBD-TIME TO HIST-TIME.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT HIST-FROM-PHYSICIAN
                       IF DATE-RANGE-CHOSEN
                               OR HIST-EVENT-CODE = WS-EVENT-ENTRY
                           PERFORM 0320-CHECK-MEMBER
                       END-IF
                   END-IF
           END-READ.

           0320-CHECK-MEMBER.
           MOVE HBD-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ACTIVE-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MEMBER-IS-ACTIVE
                           ADD 1 TO WS-NOT-ACTIVE-COUNT
                       WHEN MEMBER-ADDR-UNDELIV
                               OR MEMBER-MAIL-REFUSED
                               OR MEMBER-NO-CONTACT
                               OR MEMBER-ADDR-LINE-1 = SPACES
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       WHEN OTHER
                           SET READING-IS-WANTED TO TRUE
                   END-EVALUATE
           END-READ.

      *A member weighed twice at one event gets one survey; the
      *duplicate key on the survey file is the test.
           0400-WRITE-SURVEY.
           PERFORM 0420-FIND-SITE.
           MOVE HIST-MEMBER-ID TO SURV-MEMBER-ID.
           MOVE HIST-EVENT-CODE TO SURV-EVENT-CODE.
           MOVE HIST-DATE TO SURV-READING-DATE.
           MOVE HIST-CLIENT-CODE TO SURV-CLIENT-CODE.
           MOVE WS-SITE-NAME TO SURV-SITE.
           MOVE HIST-OPERATOR-ID TO SURV-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO SURV-SENT-DATE.
           SET SURV-IS-SENT TO TRUE.
           MOVE ZERO TO SURV-RETURNED-DATE.
           MOVE ZERO TO SURV-WAIT-SCORE.
           MOVE ZERO TO SURV-COURTESY-SCORE.
           MOVE ZERO TO SURV-CLARITY-SCORE.
           MOVE ZERO TO SURV-RECOMMEND-SCORE.
           WRITE SURVEY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   PERFORM 0450-WRITE-EXTRACT-LINE
           END-WRITE.

      *The event's location is the site; a walk-in reading with no
      *event falls back to where the scale is kept.
           0420-FIND-SITE.
           MOVE "UNKNOWN" TO WS-SITE-NAME.
           IF HIST-EVENT-CODE NOT = SPACES AND EVENT-FILE-IS-OPEN
               MOVE HIST-EVENT-CODE TO EVENT-CODE
               READ EVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EVENT-LOCATION TO WS-SITE-NAME
               END-READ
           ELSE
               IF HIST-DEVICE-ID NOT = SPACES AND DEVICE-FILE-IS-OPEN
                   MOVE HIST-DEVICE-ID TO DEV-ID
                   READ DEVICE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEV-LOCATION TO WS-SITE-NAME
                   END-READ
               END-IF
           END-IF.

      *The member ID and event code print on the form so the
      *returned response keys straight back to this row.
           0450-WRITE-EXTRACT-LINE.
           ADD 1 TO WS-SURVEY-COUNT.
           MOVE SPACES TO SURVEY-EXTRACT-LINE.
           STRING SURV-MEMBER-ID ","
               SURV-EVENT-CODE ","
               SURV-READING-DATE ","
               FUNCTION TRIM(MEMBER-NAME) ","
               FUNCTION TRIM(MEMBER-ADDR-LINE-1) ","
               FUNCTION TRIM(MEMBER-ADDR-LINE-2) ","
               FUNCTION TRIM(MEMBER-CITY) ","
               MEMBER-STATE ","
               MEMBER-ZIP
               DELIMITED BY SIZE INTO SURVEY-EXTRACT-LINE.
           WRITE SURVEY-EXTRACT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SURVXTR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SURVXTR".
