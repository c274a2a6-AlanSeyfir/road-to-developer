      *matching vitals row when one exists - marked REPRINT, and
      *appended to the card print file. No new reading is taken,
      *no history row is written and nothing billable happens; the
      *reprint is logged with the operator who asked for it, and on
      *the disclosure log with whom the card went to. A
      *reading marked as taken inside a pregnancy exclusion window
      *prints a note in place of the BMI category.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-LOG-FILE ASSIGN TO "CARDRPRT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRTLOG-FS.
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPRINT-LOG-FILE.
       01 REPRINT-LOG-LINE PIC X(80).

       FD DISCLOSURE-LOG-FILE.
           COPY "DISCREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-CARD-FS PIC XX.
       01 WS-RPRTLOG-FS PIC XX.
       01 WS-DISCLOG-FS PIC XX.
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-DATE-ENTRY PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-RECIPIENT-ENTRY PIC X.
           88 RECIPIENT-IS-MEMBER VALUE "M" "m".
           88 RECIPIENT-IS-PROXY VALUE "P" "p".
           88 RECIPIENT-IS-STAFF VALUE "S" "s".
       01 WS-RELEASE-SW PIC X VALUE "N".
           88 RELEASE-IS-ALLOWED VALUE "Y" FALSE "N".
       01 WS-PROXY-ENTRY PIC 99.
           COPY "PROXREQ.cpy".
       01 WS-FOUND-SW PIC X.
           88 READING-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-VITALS-FOUND-SW PIC X.
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
               MOVE WS-CARD-ID TO WS-ID-ENTRY
               DISPLAY "Reading date (YYYYMMDD): "
               ACCEPT WS-DATE-ENTRY
               PERFORM 0170-GET-RECIPIENT
               IF RELEASE-IS-ALLOWED
                   PERFORM 0200-FIND-AND-REPRINT
               END-IF
           END-IF.
       GOBACK.

               END-IF
           END-PERFORM.

      *Whoever takes the information away is recorded with it. A
      *caller who is not the member must be a representative on
      *file whose authority is in force today and covers what
      *this inquiry shows; a refusal says why, so the desk can
      *tell the caller what paper is needed.
           0170-GET-RECIPIENT.
           SET RELEASE-IS-ALLOWED TO FALSE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Released to - the (M)ember, a (P)roxy, or "
                   "(S)taff review only: "
               ACCEPT WS-RECIPIENT-ENTRY
               IF RECIPIENT-IS-MEMBER OR RECIPIENT-IS-PROXY
                       OR RECIPIENT-IS-STAFF
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter M, P or S."
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PROXY-ENTRY.
           MOVE SPACES TO PXRQ-PROXY-NAME.
           IF RECIPIENT-IS-PROXY
               PERFORM 0175-CHECK-PROXY
           ELSE
               SET RELEASE-IS-ALLOWED TO TRUE
           END-IF.

           0175-CHECK-PROXY.
           ACCEPT PXRQ-AS-OF-DATE FROM DATE YYYYMMDD.
           MOVE WS-ID-ENTRY TO PXRQ-MEMBER-ID.
           MOVE ZERO TO PXRQ-PROXY-SEQ.
           SET PXRQ-GET-NEXT TO TRUE.
           CALL "PROXAUTH" USING PROXY-REQUEST.
           IF NOT PXRQ-ACCEPTED
               DISPLAY "No representative on file for this member - "
                   "nothing may be released to a proxy."
           ELSE
               DISPLAY "Representatives on file:"
               PERFORM UNTIL NOT PXRQ-ACCEPTED
                   DISPLAY "  ", PXRQ-PROXY-SEQ, " ",
                       FUNCTION TRIM(PXRQ-PROXY-NAME),
                       "  rel ", PXRQ-RELATIONSHIP,
                       "  scope ", PXRQ-SCOPE,
                       "  ", PXRQ-EFFECTIVE-DATE, "-",
                       PXRQ-EXPIRY-DATE
                   CALL "PROXAUTH" USING PROXY-REQUEST
               END-PERFORM
               DISPLAY "Representative number: "
               ACCEPT WS-PROXY-ENTRY
               MOVE WS-PROXY-ENTRY TO PXRQ-PROXY-SEQ
               SET PXRQ-CHECK TO TRUE
               SET PXRQ-FOR-RESULTS TO TRUE
               CALL "PROXAUTH" USING PROXY-REQUEST
               EVALUATE TRUE
                   WHEN PXRQ-ACCEPTED
                       SET RELEASE-IS-ALLOWED TO TRUE
                       DISPLAY "Releasing to ",
                           FUNCTION TRIM(PXRQ-PROXY-NAME)
                   WHEN PXRQ-NOT-ON-FILE
                       DISPLAY "No such representative for this "
                           "member - refused."
                   WHEN PXRQ-NO-DOCUMENT
                       DISPLAY "No authorizing document on file - "
                           "refused."
                   WHEN PXRQ-NOT-YET-EFFECTIVE
                       DISPLAY "Authority not in force until ",
                           PXRQ-EFFECTIVE-DATE, " - refused."
                   WHEN PXRQ-LAPSED
                       DISPLAY "Authority lapsed on ",
                           PXRQ-EXPIRY-DATE, " - refused."
                   WHEN OTHER
                       DISPLAY "Authority does not cover "
                           "results - refused."
               END-EVALUATE
           END-IF.

           0200-FIND-AND-REPRINT.
           SET READING-WAS-FOUND TO FALSE.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0200-FIND-AND-REPRINT" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO HIST-MEMBER-ID
               MOVE WS-DATE-ENTRY TO HIST-DATE
                   PERFORM 0300-FIND-VITALS
                   PERFORM 0400-PRINT-CARD
                   PERFORM 0500-LOG-REPRINT
                   PERFORM 0600-LOG-DISCLOSURE
                   DISPLAY "Card reprinted."
               ELSE
                   DISPLAY "No reading for member ", WS-ID-ENTRY,
               WHEN OTHER
                   MOVE "Obese" TO BMI-CATEGORY
           END-EVALUATE.
           IF HIST-IS-EXCLUDED
               MOVE SPACES TO BMI-CATEGORY
           END-IF.
           OPEN EXTEND RESULT-CARD-FILE.
           IF WS-CARD-FS = "35"
               OPEN OUTPUT RESULT-CARD-FILE
                   " " FUNCTION TRIM(BMI-CATEGORY)
                   DELIMITED BY SIZE INTO RESULT-CARD-LINE
               WRITE RESULT-CARD-LINE
               IF HIST-IS-EXCLUDED
                   MOVE SPACES TO RESULT-CARD-LINE
                   STRING "BMI CATEGORY NOT REPORTED DURING "
                       "PREGNANCY - READING KEPT ON FILE"
                       DELIMITED BY SIZE INTO RESULT-CARD-LINE
                   WRITE RESULT-CARD-LINE
               END-IF
               IF VITALS-WERE-FOUND
                   MOVE SPACES TO RESULT-CARD-LINE
                   STRING "BP " VITAL-SYSTOLIC "/"
               CLOSE RESULT-CARD-FILE
           ELSE
               DISPLAY "Could not print card, status: ", WS-CARD-FS
               MOVE "0400-PRINT-CARD" TO ERRL-REQ-PARAGRAPH
               MOVE "RESULTCARD.PRT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CARD-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-LOG-REPRINT.
               WRITE REPRINT-LOG-LINE
               CLOSE REPRINT-LOG-FILE
           END-IF.

           0600-LOG-DISCLOSURE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           IF WS-DISCLOG-FS = "35"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF.
           IF WS-DISCLOG-FS = "00"
               MOVE WS-TODAY-DATE TO DISC-DATE
               MOVE WS-TIME-HHMMSS TO DISC-TIME
               MOVE WS-OPERATOR-ID TO DISC-VIEWER
               MOVE "CARDRPRT" TO DISC-STATION
               MOVE WS-ID-ENTRY TO DISC-MEMBER-ID
               MOVE "CARD" TO DISC-FUNCTION
               EVALUATE TRUE
                   WHEN RECIPIENT-IS-MEMBER
                       SET DISC-TO-MEMBER TO TRUE
                   WHEN RECIPIENT-IS-PROXY
                       SET DISC-TO-PROXY TO TRUE
                   WHEN OTHER
                       SET DISC-STAFF-REVIEW TO TRUE
               END-EVALUATE
               MOVE WS-PROXY-ENTRY TO DISC-PROXY-SEQ
               MOVE PXRQ-PROXY-NAME TO DISC-PROXY-NAME
               MOVE SPACES TO DISC-CRITERIA-CARD
               WRITE DISCLOSURE-RECORD
               CLOSE DISCLOSURE-LOG-FILE
           ELSE
               DISPLAY "Could not write disclosure log, status: ",
                   WS-DISCLOG-FS
               MOVE "0600-LOG-DISCLOSURE" TO ERRL-REQ-PARAGRAPH
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
           MOVE "CARDRPRT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CARDRPRT".
