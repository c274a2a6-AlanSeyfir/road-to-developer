           COPY "MEMBERREC.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(71).

       FD DISCLOSURE-LOG-FILE.
           COPY "DISCREC.cpy".
           88 MEMBER-MAY-BE-SHOWN VALUE "Y" FALSE "N".
       01 WS-ARCHIVE-NAME PIC X(16).
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-RECIPIENT-ENTRY PIC X.
           88 RECIPIENT-IS-MEMBER VALUE "M" "m".
           88 RECIPIENT-IS-PROXY VALUE "P" "p".
           88 RECIPIENT-IS-STAFF VALUE "S" "s".
       01 WS-RELEASE-SW PIC X VALUE "N".
           88 RELEASE-IS-ALLOWED VALUE "Y" FALSE "N".
       01 WS-PROXY-ENTRY PIC 99.
           COPY "PROXREQ.cpy".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-EOF-SW PIC X VALUE "N".
               ==HIST-EVENT-CODE== BY ==ARCH-EVENT-CODE==
               ==HIST-ADJ-FLAG== BY ==ARCH-ADJ-FLAG==
               ==HIST-IS-ADJUSTED== BY ==ARCH-IS-ADJUSTED==
               ==HIST-CLIENT-CODE== BY ==ARCH-CLIENT-CODE==
               ==HIST-EXCL-FLAG== BY ==ARCH-EXCL-FLAG==
               ==HIST-IS-EXCLUDED== BY ==ARCH-IS-EXCLUDED==
               ==HIST-SOURCE-CODE== BY ==ARCH-SOURCE-CODE==
               ==HIST-FROM-PHYSICIAN== BY ==ARCH-FROM-PHYSICIAN==
               ==HIST-OPERATOR-ID== BY ==ARCH-OPERATOR-ID==.
       01 WS-IX PIC 9(3).
       01 WS-JX PIC 9(3).
       01 WS-YEAR PIC 9(4).
       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 WS-HEIGHT-DISPLAY PIC ZZ9.99.
       01 WS-WEIGHT-DISPLAY PIC ZZZ9.9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           MOVE WS-CARD-ID TO WS-ID-ENTRY.
           PERFORM 0150-CHECK-CLIENT-GATE.
           IF MEMBER-MAY-BE-SHOWN
               PERFORM 0170-GET-RECIPIENT
           END-IF.
           IF RELEASE-IS-ALLOWED
               DISPLAY "From date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "To date (YYYYMMDD): "
               MOVE "HISTINQ" TO DISC-STATION
               MOVE WS-ID-ENTRY TO DISC-MEMBER-ID
               MOVE "HISTORY" TO DISC-FUNCTION
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

      *One client's inquiry must never show another client's
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0150-CHECK-CLIENT-GATE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
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

           0200-COLLECT-ARCHIVES.
           MOVE WS-FROM-DATE(1:4) TO WS-YEAR.
           MOVE WS-TO-DATE(1:4) TO WS-TO-YEAR.
                   "  BMI: ", WS-BMI-DISPLAY
           END-PERFORM.
           DISPLAY "Rows shown: ", WS-ROW-COUNT.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HISTINQ" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HISTINQ".
