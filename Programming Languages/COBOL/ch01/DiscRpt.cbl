      *Per-member disclosure report. When a member asks who has
      *seen their record, this sweep of the disclosure log prints
      *every inquiry access to that member's health data - viewer,
      *station, function, timestamp and who received it - for the
      *privacy officer's case folder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DISCREC.cpy".

       FD DISCLOSURE-REPORT-FILE.
       01 DISCLOSURE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DISCLOG-FS PIC XX.
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RECIPIENT-TEXT PIC X(36).
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-DISCLOG-FS NOT = "00"
               DISPLAY "No disclosure log on hand, status: ",
                   WS-DISCLOG-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT DISCLOSURE-REPORT-FILE
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
                                   "  " DISC-FUNCTION
                                   DELIMITED BY SIZE
                                   INTO DISCLOSURE-REPORT-LINE
                               PERFORM 0665-RECIPIENT-TEXT
                               IF WS-RECIPIENT-TEXT NOT = SPACES
                                   STRING "TO " WS-RECIPIENT-TEXT
                                       DELIMITED BY SIZE
                                       INTO
                                       DISCLOSURE-REPORT-LINE(64:)
                               END-IF
                               WRITE DISCLOSURE-REPORT-LINE
                           END-IF
                   END-READ
                       "the card number."
               END-IF
           END-PERFORM.

      *Rows logged before the recipient was kept show none.
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

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "DISCRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "DISCRPT".
