      *their current rate, with the projected crossing date, so the
      *coaches can call before the referral trigger fires. Reads
      *the monthly rollup file, not raw history, so month-end stays
      *fast as history grows. Readings inside a pregnancy
      *exclusion window never reach the rollup, and a member whose
      *window is open today is left off the report altogether.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CATEGORY PIC X(15).
       01 WS-DIRECTION-TEXT PIC X(4).
       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 WS-EXCLUDED-COUNT PIC 9(5) VALUE ZERO.
           COPY "EXCLREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
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
               OPEN INPUT ROLLUP-FILE
               OPEN OUTPUT TREND-REPORT-FILE
               CLOSE TREND-REPORT-FILE
               CLOSE TREND-FLAG-FILE
               DISPLAY "Members flagged: ", WS-FLAGGED-COUNT
               DISPLAY "Skipped - exclusion window open: ",
                   WS-EXCLUDED-COUNT
           END-IF.
       GOBACK.

           0200-PROJECT-ONE-MEMBER.
           MOVE MEMBER-ID TO EXCL-REQ-MEMBER-ID.
           MOVE WS-TODAY-DATE TO EXCL-REQ-DATE.
           CALL "EXCLCHK" USING EXCL-REQUEST.
           IF EXCL-REQ-IN-WINDOW
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               PERFORM 0250-PROJECT-MEMBER-TREND
           END-IF.

           0250-PROJECT-MEMBER-TREND.
           PERFORM 0300-FIT-TREND.
           IF WS-READING-COUNT >= 2 AND WS-SPAN-DAYS > ZERO
               EVALUATE TRUE
           MOVE WS-DIRECTION-TEXT TO TFLAG-DIRECTION.
           MOVE MEMBER-CLIENT-CODE TO TFLAG-CLIENT-CODE.
           WRITE TREND-FLAG-RECORD.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "TRENDRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "TRENDRPT".
