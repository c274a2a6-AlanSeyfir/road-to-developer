      *counts the readings - the per-screening accrual plus the
      *Normal-band bonus per row.
       01 WS-POINTS-EARNED PIC 9(7).
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REDEEMED-DISP PIC ZZZZZZ9.
       01 WS-EARNED-DISP PIC ZZZZZZ9.
       01 WS-GOAL-TEXT PIC X(20).
           COPY "COMMREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "ANNUAL MEMBER WELLNESS SUMMARY".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.
           DISPLAY "Summarize which year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
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
               OPEN INPUT GOAL-FILE
               CLOSE GOAL-FILE
               CLOSE POINTS-FILE
               CLOSE SUMMARY-FILE
               SET COMM-REQ-FINISH TO TRUE
               CALL "COMMLOG" USING COMM-REQUEST
               DISPLAY "Letters written: ", WS-LETTER-COUNT
               DISPLAY "Members skipped: ", WS-SKIPPED-COUNT
               DISPLAY "Suppressed (undeliverable or opted "
           WRITE SUMMARY-LINE.
           MOVE ALL "-" TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM 0550-LOG-COMMUNICATION.

      *The summary just written goes on the member's
      *communication history with the address it was sent to.
           0550-LOG-COMMUNICATION.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "MBRSUMM" TO COMM-REQ-PROGRAM.
           MOVE MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "ANNUAL" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-MAIL TO TRUE.
           MOVE MEMBER-ADDR-LINE-1 TO COMM-REQ-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO COMM-REQ-ADDR-LINE-2.
           MOVE MEMBER-CITY TO COMM-REQ-CITY.
           MOVE MEMBER-STATE TO COMM-REQ-STATE.
           MOVE MEMBER-ZIP TO COMM-REQ-ZIP.
           MOVE SPACES TO COMM-REQ-PHONE.
           CALL "COMMLOG" USING COMM-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MBRSUMM" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MBRSUMM".
