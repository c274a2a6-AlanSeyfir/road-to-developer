       01 WS-WORK-CATEGORY PIC X(15).
       01 WS-CHANGE-DISP PIC +ZZ9.99.
       01 WS-AVG-DISP PIC +ZZ9.99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-ENROLL-FS NOT = "00"
               DISPLAY "Cannot open ENROLL.DAT, status: ",
                   WS-ENROLL-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ENROLL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ENROLL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               OPEN INPUT MEMBER-MASTER-FILE
               "  CATEGORY MIGRATIONS: " WS-MIGRATED-COUNT
               DELIMITED BY SIZE INTO OUTCOME-REPORT-LINE.
           WRITE OUTCOME-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PROGOUTC" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PROGOUTC".
