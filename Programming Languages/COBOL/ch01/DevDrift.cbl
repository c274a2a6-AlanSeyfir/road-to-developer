       01 WS-AVG-DISP PIC +ZZZ9.99.
       01 WS-DRIFT-DISP PIC +ZZZ9.99.
       01 WS-FLAG-TEXT PIC X(12).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0200-SWEEP-HISTORY
               CLOSE BMI-HISTORY-FILE
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "DEVDRIFT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "DEVDRIFT".
