       01 WS-BUILT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BMI-DISPLAY PIC ZZ9.99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0200-REBUILD-COMPANION" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT HIST-BYDATE-FILE
               SET END-OF-SCAN TO FALSE
           IF WS-BYDT-FS NOT = "00"
               DISPLAY "No by-date file on hand, status: ",
                   WS-BYDT-FS, " - run the rebuild first."
               MOVE "0400-LIST-ONE-DAY" TO ERRL-REQ-PARAGRAPH
               MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               MOVE WS-DATE-ENTRY TO HBD-DATE
                       "  BMI ", WS-BMI-DISPLAY,
                       "  ", HIST-DEVICE-ID
           END-READ.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HISTBYDT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HISTBYDT".
