       01 WS-LABS-FOUND-SW PIC X.
           88 LABS-WERE-FOUND VALUE "Y" FALSE "N".
       01 WS-SCORED-COUNT PIC 9(6) VALUE ZERO.
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
               OPEN INPUT VITALS-FILE
               OPEN INPUT LAB-RESULT-FILE
           ELSE
               DISPLAY "Could not store score for member ",
                   MEMBER-ID, ", status: ", WS-SCORE-FS
               MOVE "0200-SCORE-ONE-MEMBER" TO ERRL-REQ-PARAGRAPH
               MOVE "WSCORE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SCORE-FS TO ERRL-REQ-STATUS
               MOVE WSCR-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0300-SCORE-BMI-COMPONENT.
                       MOVE 50 TO WS-LAB-POINTS
               END-EVALUATE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "WSCORE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "WSCORE".
