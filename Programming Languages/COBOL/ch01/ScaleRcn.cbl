       01 WS-UNCONSUMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OLDER-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-SCALE-FS NOT = "00"
               DISPLAY "No scale feed on hand, status: ",
                   WS-SCALE-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "SCALEFD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SCALE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN INPUT BMI-HISTORY-FILE
                       MOVE "HAD APPOINTMENT" TO WS-SUGGESTION
               END-READ
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SCALERCN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SCALERCN".
