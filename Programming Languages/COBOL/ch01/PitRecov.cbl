       01 WS-MASTER-APPLIED PIC 9(6) VALUE ZERO.
       01 WS-SEQ-APPLIED PIC 9(6) VALUE ZERO.
       01 WS-HISTORY-APPLIED PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0250-RESTORE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT MEMBER-MASTER-FILE
               SET END-OF-INPUT-FILE TO FALSE
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0290-RESTORE-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BMI-HISTORY-FILE
               SET END-OF-INPUT-FILE TO FALSE
               END-IF
               CLOSE BMI-HISTORY-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PITRECOV" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PITRECOV".
