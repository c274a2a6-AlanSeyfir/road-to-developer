       01 WS-NOT-ON-ROSTER PIC 9(4) VALUE ZERO.
       01 WS-NOT-ON-MASTER PIC 9(4) VALUE ZERO.
       01 WS-MISMATCHED PIC 9(4) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-ROSTER-FS NOT = "00"
               DISPLAY "Cannot open ELIGROST.DAT, status: ",
                   WS-ROSTER-FS
               MOVE "0200-LOAD-ROSTER" TO ERRL-REQ-PARAGRAPH
               MOVE "ELIGROST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ROSTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0300-SWEEP-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ELIGRECN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ELIGRECN".
