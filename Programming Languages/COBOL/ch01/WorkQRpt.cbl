       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-CLIENT-OK-SW PIC X.
           88 ENTRY-CLIENT-OK VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-WORKQ-FS NOT = "00"
               DISPLAY "No work queue on hand, status: ",
                   WS-WORKQ-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "WORKQ.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-WORKQ-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT QUEUE-REPORT-FILE
                       SET ENTRY-CLIENT-OK TO TRUE
                   END-IF
           END-READ.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "WORKQRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "WORKQRPT".
