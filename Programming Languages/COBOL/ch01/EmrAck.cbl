       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNACKED-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FS NOT = "00"
               DISPLAY "Cannot open EMRACK.DAT, status: ", WS-ACK-FS
               MOVE "0200-PROCESS-ACKS" TO ERRL-REQ-PARAGRAPH
               MOVE "EMRACK.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ACK-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O EMR-LOG-FILE
               IF WS-EMRLOG-FS NOT = "00"
                   DISPLAY "Cannot open EMRLOG.DAT, status: ",
                       WS-EMRLOG-FS
                   MOVE "0200-PROCESS-ACKS" TO ERRL-REQ-PARAGRAPH
                   MOVE "EMRLOG.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-EMRLOG-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   CLOSE ACK-FILE
               ELSE
                   SET END-OF-FILE-REACHED TO FALSE
           ELSE
               DISPLAY "Could not queue resend, status: ",
                   WS-RESEND-FS
               MOVE "0400-QUEUE-RESEND" TO ERRL-REQ-PARAGRAPH
               MOVE "EMRRESND.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RESEND-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-REPORT-UNACKED.
           IF WS-EMRLOG-FS NOT = "00"
               DISPLAY "Cannot open EMRLOG.DAT, status: ",
                   WS-EMRLOG-FS
               MOVE "0500-REPORT-UNACKED" TO ERRL-REQ-PARAGRAPH
               MOVE "EMRLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EMRLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT UNACK-REPORT-FILE
               MOVE "EXPORTED BUT NOT ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO UNACK-REPORT-LINE
               WRITE UNACK-REPORT-LINE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EMRACK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EMRACK".
