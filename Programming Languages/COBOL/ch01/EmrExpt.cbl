       01 WS-TODAY-DATE PIC 9(8).
       01 WS-EXPORTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
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
               PERFORM 0150-OPEN-LOG-IO
               OPEN OUTPUT EMR-EXPORT-FILE
               IF WS-EMRLOG-FS NOT = "00"
                   DISPLAY "Could not log export of member ",
                       EMRL-MEMBER-ID, ", status: ", WS-EMRLOG-FS
                   MOVE "0350-WRITE-EXPORT-ROW" TO ERRL-REQ-PARAGRAPH
                   MOVE "EMRLOG.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-EMRLOG-FS TO ERRL-REQ-STATUS
                   MOVE EMRL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           ELSE
               DISPLAY "Export write failed, status: ",
                   WS-EXPORT-FS
               MOVE "0350-WRITE-EXPORT-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "EMREXPORT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EXPORT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EMREXPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EMREXPT".
