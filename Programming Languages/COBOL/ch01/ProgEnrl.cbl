       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
                   ELSE
                       DISPLAY "Could not update enrollment, "
                           "status: ", WS-ENROLL-FS
                       MOVE "0300-RECORD-COMPLETION"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE "ENROLL.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-ENROLL-FS TO ERRL-REQ-STATUS
                       MOVE ENROLL-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
           END-READ.

               END-READ
           END-PERFORM.
           DISPLAY "Enrollees listed: ", WS-LISTED-COUNT.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PROGENRL" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PROGENRL".
