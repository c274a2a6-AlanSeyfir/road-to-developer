       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open member master, status: ",
                   WS-MASTER-FS
               MOVE "0200-ADD-NOTE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
           ELSE
               DISPLAY "Could not write note, status: ",
                   WS-NOTES-FS
               MOVE "0300-WRITE-NOTE" TO ERRL-REQ-PARAGRAPH
               MOVE "NOTES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-NOTES-FS TO ERRL-REQ-STATUS
               MOVE NOTE-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE NOTES-FILE.

           IF WS-NOTES-FS NOT = "00"
               DISPLAY "No notes file on hand, status: ",
                   WS-NOTES-FS
               MOVE "0400-LIST-NOTES" TO ERRL-REQ-PARAGRAPH
               MOVE "NOTES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-NOTES-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO NOTE-MEMBER-ID
               MOVE ZERO TO NOTE-DATE
               CLOSE NOTES-FILE
               DISPLAY "Notes listed: ", WS-LISTED-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MBRNOTES" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MBRNOTES".
