       01 WS-LABEL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLIENT-ENTRY PIC X(3).
           COPY "COMMREQ.cpy".
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
               OPEN OUTPUT MAIL-LABEL-FILE
               SET END-OF-MASTER-FILE TO FALSE
               END-PERFORM
               CLOSE MEMBER-MASTER-FILE
               CLOSE MAIL-LABEL-FILE
               SET COMM-REQ-FINISH TO TRUE
               CALL "COMMLOG" USING COMM-REQUEST
               DISPLAY "Labels written: ", WS-LABEL-COUNT
               DISPLAY "Suppressed (undeliverable or opted "
                   "out): ", WS-SUPPRESSED-COUNT
           WRITE MAIL-LABEL-LINE.
           MOVE SPACES TO MAIL-LABEL-LINE.
           WRITE MAIL-LABEL-LINE.
           PERFORM 0450-LOG-COMMUNICATION.

      *The label just written goes on the member's communication
      *history with the address it was sent to.
           0450-LOG-COMMUNICATION.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "MAILXTR" TO COMM-REQ-PROGRAM.
           MOVE MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "MAILING" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-MAIL TO TRUE.
           MOVE MEMBER-ADDR-LINE-1 TO COMM-REQ-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO COMM-REQ-ADDR-LINE-2.
           MOVE MEMBER-CITY TO COMM-REQ-CITY.
           MOVE MEMBER-STATE TO COMM-REQ-STATE.
           MOVE MEMBER-ZIP TO COMM-REQ-ZIP.
           MOVE SPACES TO COMM-REQ-PHONE.
           CALL "COMMLOG" USING COMM-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MAILXTR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MAILXTR".
