       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
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
               OPEN EXTEND MEMBER-CARD-FILE
               IF WS-CARDS-FS = "35"
           WRITE MEMBER-CARD-LINE.
           MOVE ALL "=" TO MEMBER-CARD-LINE.
           WRITE MEMBER-CARD-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CARDPRNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CARDPRNT".
