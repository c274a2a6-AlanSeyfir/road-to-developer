       01 WS-SHORTFALL PIC S9(5).
       01 WS-SHORTFALL-DISP PIC -ZZZZ9.
       01 WS-CLIENT-ENTRY PIC X(3).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-CODE-ENTRY TO EVENT-CODE
               READ EVENT-FILE
               END-PERFORM
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EVENTRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EVENTRPT".
