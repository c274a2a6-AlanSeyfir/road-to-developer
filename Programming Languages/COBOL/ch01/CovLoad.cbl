       01 WS-FEED-PAYER PIC X(8).
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-ROSTER-FS NOT = "00"
               DISPLAY "Cannot open ELIGROST.DAT, status: ",
                   WS-ROSTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ELIGROST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ROSTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O COVERAGE-SPAN-FILE
               IF WS-COVSPAN-FS = "35"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COVLOAD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COVLOAD".
