       01 WS-NONE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-DISP PIC -ZZZZ9.
       01 WS-CLIENT-ENTRY PIC X(3).
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
               OPEN OUTPUT CONSENT-REPORT-FILE
               MOVE "CONSENT LAPSE REPORT - NEXT 60 DAYS"
                   DELIMITED BY SIZE INTO CONSENT-REPORT-LINE
           END-IF.
           WRITE CONSENT-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CONSNTRP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CONSNTRP".
