               10 WS-FT-NAME PIC X(14).
               10 WS-FT-ACTIONS PIC 9(6).
       01 WS-FX PIC 99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-FS NOT = "00"
               DISPLAY "No journal to read, status: ", WS-JRNL-FS
               MOVE "0200-SCAN-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-JOURNAL TO FALSE
               PERFORM UNTIL END-OF-JOURNAL
           CLOSE CLOSEOUT-REPORT-FILE.
           DISPLAY "Units committed: ", WS-UNIT-COUNT.
           DISPLAY "Summary written to JRNCLOSE.RPT".

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "JRNCLOSE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "JRNCLOSE".
