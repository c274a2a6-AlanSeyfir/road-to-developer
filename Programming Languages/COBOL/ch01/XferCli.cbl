       01 WS-SAVED-MASTER PIC X(253).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
           COPY "CLNTREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0200-APPLY-TRANSFER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                       DISPLAY "Effective date (YYYYMMDD): "
                       ACCEPT WS-EFFECTIVE-DATE
                       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *The new code must be on the client master and active on the
      *effective date, the same check the intake desk makes.
                       MOVE WS-NEW-CLIENT TO CLNT-REQ-CODE
                       MOVE WS-EFFECTIVE-DATE TO CLNT-REQ-AS-OF
                       CALL "CLNTCHK" USING CLNT-REQUEST
                       EVALUATE TRUE
                           WHEN WS-NEW-CLIENT = WS-OLD-CLIENT
                               DISPLAY "Same client - nothing "
                                   "to do."
                           WHEN CLNT-REQ-INACTIVE
                               DISPLAY "Client ", WS-NEW-CLIENT,
                                   " is not active on ",
                                   WS-EFFECTIVE-DATE,
                                   ". No changes made."
                           WHEN NOT CLNT-REQ-ACCEPTED
                               DISPLAY "Client ", WS-NEW-CLIENT,
                                   " is not on file. No changes "
                                   "made."
      *The master moves the moment this keys, so a future-dated
      *transfer would start tagging readings and billing to the
      *new client early. Key it on the effective date instead.
           ELSE
               DISPLAY "Could not update member, status: ",
                   WS-MASTER-FS
               MOVE "0300-REWRITE-AND-REGISTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.

           ELSE
               DISPLAY "Could not write journal, status: ",
                   WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0960-JOURNAL-THE-REWRITE.
           ELSE
               DISPLAY "Could not write transfer register, "
                   "status: ", WS-REGISTER-FS
               MOVE "0400-WRITE-REGISTER" TO ERRL-REQ-PARAGRAPH
               MOVE "XFERREG.LOG" TO ERRL-REQ-FILE-NAME
               MOVE WS-REGISTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "XFERCLI" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "XFERCLI".
