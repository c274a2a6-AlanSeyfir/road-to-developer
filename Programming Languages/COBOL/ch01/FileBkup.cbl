       01 WS-MISMATCH-COUNT PIC 9(7).
       01 WS-CONFIRM-ENTRY PIC X.
           88 RESTORE-CONFIRMED VALUE "Y" "y".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0450-RESTORE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT MEMBER-MASTER-FILE
               SET END-OF-INPUT-FILE TO FALSE
                               INVALID KEY
                                   DISPLAY "  Restore write failed, "
                                       "status: ", WS-MASTER-FS
                                   MOVE "0450-RESTORE-MASTER"
                                       TO ERRL-REQ-PARAGRAPH
                                   MOVE "MEMBERS.DAT"
                                       TO ERRL-REQ-FILE-NAME
                                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                                   MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                                   SET ERRL-REQ-ERROR TO TRUE
                                   PERFORM 0999-LOG-FILE-ERROR
                           END-WRITE
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0470-RESTORE-SEQUENCE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               READ BACKUP-FILE
                   AT END
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0490-RESTORE-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BMI-HISTORY-FILE
               SET END-OF-INPUT-FILE TO FALSE
                               INVALID KEY
                                   DISPLAY "  Restore write failed, "
                                       "status: ", WS-HISTORY-FS
                                   MOVE "0490-RESTORE-HISTORY"
                                       TO ERRL-REQ-PARAGRAPH
                                   MOVE "BMIHISTORY.DAT"
                                       TO ERRL-REQ-FILE-NAME
                                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                                   MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                                   SET ERRL-REQ-ERROR TO TRUE
                                   PERFORM 0999-LOG-FILE-ERROR
                           END-WRITE
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0650-VERIFY-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               SET END-OF-INPUT-FILE TO FALSE
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0670-VERIFY-SEQUENCE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               READ BACKUP-FILE
                   AT END
           IF WS-SEQ-FS NOT = "00"
               DISPLAY "  MEMBERSEQ: cannot open live file, "
                   "status: ", WS-SEQ-FS
               MOVE "0675-COMPARE-SEQUENCE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERSEQ.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE 1 TO WS-SEQ-REL-KEY
               READ MEMBER-SEQ-FILE
           IF WS-BACKUP-FS NOT = "00"
               DISPLAY "  Cannot open ", WS-BACKUP-NAME,
                   ", status: ", WS-BACKUP-FS
               MOVE "0690-VERIFY-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BACKUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               SET END-OF-INPUT-FILE TO FALSE
                       ADD 1 TO WS-LIVE-COUNT
               END-READ
           END-PERFORM.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "FILEBKUP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "FILEBKUP".
