       01 WS-HIST-REJECTED PIC 9(6) VALUE ZERO.
       01 WS-HIGHEST-ID PIC 9(6) VALUE ZERO.
       01 WS-NEXT-ID PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Cannot open MEMBERS.OLD, status: ",
                   WS-OLD-MASTER-FS, " - rename the old master "
                   "first."
               MOVE "0200-CONVERT-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT MEMBER-MASTER-FILE
               SET END-OF-OLD-FILE TO FALSE
               INVALID KEY
                   DISPLAY "Duplicate member ID ", MEMBER-ID,
                       " skipped, status: ", WS-MASTER-FS
                   MOVE "0250-LOAD-ONE-MEMBER" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-WARNING TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-WRITE.
           IF WS-MASTER-FS = "00"
               ADD 1 TO WS-MEMBERS-LOADED
           IF WS-OLD-HIST-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.OLD, status: ",
                   WS-OLD-HIST-FS, " - history not converted."
               MOVE "0300-CONVERT-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-HIST-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BMI-HISTORY-FILE
               SET END-OF-OLD-FILE TO FALSE
               MOVE "CONVERT" TO HIST-DEVICE-ID
               MOVE SPACES TO HIST-EVENT-CODE
               MOVE SPACE TO HIST-ADJ-FLAG
               MOVE SPACE TO HIST-EXCL-FLAG
               MOVE SPACE TO HIST-SOURCE-CODE
               MOVE SPACES TO HIST-OPERATOR-ID
               MOVE WS-CLIENT-ENTRY TO HIST-CLIENT-CODE
               WRITE BMI-HISTORY-RECORD
               PERFORM UNTIL WS-HISTORY-FS NOT = "22"
                   ADD 1 TO WS-HIST-REJECTED
                   DISPLAY "History row not loaded, status: ",
                       WS-HISTORY-FS
                   MOVE "0350-LOAD-ONE-READING" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

               IF WS-SEQ-FS NOT = "00"
                   DISPLAY "Could not write MEMBERSEQ.DAT, status: ",
                       WS-SEQ-FS
                   MOVE "0400-CONVERT-SEQUENCE" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERSEQ.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE MEMBER-SEQ-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "FILECONV" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "FILECONV".
