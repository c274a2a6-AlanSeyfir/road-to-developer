           05 WS-SAVED-EVENT-CODE PIC X(6).
           05 WS-SAVED-ADJ-FLAG PIC X.
           05 WS-SAVED-CLIENT-CODE PIC X(3).
           05 WS-SAVED-EXCL-FLAG PIC X.
           05 WS-SAVED-SOURCE-CODE PIC X.
           05 WS-SAVED-OPERATOR-ID PIC X(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0200-READ-BOTH-MEMBERS" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-SURVIVOR-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                               DISPLAY "Re-key write failed, "
                                   "status: ", WS-HISTORY-FS,
                                   " - original row kept."
                               MOVE "0450-MOVE-ONE-ROW"
                                   TO ERRL-REQ-PARAGRAPH
                               MOVE "BMIHISTORY.DAT"
                                   TO ERRL-REQ-FILE-NAME
                               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                               MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                               SET ERRL-REQ-ERROR TO TRUE
                               PERFORM 0999-LOG-FILE-ERROR
                               MOVE "10" TO WS-HISTORY-FS
                           END-IF
                       ELSE
           STRING "  HISTORY ROWS MOVED: " WS-REKEYED-COUNT
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MBRMERGE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MBRMERGE".
