           05 WS-SAVED-EVENT-CODE PIC X(6).
           05 WS-SAVED-ADJ-FLAG PIC X.
           05 WS-SAVED-CLIENT-CODE PIC X(3).
           05 WS-SAVED-EXCL-FLAG PIC X.
           05 WS-SAVED-SOURCE-CODE PIC X.
           05 WS-SAVED-OPERATOR-ID PIC X(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0200-LIST-ORPHANS" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT ORPHAN-REPORT-FILE
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0500-MOVE-THE-BLOCK" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE ZERO TO WS-REKEYED-COUNT
               PERFORM 0550-MOVE-ONE-ROW
                               DISPLAY "Re-key write failed, "
                                   "status: ", WS-HISTORY-FS,
                                   " - original row kept."
                               MOVE "0550-MOVE-ONE-ROW"
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
               END-WRITE
               CLOSE HIST-BYDATE-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HISTRECN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HISTRECON".
