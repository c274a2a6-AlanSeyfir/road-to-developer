       01 WS-TRICK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NAME-WORK PIC X(20).
           COPY "CHKDGREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
                   DISPLAY "Cannot open training files - master: ",
                       WS-MASTER-FS, " sequence: ", WS-SEQ-FS,
                       ". Run the training reset first."
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   IF WS-MASTER-FS NOT = "00"
                       MOVE "TRNMEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
                   IF WS-SEQ-FS NOT = "00"
                       MOVE "TRNMEMBSEQ.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
               END-IF
           END-IF.
       GOBACK.
               MOVE "TRNSCALE" TO HIST-DEVICE-ID
               MOVE "TRN001" TO HIST-EVENT-CODE
               MOVE SPACE TO HIST-ADJ-FLAG
               MOVE SPACE TO HIST-EXCL-FLAG
               MOVE SPACE TO HIST-SOURCE-CODE
               MOVE "TRNGEN" TO HIST-OPERATOR-ID
               MOVE "TRN" TO HIST-CLIENT-CODE
               WRITE BMI-HISTORY-RECORD
                   INVALID KEY
           CLOSE TRAIN-INPUT-FILE.
           DISPLAY "Practice members generated: ", WS-MADE-COUNT.
           DISPLAY "Engineered exception rows:  ", WS-TRICK-COUNT.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "TRNGEN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "TRNGEN".
