       01 WS-EXPECTED-NEXT-ID PIC 9(6) VALUE ZERO.
       01 WS-SEQ-PRESENT-SW PIC X VALUE "N".
           88 SEQ-FILE-PRESENT VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0200-SCAN-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-MASTER-FILE TO FALSE
               PERFORM UNTIL END-OF-MASTER-FILE
               ELSE
                   DISPLAY "Cannot rebuild, sequence file status: ",
                       WS-SEQ-FS
                   MOVE "0500-REBUILD-SEQUENCE" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERSEQ.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SEQ-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SEQCHECK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SEQCHECK".
