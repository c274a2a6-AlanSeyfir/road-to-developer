       01 WS-EXPIRED-AMOUNT PIC S9(7).
       01 WS-AMOUNT-DISP PIC -ZZZZZZ9.
       01 WS-BALANCE-DISP PIC ZZZZZZ9.
           COPY "COMMREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0200-EXPIRE-SWEEP" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-POINTS TO FALSE
               PERFORM UNTIL END-OF-POINTS
               ELSE
                   DISPLAY "Could not expire member ",
                       PTS-MEMBER-ID, ", status: ", WS-POINTS-FS
                   MOVE "0250-CHECK-ONE-BALANCE" TO ERRL-REQ-PARAGRAPH
                   MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
                   MOVE PTS-MEMBER-ID TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0500-NOTICE-SWEEP" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT NOTICE-FILE
               CLOSE POINTS-FILE
               CLOSE MEMBER-MASTER-FILE
               CLOSE NOTICE-FILE
               SET COMM-REQ-FINISH TO TRUE
               CALL "COMMLOG" USING COMM-REQUEST
               DISPLAY "Notices written: ", WS-NOTICE-COUNT
               DISPLAY "Suppressed (undeliverable or opted "
                   "out): ", WS-SUPPRESSED-COUNT
                       WRITE NOTICE-LINE
                       MOVE SPACES TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       PERFORM 0650-LOG-COMMUNICATION
                   END-IF
                   END-IF
           END-READ.

      *The notice just written goes on the member's
      *communication history with the address it was sent to.
           0650-LOG-COMMUNICATION.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "PTSEXPIR" TO COMM-REQ-PROGRAM.
           MOVE MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "PTSNOTCE" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-MAIL TO TRUE.
           MOVE MEMBER-ADDR-LINE-1 TO COMM-REQ-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO COMM-REQ-ADDR-LINE-2.
           MOVE MEMBER-CITY TO COMM-REQ-CITY.
           MOVE MEMBER-STATE TO COMM-REQ-STATE.
           MOVE MEMBER-ZIP TO COMM-REQ-ZIP.
           MOVE SPACES TO COMM-REQ-PHONE.
           CALL "COMMLOG" USING COMM-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PTSEXPIR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PTSEXPIR".
