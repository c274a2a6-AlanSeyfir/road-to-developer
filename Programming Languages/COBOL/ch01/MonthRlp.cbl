       01 WS-AGG-MIN PIC 999V99.
       01 WS-AGG-MAX PIC 999V99.
       01 WS-ROWS-WRITTEN PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O ROLLUP-FILE
               IF WS-ROLLUP-FS = "35"
                       AT END
                           SET END-OF-HIST-FILE TO TRUE
                       NOT AT END
      *Readings inside an exclusion window stay out of the
      *rollup, so the trajectory report never fits a trend
      *through them.
                           IF HIST-DATE(1:6) = WS-MONTH-ENTRY
                                   AND NOT HIST-IS-EXCLUDED
                               PERFORM 0200-ROLL-ONE-ROW
                           END-IF
                   END-READ
               ADD 1 TO WS-ROWS-WRITTEN
               MOVE ZERO TO WS-AGG-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MONTHRLP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MONTHRLP".
