           COPY "HISTREC.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(71).

       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".
           05 WS-SAVED-TIME PIC 9(6).
       01 WS-CONFIRM-ENTRY PIC X.
           88 ARCHIVE-CONFIRMED VALUE "Y" "y".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0200-ARCHIVE-THE-YEAR" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-FS = "35"
           IF WS-ARCHIVE-FS NOT = "00"
               DISPLAY "Archive write failed, status: ",
                   WS-ARCHIVE-FS, " - run stopped, live row kept."
               MOVE "0300-MOVE-ONE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE WS-ARCHIVE-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-ARCHIVE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET END-OF-HIST-FILE TO TRUE
           ELSE
               MOVE HIST-KEY TO WS-SAVED-KEY
                       DELETE HIST-BYDATE-FILE RECORD
               END-READ
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HISTARCH" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HISTARCH".
