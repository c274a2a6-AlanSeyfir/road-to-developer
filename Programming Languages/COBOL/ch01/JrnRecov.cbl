               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POCT-KEY
               FILE STATUS IS WS-POCT-FS.
           SELECT COUNSEL-FILE ASSIGN TO "COUNSEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNSL-KEY
               FILE STATUS IS WS-COUNSEL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POCT-FILE.
           COPY "POCTREC.cpy".

       FD COUNSEL-FILE.
           COPY "CNSLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-GOAL-FS PIC XX.
       01 WS-WORKQ-FS PIC XX.
       01 WS-POCT-FS PIC XX.
       01 WS-COUNSEL-FS PIC XX.
       01 WS-SEQ-REL-KEY PIC 9(4).
       01 WS-MODE-CHOICE PIC X.
           88 REPORT-MODE-CHOSEN VALUE "R" "r".
       01 WS-UNDONE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERFLOW-SW PIC X VALUE "N".
           88 JOURNAL-OVERFLOWED VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-FS NOT = "00"
               DISPLAY "No journal to read, status: ", WS-JRNL-FS
               MOVE "0200-LOAD-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-JOURNAL TO FALSE
               PERFORM UNTIL END-OF-JOURNAL
                   PERFORM 0640-UNDO-WORKQ
               WHEN "POCT.DAT"
                   PERFORM 0660-UNDO-POCT
               WHEN "COUNSEL.DAT"
                   PERFORM 0680-UNDO-COUNSEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               CLOSE POCT-FILE
           END-IF.

           0680-UNDO-COUNSEL.
           OPEN I-O COUNSEL-FILE.
           IF WS-COUNSEL-FS = "00"
               MOVE WS-JE-AFTER(WS-IX)(1:20) TO CNSL-KEY
               READ COUNSEL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE COUNSEL-FILE RECORD
                       ADD 1 TO WS-UNDONE-COUNT
               END-READ
               CLOSE COUNSEL-FILE
           END-IF.

      *Closing COMMIT markers stop a second recovery run from
      *undoing the same units again.
           0480-MARK-UOWS-CLOSED.
                   SET UOW-WAS-COMMITTED TO TRUE
               END-IF
           END-PERFORM.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "JRNRECOV" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "JRNRECOV".
