               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORKQ-KEY
               FILE STATUS IS WS-WORKQ-FS.
           SELECT COMM-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-KEY
               FILE STATUS IS WS-COMMHIST-FS.
           SELECT ROLLUP-FILE ASSIGN TO "ROLLUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD WORK-QUEUE-FILE.
           COPY "WORKQREC.cpy".

       FD COMM-HISTORY-FILE.
           COPY "COMMREC.cpy".

       FD ROLLUP-FILE.
           COPY "ROLLUPRE.cpy".

       01 WS-APPT-FS PIC XX.
       01 WS-WORKQ-FS PIC XX.
       01 WS-ROLLUP-FS PIC XX.
       01 WS-COMMHIST-FS PIC XX.
       01 WS-PSEUD-FS PIC XX.
       01 WS-OUTPUT-FS PIC XX.
       01 WS-OUTWRK-FS PIC XX.
           PERFORM 0860-ERASE-ENROLLMENTS.
           PERFORM 0865-ERASE-APPOINTMENTS.
           PERFORM 0868-ERASE-WORK-QUEUE.
           PERFORM 0872-ERASE-COMMUNICATIONS.
           PERFORM 0875-ERASE-ROLLUP.
           PERFORM 0880-ERASE-PSEUDONYM.
           PERFORM 0885-ERASE-BILLING.
           MOVE "WORKQ.DAT" TO WS-FILE-NAME-TEXT.
           PERFORM 0250-CERTIFY-FILE.

      *The communication history holds the addresses and phone
      *numbers the member was contacted at; it is keyed member
      *first, like the reading history.
           0872-ERASE-COMMUNICATIONS.
           MOVE ZERO TO WS-ROWS-REMOVED.
           OPEN I-O COMM-HISTORY-FILE.
           IF WS-COMMHIST-FS = "00"
               PERFORM 0873-DELETE-ONE-COMM
               PERFORM UNTIL WS-COMMHIST-FS NOT = "00"
                   PERFORM 0873-DELETE-ONE-COMM
               END-PERFORM
               CLOSE COMM-HISTORY-FILE
           END-IF.
           MOVE "COMMHIST.DAT" TO WS-FILE-NAME-TEXT.
           PERFORM 0250-CERTIFY-FILE.

           0873-DELETE-ONE-COMM.
           MOVE WS-ID-ENTRY TO COMM-MEMBER-ID.
           MOVE ZERO TO COMM-DATE.
           MOVE ZERO TO COMM-TIME.
           MOVE ZERO TO COMM-SEQ.
           START COMM-HISTORY-FILE KEY >= COMM-KEY
               INVALID KEY
                   MOVE "10" TO WS-COMMHIST-FS
           END-START.
           IF WS-COMMHIST-FS = "00"
               READ COMM-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-COMMHIST-FS
                   NOT AT END
                       IF COMM-MEMBER-ID = WS-ID-ENTRY
                           DELETE COMM-HISTORY-FILE RECORD
                           ADD 1 TO WS-ROWS-REMOVED
                       ELSE
                           MOVE "10" TO WS-COMMHIST-FS
                       END-IF
               END-READ
           END-IF.

      *The report extracts carry the member too. The print lines
      *name the member after the "Member: " label, so rows are
      *matched on the saved master name (or the raw ID on reject
