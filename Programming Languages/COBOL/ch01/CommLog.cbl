       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMMLOG".
       AUTHOR.     ALAN GARCIA.
      *Shared member communication history service. Every extract
      *that sends a member something - the appointment reminders,
      *the annual summary, the points expiry notices, the mailing
      *labels, the outreach calls and the referral letters - calls
      *here once per member it sends to, so one file answers "what
      *have we sent this member". An extract writes thousands of
      *rows a night, so the file is opened on the first row and
      *held open until the caller asks for the finish; each row is
      *on file as soon as it is written. A file that will not open
      *is reported once and the run carries on without the
      *history rather than stopping the mailing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-KEY
               FILE STATUS IS WS-COMMHIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COMM-HISTORY-FILE.
           COPY "COMMREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COMMHIST-FS PIC XX.
       01 WS-OPEN-SW PIC X VALUE "N".
           88 COMMHIST-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-UNAVAILABLE-SW PIC X VALUE "N".
           88 COMMHIST-UNAVAILABLE VALUE "Y" FALSE "N".
       01 WS-TIME-RAW.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
           COPY "ERRLREQ.cpy".

       LINKAGE SECTION.
           COPY "COMMREQ.cpy".

       PROCEDURE DIVISION USING COMM-REQUEST.
           0100-START-HERE.
           IF COMM-REQ-FINISH
               IF COMMHIST-IS-OPEN
                   CLOSE COMM-HISTORY-FILE
                   SET COMMHIST-IS-OPEN TO FALSE
               END-IF
               SET COMMHIST-UNAVAILABLE TO FALSE
               SET COMM-REQ-LOGGED TO TRUE
           ELSE
               PERFORM 0200-RECORD-COMMUNICATION
           END-IF.
           GOBACK.

           0150-OPEN-HISTORY.
           OPEN I-O COMM-HISTORY-FILE.
           IF WS-COMMHIST-FS = "35"
               OPEN OUTPUT COMM-HISTORY-FILE
               CLOSE COMM-HISTORY-FILE
               OPEN I-O COMM-HISTORY-FILE
           END-IF.
           IF WS-COMMHIST-FS = "00"
               SET COMMHIST-IS-OPEN TO TRUE
           ELSE
               SET COMMHIST-UNAVAILABLE TO TRUE
               DISPLAY "Cannot open COMMHIST.DAT, status: ",
                   WS-COMMHIST-FS,
                   " - communications are not being recorded"
               MOVE "0150-OPEN-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "COMMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COMMHIST-FS TO ERRL-REQ-STATUS
               MOVE COMM-REQ-PROGRAM TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Two rows for one member inside the same second - a reminder
      *and a label from one run - take the next sequence number.
           0200-RECORD-COMMUNICATION.
           SET COMM-REQ-NOT-LOGGED TO TRUE.
           IF NOT COMMHIST-IS-OPEN AND NOT COMMHIST-UNAVAILABLE
               PERFORM 0150-OPEN-HISTORY
           END-IF.
           IF COMMHIST-IS-OPEN
               MOVE SPACES TO COMMUNICATION-RECORD
               MOVE COMM-REQ-MEMBER-ID TO COMM-MEMBER-ID
               ACCEPT COMM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-HHMMSS TO COMM-TIME
               MOVE ZERO TO COMM-SEQ
               MOVE COMM-REQ-PROGRAM TO COMM-PROGRAM
               MOVE COMM-REQ-TYPE TO COMM-TYPE
               MOVE COMM-REQ-CHANNEL TO COMM-CHANNEL
               IF COMM-BY-PHONE
                   MOVE COMM-REQ-PHONE TO COMM-PHONE
               ELSE
                   SET COMM-BY-MAIL TO TRUE
                   MOVE COMM-REQ-ADDR-LINE-1 TO COMM-ADDR-LINE-1
                   MOVE COMM-REQ-ADDR-LINE-2 TO COMM-ADDR-LINE-2
                   MOVE COMM-REQ-CITY TO COMM-CITY
                   MOVE COMM-REQ-STATE TO COMM-STATE
                   MOVE COMM-REQ-ZIP TO COMM-ZIP
               END-IF
               WRITE COMMUNICATION-RECORD
               PERFORM UNTIL WS-COMMHIST-FS NOT = "22"
                       OR COMM-SEQ = 99
                   ADD 1 TO COMM-SEQ
                   WRITE COMMUNICATION-RECORD
               END-PERFORM
               IF WS-COMMHIST-FS = "00"
                   SET COMM-REQ-LOGGED TO TRUE
               ELSE
                   DISPLAY "Could not record communication for "
                       "member ", COMM-MEMBER-ID, ", status: ",
                       WS-COMMHIST-FS
                   MOVE "0200-RECORD-COMMUNICATION"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE "COMMHIST.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-COMMHIST-FS TO ERRL-REQ-STATUS
                   MOVE COMM-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COMMLOG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COMMLOG".
