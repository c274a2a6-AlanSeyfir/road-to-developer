       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ERRLOG".
       AUTHOR.     ALAN GARCIA.
      *Shared file-error log service. Every program that gets an
      *unexpected file status back shows it on the screen as it
      *always has and calls here as well, so an overnight failure
      *is on file the next morning instead of scrolled away. The
      *row is appended and the file closed at once, so nothing is
      *lost if the caller ends abnormally afterwards. This service
      *reports its own trouble on the screen only - it cannot log
      *to itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE.
           COPY "ERRLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-FS PIC XX.
       01 WS-TIME-RAW.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.

       LINKAGE SECTION.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION USING ERRL-REQUEST.
           0100-START-HERE.
           SET ERRL-REQ-NOT-LOGGED TO TRUE.
           MOVE SPACES TO ERROR-LOG-RECORD.
           ACCEPT ERRL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO ERRL-TIME.
           MOVE ERRL-REQ-PROGRAM TO ERRL-PROGRAM.
           MOVE ERRL-REQ-PARAGRAPH TO ERRL-PARAGRAPH.
           MOVE ERRL-REQ-FILE-NAME TO ERRL-FILE-NAME.
           MOVE ERRL-REQ-STATUS TO ERRL-STATUS.
           MOVE ERRL-REQ-KEY-VALUE TO ERRL-KEY-VALUE.
           MOVE ERRL-REQ-SEVERITY TO ERRL-SEVERITY.
           IF NOT ERRL-IS-WARNING AND NOT ERRL-IS-SEVERE
               SET ERRL-IS-ERROR TO TRUE
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           IF WS-ERRLOG-FS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           IF WS-ERRLOG-FS = "00"
               WRITE ERROR-LOG-RECORD
               IF WS-ERRLOG-FS = "00"
                   SET ERRL-REQ-LOGGED TO TRUE
               END-IF
               CLOSE ERROR-LOG-FILE
           END-IF.
           IF ERRL-REQ-NOT-LOGGED
               DISPLAY "Could not write the error log, status: ",
                   WS-ERRLOG-FS
           END-IF.
           GOBACK.
       END PROGRAM "ERRLOG".
