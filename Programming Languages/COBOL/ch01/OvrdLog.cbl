       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OVRDLOG".
       AUTHOR.     ALAN GARCIA.
      *Shared supervisor override register service. Every program
      *that lets a supervisor past a control - a calibration
      *override, a forced rerun, a rebill, a suspense release, a
      *day reopen, a booking past capacity, a reading void - calls
      *here once the supervisor is verified, so compliance reads
      *one register instead of each program's own log. The row is
      *appended and the file closed at once, so nothing is lost if
      *the caller ends abnormally afterwards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY "OVRDREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OVRD-FS PIC XX.
       01 WS-TIME-RAW.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
           COPY "ERRLREQ.cpy".

       LINKAGE SECTION.
           COPY "OVRDREQ.cpy".

       PROCEDURE DIVISION USING OVRD-REQUEST.
           0100-START-HERE.
           SET OVRD-REQ-NOT-LOGGED TO TRUE.
           MOVE SPACES TO OVERRIDE-RECORD.
           ACCEPT OVRD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO OVRD-TIME.
           MOVE OVRD-REQ-PROGRAM TO OVRD-PROGRAM.
           MOVE OVRD-REQ-FUNCTION TO OVRD-FUNCTION.
           MOVE OVRD-REQ-SUPERVISOR-ID TO OVRD-SUPERVISOR-ID.
           MOVE OVRD-REQ-STATION-ID TO OVRD-STATION-ID.
           MOVE OVRD-REQ-RECORD-KEY TO OVRD-RECORD-KEY.
           MOVE OVRD-REQ-REASON TO OVRD-REASON.
           OPEN EXTEND OVERRIDE-FILE.
           IF WS-OVRD-FS = "35"
               OPEN OUTPUT OVERRIDE-FILE
           END-IF.
           IF WS-OVRD-FS = "00"
               WRITE OVERRIDE-RECORD
               IF WS-OVRD-FS = "00"
                   SET OVRD-REQ-LOGGED TO TRUE
               END-IF
               CLOSE OVERRIDE-FILE
           END-IF.
           IF OVRD-REQ-NOT-LOGGED
               DISPLAY "Could not write the override register, "
                   "status: ", WS-OVRD-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "OVERRIDE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OVRD-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           GOBACK.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "OVRDLOG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "OVRDLOG".
