       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTSRATE".
       AUTHOR.     ALAN GARCIA.
      *Shared wellness points rate service. Station capture, form
      *entry, suspense release, the liability and reconciliation
      *runs and the client reports all count points, and used to
      *carry the rates compiled in; they call here instead, so a
      *rate changed through parameter maintenance reaches all of
      *them at once. A missing file or a blank field gives the
      *standard rate; zero is a valid rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-PARM-FILE ASSIGN TO "PTSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTSPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POINTS-PARM-FILE.
           COPY "PTSPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PTSPARM-FS PIC XX.
       01 STANDARD-PER-SCREENING PIC 99 VALUE 10.
       01 STANDARD-NORMAL-BONUS PIC 99 VALUE 25.

       LINKAGE SECTION.
           COPY "PTSRREQ.cpy".

       PROCEDURE DIVISION USING PTSR-REQUEST.
           0100-START-HERE.
           MOVE STANDARD-PER-SCREENING TO PTSR-PER-SCREENING.
           MOVE STANDARD-NORMAL-BONUS TO PTSR-NORMAL-BONUS.
           OPEN INPUT POINTS-PARM-FILE.
           IF WS-PTSPARM-FS = "00"
               READ POINTS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTSP-PER-SCREENING IS NUMERIC
                           MOVE PTSP-PER-SCREENING
                               TO PTSR-PER-SCREENING
                       END-IF
                       IF PTSP-NORMAL-BONUS IS NUMERIC
                           MOVE PTSP-NORMAL-BONUS
                               TO PTSR-NORMAL-BONUS
                       END-IF
               END-READ
               CLOSE POINTS-PARM-FILE
           END-IF.
           GOBACK.
       END PROGRAM "PTSRATE".
