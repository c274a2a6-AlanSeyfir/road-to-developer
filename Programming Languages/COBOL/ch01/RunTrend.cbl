      *whose latest run has grown materially past its average -
      *plus the whole chain's finish time per night, so the window
      *slipping shows up before it collides with opening time.
      *CALCBMI times its sort, edit and calculation phases onto
      *run-control rows of their own (CBMISORT, CBMIEDIT,
      *CBMICALC), so each phase trends as a step of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *a quarter or more.
       01 GROWTH-NUM PIC 9 VALUE 5.
       01 GROWTH-DEN PIC 9 VALUE 4.
       01 JOB-TABLE-MAX PIC 99 VALUE 30.
       01 WS-JOB-COUNT PIC 99 VALUE ZERO.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 30 TIMES.
               10 WS-JB-NAME PIC X(8).
               10 WS-JB-RUNS PIC 9(4).
               10 WS-JB-TOTAL PIC 9(8).
       01 WS-FLAG-TEXT PIC X(10).
       01 WS-SECONDS-DISP PIC ZZZZZZ9.
       01 WS-AVG-DISP PIC ZZZZZZ9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-RUNCTL-FS NOT = "00"
               DISPLAY "No run-control file, status: ",
                   WS-RUNCTL-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "RUNCTL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RUNCTL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-CONTROL TO FALSE
               PERFORM UNTIL END-OF-CONTROL
               " SEC  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RUNTREND" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RUNTREND".
