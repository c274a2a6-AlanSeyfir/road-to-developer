      *Points earned over the quarter are estimated from the
      *rollup reading counts at the base per-screening rate - the
      *same estimate the monthly KPI pack documents.
       01 POINTS-PER-SCREENING PIC 99.
           COPY "PTSRREQ.cpy".
       01 WS-POINTS-EARNED PIC 9(8) VALUE ZERO.
       01 WS-POINTS-DISP PIC ZZZZZZZ9.
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "QUARTERLY CLIENT SCORECARD".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           DISPLAY "Employer client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               DISPLAY "Client ", WS-CLIENT-ENTRY,
                   " is not on the client master."
           END-IF.
           DISPLAY "Year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           DISPLAY "Quarter (1-4): ".
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT ROLLUP-FILE
               OPEN INPUT GOAL-FILE
           0500-WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO SCORECARD-LINE.
           STRING "CLIENT SCORECARD - "
               FUNCTION TRIM(CLNT-REQ-NAME)
               " - " WS-YEAR-ENTRY " Q" WS-QUARTER-ENTRY
               DELIMITED BY SIZE INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           DISPLAY "Scorecard written to SCORECRD.RPT".
           DISPLAY "Screened ", WS-SCREENED-COUNT, " of ",
               WS-ELIGIBLE-COUNT, " eligible.".

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CLISCORE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CLISCORE".
