           88 END-OF-POINTS VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".
       01 WS-EXPECTED PIC S9(9) VALUE ZERO.
       01 WS-EXPORTED PIC S9(9) VALUE ZERO.
       01 WS-ADJUSTED PIC S9(9) VALUE ZERO.
       01 WS-BALANCE-DISP PIC -ZZZZZZZZ9.
       01 WS-ADJ-DISP PIC -ZZZZZZZZ9.
       01 WS-REDM-DISP PIC -ZZZZZZZZ9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "POINTS ACCRUAL RECONCILIATION".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.
           OPEN INPUT POINTS-FILE.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               OPEN OUTPUT RECON-REPORT-FILE
           END-IF.

      *The member's adjustment rows net into the reconciliation -
      *a keyed correction, an expiry sweep, a challenge award or
      *preventive-care and step points (reasons PREV and STEP) are
      *recorded movements, not unexplained ones. Rows written
      *before the writers shared one amount picture do not parse;
      *they net nothing and surface in the listing instead.
           0430-NET-ADJUSTMENTS.
               END-PERFORM
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PTSRECON" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PTSRECON".
