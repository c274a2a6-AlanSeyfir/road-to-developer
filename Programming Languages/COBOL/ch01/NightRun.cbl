      *skipped, a step ending with return code 8 stops the chain,
      *and every outcome lands on one night-summary page so a
      *relief operator can run the night from a single start.
      *On a company-wide holiday nothing is expected to run; the
      *operator is asked before the chain starts, and a night not
      *run shows each step as HOLIDAY on the summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-SKIP-SW PIC X.
           88 STEP-IS-SKIPPED VALUE "Y" FALSE "N".
       01 WS-STEP-RC PIC 99.
       01 WS-HOLIDAY-CHOICE PIC X.
           88 RUN-ON-HOLIDAY-WANTED VALUE "Y" "y".
       01 WS-HOLIDAY-SW PIC X VALUE "N".
           88 HOLIDAY-NOT-RUN VALUE "Y" FALSE "N".
           COPY "CALNREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
                   "nothing to run."
           ELSE
               PERFORM 0250-SORT-STEPS
               PERFORM 0150-CHECK-HOLIDAY
               IF HOLIDAY-NOT-RUN
                   PERFORM 0280-MARK-HOLIDAY
               ELSE
                   PERFORM 0300-RUN-THE-CHAIN
               END-IF
               PERFORM 0600-WRITE-SUMMARY
           END-IF.
       STOP RUN.

      *The chain is company-wide, so only closures for ALL sites
      *count here.
           0150-CHECK-HOLIDAY.
           SET HOLIDAY-NOT-RUN TO FALSE.
           SET CALN-REQ-CHECK-DAY TO TRUE.
           MOVE SPACES TO CALN-REQ-SITE.
           MOVE WS-BUSINESS-DATE TO CALN-REQ-DATE.
           CALL "CALNCHK" USING CALN-REQUEST.
           IF CALN-REQ-DAY-IS-CLOSED
               DISPLAY WS-BUSINESS-DATE, " is a business holiday - ",
                   FUNCTION TRIM(CALN-REQ-REASON), "."
               DISPLAY "Run the chain anyway (Y/N)? "
               ACCEPT WS-HOLIDAY-CHOICE
               IF NOT RUN-ON-HOLIDAY-WANTED
                   SET HOLIDAY-NOT-RUN TO TRUE
               END-IF
           END-IF.

           0200-LOAD-CHAIN.
           OPEN INPUT CHAIN-FILE.
           IF WS-CHAIN-FS NOT = "00"
               DISPLAY "Cannot open NIGHTCHN.DAT, status: ",
                   WS-CHAIN-FS
               MOVE "0200-LOAD-CHAIN" TO ERRL-REQ-PARAGRAPH
               MOVE "NIGHTCHN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CHAIN-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-CHAIN TO FALSE
               PERFORM UNTIL END-OF-CHAIN
               ADD 1 TO WS-IX
           END-PERFORM.

           0280-MARK-HOLIDAY.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-STEP-COUNT
               ADD 1 TO WS-IX
               MOVE "HOLIDAY" TO WS-ST-OUTCOME(WS-IX)
           END-PERFORM.

           0300-RUN-THE-CHAIN.
           SET CHAIN-IS-STOPPED TO FALSE.
           MOVE ZERO TO WS-IX.
               DISPLAY SUMMARY-LINE
           END-PERFORM.
           CLOSE SUMMARY-FILE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "NIGHTRUN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "NIGHTRUN".
