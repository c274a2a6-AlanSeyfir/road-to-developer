      *Morning run-control inquiry. For a date range, shows each
      *business date's batch status and flags any date with no
      *successful run, so a skipped night is caught the next day
      *instead of at month-end. A company-wide holiday on the
      *business calendar with no run is shown but not counted -
      *nothing runs on a day the business is closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-TO-INT PIC 9(7).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLIDAY-COUNT PIC 9(4) VALUE ZERO.
           COPY "CALNREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FS NOT = "00"
               DISPLAY "No run-control file, status: ", WS-RUNCTL-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "RUNCTL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RUNCTL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               CLOSE RUN-CONTROL-FILE
               DISPLAY "Dates with no successful run: ",
                   WS-MISSING-COUNT
               DISPLAY "Holidays with no run expected: ",
                   WS-HOLIDAY-COUNT
           END-IF.
       GOBACK.

           MOVE WS-CHECK-DATE TO RUNCTL-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 0250-CHECK-HOLIDAY
                   IF CALN-REQ-DAY-IS-CLOSED
                       ADD 1 TO WS-HOLIDAY-COUNT
                       DISPLAY "  ", WS-CHECK-DATE, "  HOLIDAY - NO "
                           "RUN EXPECTED (",
                           FUNCTION TRIM(CALN-REQ-REASON), ")"
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       DISPLAY "  ", WS-CHECK-DATE,
                           "  NO RUN RECORDED"
                   END-IF
               NOT INVALID KEY
                   IF RUNCTL-IS-COMPLETED
                       DISPLAY "  ", WS-CHECK-DATE, "  COMPLETED ",
                           "NEVER COMPLETED"
                   END-IF
           END-READ.

      *The nightly chain is company-wide, so only closures for
      *ALL sites excuse a missing run.
           0250-CHECK-HOLIDAY.
           SET CALN-REQ-CHECK-DAY TO TRUE.
           MOVE SPACES TO CALN-REQ-SITE.
           MOVE WS-CHECK-DATE TO CALN-REQ-DATE.
           CALL "CALNCHK" USING CALN-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RUNCTLRP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RUNCTLRP".
